      *            COLADO PARA TODO MUNDO. INATIVOS, OPT-OUT DE
      *            MARKETING (LGPD) E E-MAILS MARCADOS COMO INVALIDOS
      *            FICAM FORA, E O RESUMO TRAZ AS CONTAGENS.
      *            SELECAO OPCIONAL PELOS CLIENTES DO EXTRATO MENSAL
      *            DE PONTOS A VENCER (PONTOS_VENCER.TXT, GERADO PELO
      *            PONTVENC.COB), COM OS MARCADORES &PONTOS E &VENCTO.
      *            CADA CARTA ENTRA NA FILA CENTRAL DE MENSAGENS
      *            (FILAGRAV), POR E-MAIL OU SMS QUANDO NAO HA E-MAIL,
      *            E E DESPACHADA PELO FILAENV.COB; CARTAS.TXT FICA
      *            COMO COPIA DE CONFERENCIA.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CARTAS-STATUS.

             SELECT PONTOS-VENCER ASSIGN TO "PONTOS_VENCER.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PONTOS-VENCER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 CARTAS-REG.
          05 CARTA-LINHA         PIC X(250).

      * FONE;PONTOS A VENCER;PRIMEIRO VENCIMENTO;SALDO.
       FD PONTOS-VENCER.
       01 PONTOS-VENCER-REG.
          05 PV-FONE             PIC 9(09).
          05 FILLER              PIC X(01).
          05 PV-PONTOS           PIC X(07).
          05 FILLER              PIC X(01).
          05 PV-VENCIMENTO.
             10 PV-VENC-ANO      PIC X(04).
             10 PV-VENC-MES      PIC X(02).
             10 PV-VENC-DIA      PIC X(02).
          05 FILLER              PIC X(01).
          05 PV-SALDO            PIC 9(07).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS  PIC 9(02).
       77 MENSAGENS-STATUS PIC X(02).
       77 WRK-UF-FILTRO    PIC X(02) VALUE SPACES.
       77 WRK-QT-GERADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PULADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FILA      PIC 9(05) VALUE ZEROS.
       77 WRK-MODELO       PIC X(100) VALUE SPACES.
      * CORPO EM MONTAGEM - A SUBSTITUICAO PODE CRESCER O TEXTO (UM
      * NOME DE 30 NO LUGAR DE '&NOME'), POR ISSO A FOLGA.
       77 WRK-TAM-VALOR    PIC 9(03) VALUE ZEROS.
       77 WRK-IX           PIC 9(03) VALUE ZEROS.
       77 WRK-DATACAD-TX   PIC X(08) VALUE SPACES.
       77 PONTOS-VENCER-STATUS PIC X(02).
       77 WRK-SEL-PONTOS   PIC X(01) VALUE 'N'.
       77 WRK-QT-ZEROS     PIC 9(02) VALUE ZEROS.
      * MENSAGEM NA FILA CENTRAL DE SAIDA (FILAGRAV).
       COPY FILALNK.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            CLOSE MENSAGENS.
            DISPLAY 'UF (BRANCO = TODAS): '.
            ACCEPT WRK-UF-FILTRO.
            DISPLAY 'SO CLIENTES COM PONTOS A VENCER (S/N): '.
            ACCEPT WRK-SEL-PONTOS.
            IF WRK-SEL-PONTOS = 's'
                MOVE 'S' TO WRK-SEL-PONTOS
            END-IF.
            IF WRK-SEL-PONTOS = 'S'
                OPEN INPUT PONTOS-VENCER
                IF PONTOS-VENCER-STATUS NOT = '00'
                    DISPLAY 'EXTRATO DE PONTOS A VENCER NAO GERADO'
                    GOBACK
                END-IF
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
                GOBACK
            END-IF.
            OPEN OUTPUT CARTAS.
            IF WRK-SEL-PONTOS = 'S'
                PERFORM 1500-LISTA-PONTOS THRU 1500-FIM
                CLOSE PONTOS-VENCER
                GO TO 0001-RESUMO
            END-IF.
            MOVE 0 TO CLIENTES-FONE.
            START CLIENTES KEY IS GREATER CLIENTES-FONE
                INVALID KEY
                    AT END MOVE 10 TO CLIENTES-STATUS
                END-READ
            END-PERFORM.
       0001-RESUMO.
            MOVE SPACES TO CARTA-LINHA.
            STRING 'CARTAS GERADAS: ' DELIMITED BY SIZE
                   WRK-QT-GERADAS DELIMITED BY SIZE
            CLOSE CLIENTES.
            DISPLAY 'CARTAS GERADAS: ' WRK-QT-GERADAS.
            DISPLAY 'SUPRIMIDOS....: ' WRK-QT-PULADOS.
            DISPLAY 'NA FILA.......: ' WRK-QT-FILA.
            GOBACK.

       1500-LISTA-PONTOS.
      * SO OS CLIENTES DO EXTRATO, NA ORDEM DELE - O EXTRATO JA SAIU
      * SEM OPT-OUT, MAS O FILTRO DO 2000 VALE DE NOVO (O CADASTRO
      * PODE TER MUDADO DESDE A GERACAO).
            PERFORM UNTIL PONTOS-VENCER-STATUS = '10'
                READ PONTOS-VENCER
                    AT END
                        MOVE '10' TO PONTOS-VENCER-STATUS
                    NOT AT END
                        PERFORM 1600-CLIENTE-PONTOS THRU 1600-FIM
                END-READ
            END-PERFORM.
       1500-FIM.
            EXIT.

       1600-CLIENTE-PONTOS.
            IF PV-FONE NOT NUMERIC
                GO TO 1600-FIM
            END-IF.
            MOVE PV-FONE TO CLIENTES-FONE.
            READ CLIENTES KEY IS CLIENTES-CHAVE
                INVALID KEY
                    ADD 1 TO WRK-QT-PULADOS
                    GO TO 1600-FIM
            END-READ.
            PERFORM 2000-TRATAR-CLIENTE THRU 2000-FIM.
       1600-FIM.
            EXIT.

       2000-TRATAR-CLIENTE.
            IF WRK-UF-FILTRO NOT = SPACES
               AND CLIENTES-UF NOT = WRK-UF-FILTRO
            MOVE CLIENTES-DATACAD TO WRK-DATACAD-TX.
            MOVE WRK-DATACAD-TX TO WRK-VALOR.
            PERFORM 3000-SUBSTITUIR THRU 3000-FIM.
      * PONTOS SEM OS ZEROS A ESQUERDA E VENCIMENTO DD/MM/AAAA.
            IF WRK-SEL-PONTOS = 'S'
                MOVE '&PONTOS' TO WRK-TOKEN
                MOVE 7 TO WRK-TOKEN-TAM
                MOVE 0 TO WRK-QT-ZEROS
                INSPECT PV-PONTOS TALLYING WRK-QT-ZEROS
                    FOR LEADING '0'
                IF WRK-QT-ZEROS > 6
                    MOVE 6 TO WRK-QT-ZEROS
                END-IF
                MOVE PV-PONTOS(WRK-QT-ZEROS + 1:) TO WRK-VALOR
                PERFORM 3000-SUBSTITUIR THRU 3000-FIM
                MOVE '&VENCTO' TO WRK-TOKEN
                MOVE 7 TO WRK-TOKEN-TAM
                MOVE SPACES TO WRK-VALOR
                STRING PV-VENC-DIA DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       PV-VENC-MES DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       PV-VENC-ANO DELIMITED BY SIZE
                  INTO WRK-VALOR
                END-STRING
                PERFORM 3000-SUBSTITUIR THRU 3000-FIM
            END-IF.
            MOVE SPACES TO CARTA-LINHA.
            STRING 'PARA: ' DELIMITED BY SIZE
                   CLIENTES-EMAIL DELIMITED BY SIZE
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTAS-REG.
            ADD 1 TO WRK-QT-GERADAS.
            PERFORM 2500-ENFILEIRAR THRU 2500-FIM.
       2000-FIM.
            EXIT.

       2500-ENFILEIRAR.
            IF CLIENTES-EMAIL NOT = SPACES
                MOVE 'E' TO LNK-FILA-CANAL
                MOVE CLIENTES-EMAIL TO LNK-FILA-DESTINO
            ELSE
                MOVE 'S' TO LNK-FILA-CANAL
                MOVE CLIENTES-FONE TO LNK-FILA-DESTINO
            END-IF.
            MOVE WRK-ID-MODELO TO LNK-FILA-MODELO.
            MOVE 'MALADIR' TO LNK-FILA-ORIGEM.
            MOVE CLIENTES-FONE TO LNK-FILA-FONE.
            MOVE 0 TO LNK-FILA-TITULO.
            MOVE WRK-CORPO TO LNK-FILA-CORPO.
            CALL 'FILAGRAV' USING LNK-FILA-AREA.
            IF LNK-FILA-GRAVADA
                ADD 1 TO WRK-QT-FILA
            END-IF.
       2500-FIM.
            EXIT.

       3000-SUBSTITUIR.
      * TROCA A PRIMEIRA OCORRENCIA DE WRK-TOKEN EM WRK-CORPO PELO
      * VALOR (SEM OS BRANCOS A DIREITA) - MODELO SEM O MARCADOR
