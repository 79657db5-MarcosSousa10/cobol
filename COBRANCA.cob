      *            MALADIR.COB JA FAZ. CADA CARTA ENVIADA VIRA
      *            ANOTACAO NO CLIENTE (ANOTACOES.DAT) E SOBE O NIVEL
      *            GRAVADO NO TITULO, PARA NAO REPETIR A MESMA CARTA.
      *            CADA CARTA LEVA O PIX COPIA E COLA DO TITULO.
      *            CADA CARTA ENTRA NA FILA CENTRAL DE MENSAGENS
      *            (FILAGRAV) - E-MAIL QUANDO O CLIENTE TEM E-MAIL
      *            VALIDO, SENAO SMS NO TELEFONE - E QUEM DESPACHA E
      *            ACOMPANHA A ENTREGA E O FILAENV.COB. COBRANCA_
      *            CARTAS.TXT FICA COMO COPIA DE CONFERENCIA.
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-NIVEL        PIC 9(01) VALUE ZEROS.
       77 WRK-QT-CARTAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-MODELO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FILA      PIC 9(05) VALUE ZEROS.
       77 WRK-PTR          PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      * MODELOS DOS TRES NIVEIS, CARREGADOS UMA VEZ DO CADASTRO DE
      * MENSAGENS - NIVEL SEM MODELO ATIVO FICA SEM CARTA E E
       77 WRK-TAM1         PIC 9(03) VALUE ZEROS.
       77 WRK-TAM-VALOR    PIC 9(03) VALUE ZEROS.
       77 WRK-IX           PIC 9(03) VALUE ZEROS.
      * CODIGO PIX COPIA E COLA DO TITULO (PIXGER), IMPRESSO NA CARTA.
       COPY PIXLNK.
      * MENSAGEM NA FILA CENTRAL DE SAIDA (FILAGRAV).
       COPY FILALNK.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            CLOSE TITULOS.
            DISPLAY 'CARTAS GERADAS.......: ' WRK-QT-CARTAS.
            DISPLAY 'SEM MODELO CADASTRADO: ' WRK-QT-SEM-MODELO.
            DISPLAY 'NA FILA DE ENVIO.....: ' WRK-QT-FILA.
            DISPLAY 'COPIA DAS CARTAS EM COBRANCA_CARTAS.TXT'.
            GOBACK.

       1000-CARREGAR-MODELOS.
              INTO CARTA-LINHA
            END-STRING.
            WRITE CARTAS-REG.
      * PIX PELO SALDO EM ABERTO, COM O NUMERO DO TITULO COMO TXID -
      * O PIXRET.COB BAIXA SOZINHO QUANDO O BANCO MANDA O RECEBIMENTO.
            MOVE TITULOS-NUMERO TO LNK-PIX-TITULO.
            COMPUTE LNK-PIX-VALOR = TITULOS-VALOR - TITULOS-VALOR-PAGO.
            CALL 'PIXGER' USING LNK-PIX-AREA.
            IF LNK-PIX-GERADO
                MOVE 'PAGUE POR PIX (COPIA E COLA):' TO CARTA-LINHA
                WRITE CARTAS-REG
                MOVE LNK-PIX-CODIGO TO CARTA-LINHA
                WRITE CARTAS-REG
            END-IF.
            MOVE SPACES TO CARTA-LINHA.
            WRITE CARTAS-REG.
            PERFORM 2250-ENFILEIRAR THRU 2250-FIM.
       2200-FIM.
            EXIT.

       2250-ENFILEIRAR.
      * A MESMA CARTA VAI PARA A FILA DE ENVIO NUM CORPO SO: TEXTO DO
      * MODELO, DADOS DO TITULO E O PIX QUANDO GERADO.
            MOVE SPACES TO LNK-FILA-CORPO.
            MOVE 1 TO WRK-PTR.
            MOVE 0 TO WRK-TAM1.
            PERFORM VARYING WRK-IX FROM 250 BY -1
                    UNTIL WRK-IX < 1 OR WRK-TAM1 > 0
                IF WRK-CORPO(WRK-IX:1) NOT = SPACE
                    MOVE WRK-IX TO WRK-TAM1
                END-IF
            END-PERFORM.
            IF WRK-TAM1 > 0
                STRING WRK-CORPO(1:WRK-TAM1) DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                  INTO LNK-FILA-CORPO
                  WITH POINTER WRK-PTR
                END-STRING
            END-IF.
            STRING 'TITULO ' DELIMITED BY SIZE
                   TITULOS-NUMERO DELIMITED BY SIZE
                   ' VENCIDO EM ' DELIMITED BY SIZE
                   TITULOS-VENCIMENTO DELIMITED BY SIZE
                   ' VALOR ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
              INTO LNK-FILA-CORPO
              WITH POINTER WRK-PTR
            END-STRING.
            IF LNK-PIX-GERADO AND LNK-PIX-TAM > 0
                STRING ' - PIX COPIA E COLA: ' DELIMITED BY SIZE
                       LNK-PIX-CODIGO(1:LNK-PIX-TAM) DELIMITED BY SIZE
                  INTO LNK-FILA-CORPO
                  WITH POINTER WRK-PTR
                END-STRING
            END-IF.
            IF CLIENTES-EMAIL NOT = SPACES
               AND NOT CLIENTES-EMAIL-INVALIDO
                MOVE 'E' TO LNK-FILA-CANAL
                MOVE CLIENTES-EMAIL TO LNK-FILA-DESTINO
            ELSE
                MOVE 'S' TO LNK-FILA-CANAL
                MOVE CLIENTES-FONE TO LNK-FILA-DESTINO
            END-IF.
            MOVE SPACES TO LNK-FILA-MODELO.
            STRING 'COBRANCA' DELIMITED BY SIZE
                   WRK-NIVEL DELIMITED BY SIZE
              INTO LNK-FILA-MODELO
            END-STRING.
            MOVE 'COBRANCA' TO LNK-FILA-ORIGEM.
            MOVE CLIENTES-FONE TO LNK-FILA-FONE.
            MOVE TITULOS-NUMERO TO LNK-FILA-TITULO.
            CALL 'FILAGRAV' USING LNK-FILA-AREA.
            IF LNK-FILA-GRAVADA
                ADD 1 TO WRK-QT-FILA
            ELSE
                DISPLAY 'TITULO ' TITULOS-NUMERO
                        ' FORA DA FILA DE ENVIO'
            END-IF.
       2250-FIM.
            EXIT.

       2300-GRAVAR-ANOTACAO.
      * A CARTA VIRA ANOTACAO DE ATENDIMENTO DO CLIENTE - A PROXIMA
      * LIGACAO VE QUE NIVEL JA FOI ENVIADO. A ENTREGA CONFIRMADA
      * PELA PLATAFORMA VIRA OUTRA ANOTACAO, GRAVADA PELO FILAENV.COB.
            ACCEPT WRK-HORA FROM TIME.
            MOVE CLIENTES-FONE TO ANOTACOES-FONE.
            MOVE WRK-DATA-HOJE TO ANOTACOES-DATA.
            MOVE SPACES TO ANOTACOES-TEXTO.
            STRING 'CARTA DE COBRANCA NIVEL ' DELIMITED BY SIZE
                   WRK-NIVEL DELIMITED BY SIZE
                   ' NA FILA DE ENVIO - TITULO ' DELIMITED BY SIZE
                   TITULOS-NUMERO DELIMITED BY SIZE
                   ' MSG ' DELIMITED BY SIZE
                   LNK-FILA-NUMERO DELIMITED BY SIZE
              INTO ANOTACOES-TEXTO
            END-STRING.
            WRITE ANOTACOES-REG
