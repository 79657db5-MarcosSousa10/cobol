      *            DEPOIS DISSO NENHUMA TELA ENXERGA O REGISTRO.
      *            AQUI DA PARA LISTAR OS INATIVOS (COM A DATA DA
      *            INATIVACAO TIRADA DO AUDITORIA.TXT), REATIVAR UM
      *            CLIENTE (AUDITADO) E PEDIR O EXPURGO PARA O ARQUIVO
      *            HISTORICO DOS INATIVOS HA MAIS DE N ANOS, PARA O
      *            ARQUIVO VIVO PARAR DE CRESCER. CADA EXPURGO VIRA UM
      *            PEDIDO DE APROVACAO (APVGRAV) E SO O APROVMNT.COB,
      *            COM OUTRO SUPERVISOR, MOVE O REGISTRO PARA O
      *            CLIENTES_HISTORICO.TXT.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS IS FECHADA-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 FECHADA-REG.
          05 FECHADA-LINHA       PIC X(600).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS  PIC 9(02).
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       COPY SESSLNK.
       77 AUDITORIA-STATUS PIC X(02).
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
       77 WRK-FONE         PIC 9(09) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXPURGO   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-PEDIDO PIC 9(05) VALUE ZEROS.
      * LINHA QUE O EXPURGO APROVADO GRAVA NO CLIENTES_HISTORICO.TXT.
       77 HIST-LINHA       PIC X(250) VALUE SPACES.
      * PEDIDO DE APROVACAO DE CADA EXPURGO (APVGRAV).
       COPY APVLNK.
       77 WRK-ANOS         PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE   PIC 9(08) VALUE ZEROS.
            PERFORM UNTIL WRK-OPCAO = '9'
                DISPLAY ' '
                DISPLAY 'GESTAO DE CLIENTES INATIVOS'
                DISPLAY '1-LISTAR 2-REATIVAR 3-PEDIR EXPURGO 9-SAIR'
                ACCEPT WRK-OPCAO
                EVALUATE WRK-OPCAO
                    WHEN '1'

       4000-GRAVAR-AUDITORIA.
      * MESMO FORMATO DE LINHA DO 4000-GRAVAR-AUDITORIA DO
      * CLIENTES1.COB, COM OPERACAO REATIVAR. A LINHA EXPURGO E
      * GRAVADA PELO APROVMNT.COB, QUANDO O PEDIDO E APROVADO.
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-AUD-HORA FROM TIME.
            OPEN EXTEND AUDITORIA
                  CLOSE AUDITORIA
                  OPEN EXTEND AUDITORIA
              END-IF.
            MOVE 'REATIVAR' TO WRK-AUDC-OPER.
            MOVE SPACES TO AUDIT-LINHA.
            STRING WRK-AUD-DATA     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
            CLOSE AUDITORIA.

       5000-EXPURGO.
      * PEDE O EXPURGO DOS REGISTROS INATIVOS HA MAIS DE N ANOS
      * (PELA DATA DE EXCLUSAO DO AUDITORIA.TXT) - UM PEDIDO POR
      * CLIENTE, COM A LINHA DO HISTORICO JA MONTADA. INATIVO SEM
      * DATA NO AUDITORIA FICA ONDE ESTA, POR SEGURANCA.
            DISPLAY 'EXPURGAR INATIVOS HA QUANTOS ANOS? '.
            ACCEPT WRK-ANOS.
            IF WRK-ANOS = 0
            COMPUTE WRK-DATA-CORTE =
                WRK-DATA-HOJE - (WRK-ANOS * 10000).
            MOVE 0 TO WRK-QT-EXPURGO.
            MOVE 0 TO WRK-QT-JA-PEDIDO.
            MOVE 0 TO CLIENTES-FONE.
            START CLIENTES KEY IS GREATER CLIENTES-FONE
                INVALID KEY
                    PERFORM 1600-DATA-INATIVACAO
                    IF WRK-DATA-INATIV NOT = 0
                       AND WRK-DATA-INATIV < WRK-DATA-CORTE
                        PERFORM 5100-PEDIR-EXPURGO
                    END-IF
                END-IF
                READ CLIENTES NEXT
                END-READ
            END-PERFORM.
            MOVE 0 TO CLIENTES-STATUS.
            DISPLAY 'PEDIDOS DE EXPURGO GRAVADOS: ' WRK-QT-EXPURGO.
            DISPLAY 'JA PENDENTES DE APROVACAO..: ' WRK-QT-JA-PEDIDO.
       5000-FIM.
            EXIT.

       5100-PEDIR-EXPURGO.
            MOVE SPACES TO HIST-LINHA.
            STRING CLIENTES-FONE       DELIMITED BY SIZE
                   ';'                 DELIMITED BY SIZE
                   WRK-DATA-INATIV     DELIMITED BY SIZE
              INTO HIST-LINHA
            END-STRING.
            MOVE 'EXPURGO' TO LNK-APV-OPERACAO.
            MOVE CLIENTES-FONE TO LNK-APV-ALVO.
            MOVE 0 TO LNK-APV-VALOR-ANTES.
            MOVE 0 TO LNK-APV-VALOR-DEPOIS.
            MOVE CLIENTES-NOME TO LNK-APV-ANTES.
            MOVE HIST-LINHA TO LNK-APV-DEPOIS.
            MOVE SPACES TO LNK-APV-MOTIVO.
            STRING 'INATIVO DESDE ' DELIMITED BY SIZE
                   WRK-DATA-INATIV  DELIMITED BY SIZE
                   ' - CORTE DE '   DELIMITED BY SIZE
                   WRK-ANOS         DELIMITED BY SIZE
                   ' ANOS'          DELIMITED BY SIZE
              INTO LNK-APV-MOTIVO
            END-STRING.
            MOVE WRK-OPERADOR TO LNK-APV-SOLICITANTE.
            CALL 'APVGRAV' USING LNK-APV-AREA.
            EVALUATE TRUE
                WHEN LNK-APV-GRAVADA
                    ADD 1 TO WRK-QT-EXPURGO
                WHEN LNK-APV-JA-PENDENTE
                    ADD 1 TO WRK-QT-JA-PEDIDO
                WHEN OTHER
                    DISPLAY 'PEDIDO NAO GRAVADO: ' CLIENTES-FONE
            END-EVALUATE.

       END PROGRAM CLIINAT.
