      *            CLIENTES E NOT-MATRICULA CONTRA ALUNOS.DAT. CADA
      *            ORFAO VIRA LINHA EM INTEGRIDADE.TXT E O RESUMO
      *            TRAZ A CONTAGEM POR ARQUIVO - UM MERGE OU RESTORE
      *            QUEBRADO APARECE NA MANHA SEGUINTE. PEDIDO JA
      *            ARQUIVADO (PEDIDOS_HIST.DAT, DO PEDARQ) CONTA
      *            COMO EXISTENTE PARA TITULOS-PEDIDO.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEDIDOS-CHAVE
             ALTERNATE RECORD KEY IS PEDIDOS-FONE WITH DUPLICATES
             ALTERNATE RECORD KEY IS PEDIDOS-DATA WITH DUPLICATES
             FILE STATUS IS PEDIDOS-STATUS.

             SELECT PEDHIST ASSIGN TO 'PEDIDOS_HIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEDHIST-CHAVE
             ALTERNATE RECORD KEY IS PHIS-FONE WITH DUPLICATES
             FILE STATUS IS PEDHIST-STATUS.

             SELECT PEDITENS
             ASSIGN TO 'PEDITENS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS COTACOES-CHAVE
             ALTERNATE RECORD KEY IS COTACOES-FONE WITH DUPLICATES
             ALTERNATE RECORD KEY IS COTACOES-RASTREIO WITH DUPLICATES
             FILE STATUS IS COTACOES-STATUS.

             SELECT NOTAS ASSIGN TO 'NOTAS.DAT'
       FD PEDIDOS.
       COPY PEDIDOS.

       FD PEDHIST.
       COPY PEDHIST.

       FD PEDITENS.
       COPY PEDITENS.

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS  PIC 9(02).
       77 PEDIDOS-STATUS   PIC X(02).
       77 PEDHIST-STATUS   PIC X(02).
       77 PEDITENS-STATUS  PIC X(02).
       77 TITULOS-STATUS   PIC X(02).
       77 CONTATOS-STATUS  PIC X(02).
       77 WRK-QT-TOTAL     PIC 9(06) VALUE ZEROS.
       77 WRK-SW-EXISTE    PIC X(01) VALUE 'N'.
           88 WRK-CHAVE-EXISTE VALUE 'S'.
       77 WRK-SW-HIST      PIC X(01) VALUE 'N'.
           88 WRK-HIST-ABERTO  VALUE 'S'.
       77 WRK-FONE-TESTE   PIC 9(09) VALUE ZEROS.
       77 WRK-PEDIDO-TESTE PIC 9(06) VALUE ZEROS.
       77 WRK-ORIGEM       PIC X(12) VALUE SPACES.
                GOBACK
            END-IF.
            OPEN INPUT PEDIDOS.
            OPEN INPUT PEDHIST.
            IF PEDHIST-STATUS = '00'
                SET WRK-HIST-ABERTO TO TRUE
            END-IF.
            OPEN OUTPUT RELATORIO.
            MOVE SPACES TO REL-LINHA.
            STRING 'CHECAGEM DE INTEGRIDADE DE ' DELIMITED BY SIZE
            PERFORM 5000-RESUMO THRU 5000-FIM.
            CLOSE RELATORIO.
            CLOSE PEDIDOS.
            IF WRK-HIST-ABERTO
                CLOSE PEDHIST
            END-IF.
            CLOSE CLIENTES.
            DISPLAY 'ORFAOS ENCONTRADOS: ' WRK-QT-TOTAL
                    ' - DETALHE EM INTEGRIDADE.TXT'.
                NOT INVALID KEY
                    SET WRK-CHAVE-EXISTE TO TRUE
            END-READ.
            IF NOT WRK-CHAVE-EXISTE AND WRK-HIST-ABERTO
                MOVE WRK-PEDIDO-TESTE TO PHIS-NUMERO
                READ PEDHIST KEY IS PEDHIST-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WRK-CHAVE-EXISTE TO TRUE
                END-READ
            END-IF.

       1200-GRAVAR-ORFAO.
            ADD 1 TO WRK-QT-TOTAL.
