             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEDIDOS-CHAVE
             ALTERNATE RECORD KEY IS PEDIDOS-FONE WITH DUPLICATES
             ALTERNATE RECORD KEY IS PEDIDOS-DATA WITH DUPLICATES
             FILE STATUS IS PEDIDOS-STATUS.

      * PEDIDOS JA ARQUIVADOS (PEDARQ.COB) - TAMBEM SAO REAPONTADOS.
             SELECT PEDHIST ASSIGN TO 'PEDIDOS_HIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEDHIST-CHAVE
             ALTERNATE RECORD KEY IS PHIS-FONE WITH DUPLICATES
             FILE STATUS IS PEDHIST-STATUS.

             SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             ALTERNATE RECORD KEY IS TITULOS-FONE WITH DUPLICATES
             FILE STATUS IS TITULOS-STATUS.

      * CONTRATOS DE FORNECIMENTO (CONTMANT.COB) - O PEDIDO DO MES
      * PASSA A SAIR PARA O SOBREVIVENTE.
             SELECT CONTRATOS ASSIGN TO 'CONTRATOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CONTRATOS-CHAVE
             FILE STATUS IS CONTRATOS-STATUS.

             SELECT AUDITORIA
             ASSIGN TO "AUDITORIA.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
       FD PEDIDOS.
       COPY PEDIDOS.

       FD PEDHIST.
       COPY PEDHIST.

       FD TITULOS.
       COPY TITULOS.

       FD CONTRATOS.
       COPY CONTRATOS.

       FD AUDITORIA.
      * MESMO LAYOUT DE 600 BYTES DO CLIENTES1.COB.
       01 AUDIT-REG.
       77 CONTATOS-STATUS  PIC X(02).
       77 ANOTACOES-STATUS PIC X(02).
       77 PEDIDOS-STATUS   PIC X(02).
       77 PEDHIST-STATUS   PIC X(02).
       77 TITULOS-STATUS   PIC X(02).
       77 CONTRATOS-STATUS PIC X(02).
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       COPY SESSLNK.
       77 AUDITORIA-STATUS PIC X(02).
       77 WRK-QT-ANOTACOES PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PEDIDOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-TITULOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CONTRATOS PIC 9(03) VALUE ZEROS.
      * COPIA DO REGISTRO SOBREVIVENTE ENQUANTO CLIENTES-REG CARREGA
      * O DUPLICADO NA COMPARACAO LADO A LADO.
       01 WRK-FICA-REG.
            PERFORM 2400-REAPONTAR-ANOTACOES.
            PERFORM 2500-REAPONTAR-PEDIDOS.
            PERFORM 2600-REAPONTAR-TITULOS.
            PERFORM 2650-REAPONTAR-CONTRATOS.
            PERFORM 2700-INATIVAR-PERDEDOR THRU 2700-FIM.
            PERFORM 4000-GRAVAR-AUDITORIA.
            DISPLAY 'UNIFICACAO CONCLUIDA'.
            DISPLAY 'ANOTACOES REAPONTADAS.: ' WRK-QT-ANOTACOES.
            DISPLAY 'PEDIDOS REAPONTADOS...: ' WRK-QT-PEDIDOS.
            DISPLAY 'TITULOS REAPONTADOS...: ' WRK-QT-TITULOS.
            DISPLAY 'CONTRATOS REAPONTADOS.: ' WRK-QT-CONTRATOS.
       1000-INICIAR-FIM.
            EXIT.

                        AT END MOVE '10' TO PEDIDOS-STATUS
                    END-READ
                END-PERFORM
                PERFORM 2550-REAPONTAR-PEDHIST
                CLOSE PEDIDOS
            END-IF.

       2550-REAPONTAR-PEDHIST.
      * PEDIDOS JA ARQUIVADOS TROCAM O TELEFONE NO REGISTRO E NA
      * IMAGEM - SENAO SOMEM DO EXTRATO E DO RANKING DO SOBREVIVENTE.
      * A TROCA MUDA A PROPRIA CHAVE DE LEITURA, ENTAO CADA VOLTA
      * REPOSICIONA NO TELEFONE DO DUPLICADO.
            OPEN I-O PEDHIST.
            IF PEDHIST-STATUS NOT = '00'
                CONTINUE
            ELSE
                PERFORM 2560-REAPONTAR-UM-PEDHIST
                    UNTIL PEDHIST-STATUS NOT = '00'
                CLOSE PEDHIST
            END-IF.

       2560-REAPONTAR-UM-PEDHIST.
            MOVE WRK-FONE-SAI TO PHIS-FONE.
            START PEDHIST KEY IS EQUAL PHIS-FONE
                INVALID KEY
                    MOVE '10' TO PEDHIST-STATUS
            END-START.
            IF PEDHIST-STATUS = '00'
                READ PEDHIST NEXT
                    AT END MOVE '10' TO PEDHIST-STATUS
                END-READ
            END-IF.
            IF PEDHIST-STATUS = '00'
                MOVE PHIS-IMAGEM TO PEDIDOS-REG
                MOVE WRK-FONE-FICA TO PEDIDOS-FONE
                MOVE WRK-FONE-FICA TO PHIS-FONE
                MOVE PEDIDOS-REG TO PHIS-IMAGEM
                REWRITE PEDHIST-REG
                END-REWRITE
                IF PEDHIST-STATUS = '00'
                    ADD 1 TO WRK-QT-PEDIDOS
                END-IF
            END-IF.

       2600-REAPONTAR-TITULOS.
            MOVE 0 TO WRK-QT-TITULOS.
            OPEN I-O TITULOS.
                CLOSE TITULOS
            END-IF.

       2650-REAPONTAR-CONTRATOS.
      * MESMO ESQUEMA DO 2500 - O CONTRATO E CHAVEADO PELO NUMERO.
      * SEM O ARQUIVO (NENHUM CONTRATO AINDA), NAO HA O QUE REAPONTAR.
            MOVE 0 TO WRK-QT-CONTRATOS.
            OPEN I-O CONTRATOS.
            IF CONTRATOS-STATUS = '00'
                MOVE 0 TO CTR-NUMERO
                START CONTRATOS KEY IS GREATER CONTRATOS-CHAVE
                    INVALID KEY
                        MOVE '10' TO CONTRATOS-STATUS
                END-START
                IF CONTRATOS-STATUS NOT = '10'
                    READ CONTRATOS NEXT
                        AT END MOVE '10' TO CONTRATOS-STATUS
                    END-READ
                END-IF
                PERFORM UNTIL CONTRATOS-STATUS = '10'
                    IF CTR-FONE = WRK-FONE-SAI
                        MOVE WRK-FONE-FICA TO CTR-FONE
                        REWRITE CONTRATOS-REG
                        END-REWRITE
                        ADD 1 TO WRK-QT-CONTRATOS
                    END-IF
                    READ CONTRATOS NEXT
                        AT END MOVE '10' TO CONTRATOS-STATUS
                    END-READ
                END-PERFORM
                CLOSE CONTRATOS
            END-IF.

       2700-INATIVAR-PERDEDOR.
            MOVE WRK-FONE-SAI TO CLIENTES-FONE.
            READ CLIENTES KEY IS CLIENTES-CHAVE
