       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PEDARQ.
      *********************************
      * OBJETIVO:  ARQUIVAMENTO DOS PEDIDOS ENCERRADOS - MOVE OS
      *            PEDIDOS COBRADOS, CANCELADOS OU FATURADOS COM DATA
      *            ANTERIOR A UMA DATA DE CORTE, SEM TITULO EM ABERTO,
      *            PARA O PEDIDOS_HIST.DAT, E AS LINHAS DELES PARA O
      *            PEDITENS_HIST.DAT, REMOVENDO DOS INDEXADOS VIVOS -
      *            O EXTRATO, O RANKING E OS RELATORIOS DE VENDAS
      *            VOLTAM A LER UM ARQUIVO PEQUENO. O HISTORICO E
      *            INDEXADO (NUMERO E TELEFONE) PORQUE A CONSULTA DE
      *            PEDIDOS E O EXTRATO AINDA ACHAM O PEDIDO LA.
      *            FATURADO SO SAI SE JA TEM TITULO (TODOS LIQUIDADOS)
      *            - SEM TITULO ELE AINDA ESPERA A REMESSA DO CNABREM.
      *            IMPRIME CONTAGENS ANTES/DEPOIS, COMO O TITARQ.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEDIDOS-CHAVE
             ALTERNATE RECORD KEY IS PEDIDOS-FONE WITH DUPLICATES
             ALTERNATE RECORD KEY IS PEDIDOS-DATA WITH DUPLICATES
             FILE STATUS IS PEDIDOS-STATUS.

             SELECT PEDITENS ASSIGN TO 'PEDITENS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEDITENS-CHAVE
             FILE STATUS IS PEDITENS-STATUS.

             SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TITULOS-CHAVE
             ALTERNATE RECORD KEY IS TITULOS-FONE WITH DUPLICATES
             FILE STATUS IS TITULOS-STATUS.

             SELECT PEDHIST ASSIGN TO 'PEDIDOS_HIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEDHIST-CHAVE
             ALTERNATE RECORD KEY IS PHIS-FONE WITH DUPLICATES
             FILE STATUS IS PEDHIST-STATUS.

             SELECT ITENHIST ASSIGN TO 'PEDITENS_HIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ITENHIST-CHAVE
             FILE STATUS IS ITENHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       COPY PEDIDOS.

       FD PEDITENS.
       COPY PEDITENS.

       FD TITULOS.
       COPY TITULOS.

       FD PEDHIST.
       COPY PEDHIST.

       FD ITENHIST.
       COPY ITENHIST.

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS   PIC X(02).
       77 PEDITENS-STATUS  PIC X(02).
       77 TITULOS-STATUS   PIC X(02).
       77 PEDHIST-STATUS   PIC X(02).
       77 ITENHIST-STATUS  PIC X(02).
       77 WRK-DATA-CORTE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-ANTES     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DEPOIS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ARQUIVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ITENS-ARQ PIC 9(07) VALUE ZEROS.
       77 WRK-QT-COM-TITULO PIC 9(07) VALUE ZEROS.
       77 WRK-CHAVE-SALVA  PIC 9(06) VALUE ZEROS.
       77 WRK-LINHA-SALVA  PIC 9(03) VALUE ZEROS.
      * TITULOS.DAT AUSENTE (NENHUM TITULO EMITIDO AINDA) NAO IMPEDE O
      * ARQUIVAMENTO DOS CANCELADOS.
       77 WRK-SW-TITULOS   PIC X(01) VALUE 'N'.
           88 WRK-TEM-TITULOS  VALUE 'S'.
      * TITULOS DO PEDIDO CORRENTE - TOTAL E QUANTOS AINDA ABERTOS.
       77 WRK-QT-TIT       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-TIT-ABERTO PIC 9(03) VALUE ZEROS.
       77 WRK-SW-FALHA-ITENS PIC X(01) VALUE 'N'.
           88 WRK-FALHA-ITENS  VALUE 'S'.
       77 WRK-SW-ARQUIVA   PIC X(01) VALUE 'N'.
           88 WRK-PODE-ARQUIVAR VALUE 'S'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            DISPLAY 'ARQUIVAMENTO DE PEDIDOS ENCERRADOS'.
            DISPLAY 'ARQUIVAR COBRADOS/CANCELADOS/FATURADOS COM DATA '
                    'ANTES DE (AAAAMMDD): '.
            ACCEPT WRK-DATA-CORTE.
            IF WRK-DATA-CORTE = 0
                DISPLAY 'DATA DE CORTE INVALIDA - NADA FEITO'
                GOBACK
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS = '00'
                SET WRK-TEM-TITULOS TO TRUE
            ELSE
                IF TITULOS-STATUS NOT = '35'
                    DISPLAY 'ARQUIVO DE TITULOS INDISPONIVEL - NADA '
                            'FEITO'
                    GOBACK
                END-IF
            END-IF.
            OPEN I-O PEDIDOS.
            IF PEDIDOS-STATUS NOT = '00'
                DISPLAY 'ARQUIVO DE PEDIDOS INDISPONIVEL'
                PERFORM 9000-FECHAR-TITULOS
                GOBACK
            END-IF.
            OPEN I-O PEDITENS.
            IF PEDITENS-STATUS = '35'
                OPEN OUTPUT PEDITENS
                CLOSE PEDITENS
                OPEN I-O PEDITENS
            END-IF.
            OPEN I-O PEDHIST.
            IF PEDHIST-STATUS = '35'
                OPEN OUTPUT PEDHIST
                CLOSE PEDHIST
                OPEN I-O PEDHIST
            END-IF.
            OPEN I-O ITENHIST.
            IF ITENHIST-STATUS = '35'
                OPEN OUTPUT ITENHIST
                CLOSE ITENHIST
                OPEN I-O ITENHIST
            END-IF.
            IF PEDITENS-STATUS NOT = '00'
               OR PEDHIST-STATUS NOT = '00'
               OR ITENHIST-STATUS NOT = '00'
                DISPLAY 'ITENS OU HISTORICO INDISPONIVEL - NADA FEITO'
                CLOSE PEDIDOS
                PERFORM 9000-FECHAR-TITULOS
                GOBACK
            END-IF.
            PERFORM 2000-VARRER THRU 2000-FIM.
            CLOSE ITENHIST.
            CLOSE PEDHIST.
            CLOSE PEDITENS.
            CLOSE PEDIDOS.
            PERFORM 9000-FECHAR-TITULOS.
            DISPLAY 'PEDIDOS ANTES.....: ' WRK-QT-ANTES.
            DISPLAY 'ARQUIVADOS........: ' WRK-QT-ARQUIVADOS.
            DISPLAY 'PEDIDOS DEPOIS....: ' WRK-QT-DEPOIS.
            DISPLAY 'ITENS ARQUIVADOS..: ' WRK-QT-ITENS-ARQ.
            DISPLAY 'FICARAM POR TITULO ABERTO/SEM REMESSA: '
                    WRK-QT-COM-TITULO.
            DISPLAY 'HISTORICO EM PEDIDOS_HIST.DAT E PEDITENS_HIST.DAT'.
            GOBACK.

       2000-VARRER.
            MOVE 0 TO PEDIDOS-NUMERO.
            START PEDIDOS KEY IS GREATER PEDIDOS-CHAVE
                INVALID KEY
                    MOVE '10' TO PEDIDOS-STATUS
            END-START.
            IF PEDIDOS-STATUS NOT = '10'
                READ PEDIDOS NEXT
                    AT END MOVE '10' TO PEDIDOS-STATUS
                END-READ
            END-IF.
            PERFORM UNTIL PEDIDOS-STATUS = '10'
                ADD 1 TO WRK-QT-ANTES
                MOVE 'N' TO WRK-SW-ARQUIVA
                IF (PEDIDOS-SIT-COBRADO OR PEDIDOS-SIT-CANCELADO
                    OR PEDIDOS-SIT-FATURADO)
                   AND PEDIDOS-DATA < WRK-DATA-CORTE
                    PERFORM 2050-CHECAR-TITULOS THRU 2050-FIM
                END-IF
                IF WRK-PODE-ARQUIVAR
                    PERFORM 2100-ARQUIVAR THRU 2100-FIM
                ELSE
                    ADD 1 TO WRK-QT-DEPOIS
                    READ PEDIDOS NEXT
                        AT END MOVE '10' TO PEDIDOS-STATUS
                    END-READ
                END-IF
            END-PERFORM.
       2000-FIM.
            EXIT.

       2050-CHECAR-TITULOS.
      * OS TITULOS DO PEDIDO VEM PELA CHAVE ALTERNADA DE TELEFONE
      * (MESMA LEITURA DO 0150-VERIFICA-CREDITO DO PEDIDOS.COB).
      * ABERTO OU REJEITADO SEGURA O PEDIDO; PAGO, CANCELADO, PERDA E
      * RENEGOCIADO NAO.
            MOVE 0 TO WRK-QT-TIT.
            MOVE 0 TO WRK-QT-TIT-ABERTO.
            IF WRK-TEM-TITULOS
                MOVE PEDIDOS-FONE TO TITULOS-FONE
                START TITULOS KEY IS EQUAL TITULOS-FONE
                    INVALID KEY
                        MOVE '10' TO TITULOS-STATUS
                END-START
                IF TITULOS-STATUS NOT = '10'
                    READ TITULOS NEXT
                        AT END MOVE '10' TO TITULOS-STATUS
                    END-READ
                END-IF
                PERFORM UNTIL TITULOS-STATUS = '10'
                        OR TITULOS-FONE NOT = PEDIDOS-FONE
                    IF TITULOS-PEDIDO = PEDIDOS-NUMERO
                        ADD 1 TO WRK-QT-TIT
                        IF TITULOS-SIT-ABERTO OR TITULOS-SIT-REJEITADO
                            ADD 1 TO WRK-QT-TIT-ABERTO
                        END-IF
                    END-IF
                    READ TITULOS NEXT
                        AT END MOVE '10' TO TITULOS-STATUS
                    END-READ
                END-PERFORM
                MOVE '00' TO TITULOS-STATUS
            END-IF.
            IF WRK-QT-TIT-ABERTO > 0
               OR (PEDIDOS-SIT-FATURADO AND WRK-QT-TIT = 0)
                ADD 1 TO WRK-QT-COM-TITULO
                GO TO 2050-FIM
            END-IF.
            SET WRK-PODE-ARQUIVAR TO TRUE.
       2050-FIM.
            EXIT.

       2100-ARQUIVAR.
      * PEDIDO NO HISTORICO PRIMEIRO; SO DEPOIS DE GRAVADO SAEM AS
      * LINHAS E O PEDIDO DOS VIVOS. NUMERO QUE JA ESTA NO HISTORICO
      * (ARQUIVAMENTO ANTERIOR INTERROMPIDO) E REGRAVADO.
            MOVE PEDIDOS-NUMERO TO PHIS-NUMERO.
            MOVE PEDIDOS-FONE TO PHIS-FONE.
            MOVE WRK-DATA-HOJE TO PHIS-DATA-ARQ.
            MOVE PEDIDOS-REG TO PHIS-IMAGEM.
            WRITE PEDHIST-REG
                INVALID KEY
                    REWRITE PEDHIST-REG
                    END-REWRITE
            END-WRITE.
            IF PEDHIST-STATUS NOT = '00'
                DISPLAY 'PEDIDO ' PEDIDOS-NUMERO ' NAO ARQUIVADO - '
                        'STATUS ' PEDHIST-STATUS
                ADD 1 TO WRK-QT-DEPOIS
                READ PEDIDOS NEXT
                    AT END MOVE '10' TO PEDIDOS-STATUS
                END-READ
                GO TO 2100-FIM
            END-IF.
      * AS LINHAS SAO COPIADAS ANTES DE QUALQUER EXCLUSAO; SE ALGUMA
      * NAO FOR, O PEDIDO FICA INTEIRO NOS VIVOS E SAI DO HISTORICO.
            MOVE PEDIDOS-NUMERO TO WRK-CHAVE-SALVA.
            PERFORM 2150-COPIAR-ITENS THRU 2150-FIM.
            IF WRK-FALHA-ITENS
                DISPLAY 'PEDIDO ' PEDIDOS-NUMERO ' MANTIDO - ITENS '
                        'NAO FORAM PARA O HISTORICO'
                PERFORM 2180-DESFAZER-HISTORICO THRU 2180-FIM
                ADD 1 TO WRK-QT-DEPOIS
                READ PEDIDOS NEXT
                    AT END MOVE '10' TO PEDIDOS-STATUS
                END-READ
                GO TO 2100-FIM
            END-IF.
      * DEPOIS DO DELETE A LEITURA E REPOSICIONADA PELA CHAVE (MESMO
      * CUIDADO DO 2100-ARQUIVAR DO TITARQ.COB). O PEDIDO SO CONTA
      * COMO ARQUIVADO COM O DELETE FEITO, E SO ENTAO AS LINHAS SAEM
      * DO PEDITENS.DAT.
            DELETE PEDIDOS
            END-DELETE.
            IF PEDIDOS-STATUS = '00'
                ADD 1 TO WRK-QT-ARQUIVADOS
                PERFORM 2160-EXCLUIR-ITENS THRU 2160-FIM
            ELSE
                DISPLAY 'PEDIDO ' WRK-CHAVE-SALVA ' MANTIDO - '
                        'EXCLUSAO COM STATUS ' PEDIDOS-STATUS
                PERFORM 2180-DESFAZER-HISTORICO THRU 2180-FIM
                ADD 1 TO WRK-QT-DEPOIS
            END-IF.
            MOVE WRK-CHAVE-SALVA TO PEDIDOS-NUMERO.
            START PEDIDOS KEY IS GREATER PEDIDOS-CHAVE
                INVALID KEY
                    MOVE '10' TO PEDIDOS-STATUS
            END-START.
            IF PEDIDOS-STATUS NOT = '10'
                READ PEDIDOS NEXT
                    AT END MOVE '10' TO PEDIDOS-STATUS
                END-READ
            END-IF.
       2100-FIM.
            EXIT.

       2150-COPIAR-ITENS.
      * COPIA AS LINHAS DO PEDIDO PARA O PEDITENS_HIST.DAT, SEM
      * EXCLUIR NADA AINDA. LINHA QUE NAO GRAVOU LIGA WRK-FALHA-ITENS.
            MOVE 'N' TO WRK-SW-FALHA-ITENS.
            MOVE PEDIDOS-NUMERO TO ITENS-PEDIDO.
            MOVE 0 TO ITENS-LINHA.
            START PEDITENS KEY IS GREATER PEDITENS-CHAVE
                INVALID KEY
                    MOVE '10' TO PEDITENS-STATUS
            END-START.
            IF PEDITENS-STATUS NOT = '10'
                READ PEDITENS NEXT
                    AT END MOVE '10' TO PEDITENS-STATUS
                END-READ
            END-IF.
            PERFORM UNTIL PEDITENS-STATUS = '10'
                    OR ITENS-PEDIDO NOT = PEDIDOS-NUMERO
                MOVE ITENS-PEDIDO TO IHIS-PEDIDO
                MOVE ITENS-LINHA TO IHIS-LINHA
                MOVE PEDITENS-REG TO IHIS-IMAGEM
                WRITE ITENHIST-REG
                    INVALID KEY
                        REWRITE ITENHIST-REG
                        END-REWRITE
                END-WRITE
                IF ITENHIST-STATUS NOT = '00'
                    DISPLAY 'ITEM ' ITENS-PEDIDO '/' ITENS-LINHA
                            ' NAO ARQUIVADO - STATUS ' ITENHIST-STATUS
                    SET WRK-FALHA-ITENS TO TRUE
                END-IF
                READ PEDITENS NEXT
                    AT END MOVE '10' TO PEDITENS-STATUS
                END-READ
            END-PERFORM.
            MOVE '00' TO PEDITENS-STATUS.
       2150-FIM.
            EXIT.

       2160-EXCLUIR-ITENS.
      * O PEDIDO JA SAIU DOS VIVOS - AS LINHAS, JA COPIADAS, SAEM DO
      * PEDITENS.DAT.
            MOVE WRK-CHAVE-SALVA TO ITENS-PEDIDO.
            MOVE 0 TO ITENS-LINHA.
            START PEDITENS KEY IS GREATER PEDITENS-CHAVE
                INVALID KEY
                    MOVE '10' TO PEDITENS-STATUS
            END-START.
            IF PEDITENS-STATUS NOT = '10'
                READ PEDITENS NEXT
                    AT END MOVE '10' TO PEDITENS-STATUS
                END-READ
            END-IF.
            PERFORM UNTIL PEDITENS-STATUS = '10'
                    OR ITENS-PEDIDO NOT = WRK-CHAVE-SALVA
                MOVE ITENS-LINHA TO WRK-LINHA-SALVA
                DELETE PEDITENS
                END-DELETE
                IF PEDITENS-STATUS = '00'
                    ADD 1 TO WRK-QT-ITENS-ARQ
                ELSE
                    DISPLAY 'ITEM ' WRK-CHAVE-SALVA '/' WRK-LINHA-SALVA
                            ' NAO EXCLUIDO - STATUS ' PEDITENS-STATUS
                END-IF
                MOVE WRK-CHAVE-SALVA TO ITENS-PEDIDO
                MOVE WRK-LINHA-SALVA TO ITENS-LINHA
                START PEDITENS KEY IS GREATER PEDITENS-CHAVE
                    INVALID KEY
                        MOVE '10' TO PEDITENS-STATUS
                END-START
                IF PEDITENS-STATUS NOT = '10'
                    READ PEDITENS NEXT
                        AT END MOVE '10' TO PEDITENS-STATUS
                    END-READ
                END-IF
            END-PERFORM.
            MOVE '00' TO PEDITENS-STATUS.
       2160-FIM.
            EXIT.

       2180-DESFAZER-HISTORICO.
      * PEDIDO QUE FICOU NOS VIVOS NAO PODE APARECER TAMBEM COMO
      * ARQUIVADO (EXTRATO E RANKING O CONTARIAM DUAS VEZES).
            MOVE WRK-CHAVE-SALVA TO PHIS-NUMERO.
            DELETE PEDHIST
            END-DELETE.
            IF PEDHIST-STATUS NOT = '00'
                DISPLAY 'PEDIDO ' WRK-CHAVE-SALVA ' FICOU TAMBEM NO '
                        'HISTORICO - STATUS ' PEDHIST-STATUS
            END-IF.
       2180-FIM.
            EXIT.

       9000-FECHAR-TITULOS.
            IF WRK-TEM-TITULOS
                CLOSE TITULOS
            END-IF.

       END PROGRAM PEDARQ.
