          05 REPL-CONSENTE       PIC X(01).
          05 REPL-EMAIL-SIT      PIC X(01).
          05 REPL-BLOQ-ATRASO    PIC X(01).
          05 REPL-LISTA          PIC 9(02).
      * BEFORE-IMAGE: 'S' = HAVIA ENVIO ANTERIOR E OS CAMPOS ABAIXO
      * SAO O QUE FOI ENVIADO; 'N' = PRIMEIRO ENVIO DESTE CLIENTE.
          05 REPL-ANT-PRESENTE   PIC X(01).
          05 REPL-ANT-CONSENTE   PIC X(01).
          05 REPL-ANT-EMAIL-SIT  PIC X(01).
          05 REPL-ANT-BLOQ       PIC X(01).
          05 REPL-ANT-LISTA      PIC 9(02).

       FD REPLICA-BASE.
      * ULTIMO CONTEUDO ENVIADO POR CLIENTE, CHAVEADO PELO TELEFONE.
          05 BASE-CONSENTE       PIC X(01).
          05 BASE-EMAIL-SIT      PIC X(01).
          05 BASE-BLOQ-ATRASO    PIC X(01).
          05 BASE-LISTA          PIC 9(02).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS  PIC 9(02).
            MOVE CLIENTES-CONSENTE   TO REPL-CONSENTE.
            MOVE CLIENTES-EMAIL-SIT  TO REPL-EMAIL-SIT.
            MOVE CLIENTES-BLOQ-ATRASO TO REPL-BLOQ-ATRASO.
            MOVE CLIENTES-LISTA      TO REPL-LISTA.
            PERFORM 2250-MONTAR-BEFORE-IMAGE.
            WRITE REPLICA-REG.
            PERFORM 2280-ATUALIZAR-BASE.
                MOVE BASE-CONSENTE   TO REPL-ANT-CONSENTE
                MOVE BASE-EMAIL-SIT  TO REPL-ANT-EMAIL-SIT
                MOVE BASE-BLOQ-ATRASO TO REPL-ANT-BLOQ
                MOVE BASE-LISTA      TO REPL-ANT-LISTA
            ELSE
                MOVE 'N' TO REPL-ANT-PRESENTE
                MOVE SPACES TO REPL-ANT-NOME
                MOVE SPACES TO REPL-ANT-CONSENTE
                MOVE SPACES TO REPL-ANT-EMAIL-SIT
                MOVE SPACES TO REPL-ANT-BLOQ
                MOVE ZEROS TO REPL-ANT-LISTA
            END-IF.

       2280-ATUALIZAR-BASE.
            MOVE CLIENTES-CONSENTE   TO BASE-CONSENTE.
            MOVE CLIENTES-EMAIL-SIT  TO BASE-EMAIL-SIT.
            MOVE CLIENTES-BLOQ-ATRASO TO BASE-BLOQ-ATRASO.
            MOVE CLIENTES-LISTA      TO BASE-LISTA.
            IF WRK-BASE-ACHADA
                REWRITE BASE-REG
                    INVALID KEY
