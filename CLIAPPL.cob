          05 REPL-CONSENTE       PIC X(01).
          05 REPL-EMAIL-SIT      PIC X(01).
          05 REPL-BLOQ-ATRASO    PIC X(01).
          05 REPL-LISTA          PIC 9(02).
          05 REPL-ANT-PRESENTE   PIC X(01).
          05 REPL-ANT-NOME       PIC X(30).
          05 REPL-ANT-EMAIL      PIC X(60).
          05 REPL-ANT-CONSENTE   PIC X(01).
          05 REPL-ANT-EMAIL-SIT  PIC X(01).
          05 REPL-ANT-BLOQ       PIC X(01).
          05 REPL-ANT-LISTA      PIC 9(02).

       FD CONFLITOS.
       01 CONFLITOS-REG.
                   OR CLIENTES-CONSENTE NOT = REPL-ANT-CONSENTE
                   OR CLIENTES-EMAIL-SIT NOT = REPL-ANT-EMAIL-SIT
                   OR CLIENTES-BLOQ-ATRASO NOT = REPL-ANT-BLOQ
                   OR CLIENTES-LISTA NOT = REPL-ANT-LISTA
                    SET WRK-HOUVE-CONFLITO TO TRUE
                END-IF
            END-IF.
            MOVE REPL-CONSENTE   TO CLIENTES-CONSENTE.
            MOVE REPL-EMAIL-SIT  TO CLIENTES-EMAIL-SIT.
            MOVE REPL-BLOQ-ATRASO TO CLIENTES-BLOQ-ATRASO.
            MOVE REPL-LISTA      TO CLIENTES-LISTA.

       END PROGRAM CLIAPPL.
