          05 BKP-CONSENTE        PIC X(01).
          05 BKP-EMAIL-SIT       PIC X(01).
          05 BKP-BLOQ-ATRASO     PIC X(01).
          05 BKP-LISTA           PIC 9(02).
       01 BACKUP-TRAILER REDEFINES BACKUP-REG.
          05 TRL-TIPO            PIC X(01).
          05 TRL-QTDE            PIC 9(07).
            MOVE CLIENTES-CONSENTE   TO BKP-CONSENTE.
            MOVE CLIENTES-EMAIL-SIT  TO BKP-EMAIL-SIT.
            MOVE CLIENTES-BLOQ-ATRASO TO BKP-BLOQ-ATRASO.
            MOVE CLIENTES-LISTA      TO BKP-LISTA.
            WRITE BACKUP-REG.
            ADD 1 TO WRK-QT-GRAVADOS.
            ADD CLIENTES-FONE TO WRK-CHECKSUM.
               OR CLIENTES-CONSENTE NOT = BKP-CONSENTE
               OR CLIENTES-EMAIL-SIT NOT = BKP-EMAIL-SIT
               OR CLIENTES-BLOQ-ATRASO NOT = BKP-BLOQ-ATRASO
               OR CLIENTES-LISTA NOT = BKP-LISTA
                ADD 1 TO WRK-QT-DIVERGE
                DISPLAY 'REGISTRO DIVERGE: ' BKP-FONE
            END-IF.
            MOVE BKP-CONSENTE   TO CLIENTES-CONSENTE.
            MOVE BKP-EMAIL-SIT  TO CLIENTES-EMAIL-SIT.
            MOVE BKP-BLOQ-ATRASO TO CLIENTES-BLOQ-ATRASO.
            MOVE BKP-LISTA      TO CLIENTES-LISTA.
            WRITE CLIENTES-REG
                INVALID KEY
                    DISPLAY 'REGISTRO NAO RESTAURADO: ' BKP-FONE
