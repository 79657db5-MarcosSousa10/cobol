            05 NOVO-CONSENTE  PIC X(01).
            05 NOVO-EMAIL-SIT PIC X(01).
            05 NOVO-BLOQ-ATRASO PIC X(01).
            05 NOVO-LISTA     PIC 9(02).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS  PIC 9(02).
                MOVE CLIENTES-CONSENTE   TO NOVO-CONSENTE
                MOVE CLIENTES-EMAIL-SIT  TO NOVO-EMAIL-SIT
                MOVE CLIENTES-BLOQ-ATRASO TO NOVO-BLOQ-ATRASO
                MOVE CLIENTES-LISTA      TO NOVO-LISTA
                WRITE NOVO-REG
                    INVALID KEY
                        DISPLAY 'REGISTRO NAO REGRAVADO: ' NOVO-FONE
