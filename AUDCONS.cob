       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES       PIC X(06) VALUE SPACES.
       77 WRK-QT-COPIADAS  PIC 9(07) VALUE ZEROS.
      * PARAMETRO DE LINHA DE COMANDO - 'FECHAR' FAZ O FECHAMENTO
      * MENSAL SEM OPERADOR, NO ULTIMO DIA UTIL DO MES (NOTURNO.COB).
       77 WRK-PARAM-CMD    PIC X(20) VALUE SPACES.
       01 WRK-AUD-CAMPOS.
           05 WRK-AUDC-DATAHORA PIC X(17).
           05 WRK-AUDC-OPER     PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            ACCEPT WRK-PARAM-CMD FROM COMMAND-LINE.
            IF WRK-PARAM-CMD(1:6) = 'FECHAR'
                PERFORM 5000-FECHAR-MES THRU 5000-FIM
                GOBACK
            END-IF.
            MOVE SPACES TO WRK-OPCAO.
            PERFORM UNTIL WRK-OPCAO = '9'
                DISPLAY ' '
       5000-FECHAR-MES.
      * FECHAMENTO MENSAL: COPIA TODAS AS LINHAS DO ARQUIVO CORRENTE
      * PARA AUDITORIA_AAAAMM.TXT (ANO/MES ATUAL) E REABRE O CORRENTE
      * VAZIO. RODA SOZINHO NO NOTURNO DO ULTIMO DIA UTIL DO MES
      * (PARAMETRO FECHAR, SEM PERGUNTAR NADA).
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES.
            MOVE SPACES TO WRK-ARQUIVO-PATH.
            END-STRING.
            DISPLAY 'FECHAR A AUDITORIA EM AUDITORIA_' WRK-ANOMES
                    '.TXT (S/N)? '.
            IF WRK-PARAM-CMD(1:6) = 'FECHAR'
                MOVE 'S' TO WRK-TECLA
            ELSE
                ACCEPT WRK-TECLA
            END-IF.
            IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                DISPLAY 'FECHAMENTO CANCELADO'
                GO TO 5000-FIM
