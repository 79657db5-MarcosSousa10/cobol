            05 TUR-SITUACAO   PIC X(01).
                88 TUR-SIT-ATIVA   VALUE 'A'.
                88 TUR-SIT-INATIVA VALUE 'I'.
      * VALOR DA MENSALIDADE DA TURMA NO PERIODO - ZERO = TURMA NAO
      * COBRADA PELO FATURAMENTO MENSAL (MENSALID.COB).
            05 TUR-MENSALIDADE PIC 9(06)V99.
