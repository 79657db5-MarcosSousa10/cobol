      ******************************************************************
      * COPYBOOK : FECHPER
      * OBJETIVO : LAYOUT DO FECHAMENTO DO PERIODO LETIVO
      *            (FECHAMENTOS.DAT), FEITO NO FECHAPER.COB POR TURMA
      *            OU PARA O PERIODO INTEIRO (TURMA EM BRANCO). PERIODO
      *            OU TURMA FECHADOS NAO ACEITAM MAIS NOTA, SEGUNDA
      *            CHAMADA NEM FREQUENCIA PELO PROGRAMA4; SO SUPERVISOR
      *            REABRE, COM MOTIVO, E A REABERTURA FICA REGISTRADA.
      ******************************************************************
       01 FECHAMENTOS-REG.
            05 FECHAMENTOS-CHAVE.
                10 FCH-PERIODO       PIC 9(06).
      * BRANCO = MARCADOR DO PERIODO INTEIRO.
                10 FCH-TURMA         PIC X(10).
            05 FCH-SITUACAO          PIC X(01).
                88 FCH-FECHADO     VALUE 'F'.
                88 FCH-REABERTO    VALUE 'R'.
            05 FCH-DATA              PIC 9(08).
            05 FCH-HORA              PIC 9(06).
            05 FCH-OPERADOR          PIC X(08).
      * ULTIMA REABERTURA (A HISTORIA COMPLETA FICA NO
      * FECHAMENTOS_AUD.TXT).
            05 FCH-REAB-DATA         PIC 9(08).
            05 FCH-REAB-OPERADOR     PIC X(08).
            05 FCH-REAB-MOTIVO       PIC X(60).
