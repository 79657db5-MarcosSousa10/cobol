      ******************************************************************
      * COPYBOOK : CALEND
      * OBJETIVO : LAYOUT DO CALENDARIO DE FERIADOS (FERIADOS.DAT),
      *            MANTIDO NO CALMANT.COB E LIDO PELO DIAUTIL.COB PARA
      *            DECIDIR O QUE E DIA UTIL (VENCIMENTO DE TITULO,
      *            PRAZO DE ENTREGA, FECHAMENTO DO MES NO NOTURNO).
      *            SABADO E DOMINGO NUNCA SAO UTEIS E NAO PRECISAM
      *            ESTAR AQUI.
      ******************************************************************
       01 FERIADOS-REG.
            05 FERIADOS-CHAVE.
      * ANO 0000 = FERIADO DE DATA FIXA, VALE TODO ANO (0000MMDD);
      * OS MOVEIS (CARNAVAL, SEXTA-FEIRA SANTA, CORPUS CHRISTI) VAO
      * COM O ANO.
                10 FER-DATA        PIC 9(08).
            05 FER-DESCRICAO       PIC X(30).
            05 FER-TIPO            PIC X(01).
                88 FER-NACIONAL        VALUE 'N'.
                88 FER-LOCAL           VALUE 'L'.
