      ******************************************************************
      * COPYBOOK : FERLNK
      * OBJETIVO : AREA DE LINKAGE DO APURADOR DE PERIODOS DE FERIAS
      *            (FERAPUR) - O CHAMADOR INFORMA O FUNCIONARIO, A
      *            ADMISSAO E A DATA DE REFERENCIA; O FERAPUR CRIA OS
      *            PERIODOS AQUISITIVOS QUE FALTAM EM FERIAS.DAT ATE
      *            ESSA DATA, APURA OS QUE TERMINARAM E DEVOLVE QUANTOS
      *            CRIOU E APUROU. O CHAMADOR NAO PODE ESTAR COM
      *            FERIAS.DAT OU FOLHAMOV.DAT ABERTOS.
      ******************************************************************
       01 LNK-FERIAS-AREA.
            05 LNK-FER-CODIGO     PIC 9(04).
            05 LNK-FER-ADMISSAO   PIC 9(08).
            05 LNK-FER-DATA-REF   PIC 9(08).
            05 LNK-FER-QT-NOVOS   PIC 9(02).
            05 LNK-FER-QT-APURADOS PIC 9(02).
            05 LNK-FER-SW         PIC X(01).
                88 LNK-FER-OK       VALUE 'S'.
                88 LNK-FER-ERRO     VALUE 'N'.
