      ******************************************************************
      * COPYBOOK : DIAUTLNK
      * OBJETIVO : AREA DE LINKAGE DO DIAUTIL - DIAS UTEIS PELO
      *            CALENDARIO DE FERIADOS (FERIADOS.DAT) MAIS SABADOS E
      *            DOMINGOS. SEM O ARQUIVO, SO O FIM DE SEMANA CONTA.
      *            OPERACOES:
      *            'V' - LNK-DUT-DATA E DIA UTIL? (LNK-DUT-SW).
      *            'P' - PRIMEIRO DIA UTIL A PARTIR DE LNK-DUT-DATA (A
      *                  PROPRIA DATA, SE UTIL) EM LNK-DUT-RESULTADO.
      *            'S' - LNK-DUT-DATA MAIS LNK-DUT-DIAS DIAS UTEIS EM
      *                  LNK-DUT-RESULTADO.
      *            'C' - DIAS UTEIS DEPOIS DE LNK-DUT-DATA ATE
      *                  LNK-DUT-DATA-FIM (INCLUSIVE) EM LNK-DUT-DIAS.
      *            'U' - ULTIMO DIA UTIL DO MES DE LNK-DUT-DATA EM
      *                  LNK-DUT-RESULTADO.
      ******************************************************************
       01 LNK-DUT-AREA.
            05 LNK-DUT-OP          PIC X(01).
            05 LNK-DUT-DATA        PIC 9(08).
            05 LNK-DUT-DATA-FIM    PIC 9(08).
            05 LNK-DUT-DIAS        PIC S9(04).
            05 LNK-DUT-RESULTADO   PIC 9(08).
            05 LNK-DUT-SW          PIC X(01).
                88 LNK-DUT-DIA-UTIL    VALUE 'S'.
                88 LNK-DUT-NAO-UTIL    VALUE 'N'.
