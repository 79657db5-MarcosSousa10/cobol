      ******************************************************************
      * COPYBOOK : APVLNK
      * OBJETIVO : AREA DE LINKAGE DO APVGRAV - O CHAMADOR PREENCHE A
      *            OPERACAO, O ALVO, O ANTES/DEPOIS, O MOTIVO E O
      *            SOLICITANTE; O APVGRAV NUMERA (NUMGER, SERIE
      *            APROVAC) E GRAVA O PEDIDO PENDENTE EM
      *            APROVACOES.DAT. JA HAVENDO PEDIDO PENDENTE DA MESMA
      *            OPERACAO PARA O MESMO ALVO, NAO GRAVA OUTRO E
      *            DEVOLVE O NUMERO DO EXISTENTE.
      ******************************************************************
       01 LNK-APV-AREA.
            05 LNK-APV-OPERACAO     PIC X(10).
            05 LNK-APV-ALVO         PIC 9(14).
            05 LNK-APV-VALOR-ANTES  PIC 9(08)V99.
            05 LNK-APV-VALOR-DEPOIS PIC 9(08)V99.
            05 LNK-APV-ANTES        PIC X(250).
            05 LNK-APV-DEPOIS       PIC X(250).
            05 LNK-APV-MOTIVO       PIC X(60).
            05 LNK-APV-SOLICITANTE  PIC X(08).
      * SAIDA: NUMERO DO PEDIDO (NOVO OU O PENDENTE JA EXISTENTE).
            05 LNK-APV-NUMERO       PIC 9(08).
            05 LNK-APV-SW           PIC X(01).
                88 LNK-APV-GRAVADA      VALUE 'S'.
                88 LNK-APV-JA-PENDENTE  VALUE 'D'.
                88 LNK-APV-NAO-GRAVADA  VALUE 'N'.
