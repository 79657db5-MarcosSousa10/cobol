      ******************************************************************
      * COPYBOOK : LIMPROP
      * OBJETIVO : LAYOUT DA PROPOSTA DE NOVO LIMITE DE CREDITO
      *            (LIMPROP.DAT), GRAVADA PELA REVISAO MENSAL DE
      *            CREDITO (CREDREV.COB) E DECIDIDA PELO SUPERVISOR NO
      *            CREDMANT.COB. UMA PROPOSTA POR CLIENTE - A RODADA
      *            SEGUINTE SUBSTITUI A ANTERIOR, DECIDIDA OU NAO.
      ******************************************************************
       01 LIMPROP-REG.
            05 LIMPROP-CHAVE.
                10 LIMPROP-FONE    PIC 9(09).
            05 LIMPROP-DATA        PIC 9(08).
            05 LIMPROP-LIMITE-ATUAL PIC 9(08)V99.
            05 LIMPROP-LIMITE-NOVO PIC 9(08)V99.
            05 LIMPROP-ACAO        PIC X(01).
                88 LIMPROP-AUMENTO     VALUE 'A'.
                88 LIMPROP-CORTE       VALUE 'C'.
      * O QUE PESOU NA NOTA: ATRASO MEDIO (DIAS), COMPRAS DOS ULTIMOS
      * 12 MESES, TITULOS LANCADOS EM PERDA E O BLOQUEIO DO
      * INADIMPL.COB NA DATA DA RODADA.
            05 LIMPROP-PONTOS      PIC S9(03).
            05 LIMPROP-ATRASO-MEDIO PIC 9(05).
            05 LIMPROP-VOLUME-12M  PIC 9(09)V99.
            05 LIMPROP-QT-PERDAS   PIC 9(03).
            05 LIMPROP-BLOQUEADO   PIC X(01).
            05 LIMPROP-SITUACAO    PIC X(01).
                88 LIMPROP-PENDENTE    VALUE 'P'.
                88 LIMPROP-ACEITA      VALUE 'A'.
                88 LIMPROP-REJEITADA   VALUE 'R'.
            05 LIMPROP-DATA-DECISAO PIC 9(08).
            05 LIMPROP-OPERADOR    PIC X(08).
