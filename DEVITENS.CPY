      ******************************************************************
      * COPYBOOK : DEVITENS
      * OBJETIVO : LAYOUT DO ITEM DEVOLVIDO (DEVITENS.DAT), FILHO DO
      *            CABECALHO EM DEVOLUCOES.DAT PELA CHAVE NUMERO DA
      *            DEVOLUCAO + LINHA. CADA ITEM APONTA A LINHA DO
      *            PEDIDO ORIGINAL (PEDITENS.DAT) DE ONDE SAIU.
      ******************************************************************
       01 DEVITENS-REG.
            05 DEVITENS-CHAVE.
                10 DEVI-DEVOLUCAO  PIC 9(06).
                10 DEVI-LINHA      PIC 9(03).
            05 DEVI-LINHA-PEDIDO   PIC 9(03).
            05 DEVI-CODIGO         PIC 9(05).
            05 DEVI-PRODUTO        PIC X(30).
            05 DEVI-QTDE           PIC 9(03).
      * VALOR UNITARIO COBRADO NA NOTA ORIGINAL (ITENS-VALOR).
            05 DEVI-VALOR          PIC 9(08)V99.
