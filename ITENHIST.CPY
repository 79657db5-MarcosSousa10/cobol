      ******************************************************************
      * COPYBOOK : ITENHIST
      * OBJETIVO : LAYOUT DO HISTORICO DE ITENS DE PEDIDO
      *            (PEDITENS_HIST.DAT) - AS LINHAS DOS PEDIDOS QUE
      *            FORAM PARA O PEDIDOS_HIST.DAT, NA MESMA CHAVE NUMERO
      *            DO PEDIDO + LINHA DO PEDITENS.DAT. IHIS-IMAGEM E O
      *            PEDITENS-REG COMO ERA.
      ******************************************************************
       01 ITENHIST-REG.
            05 ITENHIST-CHAVE.
                10 IHIS-PEDIDO   PIC 9(06).
                10 IHIS-LINHA    PIC 9(03).
      * FOLGA PARA O PEDITENS-REG CRESCER SEM MEXER NO HISTORICO.
            05 IHIS-IMAGEM       PIC X(250).
