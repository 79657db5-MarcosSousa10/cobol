      ******************************************************************
      * COPYBOOK : PEDHIST
      * OBJETIVO : LAYOUT DO HISTORICO DE PEDIDOS (PEDIDOS_HIST.DAT) -
      *            PEDIDOS ENCERRADOS E ANTIGOS QUE O PEDARQ.COB TIROU
      *            DO PEDIDOS.DAT. GUARDA O REGISTRO INTEIRO COMO ERA
      *            (PHIS-IMAGEM, NO LAYOUT DO COPYBOOK PEDIDOS) - QUEM
      *            CONSULTA MOVE A IMAGEM PARA PEDIDOS-REG E USA OS
      *            MESMOS CAMPOS. CHAVE PELO NUMERO E ALTERNADA PELO
      *            TELEFONE, COMO O PROPRIO PEDIDOS.DAT.
      ******************************************************************
       01 PEDHIST-REG.
            05 PEDHIST-CHAVE.
                10 PHIS-NUMERO   PIC 9(06).
            05 PHIS-FONE         PIC 9(09).
      * DATA EM QUE O PEDIDO FOI ARQUIVADO.
            05 PHIS-DATA-ARQ     PIC 9(08).
      * FOLGA PARA O PEDIDOS-REG CRESCER SEM MEXER NO HISTORICO.
            05 PHIS-IMAGEM       PIC X(300).
