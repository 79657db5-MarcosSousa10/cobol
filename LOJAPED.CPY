      ******************************************************************
      * COPYBOOK : LOJAPED
      * OBJETIVO : REGISTRO DOS PEDIDOS DA LOJA VIRTUAL JA IMPORTADOS
      *            (LOJAPED.DAT), CHAVEADO PELO NUMERO DO PEDIDO NA
      *            LOJA - A IMPORTACAO (LOJAIMP.COB) CONSULTA AQUI
      *            ANTES DE GERAR, ENTAO A MESMA EXPORTACAO RODADA DE
      *            NOVO NAO DUPLICA PEDIDO; E GUARDA O NUMERO DO PEDIDO
      *            GERADO EM PEDIDOS.DAT PARA O ATENDIMENTO ACHAR UM
      *            PELO OUTRO.
      ******************************************************************
       01 LOJAPED-REG.
            05 LOJAPED-CHAVE.
                10 LOJA-PEDIDO-WEB PIC X(15).
            05 LOJA-NUMERO      PIC 9(06).
            05 LOJA-DATA        PIC 9(08).
            05 LOJA-DOCUMENTO   PIC 9(14).
            05 LOJA-FONE        PIC 9(09).
            05 LOJA-TOTAL       PIC 9(08)V99.
