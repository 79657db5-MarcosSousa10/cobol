      ******************************************************************
      * COPYBOOK : COMPRAS
      * OBJETIVO : LAYOUT DO CABECALHO DO PEDIDO DE COMPRA
      *            (COMPRAS.DAT) - GERADO DO RELATORIO DE REPOSICAO DO
      *            PRODUTOS.COB, UM POR FORNECEDOR PREFERENCIAL, COM OS
      *            ITENS EM COMPITENS.DAT (MESMO ESQUEMA PEDIDOS.DAT /
      *            PEDITENS.DAT). O RECEBIMENTO, TOTAL OU PARCIAL, DA
      *            ENTRADA NO ESTOQUE PELO LOG DE MOVIMENTOS.
      ******************************************************************
       01 COMPRAS-REG.
            05 COMPRAS-CHAVE.
                10 COMPRA-NUMERO   PIC 9(06).
            05 COMPRA-FORNECEDOR   PIC 9(05).
            05 COMPRA-DATA         PIC 9(08).
      * DATA DA EMISSAO + PRAZO DE ENTREGA DO FORNECEDOR.
            05 COMPRA-PREVISAO     PIC 9(08).
            05 COMPRA-QT-ITENS     PIC 9(03).
      * A - ABERTO (NADA RECEBIDO), P - RECEBIDO EM PARTE (O SALDO
      * CONTINUA EM ABERTO), R - RECEBIDO POR INTEIRO, C - CANCELADO.
            05 COMPRA-SITUACAO     PIC X(01).
                88 COMPRA-SIT-ABERTO   VALUE 'A'.
                88 COMPRA-SIT-PARCIAL  VALUE 'P'.
                88 COMPRA-SIT-RECEBIDO VALUE 'R'.
                88 COMPRA-SIT-CANCELADO VALUE 'C'.
            05 COMPRA-OPERADOR     PIC X(08).
      * DEPOSITO QUE PEDIU A REPOSICAO (ZEROS = PRINCIPAL) - O
      * RECEBIMENTO SUGERE ESTE DEPOSITO PARA A ENTRADA.
            05 COMPRA-DEPOSITO     PIC 9(02).
