      ******************************************************************
      * COPYBOOK : COMPITEN
      * OBJETIVO : LAYOUT DO ITEM DO PEDIDO DE COMPRA (COMPITENS.DAT),
      *            FILHO DO CABECALHO EM COMPRAS.DAT PELA CHAVE NUMERO
      *            DO PEDIDO DE COMPRA + LINHA.
      ******************************************************************
       01 COMPITENS-REG.
            05 COMPITENS-CHAVE.
                10 CITEM-COMPRA    PIC 9(06).
                10 CITEM-LINHA     PIC 9(03).
            05 CITEM-CODIGO        PIC 9(05).
      * QUANTIDADE PEDIDA (SUGERIDA PELA REPOSICAO) E QUANTO DELA JA
      * CHEGOU - A DIFERENCA E O QUE O FORNECEDOR AINDA DEVE.
            05 CITEM-QTDE          PIC 9(07).
            05 CITEM-RECEBIDO      PIC 9(07).
      * CUSTO UNITARIO DA NOTA DO FORNECEDOR, INFORMADO NO RECEBIMENTO.
            05 CITEM-CUSTO         PIC 9(08)V99.
