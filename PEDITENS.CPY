      * PEDIDO (ZEROS EM ITEM DE TEXTO LIVRE) - UM REAJUSTE POSTERIOR
      * NAO APAGA MAIS O QUE VALIA QUANDO O PEDIDO FOI TIRADO.
            05 ITENS-PRECO-TAB  PIC 9(08)V99.
      * QUANTIDADE DA LINHA QUE FICOU DEVENDO NO FATURAMENTO PARCIAL
      * E FOI PARA O BACKORDER - ITENS-QTDE PASSA A SER SO O QUE
      * SAIU NA NOTA.
            05 ITENS-QTDE-BACK  PIC 9(03).
      * QUANTIDADE DA LINHA JA DEVOLVIDA PELO CLIENTE (DEVOLUC.COB) -
      * NENHUMA DEVOLUCAO PASSA DE ITENS-QTDE.
            05 ITENS-QTDE-DEV   PIC 9(03).
      * CUSTO MEDIO DO PRODUTO NA HORA DO FATURAMENTO (ZEROS EM ITEM
      * DE TEXTO LIVRE OU AINDA NAO FATURADO) - COMO O ITENS-PRECO-TAB,
      * UMA ENTRADA POSTERIOR NAO MUDA A MARGEM DO QUE JA FOI VENDIDO.
            05 ITENS-CUSTO      PIC 9(08)V99.
      * LOTE DE ONDE A LINHA SAIU NO FATURAMENTO (PRODUTO COM CONTROLE
      * DE LOTE) E QUANTOS LOTES ELA CONSUMIU - COM MAIS DE UM, AQUI
      * FICA O PRIMEIRO A VENCER E O LOG DE ESTOQUE TEM TODOS.
            05 ITENS-LOTE       PIC X(12).
            05 ITENS-QT-LOTES   PIC 9(02).
      * PRECO DA LISTA DO CLIENTE E PRECO MINIMO PELO TETO DE
      * DESCONTO DELA NA HORA DA DIGITACAO (PRECOLER) - LINHA ABAIXO
      * DO MINIMO FICA PENDENTE ATE O SUPERVISOR APROVAR. BRANCO =
      * DENTRO DO TETO (OU ITEM FORA DO CATALOGO).
            05 ITENS-PRECO-LISTA PIC 9(08)V99.
            05 ITENS-PRECO-MIN   PIC 9(08)V99.
            05 ITENS-APROVACAO   PIC X(01).
                88 ITENS-APROV-PENDENTE VALUE 'P'.
                88 ITENS-APROV-LIBERADA VALUE 'L'.
      * IMPOSTOS DA LINHA CALCULADOS NO FATURAMENTO (FISCALC) SOBRE A
      * QUANTIDADE FATURADA: NCM DO PRODUTO, CFOP, BASE, ALIQUOTA E
      * VALOR DO ICMS E ALIQUOTA E VALOR DO IPI. ZEROS = AINDA NAO
      * FATURADO OU ITEM DE TEXTO LIVRE.
            05 ITENS-NCM         PIC 9(08).
            05 ITENS-CFOP        PIC 9(04).
            05 ITENS-BASE-ICMS   PIC 9(08)V99.
            05 ITENS-ALIQ-ICMS   PIC 9(02)V99.
            05 ITENS-ICMS        PIC 9(08)V99.
            05 ITENS-ALIQ-IPI    PIC 9(02)V99.
            05 ITENS-IPI         PIC 9(08)V99.
