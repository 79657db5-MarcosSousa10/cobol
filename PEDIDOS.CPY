                10 PEDIDOS-ENT-CIDADE     PIC X(25).
                10 PEDIDOS-ENT-UF         PIC X(02).
                10 PEDIDOS-ENT-CEP        PIC 9(08).
      * FATURAMENTO PARCIAL: O QUE NAO TINHA ESTOQUE VIRA UM PEDIDO
      * NOVO (BACKORDER), ABERTO, COM O NUMERO DO PEDIDO ORIGINAL EM
      * PEDIDOS-ORIGEM; O ORIGINAL GUARDA O NUMERO DO BACKORDER EM
      * PEDIDOS-BACKORDER. ZEROS NOS DOIS = PEDIDO COMUM.
            05 PEDIDOS-ORIGEM    PIC 9(06).
            05 PEDIDOS-BACKORDER PIC 9(06).
      * VALOR JA DEVOLVIDO PELO CLIENTE (DEVOLUC.COB) - SAI DO QUE A
      * REMESSA COBRA E DAS VENDAS E COMISSOES DO PEDIDO.
            05 PEDIDOS-DEVOLVIDO PIC 9(08)V99.
      * DEPOSITO DE ONDE A MERCADORIA SAIU NO FATURAMENTO
      * (DEPOSITOS.DAT, ZEROS = AINDA NAO FATURADO) - A DEVOLUCAO
      * VOLTA PARA ELE E O ROMANEIO AGRUPA A EXPEDICAO POR ELE.
            05 PEDIDOS-DEPOSITO   PIC 9(02).
      * DATA EM QUE O PEDIDO FATURADO FOI SEPARADO NAS PRATELEIRAS
      * (LISTA DE SEPARACAO, SEPARAC.COB) - ZEROS = NAO SEPARADO; O
      * ROMANEIO AVISA QUANDO VAI MANIFESTAR PEDIDO NAO SEPARADO.
            05 PEDIDOS-SEPARADO   PIC 9(08).
      * PEDIDO RETIDO POR PRECO: ALGUMA LINHA FICOU ABAIXO DO PRECO
      * MINIMO DA LISTA DO CLIENTE (TETO DE DESCONTO) E ESPERA A
      * APROVACAO DO SUPERVISOR - NAO FATURA ANTES DISSO. BRANCO =
      * LIVRE.
            05 PEDIDOS-RETIDO     PIC X(01).
                88 PEDIDOS-RETIDO-PRECO VALUE 'P'.
      * CONTRATO DE FORNECIMENTO (CONTRATOS.DAT) QUE GEROU O PEDIDO
      * NO PASSO NOTURNO CONTGER.COB - ZEROS = PEDIDO AVULSO.
            05 PEDIDOS-CONTRATO   PIC 9(05).
      * PONTOS DE FIDELIDADE (PONTOS.DAT) RESGATADOS NA DIGITACAO E O
      * DESCONTO EM REAIS QUE ELES VIRARAM - PEDIDOS-TOTAL JA SAI
      * LIQUIDO DO DESCONTO. ZEROS = SEM RESGATE.
            05 PEDIDOS-PONTOS-USADOS PIC 9(07).
            05 PEDIDOS-DESC-PONTOS   PIC 9(08)V99.
      * TRANSPORTADORA ESCOLHIDA NA COTACAO (TRANSP.DAT) QUE VIROU O
      * PEDIDO - ZEROS = CORREIOS OU TRANSPORTADORA NAO DEFINIDA.
            05 PEDIDOS-TRANSP        PIC 9(03).
