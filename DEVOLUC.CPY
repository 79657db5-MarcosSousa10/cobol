      ******************************************************************
      * COPYBOOK : DEVOLUC
      * OBJETIVO : LAYOUT DO CABECALHO DA DEVOLUCAO DE CLIENTE
      *            (DEVOLUCOES.DAT) - AMARRADA A NOTA FISCAL ORIGINAL
      *            (NOTAFISC.DAT) E AO PEDIDO DELA, COM OS ITENS
      *            DEVOLVIDOS EM DEVITENS.DAT (MESMO ESQUEMA PEDIDOS /
      *            PEDITENS). O NUMERO DA DEVOLUCAO E O NUMERO DA NOTA
      *            DE CREDITO EMITIDA AO CLIENTE. LANCADA NO
      *            DEVOLUC.COB.
      ******************************************************************
       01 DEVOLUCOES-REG.
            05 DEVOLUCOES-CHAVE.
                10 DEV-NUMERO     PIC 9(06).
            05 DEV-NF             PIC 9(08).
            05 DEV-PEDIDO         PIC 9(06).
            05 DEV-FONE           PIC 9(09).
      * VENDEDOR DO PEDIDO ORIGINAL - A COMISSAO DELE E ESTORNADA
      * PELO VALOR DEVOLVIDO.
            05 DEV-VENDEDOR       PIC 9(03).
            05 DEV-DATA           PIC 9(08).
            05 DEV-QT-ITENS       PIC 9(03).
      * VALOR TOTAL DA NOTA DE CREDITO = ABATIDO + SALDO CREDOR.
            05 DEV-VALOR          PIC 9(08)V99.
      * PARTE DO CREDITO QUE ABATEU O QUE O CLIENTE AINDA DEVIA DO
      * PEDIDO (TITULOS ABERTOS, OU O VALOR AINDA A COBRAR QUANDO O
      * PEDIDO NAO TINHA IDO PARA A REMESSA).
            05 DEV-VALOR-ABATIDO  PIC 9(08)V99.
      * O QUE SOBROU DEPOIS DO ABATIMENTO (PEDIDO JA PAGO): FICA COMO
      * SALDO CREDOR DO CLIENTE.
            05 DEV-SALDO-CREDITO  PIC 9(08)V99.
            05 DEV-MOTIVO         PIC X(40).
            05 DEV-OPERADOR       PIC X(08).
