      ******************************************************************
      * COPYBOOK : CTRITENS
      * OBJETIVO : LAYOUT DO ARQUIVO DE ITENS DE CONTRATO
      *            (CTRITENS.DAT), FILHO DO CONTRATOS.DAT PELA CHAVE
      *            NUMERO DO CONTRATO + LINHA, NO MESMO ESQUEMA DO
      *            PEDITENS.DAT PENDURADO NO PEDIDOS.DAT. SO PRODUTO DE
      *            CATALOGO - A DESCRICAO VEM DE LA NA GERACAO.
      ******************************************************************
       01 CTRITENS-REG.
            05 CTRITENS-CHAVE.
                10 CTRI-CONTRATO PIC 9(05).
                10 CTRI-LINHA    PIC 9(03).
            05 CTRI-CODIGO      PIC 9(05).
            05 CTRI-QTDE        PIC 9(03).
      * PRECO UNITARIO ACERTADO NO CONTRATO - VALE NO PEDIDO GERADO
      * SEM PASSAR PELA RETENCAO DE PRECO (A EXCECAO AO TETO DA LISTA
      * JA FOI APROVADA PELO SUPERVISOR NA INCLUSAO DO CONTRATO).
            05 CTRI-VALOR       PIC 9(08)V99.
