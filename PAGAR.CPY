      ******************************************************************
      * COPYBOOK : PAGAR
      * OBJETIVO : LAYOUT DO REGISTRO DE CONTAS A PAGAR (PAGAR.DAT) -
      *            O LADO DO QUE A EMPRESA DEVE (FORNECEDORES,
      *            TRANSPORTADORAS, CONTAS DE CONSUMO), ESPELHO DO
      *            TITULOS.DAT DO CONTAS A RECEBER. LANCADO E BAIXADO
      *            NO PAGMANT.COB E PROJETADO NO TITFLUXO.COB CONTRA OS
      *            RECEBIMENTOS.
      ******************************************************************
       01 PAGAR-REG.
            05 PAGAR-CHAVE.
                10 PAGAR-NUMERO   PIC 9(08).
      * TIPO DO CREDOR: F = FORNECEDOR DO CADASTRO (FORNECEDORES.DAT,
      * CODIGO EM PAGAR-FORNECEDOR), T = TRANSPORTADORA, O = OUTROS
      * (CONSUMO, ALUGUEL, IMPOSTOS) - NOME LIVRE EM PAGAR-CREDOR.
            05 PAGAR-TIPO-CREDOR  PIC X(01).
                88 PAGAR-CRED-FORNECEDOR    VALUE 'F'.
                88 PAGAR-CRED-TRANSPORTADORA VALUE 'T'.
                88 PAGAR-CRED-OUTROS        VALUE 'O'.
            05 PAGAR-FORNECEDOR   PIC 9(05).
            05 PAGAR-CREDOR       PIC X(30).
      * NUMERO DA NOTA / FATURA / BOLETO DO CREDOR.
            05 PAGAR-DOCUMENTO    PIC X(15).
            05 PAGAR-HISTORICO    PIC X(40).
            05 PAGAR-EMISSAO      PIC 9(08).
            05 PAGAR-VENCIMENTO   PIC 9(08).
            05 PAGAR-VALOR        PIC 9(08)V99.
      * PAGAMENTOS PARCIAIS ACUMULAM AQUI E A CONTA SEGUE ABERTA PELO
      * RESTANTE, COMO O TITULOS-VALOR-PAGO DO RECEBER.
            05 PAGAR-VALOR-PAGO   PIC 9(08)V99.
            05 PAGAR-DATA-PGTO    PIC 9(08).
            05 PAGAR-SITUACAO     PIC X(01).
                88 PAGAR-SIT-ABERTO    VALUE 'A'.
                88 PAGAR-SIT-PAGO      VALUE 'P'.
                88 PAGAR-SIT-CANCELADO VALUE 'C'.
      * PEDIDO DE COMPRA DE ORIGEM (COMPRAS.DAT), ZEROS SE NENHUM.
            05 PAGAR-COMPRA       PIC 9(06).
            05 PAGAR-OPERADOR     PIC X(08).
