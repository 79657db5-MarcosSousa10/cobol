      ******************************************************************
      * COPYBOOK : CONTRATOS
      * OBJETIVO : LAYOUT DO ARQUIVO DE CONTRATOS DE FORNECIMENTO
      *            (CONTRATOS.DAT) - CLIENTE QUE COMPRA O MESMO
      *            MATERIAL TODO MES. OS ITENS VIVEM NO ARQUIVO FILHO
      *            CTRITENS.DAT (COPYBOOK CTRITENS), NO MESMO ESQUEMA
      *            DO PEDITENS.DAT. MANTIDO NO CONTMANT.COB; O PASSO
      *            NOTURNO CONTGER.COB GERA O PEDIDO NO DIA DE
      *            FATURAMENTO.
      ******************************************************************
       01 CONTRATOS-REG.
            05 CONTRATOS-CHAVE.
                10 CTR-NUMERO     PIC 9(05).
      * TELEFONE DO CLIENTE (CLIENTES-FONE) E VENDEDOR DO PEDIDO
      * GERADO (ZEROS = SEM COMISSAO, COMO NO PEDIDOS.COB).
            05 CTR-FONE           PIC 9(09).
            05 CTR-VENDEDOR       PIC 9(03).
      * DIA DO MES EM QUE O PEDIDO E GERADO - EM MES MAIS CURTO QUE O
      * DIA, SAI NO ULTIMO DIA DO MES.
            05 CTR-DIA-FATURA     PIC 9(02).
            05 CTR-INICIO         PIC 9(08).
            05 CTR-FIM            PIC 9(08).
      * QUANTIDADE DE PARCELAS MENSAIS CONTRATADAS (ZEROS = ATE A DATA
      * DE FIM) E QUANTAS JA VIRARAM PEDIDO.
            05 CTR-PARCELAS       PIC 9(03).
            05 CTR-QT-GERADAS     PIC 9(03).
      * COMPETENCIA (AAAAMM) E NUMERO DO ULTIMO PEDIDO GERADO - UMA
      * COMPETENCIA NUNCA GERA DOIS PEDIDOS.
            05 CTR-ULTIMA-COMP    PIC 9(06).
            05 CTR-ULTIMO-PEDIDO  PIC 9(06).
            05 CTR-QT-ITENS       PIC 9(03).
            05 CTR-TOTAL          PIC 9(08)V99.
            05 CTR-SITUACAO       PIC X(01).
                88 CTR-SIT-ATIVO     VALUE 'A'.
                88 CTR-SIT-SUSPENSO  VALUE 'S'.
                88 CTR-SIT-ENCERRADO VALUE 'E'.
            05 CTR-OPERADOR       PIC X(08).
