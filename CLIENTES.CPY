      * BRANCO OU 'N' = LIVRE.
            05 CLIENTES-BLOQ-ATRASO PIC X(01).
                88 CLIENTES-BLOQUEADO-ATRASO VALUE 'S'.
      * LISTA DE PRECO DO CLIENTE (TABPRECO.DAT, TABPMANT.COB) - O
      * PEDIDO PUXA O PRECO DA LISTA E SEGURA PARA APROVACAO DO
      * SUPERVISOR A LINHA ABAIXO DO TETO DE DESCONTO DELA. ZEROS =
      * VAREJO, PRECO DE CATALOGO COM O TETO DO PARAMETRO
      * PEDIDOS/TETO-DESCONTO.
            05 CLIENTES-LISTA     PIC 9(02).
