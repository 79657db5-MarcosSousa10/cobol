      * QUANDO UM FATURAMENTO FOI LIBERADO SEM ESTOQUE.
            05 PRODUTOS-ESTOQUE    PIC S9(07).
            05 PRODUTOS-EST-MINIMO PIC 9(07).
      * FORNECEDOR PREFERENCIAL (FORNECEDORES.DAT, ZEROS = NENHUM) E
      * QUANTIDADE JA PEDIDA EM PEDIDOS DE COMPRA AINDA NAO RECEBIDA -
      * A REPOSICAO DESCONTA O QUE JA ESTA A CAMINHO PARA NAO PEDIR
      * DUAS VEZES.
            05 PRODUTOS-FORNECEDOR PIC 9(05).
            05 PRODUTOS-EM-COMPRA  PIC 9(07).
      * CONTAGEM DE INVENTARIO EM ABERTO QUE INCLUI O PRODUTO (ZEROS =
      * NENHUMA) E O SALDO LIQUIDO MOVIMENTADO DESDE A ABERTURA DELA -
      * O AJUSTE DA CONTAGEM PRESERVA ESSES MOVIMENTOS E O RELATORIO
      * DE DIVERGENCIAS MARCA O PRODUTO QUE MEXEU DURANTE A CONTAGEM.
            05 PRODUTOS-INVENTARIO  PIC 9(06).
            05 PRODUTOS-INV-MOVIDO  PIC S9(07).
      * QUANTIDADE COMPROMETIDA EM PEDIDOS DE VENDA AINDA ABERTOS
      * (PEDIDOS.COB) - RESERVADA NA INCLUSAO DO ITEM, DEVOLVIDA NO
      * CANCELAMENTO OU NA ALTERACAO E CONVERTIDA EM BAIXA NO
      * FATURAMENTO. DISPONIVEL = ESTOQUE - RESERVADO.
            05 PRODUTOS-RESERVADO   PIC 9(07).
      * QUANTIDADE DEVIDA A CLIENTES EM BACKORDERS ABERTOS (PEDIDOS
      * DO FATURAMENTO PARCIAL) - UMA ENTRADA DE ESTOQUE COM ISSO
      * MAIOR QUE ZERO AVISA QUE HA BACKORDER PARA LIBERAR.
            05 PRODUTOS-BACKORDER   PIC 9(07).
      * CUSTO MEDIO PONDERADO DA UNIDADE EM ESTOQUE - RECALCULADO A
      * CADA ENTRADA COM CUSTO INFORMADO (MOVIMENTO AVULSO, RECEBIMENTO
      * DE COMPRA, DEVOLUCAO) E CONGELADO NO ITEM DO PEDIDO NO
      * FATURAMENTO (ITENS-CUSTO) PARA A MARGEM BRUTA.
            05 PRODUTOS-CUSTO-MEDIO PIC 9(08)V99.
      * POSICAO NA PRATELEIRA (CORREDOR-ESTANTE-NIVEL, EX. A-03-2) - A
      * LISTA DE SEPARACAO (SEPARAC.COB) SAI NESSA ORDEM, PARA O
      * SEPARADOR PERCORRER O DEPOSITO UMA VEZ SO. BRANCOS = SEM
      * POSICAO, LISTADO NO FIM.
            05 PRODUTOS-POSICAO     PIC X(10).
      * PRODUTO PERECIVEL (TINTAS, ADESIVOS): 'S' = ENTRADA PEDE LOTE
      * E VALIDADE, O SALDO FICA TAMBEM POR LOTE (LOTES.DAT) E A SAIDA
      * CONSOME PRIMEIRO O LOTE QUE VENCE ANTES.
            05 PRODUTOS-LOTE-SW     PIC X(01).
                88 PRODUTOS-CONTROLA-LOTE VALUE 'S'.
      * KIT: 'S' = O PRODUTO E VENDIDO COMO UMA LINHA SO, MAS E
      * COMPOSTO DE OUTROS PRODUTOS (KITS.DAT). NAO TEM SALDO PROPRIO -
      * A DISPONIBILIDADE, A BAIXA E O PESO VEM DOS COMPONENTES.
            05 PRODUTOS-KIT-SW      PIC X(01).
                88 PRODUTOS-E-KIT         VALUE 'S'.
      * DADOS FISCAIS: NCM (CLASSIFICACAO FISCAL, 8 DIGITOS), ALIQUOTA
      * DE IPI E ORIGEM DA MERCADORIA (0 = NACIONAL, 1/2/3/8 =
      * IMPORTADA OU COM CONTEUDO IMPORTADO - DA A ALIQUOTA DE 4% NA
      * VENDA INTERESTADUAL). O ICMS VEM DA TABELA ICMSUF.DAT.
            05 PRODUTOS-NCM         PIC 9(08).
            05 PRODUTOS-ALIQ-IPI    PIC 9(02)V99.
            05 PRODUTOS-ORIGEM      PIC 9(01).
