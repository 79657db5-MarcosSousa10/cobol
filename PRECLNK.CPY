      ******************************************************************
      * COPYBOOK : PRECLNK
      * OBJETIVO : AREA DE LINKAGE DO CALCULO DE PRECO POR LISTA
      *            (PRECOLER) - O CHAMADOR INFORMA A LISTA DO CLIENTE,
      *            O CODIGO E O PRECO DE CATALOGO DO PRODUTO E RECEBE
      *            O PRECO DA LISTA E O PRECO MINIMO (ABAIXO DELE A
      *            LINHA FICA RETIDA PARA APROVACAO DO SUPERVISOR).
      *            LISTA ZERO OU INEXISTENTE E VAREJO: PRECO DE
      *            CATALOGO COM O TETO DO PARAMETRO
      *            PEDIDOS/TETO-DESCONTO.
      ******************************************************************
       01 LNK-PRECO-AREA.
            05 LNK-PRC-LISTA      PIC 9(02).
            05 LNK-PRC-CODIGO     PIC 9(05).
            05 LNK-PRC-CATALOGO   PIC 9(08)V99.
            05 LNK-PRC-NOME       PIC X(20).
            05 LNK-PRC-DESCONTO   PIC 9(02)V99.
            05 LNK-PRC-TETO       PIC 9(02)V99.
            05 LNK-PRC-PRECO      PIC 9(08)V99.
            05 LNK-PRC-MINIMO     PIC 9(08)V99.
            05 LNK-PRC-SW         PIC X(01).
                88 LNK-PRC-LISTA-ACHADA VALUE 'S'.
                88 LNK-PRC-VAREJO       VALUE 'N'.
