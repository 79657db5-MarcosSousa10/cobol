      ******************************************************************
      * COPYBOOK : PONTLNK
      * OBJETIVO : AREA DE LINKAGE DO SUBPROGRAMA DE PONTOS DE
      *            FIDELIDADE (PONTMV). OPERACOES:
      *            'S' = SO CONSULTA O SALDO DO CLIENTE;
      *            'G' = CREDITA OS PONTOS DO PEDIDO FATURADO SOBRE
      *                  LNK-PON-VALOR (UMA VEZ POR PEDIDO);
      *            'E' = ESTORNA OS PONTOS DE LNK-PON-VALOR DEVOLVIDO
      *                  (ATE O QUE O PEDIDO AINDA TEM GANHO);
      *            'R' = RESGATA LNK-PON-PONTOS NO PEDIDO (RECUSA
      *                  ACIMA DO SALDO);
      *            'V' = DEVOLVE O QUE O PEDIDO RESGATOU.
      *            TODA OPERACAO DEVOLVE O SALDO, OS PONTOS A VENCER
      *            DENTRO DO AVISO (PARAMETRO PONTOS/DIAS-AVISO), O
      *            PRIMEIRO VENCIMENTO E O VALOR EM REAIS DE CADA PONTO
      *            NO RESGATE.
      ******************************************************************
       01 LNK-PONTOS-AREA.
            05 LNK-PON-OP          PIC X(01).
            05 LNK-PON-FONE        PIC 9(09).
            05 LNK-PON-PEDIDO      PIC 9(06).
            05 LNK-PON-VALOR       PIC 9(08)V99.
            05 LNK-PON-PONTOS      PIC 9(07).
            05 LNK-PON-OPERADOR    PIC X(08).
            05 LNK-PON-SALDO       PIC 9(07).
            05 LNK-PON-A-VENCER    PIC 9(07).
            05 LNK-PON-VENCIMENTO  PIC 9(08).
            05 LNK-PON-VALOR-PONTO PIC 9(03)V99.
            05 LNK-PON-SW          PIC X(01).
                88 LNK-PON-OK         VALUE 'S'.
                88 LNK-PON-ERRO       VALUE 'N'.
