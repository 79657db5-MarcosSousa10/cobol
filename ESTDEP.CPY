      ******************************************************************
      * COPYBOOK : ESTDEP
      * OBJETIVO : LAYOUT DO SALDO DO PRODUTO POR DEPOSITO (ESTDEP.DAT)
      *            - PRODUTOS-ESTOQUE CONTINUA SENDO O TOTAL DA EMPRESA
      *            (RESERVA, INVENTARIO E DISPONIVEL SEGUEM NELE) E
      *            AQUI FICA QUANTO DELE ESTA EM CADA DEPOSITO. SO
      *            MEXIDO PELO SUBPROGRAMA ESTDEPMV. PRODUTO SEM
      *            REGISTRO DO DEPOSITO 01 TEM NO PRINCIPAL O TOTAL
      *            MENOS O QUE ESTA NOS OUTROS DEPOSITOS.
      ******************************************************************
       01 ESTDEP-REG.
            05 ESTDEP-CHAVE.
                10 EDEP-CODIGO    PIC 9(05).
                10 EDEP-DEPOSITO  PIC 9(02).
            05 EDEP-SALDO         PIC S9(07).
      * MINIMO DE REPOSICAO DO PRODUTO NESTE DEPOSITO (ZERO = SEM
      * CONTROLE) - USADO PELA REPOSICAO POR DEPOSITO DO PRODUTOS.COB.
            05 EDEP-MINIMO        PIC 9(07).
