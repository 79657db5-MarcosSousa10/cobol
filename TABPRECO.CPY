      ******************************************************************
      * COPYBOOK : TABPRECO
      * OBJETIVO : LAYOUT DAS LISTAS DE PRECO (TABPRECO.DAT) - ATACADO,
      *            REVENDA, VAREJO ETC. CADA REGISTRO E UMA FAIXA DE
      *            CODIGOS DE PRODUTO DA LISTA (UM PRODUTO SO = FAIXA
      *            DE UM CODIGO) COM O DESCONTO SOBRE O PRECO DE
      *            CATALOGO E O TETO DE DESCONTO ALEM DELE QUE O
      *            OPERADOR PODE DAR SEM APROVACAO DO SUPERVISOR. A
      *            FAIXA 00000-99999 E O CABECALHO DA LISTA (NOME E
      *            CONDICAO GERAL); A FAIXA MAIS ESTREITA QUE COBRE O
      *            PRODUTO VALE. MANTIDO NO TABPMANT.COB, LIDO PELO
      *            PRECOLER.
      ******************************************************************
       01 TABPRECO-REG.
            05 TABPRECO-CHAVE.
                10 TABP-LISTA       PIC 9(02).
                10 TABP-COD-INICIAL PIC 9(05).
            05 TABP-COD-FINAL   PIC 9(05).
            05 TABP-NOME        PIC X(20).
      * PERCENTUAIS: DESCONTO DA LISTA SOBRE O CATALOGO E TETO DE
      * DESCONTO ADICIONAL SOBRE O PRECO DA LISTA.
            05 TABP-DESCONTO    PIC 9(02)V99.
            05 TABP-TETO        PIC 9(02)V99.
            05 TABP-SITUACAO    PIC X(01).
                88 TABP-SIT-ATIVO   VALUE 'A'.
                88 TABP-SIT-INATIVO VALUE 'I'.
