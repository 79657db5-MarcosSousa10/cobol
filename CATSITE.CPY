      ******************************************************************
      * COPYBOOK : CATSITE
      * OBJETIVO : CONTROLE DA CARGA DO CATALOGO PARA O SITE
      *            (CATSITE.DAT) - UM REGISTRO POR PRODUTO COM O QUE
      *            FOI MANDADO NA ULTIMA CARGA (PRECO, PESO, SALDO
      *            DISPONIVEL, SITUACAO), PARA A CARGA SEGUINTE SO
      *            MANDAR O QUE MUDOU. O CODIGO ZERO E O REGISTRO DE
      *            CONTROLE: DATA E HORA DA ULTIMA CARGA, DE ONDE O
      *            CATEXP.COB LE O HISTORICO DE PRECOS E O LOG DE
      *            MOVIMENTOS DE ESTOQUE.
      ******************************************************************
       01 CATSITE-REG.
            05 CATSITE-CHAVE.
                10 CATS-CODIGO     PIC 9(05).
            05 CATS-DATA           PIC 9(08).
            05 CATS-HORA           PIC 9(06).
            05 CATS-DESCRICAO      PIC X(30).
            05 CATS-PRECO          PIC 9(08)V99.
            05 CATS-PESO-GRAMAS    PIC 9(07).
            05 CATS-DISPONIVEL     PIC 9(07).
            05 CATS-SITUACAO       PIC X(01).
                88 CATS-ATIVO      VALUE 'A'.
                88 CATS-RETIRADO   VALUE 'R'.
