      ******************************************************************
      * COPYBOOK : FORNEC
      * OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO DE FORNECEDORES
      *            (FORNECEDORES.DAT) - QUEM ABASTECE O CATALOGO. O
      *            PRODUTO GUARDA O CODIGO DO FORNECEDOR PREFERENCIAL
      *            E O PEDIDO DE COMPRA GERADO DA REPOSICAO SAI EM NOME
      *            DELE, SEM O COMPRADOR REDIGITAR A LISTA EM E-MAIL.
      ******************************************************************
       01 FORNECEDORES-REG.
            05 FORNECEDORES-CHAVE.
                10 FORN-CODIGO PIC 9(05).
            05 FORN-NOME       PIC X(30).
      * CNPJ (OU CPF DE PRODUTOR PESSOA FISICA), SO DIGITOS.
            05 FORN-DOCUMENTO  PIC 9(14).
            05 FORN-EMAIL      PIC X(60).
            05 FORN-FONE       PIC 9(11).
            05 FORN-CONTATO    PIC X(30).
      * PRAZO DE ENTREGA COMBINADO, EM DIAS CORRIDOS - VIRA A DATA
      * PREVISTA DO PEDIDO DE COMPRA.
            05 FORN-PRAZO-DIAS PIC 9(03).
            05 FORN-SITUACAO   PIC X(01).
                88 FORN-SIT-ATIVO   VALUE 'A'.
                88 FORN-SIT-INATIVO VALUE 'I'.
