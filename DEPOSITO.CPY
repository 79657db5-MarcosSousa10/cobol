      ******************************************************************
      * COPYBOOK : DEPOSITO
      * OBJETIVO : LAYOUT DO CADASTRO DE DEPOSITOS (DEPOSITOS.DAT) -
      *            OS LUGARES ONDE A MERCADORIA FICA GUARDADA (A LOJA
      *            E O DEPOSITO DE APOIO). O DEPOSITO 01 E O PRINCIPAL
      *            E EXISTE MESMO SEM REGISTRO AQUI. MANTIDO NO
      *            DEPMANT.COB; O SALDO DE CADA PRODUTO EM CADA
      *            DEPOSITO FICA EM ESTDEP.DAT.
      ******************************************************************
       01 DEPOSITOS-REG.
            05 DEPOSITOS-CHAVE.
                10 DEP-CODIGO  PIC 9(02).
            05 DEP-NOME        PIC X(30).
            05 DEP-ENDERECO    PIC X(50).
            05 DEP-SITUACAO    PIC X(01).
                88 DEP-SIT-ATIVO   VALUE 'A'.
                88 DEP-SIT-INATIVO VALUE 'I'.
