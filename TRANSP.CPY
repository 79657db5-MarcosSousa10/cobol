      ******************************************************************
      * COPYBOOK : TRANSP
      * OBJETIVO : LAYOUT DO CADASTRO DE TRANSPORTADORAS
      *            (TRANSP.DAT) - CADA TRANSPORTADORA COM QUEM A
      *            EMPRESA TRABALHA, NO LUGAR DA "TRANSPORTADORA"
      *            GENERICA DO METODO T DO FRETECALC. AS TARIFAS E
      *            PRAZOS DE CADA UMA, POR UF E FAIXA DE PESO, FICAM
      *            EM TRANSTAB.DAT (TRANSMANT.COB).
      ******************************************************************
       01 TRANSP-REG.
            05 TRANSP-CHAVE.
                10 TRANSP-CODIGO  PIC 9(03).
            05 TRANSP-NOME        PIC X(30).
            05 TRANSP-CNPJ        PIC 9(14).
            05 TRANSP-CONTATO     PIC X(30).
            05 TRANSP-TELEFONE    PIC X(15).
            05 TRANSP-SITUACAO    PIC X(01).
                88 TRANSP-SIT-ATIVA   VALUE 'A'.
                88 TRANSP-SIT-INATIVA VALUE 'I'.
