      ******************************************************************
      * COPYBOOK : DEPENDEN
      * OBJETIVO : LAYOUT DO DEPENDENTE DE IMPOSTO DE RENDA DO
      *            FUNCIONARIO (DEPENDENTES.DAT), CHAVEADO FUNCIONARIO
      *            + SEQUENCIA. MANTIDO NO FUNCION.COB (OPCAO 8); A
      *            FOLHA (PROGRAMA3) DEDUZ DA BASE DO IRRF O VALOR POR
      *            DEPENDENTE DO FOLHA_PARAMS.TXT PARA CADA UM EM VIGOR
      *            NA COMPETENCIA, E O INFORME DE RENDIMENTOS
      *            (INFREND.COB) LISTA OS DO ANO.
      ******************************************************************
       01 DEPENDENTES-REG.
            05 DEPENDENTES-CHAVE.
                10 DEP-CODIGO        PIC 9(04).
                10 DEP-SEQ           PIC 9(02).
            05 DEP-NOME              PIC X(30).
            05 DEP-NASCIMENTO        PIC 9(08).
            05 DEP-PARENTESCO        PIC X(01).
                88 DEP-FILHO      VALUE 'F'.
                88 DEP-CONJUGE    VALUE 'C'.
                88 DEP-PAIS       VALUE 'P'.
                88 DEP-OUTRO      VALUE 'O'.
      * DEDUZ A PARTIR DA COMPETENCIA DE DEP-VIGENCIA ATE A DE
      * DEP-VIGENCIA-FIM (ZEROS = SEM FIM). DEPENDENTE NAO E
      * EXCLUIDO - GANHA O FIM, PARA O INFORME DO ANO AINDA VE-LO.
            05 DEP-VIGENCIA          PIC 9(08).
            05 DEP-VIGENCIA-FIM      PIC 9(08).
            05 DEP-OPERADOR          PIC X(08).
