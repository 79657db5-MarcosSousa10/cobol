      ******************************************************************
      * COPYBOOK : RESPONS
      * OBJETIVO : LAYOUT DO RESPONSAVEL (PAI, MAE, TUTOR...) DO ALUNO
      *            (RESPONSAVEIS.DAT), CHAVEADO MATRICULA + SEQUENCIA.
      *            MANTIDO NO ALUNOS.COB (OPCAO 8); O ENVIO DO
      *            BOLETIM NO FIM DO PERIODO (BOLENVIO.COB) ENDERECA
      *            UMA VIA A CADA RESPONSAVEL - POR E-MAIL A QUEM
      *            AUTORIZOU, IMPRESSA PARA O ENDERECO DOS DEMAIS.
      *            NAO CONFUNDIR COM O RESPONSAVEL FINANCEIRO
      *            (ALU-RESP-FONE), QUE E O PAGADOR DAS MENSALIDADES.
      ******************************************************************
       01 RESPONSAVEIS-REG.
            05 RESPONSAVEIS-CHAVE.
                10 RSP-MATRICULA     PIC 9(06).
                10 RSP-SEQ           PIC 9(02).
            05 RSP-NOME              PIC X(30).
            05 RSP-PARENTESCO        PIC X(01).
                88 RSP-PAI        VALUE 'P'.
                88 RSP-MAE        VALUE 'M'.
                88 RSP-AVO        VALUE 'A'.
                88 RSP-TUTOR      VALUE 'T'.
                88 RSP-OUTRO      VALUE 'O'.
            05 RSP-FONE              PIC 9(09).
            05 RSP-EMAIL             PIC X(60).
            05 RSP-ENDERECO.
                10 RSP-LOGRADOURO    PIC X(40).
                10 RSP-CIDADE        PIC X(25).
                10 RSP-UF            PIC X(02).
                10 RSP-CEP           PIC 9(08).
      * CONSENTIMENTO (LGPD) PARA RECEBER COMUNICADOS DA ESCOLA POR
      * E-MAIL, COM A DATA EM QUE FOI DADO OU RETIRADO. SEM ELE O
      * BOLETIM SAI SO IMPRESSO.
            05 RSP-CONSENTE          PIC X(01).
                88 RSP-CONSENTE-SIM VALUE 'S'.
                88 RSP-CONSENTE-NAO VALUE 'N'.
            05 RSP-DATA-CONSENTE     PIC 9(08).
