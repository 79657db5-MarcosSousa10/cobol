      ******************************************************************
      * COPYBOOK : PROFESSOR
      * OBJETIVO : LAYOUT DO CADASTRO DE PROFESSORES (PROFESSORES.DAT)
      *            - O PROFESSOR DEIXA DE SER TEXTO LIVRE: A ATRIBUICAO
      *            DE DISCIPLINA POR TURMA/PERIODO (TURMADISC.DAT)
      *            APONTA PARA ESTE CODIGO. MANTIDO NO PROFMANT.COB.
      ******************************************************************
       01 PROFESSORES-REG.
            05 PROFESSORES-CHAVE.
                10 PRF-CODIGO    PIC 9(04).
            05 PRF-NOME          PIC X(30).
            05 PRF-FONE          PIC 9(09).
            05 PRF-EMAIL         PIC X(60).
            05 PRF-SITUACAO      PIC X(01).
                88 PRF-SIT-ATIVO   VALUE 'A'.
                88 PRF-SIT-INATIVO VALUE 'I'.
