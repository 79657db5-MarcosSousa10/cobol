      ******************************************************************
      * COPYBOOK : TURMDISC
      * OBJETIVO : LAYOUT DA ATRIBUICAO DE DISCIPLINA POR TURMA E
      *            PERIODO (TURMADISC.DAT), COM O PROFESSOR
      *            (PROFESSORES.DAT) E A CARGA HORARIA SEMANAL. E A
      *            LISTA DAS DISCIPLINAS QUE A TURMA TEM: OS LOTES DE
      *            NOTAS E DE FREQUENCIA DO PROGRAMA4 REJEITAM
      *            DISCIPLINA QUE NAO ESTEJA ATRIBUIDA A TURMA DO ALUNO
      *            NO PERIODO (PELA MATRICULAS.DAT). MANTIDO NO
      *            PROFMANT.COB.
      ******************************************************************
       01 TURMADISC-REG.
            05 TURMADISC-CHAVE.
                10 TDS-TURMA      PIC X(10).
                10 TDS-PERIODO    PIC 9(06).
                10 TDS-DISCIPLINA PIC X(15).
            05 TDS-PROFESSOR      PIC 9(04).
            05 TDS-CARGA-SEMANAL  PIC 9(02).
