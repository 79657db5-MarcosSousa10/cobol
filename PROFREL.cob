       identification division.
       program-id. PROFREL.
      * RELATORIOS DE PROFESSOR DO PERIODO LETIVO, PELA GRADE DAS
      * TURMAS (TURMADISC.DAT, MANTIDA NO PROFMANT.COB):
      * - CARGA HORARIA: PARA CADA PROFESSOR, AS TURMAS/DISCIPLINAS
      *   ATRIBUIDAS E O TOTAL DE AULAS POR SEMANA, EM
      *   PROF_CARGA_AAAAPP.TXT;
      * - NOTAS PENDENTES: PARA CADA DISCIPLINA ATRIBUIDA, OS ALUNOS
      *   ATIVOS MATRICULADOS NA TURMA NO PERIODO (MATRICULAS.DAT) QUE
      *   AINDA NAO TEM NOTA EM NOTAS.DAT, AGRUPADOS POR PROFESSOR, EM
      *   PROF_PENDENTES_AAAAPP.TXT - PARA COBRAR O LANCAMENTO ANTES
      *   DE FECHAR O PERIODO.
      * OS DOIS SAEM TAMBEM NA TELA.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select professores assign to
               'PROFESSORES.DAT'
           organization is indexed
           access mode is dynamic
           record key is professores-chave
           file status is wrk-prf-status.
           select turmadisc assign to
               'TURMADISC.DAT'
           organization is indexed
           access mode is dynamic
           record key is turmadisc-chave
           file status is wrk-tds-status.
           select matriculas assign to
               'MATRICULAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is matriculas-chave
           file status is wrk-mat-status.
           select notas assign to 'NOTAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is notas-chave
           file status is wrk-not-status.
           select alunos assign to 'ALUNOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is alunos-chave
           file status is wrk-alu-status.
           select carga-out assign to wrk-arq-carga
           organization is line sequential
           file status is wrk-car-status.
           select pendentes-out assign to wrk-arq-pendentes
           organization is line sequential
           file status is wrk-pen-status.
       data division.
       file section.
       FD professores.
       COPY PROFESSOR.

       FD turmadisc.
       COPY TURMDISC.

       FD matriculas.
       COPY MATRICUL.

       FD notas.
       COPY NOTAS.

       FD alunos.
       COPY ALUNOS.

       FD carga-out.
       01 carga-reg.
           05 car-linha pic x(100).

       FD pendentes-out.
       01 pendentes-reg.
           05 pen-linha pic x(100).

       working-storage section.
       77 wrk-prf-status pic x(02).
       77 wrk-tds-status pic x(02).
       77 wrk-mat-status pic x(02).
       77 wrk-not-status pic x(02).
       77 wrk-alu-status pic x(02).
       77 wrk-car-status pic x(02).
       77 wrk-pen-status pic x(02).
       77 wrk-arq-carga pic x(40) value spaces.
       77 wrk-arq-pendentes pic x(40) value spaces.
      * SEM NOTAS.DAT TODO ALUNO ESTA PENDENTE; SEM ALUNOS.DAT SAI SO
      * A MATRICULA.
       77 wrk-sw-not pic x(01) value 'N'.
       77 wrk-sw-alu pic x(01) value 'N'.
       77 wrk-sw-mat pic x(01) value 'N'.
       77 wrk-periodo pic 9(06) value zeros.
      * POR PROFESSOR - A GRADE VEM EM ORDEM DE TURMA, ENTAO TROCA DE
      * TURMA CONTA UMA TURMA A MAIS.
       77 wrk-ult-turma pic x(10) value spaces.
       77 wrk-qt-turmas pic 9(03) value zeros.
       77 wrk-qt-disciplinas pic 9(03) value zeros.
       77 wrk-carga-prof pic 9(04) value zeros.
       77 wrk-pend-prof pic 9(05) value zeros.
       77 wrk-sw-cab-pend pic x(01) value 'N'.
      * TOTAIS DA RODADA.
       77 wrk-qt-professores pic 9(04) value zeros.
       77 wrk-qt-sem-aulas pic 9(04) value zeros.
       77 wrk-qt-atribuicoes pic 9(05) value zeros.
       77 wrk-qt-pendentes pic 9(06) value zeros.
       77 wrk-qt-prof-pend pic 9(04) value zeros.
       77 wrk-nome-aluno pic x(30) value spaces.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           display "periodo letivo dos relatorios (AAAAPP): ".
           accept wrk-periodo.
           if wrk-periodo = 0
               display "periodo invalido"
               move 8 to return-code
               go to 0300-final
           end-if.
           open input professores.
           if wrk-prf-status not = '00'
               display "nenhum professor cadastrado (PROFESSORES.DAT)"
               move 8 to return-code
               go to 0300-final
           end-if.
           open input turmadisc.
           if wrk-tds-status not = '00'
               display "nenhuma grade de turma cadastrada "
                       "(TURMADISC.DAT)"
               close professores
               move 8 to return-code
               go to 0300-final
           end-if.
           move 'N' to wrk-sw-mat.
           open input matriculas.
           if wrk-mat-status = '00'
               move 'S' to wrk-sw-mat
           else
               display "sem MATRICULAS.DAT - notas pendentes vazias"
           end-if.
           move 'N' to wrk-sw-not.
           open input notas.
           if wrk-not-status = '00'
               move 'S' to wrk-sw-not
           end-if.
           move 'N' to wrk-sw-alu.
           open input alunos.
           if wrk-alu-status = '00'
               move 'S' to wrk-sw-alu
           end-if.
           move spaces to wrk-arq-carga.
           string 'PROF_CARGA_' delimited by size
                  wrk-periodo delimited by size
                  '.TXT' delimited by size
             into wrk-arq-carga
           end-string.
           move spaces to wrk-arq-pendentes.
           string 'PROF_PENDENTES_' delimited by size
                  wrk-periodo delimited by size
                  '.TXT' delimited by size
             into wrk-arq-pendentes
           end-string.
           open output carga-out.
           open output pendentes-out.
           move spaces to wrk-linha.
           string 'CARGA HORARIA POR PROFESSOR - PERIODO LETIVO '
                                               delimited by size
                  wrk-periodo delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'NOTAS PENDENTES POR PROFESSOR - PERIODO LETIVO '
                                               delimited by size
                  wrk-periodo delimited by size
             into wrk-linha
           end-string.
           perform 0285-SAIDA-PEND thru 0285-SAIDA-PEND-EXIT.
           perform 0100-VARRER-PROFESSORES
               thru 0100-VARRER-PROFESSORES-EXIT.
           move spaces to wrk-linha.
           string 'PROFESSORES COM AULAS: ' delimited by size
                  wrk-qt-professores delimited by size
                  '  ATIVOS SEM AULAS: ' delimited by size
                  wrk-qt-sem-aulas delimited by size
                  '  ATRIBUICOES: ' delimited by size
                  wrk-qt-atribuicoes delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'NOTAS PENDENTES: ' delimited by size
                  wrk-qt-pendentes delimited by size
                  '  PROFESSORES COM PENDENCIA: ' delimited by size
                  wrk-qt-prof-pend delimited by size
             into wrk-linha
           end-string.
           perform 0285-SAIDA-PEND thru 0285-SAIDA-PEND-EXIT.
           close pendentes-out.
           close carga-out.
           if wrk-sw-alu = 'S'
               close alunos
           end-if.
           if wrk-sw-not = 'S'
               close notas
           end-if.
           if wrk-sw-mat = 'S'
               close matriculas
           end-if.
           close turmadisc.
           close professores.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-VARRER-PROFESSORES SECTION.
           move 0 to prf-codigo.
           start professores key is greater professores-chave
               invalid key
                   move '10' to wrk-prf-status
           end-start.
           if wrk-prf-status not = '10'
               read professores next
                   at end move '10' to wrk-prf-status
               end-read
           end-if.
           perform until wrk-prf-status = '10'
               perform 0200-PROFESSOR thru 0200-PROFESSOR-EXIT
               read professores next
                   at end move '10' to wrk-prf-status
               end-read
           end-perform.
           move '00' to wrk-prf-status.
       0100-VARRER-PROFESSORES-EXIT.
           exit.

       0200-PROFESSOR SECTION.
      * A GRADE E CHAVEADA POR TURMA - VARRE TUDO E FICA COM AS
      * ATRIBUICOES DO PERIODO PARA ESTE PROFESSOR.
           move spaces to wrk-ult-turma.
           move 0 to wrk-qt-turmas.
           move 0 to wrk-qt-disciplinas.
           move 0 to wrk-carga-prof.
           move 0 to wrk-pend-prof.
           move 'N' to wrk-sw-cab-pend.
           move low-values to turmadisc-chave.
           start turmadisc key is greater turmadisc-chave
               invalid key
                   move '10' to wrk-tds-status
           end-start.
           if wrk-tds-status not = '10'
               read turmadisc next
                   at end move '10' to wrk-tds-status
               end-read
           end-if.
           perform until wrk-tds-status = '10'
               if tds-periodo = wrk-periodo
                  and tds-professor = prf-codigo
                   perform 0210-ATRIBUICAO thru 0210-ATRIBUICAO-EXIT
               end-if
               read turmadisc next
                   at end move '10' to wrk-tds-status
               end-read
           end-perform.
           move '00' to wrk-tds-status.
           if wrk-qt-disciplinas = 0
               if prf-sit-ativo
                   add 1 to wrk-qt-sem-aulas
                   move spaces to wrk-linha
                   string prf-codigo delimited by size
                          ' ' delimited by size
                          prf-nome delimited by size
                          ' SEM AULAS NO PERIODO' delimited by size
                     into wrk-linha
                   end-string
                   perform 0280-SAIDA thru 0280-SAIDA-EXIT
               end-if
               go to 0200-PROFESSOR-EXIT
           end-if.
           add 1 to wrk-qt-professores.
           move spaces to wrk-linha.
           string '     TOTAL ' delimited by size
                  prf-codigo delimited by size
                  ' - TURMAS: ' delimited by size
                  wrk-qt-turmas delimited by size
                  '  DISCIPLINAS: ' delimited by size
                  wrk-qt-disciplinas delimited by size
                  '  AULAS/SEMANA: ' delimited by size
                  wrk-carga-prof delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           if wrk-pend-prof > 0
               add 1 to wrk-qt-prof-pend
               move spaces to wrk-linha
               string '     PENDENTES DO PROFESSOR ' delimited by size
                      prf-codigo delimited by size
                      ': ' delimited by size
                      wrk-pend-prof delimited by size
                 into wrk-linha
               end-string
               perform 0285-SAIDA-PEND thru 0285-SAIDA-PEND-EXIT
           end-if.
       0200-PROFESSOR-EXIT.
           exit.

       0210-ATRIBUICAO SECTION.
           if wrk-qt-disciplinas = 0
               move spaces to wrk-linha
               string prf-codigo delimited by size
                      ' ' delimited by size
                      prf-nome delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
           if tds-turma not = wrk-ult-turma
               add 1 to wrk-qt-turmas
               move tds-turma to wrk-ult-turma
           end-if.
           add 1 to wrk-qt-disciplinas.
           add 1 to wrk-qt-atribuicoes.
           add tds-carga-semanal to wrk-carga-prof.
           move spaces to wrk-linha.
           string '     TURMA ' delimited by size
                  tds-turma delimited by size
                  ' ' delimited by size
                  tds-disciplina delimited by size
                  ' AULAS/SEMANA: ' delimited by size
                  tds-carga-semanal delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           if wrk-sw-mat = 'S'
               perform 0300-PENDENCIAS thru 0300-PENDENCIAS-EXIT
           end-if.
       0210-ATRIBUICAO-EXIT.
           exit.

       0300-PENDENCIAS SECTION.
      * ALUNOS DA TURMA NO PERIODO SEM NOTA NA DISCIPLINA.
           move 0 to mat-matricula.
           move 0 to mat-periodo.
           start matriculas key is greater matriculas-chave
               invalid key
                   move '10' to wrk-mat-status
           end-start.
           if wrk-mat-status not = '10'
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-if.
           perform until wrk-mat-status = '10'
               if mat-turma = tds-turma and mat-periodo = wrk-periodo
                   perform 0310-CHECA-NOTA thru 0310-CHECA-NOTA-EXIT
               end-if
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-perform.
           move '00' to wrk-mat-status.
       0300-PENDENCIAS-EXIT.
           exit.

       0310-CHECA-NOTA SECTION.
      * ALUNO INATIVO (TRANSFERIDO, DESISTENTE) NAO COBRA NOTA.
           move spaces to wrk-nome-aluno.
           if wrk-sw-alu = 'S'
               move mat-matricula to alu-matricula
               read alunos key is alunos-chave
                   invalid key
                       move '*** FORA DO CADASTRO ***' to wrk-nome-aluno
                   not invalid key
                       if not alu-sit-ativo
                           go to 0310-CHECA-NOTA-EXIT
                       end-if
                       move alu-nome to wrk-nome-aluno
               end-read
           end-if.
           if wrk-sw-not = 'S'
               move mat-matricula to not-matricula
               move wrk-periodo to not-periodo
               move tds-disciplina to not-disciplina
               read notas key is notas-chave
                   invalid key
                       continue
                   not invalid key
                       go to 0310-CHECA-NOTA-EXIT
               end-read
           end-if.
           if wrk-sw-cab-pend = 'N'
               move 'S' to wrk-sw-cab-pend
               move spaces to wrk-linha
               string prf-codigo delimited by size
                      ' ' delimited by size
                      prf-nome delimited by size
                      ' ' delimited by size
                      prf-email delimited by size
                 into wrk-linha
               end-string
               perform 0285-SAIDA-PEND thru 0285-SAIDA-PEND-EXIT
           end-if.
           add 1 to wrk-pend-prof.
           add 1 to wrk-qt-pendentes.
           move spaces to wrk-linha.
           string '     TURMA ' delimited by size
                  tds-turma delimited by size
                  ' ' delimited by size
                  tds-disciplina delimited by size
                  ' ' delimited by size
                  mat-matricula delimited by size
                  ' ' delimited by size
                  wrk-nome-aluno delimited by size
             into wrk-linha
           end-string.
           perform 0285-SAIDA-PEND thru 0285-SAIDA-PEND-EXIT.
       0310-CHECA-NOTA-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to car-linha.
           write carga-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       0285-SAIDA-PEND SECTION.
           move wrk-linha to pen-linha.
           write pendentes-reg.
           display wrk-linha(1:100).
       0285-SAIDA-PEND-EXIT.
           exit.

       end program PROFREL.
