           access mode is dynamic
           record key is matriculas-chave
           file status is wrk-mat-status.
      * DISCIPLINAS ATRIBUIDAS A CADA TURMA NO PERIODO (PROFMANT.COB) -
      * NOTA OU FREQUENCIA DE DISCIPLINA QUE A TURMA DO ALUNO NAO TEM
      * E REJEITADA.
           select turmadisc assign to
               'TURMADISC.DAT'
           organization is indexed
           access mode is dynamic
           record key is turmadisc-chave
           file status is wrk-tds-status.
      * FECHAMENTO DO PERIODO LETIVO (FECHAPER.COB) - PERIODO OU TURMA
      * FECHADOS NAO ACEITAM MAIS NOTA, SEGUNDA CHAMADA NEM FREQUENCIA.
           select fechamentos assign to
               'FECHAMENTOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is fechamentos-chave
           file status is wrk-fch-status.
       data division.
       file section.
       FD boletim-log.
       FD frequencia.
       COPY FREQUENC.

       FD turmadisc.
       COPY TURMDISC.

       FD fechamentos.
       COPY FECHPER.

       FD freq-lote-in.
       01 freq-lote-reg.
           05 frl-matricula  pic 9(06).
       77 wrk-qt-sem-matricula pic 9(05) value zeros.
       77 wrk-sw-matric pic x(01) value 'N'.
           88 wrk-matricula-ok value 'S'.
      * TURMA DA MATRICULA NO PERIODO E A DISCIPLINA ATRIBUIDA A ELA -
      * DISCIPLINA FORA DA GRADE DA TURMA, A LINHA E REJEITADA.
       77 wrk-turma-mat pic x(10) value spaces.
       77 wrk-tds-status pic x(02).
       77 wrk-qt-sem-disciplina pic 9(05) value zeros.
       77 wrk-sw-disc pic x(01) value 'N'.
           88 wrk-disciplina-ok value 'S'.
      * PERIODO/TURMA JA FECHADOS - A LINHA E REJEITADA.
       77 wrk-fch-status pic x(02).
       77 wrk-qt-fechado pic 9(05) value zeros.
       77 wrk-sw-fechado pic x(01) value 'N'.
           88 wrk-periodo-fechado value 'S'.
      * FREQUENCIA: PERCENTUAL DE PRESENCA E O MINIMO REGULAMENTAR DE
      * 75% - ABAIXO DELE A SITUACAO FECHA EM REPROVADO-FREQ.
       77 wrk-frq-status pic x(02).
                   perform 0410-LOTE-LER
                   exit perform cycle
               end-if
      * DISCIPLINA QUE NAO ESTA NA GRADE DA TURMA DO ALUNO NO PERIODO.
               perform 0140-CHECA-DISCIPLINA
                   thru 0140-CHECA-DISCIPLINA-EXIT
               if not wrk-disciplina-ok
                   add 1 to wrk-qt-sem-disciplina
                   display "disciplina " lote-disciplina
                           " nao atribuida a turma " wrk-turma-mat
                           " - linha ignorada"
                   perform 0410-LOTE-LER
                   exit perform cycle
               end-if
      * RESULTADO DE PERIODO FECHADO NAO SE ALTERA MAIS.
               perform 0160-CHECA-FECHAMENTO
                   thru 0160-CHECA-FECHAMENTO-EXIT
               if wrk-periodo-fechado
                   add 1 to wrk-qt-fechado
                   display "periodo " lote-periodo " fechado para a "
                           "turma " wrk-turma-mat " - linha ignorada"
                   perform 0410-LOTE-LER
                   exit perform cycle
               end-if
               move lote-nota1 to wrk-nota1
               move lote-peso1 to wrk-peso1
               move lote-nota2 to wrk-nota2
           display "linhas sem cadastro: " wrk-qt-sem-cadastro.
           display "linhas sem matricula no periodo: "
                   wrk-qt-sem-matricula.
           display "linhas com disciplina fora da turma: "
                   wrk-qt-sem-disciplina.
           display "linhas de periodo fechado: " wrk-qt-fechado.
           display "aprovados: " wrk-qt-aprovado.
           display "recuperacao: " wrk-qt-recuperacao.
           display "reprovados: " wrk-qt-reprovado.
      * MATRICULAS AINDA INEXISTENTE (ESCOLA SEM CARGA) DEIXA PASSAR,
      * PARA NAO TRAVAR O BOLETIM INTEIRO.
           move 'N' to wrk-sw-matric.
           move spaces to wrk-turma-mat.
           open input matriculas.
           if wrk-mat-status not = '00'
               set wrk-matricula-ok to true
                   continue
               not invalid key
                   set wrk-matricula-ok to true
                   move mat-turma to wrk-turma-mat
           end-read.
           close matriculas.
       0130-CHECA-MATRICULA-EXIT.
           exit.

       0140-CHECA-DISCIPLINA SECTION.
      * A DISCIPLINA TEM DE ESTAR ATRIBUIDA (TURMADISC.DAT) A TURMA DA
      * MATRICULA NO PERIODO. SEM ARQUIVO DE MATRICULAS OU SEM GRADE
      * CADASTRADA AINDA, DEIXA PASSAR, COMO NA 0130-CHECA-MATRICULA.
           move 'N' to wrk-sw-disc.
           if wrk-turma-mat = spaces
               set wrk-disciplina-ok to true
               go to 0140-CHECA-DISCIPLINA-EXIT
           end-if.
           open input turmadisc.
           if wrk-tds-status not = '00'
               set wrk-disciplina-ok to true
               go to 0140-CHECA-DISCIPLINA-EXIT
           end-if.
           move wrk-turma-mat to tds-turma.
           move wrk-periodo to tds-periodo.
           move wrk-disciplina to tds-disciplina.
           read turmadisc key is turmadisc-chave
               invalid key
                   continue
               not invalid key
                   set wrk-disciplina-ok to true
           end-read.
           close turmadisc.
       0140-CHECA-DISCIPLINA-EXIT.
           exit.

       0160-CHECA-FECHAMENTO SECTION.
      * FECHADO SE O PERIODO INTEIRO (TURMA EM BRANCO) OU A TURMA DA
      * MATRICULA ESTIVEREM FECHADOS - REABERTO POR SUPERVISOR VOLTA
      * A ACEITAR. SEM ARQUIVO DE FECHAMENTOS NADA ESTA FECHADO.
           move 'N' to wrk-sw-fechado.
           open input fechamentos.
           if wrk-fch-status not = '00'
               go to 0160-CHECA-FECHAMENTO-EXIT
           end-if.
           move wrk-periodo to fch-periodo.
           move spaces to fch-turma.
           read fechamentos key is fechamentos-chave
               invalid key
                   continue
               not invalid key
                   if fch-fechado
                       set wrk-periodo-fechado to true
                   end-if
           end-read.
           if not wrk-periodo-fechado and wrk-turma-mat not = spaces
               move wrk-periodo to fch-periodo
               move wrk-turma-mat to fch-turma
               read fechamentos key is fechamentos-chave
                   invalid key
                       continue
                   not invalid key
                       if fch-fechado
                           set wrk-periodo-fechado to true
                       end-if
               end-read
           end-if.
           close fechamentos.
       0160-CHECA-FECHAMENTO-EXIT.
           exit.

       0230-GRAVAR-NOTA SECTION.
      * GRAVA (OU REGRAVA) A NOTA NO ARQUIVO INDEXADO - RODAR O LOTE
      * DE NOVO ATUALIZA A MESMA CHAVE EM VEZ DE DUPLICAR. ANTES DE
      * E RECALCULADA PELA MEDIA.
           move 0 to wrk-qt-freq.
           move 0 to wrk-qt-freq-reprov.
           move 0 to wrk-qt-sem-matricula.
           move 0 to wrk-qt-sem-disciplina.
           move 0 to wrk-qt-fechado.
           open input freq-lote-in.
           if wrk-frl-status not = '00'
               display "FREQ_LOTE.TXT nao encontrado"
           close freq-lote-in.
           display "frequencias carregadas: " wrk-qt-freq.
           display "reprovados por frequencia: " wrk-qt-freq-reprov.
           display "linhas sem matricula no periodo: "
                   wrk-qt-sem-matricula.
           display "linhas com disciplina fora da turma: "
                   wrk-qt-sem-disciplina.
           display "linhas de periodo fechado: " wrk-qt-fechado.
       0700-FREQUENCIA-EXIT.
           exit.

               display "linha sem aulas dadas - ignorada"
               go to 0720-APLICAR-FREQ-EXIT
           end-if.
      * MESMAS CONFERENCIAS DO LOTE DE NOTAS: MATRICULA NO PERIODO E
      * DISCIPLINA NA GRADE DA TURMA DO ALUNO.
           move frl-matricula to wrk-matricula.
           move frl-periodo to wrk-periodo.
           move frl-disciplina to wrk-disciplina.
           perform 0130-CHECA-MATRICULA thru 0130-CHECA-MATRICULA-EXIT.
           if not wrk-matricula-ok
               add 1 to wrk-qt-sem-matricula
               display "aluno " frl-matricula " sem matricula "
                       "no periodo " frl-periodo " - linha ignorada"
               go to 0720-APLICAR-FREQ-EXIT
           end-if.
           perform 0140-CHECA-DISCIPLINA
               thru 0140-CHECA-DISCIPLINA-EXIT.
           if not wrk-disciplina-ok
               add 1 to wrk-qt-sem-disciplina
               display "disciplina " frl-disciplina
                       " nao atribuida a turma " wrk-turma-mat
                       " - linha ignorada"
               go to 0720-APLICAR-FREQ-EXIT
           end-if.
           perform 0160-CHECA-FECHAMENTO
               thru 0160-CHECA-FECHAMENTO-EXIT.
           if wrk-periodo-fechado
               add 1 to wrk-qt-fechado
               display "periodo " frl-periodo " fechado para a turma "
                       wrk-turma-mat " - linha ignorada"
               go to 0720-APLICAR-FREQ-EXIT
           end-if.
           move frl-matricula to frq-matricula.
           move frl-periodo to frq-periodo.
           move frl-disciplina to frq-disciplina.
           move 0 to wrk-qt-rec.
           move 0 to wrk-qt-rec-aprov.
           move 0 to wrk-qt-rec-reprov.
           move 0 to wrk-qt-fechado.
           open i-o notas.
           if wrk-not-status not = '00'
               display "arquivo de notas indisponivel"
           display "recuperacoes processadas: " wrk-qt-rec.
           display "aprovados na rec........: " wrk-qt-rec-aprov.
           display "reprovados finais.......: " wrk-qt-rec-reprov.
           display "de periodo fechado......: " wrk-qt-fechado.
       0600-RECUPERACAO-EXIT.
           exit.

      * MEDIA FINAL E A MEDIA ORIGINAL COM A NOTA DA RECUPERACAO,
      * MEIO A MEIO; 5,00 OU MAIS SOBE PARA APROVADO-REC, ABAIXO
      * FECHA EM REPROVADO-FINAL. O RESULTADO TAMBEM VAI PARA O
      * BOLETIM_LOG, AMARRADO A MATRICULA DA LINHA ORIGINAL. PERIODO
      * OU TURMA JA FECHADOS NAO RECEBEM SEGUNDA CHAMADA.
           perform 0130-CHECA-MATRICULA thru 0130-CHECA-MATRICULA-EXIT.
           perform 0160-CHECA-FECHAMENTO
               thru 0160-CHECA-FECHAMENTO-EXIT.
           if wrk-periodo-fechado
               add 1 to wrk-qt-fechado
               display "periodo " wrk-periodo " fechado para a turma "
                       wrk-turma-mat " - ignorada"
               go to 0660-APLICAR-RECUP-EXIT
           end-if.
           move wrk-matricula to not-matricula.
           move wrk-periodo to not-periodo.
           move wrk-disciplina to not-disciplina.
