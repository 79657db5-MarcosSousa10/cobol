       identification division.
       program-id. FECHAPER.
      * FECHAMENTO DO PERIODO LETIVO, POR TURMA OU PARA O PERIODO
      * INTEIRO (FECHAMENTOS.DAT). SO FECHA SE NAO HOUVER NOTA
      * PENDENTE: TODO ALUNO ATIVO MATRICULADO NA TURMA (MATRICULAS.DAT)
      * PRECISA TER NOTA EM TODAS AS DISCIPLINAS DA GRADE DA TURMA
      * (TURMADISC.DAT, PROFMANT.COB), E NENHUMA AINDA AGUARDANDO A
      * SEGUNDA CHAMADA. FECHADO, O PROGRAMA4 REJEITA NOTA, SEGUNDA
      * CHAMADA E FREQUENCIA DAQUELE PERIODO/TURMA - UM LOTE ANTIGO
      * RODADO DE NOVO NAO MEXE MAIS EM RESULTADO JA PUBLICADO.
      * O FECHAMENTO IMPRIME A ATA DE RESULTADOS FINAIS DE CADA TURMA
      * (ATA_RESULTADOS_AAAAPP_TURMA.TXT): ALUNOS, MEDIA FINAL E
      * PRESENCA DE CADA DISCIPLINA E SITUACAO FINAL. SO SUPERVISOR
      * REABRE, INFORMANDO O MOTIVO; FECHAMENTO E REABERTURA VAO PARA
      * O FECHAMENTOS_AUD.TXT.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select fechamentos assign to
               'FECHAMENTOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is fechamentos-chave
           file status is wrk-fch-status.
           select matriculas assign to
               'MATRICULAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is matriculas-chave
           file status is wrk-mat-status.
           select alunos assign to 'ALUNOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is alunos-chave
           file status is wrk-alu-status.
           select notas assign to 'NOTAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is notas-chave
           file status is wrk-not-status.
           select frequencia assign to
               'FREQUENC.DAT'
           organization is indexed
           access mode is dynamic
           record key is frequenc-chave
           file status is wrk-frq-status.
           select turmadisc assign to
               'TURMADISC.DAT'
           organization is indexed
           access mode is dynamic
           record key is turmadisc-chave
           file status is wrk-tds-status.
           select turmas assign to 'TURMAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is turmas-chave
           file status is wrk-tur-status.
           select ata-out assign to wrk-arq-ata
           organization is line sequential
           file status is wrk-ata-status.
           select fech-aud assign to
               "FECHAMENTOS_AUD.TXT"
           organization is line sequential
           file status is wrk-aud-status.
       data division.
       file section.
       FD fechamentos.
       COPY FECHPER.

       FD matriculas.
       COPY MATRICUL.

       FD alunos.
       COPY ALUNOS.

       FD notas.
       COPY NOTAS.

       FD frequencia.
       COPY FREQUENC.

       FD turmadisc.
       COPY TURMDISC.

       FD turmas.
       COPY TURMAS.

       FD ata-out.
       01 ata-reg.
           05 ata-linha pic x(100).

       FD fech-aud.
       01 fech-aud-reg.
           05 faud-linha pic x(150).

       working-storage section.
       77 wrk-fch-status pic x(02).
       77 wrk-mat-status pic x(02).
       77 wrk-alu-status pic x(02).
       77 wrk-not-status pic x(02).
       77 wrk-frq-status pic x(02).
       77 wrk-tds-status pic x(02).
       77 wrk-tur-status pic x(02).
       77 wrk-ata-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-arq-ata pic x(40) value spaces.
       COPY SESSLNK.
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-operador pic x(08) value spaces.
       77 wrk-perfil pic x(01) value spaces.
       77 wrk-periodo pic 9(06) value zeros.
       77 wrk-turma pic x(10) value spaces.
       77 wrk-motivo pic x(60) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic 9(08) value zeros.
      * MATRICULAS, ALUNOS, NOTAS E GRADE SAO OBRIGATORIOS PARA
      * FECHAR; SEM FREQUENCIA A PRESENCA SAI EM BRANCO NA ATA.
       77 wrk-sw-entradas pic x(01) value 'N'.
       77 wrk-sw-frq pic x(01) value 'N'.
       77 wrk-sw-tur pic x(01) value 'N'.
       77 wrk-sw-fechado pic x(01) value 'N'.
           88 wrk-ja-fechado value 'S'.
      * TURMAS COM MATRICULA NO PERIODO (FECHAMENTO DO PERIODO
      * INTEIRO) E A GRADE DA TURMA EM CONFERENCIA.
       77 wrk-qt-turmas pic 9(03) comp value zeros.
       77 wrk-ix-tur pic 9(03) comp value zeros.
       77 wrk-qt-turmas-tx pic 9(03) value zeros.
       01 tab-turmas.
           05 tab-tur-codigo pic x(10) occurs 200 times.
       77 wrk-qt-grade pic 9(03) comp value zeros.
       77 wrk-ix-disc pic 9(03) comp value zeros.
       01 tab-grade.
           05 tab-disc pic x(15) occurs 40 times.
      * PENDENCIAS QUE IMPEDEM O FECHAMENTO.
       77 wrk-qt-pend pic 9(05) value zeros.
       77 wrk-qt-pend-total pic 9(05) value zeros.
       77 wrk-qt-sem-grade pic 9(03) value zeros.
       77 wrk-pend-tx pic x(25) value spaces.
      * ATA - CARIMBO DO FECHAMENTO E TOTAIS DA TURMA.
       77 wrk-fch-data pic 9(08) value zeros.
       77 wrk-fch-operador pic x(08) value spaces.
       77 wrk-desc-turma pic x(30) value spaces.
       77 wrk-qt-alunos pic 9(05) value zeros.
       77 wrk-qt-aprov pic 9(05) value zeros.
       77 wrk-qt-reprov pic 9(05) value zeros.
       77 wrk-qt-disc pic 9(03) value zeros.
       77 wrk-sw-reprovado pic x(01) value 'N'.
       77 wrk-situacao-final pic x(20) value spaces.
       77 wrk-nota-final pic 9(02)v99 value zeros.
       77 wrk-final-ED pic z9,99 value zeros.
       77 wrk-presenca pic 9(03)v99 value zeros.
       77 wrk-presenca-ED pic zz9,99 value zeros.
       77 wrk-presenca-tx pic x(07) value spaces.
       77 wrk-inativo-tx pic x(10) value spaces.
       77 wrk-qt-listados pic 9(03) value zeros.
       77 wrk-aud-acao pic x(10) value spaces.
       77 wrk-aud-detalhe pic x(100) value spaces.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO.
           move '1' to wrk-opcao.
           move 'AVULSO' to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
           open i-o fechamentos.
           if wrk-fch-status = '35'
               open output fechamentos
               close fechamentos
               open i-o fechamentos
           end-if.
           if wrk-fch-status not = '00'
               display "erro ao abrir fechamentos - status: "
                       wrk-fch-status
               go to 0090-final
           end-if.
           perform until wrk-opcao = '9'
               display " "
               display "fechamento do periodo letivo"
               display "1 - fechar turma no periodo"
               display "2 - fechar o periodo inteiro"
               display "3 - reabrir turma/periodo (supervisor)"
               display "4 - situacao dos fechamentos do periodo"
               display "5 - reimprimir ata de resultados finais"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-FECHAR-TURMA
                           thru 0100-FECHAR-TURMA-EXIT
                   when '2'
                       perform 0150-FECHAR-PERIODO
                           thru 0150-FECHAR-PERIODO-EXIT
                   when '3'
                       perform 0600-REABRIR thru 0600-REABRIR-EXIT
                   when '4'
                       perform 0700-SITUACAO thru 0700-SITUACAO-EXIT
                   when '5'
                       perform 0800-REIMPRIMIR
                           thru 0800-REIMPRIMIR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close fechamentos.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-ENTRADAS SECTION.
           move 'N' to wrk-sw-entradas.
           open input matriculas.
           if wrk-mat-status not = '00'
               display "nenhuma matricula registrada (MATRICULAS.DAT)"
               go to 0060-ABRIR-ENTRADAS-EXIT
           end-if.
           open input alunos.
           if wrk-alu-status not = '00'
               display "cadastro de alunos indisponivel"
               close matriculas
               go to 0060-ABRIR-ENTRADAS-EXIT
           end-if.
           open input notas.
           if wrk-not-status not = '00'
               display "nenhuma nota lancada (NOTAS.DAT)"
               close matriculas alunos
               go to 0060-ABRIR-ENTRADAS-EXIT
           end-if.
           open input turmadisc.
           if wrk-tds-status not = '00'
               display "nenhuma grade de turma cadastrada "
                       "(TURMADISC.DAT)"
               close matriculas alunos notas
               go to 0060-ABRIR-ENTRADAS-EXIT
           end-if.
           move 'S' to wrk-sw-entradas.
           move 'N' to wrk-sw-frq.
           open input frequencia.
           if wrk-frq-status = '00'
               move 'S' to wrk-sw-frq
           end-if.
           move 'N' to wrk-sw-tur.
           open input turmas.
           if wrk-tur-status = '00'
               move 'S' to wrk-sw-tur
           end-if.
       0060-ABRIR-ENTRADAS-EXIT.
           exit.

       0065-FECHAR-ENTRADAS SECTION.
           if wrk-sw-tur = 'S'
               close turmas
           end-if.
           if wrk-sw-frq = 'S'
               close frequencia
           end-if.
           close turmadisc notas alunos matriculas.
           move 'N' to wrk-sw-entradas.
       0065-FECHAR-ENTRADAS-EXIT.
           exit.

       0100-FECHAR-TURMA SECTION.
           display "periodo letivo (AAAAPP): ".
           accept wrk-periodo.
           display "codigo da turma: ".
           accept wrk-turma.
           if wrk-periodo = 0 or wrk-turma = spaces
               display "periodo/turma invalidos"
               go to 0100-FECHAR-TURMA-EXIT
           end-if.
           perform 0250-SITUACAO-FECHAMENTO
               thru 0250-SITUACAO-FECHAMENTO-EXIT.
           if wrk-ja-fechado
               display "turma " wrk-turma " ja fechada no periodo "
                       wrk-periodo
               go to 0100-FECHAR-TURMA-EXIT
           end-if.
           perform 0060-ABRIR-ENTRADAS thru 0060-ABRIR-ENTRADAS-EXIT.
           if wrk-sw-entradas not = 'S'
               go to 0100-FECHAR-TURMA-EXIT
           end-if.
           move 0 to wrk-qt-sem-grade.
           perform 0200-CHECAR-TURMA thru 0200-CHECAR-TURMA-EXIT.
           if wrk-qt-sem-grade > 0 or wrk-qt-pend > 0
               display "fechamento recusado - notas pendentes: "
                       wrk-qt-pend
               perform 0065-FECHAR-ENTRADAS
                   thru 0065-FECHAR-ENTRADAS-EXIT
               go to 0100-FECHAR-TURMA-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move wrk-data-hoje to wrk-fch-data.
           move wrk-operador to wrk-fch-operador.
           perform 0300-GRAVAR-FECHAMENTO
               thru 0300-GRAVAR-FECHAMENTO-EXIT.
           move 'FECHAMENTO' to wrk-aud-acao.
           move spaces to wrk-aud-detalhe.
           string 'PERIODO ' delimited by size
                  wrk-periodo delimited by size
                  ' TURMA ' delimited by size
                  wrk-turma delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           perform 0400-ATA-TURMA thru 0400-ATA-TURMA-EXIT.
           perform 0065-FECHAR-ENTRADAS thru 0065-FECHAR-ENTRADAS-EXIT.
           display "turma " wrk-turma " fechada - ata em " wrk-arq-ata.
       0100-FECHAR-TURMA-EXIT.
           exit.

       0150-FECHAR-PERIODO SECTION.
      * TODAS AS TURMAS COM MATRICULA NO PERIODO PRECISAM PASSAR NA
      * CONFERENCIA; UMA SO COM PENDENCIA SEGURA O PERIODO INTEIRO.
      * TURMA JA FECHADA ANTES SO GANHA A ATA DE NOVO.
           display "periodo letivo (AAAAPP): ".
           accept wrk-periodo.
           if wrk-periodo = 0
               display "periodo invalido"
               go to 0150-FECHAR-PERIODO-EXIT
           end-if.
           move spaces to wrk-turma.
           perform 0250-SITUACAO-FECHAMENTO
               thru 0250-SITUACAO-FECHAMENTO-EXIT.
           if wrk-ja-fechado
               display "periodo " wrk-periodo " ja fechado"
               go to 0150-FECHAR-PERIODO-EXIT
           end-if.
           perform 0060-ABRIR-ENTRADAS thru 0060-ABRIR-ENTRADAS-EXIT.
           if wrk-sw-entradas not = 'S'
               go to 0150-FECHAR-PERIODO-EXIT
           end-if.
           perform 0160-MONTAR-TURMAS thru 0160-MONTAR-TURMAS-EXIT.
           if wrk-qt-turmas = 0
               display "nenhuma turma com matricula no periodo"
               perform 0065-FECHAR-ENTRADAS
                   thru 0065-FECHAR-ENTRADAS-EXIT
               go to 0150-FECHAR-PERIODO-EXIT
           end-if.
           move 0 to wrk-qt-pend-total.
           move 0 to wrk-qt-sem-grade.
           perform 0180-CHECAR-DA-TABELA
               thru 0180-CHECAR-DA-TABELA-EXIT
               varying wrk-ix-tur from 1 by 1
               until wrk-ix-tur > wrk-qt-turmas.
           if wrk-qt-sem-grade > 0 or wrk-qt-pend-total > 0
               display "fechamento recusado - turmas sem grade: "
                       wrk-qt-sem-grade "  notas pendentes: "
                       wrk-qt-pend-total
               perform 0065-FECHAR-ENTRADAS
                   thru 0065-FECHAR-ENTRADAS-EXIT
               go to 0150-FECHAR-PERIODO-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move wrk-data-hoje to wrk-fch-data.
           move wrk-operador to wrk-fch-operador.
           perform 0190-FECHAR-DA-TABELA
               thru 0190-FECHAR-DA-TABELA-EXIT
               varying wrk-ix-tur from 1 by 1
               until wrk-ix-tur > wrk-qt-turmas.
      * MARCADOR DO PERIODO INTEIRO - SEGURA TAMBEM LINHA DE ALUNO
      * SEM TURMA.
           move spaces to wrk-turma.
           perform 0300-GRAVAR-FECHAMENTO
               thru 0300-GRAVAR-FECHAMENTO-EXIT.
           move 'FECHAMENTO' to wrk-aud-acao.
           move wrk-qt-turmas to wrk-qt-turmas-tx.
           move spaces to wrk-aud-detalhe.
           string 'PERIODO ' delimited by size
                  wrk-periodo delimited by size
                  ' INTEIRO - TURMAS: ' delimited by size
                  wrk-qt-turmas-tx delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           perform 0065-FECHAR-ENTRADAS thru 0065-FECHAR-ENTRADAS-EXIT.
           display "periodo " wrk-periodo " fechado - turmas: "
                   wrk-qt-turmas.
       0150-FECHAR-PERIODO-EXIT.
           exit.

       0160-MONTAR-TURMAS SECTION.
      * TURMAS DISTINTAS DAS MATRICULAS DO PERIODO.
           move 0 to wrk-qt-turmas.
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
               if mat-periodo = wrk-periodo and mat-turma not = spaces
                   perform 0170-GUARDAR-TURMA
                       thru 0170-GUARDAR-TURMA-EXIT
               end-if
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-perform.
           move '00' to wrk-mat-status.
       0160-MONTAR-TURMAS-EXIT.
           exit.

       0170-GUARDAR-TURMA SECTION.
           perform varying wrk-ix-tur from 1 by 1
                   until wrk-ix-tur > wrk-qt-turmas
                   or tab-tur-codigo(wrk-ix-tur) = mat-turma
               continue
           end-perform.
           if wrk-ix-tur > wrk-qt-turmas
               if wrk-qt-turmas < 200
                   add 1 to wrk-qt-turmas
                   move mat-turma to tab-tur-codigo(wrk-qt-turmas)
               else
                   display "mais de 200 turmas no periodo - turma "
                           mat-turma " fora da conferencia"
               end-if
           end-if.
       0170-GUARDAR-TURMA-EXIT.
           exit.

       0180-CHECAR-DA-TABELA SECTION.
           move tab-tur-codigo(wrk-ix-tur) to wrk-turma.
           perform 0200-CHECAR-TURMA thru 0200-CHECAR-TURMA-EXIT.
           add wrk-qt-pend to wrk-qt-pend-total.
       0180-CHECAR-DA-TABELA-EXIT.
           exit.

       0190-FECHAR-DA-TABELA SECTION.
           move tab-tur-codigo(wrk-ix-tur) to wrk-turma.
           perform 0250-SITUACAO-FECHAMENTO
               thru 0250-SITUACAO-FECHAMENTO-EXIT.
           if not wrk-ja-fechado
               perform 0300-GRAVAR-FECHAMENTO
                   thru 0300-GRAVAR-FECHAMENTO-EXIT
           end-if.
           perform 0400-ATA-TURMA thru 0400-ATA-TURMA-EXIT.
           display "turma " wrk-turma " fechada - ata em " wrk-arq-ata.
       0190-FECHAR-DA-TABELA-EXIT.
           exit.

       0200-CHECAR-TURMA SECTION.
      * CONFERE A TURMA WRK-TURMA NO PERIODO: SEM GRADE CADASTRADA
      * NAO HA COMO SABER O QUE FALTA, E ISSO JA SEGURA O FECHAMENTO.
           move 0 to wrk-qt-pend.
           perform 0210-CARREGAR-GRADE thru 0210-CARREGAR-GRADE-EXIT.
           if wrk-qt-grade = 0
               add 1 to wrk-qt-sem-grade
               display "turma " wrk-turma " sem grade cadastrada no "
                       "periodo " wrk-periodo
               go to 0200-CHECAR-TURMA-EXIT
           end-if.
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
               if mat-turma = wrk-turma and mat-periodo = wrk-periodo
                   perform 0220-CHECAR-ALUNO
                       thru 0220-CHECAR-ALUNO-EXIT
               end-if
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-perform.
           move '00' to wrk-mat-status.
       0200-CHECAR-TURMA-EXIT.
           exit.

       0210-CARREGAR-GRADE SECTION.
           move 0 to wrk-qt-grade.
           move wrk-turma to tds-turma.
           move wrk-periodo to tds-periodo.
           move spaces to tds-disciplina.
           start turmadisc key is not less turmadisc-chave
               invalid key
                   move '10' to wrk-tds-status
           end-start.
           if wrk-tds-status not = '10'
               read turmadisc next
                   at end move '10' to wrk-tds-status
               end-read
           end-if.
           perform until wrk-tds-status = '10'
                   or tds-turma not = wrk-turma
                   or tds-periodo not = wrk-periodo
               if wrk-qt-grade < 40
                   add 1 to wrk-qt-grade
                   move tds-disciplina to tab-disc(wrk-qt-grade)
               end-if
               read turmadisc next
                   at end move '10' to wrk-tds-status
               end-read
           end-perform.
           move '00' to wrk-tds-status.
       0210-CARREGAR-GRADE-EXIT.
           exit.

       0220-CHECAR-ALUNO SECTION.
      * ALUNO INATIVO (TRANSFERIDO, DESISTENTE) NAO SEGURA A TURMA.
           move mat-matricula to alu-matricula.
           read alunos key is alunos-chave
               invalid key
                   move '*** FORA DO CADASTRO ***' to alu-nome
               not invalid key
                   if not alu-sit-ativo
                       go to 0220-CHECAR-ALUNO-EXIT
                   end-if
           end-read.
           perform 0230-CHECAR-NOTA thru 0230-CHECAR-NOTA-EXIT
               varying wrk-ix-disc from 1 by 1
               until wrk-ix-disc > wrk-qt-grade.
       0220-CHECAR-ALUNO-EXIT.
           exit.

       0230-CHECAR-NOTA SECTION.
           move mat-matricula to not-matricula.
           move wrk-periodo to not-periodo.
           move tab-disc(wrk-ix-disc) to not-disciplina.
           move spaces to wrk-pend-tx.
           read notas key is notas-chave
               invalid key
                   move 'SEM NOTA' to wrk-pend-tx
               not invalid key
                   if not-situacao = 'RECUPERACAO'
                       move 'AGUARDANDO RECUPERACAO' to wrk-pend-tx
                   end-if
           end-read.
           if wrk-pend-tx not = spaces
               add 1 to wrk-qt-pend
               display "pendente: " wrk-turma " " mat-matricula " "
                       alu-nome(1:20) " " tab-disc(wrk-ix-disc) " "
                       wrk-pend-tx
           end-if.
       0230-CHECAR-NOTA-EXIT.
           exit.

       0250-SITUACAO-FECHAMENTO SECTION.
      * FECHADO SE O PERIODO INTEIRO OU A PROPRIA TURMA ESTIVEREM
      * FECHADOS (MESMA REGRA DO PROGRAMA4).
           move 'N' to wrk-sw-fechado.
           move wrk-periodo to fch-periodo.
           move spaces to fch-turma.
           read fechamentos key is fechamentos-chave
               invalid key
                   continue
               not invalid key
                   if fch-fechado
                       set wrk-ja-fechado to true
                   end-if
           end-read.
           if wrk-ja-fechado or wrk-turma = spaces
               go to 0250-SITUACAO-FECHAMENTO-EXIT
           end-if.
           move wrk-periodo to fch-periodo.
           move wrk-turma to fch-turma.
           read fechamentos key is fechamentos-chave
               invalid key
                   continue
               not invalid key
                   if fch-fechado
                       set wrk-ja-fechado to true
                   end-if
           end-read.
       0250-SITUACAO-FECHAMENTO-EXIT.
           exit.

       0300-GRAVAR-FECHAMENTO SECTION.
      * REFECHAR UMA TURMA REABERTA REGRAVA A MESMA CHAVE; OS DADOS
      * DA ULTIMA REABERTURA FICAM NO REGISTRO.
           move wrk-periodo to fch-periodo.
           move wrk-turma to fch-turma.
           read fechamentos key is fechamentos-chave
               invalid key
                   move 0 to fch-reab-data
                   move spaces to fch-reab-operador
                   move spaces to fch-reab-motivo
           end-read.
           move wrk-periodo to fch-periodo.
           move wrk-turma to fch-turma.
           move 'F' to fch-situacao.
           move wrk-data-hoje to fch-data.
           move wrk-hora(1:6) to fch-hora.
           move wrk-operador to fch-operador.
           write fechamentos-reg
               invalid key
                   rewrite fechamentos-reg
                   end-rewrite
           end-write.
       0300-GRAVAR-FECHAMENTO-EXIT.
           exit.

       0400-ATA-TURMA SECTION.
      * ATA DE RESULTADOS FINAIS DA TURMA WRK-TURMA: TODO ALUNO
      * MATRICULADO, COM A MEDIA FINAL (A DA SEGUNDA CHAMADA QUANDO
      * HOUVE), A PRESENCA E A SITUACAO DE CADA DISCIPLINA.
           move spaces to wrk-desc-turma.
           if wrk-sw-tur = 'S'
               move wrk-turma to tur-codigo
               read turmas key is turmas-chave
                   invalid key
                       continue
                   not invalid key
                       move tur-descricao to wrk-desc-turma
               end-read
           end-if.
           move spaces to wrk-arq-ata.
           string 'ATA_RESULTADOS_' delimited by size
                  wrk-periodo delimited by size
                  '_' delimited by size
                  wrk-turma delimited by space
                  '.TXT' delimited by size
             into wrk-arq-ata
           end-string.
           open output ata-out.
           move 0 to wrk-qt-alunos.
           move 0 to wrk-qt-aprov.
           move 0 to wrk-qt-reprov.
           move 'ATA DE RESULTADOS FINAIS' to wrk-linha.
           perform 0480-SAIDA-ATA thru 0480-SAIDA-ATA-EXIT.
           move spaces to wrk-linha.
           string 'PERIODO LETIVO ' delimited by size
                  wrk-periodo delimited by size
                  '  TURMA ' delimited by size
                  wrk-turma delimited by size
                  ' ' delimited by size
                  wrk-desc-turma delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA-ATA thru 0480-SAIDA-ATA-EXIT.
           move spaces to wrk-linha.
           string 'FECHADA EM ' delimited by size
                  wrk-fch-data delimited by size
                  ' POR ' delimited by size
                  wrk-fch-operador delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA-ATA thru 0480-SAIDA-ATA-EXIT.
           move '   DISCIPLINA       FINAL  PRESENCA  SITUACAO'
             to wrk-linha.
           perform 0480-SAIDA-ATA thru 0480-SAIDA-ATA-EXIT.
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
               if mat-turma = wrk-turma and mat-periodo = wrk-periodo
                   perform 0410-ATA-ALUNO thru 0410-ATA-ALUNO-EXIT
               end-if
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-perform.
           move '00' to wrk-mat-status.
           move spaces to wrk-linha.
           string 'ALUNOS: ' delimited by size
                  wrk-qt-alunos delimited by size
                  '  APROVADOS: ' delimited by size
                  wrk-qt-aprov delimited by size
                  '  REPROVADOS: ' delimited by size
                  wrk-qt-reprov delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA-ATA thru 0480-SAIDA-ATA-EXIT.
           close ata-out.
       0400-ATA-TURMA-EXIT.
           exit.

       0410-ATA-ALUNO SECTION.
           add 1 to wrk-qt-alunos.
           move spaces to wrk-inativo-tx.
           move mat-matricula to alu-matricula.
           read alunos key is alunos-chave
               invalid key
                   move '*** FORA DO CADASTRO ***' to alu-nome
               not invalid key
                   if not alu-sit-ativo
                       move '(INATIVO)' to wrk-inativo-tx
                   end-if
           end-read.
           move spaces to wrk-linha.
           string mat-matricula delimited by size
                  ' ' delimited by size
                  alu-nome delimited by size
                  ' ' delimited by size
                  wrk-inativo-tx delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA-ATA thru 0480-SAIDA-ATA-EXIT.
           move 0 to wrk-qt-disc.
           move 'N' to wrk-sw-reprovado.
           move mat-matricula to not-matricula.
           move wrk-periodo to not-periodo.
           move spaces to not-disciplina.
           start notas key is greater notas-chave
               invalid key
                   move '10' to wrk-not-status
           end-start.
           if wrk-not-status not = '10'
               read notas next
                   at end move '10' to wrk-not-status
               end-read
           end-if.
           perform until wrk-not-status = '10'
                   or not-matricula not = mat-matricula
                   or not-periodo not = wrk-periodo
               perform 0420-ATA-DISCIPLINA
                   thru 0420-ATA-DISCIPLINA-EXIT
               read notas next
                   at end move '10' to wrk-not-status
               end-read
           end-perform.
           move '00' to wrk-not-status.
      * MESMA REGRA DO BOLETIM (BOLENVIO.COB), SEM O 'EM
      * RECUPERACAO' - TURMA COM SEGUNDA CHAMADA PENDENTE NAO FECHA.
           evaluate true
               when wrk-qt-disc = 0
                   move 'SEM NOTAS LANCADAS' to wrk-situacao-final
               when wrk-sw-reprovado = 'S'
                   move 'REPROVADO' to wrk-situacao-final
                   add 1 to wrk-qt-reprov
               when other
                   move 'APROVADO' to wrk-situacao-final
                   add 1 to wrk-qt-aprov
           end-evaluate.
           move spaces to wrk-linha.
           string '   SITUACAO FINAL: ' delimited by size
                  wrk-situacao-final delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA-ATA thru 0480-SAIDA-ATA-EXIT.
       0410-ATA-ALUNO-EXIT.
           exit.

       0420-ATA-DISCIPLINA SECTION.
           add 1 to wrk-qt-disc.
           if not-situacao(1:9) = 'REPROVADO'
               move 'S' to wrk-sw-reprovado
           end-if.
           if not-media-final not = 0
               move not-media-final to wrk-nota-final
           else
               move not-media to wrk-nota-final
           end-if.
           move wrk-nota-final to wrk-final-ED.
           move spaces to wrk-presenca-tx.
           if wrk-sw-frq = 'S'
               move not-matricula to frq-matricula
               move not-periodo to frq-periodo
               move not-disciplina to frq-disciplina
               read frequencia key is frequenc-chave
                   invalid key
                       continue
                   not invalid key
                       if frq-aulas-dadas > 0
                           compute wrk-presenca rounded =
                               ((frq-aulas-dadas - frq-faltas) * 100)
                               / frq-aulas-dadas
                           move wrk-presenca to wrk-presenca-ED
                           string wrk-presenca-ED
                                               delimited by size
                                  '%' delimited by size
                             into wrk-presenca-tx
                           end-string
                       end-if
               end-read
           end-if.
           move spaces to wrk-linha.
           string '   ' delimited by size
                  not-disciplina delimited by size
                  '  ' delimited by size
                  wrk-final-ED delimited by size
                  '  ' delimited by size
                  wrk-presenca-tx delimited by size
                  '   ' delimited by size
                  not-situacao delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA-ATA thru 0480-SAIDA-ATA-EXIT.
       0420-ATA-DISCIPLINA-EXIT.
           exit.

       0480-SAIDA-ATA SECTION.
           move wrk-linha to ata-linha.
           write ata-reg.
       0480-SAIDA-ATA-EXIT.
           exit.

       0600-REABRIR SECTION.
      * SO SUPERVISOR, COM MOTIVO. TURMA EM BRANCO REABRE O PERIODO
      * INTEIRO (MARCADOR E TODAS AS TURMAS); REABRIR UMA TURMA DE
      * PERIODO FECHADO POR INTEIRO TAMBEM TIRA O MARCADOR DO PERIODO,
      * QUE DEIXA DE ESTAR TODO FECHADO.
           if wrk-perfil not = 'S'
               display "somente supervisor reabre periodo/turma"
               go to 0600-REABRIR-EXIT
           end-if.
           display "periodo letivo (AAAAPP): ".
           accept wrk-periodo.
           display "codigo da turma (branco = periodo inteiro): ".
           accept wrk-turma.
           display "motivo da reabertura: ".
           accept wrk-motivo.
           if wrk-motivo = spaces
               display "motivo obrigatorio - reabertura cancelada"
               go to 0600-REABRIR-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move 0 to wrk-qt-listados.
           if wrk-turma = spaces
               perform 0610-REABRIR-PERIODO
                   thru 0610-REABRIR-PERIODO-EXIT
           else
               move wrk-periodo to fch-periodo
               move wrk-turma to fch-turma
               perform 0620-REABRIR-REGISTRO
                   thru 0620-REABRIR-REGISTRO-EXIT
               if wrk-qt-listados > 0
                   move wrk-periodo to fch-periodo
                   move spaces to fch-turma
                   perform 0620-REABRIR-REGISTRO
                       thru 0620-REABRIR-REGISTRO-EXIT
               end-if
           end-if.
           if wrk-qt-listados = 0
               display "nada fechado para reabrir"
               go to 0600-REABRIR-EXIT
           end-if.
           move 'REABERTURA' to wrk-aud-acao.
           move spaces to wrk-aud-detalhe.
           string 'PERIODO ' delimited by size
                  wrk-periodo delimited by size
                  ' TURMA ' delimited by size
                  wrk-turma delimited by size
                  ' MOTIVO: ' delimited by size
                  wrk-motivo delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           display "reaberto - registros: " wrk-qt-listados.
       0600-REABRIR-EXIT.
           exit.

       0610-REABRIR-PERIODO SECTION.
           move wrk-periodo to fch-periodo.
           move spaces to fch-turma.
           start fechamentos key is not less fechamentos-chave
               invalid key
                   move '10' to wrk-fch-status
           end-start.
           if wrk-fch-status not = '10'
               read fechamentos next
                   at end move '10' to wrk-fch-status
               end-read
           end-if.
           perform until wrk-fch-status = '10'
                   or fch-periodo not = wrk-periodo
               if fch-fechado
                   move 'R' to fch-situacao
                   move wrk-data-hoje to fch-reab-data
                   move wrk-operador to fch-reab-operador
                   move wrk-motivo to fch-reab-motivo
                   rewrite fechamentos-reg
                   end-rewrite
                   add 1 to wrk-qt-listados
               end-if
               read fechamentos next
                   at end move '10' to wrk-fch-status
               end-read
           end-perform.
           move '00' to wrk-fch-status.
       0610-REABRIR-PERIODO-EXIT.
           exit.

       0620-REABRIR-REGISTRO SECTION.
      * CHAVE JA MONTADA PELO CHAMADOR.
           read fechamentos key is fechamentos-chave
               invalid key
                   go to 0620-REABRIR-REGISTRO-EXIT
           end-read.
           if not fch-fechado
               go to 0620-REABRIR-REGISTRO-EXIT
           end-if.
           move 'R' to fch-situacao.
           move wrk-data-hoje to fch-reab-data.
           move wrk-operador to fch-reab-operador.
           move wrk-motivo to fch-reab-motivo.
           rewrite fechamentos-reg
               invalid key
                   display "fechamento nao atualizado"
               not invalid key
                   add 1 to wrk-qt-listados
           end-rewrite.
       0620-REABRIR-REGISTRO-EXIT.
           exit.

       0700-SITUACAO SECTION.
           display "periodo letivo (AAAAPP): ".
           accept wrk-periodo.
           move 0 to wrk-qt-listados.
           move wrk-periodo to fch-periodo.
           move spaces to fch-turma.
           start fechamentos key is not less fechamentos-chave
               invalid key
                   move '10' to wrk-fch-status
           end-start.
           if wrk-fch-status not = '10'
               read fechamentos next
                   at end move '10' to wrk-fch-status
               end-read
           end-if.
           perform until wrk-fch-status = '10'
                   or fch-periodo not = wrk-periodo
               if fch-turma = spaces
                   move '(PERIODO)' to wrk-turma
               else
                   move fch-turma to wrk-turma
               end-if
               if fch-fechado
                   display wrk-turma " FECHADO em " fch-data " por "
                           fch-operador
               else
                   display wrk-turma " REABERTO em " fch-reab-data
                           " por " fch-reab-operador " - "
                           fch-reab-motivo
               end-if
               add 1 to wrk-qt-listados
               read fechamentos next
                   at end move '10' to wrk-fch-status
               end-read
           end-perform.
           move '00' to wrk-fch-status.
           display "registros de fechamento: " wrk-qt-listados.
       0700-SITUACAO-EXIT.
           exit.

       0800-REIMPRIMIR SECTION.
      * SO DE TURMA FECHADA - A ATA E DO RESULTADO JA TRAVADO.
           display "periodo letivo (AAAAPP): ".
           accept wrk-periodo.
           display "codigo da turma: ".
           accept wrk-turma.
           move wrk-periodo to fch-periodo.
           move wrk-turma to fch-turma.
           read fechamentos key is fechamentos-chave
               invalid key
                   display "turma sem fechamento no periodo"
                   go to 0800-REIMPRIMIR-EXIT
           end-read.
           if not fch-fechado
               display "turma reaberta - feche de novo para a ata"
               go to 0800-REIMPRIMIR-EXIT
           end-if.
           move fch-data to wrk-fch-data.
           move fch-operador to wrk-fch-operador.
           perform 0060-ABRIR-ENTRADAS thru 0060-ABRIR-ENTRADAS-EXIT.
           if wrk-sw-entradas not = 'S'
               go to 0800-REIMPRIMIR-EXIT
           end-if.
           perform 0400-ATA-TURMA thru 0400-ATA-TURMA-EXIT.
           perform 0065-FECHAR-ENTRADAS thru 0065-FECHAR-ENTRADAS-EXIT.
           display "ata reimpressa em " wrk-arq-ata.
       0800-REIMPRIMIR-EXIT.
           exit.

       0900-GRAVAR-AUDITORIA SECTION.
      * DATA HORA;ACAO;DETALHE;OPERADOR (MESMO ESPIRITO DO 0900 DO
      * CONCBCO.COB).
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           open extend fech-aud.
           if wrk-aud-status = '35'
               open output fech-aud
           end-if.
           move spaces to faud-linha.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-hora        delimited by size
                  ';'             delimited by size
                  wrk-aud-acao    delimited by size
                  ';'             delimited by size
                  wrk-aud-detalhe delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
             into faud-linha
           end-string.
           write fech-aud-reg.
           close fech-aud.
       0900-GRAVAR-AUDITORIA-EXIT.
           exit.

       end program FECHAPER.
