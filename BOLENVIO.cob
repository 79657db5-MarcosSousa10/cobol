       identification division.
       program-id. BOLENVIO.
      * ENVIO DO BOLETIM NO FIM DO PERIODO LETIVO: PARA CADA ALUNO
      * MATRICULADO NO PERIODO (MATRICULAS.DAT), MONTA O BOLETIM UMA
      * VEZ - NOTA DE CADA DISCIPLINA (NOTAS.DAT), RECUPERACAO, MEDIA
      * FINAL, PRESENCA (FREQUENC.DAT) E SITUACAO FINAL - E ENDERECA
      * UMA VIA A CADA RESPONSAVEL (RESPONSAVEIS.DAT):
      *   - POR E-MAIL EM BOLETIM_EMAIL_AAAAPP.TXT, A QUEM AUTORIZOU
      *     (RSP-CONSENTE) E TEM E-MAIL;
      *   - IMPRESSA EM BOLETIM_IMPRESSAO_AAAAPP.TXT, COM O ENDERECO
      *     DO RESPONSAVEL, PARA OS DEMAIS.
      * ALUNO SEM RESPONSAVEL CADASTRADO SAI NA LISTAGEM DE CONTROLE
      * (BOLETIM_CONTROLE_AAAAPP.TXT, TAMBEM NA TELA) PARA A
      * SECRETARIA ENTREGAR EM MAOS E COMPLETAR O CADASTRO.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
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
           select responsaveis assign to
               'RESPONSAVEIS.DAT'
           organization is indexed
           access mode is dynamic
           record key is responsaveis-chave
           file status is wrk-rsp-status.
           select email-out assign to wrk-arq-email
           organization is line sequential
           file status is wrk-eml-status.
           select impressao-out assign to wrk-arq-impressao
           organization is line sequential
           file status is wrk-imp-status.
           select controle-out assign to wrk-arq-controle
           organization is line sequential
           file status is wrk-ctl-status.
       data division.
       file section.
       FD matriculas.
       COPY MATRICUL.

       FD alunos.
       COPY ALUNOS.

       FD notas.
       COPY NOTAS.

       FD frequencia.
       COPY FREQUENC.

       FD responsaveis.
       COPY RESPONS.

       FD email-out.
       01 email-reg.
           05 eml-linha pic x(100).

       FD impressao-out.
       01 impressao-reg.
           05 imp-linha pic x(100).

       FD controle-out.
       01 controle-reg.
           05 ctl-linha pic x(100).

       working-storage section.
       77 wrk-mat-status pic x(02).
       77 wrk-alu-status pic x(02).
       77 wrk-not-status pic x(02).
       77 wrk-frq-status pic x(02).
       77 wrk-rsp-status pic x(02).
       77 wrk-eml-status pic x(02).
       77 wrk-imp-status pic x(02).
       77 wrk-ctl-status pic x(02).
       77 wrk-sw-frq pic x(01) value 'N'.
       77 wrk-sw-rsp pic x(01) value 'N'.
       77 wrk-arq-email pic x(40) value spaces.
       77 wrk-arq-impressao pic x(40) value spaces.
       77 wrk-arq-controle pic x(40) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-periodo pic 9(06) value zeros.
      * SITUACAO FINAL DO ALUNO NO PERIODO, PELA PIOR DISCIPLINA.
       77 wrk-sw-reprovado pic x(01) value 'N'.
       77 wrk-sw-recuperacao pic x(01) value 'N'.
       77 wrk-situacao-final pic x(20) value spaces.
       77 wrk-qt-disc pic 9(03) value zeros.
       77 wrk-qt-rsp-aluno pic 9(02) value zeros.
       77 wrk-media-ED pic z9,99 value zeros.
       77 wrk-rec-ED pic z9,99 value zeros.
       77 wrk-final-ED pic z9,99 value zeros.
       77 wrk-presenca pic 9(03)v99 value zeros.
       77 wrk-presenca-ED pic zz9,99 value zeros.
       77 wrk-presenca-tx pic x(07) value spaces.
      * BOLETIM MONTADO UMA VEZ POR ALUNO E COPIADO PARA CADA VIA.
       77 wrk-qt-bol pic 9(03) comp value zeros.
       77 wrk-ix-bol pic 9(03) comp value zeros.
       01 tab-boletim.
           05 tab-bol-linha pic x(100) occurs 60 times.
      * TOTAIS DA RODADA.
       77 wrk-qt-alunos pic 9(05) value zeros.
       77 wrk-qt-email pic 9(05) value zeros.
       77 wrk-qt-impressos pic 9(05) value zeros.
       77 wrk-qt-sem-resp pic 9(05) value zeros.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           display "envio de boletins - periodo letivo (AAAAPP): ".
           accept wrk-periodo.
           if wrk-periodo = 0
               display "periodo invalido"
               move 8 to return-code
               go to 0300-final
           end-if.
           open input matriculas.
           if wrk-mat-status not = '00'
               display "nenhuma matricula registrada (MATRICULAS.DAT)"
               move 8 to return-code
               go to 0300-final
           end-if.
           open input alunos.
           open input notas.
           if wrk-alu-status not = '00' or wrk-not-status not = '00'
               display "cadastro de alunos ou arquivo de notas "
                       "indisponivel"
               close matriculas alunos notas
               move 8 to return-code
               go to 0300-final
           end-if.
           move 'N' to wrk-sw-frq.
           open input frequencia.
           if wrk-frq-status = '00'
               move 'S' to wrk-sw-frq
           end-if.
           move 'N' to wrk-sw-rsp.
           open input responsaveis.
           if wrk-rsp-status = '00'
               move 'S' to wrk-sw-rsp
           end-if.
           move spaces to wrk-arq-email.
           string 'BOLETIM_EMAIL_' delimited by size
                  wrk-periodo delimited by size
                  '.TXT' delimited by size
             into wrk-arq-email
           end-string.
           move spaces to wrk-arq-impressao.
           string 'BOLETIM_IMPRESSAO_' delimited by size
                  wrk-periodo delimited by size
                  '.TXT' delimited by size
             into wrk-arq-impressao
           end-string.
           move spaces to wrk-arq-controle.
           string 'BOLETIM_CONTROLE_' delimited by size
                  wrk-periodo delimited by size
                  '.TXT' delimited by size
             into wrk-arq-controle
           end-string.
           open output email-out.
           open output impressao-out.
           open output controle-out.
           move spaces to wrk-linha.
           string 'ENVIO DE BOLETINS - PERIODO ' delimited by size
                  wrk-periodo delimited by size
                  ' - ' delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'ALUNOS SEM RESPONSAVEL CADASTRADO (ENTREGAR EM MAOS):'
             to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0100-VARRER-MATRICULAS
               thru 0100-VARRER-MATRICULAS-EXIT.
           move spaces to wrk-linha.
           string 'ALUNOS: ' delimited by size
                  wrk-qt-alunos delimited by size
                  '  VIAS POR E-MAIL: ' delimited by size
                  wrk-qt-email delimited by size
                  '  IMPRESSAS: ' delimited by size
                  wrk-qt-impressos delimited by size
                  '  SEM RESPONSAVEL: ' delimited by size
                  wrk-qt-sem-resp delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close controle-out.
           close impressao-out.
           close email-out.
           if wrk-sw-rsp = 'S'
               close responsaveis
           end-if.
           if wrk-sw-frq = 'S'
               close frequencia
           end-if.
           close notas.
           close alunos.
           close matriculas.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-VARRER-MATRICULAS SECTION.
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
               if mat-periodo = wrk-periodo
                   perform 0200-ALUNO thru 0200-ALUNO-EXIT
               end-if
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-perform.
           move '00' to wrk-mat-status.
       0100-VARRER-MATRICULAS-EXIT.
           exit.

       0200-ALUNO SECTION.
           move mat-matricula to alu-matricula.
           read alunos key is alunos-chave
               invalid key
                   move '*** FORA DO CADASTRO ***' to alu-nome
           end-read.
           add 1 to wrk-qt-alunos.
           perform 0400-MONTAR-BOLETIM thru 0400-MONTAR-BOLETIM-EXIT.
           move 0 to wrk-qt-rsp-aluno.
           if wrk-sw-rsp = 'S'
               perform 0500-RESPONSAVEIS thru 0500-RESPONSAVEIS-EXIT
           end-if.
           if wrk-qt-rsp-aluno = 0
               add 1 to wrk-qt-sem-resp
               move spaces to wrk-linha
               string mat-matricula delimited by size
                      ' ' delimited by size
                      alu-nome delimited by size
                      ' TURMA ' delimited by size
                      mat-turma delimited by size
                      ' ' delimited by size
                      wrk-situacao-final delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
       0200-ALUNO-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to ctl-linha.
           write controle-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       0400-MONTAR-BOLETIM SECTION.
      * CORPO DO BOLETIM EM TAB-BOLETIM: CABECALHO, UMA LINHA POR
      * DISCIPLINA (NOTAS EM ORDEM DE CHAVE) E A SITUACAO FINAL.
           move 0 to wrk-qt-bol.
           move 0 to wrk-qt-disc.
           move 'N' to wrk-sw-reprovado.
           move 'N' to wrk-sw-recuperacao.
           move spaces to wrk-linha.
           string 'BOLETIM DO PERIODO ' delimited by size
                  wrk-periodo delimited by size
             into wrk-linha
           end-string.
           perform 0480-LINHA thru 0480-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'ALUNO: ' delimited by size
                  alu-nome delimited by size
                  ' MATRICULA ' delimited by size
                  mat-matricula delimited by size
                  ' TURMA ' delimited by size
                  mat-turma delimited by size
             into wrk-linha
           end-string.
           perform 0480-LINHA thru 0480-LINHA-EXIT.
           move 'DISCIPLINA       MEDIA  RECUP  FINAL  PRESENCA  '
             & 'SITUACAO' to wrk-linha.
           perform 0480-LINHA thru 0480-LINHA-EXIT.
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
               perform 0450-DISCIPLINA thru 0450-DISCIPLINA-EXIT
               read notas next
                   at end move '10' to wrk-not-status
               end-read
           end-perform.
           move '00' to wrk-not-status.
           evaluate true
               when wrk-qt-disc = 0
                   move 'SEM NOTAS LANCADAS' to wrk-situacao-final
               when wrk-sw-reprovado = 'S'
                   move 'REPROVADO' to wrk-situacao-final
               when wrk-sw-recuperacao = 'S'
                   move 'EM RECUPERACAO' to wrk-situacao-final
               when other
                   move 'APROVADO' to wrk-situacao-final
           end-evaluate.
           move spaces to wrk-linha.
           string 'SITUACAO FINAL NO PERIODO: ' delimited by size
                  wrk-situacao-final delimited by size
             into wrk-linha
           end-string.
           perform 0480-LINHA thru 0480-LINHA-EXIT.
       0400-MONTAR-BOLETIM-EXIT.
           exit.

       0450-DISCIPLINA SECTION.
      * SEM RECUPERACAO, RECUP/FINAL SAEM EM BRANCO; SEM FREQUENCIA
      * CARREGADA, A PRESENCA TAMBEM.
           add 1 to wrk-qt-disc.
           if not-situacao(1:9) = 'REPROVADO'
               move 'S' to wrk-sw-reprovado
           end-if.
           if not-situacao = 'RECUPERACAO'
               move 'S' to wrk-sw-recuperacao
           end-if.
           move not-media to wrk-media-ED.
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
                           move spaces to wrk-presenca-tx
                           string wrk-presenca-ED
                                               delimited by size
                                  '%' delimited by size
                             into wrk-presenca-tx
                           end-string
                       end-if
               end-read
           end-if.
           move spaces to wrk-linha.
           if not-media-final = 0
               string not-disciplina delimited by size
                      '  ' delimited by size
                      wrk-media-ED delimited by size
                      '                ' delimited by size
                      wrk-presenca-tx delimited by size
                      '   ' delimited by size
                      not-situacao delimited by size
                 into wrk-linha
               end-string
           else
               move not-nota-rec to wrk-rec-ED
               move not-media-final to wrk-final-ED
               string not-disciplina delimited by size
                      '  ' delimited by size
                      wrk-media-ED delimited by size
                      '  ' delimited by size
                      wrk-rec-ED delimited by size
                      '  ' delimited by size
                      wrk-final-ED delimited by size
                      '  ' delimited by size
                      wrk-presenca-tx delimited by size
                      '   ' delimited by size
                      not-situacao delimited by size
                 into wrk-linha
               end-string
           end-if.
           perform 0480-LINHA thru 0480-LINHA-EXIT.
       0450-DISCIPLINA-EXIT.
           exit.

       0480-LINHA SECTION.
      * LINHA A MAIS QUE A TABELA FICA FORA (60 DA FOLGA DE SOBRA
      * PARA AS DISCIPLINAS DE UM PERIODO).
           if wrk-qt-bol < 60
               add 1 to wrk-qt-bol
               move wrk-linha to tab-bol-linha(wrk-qt-bol)
           end-if.
       0480-LINHA-EXIT.
           exit.

       0500-RESPONSAVEIS SECTION.
           move mat-matricula to rsp-matricula.
           move 0 to rsp-seq.
           start responsaveis key is greater responsaveis-chave
               invalid key
                   move '10' to wrk-rsp-status
           end-start.
           if wrk-rsp-status not = '10'
               read responsaveis next
                   at end move '10' to wrk-rsp-status
               end-read
           end-if.
           perform until wrk-rsp-status = '10'
                   or rsp-matricula not = mat-matricula
               add 1 to wrk-qt-rsp-aluno
               if rsp-consente-sim and rsp-email not = spaces
                   perform 0600-VIA-EMAIL thru 0600-VIA-EMAIL-EXIT
               else
                   perform 0700-VIA-IMPRESSA
                       thru 0700-VIA-IMPRESSA-EXIT
               end-if
               read responsaveis next
                   at end move '10' to wrk-rsp-status
               end-read
           end-perform.
           move '00' to wrk-rsp-status.
       0500-RESPONSAVEIS-EXIT.
           exit.

       0600-VIA-EMAIL SECTION.
      * NO MESMO FEITIO DO CARTAS.TXT DO MALADIR.COB: "PARA:", O
      * CORPO E UMA LINHA EM BRANCO SEPARANDO AS MENSAGENS.
           move spaces to eml-linha.
           string 'PARA: ' delimited by size
                  rsp-email delimited by size
             into eml-linha
           end-string.
           write email-reg.
           move spaces to eml-linha.
           string 'ASSUNTO: BOLETIM DO PERIODO ' delimited by size
                  wrk-periodo delimited by size
                  ' - ' delimited by size
                  alu-nome delimited by size
             into eml-linha
           end-string.
           write email-reg.
           move spaces to eml-linha.
           string 'PREZADO(A) ' delimited by size
                  rsp-nome delimited by size
             into eml-linha
           end-string.
           write email-reg.
           perform varying wrk-ix-bol from 1 by 1
                   until wrk-ix-bol > wrk-qt-bol
               move tab-bol-linha(wrk-ix-bol) to eml-linha
               write email-reg
           end-perform.
           move spaces to eml-linha.
           write email-reg.
           add 1 to wrk-qt-email.
       0600-VIA-EMAIL-EXIT.
           exit.

       0700-VIA-IMPRESSA SECTION.
      * ENDERECAMENTO NO ALTO (JANELA DO ENVELOPE) E UMA LINHA DE
      * CORTE ENTRE AS VIAS.
           move spaces to imp-linha.
           string 'A/C ' delimited by size
                  rsp-nome delimited by size
             into imp-linha
           end-string.
           write impressao-reg.
           move rsp-logradouro to imp-linha.
           write impressao-reg.
           move spaces to imp-linha.
           string rsp-cidade delimited by size
                  ' - ' delimited by size
                  rsp-uf delimited by size
                  '  CEP ' delimited by size
                  rsp-cep delimited by size
             into imp-linha
           end-string.
           write impressao-reg.
           move spaces to imp-linha.
           write impressao-reg.
           perform varying wrk-ix-bol from 1 by 1
                   until wrk-ix-bol > wrk-qt-bol
               move tab-bol-linha(wrk-ix-bol) to imp-linha
               write impressao-reg
           end-perform.
           move all '-' to imp-linha.
           write impressao-reg.
           add 1 to wrk-qt-impressos.
       0700-VIA-IMPRESSA-EXIT.
           exit.

       end program BOLENVIO.
