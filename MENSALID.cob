       identification division.
       program-id. MENSALID.
      * FATURAMENTO MENSAL DAS MENSALIDADES ESCOLARES: PARA CADA
      * MATRICULA DO PERIODO LETIVO INFORMADO (MATRICULAS.DAT), UM
      * TITULO EM TITULOS.DAT NO VALOR DA MENSALIDADE DA TURMA
      * (TUR-MENSALIDADE), EM NOME DO RESPONSAVEL FINANCEIRO DO ALUNO
      * (ALU-RESP-FONE, CLIENTE DO CADASTRO) E COM REGISTRO PENDENTE -
      * SAI NA PROXIMA REMESSA DO CNABREM.COB, COMO AS PARCELAS DE
      * ACORDO, E PASSA A APARECER NO AGING E NA COBRANCA.
      * VENCIMENTO NO DIA MENSALID/DIA-VENCTO (DEFAULT 10) DA
      * COMPETENCIA. RODAR DE NOVO NA MESMA COMPETENCIA NAO DUPLICA:
      * ALUNO QUE JA TEM TITULO DA COMPETENCIA FICA DE FORA.
      * RELATORIO EM MENSALIDADES_AAAAMM.TXT E NA TELA.

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
           select turmas assign to 'TURMAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is turmas-chave
           file status is wrk-tur-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           file status is wrk-cli-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select relatorio-out assign to wrk-arq-relatorio
           organization is line sequential
           file status is wrk-rel-status.
       data division.
       file section.
       FD matriculas.
       COPY MATRICUL.

       FD alunos.
       COPY ALUNOS.

       FD turmas.
       COPY TURMAS.

       FD clientes.
       COPY CLIENTES.

       FD titulos.
       COPY TITULOS.

       FD relatorio-out.
       01 relatorio-reg.
           05 rel-linha pic x(100).

       working-storage section.
       77 wrk-mat-status pic x(02).
       77 wrk-alu-status pic x(02).
       77 wrk-tur-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-rel-status pic x(02).
       77 wrk-arq-relatorio pic x(40) value spaces.
       COPY PARAMLNK.
       COPY NUMLNK.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-competencia pic 9(06) value zeros.
       77 wrk-comp-ano pic 9(04) value zeros.
       77 wrk-comp-mes pic 9(02) value zeros.
       77 wrk-periodo pic 9(06) value zeros.
       77 wrk-dia-vencto pic 9(02) value 10.
       77 wrk-vencimento pic 9(08) value zeros.
       77 wrk-num-titulo pic 9(08) value zeros.
       77 wrk-sw-cobrado pic x(01) value 'N'.
           88 wrk-ja-cobrado value 'S'.
       77 wrk-motivo pic x(40) value spaces.
      * TOTAIS DA RODADA.
       77 wrk-qt-matriculas pic 9(05) value zeros.
       77 wrk-qt-titulos pic 9(05) value zeros.
       77 wrk-qt-ja-cobrados pic 9(05) value zeros.
       77 wrk-qt-fora pic 9(05) value zeros.
       77 wrk-tot-valor pic 9(10)v99 value zeros.
       77 wrk-valor-ED pic zzz.zz9,99 value zeros.
       77 wrk-tot-ED pic z.zzz.zzz.zz9,99 value zeros.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           display "faturamento de mensalidades - competencia "
                   "(AAAAMM, 0 = mes atual): ".
           accept wrk-competencia.
           if wrk-competencia = 0
               move wrk-data-hoje(1:6) to wrk-competencia
           end-if.
           move wrk-competencia(1:4) to wrk-comp-ano.
           move wrk-competencia(5:2) to wrk-comp-mes.
           if wrk-comp-mes < 1 or wrk-comp-mes > 12
               display "competencia invalida"
               move 8 to return-code
               go to 0300-final
           end-if.
           display "periodo letivo das matriculas (AAAAPP): ".
           accept wrk-periodo.
           if wrk-periodo = 0
               display "periodo invalido"
               move 8 to return-code
               go to 0300-final
           end-if.
           perform 0060-LER-PARAMETROS thru 0060-LER-PARAMETROS-EXIT.
           compute wrk-vencimento =
               (wrk-comp-ano * 10000) + (wrk-comp-mes * 100)
               + wrk-dia-vencto.
           open input matriculas.
           if wrk-mat-status not = '00'
               display "nenhuma matricula registrada (MATRICULAS.DAT)"
               move 8 to return-code
               go to 0300-final
           end-if.
           open input alunos.
           open input turmas.
           open input clientes.
           if wrk-alu-status not = '00' or wrk-tur-status not = '00'
              or wrk-cli-status not = '00'
               display "cadastro de alunos, turmas ou clientes "
                       "indisponivel"
               close matriculas alunos turmas clientes
               move 8 to return-code
               go to 0300-final
           end-if.
           open i-o titulos.
           if wrk-tit-status = '35'
               open output titulos
               close titulos
               open i-o titulos
           end-if.
           if wrk-tit-status not = '00'
               display "erro ao abrir titulos - status: " wrk-tit-status
               close matriculas alunos turmas clientes
               move 8 to return-code
               go to 0300-final
           end-if.
           move spaces to wrk-arq-relatorio.
           string 'MENSALIDADES_' delimited by size
                  wrk-competencia delimited by size
                  '.TXT' delimited by size
             into wrk-arq-relatorio
           end-string.
           open output relatorio-out.
           move spaces to wrk-linha.
           string 'MENSALIDADES DA COMPETENCIA ' delimited by size
                  wrk-competencia delimited by size
                  ' - PERIODO LETIVO ' delimited by size
                  wrk-periodo delimited by size
                  ' - VENCIMENTO ' delimited by size
                  wrk-vencimento delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0100-VARRER-MATRICULAS
               thru 0100-VARRER-MATRICULAS-EXIT.
           move wrk-tot-valor to wrk-tot-ED.
           move spaces to wrk-linha.
           string 'MATRICULAS: ' delimited by size
                  wrk-qt-matriculas delimited by size
                  '  TITULOS: ' delimited by size
                  wrk-qt-titulos delimited by size
                  '  TOTAL: ' delimited by size
                  wrk-tot-ED delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'JA COBRADOS NA COMPETENCIA: ' delimited by size
                  wrk-qt-ja-cobrados delimited by size
                  '  FORA DO FATURAMENTO: ' delimited by size
                  wrk-qt-fora delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close relatorio-out.
           close titulos.
           close clientes.
           close turmas.
           close alunos.
           close matriculas.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-LER-PARAMETROS SECTION.
      * DIA DE VENCIMENTO ATE 28, PARA CABER EM QUALQUER MES.
           move 'MENSALID' to lnk-param-programa.
           move 'DIA-VENCTO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 29
               move lnk-param-valor to wrk-dia-vencto
           end-if.
       0060-LER-PARAMETROS-EXIT.
           exit.

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
                   add 1 to wrk-qt-matriculas
                   perform 0200-COBRAR-MATRICULA
                       thru 0200-COBRAR-MATRICULA-EXIT
               end-if
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-perform.
           move '00' to wrk-mat-status.
       0100-VARRER-MATRICULAS-EXIT.
           exit.

       0200-COBRAR-MATRICULA SECTION.
      * ALUNO ATIVO, TURMA COM MENSALIDADE E RESPONSAVEL NO CADASTRO
      * DE CLIENTES - O QUE FALTAR SAI NO RELATORIO COMO FORA.
           move spaces to wrk-motivo.
           move mat-matricula to alu-matricula.
           read alunos key is alunos-chave
               invalid key
                   move spaces to alu-nome
                   move 'ALUNO FORA DO CADASTRO' to wrk-motivo
                   perform 0250-FORA thru 0250-FORA-EXIT
                   go to 0200-COBRAR-MATRICULA-EXIT
           end-read.
           if not alu-sit-ativo
               go to 0200-COBRAR-MATRICULA-EXIT
           end-if.
           move mat-turma to tur-codigo.
           read turmas key is turmas-chave
               invalid key
                   move 'TURMA FORA DO CADASTRO' to wrk-motivo
                   perform 0250-FORA thru 0250-FORA-EXIT
                   go to 0200-COBRAR-MATRICULA-EXIT
           end-read.
           if tur-mensalidade = 0
               go to 0200-COBRAR-MATRICULA-EXIT
           end-if.
           if alu-resp-fone = 0
               move 'SEM RESPONSAVEL FINANCEIRO' to wrk-motivo
               perform 0250-FORA thru 0250-FORA-EXIT
               go to 0200-COBRAR-MATRICULA-EXIT
           end-if.
           move alu-resp-fone to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   move 'RESPONSAVEL FORA DO CADASTRO DE CLIENTES'
                     to wrk-motivo
                   perform 0250-FORA thru 0250-FORA-EXIT
                   go to 0200-COBRAR-MATRICULA-EXIT
           end-read.
           perform 0210-JA-COBRADO thru 0210-JA-COBRADO-EXIT.
           if wrk-ja-cobrado
               add 1 to wrk-qt-ja-cobrados
               go to 0200-COBRAR-MATRICULA-EXIT
           end-if.
           perform 0220-GRAVAR-TITULO thru 0220-GRAVAR-TITULO-EXIT.
       0200-COBRAR-MATRICULA-EXIT.
           exit.

       0250-FORA SECTION.
           add 1 to wrk-qt-fora.
           move spaces to wrk-linha.
           string mat-matricula delimited by size
                  ' ' delimited by size
                  alu-nome delimited by size
                  ' FORA: ' delimited by size
                  wrk-motivo delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0250-FORA-EXIT.
           exit.

       0210-JA-COBRADO SECTION.
      * TITULO DA COMPETENCIA PARA O ALUNO JA EMITIDO (E NAO
      * CANCELADO) NOS TITULOS DO RESPONSAVEL.
           move 'N' to wrk-sw-cobrado.
           move alu-resp-fone to titulos-fone.
           start titulos key is equal titulos-fone
               invalid key
                   move '10' to wrk-tit-status
           end-start.
           if wrk-tit-status not = '10'
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-if.
           perform until wrk-tit-status = '10' or wrk-ja-cobrado
                   or titulos-fone not = alu-resp-fone
               if titulos-aluno = mat-matricula
                  and titulos-competencia = wrk-competencia
                  and not titulos-sit-cancelado
                   set wrk-ja-cobrado to true
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
       0210-JA-COBRADO-EXIT.
           exit.

       0215-NUMERO-TITULO SECTION.
      * MESMA SERIE 'TITULO' DO CNABREM.COB.
           move 'TITULO' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-num-titulo
               go to 0215-NUMERO-TITULO-EXIT
           end-if.
           move 0 to wrk-num-titulo.
           move 0 to titulos-numero.
           start titulos key is greater titulos-chave
               invalid key
                   move '10' to wrk-tit-status
           end-start.
           if wrk-tit-status not = '10'
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-if.
           perform until wrk-tit-status = '10'
               move titulos-numero to wrk-num-titulo
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
           add 1 to wrk-num-titulo.
           move 'TITULO' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-num-titulo to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0215-NUMERO-TITULO-EXIT.
           exit.

       0220-GRAVAR-TITULO SECTION.
      * TITULO SEM PEDIDO, PARCELA 1, COM ALUNO E COMPETENCIA E
      * REGISTRO PENDENTE PARA A PROXIMA REMESSA.
           perform 0215-NUMERO-TITULO thru 0215-NUMERO-TITULO-EXIT.
           move spaces to titulos-reg.
           move wrk-num-titulo to titulos-numero.
           move alu-resp-fone to titulos-fone.
           move 0 to titulos-pedido.
           move 1 to titulos-parcela.
           move wrk-data-hoje to titulos-emissao.
           move wrk-vencimento to titulos-vencimento.
           move tur-mensalidade to titulos-valor.
           move 0 to titulos-valor-pago.
           move 0 to titulos-data-pgto.
           move 'A' to titulos-situacao.
           move spaces to titulos-instrucao.
           move 0 to titulos-novo-vencto.
           move 0 to titulos-nivel-cobranca.
           move 0 to titulos-data-perda.
           move spaces to titulos-motivo-perda.
           move 0 to titulos-acordo.
           move mat-matricula to titulos-aluno.
           move wrk-competencia to titulos-competencia.
           move 'P' to titulos-registro.
           write titulos-reg
               invalid key
                   display "titulo " wrk-num-titulo " ja existe - "
                           "mensalidade de " mat-matricula
                           " nao gravada"
                   go to 0220-GRAVAR-TITULO-EXIT
           end-write.
           add 1 to wrk-qt-titulos.
           add tur-mensalidade to wrk-tot-valor.
           move tur-mensalidade to wrk-valor-ED.
           move spaces to wrk-linha.
           string mat-matricula delimited by size
                  ' ' delimited by size
                  alu-nome delimited by size
                  ' ' delimited by size
                  mat-turma delimited by size
                  ' TITULO ' delimited by size
                  wrk-num-titulo delimited by size
                  ' ' delimited by size
                  wrk-valor-ED delimited by size
                  ' RESP ' delimited by size
                  alu-resp-fone delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0220-GRAVAR-TITULO-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to rel-linha.
           write relatorio-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       end program MENSALID.
