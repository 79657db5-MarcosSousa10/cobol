       identification division.
       program-id. DOCESCOL.
      * DOCUMENTOS ESCOLARES OFICIAIS DA SECRETARIA, NUMERADOS E
      * REGISTRADOS:
      *   1 - DECLARACAO DE MATRICULA DO PERIODO (MATRICULAS.DAT);
      *   2 - HISTORICO ESCOLAR OFICIAL (NOTAS.DAT, TODOS OS PERIODOS,
      *       COM MEDIA FINAL E SITUACAO DE CADA DISCIPLINA).
      * CADA DOCUMENTO GANHA O PROXIMO NUMERO DA SERIE DOCESCOLAR
      * (NUMGER) E UM CODIGO DE VERIFICACAO DE NOVE DIGITOS, SAI EM
      * DOCUMENTO_NNNNNNNN.TXT PARA IMPRESSAO E FICA NO REGISTRO
      * (DOCUMENTOS.DAT). A OPCAO 3 CONFIRMA UM DOCUMENTO POR NUMERO
      * + CODIGO PARA QUEM LIGAR CONFERINDO; O CANCELAMENTO E SO DO
      * SUPERVISOR E O DOCUMENTO CONTINUA NO REGISTRO.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select documentos assign to
               'DOCUMENTOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is documentos-chave
           file status is wrk-doc-status.
           select alunos assign to 'ALUNOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is alunos-chave
           file status is wrk-alu-status.
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
           select empresa assign to 'EMPRESA.DAT'
           organization is indexed
           access mode is dynamic
           record key is empresa-chave
           file status is wrk-emp-status.
           select documento-out assign to wrk-arq-documento
           organization is line sequential
           file status is wrk-out-status.
       data division.
       file section.
       FD documentos.
       COPY DOCESCOL.

       FD alunos.
       COPY ALUNOS.

       FD matriculas.
       COPY MATRICUL.

       FD notas.
       COPY NOTAS.

       FD empresa.
       COPY EMPRESA.

       FD documento-out.
       01 documento-reg.
           05 out-linha pic x(100).

       working-storage section.
       77 wrk-doc-status pic x(02).
       77 wrk-alu-status pic x(02).
       77 wrk-mat-status pic x(02).
       77 wrk-not-status pic x(02).
       77 wrk-emp-status pic x(02).
       77 wrk-out-status pic x(02).
       77 wrk-sw-alu pic x(01) value 'N'.
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-operador pic x(08) value spaces.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
       COPY NUMLNK.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic 9(08) value zeros.
       77 wrk-matricula pic 9(06) value zeros.
       77 wrk-periodo pic 9(06) value zeros.
       77 wrk-turma pic x(10) value spaces.
       77 wrk-mat-data pic 9(08) value zeros.
       77 wrk-per-achado pic 9(06) value zeros.
       77 wrk-num-doc pic 9(08) value zeros.
       77 wrk-codigo pic 9(09) value zeros.
       77 wrk-acum pic 9(18) value zeros.
       77 wrk-arq-documento pic x(40) value spaces.
       77 wrk-resp pic x(01) value spaces.
      * EMPRESA (A ESCOLA) NO CABECALHO DO DOCUMENTO.
       77 wrk-emp-razao pic x(40) value spaces.
       77 wrk-emp-cnpj pic 9(14) value zeros.
      * HISTORICO: MEDIA POR PERIODO NA QUEBRA, COMO NO ALUNOS.COB.
       77 wrk-periodo-atual pic 9(06) value zeros.
       77 wrk-soma-periodo pic 9(05)v99 value zeros.
       77 wrk-qt-periodo pic 9(03) value zeros.
       77 wrk-qt-notas pic 9(03) value zeros.
       77 wrk-media-per pic 9(02)v99 value zeros.
       77 wrk-nota pic 9(02)v99 value zeros.
       77 wrk-media-ED pic z9,99 value zeros.
       77 wrk-qt-docs pic 9(03) value zeros.
       77 wrk-tipo-tx pic x(12) value spaces.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           move 'AVULSO' to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
           open i-o documentos.
           if wrk-doc-status = '35'
               open output documentos
               close documentos
               open i-o documentos
           end-if.
           if wrk-doc-status not = '00'
               display "erro ao abrir documentos - status: "
                       wrk-doc-status
               go to 0090-final
           end-if.
      * ALUNOS FICA ABERTO DURANTE TODA A OPCAO - SEM ELE SO A
      * VERIFICACAO E A LISTA FUNCIONAM.
           move 'N' to wrk-sw-alu.
           open input alunos.
           if wrk-alu-status = '00'
               move 'S' to wrk-sw-alu
           end-if.
           perform until wrk-opcao = '9'
               display " "
               display "documentos escolares"
               display "1 - declaracao de matricula"
               display "2 - historico escolar oficial"
               display "3 - verificar documento (numero + codigo)"
               display "4 - documentos emitidos para o aluno"
               display "5 - cancelar documento (supervisor)"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-DECLARACAO thru 0100-DECLARACAO-EXIT
                   when '2'
                       perform 0200-HISTORICO thru 0200-HISTORICO-EXIT
                   when '3'
                       perform 0300-VERIFICAR thru 0300-VERIFICAR-EXIT
                   when '4'
                       perform 0400-LISTAR thru 0400-LISTAR-EXIT
                   when '5'
                       perform 0500-CANCELAR thru 0500-CANCELAR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           if wrk-sw-alu = 'S'
               close alunos
           end-if.
           close documentos.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-LER-ALUNO SECTION.
      * ALUNO DIGITADO EM WRK-MATRICULA. ALU-MATRICULA = ZEROS SE
      * NAO ACHOU.
           display "matricula do aluno: ".
           accept wrk-matricula.
           move 0 to alu-matricula.
           if wrk-sw-alu not = 'S'
               display "cadastro de alunos indisponivel"
               go to 0060-LER-ALUNO-EXIT
           end-if.
           move wrk-matricula to alu-matricula.
           read alunos key is alunos-chave
               invalid key
                   display "aluno nao encontrado"
                   move 0 to alu-matricula
           end-read.
       0060-LER-ALUNO-EXIT.
           exit.

       0070-CARREGAR-EMPRESA SECTION.
           move spaces to wrk-emp-razao.
           move 0 to wrk-emp-cnpj.
           open input empresa.
           if wrk-emp-status not = '00'
               go to 0070-CARREGAR-EMPRESA-EXIT
           end-if.
           move 1 to emp-codigo.
           read empresa key is empresa-chave
               invalid key
                   close empresa
                   go to 0070-CARREGAR-EMPRESA-EXIT
           end-read.
           close empresa.
           move emp-razao to wrk-emp-razao.
           move emp-cnpj to wrk-emp-cnpj.
       0070-CARREGAR-EMPRESA-EXIT.
           exit.

       0100-DECLARACAO SECTION.
      * DECLARA A MATRICULA DO PERIODO INFORMADO (0 = O ULTIMO EM QUE
      * O ALUNO ESTA MATRICULADO). ALUNO INATIVO NAO TEM DECLARACAO.
           perform 0060-LER-ALUNO thru 0060-LER-ALUNO-EXIT.
           if alu-matricula = 0
               go to 0100-DECLARACAO-EXIT
           end-if.
           if not alu-sit-ativo
               display "aluno inativo - declaracao recusada"
               go to 0100-DECLARACAO-EXIT
           end-if.
           display "periodo (AAAAPP, 0 = o atual): ".
           accept wrk-periodo.
           perform 0150-ACHAR-MATRICULA thru 0150-ACHAR-MATRICULA-EXIT.
           if wrk-turma = spaces
               display "aluno sem matricula registrada no periodo - "
                       "declaracao recusada"
               go to 0100-DECLARACAO-EXIT
           end-if.
           move 'D' to doc-tipo.
           perform 0600-NOVO-DOCUMENTO thru 0600-NOVO-DOCUMENTO-EXIT.
           if wrk-num-doc = 0
               go to 0100-DECLARACAO-EXIT
           end-if.
           perform 0650-CABECALHO thru 0650-CABECALHO-EXIT.
           move 'DECLARACAO DE MATRICULA' to wrk-linha.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move spaces to wrk-linha.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'DECLARAMOS QUE ' delimited by size
                  alu-nome delimited by size
                  ', MATRICULA ' delimited by size
                  alu-matricula delimited by size
                  ',' delimited by size
             into wrk-linha
           end-string.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'ESTA REGULARMENTE MATRICULADO(A) NA TURMA '
                                               delimited by size
                  wrk-turma delimited by size
                  ' NO PERIODO LETIVO ' delimited by size
                  wrk-periodo delimited by size
                  ',' delimited by size
             into wrk-linha
           end-string.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'COM MATRICULA REGISTRADA EM ' delimited by size
                  wrk-mat-data delimited by size
                  '.' delimited by size
             into wrk-linha
           end-string.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           perform 0690-RODAPE thru 0690-RODAPE-EXIT.
       0100-DECLARACAO-EXIT.
           exit.

       0150-ACHAR-MATRICULA SECTION.
      * MATRICULA DO ALUNO NO PERIODO (OU A ULTIMA, COM PERIODO 0) -
      * DEVOLVE TURMA E DATA; TURMA EM BRANCO = NAO ACHOU.
           move spaces to wrk-turma.
           move 0 to wrk-mat-data.
           open input matriculas.
           if wrk-mat-status not = '00'
               go to 0150-ACHAR-MATRICULA-EXIT
           end-if.
           move alu-matricula to mat-matricula.
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
                   or mat-matricula not = alu-matricula
               if wrk-periodo = 0 or mat-periodo = wrk-periodo
                   move mat-turma to wrk-turma
                   move mat-data to wrk-mat-data
                   move mat-periodo to wrk-per-achado
               end-if
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-perform.
           close matriculas.
           if wrk-turma not = spaces
               move wrk-per-achado to wrk-periodo
           end-if.
       0150-ACHAR-MATRICULA-EXIT.
           exit.

       0200-HISTORICO SECTION.
      * TODAS AS NOTAS DO ALUNO, PERIODO A PERIODO, COM A MEDIA FINAL
      * (A DA RECUPERACAO, QUANDO HOUVE) E A SITUACAO DA DISCIPLINA.
           perform 0060-LER-ALUNO thru 0060-LER-ALUNO-EXIT.
           if alu-matricula = 0
               go to 0200-HISTORICO-EXIT
           end-if.
           open input notas.
           if wrk-not-status not = '00'
               display "arquivo de notas indisponivel"
               go to 0200-HISTORICO-EXIT
           end-if.
      * SEM NENHUMA NOTA NAO HA O QUE CERTIFICAR - NAO GASTA NUMERO.
           move alu-matricula to not-matricula.
           move 0 to not-periodo.
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
           if wrk-not-status = '10' or not-matricula not = alu-matricula
               display "aluno sem notas registradas - historico "
                       "nao emitido"
               close notas
               go to 0200-HISTORICO-EXIT
           end-if.
           move 0 to wrk-periodo.
           move spaces to wrk-turma.
           move 'H' to doc-tipo.
           perform 0600-NOVO-DOCUMENTO thru 0600-NOVO-DOCUMENTO-EXIT.
           if wrk-num-doc = 0
               close notas
               go to 0200-HISTORICO-EXIT
           end-if.
           perform 0650-CABECALHO thru 0650-CABECALHO-EXIT.
           move 'HISTORICO ESCOLAR' to wrk-linha.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'ALUNO: ' delimited by size
                  alu-nome delimited by size
                  ' MATRICULA ' delimited by size
                  alu-matricula delimited by size
             into wrk-linha
           end-string.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move 0 to wrk-periodo-atual.
           move 0 to wrk-soma-periodo.
           move 0 to wrk-qt-periodo.
           move 0 to wrk-qt-notas.
           perform until wrk-not-status = '10'
                   or not-matricula not = alu-matricula
               if not-periodo not = wrk-periodo-atual
                   perform 0250-MEDIA-PERIODO
                       thru 0250-MEDIA-PERIODO-EXIT
                   move not-periodo to wrk-periodo-atual
                   move spaces to wrk-linha
                   string 'PERIODO ' delimited by size
                          not-periodo delimited by size
                     into wrk-linha
                   end-string
                   perform 0680-LINHA thru 0680-LINHA-EXIT
               end-if
               if not-media-final not = 0
                   move not-media-final to wrk-nota
               else
                   move not-media to wrk-nota
               end-if
               move wrk-nota to wrk-media-ED
               move spaces to wrk-linha
               string '  ' delimited by size
                      not-disciplina delimited by size
                      ' MEDIA FINAL ' delimited by size
                      wrk-media-ED delimited by size
                      '  ' delimited by size
                      not-situacao delimited by size
                 into wrk-linha
               end-string
               perform 0680-LINHA thru 0680-LINHA-EXIT
               add wrk-nota to wrk-soma-periodo
               add 1 to wrk-qt-periodo
               add 1 to wrk-qt-notas
               read notas next
                   at end move '10' to wrk-not-status
               end-read
           end-perform.
           perform 0250-MEDIA-PERIODO thru 0250-MEDIA-PERIODO-EXIT.
           close notas.
      * O REGISTRO GUARDA O ULTIMO PERIODO CERTIFICADO.
           move wrk-periodo-atual to doc-periodo.
           rewrite documentos-reg
               invalid key
                   display "registro do documento nao atualizado"
           end-rewrite.
           move spaces to wrk-linha.
           string 'DISCIPLINAS CURSADAS: ' delimited by size
                  wrk-qt-notas delimited by size
             into wrk-linha
           end-string.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           perform 0690-RODAPE thru 0690-RODAPE-EXIT.
       0200-HISTORICO-EXIT.
           exit.

       0250-MEDIA-PERIODO SECTION.
           if wrk-qt-periodo > 0
               compute wrk-media-per rounded =
                   wrk-soma-periodo / wrk-qt-periodo
               move wrk-media-per to wrk-media-ED
               move spaces to wrk-linha
               string '  MEDIA DO PERIODO ' delimited by size
                      wrk-periodo-atual delimited by size
                      ': ' delimited by size
                      wrk-media-ED delimited by size
                 into wrk-linha
               end-string
               perform 0680-LINHA thru 0680-LINHA-EXIT
           end-if.
           move 0 to wrk-soma-periodo.
           move 0 to wrk-qt-periodo.
       0250-MEDIA-PERIODO-EXIT.
           exit.

       0300-VERIFICAR SECTION.
      * CONFERENCIA PARA TERCEIROS: NUMERO E CODIGO TEM QUE BATER.
           display "numero do documento: ".
           accept wrk-num-doc.
           display "codigo de verificacao: ".
           accept wrk-codigo.
           move wrk-num-doc to doc-numero.
           read documentos key is documentos-chave
               invalid key
                   display "DOCUMENTO NAO CONFERE - numero inexistente"
                   go to 0300-VERIFICAR-EXIT
           end-read.
           if doc-codigo not = wrk-codigo
               display "DOCUMENTO NAO CONFERE - codigo nao corresponde "
                       "ao numero"
               go to 0300-VERIFICAR-EXIT
           end-if.
           perform 0350-TIPO thru 0350-TIPO-EXIT.
           if doc-cancelado
               display "DOCUMENTO CANCELADO EM " doc-canc-data
                       " - NAO TEM MAIS VALIDADE"
           else
               display "DOCUMENTO AUTENTICO"
           end-if.
           display "  " wrk-tipo-tx " numero " doc-numero
                   " emitido em " doc-emissao.
           display "  aluno " doc-nome " matricula " doc-matricula
                   " periodo " doc-periodo.
       0300-VERIFICAR-EXIT.
           exit.

       0350-TIPO SECTION.
           if doc-declaracao
               move 'DECLARACAO' to wrk-tipo-tx
           else
               move 'HISTORICO' to wrk-tipo-tx
           end-if.
       0350-TIPO-EXIT.
           exit.

       0400-LISTAR SECTION.
      * O REGISTRO E POR NUMERO - VARRE E FILTRA PELO ALUNO.
           display "matricula do aluno: ".
           accept wrk-matricula.
           move 0 to wrk-qt-docs.
           move 0 to doc-numero.
           start documentos key is greater documentos-chave
               invalid key
                   move '10' to wrk-doc-status
           end-start.
           if wrk-doc-status not = '10'
               read documentos next
                   at end move '10' to wrk-doc-status
               end-read
           end-if.
           perform until wrk-doc-status = '10'
               if doc-matricula = wrk-matricula
                   perform 0350-TIPO thru 0350-TIPO-EXIT
                   display doc-numero " " wrk-tipo-tx " periodo "
                           doc-periodo " emitido " doc-emissao " por "
                           doc-operador " " doc-situacao
                   add 1 to wrk-qt-docs
               end-if
               read documentos next
                   at end move '10' to wrk-doc-status
               end-read
           end-perform.
           move '00' to wrk-doc-status.
           display "documentos: " wrk-qt-docs.
       0400-LISTAR-EXIT.
           exit.

       0500-CANCELAR SECTION.
           if wrk-perfil not = 'S'
               display "cancelamento de documento so pelo supervisor"
               go to 0500-CANCELAR-EXIT
           end-if.
           display "numero do documento: ".
           accept wrk-num-doc.
           move wrk-num-doc to doc-numero.
           read documentos key is documentos-chave
               invalid key
                   display "documento nao encontrado"
                   go to 0500-CANCELAR-EXIT
           end-read.
           if doc-cancelado
               display "documento ja cancelado em " doc-canc-data
               go to 0500-CANCELAR-EXIT
           end-if.
           perform 0350-TIPO thru 0350-TIPO-EXIT.
           display wrk-tipo-tx " de " doc-nome " emitido em "
                   doc-emissao.
           display "confirma o cancelamento (S/N): ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               go to 0500-CANCELAR-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           move 'C' to doc-situacao.
           move wrk-data-hoje to doc-canc-data.
           move wrk-operador to doc-canc-operador.
           rewrite documentos-reg
               invalid key
                   display "documento nao cancelado"
               not invalid key
                   display "documento cancelado"
           end-rewrite.
       0500-CANCELAR-EXIT.
           exit.

       0600-NOVO-DOCUMENTO SECTION.
      * NUMERO, CODIGO E REGISTRO DO DOCUMENTO (DOC-TIPO JA MOVIDO);
      * ABRE O ARQUIVO DE IMPRESSAO. WRK-NUM-DOC = 0 SE NAO GRAVOU.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           perform 0610-NUMERO-DOCUMENTO
               thru 0610-NUMERO-DOCUMENTO-EXIT.
      * CODIGO DE VERIFICACAO: NUMERO, ALUNO E HORA DA EMISSAO (ATE O
      * CENTESIMO) ESPALHADOS PELO MESMO MODULO PRIMO DO SENHAHASH -
      * NAO SE DEDUZ O CODIGO SABENDO SO O NUMERO.
           compute wrk-acum = function mod(
               (wrk-num-doc * 7919) + (alu-matricula * 131)
               + (wrk-hora * 104729) + wrk-data-hoje, 999999937).
           move wrk-acum to wrk-codigo.
           move wrk-num-doc to doc-numero.
           move alu-matricula to doc-matricula.
           move alu-nome to doc-nome.
           move wrk-periodo to doc-periodo.
           move wrk-turma to doc-turma.
           move wrk-codigo to doc-codigo.
           move wrk-data-hoje to doc-emissao.
           move wrk-hora(1:6) to doc-hora.
           move wrk-operador to doc-operador.
           move 'V' to doc-situacao.
           move 0 to doc-canc-data.
           move spaces to doc-canc-operador.
           write documentos-reg
               invalid key
                   display "documento " wrk-num-doc " ja existe no "
                           "registro - nada emitido"
                   move 0 to wrk-num-doc
                   go to 0600-NOVO-DOCUMENTO-EXIT
           end-write.
           move spaces to wrk-arq-documento.
           string 'DOCUMENTO_' delimited by size
                  wrk-num-doc delimited by size
                  '.TXT' delimited by size
             into wrk-arq-documento
           end-string.
           open output documento-out.
       0600-NOVO-DOCUMENTO-EXIT.
           exit.

       0610-NUMERO-DOCUMENTO SECTION.
      * PROXIMO NUMERO PELO CONTROLE CENTRAL (NUMGER); SERIE NAO
      * SEMEADA CAI NA VARREDURA E SEMEIA.
           move 'DOCESCOLAR' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-num-doc
               go to 0610-NUMERO-DOCUMENTO-EXIT
           end-if.
           move 0 to wrk-num-doc.
           move 0 to doc-numero.
           start documentos key is greater documentos-chave
               invalid key
                   move '10' to wrk-doc-status
           end-start.
           if wrk-doc-status not = '10'
               read documentos next
                   at end move '10' to wrk-doc-status
               end-read
           end-if.
           perform until wrk-doc-status = '10'
               move doc-numero to wrk-num-doc
               read documentos next
                   at end move '10' to wrk-doc-status
               end-read
           end-perform.
           move '00' to wrk-doc-status.
           add 1 to wrk-num-doc.
           move 'DOCESCOLAR' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-num-doc to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0610-NUMERO-DOCUMENTO-EXIT.
           exit.

       0650-CABECALHO SECTION.
           perform 0070-CARREGAR-EMPRESA
               thru 0070-CARREGAR-EMPRESA-EXIT.
           move wrk-emp-razao to wrk-linha.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'CNPJ ' delimited by size
                  wrk-emp-cnpj delimited by size
             into wrk-linha
           end-string.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move spaces to wrk-linha.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
       0650-CABECALHO-EXIT.
           exit.

       0680-LINHA SECTION.
           move wrk-linha to out-linha.
           write documento-reg.
           display wrk-linha(1:100).
       0680-LINHA-EXIT.
           exit.

       0690-RODAPE SECTION.
      * NUMERO E CODIGO NO PE DO DOCUMENTO, PARA A CONFERENCIA.
           move spaces to wrk-linha.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'EMITIDO EM ' delimited by size
                  wrk-data-hoje delimited by size
                  ' POR ' delimited by size
                  wrk-operador delimited by size
             into wrk-linha
           end-string.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'DOCUMENTO NUMERO ' delimited by size
                  wrk-num-doc delimited by size
                  ' - CODIGO DE VERIFICACAO ' delimited by size
                  wrk-codigo delimited by size
             into wrk-linha
           end-string.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           move 'CONFIRME A AUTENTICIDADE COM A SECRETARIA PELO NUMERO '
             & 'E CODIGO.' to wrk-linha.
           perform 0680-LINHA thru 0680-LINHA-EXIT.
           close documento-out.
           display "documento " wrk-num-doc " gravado em "
                   wrk-arq-documento.
       0690-RODAPE-EXIT.
           exit.

       end program DOCESCOL.
