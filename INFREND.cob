       identification division.
       program-id. INFREND.
      * INFORME DE RENDIMENTOS: UM COMPROVANTE POR FUNCIONARIO COM O
      * QUE FOI PAGO NO ANO-CALENDARIO, MONTADO DE FOLHAREG.DAT:
      *   RENDIMENTOS TRIBUTAVEIS, INSS E IRRF RETIDO - BRUTO, INSS E
      *     IRRF DAS FOLHAS DE JANEIRO A DEZEMBRO (AAAA01 A AAAA12),
      *     MAIS O SALDO DE SALARIO DA RESCISAO (AAAA15);
      *   13O SALARIO EM SEPARADO (TRIBUTACAO EXCLUSIVA) - AS DUAS
      *     PARCELAS (AAAA13 E AAAA14), COM O INSS E O IRRF DA 2A, MAIS
      *     O 13O PROPORCIONAL DA RESCISAO;
      *   RENDIMENTOS ISENTOS - FERIAS E AVISO PREVIO INDENIZADOS DA
      *     RESCISAO;
      *   DEPENDENTES - OS DE DEPENDENTES.DAT EM VIGOR EM ALGUM MES DO
      *     ANO.
      * O INSS E O IRRF DA RESCISAO FICAM JUNTO COM OS DOS MESES (O
      * REGISTRO DA RESCISAO NAO GUARDA A PARTE DO 13O EM SEPARADO).
      * ENTRA TODO FUNCIONARIO COM PAGAMENTO NO ANO, INCLUSIVE O
      * DESLIGADO. SAI NA TELA E EM INFORME_REND_<ANO>.TXT, QUE FICA
      * GUARDADO COMO COPIA DO QUE FOI ENTREGUE.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select funcionarios assign to 'FUNCIONARIOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is funcionarios-chave
           file status is wrk-func-status.
           select folhareg assign to 'FOLHAREG.DAT'
           organization is indexed
           access mode is dynamic
           record key is folhareg-chave
           file status is wrk-reg-status.
           select dependentes assign to 'DEPENDENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is dependentes-chave
           file status is wrk-dep-status.
           select empresa assign to 'EMPRESA.DAT'
           organization is indexed
           access mode is dynamic
           record key is empresa-chave
           file status is wrk-emp-status.
           select informe-out assign to wrk-arq-informe
           organization is line sequential
           file status is wrk-out-status.
       data division.
       file section.
       FD funcionarios.
       COPY FUNCION.

       FD folhareg.
       COPY FOLHAREG.

       FD dependentes.
       COPY DEPENDEN.

       FD empresa.
       COPY EMPRESA.

       FD informe-out.
       01 informe-reg.
           05 out-linha pic x(100).

       working-storage section.
       77 wrk-func-status pic x(02).
       77 wrk-reg-status pic x(02).
       77 wrk-dep-status pic x(02).
       77 wrk-emp-status pic x(02).
       77 wrk-out-status pic x(02).
       77 wrk-sw-dep pic x(01) value 'N'.
       77 wrk-arq-informe pic x(40) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-ano pic 9(04) value zeros.
       77 wrk-ano-tx pic x(04) value spaces.
       77 wrk-mes pic 9(02) value zeros.
      * FONTE PAGADORA (EMPRESA.DAT).
       77 wrk-fonte-nome pic x(40) value spaces.
       77 wrk-fonte-cnpj pic 9(14) value zeros.
      * VALORES DO FUNCIONARIO NO ANO.
       77 wrk-rend-trib pic 9(09)v99 value zeros.
       77 wrk-inss pic 9(09)v99 value zeros.
       77 wrk-irrf pic 9(09)v99 value zeros.
       77 wrk-13-bruto pic 9(09)v99 value zeros.
       77 wrk-13-inss pic 9(09)v99 value zeros.
       77 wrk-13-irrf pic 9(09)v99 value zeros.
       77 wrk-isentos pic 9(09)v99 value zeros.
       77 wrk-qt-pagtos pic 9(02) value zeros.
       77 wrk-qt-dep pic 9(02) value zeros.
       77 wrk-valor-ed pic zzz.zzz.zz9,99 value zeros.
      * TOTAIS DA RODADA.
       77 wrk-qt-informes pic 9(05) value zeros.
       77 wrk-tot-trib pic 9(11)v99 value zeros.
       77 wrk-tot-irrf pic 9(11)v99 value zeros.
       77 wrk-tot-ed pic zz.zzz.zzz.zz9,99 value zeros.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           display "informe de rendimentos - ano-calendario (AAAA, "
                   "0 = ano anterior): ".
           accept wrk-ano.
           if wrk-ano = 0
               move wrk-data-hoje(1:4) to wrk-ano
               subtract 1 from wrk-ano
           end-if.
           if wrk-ano < 1601
               display "ano invalido"
               go to 0300-final
           end-if.
           move wrk-ano to wrk-ano-tx.
           open input funcionarios.
           if wrk-func-status not = '00'
               display "cadastro de funcionarios nao encontrado"
               move 8 to return-code
               go to 0300-final
           end-if.
           open input folhareg.
           if wrk-reg-status not = '00'
               display "registro da folha (FOLHAREG.DAT) nao encontrado"
               close funcionarios
               move 8 to return-code
               go to 0300-final
           end-if.
           open input dependentes.
           move 'N' to wrk-sw-dep.
           if wrk-dep-status = '00'
               move 'S' to wrk-sw-dep
           end-if.
           perform 0060-CARREGAR-EMPRESA
               thru 0060-CARREGAR-EMPRESA-EXIT.
           move spaces to wrk-arq-informe.
           string 'INFORME_REND_' delimited by size
                  wrk-ano-tx delimited by size
                  '.TXT' delimited by size
             into wrk-arq-informe
           end-string.
           open output informe-out.
           move 0 to func-codigo.
           start funcionarios key is greater funcionarios-chave
               invalid key
                   move '10' to wrk-func-status
           end-start.
           if wrk-func-status not = '10'
               read funcionarios next
                   at end move '10' to wrk-func-status
               end-read
           end-if.
           perform until wrk-func-status = '10'
               perform 0100-FUNCIONARIO thru 0100-FUNCIONARIO-EXIT
               read funcionarios next
                   at end move '10' to wrk-func-status
               end-read
           end-perform.
           move wrk-tot-trib to wrk-tot-ed.
           move spaces to wrk-linha.
           string 'INFORMES EMITIDOS: ' delimited by size
                  wrk-qt-informes delimited by size
                  '  TRIBUTAVEIS: ' delimited by size
                  wrk-tot-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move wrk-tot-irrf to wrk-tot-ed.
           move spaces to wrk-linha.
           string 'IRRF RETIDO NO ANO (SEM O 13O): ' delimited by size
                  wrk-tot-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close informe-out.
           close funcionarios.
           close folhareg.
           if wrk-sw-dep = 'S'
               close dependentes
           end-if.
           display "informes gravados em " wrk-arq-informe.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-CARREGAR-EMPRESA SECTION.
           move 'EMPRESA NAO CADASTRADA (FISCMANT)' to wrk-fonte-nome.
           move 0 to wrk-fonte-cnpj.
           open input empresa.
           if wrk-emp-status not = '00'
               go to 0060-CARREGAR-EMPRESA-EXIT
           end-if.
           move 1 to emp-codigo.
           read empresa key is empresa-chave
               invalid key
                   close empresa
                   go to 0060-CARREGAR-EMPRESA-EXIT
           end-read.
           close empresa.
           move emp-razao to wrk-fonte-nome.
           move emp-cnpj to wrk-fonte-cnpj.
       0060-CARREGAR-EMPRESA-EXIT.
           exit.

       0100-FUNCIONARIO SECTION.
           move 0 to wrk-rend-trib.
           move 0 to wrk-inss.
           move 0 to wrk-irrf.
           move 0 to wrk-13-bruto.
           move 0 to wrk-13-inss.
           move 0 to wrk-13-irrf.
           move 0 to wrk-isentos.
           move 0 to wrk-qt-pagtos.
           perform varying wrk-mes from 1 by 1 until wrk-mes > 15
               perform 0150-COMPETENCIA thru 0150-COMPETENCIA-EXIT
           end-perform.
           if wrk-qt-pagtos = 0
               go to 0100-FUNCIONARIO-EXIT
           end-if.
           perform 0200-EMITIR thru 0200-EMITIR-EXIT.
           add 1 to wrk-qt-informes.
           add wrk-rend-trib to wrk-tot-trib.
           add wrk-irrf to wrk-tot-irrf.
       0100-FUNCIONARIO-EXIT.
           exit.

       0150-COMPETENCIA SECTION.
           compute fol-competencia = (wrk-ano * 100) + wrk-mes.
           move func-codigo to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   go to 0150-COMPETENCIA-EXIT
           end-read.
           add 1 to wrk-qt-pagtos.
           evaluate true
               when fol-comp-13-primeira
                   add fol-bruto to wrk-13-bruto
               when fol-comp-13-segunda
                   add fol-bruto to wrk-13-bruto
                   add fol-inss to wrk-13-inss
                   add fol-irrf to wrk-13-irrf
               when fol-comp-rescisao
                   add fol-res-saldo-salario to wrk-rend-trib
                   add fol-res-13-proporc to wrk-13-bruto
                   add fol-res-ferias to wrk-isentos
                   add fol-res-aviso to wrk-isentos
                   add fol-inss to wrk-inss
                   add fol-irrf to wrk-irrf
               when other
                   add fol-bruto to wrk-rend-trib
                   add fol-inss to wrk-inss
                   add fol-irrf to wrk-irrf
           end-evaluate.
       0150-COMPETENCIA-EXIT.
           exit.

       0200-EMITIR SECTION.
           move all '=' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO '
                                               delimited by size
                  'SOBRE A RENDA RETIDO NA FONTE - ANO-CALENDARIO '
                                               delimited by size
                  wrk-ano-tx delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'FONTE PAGADORA: ' delimited by size
                  wrk-fonte-nome delimited by size
                  ' CNPJ ' delimited by size
                  wrk-fonte-cnpj delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'BENEFICIARIO..: ' delimited by size
                  func-codigo delimited by size
                  ' - ' delimited by size
                  func-nome delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO'
             to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move wrk-rend-trib to wrk-valor-ed.
           move spaces to wrk-linha.
           string '  TOTAL DOS RENDIMENTOS...........: '
                                               delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move wrk-inss to wrk-valor-ed.
           move spaces to wrk-linha.
           string '  CONTRIBUICAO PREVIDENCIARIA.....: '
                                               delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move wrk-irrf to wrk-valor-ed.
           move spaces to wrk-linha.
           string '  IMPOSTO RETIDO NA FONTE.........: '
                                               delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
             to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move wrk-13-bruto to wrk-valor-ed.
           move spaces to wrk-linha.
           string '  13O SALARIO.....................: '
                                               delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move wrk-13-inss to wrk-valor-ed.
           move spaces to wrk-linha.
           string '  INSS SOBRE O 13O................: '
                                               delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move wrk-13-irrf to wrk-valor-ed.
           move spaces to wrk-linha.
           string '  IRRF SOBRE O 13O................: '
                                               delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           if wrk-isentos not = 0
               move 'RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS' to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               move wrk-isentos to wrk-valor-ed
               move spaces to wrk-linha
               string '  FERIAS E AVISO INDENIZADOS......: '
                                               delimited by size
                      wrk-valor-ed delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
           perform 0250-DEPENDENTES thru 0250-DEPENDENTES-EXIT.
           move spaces to wrk-linha.
           string 'EMITIDO EM ' delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0200-EMITIR-EXIT.
           exit.

       0250-DEPENDENTES SECTION.
      * EM VIGOR EM ALGUM MES DO ANO: COMECOU ATE DEZEMBRO E NAO
      * TERMINOU ANTES DE JANEIRO.
           move 'DEPENDENTES' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 0 to wrk-qt-dep.
           if wrk-sw-dep = 'S'
               perform 0260-LER-DEPENDENTES
                   thru 0260-LER-DEPENDENTES-EXIT
           end-if.
           if wrk-qt-dep = 0
               move '  NENHUM' to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
       0250-DEPENDENTES-EXIT.
           exit.

       0260-LER-DEPENDENTES SECTION.
           move func-codigo to dep-codigo.
           move 0 to dep-seq.
           start dependentes key is greater dependentes-chave
               invalid key
                   move '10' to wrk-dep-status
           end-start.
           if wrk-dep-status not = '10'
               read dependentes next
                   at end move '10' to wrk-dep-status
               end-read
           end-if.
           perform until wrk-dep-status = '10'
                   or dep-codigo not = func-codigo
               if dep-vigencia(1:4) not > wrk-ano-tx
                  and (dep-vigencia-fim = 0
                   or dep-vigencia-fim(1:4) not < wrk-ano-tx)
                   add 1 to wrk-qt-dep
                   move spaces to wrk-linha
                   string '  ' delimited by size
                          dep-nome delimited by size
                          ' NASC ' delimited by size
                          dep-nascimento delimited by size
                          ' PARENTESCO ' delimited by size
                          dep-parentesco delimited by size
                          ' DESDE ' delimited by size
                          dep-vigencia delimited by size
                     into wrk-linha
                   end-string
                   perform 0280-SAIDA thru 0280-SAIDA-EXIT
               end-if
               read dependentes next
                   at end move '10' to wrk-dep-status
               end-read
           end-perform.
           move '00' to wrk-dep-status.
       0260-LER-DEPENDENTES-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to out-linha.
           write informe-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       end program INFREND.
