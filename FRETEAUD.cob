       identification division.
       program-id. FRETEAUD.
      * AUDITORIA DA FATURA DE FRETE DAS TRANSPORTADORAS: IMPORTA O
      * ARQUIVO DA FATURA QUINZENAL, CASA CADA LINHA COM A COTACAO
      * (PELO CODIGO DE RASTREIO OU PELO PEDIDO) E LISTA O SOBREPRECO
      * ACIMA DA TOLERANCIA (PARAMETRO FRETEAUD/TOLERANCIA-PERC, PADRAO
      * 5%) SOBRE O FRETE COTADO (COTACOES-FRETE-BASE), O ENVIO
      * COBRADO DUAS VEZES, O COBRADO SEM TER SAIDO NO ROMANEIO E O DE
      * OUTRA TRANSPORTADORA. A FATURA FICA EM FATFRETE.DAT /
      * FATFITEN.DAT AGUARDANDO O SUPERVISOR: APROVADA, VIRA CONTA A
      * PAGAR (PAGAR.DAT, CREDOR T) PELO COBRADO MENOS A GLOSA;
      * RECUSADA, LIBERA AS COTACOES PARA A FATURA CORRIGIDA. O TOTAL
      * DO MES COMPARA O FRETE COBRADO DOS CLIENTES COM O FATURADO
      * PELAS TRANSPORTADORAS, POR TRANSPORTADORA.
      * ARQUIVO DA FATURA (SEPARADO POR PONTO E VIRGULA):
      * H;NUMERO DA FATURA;EMISSAO AAAAMMDD;VENCIMENTO AAAAMMDD;TOTAL
      * D;CODIGO DE RASTREIO;PEDIDO;VALOR COBRADO (UMA POR ENVIO).

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select fatfrete assign to 'FATFRETE.DAT'
           organization is indexed
           access mode is dynamic
           record key is fatfrete-chave
           file status is wrk-fat-status.
           select fatfiten assign to 'FATFITEN.DAT'
           organization is indexed
           access mode is dynamic
           record key is fatfiten-chave
           file status is wrk-fit-status.
           select cotacoes assign to 'COTACOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is cotacoes-chave
           alternate record key is cotacoes-fone with duplicates
           alternate record key is cotacoes-rastreio with duplicates
           file status is wrk-cot-status.
           select transp assign to 'TRANSP.DAT'
           organization is indexed
           access mode is dynamic
           record key is transp-chave
           file status is wrk-trn-status.
           select pagar assign to 'PAGAR.DAT'
           organization is indexed
           access mode is dynamic
           record key is pagar-chave
           file status is wrk-pag-status.
           select pagar-aud assign to
               "PAGAR_AUD.TXT"
           organization is line sequential
           file status is wrk-aud-status.
           select fatura-in assign to wrk-arq-fatura
           organization is line sequential
           file status is wrk-fin-status.
           select saida-out assign to wrk-arq-saida
           organization is line sequential
           file status is wrk-sai-status.
       data division.
       file section.
       FD fatfrete.
       COPY FATFRETE.

       FD fatfiten.
       COPY FATFITEN.

       FD cotacoes.
       COPY COTACOES.

       FD transp.
       COPY TRANSP.

       FD pagar.
       COPY PAGAR.

       FD pagar-aud.
       01 pagar-aud-reg.
           05 paud-linha pic x(100).

       FD fatura-in.
       01 fatura-in-reg.
           05 fin-linha pic x(120).

       FD saida-out.
       01 saida-reg.
           05 sai-linha pic x(150).

       working-storage section.
       77 wrk-fat-status pic x(02).
       77 wrk-fit-status pic x(02).
       77 wrk-cot-status pic x(02).
       77 wrk-trn-status pic x(02).
       77 wrk-pag-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-fin-status pic x(02).
       77 wrk-sai-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-operador pic x(08) value spaces.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
       COPY NUMLNK.
       COPY PARAMLNK.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic x(08) value spaces.
       77 wrk-arq-fatura pic x(60) value spaces.
       77 wrk-arq-saida pic x(60) value spaces.
       77 wrk-transp pic 9(03) value zeros.
       77 wrk-transp-nome pic x(30) value spaces.
       77 wrk-fatura pic x(15) value spaces.
       77 wrk-tolerancia pic 9(03)v99 value 5.
       77 wrk-limite pic 9(09)v99 value zeros.
       77 wrk-a-pagar pic 9(09)v99 value zeros.
       77 wrk-numero pic 9(08) value zeros.
       77 wrk-resp pic x(01) value spaces.
       77 wrk-sw-cotacao pic x(01) value 'N'.
           88 wrk-cotacao-achada value 'S'.
       77 wrk-sw-cabecalho pic x(01) value 'N'.
           88 wrk-cabecalho-ok value 'S'.
      * CAMPOS DESMONTADOS DA LINHA DA FATURA - CABECALHO (H) E
      * DETALHE (D) USAM OS MESMOS.
       01 wrk-campos.
           05 wrk-cmp-tipo  pic x(01).
           05 wrk-cmp-1     pic x(20).
           05 wrk-cmp-2     pic x(08).
           05 wrk-cmp-2-num redefines wrk-cmp-2 pic 9(08).
           05 wrk-cmp-3     pic x(15).
           05 wrk-cmp-4     pic x(15).
       77 wrk-pedido-x pic x(06) value spaces.
       77 wrk-pedido pic 9(06) value zeros.
       77 wrk-data-x pic x(08) value spaces.
       77 wrk-data-num redefines wrk-data-x pic 9(08).
       77 wrk-ocorrencia-tx pic x(24) value spaces.
       77 wrk-linha pic x(150) value spaces.
       77 wrk-aud-acao pic x(10) value spaces.
       77 wrk-aud-detalhe pic x(40) value spaces.
       77 wrk-valor-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED2 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED3 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-dif-ED pic -zzz.zzz.zz9,99 value zeros.
      * TOTAL DO MES POR TRANSPORTADORA (ZERO = CORREIOS E TABELA
      * GERAL).
       77 wrk-mes pic 9(06) value zeros.
       77 wrk-qt-trn pic 9(03) value zeros.
       77 wrk-ix-trn pic 9(03) value zeros.
       77 wrk-sw-achou pic x(01) value 'N'.
           88 wrk-na-tabela value 'S'.
       01 tab-mensal.
           05 tab-mes-item occurs 100 times.
               10 tab-mes-transp  pic 9(03).
               10 tab-mes-qt      pic 9(05).
               10 tab-mes-qt-fat  pic 9(05).
               10 tab-mes-cobrado pic 9(09)v99.
               10 tab-mes-pago    pic 9(09)v99.
       77 wrk-tot-qt pic 9(07) value zeros.
       77 wrk-tot-cobrado pic 9(10)v99 value zeros.
       77 wrk-tot-pago pic 9(10)v99 value zeros.
       77 wrk-diferenca pic s9(10)v99 value zeros.
       77 wrk-qt-listados pic 9(05) value zeros.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           move spaces to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
      * A APROVACAO LANCA CONTA A PAGAR - SEM OPERADOR ASSINADO NAO
      * ENTRA (MESMA REGRA DO PAGMANT.COB).
           if wrk-operador = spaces
               display "sem operador assinado - use o sign-on do menu"
               go to 0090-final
           end-if.
           move 5 to wrk-tolerancia.
           move 'FRETEAUD' to lnk-param-programa.
           move 'TOLERANCIA-PERC' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-tolerancia
           end-if.
           perform 0060-ABRIR-ARQUIVOS thru 0060-ABRIR-ARQUIVOS-EXIT.
           if wrk-fat-status not = '00' or wrk-fit-status not = '00'
              or wrk-cot-status not = '00'
               close fatfrete
               close fatfiten
               close cotacoes
               go to 0090-final
           end-if.
           perform until wrk-opcao = '9'
               display " "
               display "auditoria de fatura de frete - operador "
                       wrk-operador
               display "1 - importar e auditar fatura"
               display "2 - consultar fatura"
               display "3 - aprovar fatura (supervisor)"
               display "4 - recusar fatura (supervisor)"
               display "5 - faturas aguardando aprovacao"
               display "6 - frete do mes: cobrado x faturado"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-IMPORTAR thru 0100-IMPORTAR-EXIT
                   when '2'
                       perform 0200-CONSULTAR thru 0200-CONSULTAR-EXIT
                   when '3'
                       perform 0300-APROVAR thru 0300-APROVAR-EXIT
                   when '4'
                       perform 0400-RECUSAR thru 0400-RECUSAR-EXIT
                   when '5'
                       perform 0500-PENDENTES thru 0500-PENDENTES-EXIT
                   when '6'
                       perform 0600-MENSAL thru 0600-MENSAL-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close fatfrete.
           close fatfiten.
           close cotacoes.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-ARQUIVOS SECTION.
           open i-o fatfrete.
           if wrk-fat-status = '35'
               open output fatfrete
               close fatfrete
               open i-o fatfrete
           end-if.
           if wrk-fat-status not = '00'
               display "erro ao abrir faturas de frete - status: "
                       wrk-fat-status
           end-if.
           open i-o fatfiten.
           if wrk-fit-status = '35'
               open output fatfiten
               close fatfiten
               open i-o fatfiten
           end-if.
           if wrk-fit-status not = '00'
               display "erro ao abrir linhas das faturas - status: "
                       wrk-fit-status
           end-if.
           open i-o cotacoes.
           if wrk-cot-status not = '00'
               display "arquivo de cotacoes indisponivel - status: "
                       wrk-cot-status
           end-if.
       0060-ABRIR-ARQUIVOS-EXIT.
           exit.

       0100-IMPORTAR SECTION.
           display "codigo da transportadora: ".
           accept wrk-transp.
           perform 0110-NOME-TRANSP thru 0110-NOME-TRANSP-EXIT.
           if wrk-transp-nome = spaces
               go to 0100-IMPORTAR-EXIT
           end-if.
           display "arquivo da fatura (branco = FATURA_" wrk-transp
                   ".TXT): ".
           move spaces to wrk-arq-fatura.
           accept wrk-arq-fatura.
           if wrk-arq-fatura = spaces
               string 'FATURA_' delimited by size
                      wrk-transp delimited by size
                      '.TXT' delimited by size
                 into wrk-arq-fatura
               end-string
           end-if.
           open input fatura-in.
           if wrk-fin-status not = '00'
               display "arquivo da fatura nao encontrado: "
                       wrk-arq-fatura
               go to 0100-IMPORTAR-EXIT
           end-if.
      * PRIMEIRA LINHA E O CABECALHO DA FATURA.
           move 'N' to wrk-sw-cabecalho.
           read fatura-in
               at end move '10' to wrk-fin-status
           end-read.
           if wrk-fin-status = '00'
               perform 0120-CABECALHO thru 0120-CABECALHO-EXIT
           end-if.
           if not wrk-cabecalho-ok
               display "cabecalho da fatura ausente ou invalido"
               close fatura-in
               go to 0100-IMPORTAR-EXIT
           end-if.
           read fatfrete key is fatfrete-chave
               invalid key
                   continue
               not invalid key
                   display "fatura " fatf-numero " ja importada em "
                           fatf-data-importacao
                   close fatura-in
                   go to 0100-IMPORTAR-EXIT
           end-read.
           perform 0120-CABECALHO thru 0120-CABECALHO-EXIT.
           move spaces to wrk-arq-saida.
           move 'FATURA_AUDITORIA.TXT' to wrk-arq-saida.
           open output saida-out.
           move spaces to wrk-linha.
           string 'AUDITORIA DA FATURA ' delimited by size
                  fatf-numero delimited by size
                  ' - TRANSPORTADORA ' delimited by size
                  wrk-transp delimited by size
                  ' ' delimited by size
                  wrk-transp-nome delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'DIVERGENCIAS (SEQ;RASTREIO;PEDIDO;COTACAO;COBRADO;COTA
      -         'DO;GLOSA;OCORRENCIA)' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           read fatura-in
               at end move '10' to wrk-fin-status
           end-read.
           perform until wrk-fin-status = '10'
               if fin-linha(1:2) = 'D;' or fin-linha(1:2) = 'd;'
                   perform 0150-AUDITAR-LINHA
                       thru 0150-AUDITAR-LINHA-EXIT
               end-if
               read fatura-in
                   at end move '10' to wrk-fin-status
               end-read
           end-perform.
           close fatura-in.
           write fatfrete-reg
               invalid key
                   display "cabecalho da fatura nao gravado"
           end-write.
           perform 0190-RESUMO thru 0190-RESUMO-EXIT.
           close saida-out.
           display "auditoria gravada em FATURA_AUDITORIA.TXT".
       0100-IMPORTAR-EXIT.
           exit.

       0110-NOME-TRANSP SECTION.
      * TRANSPORTADORA TEM QUE ESTAR NO CADASTRO - BRANCO DEVOLVIDO =
      * RECUSADA (CODIGO ZERO SAO OS CORREIOS, QUE NAO MANDAM FATURA
      * POR AQUI).
           move spaces to wrk-transp-nome.
           open input transp.
           if wrk-trn-status not = '00'
               display "cadastro de transportadoras indisponivel"
               go to 0110-NOME-TRANSP-EXIT
           end-if.
           move wrk-transp to transp-codigo.
           read transp key is transp-chave
               invalid key
                   display "transportadora nao cadastrada"
               not invalid key
                   move transp-nome to wrk-transp-nome
           end-read.
           close transp.
       0110-NOME-TRANSP-EXIT.
           exit.

       0120-CABECALHO SECTION.
      * MONTA O CABECALHO DA FATURA A PARTIR DA LINHA H - NA PRIMEIRA
      * CHAMADA SO VALIDA E DEIXA A CHAVE PRONTA PARA A LEITURA; NA
      * SEGUNDA (FATURA NOVA) ZERA OS TOTAIS.
           move 'N' to wrk-sw-cabecalho.
           if fin-linha(1:2) not = 'H;' and fin-linha(1:2) not = 'h;'
               go to 0120-CABECALHO-EXIT
           end-if.
           move spaces to wrk-campos.
           move spaces to wrk-data-x.
           unstring fin-linha delimited by ';'
               into wrk-cmp-tipo
                    wrk-cmp-1
                    wrk-cmp-2
                    wrk-data-x
                    wrk-cmp-3
           end-unstring.
           if wrk-cmp-1 = spaces
              or wrk-cmp-2 not numeric or wrk-data-x not numeric
              or wrk-data-num = 0
               go to 0120-CABECALHO-EXIT
           end-if.
           move spaces to fatfrete-reg.
           move wrk-transp to fatf-transp.
           move wrk-cmp-1 to fatf-numero.
           move wrk-cmp-2-num to fatf-emissao.
           move wrk-data-num to fatf-vencimento.
           compute fatf-total-informado = function numval(wrk-cmp-3).
           move 0 to fatf-total-cobrado.
           move 0 to fatf-total-cotado.
           move 0 to fatf-total-glosa.
           move 0 to fatf-qt-linhas.
           move 0 to fatf-qt-divergentes.
           move 'A' to fatf-situacao.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-data-hoje to fatf-data-importacao.
           move 0 to fatf-data-decisao.
           move 0 to fatf-pagar.
           move wrk-operador to fatf-operador.
           set wrk-cabecalho-ok to true.
       0120-CABECALHO-EXIT.
           exit.

       0150-AUDITAR-LINHA SECTION.
      * UMA LINHA D DA FATURA: ACHA A COTACAO, CLASSIFICA, GRAVA A
      * LINHA E - SE A COBRANCA VALE (OK OU SOBREPRECO) - MARCA A
      * COTACAO COMO FATURADA, PARA A PROXIMA COBRANCA DELA SAIR COMO
      * DUPLICADA.
           move spaces to wrk-campos.
           unstring fin-linha delimited by ';'
               into wrk-cmp-tipo
                    wrk-cmp-1
                    wrk-pedido-x
                    wrk-cmp-3
           end-unstring.
           move spaces to fatfiten-reg.
           move fatf-transp to fati-transp.
           move fatf-numero to fati-numero.
           add 1 to fatf-qt-linhas.
           move fatf-qt-linhas to fati-seq.
           move wrk-cmp-1 to fati-rastreio.
           move 0 to wrk-pedido.
           if wrk-pedido-x not = spaces
               compute wrk-pedido = function numval(wrk-pedido-x)
           end-if.
           move wrk-pedido to fati-pedido.
           compute fati-valor-cobrado = function numval(wrk-cmp-3).
           move 0 to fati-cotacao.
           move 0 to fati-valor-cotado.
           move 0 to fati-glosa.
           add fati-valor-cobrado to fatf-total-cobrado.
           perform 0160-ACHAR-COTACAO thru 0160-ACHAR-COTACAO-EXIT.
           evaluate true
               when not wrk-cotacao-achada
                   move 'X' to fati-ocorrencia
               when cotacoes-transp not = fatf-transp
                   move 'T' to fati-ocorrencia
               when cotacoes-manifesto = 0
                   move 'N' to fati-ocorrencia
               when cotacoes-fatura-frete not = spaces
                   move 'D' to fati-ocorrencia
               when other
                   move 'O' to fati-ocorrencia
           end-evaluate.
           if wrk-cotacao-achada
               move cotacoes-numero to fati-cotacao
               move cotacoes-frete-base to fati-valor-cotado
               add cotacoes-frete-base to fatf-total-cotado
           end-if.
           if fati-oco-ok
               compute wrk-limite rounded = fati-valor-cotado
                   * (100 + wrk-tolerancia) / 100
               if fati-valor-cobrado > wrk-limite
                   move 'S' to fati-ocorrencia
                   compute fati-glosa = fati-valor-cobrado
                       - fati-valor-cotado
               end-if
           else
               move fati-valor-cobrado to fati-glosa
           end-if.
           if fati-oco-marca-cotacao
               move fatf-numero to cotacoes-fatura-frete
               move fati-valor-cobrado to cotacoes-frete-pago
               rewrite cotacoes-reg
                   invalid key
                       display "cotacao " cotacoes-numero
                               " nao marcada como faturada"
               end-rewrite
           end-if.
           add fati-glosa to fatf-total-glosa.
           write fatfiten-reg
               invalid key
                   display "linha " fati-seq " da fatura nao gravada"
           end-write.
           if not fati-oco-ok
               add 1 to fatf-qt-divergentes
               perform 0170-LINHA-DIVERGENTE
                   thru 0170-LINHA-DIVERGENTE-EXIT
           end-if.
       0150-AUDITAR-LINHA-EXIT.
           exit.

       0160-ACHAR-COTACAO SECTION.
      * PELO CODIGO DE RASTREIO (CHAVE ALTERNADA); SEM RASTREIO OU
      * RASTREIO DESCONHECIDO, PELO PEDIDO - VARRENDO AS COTACOES,
      * QUE NAO TEM CHAVE POR PEDIDO.
           move 'N' to wrk-sw-cotacao.
           if fati-rastreio not = spaces
               move fati-rastreio to cotacoes-rastreio
               read cotacoes key is cotacoes-rastreio
                   invalid key
                       continue
                   not invalid key
                       set wrk-cotacao-achada to true
               end-read
           end-if.
           if wrk-cotacao-achada or fati-pedido = 0
               go to 0160-ACHAR-COTACAO-EXIT
           end-if.
           move 0 to cotacoes-numero.
           start cotacoes key is greater cotacoes-chave
               invalid key
                   move '10' to wrk-cot-status
           end-start.
           if wrk-cot-status not = '10'
               read cotacoes next
                   at end move '10' to wrk-cot-status
               end-read
           end-if.
           perform until wrk-cot-status = '10' or wrk-cotacao-achada
               if cotacoes-pedido = fati-pedido
                  and cotacoes-sit-confirmada
                   set wrk-cotacao-achada to true
               else
                   read cotacoes next
                       at end move '10' to wrk-cot-status
                   end-read
               end-if
           end-perform.
           move '00' to wrk-cot-status.
       0160-ACHAR-COTACAO-EXIT.
           exit.

       0170-LINHA-DIVERGENTE SECTION.
           perform 0180-TEXTO-OCORRENCIA
               thru 0180-TEXTO-OCORRENCIA-EXIT.
           move fati-valor-cobrado to wrk-valor-ED.
           move fati-valor-cotado to wrk-valor-ED2.
           move fati-glosa to wrk-valor-ED3.
           move spaces to wrk-linha.
           string '  ' delimited by size
                  fati-seq delimited by size
                  ';' delimited by size
                  fati-rastreio delimited by size
                  ';' delimited by size
                  fati-pedido delimited by size
                  ';' delimited by size
                  fati-cotacao delimited by size
                  ';' delimited by size
                  wrk-valor-ED delimited by size
                  ';' delimited by size
                  wrk-valor-ED2 delimited by size
                  ';' delimited by size
                  wrk-valor-ED3 delimited by size
                  ';' delimited by size
                  wrk-ocorrencia-tx delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0170-LINHA-DIVERGENTE-EXIT.
           exit.

       0180-TEXTO-OCORRENCIA SECTION.
           evaluate true
               when fati-oco-ok
                   move 'OK' to wrk-ocorrencia-tx
               when fati-oco-sobrepreco
                   move 'SOBREPRECO' to wrk-ocorrencia-tx
               when fati-oco-duplicada
                   move 'COBRADO EM DUPLICIDADE' to wrk-ocorrencia-tx
               when fati-oco-nao-manif
                   move 'NAO MANIFESTADO' to wrk-ocorrencia-tx
               when fati-oco-sem-cotacao
                   move 'SEM COTACAO' to wrk-ocorrencia-tx
               when fati-oco-outra-transp
                   move 'OUTRA TRANSPORTADORA' to wrk-ocorrencia-tx
               when other
                   move 'OCORRENCIA INVALIDA' to wrk-ocorrencia-tx
           end-evaluate.
       0180-TEXTO-OCORRENCIA-EXIT.
           exit.

       0190-RESUMO SECTION.
      * TOTAIS DA FATURA, NA AUDITORIA E NA CONSULTA.
           move fatf-total-cobrado to wrk-valor-ED.
           move fatf-total-cotado to wrk-valor-ED2.
           move fatf-total-glosa to wrk-valor-ED3.
           move spaces to wrk-linha.
           string 'LINHAS ' delimited by size
                  fatf-qt-linhas delimited by size
                  ' DIVERGENTES ' delimited by size
                  fatf-qt-divergentes delimited by size
                  ' COBRADO ' delimited by size
                  wrk-valor-ED delimited by size
                  ' COTADO ' delimited by size
                  wrk-valor-ED2 delimited by size
                  ' GLOSA ' delimited by size
                  wrk-valor-ED3 delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           compute wrk-a-pagar = fatf-total-cobrado - fatf-total-glosa.
           move wrk-a-pagar to wrk-valor-ED.
           move fatf-total-informado to wrk-valor-ED2.
           move spaces to wrk-linha.
           string 'A PAGAR ' delimited by size
                  wrk-valor-ED delimited by size
                  ' - TOTAL INFORMADO NA FATURA ' delimited by size
                  wrk-valor-ED2 delimited by size
                  ' - VENCIMENTO ' delimited by size
                  fatf-vencimento delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           if fatf-total-informado not = fatf-total-cobrado
               move '*** TOTAL INFORMADO DIFERE DA SOMA DAS LINHAS'
                 to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
       0190-RESUMO-EXIT.
           exit.

       0200-CONSULTAR SECTION.
           perform 0250-LER-FATURA thru 0250-LER-FATURA-EXIT.
           if wrk-fat-status not = '00'
               go to 0200-CONSULTAR-EXIT
           end-if.
           move spaces to wrk-arq-saida.
           display "fatura " fatf-numero " transportadora " fatf-transp
                   " emissao " fatf-emissao " situacao "
                   fatf-situacao.
           if fatf-pagar not = 0
               display "conta a pagar " fatf-pagar " em "
                       fatf-data-decisao
           end-if.
           move fatfrete-chave to fatfiten-chave.
           move 0 to fati-seq.
           start fatfiten key is greater fatfiten-chave
               invalid key
                   move '10' to wrk-fit-status
           end-start.
           if wrk-fit-status not = '10'
               read fatfiten next
                   at end move '10' to wrk-fit-status
               end-read
           end-if.
           perform until wrk-fit-status = '10'
               if fati-transp not = fatf-transp
                  or fati-numero not = fatf-numero
                   move '10' to wrk-fit-status
               else
                   perform 0170-LINHA-DIVERGENTE
                       thru 0170-LINHA-DIVERGENTE-EXIT
                   read fatfiten next
                       at end move '10' to wrk-fit-status
                   end-read
               end-if
           end-perform.
           move '00' to wrk-fit-status.
           perform 0190-RESUMO thru 0190-RESUMO-EXIT.
       0200-CONSULTAR-EXIT.
           exit.

       0250-LER-FATURA SECTION.
           display "codigo da transportadora: ".
           accept wrk-transp.
           display "numero da fatura: ".
           move spaces to wrk-fatura.
           accept wrk-fatura.
           move wrk-transp to fatf-transp.
           move wrk-fatura to fatf-numero.
           read fatfrete key is fatfrete-chave
               invalid key
                   display "fatura nao encontrada"
                   move '23' to wrk-fat-status
           end-read.
       0250-LER-FATURA-EXIT.
           exit.

       0300-APROVAR SECTION.
      * FATURA AUDITADA VIRA CONTA A PAGAR DA TRANSPORTADORA PELO
      * COBRADO MENOS A GLOSA - SO SUPERVISOR.
           if wrk-perfil not = 'S'
               display "somente supervisor aprova fatura de frete"
               go to 0300-APROVAR-EXIT
           end-if.
           perform 0250-LER-FATURA thru 0250-LER-FATURA-EXIT.
           if wrk-fat-status not = '00'
               move '00' to wrk-fat-status
               go to 0300-APROVAR-EXIT
           end-if.
           if not fatf-sit-auditada
               display "fatura ja aprovada ou recusada"
               go to 0300-APROVAR-EXIT
           end-if.
           move spaces to wrk-arq-saida.
           perform 0190-RESUMO thru 0190-RESUMO-EXIT.
           display "confirma a aprovacao (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               go to 0300-APROVAR-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           move 0 to fatf-pagar.
           if wrk-a-pagar > 0
               perform 0350-LANCAR-PAGAR thru 0350-LANCAR-PAGAR-EXIT
               if fatf-pagar = 0
                   go to 0300-APROVAR-EXIT
               end-if
           end-if.
           move 'P' to fatf-situacao.
           move wrk-data-hoje to fatf-data-decisao.
           move wrk-operador to fatf-operador.
           rewrite fatfrete-reg
               invalid key
                   display "fatura nao atualizada"
                   go to 0300-APROVAR-EXIT
           end-rewrite.
           display "fatura aprovada - conta a pagar " fatf-pagar.
       0300-APROVAR-EXIT.
           exit.

       0350-LANCAR-PAGAR SECTION.
      * MESMO LANCAMENTO DO 0100-INCLUIR DO PAGMANT.COB, CREDOR T, COM
      * A LINHA DE AUDITORIA NO PAGAR_AUD.TXT.
           open i-o pagar.
           if wrk-pag-status = '35'
               open output pagar
               close pagar
               open i-o pagar
           end-if.
           if wrk-pag-status not = '00'
               display "contas a pagar indisponivel - fatura nao "
                       "aprovada"
               go to 0350-LANCAR-PAGAR-EXIT
           end-if.
           perform 0360-PROXIMO-NUMERO thru 0360-PROXIMO-NUMERO-EXIT.
           move spaces to pagar-reg.
           move wrk-numero to pagar-numero.
           move 'T' to pagar-tipo-credor.
           move 0 to pagar-fornecedor.
           move fatf-transp to wrk-transp.
           perform 0110-NOME-TRANSP thru 0110-NOME-TRANSP-EXIT.
           move wrk-transp-nome to pagar-credor.
           if pagar-credor = spaces
               string 'TRANSPORTADORA ' delimited by size
                      fatf-transp delimited by size
                 into pagar-credor
               end-string
           end-if.
           move fatf-numero to pagar-documento.
           move fatf-total-glosa to wrk-valor-ED3.
           string 'FATURA DE FRETE - GLOSA ' delimited by size
                  wrk-valor-ED3 delimited by size
             into pagar-historico
           end-string.
           move wrk-data-hoje to pagar-emissao.
           move fatf-vencimento to pagar-vencimento.
           move wrk-a-pagar to pagar-valor.
           move 0 to pagar-valor-pago.
           move 0 to pagar-data-pgto.
           move 'A' to pagar-situacao.
           move 0 to pagar-compra.
           move wrk-operador to pagar-operador.
           write pagar-reg
               invalid key
                   display "conta a pagar nao lancada - numero ja "
                           "existe"
                   close pagar
                   go to 0350-LANCAR-PAGAR-EXIT
           end-write.
           move pagar-numero to fatf-pagar.
           move 'LANCAR' to wrk-aud-acao.
           move pagar-valor to wrk-valor-ED.
           move spaces to wrk-aud-detalhe.
           string pagar-documento delimited by size
                  ' '             delimited by size
                  wrk-valor-ED    delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           close pagar.
       0350-LANCAR-PAGAR-EXIT.
           exit.

       0360-PROXIMO-NUMERO SECTION.
      * SERIE 'PAGAR' DO NUMGER, COM A MESMA VARREDURA DE SEMENTE DO
      * 0120-PROXIMO-NUMERO DO PAGMANT.COB.
           move 'PAGAR' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-numero
               go to 0360-PROXIMO-NUMERO-EXIT
           end-if.
           move 0 to wrk-numero.
           move 0 to pagar-numero.
           start pagar key is greater pagar-chave
               invalid key
                   move '10' to wrk-pag-status
           end-start.
           if wrk-pag-status not = '10'
               read pagar next
                   at end move '10' to wrk-pag-status
               end-read
           end-if.
           perform until wrk-pag-status = '10'
               move pagar-numero to wrk-numero
               read pagar next
                   at end move '10' to wrk-pag-status
               end-read
           end-perform.
           move '00' to wrk-pag-status.
           add 1 to wrk-numero.
           move 'PAGAR' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-numero to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0360-PROXIMO-NUMERO-EXIT.
           exit.

       0400-RECUSAR SECTION.
      * FATURA RECUSADA DEVOLVE AS COTACOES QUE ELA MARCOU COMO
      * FATURADAS - A FATURA CORRIGIDA DA TRANSPORTADORA PODE
      * COBRA-LAS SEM SAIR COMO DUPLICADA.
           if wrk-perfil not = 'S'
               display "somente supervisor recusa fatura de frete"
               go to 0400-RECUSAR-EXIT
           end-if.
           perform 0250-LER-FATURA thru 0250-LER-FATURA-EXIT.
           if wrk-fat-status not = '00'
               move '00' to wrk-fat-status
               go to 0400-RECUSAR-EXIT
           end-if.
           if not fatf-sit-auditada
               display "fatura ja aprovada ou recusada"
               go to 0400-RECUSAR-EXIT
           end-if.
           display "confirma a recusa (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               go to 0400-RECUSAR-EXIT
           end-if.
           move fatfrete-chave to fatfiten-chave.
           move 0 to fati-seq.
           start fatfiten key is greater fatfiten-chave
               invalid key
                   move '10' to wrk-fit-status
           end-start.
           if wrk-fit-status not = '10'
               read fatfiten next
                   at end move '10' to wrk-fit-status
               end-read
           end-if.
           perform until wrk-fit-status = '10'
               if fati-transp not = fatf-transp
                  or fati-numero not = fatf-numero
                   move '10' to wrk-fit-status
               else
                   if fati-oco-marca-cotacao and fati-cotacao not = 0
                       perform 0450-DESMARCAR-COTACAO
                           thru 0450-DESMARCAR-COTACAO-EXIT
                   end-if
                   read fatfiten next
                       at end move '10' to wrk-fit-status
                   end-read
               end-if
           end-perform.
           move '00' to wrk-fit-status.
           accept wrk-data-hoje from date YYYYMMDD.
           move 'R' to fatf-situacao.
           move wrk-data-hoje to fatf-data-decisao.
           move wrk-operador to fatf-operador.
           rewrite fatfrete-reg
               invalid key
                   display "fatura nao atualizada"
                   go to 0400-RECUSAR-EXIT
           end-rewrite.
           display "fatura recusada".
       0400-RECUSAR-EXIT.
           exit.

       0450-DESMARCAR-COTACAO SECTION.
           move fati-cotacao to cotacoes-numero.
           read cotacoes key is cotacoes-chave
               invalid key
                   go to 0450-DESMARCAR-COTACAO-EXIT
           end-read.
           if cotacoes-fatura-frete not = fatf-numero
               go to 0450-DESMARCAR-COTACAO-EXIT
           end-if.
           move spaces to cotacoes-fatura-frete.
           move 0 to cotacoes-frete-pago.
           rewrite cotacoes-reg
               invalid key
                   display "cotacao " cotacoes-numero
                           " nao liberada"
           end-rewrite.
       0450-DESMARCAR-COTACAO-EXIT.
           exit.

       0500-PENDENTES SECTION.
           move spaces to wrk-arq-saida.
           move 0 to wrk-qt-listados.
           move low-values to fatfrete-chave.
           start fatfrete key is greater fatfrete-chave
               invalid key
                   move '10' to wrk-fat-status
           end-start.
           if wrk-fat-status not = '10'
               read fatfrete next
                   at end move '10' to wrk-fat-status
               end-read
           end-if.
           perform until wrk-fat-status = '10'
               if fatf-sit-auditada
                   add 1 to wrk-qt-listados
                   compute wrk-a-pagar =
                       fatf-total-cobrado - fatf-total-glosa
                   move fatf-total-cobrado to wrk-valor-ED
                   move wrk-a-pagar to wrk-valor-ED2
                   display fatf-transp " " fatf-numero " "
                           fatf-emissao " venc " fatf-vencimento
                           " cobrado " wrk-valor-ED
                           " a pagar " wrk-valor-ED2
                           " diverg " fatf-qt-divergentes
               end-if
               read fatfrete next
                   at end move '10' to wrk-fat-status
               end-read
           end-perform.
           move '00' to wrk-fat-status.
           display "faturas aguardando aprovacao: " wrk-qt-listados.
       0500-PENDENTES-EXIT.
           exit.

       0600-MENSAL SECTION.
      * ENVIOS MANIFESTADOS NO MES: FRETE COBRADO DO CLIENTE
      * (COTACOES-FRETE) CONTRA O FATURADO PELA TRANSPORTADORA
      * (COTACOES-FRETE-PAGO), POR TRANSPORTADORA E NO TOTAL.
           display "mes (AAAAMM): ".
           accept wrk-mes.
           move 0 to wrk-qt-trn.
           move 0 to wrk-tot-qt.
           move 0 to wrk-tot-cobrado.
           move 0 to wrk-tot-pago.
           move 0 to cotacoes-numero.
           start cotacoes key is greater cotacoes-chave
               invalid key
                   move '10' to wrk-cot-status
           end-start.
           if wrk-cot-status not = '10'
               read cotacoes next
                   at end move '10' to wrk-cot-status
               end-read
           end-if.
           perform until wrk-cot-status = '10'
               if cotacoes-sit-confirmada
                  and cotacoes-manifesto(1:6) = wrk-mes
                   perform 0650-ACUMULAR thru 0650-ACUMULAR-EXIT
               end-if
               read cotacoes next
                   at end move '10' to wrk-cot-status
               end-read
           end-perform.
           move '00' to wrk-cot-status.
           move 'FRETE_MENSAL.TXT' to wrk-arq-saida.
           open output saida-out.
           move spaces to wrk-linha.
           string 'FRETE DO MES ' delimited by size
                  wrk-mes delimited by size
                  ' - COBRADO DOS CLIENTES X FATURADO PELAS TRANSPORT'
                                    delimited by size
                  'ADORAS' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'TRANSP;ENVIOS;FATURADOS;COBRADO CLIENTES;FATURADO;DIF
      -         'ERENCA' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-trn from 1 by 1
                   until wrk-ix-trn > wrk-qt-trn
               move tab-mes-cobrado(wrk-ix-trn) to wrk-valor-ED
               move tab-mes-pago(wrk-ix-trn) to wrk-valor-ED2
               compute wrk-diferenca = tab-mes-cobrado(wrk-ix-trn)
                   - tab-mes-pago(wrk-ix-trn)
               move wrk-diferenca to wrk-dif-ED
               move spaces to wrk-linha
               string tab-mes-transp(wrk-ix-trn) delimited by size
                      ';' delimited by size
                      tab-mes-qt(wrk-ix-trn) delimited by size
                      ';' delimited by size
                      tab-mes-qt-fat(wrk-ix-trn) delimited by size
                      ';' delimited by size
                      wrk-valor-ED delimited by size
                      ';' delimited by size
                      wrk-valor-ED2 delimited by size
                      ';' delimited by size
                      wrk-dif-ED delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-perform.
           move wrk-tot-cobrado to wrk-valor-ED.
           move wrk-tot-pago to wrk-valor-ED2.
           compute wrk-diferenca = wrk-tot-cobrado - wrk-tot-pago.
           move wrk-diferenca to wrk-dif-ED.
           move spaces to wrk-linha.
           string 'TOTAL;' delimited by size
                  wrk-tot-qt delimited by size
                  ';;' delimited by size
                  wrk-valor-ED delimited by size
                  ';' delimited by size
                  wrk-valor-ED2 delimited by size
                  ';' delimited by size
                  wrk-dif-ED delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close saida-out.
           display "total do mes gravado em FRETE_MENSAL.TXT".
       0600-MENSAL-EXIT.
           exit.

       0650-ACUMULAR SECTION.
           move 'N' to wrk-sw-achou.
           perform varying wrk-ix-trn from 1 by 1
                   until wrk-ix-trn > wrk-qt-trn or wrk-na-tabela
               if tab-mes-transp(wrk-ix-trn) = cotacoes-transp
                   set wrk-na-tabela to true
               end-if
           end-perform.
           if wrk-na-tabela
               subtract 1 from wrk-ix-trn
           else
               if wrk-qt-trn not less 100
                   go to 0650-ACUMULAR-EXIT
               end-if
               add 1 to wrk-qt-trn
               move wrk-qt-trn to wrk-ix-trn
               move cotacoes-transp to tab-mes-transp(wrk-ix-trn)
               move 0 to tab-mes-qt(wrk-ix-trn)
               move 0 to tab-mes-qt-fat(wrk-ix-trn)
               move 0 to tab-mes-cobrado(wrk-ix-trn)
               move 0 to tab-mes-pago(wrk-ix-trn)
           end-if.
           add 1 to tab-mes-qt(wrk-ix-trn).
           add cotacoes-frete to tab-mes-cobrado(wrk-ix-trn).
           add 1 to wrk-tot-qt.
           add cotacoes-frete to wrk-tot-cobrado.
           if cotacoes-fatura-frete not = spaces
               add 1 to tab-mes-qt-fat(wrk-ix-trn)
               add cotacoes-frete-pago to tab-mes-pago(wrk-ix-trn)
               add cotacoes-frete-pago to wrk-tot-pago
           end-if.
       0650-ACUMULAR-EXIT.
           exit.

       0280-SAIDA SECTION.
      * CADA LINHA VAI PARA A TELA E, COM ARQUIVO ABERTO (AUDITORIA
      * OU TOTAL DO MES), PARA O DISCO.
           if wrk-arq-saida not = spaces
               move wrk-linha to sai-linha
               write saida-reg
           end-if.
           display wrk-linha(1:110).
       0280-SAIDA-EXIT.
           exit.

       0900-GRAVAR-AUDITORIA SECTION.
      * LINHA DE AUDITORIA DO CONTAS A PAGAR, NO LAYOUT DO
      * 0900-GRAVAR-AUDITORIA DO PAGMANT.COB.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           open extend pagar-aud.
           if wrk-aud-status = '35'
               open output pagar-aud
           end-if.
           move spaces to paud-linha.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-hora        delimited by size
                  ';'             delimited by size
                  wrk-aud-acao    delimited by size
                  ';'             delimited by size
                  pagar-numero    delimited by size
                  ';'             delimited by size
                  wrk-aud-detalhe delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
             into paud-linha
           end-string.
           write pagar-aud-reg.
           close pagar-aud.
       0900-GRAVAR-AUDITORIA-EXIT.
           exit.

       end program FRETEAUD.
