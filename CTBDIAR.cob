       identification division.
       program-id. CTBDIAR.
      * DIARIO CONTABIL MENSAL (PARTIDAS DOBRADAS) PARA O SISTEMA DA
      * CONTABILIDADE, NO MESMO ESQUEMA DO CTBEXTR.COB: HEADER COM
      * DATA E SEQUENCIA (CONTROLADA EM CTB_DIARIO_SEQ.TXT), DETALHES
      * TIPO 3 (UM DEBITO E UM CREDITO POR LANCAMENTO) E TRAILER COM
      * CONTAGEM E HASH DOS VALORES. OS FATOS DA COMPETENCIA SAEM DE:
      *   NOTAFISC.DAT - NOTAS EMITIDAS (VENDA, ICMS, IPI);
      *   TITULOS.DAT  - TITULOS EMITIDOS (TITULO), PARCELAS DE
      *                  ACORDO (ACORDO), TITULOS RENEGOCIADOS
      *                  (RENEGOC), JUROS/MULTA RECEBIDOS ALEM DO
      *                  VALOR (JUROS) E PERDAS (PERDA);
      *   BAIXAS.DAT   - RECEBIMENTOS DO RETORNO DO BANCO (RECEB-BCO),
      *                  DE BALCAO (RECEB-CXA) E POR PIX (RECEB-PIX);
      *   FRETE_LOG.TXT - FRETE DO DIA (FRETE);
      *   FOLHAREG.DAT - FOLHA FECHADA (FOLHA-LIQ, FOLHA-INSS,
      *                  FOLHA-IRRF).
      * AS CONTAS DE DEBITO E CREDITO DE CADA FATO VEM DO PLANO DE
      * CONTAS CTB_CONTAS.TXT, MANTIDO PELO CONTADOR, UMA LINHA POR
      * FATO: FATO;CONTA-DEBITO;CONTA-CREDITO (LINHA COM '*' NA
      * PRIMEIRA COLUNA E COMENTARIO). FATO OCORRIDO SEM CONTA, OU
      * LOTE COM DEBITOS DIFERENTES DOS CREDITOS, NAO GERA O ARQUIVO
      * NEM GASTA SEQUENCIA: A LISTA SAI EM CTB_DIARIO_RESUMO.TXT E O
      * PROGRAMA TERMINA COM RETURN-CODE 8.
      * 'DIARIO AAAAMM' RODA A COMPETENCIA PEDIDA; 'MENSAL' SO RODA
      * NO DIA DO MES DO PARAMETRO CTBDIAR/DIA-MES (DEFAULT 1), PARA
      * O MES ANTERIOR; PELO MENU PERGUNTA A COMPETENCIA.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select contas-in assign to "CTB_CONTAS.TXT"
           organization is line sequential
           file status is wrk-cta-status.
           select notafisc assign to 'NOTAFISC.DAT'
           organization is indexed
           access mode is dynamic
           record key is notafisc-chave
           file status is wrk-nf-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select acordos assign to 'ACORDOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is acordos-chave
           file status is wrk-aco-status.
           select baixas assign to 'BAIXAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is baixas-chave
           file status is wrk-bxa-status.
           select frete-log assign to "FRETE_LOG.TXT"
           organization is line sequential
           file status is wrk-log-status.
           select folhareg assign to 'FOLHAREG.DAT'
           organization is indexed
           access mode is dynamic
           record key is folhareg-chave
           file status is wrk-fol-status.
      * LANCAMENTOS DA RODADA, GUARDADOS ATE O LOTE SER CONFERIDO.
           select lanc-tmp assign to "CTB_DIARIO.TMP"
           organization is line sequential
           file status is wrk-tmp-status.
           select diario-out assign to
               "CTB_DIARIO.TXT"
           organization is line sequential
           file status is wrk-dia-status.
           select seq-controle assign to
               "CTB_DIARIO_SEQ.TXT"
           organization is line sequential
           file status is wrk-seq-status.
           select resumo-out assign to
               "CTB_DIARIO_RESUMO.TXT"
           organization is line sequential
           file status is wrk-res-status.
       data division.
       file section.
       FD contas-in.
       01 contas-reg.
           05 cta-linha pic x(80).

       FD notafisc.
       COPY NOTAFISC.

       FD titulos.
       COPY TITULOS.

       FD acordos.
       COPY ACORDOS.

       FD baixas.
       COPY BAIXAS.

       FD frete-log.
       01 frete-log-reg.
           05 log-linha pic x(150).

       FD folhareg.
       COPY FOLHAREG.

       FD lanc-tmp.
       01 lanc-tmp-reg.
           05 tmp-linha pic x(100).

       FD diario-out.
       01 diario-reg.
           05 dia-linha pic x(100).

       FD seq-controle.
       01 seq-reg.
           05 seq-numero pic 9(06).

       FD resumo-out.
       01 resumo-reg.
           05 res-linha pic x(100).

       working-storage section.
       77 wrk-cta-status pic x(02).
       77 wrk-nf-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-aco-status pic x(02).
       77 wrk-bxa-status pic x(02).
       77 wrk-log-status pic x(02).
       77 wrk-fol-status pic x(02).
       77 wrk-tmp-status pic x(02).
       77 wrk-dia-status pic x(02).
       77 wrk-seq-status pic x(02).
       77 wrk-res-status pic x(02).
       77 wrk-param-cmd pic x(20) value spaces.
       77 wrk-dia-mes pic 9(02) value 1.
       COPY PARAMLNK.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-competencia pic 9(06) value zeros.
       77 wrk-comp-ano pic 9(04) value zeros.
       77 wrk-comp-mes pic 9(02) value zeros.
       77 wrk-data-ini pic 9(08) value zeros.
       77 wrk-data-fim pic 9(08) value zeros.
       77 wrk-data-prox pic 9(08) value zeros.
       77 wrk-sequencia pic 9(06) value zeros.
       77 wrk-qt-registros pic 9(07) value zeros.
       77 wrk-hash-valores pic 9(13)v99 value zeros.
      * registro header (tipo 0) - o do CTBEXTR com a competencia.
       01 dia-header.
           05 filler         pic x(01) value '0'.
           05 hdr-data       pic 9(08).
           05 hdr-sequencia  pic 9(06).
           05 hdr-competencia pic 9(06).
           05 filler         pic x(79) value spaces.
      * detalhe tipo 3 - uma perna (debito ou credito) do lancamento.
       01 dia-det-lanc.
           05 filler         pic x(01) value '3'.
           05 det3-data      pic 9(08).
           05 det3-fato      pic x(10).
           05 det3-conta     pic x(12).
           05 det3-natureza  pic x(01).
           05 det3-valor     pic 9(11)v99.
           05 det3-referencia pic x(20).
           05 filler         pic x(35) value spaces.
      * trailer (tipo 9) com contagem e hash dos campos de valor.
       01 dia-trailer.
           05 filler         pic x(01) value '9'.
           05 trl-qtde       pic 9(07).
           05 trl-hash       pic 9(13)v99.
           05 filler         pic x(77) value spaces.
      * FATOS CONTABEIS CONHECIDOS E, POR FATO, AS CONTAS DO PLANO E O
      * MOVIMENTO DA COMPETENCIA.
       77 wrk-qt-fatos pic 9(02) value 15.
       01 tab-fatos-val.
           05 filler pic x(10) value 'VENDA'.
           05 filler pic x(10) value 'ICMS'.
           05 filler pic x(10) value 'IPI'.
           05 filler pic x(10) value 'TITULO'.
           05 filler pic x(10) value 'ACORDO'.
           05 filler pic x(10) value 'RENEGOC'.
           05 filler pic x(10) value 'RECEB-BCO'.
           05 filler pic x(10) value 'RECEB-CXA'.
           05 filler pic x(10) value 'RECEB-PIX'.
           05 filler pic x(10) value 'JUROS'.
           05 filler pic x(10) value 'PERDA'.
           05 filler pic x(10) value 'FRETE'.
           05 filler pic x(10) value 'FOLHA-LIQ'.
           05 filler pic x(10) value 'FOLHA-INSS'.
           05 filler pic x(10) value 'FOLHA-IRRF'.
       01 tab-fatos redefines tab-fatos-val.
           05 tab-fato-nome pic x(10) occurs 15 times.
       01 tab-movimento.
           05 tab-mov-item occurs 15 times.
               10 tab-mov-debito  pic x(12).
               10 tab-mov-credito pic x(12).
               10 tab-mov-qt      pic 9(07).
               10 tab-mov-valor   pic 9(13)v99.
       77 wrk-ix-fato pic 9(02) value zeros.
       77 wrk-sw-fato pic x(01) value 'N'.
           88 wrk-fato-achado value 'S'.
      * linha do plano de contas desmontada.
       01 wrk-conta-campos.
           05 wrk-map-fato    pic x(10).
           05 wrk-map-debito  pic x(12).
           05 wrk-map-credito pic x(12).
      * lancamento a gravar (preenchido antes do 0500-LANCAR).
       77 wrk-fato pic x(10) value spaces.
       77 wrk-lanc-data pic 9(08) value zeros.
       77 wrk-lanc-valor pic 9(11)v99 value zeros.
       77 wrk-lanc-ref pic x(20) value spaces.
       77 wrk-qt-lanc pic 9(07) value zeros.
       77 wrk-tot-debito pic 9(13)v99 value zeros.
       77 wrk-tot-credito pic 9(13)v99 value zeros.
       77 wrk-qt-sem-conta pic 9(02) value zeros.
       77 wrk-saldo pic 9(08)v99 value zeros.
      * campos desmontados de uma linha do log (mesmo layout lido
      * pelo FRETCONC.COB e pelo CTBEXTR.COB).
       01 wrk-campos.
           05 wrk-cmp-data     pic x(08).
           05 wrk-cmp-produto  pic x(30).
           05 wrk-cmp-uf       pic x(02).
           05 wrk-cmp-metodo   pic x(02).
           05 wrk-cmp-prazo    pic x(02).
           05 wrk-cmp-valor    pic x(15).
           05 wrk-cmp-base     pic x(15).
           05 wrk-cmp-seguro   pic x(15).
           05 wrk-cmp-manuseio pic x(15).
           05 wrk-cmp-frete    pic x(15).
      * frete acumulado por dia da competencia.
       01 tab-frete-dia.
           05 tab-frete-valor pic 9(11)v99 occurs 31 times.
       77 wrk-ix-dia pic 9(02) value zeros.
       77 wrk-fol-inss pic 9(11)v99 value zeros.
       77 wrk-fol-irrf pic 9(11)v99 value zeros.
       77 wrk-fol-liquido pic 9(11)v99 value zeros.
       77 wrk-fol-comp pic 9(06) value zeros.
       77 wrk-valor-ED pic zzz.zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED2 pic zzz.zzz.zzz.zz9,99 value zeros.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-param-cmd from command-line.
           inspect wrk-param-cmd converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           accept wrk-data-hoje from date YYYYMMDD.
           perform 0060-LER-PARAMETROS thru 0060-LER-PARAMETROS-EXIT.
           move 0 to wrk-competencia.
           open output resumo-out.
           if wrk-param-cmd(1:6) = 'MENSAL'
               if wrk-data-hoje(7:2) not = wrk-dia-mes
                   move spaces to wrk-linha
                   string 'DIARIO CONTABIL - SEM RODADA HOJE (MENSAL '
                                               delimited by size
                          'NO DIA ' delimited by size
                          wrk-dia-mes delimited by size
                          ')' delimited by size
                     into wrk-linha
                   end-string
                   perform 0280-SAIDA thru 0280-SAIDA-EXIT
                   close resumo-out
                   go to 0300-final
               end-if
           else
               if wrk-param-cmd(1:6) = 'DIARIO'
                   if wrk-param-cmd(8:6) is numeric
                       move wrk-param-cmd(8:6) to wrk-competencia
                   end-if
               else
                   display "competencia (AAAAMM, 0 = mes anterior): "
                   accept wrk-competencia
               end-if
           end-if.
      * SEM COMPETENCIA INFORMADA VALE O MES ANTERIOR (O MES QUE
      * ACABOU DE FECHAR).
           if wrk-competencia = 0
               move wrk-data-hoje(1:4) to wrk-comp-ano
               move wrk-data-hoje(5:2) to wrk-comp-mes
               if wrk-comp-mes = 1
                   subtract 1 from wrk-comp-ano
                   move 12 to wrk-comp-mes
               else
                   subtract 1 from wrk-comp-mes
               end-if
               compute wrk-competencia =
                   (wrk-comp-ano * 100) + wrk-comp-mes
           end-if.
           move wrk-competencia(1:4) to wrk-comp-ano.
           move wrk-competencia(5:2) to wrk-comp-mes.
           if wrk-comp-mes < 1 or wrk-comp-mes > 12
              or wrk-comp-ano < 1601
               move spaces to wrk-linha
               string 'DIARIO CONTABIL - COMPETENCIA INVALIDA: '
                                               delimited by size
                      wrk-competencia delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close resumo-out
               move 8 to return-code
               go to 0300-final
           end-if.
           compute wrk-data-ini = (wrk-competencia * 100) + 1.
           if wrk-comp-mes = 12
               compute wrk-data-prox =
                   ((wrk-comp-ano + 1) * 10000) + 101
           else
               compute wrk-data-prox = wrk-data-ini + 100
           end-if.
           compute wrk-data-fim = function date-of-integer
               (function integer-of-date(wrk-data-prox) - 1).
           move spaces to wrk-linha.
           string 'DIARIO CONTABIL - COMPETENCIA ' delimited by size
                  wrk-competencia delimited by size
                  ' (' delimited by size
                  wrk-data-ini delimited by size
                  ' A ' delimited by size
                  wrk-data-fim delimited by size
                  ') - GERADO EM ' delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0100-CARREGAR-CONTAS thru 0100-CARREGAR-CONTAS-EXIT.
           open output lanc-tmp.
           move 0 to wrk-qt-lanc.
           move 0 to wrk-tot-debito.
           move 0 to wrk-tot-credito.
           perform 0200-NOTAS thru 0200-NOTAS-EXIT.
           perform 0300-TITULOS thru 0300-TITULOS-EXIT.
           perform 0400-BAIXAS thru 0400-BAIXAS-EXIT.
           perform 0450-FRETES thru 0450-FRETES-EXIT.
           perform 0480-FOLHA thru 0480-FOLHA-EXIT.
           close lanc-tmp.
           perform 0600-RESUMO thru 0600-RESUMO-EXIT.
           if wrk-qt-sem-conta > 0
               move 'DIARIO NAO GERADO - CADASTRE OS FATOS ACIMA NO '
                 & 'CTB_CONTAS.TXT E RODE DE NOVO' to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close resumo-out
               move 8 to return-code
               go to 0300-final
           end-if.
           if wrk-tot-debito not = wrk-tot-credito
               move wrk-tot-debito to wrk-valor-ED
               move wrk-tot-credito to wrk-valor-ED2
               move spaces to wrk-linha
               string 'DIARIO NAO GERADO - LOTE NAO FECHA: DEBITOS '
                                               delimited by size
                      wrk-valor-ED delimited by size
                      ' CREDITOS ' delimited by size
                      wrk-valor-ED2 delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close resumo-out
               move 8 to return-code
               go to 0300-final
           end-if.
           perform 0700-GRAVAR-DIARIO thru 0700-GRAVAR-DIARIO-EXIT.
           move spaces to wrk-linha.
           string 'DIARIO GERADO - SEQUENCIA ' delimited by size
                  wrk-sequencia delimited by size
                  ' COM ' delimited by size
                  wrk-qt-registros delimited by size
                  ' DETALHES' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close resumo-out.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-LER-PARAMETROS SECTION.
           move 'CTBDIAR' to lnk-param-programa.
           move 'DIA-MES' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 29
               move lnk-param-valor to wrk-dia-mes
           end-if.
       0060-LER-PARAMETROS-EXIT.
           exit.

       0100-CARREGAR-CONTAS SECTION.
      * SEM PLANO DE CONTAS, TODO FATO OCORRIDO FICA SEM CONTA E A
      * LISTA DO RESUMO MOSTRA TUDO O QUE FALTA CADASTRAR.
           perform varying wrk-ix-fato from 1 by 1
                   until wrk-ix-fato > wrk-qt-fatos
               move spaces to tab-mov-debito(wrk-ix-fato)
               move spaces to tab-mov-credito(wrk-ix-fato)
               move 0 to tab-mov-qt(wrk-ix-fato)
               move 0 to tab-mov-valor(wrk-ix-fato)
           end-perform.
           open input contas-in.
           if wrk-cta-status not = '00'
               move 'PLANO DE CONTAS CTB_CONTAS.TXT NAO ENCONTRADO'
                 to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               go to 0100-CARREGAR-CONTAS-EXIT
           end-if.
           perform until wrk-cta-status = '10'
               read contas-in
                   at end
                       move '10' to wrk-cta-status
                   not at end
                       perform 0110-LINHA-CONTA
                           thru 0110-LINHA-CONTA-EXIT
               end-read
           end-perform.
           close contas-in.
       0100-CARREGAR-CONTAS-EXIT.
           exit.

       0110-LINHA-CONTA SECTION.
           if cta-linha = spaces or cta-linha(1:1) = '*'
               go to 0110-LINHA-CONTA-EXIT
           end-if.
           move spaces to wrk-conta-campos.
           unstring cta-linha delimited by ';'
               into wrk-map-fato wrk-map-debito wrk-map-credito
           end-unstring.
           inspect wrk-map-fato converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move wrk-map-fato to wrk-fato.
           perform 0510-ACHAR-FATO thru 0510-ACHAR-FATO-EXIT.
           if not wrk-fato-achado
               move spaces to wrk-linha
               string 'AVISO: FATO ' delimited by size
                      wrk-map-fato delimited by size
                      ' DO CTB_CONTAS.TXT NAO E CONHECIDO - IGNORADO'
                                               delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               go to 0110-LINHA-CONTA-EXIT
           end-if.
           move wrk-map-debito to tab-mov-debito(wrk-ix-fato).
           move wrk-map-credito to tab-mov-credito(wrk-ix-fato).
       0110-LINHA-CONTA-EXIT.
           exit.

       0200-NOTAS SECTION.
      * NOTA REJEITADA OU CANCELADA NA SEFAZ NAO E VENDA.
           open input notafisc.
           if wrk-nf-status not = '00'
               go to 0200-NOTAS-EXIT
           end-if.
           move 0 to nf-numero.
           start notafisc key is greater notafisc-chave
               invalid key
                   move '10' to wrk-nf-status
           end-start.
           if wrk-nf-status not = '10'
               read notafisc next
                   at end move '10' to wrk-nf-status
               end-read
           end-if.
           perform until wrk-nf-status = '10'
               if nf-data not < wrk-data-ini
                  and nf-data not > wrk-data-fim
                  and not nf-sefaz-rejeitada
                  and not nf-sefaz-cancelada
                   move nf-data to wrk-lanc-data
                   move spaces to wrk-lanc-ref
                   string 'NF ' delimited by size
                          nf-numero delimited by size
                     into wrk-lanc-ref
                   end-string
                   move 'VENDA' to wrk-fato
                   move nf-total to wrk-lanc-valor
                   perform 0500-LANCAR thru 0500-LANCAR-EXIT
                   move 'ICMS' to wrk-fato
                   move nf-icms to wrk-lanc-valor
                   perform 0500-LANCAR thru 0500-LANCAR-EXIT
                   move 'IPI' to wrk-fato
                   move nf-ipi to wrk-lanc-valor
                   perform 0500-LANCAR thru 0500-LANCAR-EXIT
               end-if
               read notafisc next
                   at end move '10' to wrk-nf-status
               end-read
           end-perform.
           close notafisc.
       0200-NOTAS-EXIT.
           exit.

       0300-TITULOS SECTION.
           open input titulos.
           if wrk-tit-status not = '00'
               go to 0300-TITULOS-EXIT
           end-if.
           open input acordos.
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
               perform 0310-TITULO thru 0310-TITULO-EXIT
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           close acordos.
           close titulos.
       0300-TITULOS-EXIT.
           exit.

       0310-TITULO SECTION.
           move spaces to wrk-lanc-ref.
           string 'TITULO ' delimited by size
                  titulos-numero delimited by size
             into wrk-lanc-ref
           end-string.
      * EMISSAO: TITULO DE PEDIDO OU PARCELA DE ACORDO. O CANCELADO
      * NUNCA FOI COBRADO E NAO ENTRA.
           if titulos-emissao not < wrk-data-ini
              and titulos-emissao not > wrk-data-fim
              and not titulos-sit-cancelado
               move titulos-emissao to wrk-lanc-data
               move titulos-valor to wrk-lanc-valor
               if titulos-pedido = 0 and titulos-acordo > 0
                   move 'ACORDO' to wrk-fato
               else
                   move 'TITULO' to wrk-fato
               end-if
               perform 0500-LANCAR thru 0500-LANCAR-EXIT
           end-if.
      * O QUE O CLIENTE PAGOU ALEM DO VALOR DO TITULO E MULTA/JUROS.
           if titulos-sit-pago
              and titulos-data-pgto not < wrk-data-ini
              and titulos-data-pgto not > wrk-data-fim
              and titulos-valor-pago > titulos-valor
               move titulos-data-pgto to wrk-lanc-data
               compute wrk-lanc-valor =
                   titulos-valor-pago - titulos-valor
               move 'JUROS' to wrk-fato
               perform 0500-LANCAR thru 0500-LANCAR-EXIT
           end-if.
           if titulos-sit-perda
              and titulos-data-perda not < wrk-data-ini
              and titulos-data-perda not > wrk-data-fim
              and titulos-valor > titulos-valor-pago
               move titulos-data-perda to wrk-lanc-data
               compute wrk-lanc-valor =
                   titulos-valor - titulos-valor-pago
               move 'PERDA' to wrk-fato
               perform 0500-LANCAR thru 0500-LANCAR-EXIT
           end-if.
      * RENEGOCIADO: O SALDO SAI NA DATA DO ACORDO QUE O SUBSTITUIU.
           if titulos-sit-renegociado and titulos-acordo > 0
              and titulos-valor > titulos-valor-pago
              and wrk-aco-status = '00'
               move titulos-acordo to acordos-numero
               read acordos key is acordos-chave
                   invalid key
                       go to 0310-TITULO-EXIT
               end-read
               if acordos-data not < wrk-data-ini
                  and acordos-data not > wrk-data-fim
                   move acordos-data to wrk-lanc-data
                   compute wrk-lanc-valor =
                       titulos-valor - titulos-valor-pago
                   move 'RENEGOC' to wrk-fato
                   perform 0500-LANCAR thru 0500-LANCAR-EXIT
               end-if
           end-if.
       0310-TITULO-EXIT.
           exit.

       0400-BAIXAS SECTION.
      * CADA BAIXA E UM CREDITO QUE ENTROU: LOTE DO RETORNO, BAIXA DE
      * BALCAO OU PIX.
           open input baixas.
           if wrk-bxa-status not = '00'
               go to 0400-BAIXAS-EXIT
           end-if.
           move wrk-data-ini to baixas-data.
           move low-values to baixas-origem.
           move 0 to baixas-ref.
           start baixas key is not less baixas-chave
               invalid key
                   move '10' to wrk-bxa-status
           end-start.
           if wrk-bxa-status not = '10'
               read baixas next
                   at end move '10' to wrk-bxa-status
               end-read
           end-if.
           perform until wrk-bxa-status = '10'
                   or baixas-data > wrk-data-fim
               move baixas-data to wrk-lanc-data
               move baixas-valor to wrk-lanc-valor
               move spaces to wrk-lanc-ref
               evaluate true
                   when baixas-orig-retorno
                       move 'RECEB-BCO' to wrk-fato
                       string 'RETORNO ' delimited by size
                              baixas-ref delimited by size
                         into wrk-lanc-ref
                       end-string
                   when baixas-orig-pix
                       move 'RECEB-PIX' to wrk-fato
                       string 'TITULO ' delimited by size
                              baixas-ref delimited by size
                         into wrk-lanc-ref
                       end-string
                   when other
                       move 'RECEB-CXA' to wrk-fato
                       string 'TITULO ' delimited by size
                              baixas-ref delimited by size
                         into wrk-lanc-ref
                       end-string
               end-evaluate
               perform 0500-LANCAR thru 0500-LANCAR-EXIT
               read baixas next
                   at end move '10' to wrk-bxa-status
               end-read
           end-perform.
           close baixas.
       0400-BAIXAS-EXIT.
           exit.

       0450-FRETES SECTION.
      * UM LANCAMENTO POR DIA COM O FRETE SOMADO DO FRETE_LOG.TXT.
           perform varying wrk-ix-dia from 1 by 1
                   until wrk-ix-dia > 31
               move 0 to tab-frete-valor(wrk-ix-dia)
           end-perform.
           open input frete-log.
           if wrk-log-status not = '00'
               go to 0450-FRETES-EXIT
           end-if.
           perform until wrk-log-status = '10'
               read frete-log
                   at end
                       move '10' to wrk-log-status
                   not at end
                       perform 0460-ACUMULAR-FRETE
                           thru 0460-ACUMULAR-FRETE-EXIT
               end-read
           end-perform.
           close frete-log.
           move 'FRETE' to wrk-fato.
           perform varying wrk-ix-dia from 1 by 1
                   until wrk-ix-dia > 31
               if tab-frete-valor(wrk-ix-dia) > 0
                   compute wrk-lanc-data = wrk-data-ini - 1 + wrk-ix-dia
                   move tab-frete-valor(wrk-ix-dia) to wrk-lanc-valor
                   move 'FRETE DO DIA' to wrk-lanc-ref
                   perform 0500-LANCAR thru 0500-LANCAR-EXIT
               end-if
           end-perform.
       0450-FRETES-EXIT.
           exit.

       0460-ACUMULAR-FRETE SECTION.
           move spaces to wrk-campos.
           unstring log-linha delimited by ';'
               into wrk-cmp-data wrk-cmp-produto wrk-cmp-uf
                    wrk-cmp-metodo wrk-cmp-prazo wrk-cmp-valor
                    wrk-cmp-base wrk-cmp-seguro wrk-cmp-manuseio
                    wrk-cmp-frete
           end-unstring.
           if wrk-cmp-data(1:8) not numeric
               or wrk-cmp-frete = spaces
               go to 0460-ACUMULAR-FRETE-EXIT
           end-if.
           if wrk-cmp-data(1:6) not = wrk-competencia
               go to 0460-ACUMULAR-FRETE-EXIT
           end-if.
           move wrk-cmp-data(7:2) to wrk-ix-dia.
           if wrk-ix-dia < 1 or wrk-ix-dia > 31
               go to 0460-ACUMULAR-FRETE-EXIT
           end-if.
           compute tab-frete-valor(wrk-ix-dia) =
               tab-frete-valor(wrk-ix-dia)
               + function numval(wrk-cmp-frete).
       0460-ACUMULAR-FRETE-EXIT.
           exit.

       0480-FOLHA SECTION.
      * A FOLHA DO MES E, EM NOVEMBRO E DEZEMBRO, TAMBEM A PARCELA DO
      * 13O SALARIO PAGA NO MES (COMPETENCIAS AAAA13 E AAAA14 DO
      * PROGRAMA3), LANCADA NAS MESMAS CONTAS.
           move wrk-competencia to wrk-fol-comp.
           perform 0485-FOLHA-COMPETENCIA
               thru 0485-FOLHA-COMPETENCIA-EXIT.
           if wrk-comp-mes = 11
               compute wrk-fol-comp = (wrk-comp-ano * 100) + 13
               perform 0485-FOLHA-COMPETENCIA
                   thru 0485-FOLHA-COMPETENCIA-EXIT
           end-if.
           if wrk-comp-mes = 12
               compute wrk-fol-comp = (wrk-comp-ano * 100) + 14
               perform 0485-FOLHA-COMPETENCIA
                   thru 0485-FOLHA-COMPETENCIA-EXIT
           end-if.
           perform 0488-RESCISOES thru 0488-RESCISOES-EXIT.
       0480-FOLHA-EXIT.
           exit.

       0485-FOLHA-COMPETENCIA SECTION.
      * SO FOLHA FECHADA ENTRA - A ABERTA OU REABERTA AINDA MUDA. O
      * BRUTO SE DIVIDE EM LIQUIDO, INSS E IRRF, CADA UM COM A SUA
      * CONTA A PAGAR, NO ULTIMO DIA DA COMPETENCIA.
           move 0 to wrk-fol-inss.
           move 0 to wrk-fol-irrf.
           move 0 to wrk-fol-liquido.
           open input folhareg.
           if wrk-fol-status not = '00'
               go to 0485-FOLHA-COMPETENCIA-EXIT
           end-if.
           move wrk-fol-comp to fol-competencia.
           move 0 to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   close folhareg
                   go to 0485-FOLHA-COMPETENCIA-EXIT
           end-read.
           if not fol-fechada
               move spaces to wrk-linha
               string 'AVISO: FOLHA ' delimited by size
                      wrk-fol-comp delimited by size
                      ' NAO ESTA FECHADA - FICA FORA DO DIARIO'
                                               delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close folhareg
               go to 0485-FOLHA-COMPETENCIA-EXIT
           end-if.
           read folhareg next
               at end move '10' to wrk-fol-status
           end-read.
           perform until wrk-fol-status = '10'
                   or fol-competencia not = wrk-fol-comp
               add fol-inss to wrk-fol-inss
               add fol-irrf to wrk-fol-irrf
               add fol-liquido to wrk-fol-liquido
               read folhareg next
                   at end move '10' to wrk-fol-status
               end-read
           end-perform.
           close folhareg.
           move wrk-data-fim to wrk-lanc-data.
           move spaces to wrk-lanc-ref.
           string 'FOLHA ' delimited by size
                  wrk-fol-comp delimited by size
             into wrk-lanc-ref
           end-string.
           move 'FOLHA-LIQ' to wrk-fato.
           move wrk-fol-liquido to wrk-lanc-valor.
           perform 0500-LANCAR thru 0500-LANCAR-EXIT.
           move 'FOLHA-INSS' to wrk-fato.
           move wrk-fol-inss to wrk-lanc-valor.
           perform 0500-LANCAR thru 0500-LANCAR-EXIT.
           move 'FOLHA-IRRF' to wrk-fato.
           move wrk-fol-irrf to wrk-lanc-valor.
           perform 0500-LANCAR thru 0500-LANCAR-EXIT.
       0485-FOLHA-COMPETENCIA-EXIT.
           exit.

       0488-RESCISOES SECTION.
      * RESCISOES GRAVADAS PELO RESCALC NA COMPETENCIA AAAA15 DO ANO,
      * SEM MARCADOR DE FECHAMENTO - ENTRAM AS DESLIGADAS NO MES, NAS
      * MESMAS CONTAS DA FOLHA.
           move 0 to wrk-fol-inss.
           move 0 to wrk-fol-irrf.
           move 0 to wrk-fol-liquido.
           open input folhareg.
           if wrk-fol-status not = '00'
               go to 0488-RESCISOES-EXIT
           end-if.
           compute wrk-fol-comp = (wrk-comp-ano * 100) + 15.
           move wrk-fol-comp to fol-competencia.
           move 0 to fol-codigo.
           start folhareg key is greater folhareg-chave
               invalid key
                   move '10' to wrk-fol-status
           end-start.
           if wrk-fol-status not = '10'
               read folhareg next
                   at end move '10' to wrk-fol-status
               end-read
           end-if.
           perform until wrk-fol-status = '10'
                   or fol-competencia not = wrk-fol-comp
               if fol-res-data(1:6) = wrk-competencia
                   add fol-inss to wrk-fol-inss
                   add fol-irrf to wrk-fol-irrf
                   add fol-liquido to wrk-fol-liquido
               end-if
               read folhareg next
                   at end move '10' to wrk-fol-status
               end-read
           end-perform.
           close folhareg.
           move wrk-data-fim to wrk-lanc-data.
           move spaces to wrk-lanc-ref.
           string 'RESCISOES ' delimited by size
                  wrk-competencia delimited by size
             into wrk-lanc-ref
           end-string.
           move 'FOLHA-LIQ' to wrk-fato.
           move wrk-fol-liquido to wrk-lanc-valor.
           perform 0500-LANCAR thru 0500-LANCAR-EXIT.
           move 'FOLHA-INSS' to wrk-fato.
           move wrk-fol-inss to wrk-lanc-valor.
           perform 0500-LANCAR thru 0500-LANCAR-EXIT.
           move 'FOLHA-IRRF' to wrk-fato.
           move wrk-fol-irrf to wrk-lanc-valor.
           perform 0500-LANCAR thru 0500-LANCAR-EXIT.
       0488-RESCISOES-EXIT.
           exit.

       0500-LANCAR SECTION.
      * SOMA O FATO NO RESUMO E, COM CONTA NO PLANO, GRAVA AS DUAS
      * PERNAS DO LANCAMENTO; SEM CONTA SO CONTA - O RESUMO BARRA.
           if wrk-lanc-valor = 0
               go to 0500-LANCAR-EXIT
           end-if.
           perform 0510-ACHAR-FATO thru 0510-ACHAR-FATO-EXIT.
           if not wrk-fato-achado
               go to 0500-LANCAR-EXIT
           end-if.
           add 1 to tab-mov-qt(wrk-ix-fato).
           add wrk-lanc-valor to tab-mov-valor(wrk-ix-fato).
           if tab-mov-debito(wrk-ix-fato) = spaces
              or tab-mov-credito(wrk-ix-fato) = spaces
               go to 0500-LANCAR-EXIT
           end-if.
           move wrk-lanc-data to det3-data.
           move wrk-fato to det3-fato.
           move wrk-lanc-valor to det3-valor.
           move wrk-lanc-ref to det3-referencia.
           move tab-mov-debito(wrk-ix-fato) to det3-conta.
           move 'D' to det3-natureza.
           move dia-det-lanc to tmp-linha.
           write lanc-tmp-reg.
           add wrk-lanc-valor to wrk-tot-debito.
           move tab-mov-credito(wrk-ix-fato) to det3-conta.
           move 'C' to det3-natureza.
           move dia-det-lanc to tmp-linha.
           write lanc-tmp-reg.
           add wrk-lanc-valor to wrk-tot-credito.
           add 1 to wrk-qt-lanc.
       0500-LANCAR-EXIT.
           exit.

       0510-ACHAR-FATO SECTION.
           move 'N' to wrk-sw-fato.
           perform varying wrk-ix-fato from 1 by 1
                   until wrk-ix-fato > wrk-qt-fatos
                      or wrk-fato-achado
               if tab-fato-nome(wrk-ix-fato) = wrk-fato
                   set wrk-fato-achado to true
               end-if
           end-perform.
           if wrk-fato-achado
               subtract 1 from wrk-ix-fato
           end-if.
       0510-ACHAR-FATO-EXIT.
           exit.

       0600-RESUMO SECTION.
           move 0 to wrk-qt-sem-conta.
           move spaces to wrk-linha.
           string 'FATO       QTDE                VALOR '
                                               delimited by size
                  'DEBITO       CREDITO' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-fato from 1 by 1
                   until wrk-ix-fato > wrk-qt-fatos
               if tab-mov-qt(wrk-ix-fato) > 0
                   move tab-mov-valor(wrk-ix-fato) to wrk-valor-ED
                   move spaces to wrk-linha
                   if tab-mov-debito(wrk-ix-fato) = spaces
                      or tab-mov-credito(wrk-ix-fato) = spaces
                       add 1 to wrk-qt-sem-conta
                       string tab-fato-nome(wrk-ix-fato)
                                               delimited by size
                              ' ' delimited by size
                              tab-mov-qt(wrk-ix-fato)
                                               delimited by size
                              wrk-valor-ED delimited by size
                              ' *** SEM CONTA NO PLANO ***'
                                               delimited by size
                         into wrk-linha
                       end-string
                   else
                       string tab-fato-nome(wrk-ix-fato)
                                               delimited by size
                              ' ' delimited by size
                              tab-mov-qt(wrk-ix-fato)
                                               delimited by size
                              wrk-valor-ED delimited by size
                              ' ' delimited by size
                              tab-mov-debito(wrk-ix-fato)
                                               delimited by size
                              ' ' delimited by size
                              tab-mov-credito(wrk-ix-fato)
                                               delimited by size
                         into wrk-linha
                       end-string
                   end-if
                   perform 0280-SAIDA thru 0280-SAIDA-EXIT
               end-if
           end-perform.
           move wrk-tot-debito to wrk-valor-ED.
           move wrk-tot-credito to wrk-valor-ED2.
           move spaces to wrk-linha.
           string 'LANCAMENTOS: ' delimited by size
                  wrk-qt-lanc delimited by size
                  '  DEBITOS: ' delimited by size
                  wrk-valor-ED delimited by size
                  '  CREDITOS: ' delimited by size
                  wrk-valor-ED2 delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0600-RESUMO-EXIT.
           exit.

       0700-GRAVAR-DIARIO SECTION.
      * SO AQUI, COM O LOTE CONFERIDO, A SEQUENCIA AVANCA - O IMPORT
      * DA CONTABILIDADE REJEITA SEQUENCIA REPETIDA OU PULADA.
           move 0 to wrk-sequencia.
           open input seq-controle.
           if wrk-seq-status = '00'
               read seq-controle
                   at end
                       continue
                   not at end
                       move seq-numero to wrk-sequencia
               end-read
               close seq-controle
           end-if.
           add 1 to wrk-sequencia.
           open output seq-controle.
           move wrk-sequencia to seq-numero.
           write seq-reg.
           close seq-controle.
           open output diario-out.
           move wrk-data-hoje to hdr-data.
           move wrk-sequencia to hdr-sequencia.
           move wrk-competencia to hdr-competencia.
           move dia-header to dia-linha.
           write diario-reg.
           move 0 to wrk-qt-registros.
           move 0 to wrk-hash-valores.
           open input lanc-tmp.
           perform until wrk-tmp-status not = '00'
               read lanc-tmp
                   at end
                       move '10' to wrk-tmp-status
                   not at end
                       move tmp-linha to dia-det-lanc
                       move tmp-linha to dia-linha
                       write diario-reg
                       add 1 to wrk-qt-registros
                       add det3-valor to wrk-hash-valores
               end-read
           end-perform.
           close lanc-tmp.
           move wrk-qt-registros to trl-qtde.
           move wrk-hash-valores to trl-hash.
           move dia-trailer to dia-linha.
           write diario-reg.
           close diario-out.
       0700-GRAVAR-DIARIO-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to res-linha.
           write resumo-reg.
           display wrk-linha.
       0280-SAIDA-EXIT.
           exit.

       end program CTBDIAR.
