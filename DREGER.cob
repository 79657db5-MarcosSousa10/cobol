       identification division.
       program-id. DREGER.
      * DRE GERENCIAL: DEMONSTRACAO DE RESULTADO SIMPLIFICADA DE UMA
      * COMPETENCIA, MONTADA DIRETO DOS ARQUIVOS, COM CADA LINHA AO
      * LADO DO MESMO MES DO ANO ANTERIOR E DOS ULTIMOS 12 MESES
      * (ATE A COMPETENCIA, INCLUSIVE). DE ONDE VEM CADA LINHA:
      *   RECEITA BRUTA E IMPOSTOS - NOTAFISC.DAT PELA DATA DA NOTA
      *     (MERCADORIAS MAIS IPI; IMPOSTOS = ICMS MAIS IPI), SEM AS
      *     NOTAS REJEITADAS OU CANCELADAS NA SEFAZ;
      *   DEVOLUCOES - DEVOLUCOES.DAT PELA DATA DA DEVOLUCAO;
      *   CUSTO DAS MERCADORIAS - CUSTO MEDIO CONGELADO NAS LINHAS DOS
      *     PEDIDOS FATURADOS (MESMA CONTA DO MARGEM.COB, JA SEM AS
      *     QUANTIDADES DEVOLVIDAS); LINHA SEM CUSTO ENTRA ZERADA E A
      *     QUANTIDADE SAI NO RODAPE;
      *   FRETE COBRADO - FRETE_LOG.TXT; FRETE PAGO - FATURAS DE
      *     TRANSPORTADORA APROVADAS (FATFRETE.DAT), COBRADO MENOS
      *     GLOSA, PELA EMISSAO;
      *   FOLHA - BRUTO DE FOLHAREG.DAT DA COMPETENCIA;
      *   PERDAS E JUROS/MULTAS - TITULOS.DAT (DATA DA PERDA; O PAGO
      *     ALEM DO VALOR DO TITULO, PELA DATA DO PAGAMENTO).
      * SAI NA TELA E EM DRE_GERENCIAL.TXT.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select notafisc assign to 'NOTAFISC.DAT'
           organization is indexed
           access mode is dynamic
           record key is notafisc-chave
           file status is wrk-nf-status.
           select devolucoes assign to 'DEVOLUCOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is devolucoes-chave
           file status is wrk-dev-status.
           select pedidos assign to 'PEDIDOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select peditens assign to 'PEDITENS.DAT'
           organization is indexed
           access mode is dynamic
           record key is peditens-chave
           file status is wrk-itn-status.
           select frete-log assign to "FRETE_LOG.TXT"
           organization is line sequential
           file status is wrk-log-status.
           select fatfrete assign to 'FATFRETE.DAT'
           organization is indexed
           access mode is dynamic
           record key is fatfrete-chave
           file status is wrk-fat-status.
           select folhareg assign to 'FOLHAREG.DAT'
           organization is indexed
           access mode is dynamic
           record key is folhareg-chave
           file status is wrk-fol-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select dre-out assign to "DRE_GERENCIAL.TXT"
           organization is line sequential
           file status is wrk-dre-status.
       data division.
       file section.
       FD notafisc.
       COPY NOTAFISC.

       FD devolucoes.
       COPY DEVOLUC.

       FD pedidos.
       COPY PEDIDOS.

       FD peditens.
       COPY PEDITENS.

       FD frete-log.
       01 frete-log-reg.
           05 log-linha pic x(150).

       FD fatfrete.
       COPY FATFRETE.

       FD folhareg.
       COPY FOLHAREG.

       FD titulos.
       COPY TITULOS.

       FD dre-out.
       01 dre-reg.
           05 dre-linha pic x(100).

       working-storage section.
       77 wrk-nf-status pic x(02).
       77 wrk-dev-status pic x(02).
       77 wrk-ped-status pic x(02).
       77 wrk-itn-status pic x(02).
       77 wrk-log-status pic x(02).
       77 wrk-fat-status pic x(02).
       77 wrk-fol-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-dre-status pic x(02).
       77 wrk-data-hoje pic 9(08) value zeros.
      * COMPETENCIA PEDIDA, O MESMO MES DO ANO ANTERIOR E O PRIMEIRO
      * MES DA JANELA DE 12 MESES - TODO O RESTO FICA DE FORA.
       77 wrk-competencia pic 9(06) value zeros.
       77 wrk-comp-ano pic 9(04) value zeros.
       77 wrk-comp-mes pic 9(02) value zeros.
       77 wrk-comp-anterior pic 9(06) value zeros.
       77 wrk-comp-ini12 pic 9(06) value zeros.
       77 wrk-mes-fato pic 9(06) value zeros.
       77 wrk-valor pic s9(11)v99 value zeros.
       77 wrk-ix-linha pic 9(02) value zeros.
       77 wrk-ix-col pic 9(01) value zeros.
       77 wrk-qtde-liq pic 9(03) value zeros.
       77 wrk-qt-sem-custo pic 9(07) value zeros.
      * LINHAS DA DRE (AS MARCADAS COM '=' SAO CALCULADAS NO 0600).
       01 tab-rotulos-val.
           05 filler pic x(32) value 'RECEITA BRUTA DE VENDAS'.
           05 filler pic x(32) value '(-) DEVOLUCOES'.
           05 filler pic x(32) value '(-) IMPOSTOS SOBRE VENDAS'.
           05 filler pic x(32) value '= RECEITA LIQUIDA'.
           05 filler pic x(32) value '(-) CUSTO DAS MERCADORIAS'.
           05 filler pic x(32) value '= LUCRO BRUTO'.
           05 filler pic x(32) value 'FRETE COBRADO'.
           05 filler pic x(32) value '(-) FRETE PAGO'.
           05 filler pic x(32) value '= RESULTADO DO FRETE'.
           05 filler pic x(32) value '(-) FOLHA DE PAGAMENTO'.
           05 filler pic x(32) value '(-) PERDAS COM CLIENTES'.
           05 filler pic x(32) value 'JUROS E MULTAS RECEBIDOS'.
           05 filler pic x(32) value '= RESULTADO DO PERIODO'.
       01 tab-rotulos redefines tab-rotulos-val.
           05 tab-rotulo pic x(32) occurs 13 times.
      * COLUNA 1 = COMPETENCIA, 2 = MESMO MES DO ANO ANTERIOR,
      * 3 = ULTIMOS 12 MESES.
       01 tab-dre.
           05 tab-dre-linha occurs 13 times.
               10 tab-dre-valor pic s9(11)v99 occurs 3 times.
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
       01 wrk-linha-dre.
           05 ldre-rotulo  pic x(32).
           05 ldre-col     pic -zzz.zzz.zz9,99 occurs 3 times.
           05 filler       pic x(23) value spaces.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           display "dre gerencial - competencia (AAAAMM, "
                   "0 = mes anterior): ".
           accept wrk-competencia.
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
               display "competencia invalida"
               go to 0300-final
           end-if.
           compute wrk-comp-anterior = wrk-competencia - 100.
           if wrk-comp-mes = 12
               compute wrk-comp-ini12 = (wrk-comp-ano * 100) + 1
           else
               compute wrk-comp-ini12 =
                   ((wrk-comp-ano - 1) * 100) + wrk-comp-mes + 1
           end-if.
           initialize tab-dre.
           move 0 to wrk-qt-sem-custo.
           perform 0100-NOTAS thru 0100-NOTAS-EXIT.
           perform 0150-DEVOLUCOES thru 0150-DEVOLUCOES-EXIT.
           perform 0200-CUSTO thru 0200-CUSTO-EXIT.
           perform 0300-FRETE-COBRADO thru 0300-FRETE-COBRADO-EXIT.
           perform 0350-FRETE-PAGO thru 0350-FRETE-PAGO-EXIT.
           perform 0400-FOLHA thru 0400-FOLHA-EXIT.
           perform 0450-TITULOS thru 0450-TITULOS-EXIT.
           perform 0600-CALCULAR thru 0600-CALCULAR-EXIT.
           open output dre-out.
           perform 0700-EMITIR thru 0700-EMITIR-EXIT.
           close dre-out.
           display "relatorio gravado em DRE_GERENCIAL.TXT".
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-NOTAS SECTION.
           open input notafisc.
           if wrk-nf-status not = '00'
               go to 0100-NOTAS-EXIT
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
               if not nf-sefaz-rejeitada and not nf-sefaz-cancelada
                   move nf-data(1:6) to wrk-mes-fato
                   move 1 to wrk-ix-linha
                   compute wrk-valor = nf-total + nf-ipi
                   perform 0500-SOMAR thru 0500-SOMAR-EXIT
                   move 3 to wrk-ix-linha
                   compute wrk-valor = nf-icms + nf-ipi
                   perform 0500-SOMAR thru 0500-SOMAR-EXIT
               end-if
               read notafisc next
                   at end move '10' to wrk-nf-status
               end-read
           end-perform.
           close notafisc.
       0100-NOTAS-EXIT.
           exit.

       0150-DEVOLUCOES SECTION.
           open input devolucoes.
           if wrk-dev-status not = '00'
               go to 0150-DEVOLUCOES-EXIT
           end-if.
           move 0 to dev-numero.
           start devolucoes key is greater devolucoes-chave
               invalid key
                   move '10' to wrk-dev-status
           end-start.
           if wrk-dev-status not = '10'
               read devolucoes next
                   at end move '10' to wrk-dev-status
               end-read
           end-if.
           perform until wrk-dev-status = '10'
               move dev-data(1:6) to wrk-mes-fato
               move 2 to wrk-ix-linha
               move dev-valor to wrk-valor
               perform 0500-SOMAR thru 0500-SOMAR-EXIT
               read devolucoes next
                   at end move '10' to wrk-dev-status
               end-read
           end-perform.
           close devolucoes.
       0150-DEVOLUCOES-EXIT.
           exit.

       0200-CUSTO SECTION.
           open input pedidos.
           if wrk-ped-status not = '00'
               go to 0200-CUSTO-EXIT
           end-if.
           open input peditens.
           if wrk-itn-status not = '00'
               close pedidos
               go to 0200-CUSTO-EXIT
           end-if.
      * DO MES ANTERIOR ATE A COMPETENCIA, PELA CHAVE ALTERNADA DE
      * DATA.
           move 0 to pedidos-data.
           move wrk-comp-anterior to pedidos-data(1:6).
           start pedidos key is not less pedidos-data
               invalid key
                   move '10' to wrk-ped-status
           end-start.
           if wrk-ped-status not = '10'
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-if.
           perform until wrk-ped-status = '10'
                   or pedidos-data(1:6) > wrk-competencia
               move pedidos-data(1:6) to wrk-mes-fato
               if pedidos-sit-faturado or pedidos-sit-cobrado
                   perform 0210-ITENS thru 0210-ITENS-EXIT
               end-if
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-perform.
           close peditens.
           close pedidos.
       0200-CUSTO-EXIT.
           exit.

       0210-ITENS SECTION.
           move pedidos-numero to itens-pedido.
           move 0 to itens-linha.
           start peditens key is greater peditens-chave
               invalid key
                   move '10' to wrk-itn-status
           end-start.
           if wrk-itn-status not = '10'
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-if.
           perform until wrk-itn-status = '10'
                   or itens-pedido not = pedidos-numero
               compute wrk-qtde-liq = itens-qtde - itens-qtde-dev
               if itens-custo = 0 and wrk-qtde-liq > 0
                  and wrk-mes-fato = wrk-competencia
                   add 1 to wrk-qt-sem-custo
               end-if
               move 5 to wrk-ix-linha
               compute wrk-valor = wrk-qtde-liq * itens-custo
               perform 0500-SOMAR thru 0500-SOMAR-EXIT
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
       0210-ITENS-EXIT.
           exit.

       0300-FRETE-COBRADO SECTION.
           open input frete-log.
           if wrk-log-status not = '00'
               go to 0300-FRETE-COBRADO-EXIT
           end-if.
           perform until wrk-log-status = '10'
               read frete-log
                   at end
                       move '10' to wrk-log-status
                   not at end
                       perform 0310-LINHA-LOG
                           thru 0310-LINHA-LOG-EXIT
               end-read
           end-perform.
           close frete-log.
       0300-FRETE-COBRADO-EXIT.
           exit.

       0310-LINHA-LOG SECTION.
           move spaces to wrk-campos.
           unstring log-linha delimited by ';'
               into wrk-cmp-data wrk-cmp-produto wrk-cmp-uf
                    wrk-cmp-metodo wrk-cmp-prazo wrk-cmp-valor
                    wrk-cmp-base wrk-cmp-seguro wrk-cmp-manuseio
                    wrk-cmp-frete
           end-unstring.
           if wrk-cmp-data(1:8) not numeric
               or wrk-cmp-frete = spaces
               go to 0310-LINHA-LOG-EXIT
           end-if.
           move wrk-cmp-data(1:6) to wrk-mes-fato.
           move 7 to wrk-ix-linha.
           compute wrk-valor = function numval(wrk-cmp-frete).
           perform 0500-SOMAR thru 0500-SOMAR-EXIT.
       0310-LINHA-LOG-EXIT.
           exit.

       0350-FRETE-PAGO SECTION.
           open input fatfrete.
           if wrk-fat-status not = '00'
               go to 0350-FRETE-PAGO-EXIT
           end-if.
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
               if fatf-sit-aprovada
                  and fatf-total-cobrado > fatf-total-glosa
                   move fatf-emissao(1:6) to wrk-mes-fato
                   move 8 to wrk-ix-linha
                   compute wrk-valor =
                       fatf-total-cobrado - fatf-total-glosa
                   perform 0500-SOMAR thru 0500-SOMAR-EXIT
               end-if
               read fatfrete next
                   at end move '10' to wrk-fat-status
               end-read
           end-perform.
           close fatfrete.
       0350-FRETE-PAGO-EXIT.
           exit.

       0400-FOLHA SECTION.
      * O MARCADOR DE FECHAMENTO (FUNCIONARIO 0000) NAO TEM VALOR.
           open input folhareg.
           if wrk-fol-status not = '00'
               go to 0400-FOLHA-EXIT
           end-if.
           move wrk-comp-anterior to fol-competencia.
           move 0 to fol-codigo.
           start folhareg key is not less folhareg-chave
               invalid key
                   move '10' to wrk-fol-status
           end-start.
           if wrk-fol-status not = '10'
               read folhareg next
                   at end move '10' to wrk-fol-status
               end-read
           end-if.
      * O 13O SALARIO FICA NAS COMPETENCIAS AAAA13 E AAAA14 (1A E 2A
      * PARCELAS), LIDAS AQUI COMO NOVEMBRO E DEZEMBRO DO ANO - POR
      * ISSO A LEITURA VAI ATE O FIM DO ANO DA COMPETENCIA E O
      * 0500-SOMAR SEPARA O QUE CAI EM CADA COLUNA. A RESCISAO
      * (AAAA15) CAI NO MES DO DESLIGAMENTO.
           perform until wrk-fol-status = '10'
                   or fol-comp-ano > wrk-comp-ano
               if fol-codigo not = 0
                   move fol-competencia to wrk-mes-fato
                   if fol-comp-13-primeira
                       move 11 to wrk-mes-fato(5:2)
                   end-if
                   if fol-comp-13-segunda
                       move 12 to wrk-mes-fato(5:2)
                   end-if
                   if fol-comp-rescisao
                       move fol-res-data(1:6) to wrk-mes-fato
                   end-if
                   move 10 to wrk-ix-linha
                   move fol-bruto to wrk-valor
                   perform 0500-SOMAR thru 0500-SOMAR-EXIT
               end-if
               read folhareg next
                   at end move '10' to wrk-fol-status
               end-read
           end-perform.
           close folhareg.
       0400-FOLHA-EXIT.
           exit.

       0450-TITULOS SECTION.
           open input titulos.
           if wrk-tit-status not = '00'
               go to 0450-TITULOS-EXIT
           end-if.
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
               if titulos-sit-perda
                  and titulos-valor > titulos-valor-pago
                   move titulos-data-perda(1:6) to wrk-mes-fato
                   move 11 to wrk-ix-linha
                   compute wrk-valor =
                       titulos-valor - titulos-valor-pago
                   perform 0500-SOMAR thru 0500-SOMAR-EXIT
               end-if
               if titulos-sit-pago
                  and titulos-valor-pago > titulos-valor
                   move titulos-data-pgto(1:6) to wrk-mes-fato
                   move 12 to wrk-ix-linha
                   compute wrk-valor =
                       titulos-valor-pago - titulos-valor
                   perform 0500-SOMAR thru 0500-SOMAR-EXIT
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           close titulos.
       0450-TITULOS-EXIT.
           exit.

       0500-SOMAR SECTION.
      * SOMA WRK-VALOR NA LINHA WRK-IX-LINHA, NAS COLUNAS EM QUE O
      * MES DO FATO (WRK-MES-FATO) CAI.
           if wrk-mes-fato = wrk-competencia
               add wrk-valor to tab-dre-valor(wrk-ix-linha, 1)
           end-if.
           if wrk-mes-fato = wrk-comp-anterior
               add wrk-valor to tab-dre-valor(wrk-ix-linha, 2)
           end-if.
           if wrk-mes-fato not < wrk-comp-ini12
              and wrk-mes-fato not > wrk-competencia
               add wrk-valor to tab-dre-valor(wrk-ix-linha, 3)
           end-if.
       0500-SOMAR-EXIT.
           exit.

       0600-CALCULAR SECTION.
           perform varying wrk-ix-col from 1 by 1 until wrk-ix-col > 3
               compute tab-dre-valor(4, wrk-ix-col) =
                   tab-dre-valor(1, wrk-ix-col)
                   - tab-dre-valor(2, wrk-ix-col)
                   - tab-dre-valor(3, wrk-ix-col)
               compute tab-dre-valor(6, wrk-ix-col) =
                   tab-dre-valor(4, wrk-ix-col)
                   - tab-dre-valor(5, wrk-ix-col)
               compute tab-dre-valor(9, wrk-ix-col) =
                   tab-dre-valor(7, wrk-ix-col)
                   - tab-dre-valor(8, wrk-ix-col)
               compute tab-dre-valor(13, wrk-ix-col) =
                   tab-dre-valor(6, wrk-ix-col)
                   + tab-dre-valor(9, wrk-ix-col)
                   - tab-dre-valor(10, wrk-ix-col)
                   - tab-dre-valor(11, wrk-ix-col)
                   + tab-dre-valor(12, wrk-ix-col)
           end-perform.
       0600-CALCULAR-EXIT.
           exit.

       0700-EMITIR SECTION.
           move spaces to wrk-linha.
           string 'DRE GERENCIAL - COMPETENCIA ' delimited by size
                  wrk-competencia delimited by size
                  ' - EMITIDA EM ' delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string '                                 '
                                               delimited by size
                  '     MES ' delimited by size
                  wrk-competencia delimited by size
                  '     MES ' delimited by size
                  wrk-comp-anterior delimited by size
                  '  12M ' delimited by size
                  wrk-comp-ini12 delimited by size
                  '-' delimited by size
                  wrk-competencia delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-linha from 1 by 1
                   until wrk-ix-linha > 13
               if tab-rotulo(wrk-ix-linha)(1:1) = '='
                   move spaces to wrk-linha
                   perform 0280-SAIDA thru 0280-SAIDA-EXIT
               end-if
               move tab-rotulo(wrk-ix-linha) to ldre-rotulo
               perform varying wrk-ix-col from 1 by 1
                       until wrk-ix-col > 3
                   move tab-dre-valor(wrk-ix-linha, wrk-ix-col)
                     to ldre-col(wrk-ix-col)
               end-perform
               move wrk-linha-dre to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-perform.
           if wrk-qt-sem-custo > 0
               move spaces to wrk-linha
               string 'LINHAS FATURADAS NO MES SEM CUSTO (CUSTO ZERO): '
                                               delimited by size
                      wrk-qt-sem-custo delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
       0700-EMITIR-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to dre-linha.
           write dre-reg.
           display wrk-linha(1:80).
       0280-SAIDA-EXIT.
           exit.

       end program DREGER.
