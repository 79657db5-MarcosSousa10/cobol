       identification division.
       program-id. CREDREV.
      * REVISAO PERIODICA DO LIMITE DE CREDITO: PARA CADA CLIENTE
      * ATIVO COM LIMITE (ZEROS = SEM LIMITE, FICA DE FORA) CALCULA UMA
      * NOTA PELO HISTORICO DE TITULOS.DAT E PROPOE AUMENTO, CORTE OU
      * NADA. A PROPOSTA VAI PARA LIMPROP.DAT E O SUPERVISOR ACEITA
      * OU REJEITA CADA UMA NO CREDMANT.COB - NADA MUDA NO CADASTRO
      * AQUI. LISTA EM LIMITE_PROPOSTAS.TXT.
      * NOTA (REGRAS EM PARAMETROS.DAT, PROGRAMA CREDREV):
      *   ATRASO MEDIO ATE DIAS-BOM (5)          +2
      *   ATRASO MEDIO ACIMA DE DIAS-RUIM (30)   -2
      *   COMPRAS 12 MESES >= LIMITE ATUAL       +1
      *   NENHUMA COMPRA EM 12 MESES             -1
      *   ALGUM TITULO EM PERDA                  -3
      *   BLOQUEADO POR INADIMPLENCIA            -2
      * NOTA >= PONTOS-AUMENTO (3) PROPOE PCT-AUMENTO (20%) A MAIS;
      * NOTA <= MENOS PONTOS-CORTE (2) PROPOE PCT-CORTE (30%) A
      * MENOS, NUNCA ABAIXO DE LIMITE-MINIMO (100,00). O ATRASO MEDIO
      * CONTA OS TITULOS PAGOS NOS ULTIMOS 12 MESES (VENCIMENTO ATE O
      * PAGAMENTO) E OS VENCIDOS EM ABERTO (ATE HOJE).
      * NO BATCH NOTURNO RODA COM O PARAMETRO MENSAL E SO NO DIA DO
      * MES DE CREDREV/DIA-MES (DEFAULT 1); PELO MENU RODA NA HORA.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           alternate record key is clientes-nome with duplicates
           alternate record key is clientes-documento with duplicates
           file status is wrk-cli-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select limprop assign to 'LIMPROP.DAT'
           organization is indexed
           access mode is dynamic
           record key is limprop-chave
           file status is wrk-lim-status.
           select propostas-out assign to
               "LIMITE_PROPOSTAS.TXT"
           organization is line sequential
           file status is wrk-out-status.
       data division.
       file section.
       FD clientes.
       COPY CLIENTES.

       FD titulos.
       COPY TITULOS.

       FD limprop.
       COPY LIMPROP.

       FD propostas-out.
       01 propostas-reg.
           05 out-linha pic x(120).

       working-storage section.
       77 wrk-cli-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-lim-status pic x(02).
       77 wrk-out-status pic x(02).
       77 wrk-param-cmd pic x(20) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-data-corte pic 9(08) value zeros.
       77 wrk-dias-venc pic 9(07) value zeros.
       77 wrk-dias-fim pic 9(07) value zeros.
       77 wrk-atraso pic s9(07) value zeros.
      * REGRAS DA NOTA.
       77 wrk-dia-mes pic 9(02) value 1.
       77 wrk-dias-bom pic 9(03) value 5.
       77 wrk-dias-ruim pic 9(03) value 30.
       77 wrk-pct-aumento pic 9(03)v99 value 20.
       77 wrk-pct-corte pic 9(03)v99 value 30.
       77 wrk-pontos-aumento pic 9(02) value 3.
       77 wrk-pontos-corte pic 9(02) value 2.
       77 wrk-limite-minimo pic 9(08)v99 value 100.
       COPY PARAMLNK.
      * HISTORICO DO CLIENTE CORRENTE.
       77 wrk-qt-base pic 9(05) value zeros.
       77 wrk-soma-atraso pic 9(09) value zeros.
       77 wrk-atraso-medio pic 9(05) value zeros.
       77 wrk-volume pic 9(09)v99 value zeros.
       77 wrk-qt-perdas pic 9(03) value zeros.
       77 wrk-pontos pic s9(03) value zeros.
       77 wrk-corte-neg pic s9(03) value zeros.
       77 wrk-acao pic x(01) value spaces.
       77 wrk-limite-novo pic 9(08)v99 value zeros.
       77 wrk-limite-int pic 9(08) value zeros.
      * TOTAIS DA RODADA.
       77 wrk-qt-avaliados pic 9(05) value zeros.
       77 wrk-qt-aumentos pic 9(05) value zeros.
       77 wrk-qt-cortes pic 9(05) value zeros.
       77 wrk-qt-mantidos pic 9(05) value zeros.
       77 wrk-qt-sem-hist pic 9(05) value zeros.
       77 wrk-valor-ED pic zz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED2 pic zz.zzz.zz9,99 value zeros.
       77 wrk-volume-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-pontos-ED pic -z9 value zeros.
       77 wrk-acao-tx pic x(07) value spaces.
       77 wrk-linha pic x(120) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-param-cmd from command-line.
           inspect wrk-param-cmd converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           compute wrk-data-corte = function date-of-integer
               (wrk-dias-hoje - 365).
           perform 0060-LER-PARAMETROS thru 0060-LER-PARAMETROS-EXIT.
           open output propostas-out.
      * FORA DO DIA DA RODADA MENSAL O PASSO NOTURNO SO DEIXA O
      * ARQUIVO COM O AVISO, SEM ERRO.
           if wrk-param-cmd(1:6) = 'MENSAL'
              and wrk-data-hoje(7:2) not = wrk-dia-mes
               move spaces to wrk-linha
               string 'REVISAO DE LIMITES - SEM RODADA HOJE (MENSAL '
                                               delimited by size
                      'NO DIA ' delimited by size
                      wrk-dia-mes delimited by size
                      ')' delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close propostas-out
               go to 0300-final
           end-if.
           open input clientes.
           if wrk-cli-status not = '00'
               move 'REVISAO DE LIMITES - CADASTRO DE CLIENTES '
                 & 'INDISPONIVEL' to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close propostas-out
               move 8 to return-code
               go to 0300-final
           end-if.
           open input titulos.
           if wrk-tit-status not = '00'
               move 'REVISAO DE LIMITES - SEM TITULOS REGISTRADOS'
                 to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close clientes
               close propostas-out
               go to 0300-final
           end-if.
           open i-o limprop.
           if wrk-lim-status = '35'
               open output limprop
               close limprop
               open i-o limprop
           end-if.
           move spaces to wrk-linha.
           string 'PROPOSTAS DE LIMITE DE CREDITO - ' delimited by size
                  wrk-data-hoje delimited by size
                  ' - COMPRAS DESDE ' delimited by size
                  wrk-data-corte delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'TELEFONE  CLIENTE                        ACAO   '
                                               delimited by size
                  '        ATUAL         NOVO NOTA ATRASO  '
                                               delimited by size
                  '   COMPRAS 12M PERDAS BLQ' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0100-VARRER thru 0100-VARRER-EXIT.
           move spaces to wrk-linha.
           string 'AVALIADOS: ' delimited by size
                  wrk-qt-avaliados delimited by size
                  '  AUMENTOS: ' delimited by size
                  wrk-qt-aumentos delimited by size
                  '  CORTES: ' delimited by size
                  wrk-qt-cortes delimited by size
                  '  SEM MUDANCA: ' delimited by size
                  wrk-qt-mantidos delimited by size
                  '  SEM HISTORICO: ' delimited by size
                  wrk-qt-sem-hist delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'AS PROPOSTAS AGUARDAM O SUPERVISOR NO CREDMANT (MENU)'
             to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close limprop.
           close titulos.
           close clientes.
           close propostas-out.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-LER-PARAMETROS SECTION.
           move 'CREDREV' to lnk-param-programa.
           move 'DIA-MES' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 29
               move lnk-param-valor to wrk-dia-mes
           end-if.
           move 'CREDREV' to lnk-param-programa.
           move 'DIAS-BOM' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-dias-bom
           end-if.
           move 'CREDREV' to lnk-param-programa.
           move 'DIAS-RUIM' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-dias-ruim
           end-if.
           move 'CREDREV' to lnk-param-programa.
           move 'PCT-AUMENTO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-pct-aumento
           end-if.
           move 'CREDREV' to lnk-param-programa.
           move 'PCT-CORTE' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 100
               move lnk-param-valor to wrk-pct-corte
           end-if.
           move 'CREDREV' to lnk-param-programa.
           move 'PONTOS-AUMENTO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-pontos-aumento
           end-if.
           move 'CREDREV' to lnk-param-programa.
           move 'PONTOS-CORTE' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-pontos-corte
           end-if.
           move 'CREDREV' to lnk-param-programa.
           move 'LIMITE-MINIMO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-limite-minimo
           end-if.
           compute wrk-corte-neg = 0 - wrk-pontos-corte.
       0060-LER-PARAMETROS-EXIT.
           exit.

       0100-VARRER SECTION.
           move 0 to clientes-fone.
           start clientes key is greater clientes-chave
               invalid key
                   move '10' to wrk-cli-status
           end-start.
           if wrk-cli-status not = '10'
               read clientes next
                   at end move '10' to wrk-cli-status
               end-read
           end-if.
           perform until wrk-cli-status = '10'
               if clientes-sit-ativo and clientes-limite > 0
                   perform 0150-AVALIAR-CLIENTE
                       thru 0150-AVALIAR-CLIENTE-EXIT
               end-if
               read clientes next
                   at end move '10' to wrk-cli-status
               end-read
           end-perform.
           move '00' to wrk-cli-status.
       0100-VARRER-EXIT.
           exit.

       0150-AVALIAR-CLIENTE SECTION.
           move 0 to wrk-qt-base.
           move 0 to wrk-soma-atraso.
           move 0 to wrk-volume.
           move 0 to wrk-qt-perdas.
           move clientes-fone to titulos-fone.
           start titulos key is equal titulos-fone
               invalid key
                   move '10' to wrk-tit-status
           end-start.
           if wrk-tit-status not = '10'
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-if.
           perform until wrk-tit-status = '10'
                   or titulos-fone not = clientes-fone
               perform 0160-TITULO thru 0160-TITULO-EXIT
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
           if wrk-qt-base = 0 and wrk-volume = 0
              and wrk-qt-perdas = 0
               add 1 to wrk-qt-sem-hist
               go to 0150-AVALIAR-CLIENTE-EXIT
           end-if.
           add 1 to wrk-qt-avaliados.
           move 0 to wrk-atraso-medio.
           if wrk-qt-base > 0
               divide wrk-soma-atraso by wrk-qt-base
                   giving wrk-atraso-medio
           end-if.
           move 0 to wrk-pontos.
           if wrk-qt-base > 0
               if wrk-atraso-medio not > wrk-dias-bom
                   add 2 to wrk-pontos
               end-if
               if wrk-atraso-medio > wrk-dias-ruim
                   subtract 2 from wrk-pontos
               end-if
           end-if.
           if wrk-volume not < clientes-limite
               add 1 to wrk-pontos
           end-if.
           if wrk-volume = 0
               subtract 1 from wrk-pontos
           end-if.
           if wrk-qt-perdas > 0
               subtract 3 from wrk-pontos
           end-if.
           if clientes-bloqueado-atraso
               subtract 2 from wrk-pontos
           end-if.
           move spaces to wrk-acao.
           if wrk-pontos not < wrk-pontos-aumento
               move 'A' to wrk-acao
               compute wrk-limite-int rounded =
                   clientes-limite * (100 + wrk-pct-aumento) / 100
               move wrk-limite-int to wrk-limite-novo
           end-if.
           if wrk-pontos not > wrk-corte-neg
               move 'C' to wrk-acao
               compute wrk-limite-int rounded =
                   clientes-limite * (100 - wrk-pct-corte) / 100
               move wrk-limite-int to wrk-limite-novo
               if wrk-limite-novo < wrk-limite-minimo
                   move wrk-limite-minimo to wrk-limite-novo
               end-if
           end-if.
           if wrk-acao = spaces
              or wrk-limite-novo = clientes-limite
               add 1 to wrk-qt-mantidos
               go to 0150-AVALIAR-CLIENTE-EXIT
           end-if.
           perform 0200-GRAVAR-PROPOSTA thru 0200-GRAVAR-PROPOSTA-EXIT.
       0150-AVALIAR-CLIENTE-EXIT.
           exit.

       0160-TITULO SECTION.
      * PERDA PESA SEMPRE; COMPRA CONTA SO O TITULO DE PEDIDO (A
      * PARCELA DE ACORDO E DIVIDA VELHA) EMITIDO NOS ULTIMOS 12
      * MESES; O ATRASO VEM DO PAGO NO PERIODO E DO VENCIDO ABERTO.
           if titulos-sit-perda
               add 1 to wrk-qt-perdas
           end-if.
           if titulos-pedido > 0
              and titulos-emissao not < wrk-data-corte
              and not titulos-sit-cancelado
              and not titulos-sit-renegociado
               add titulos-valor to wrk-volume
           end-if.
           move 0 to wrk-dias-fim.
           if titulos-sit-pago
              and titulos-data-pgto not < wrk-data-corte
              and titulos-data-pgto > 0
               compute wrk-dias-fim =
                   function integer-of-date(titulos-data-pgto)
           end-if.
           if (titulos-sit-aberto or titulos-sit-rejeitado)
              and titulos-valor-pago < titulos-valor
              and titulos-vencimento < wrk-data-hoje
               move wrk-dias-hoje to wrk-dias-fim
           end-if.
           if wrk-dias-fim = 0
               go to 0160-TITULO-EXIT
           end-if.
           compute wrk-dias-venc =
               function integer-of-date(titulos-vencimento).
           compute wrk-atraso = wrk-dias-fim - wrk-dias-venc.
           if wrk-atraso < 0
               move 0 to wrk-atraso
           end-if.
           add 1 to wrk-qt-base.
           add wrk-atraso to wrk-soma-atraso.
       0160-TITULO-EXIT.
           exit.

       0200-GRAVAR-PROPOSTA SECTION.
           move clientes-fone to limprop-fone.
           read limprop key is limprop-chave
               invalid key
                   move '23' to wrk-lim-status
           end-read.
           move clientes-fone to limprop-fone.
           move wrk-data-hoje to limprop-data.
           move clientes-limite to limprop-limite-atual.
           move wrk-limite-novo to limprop-limite-novo.
           move wrk-acao to limprop-acao.
           move wrk-pontos to limprop-pontos.
           move wrk-atraso-medio to limprop-atraso-medio.
           move wrk-volume to limprop-volume-12m.
           move wrk-qt-perdas to limprop-qt-perdas.
           if clientes-bloqueado-atraso
               move 'S' to limprop-bloqueado
           else
               move 'N' to limprop-bloqueado
           end-if.
           move 'P' to limprop-situacao.
           move 0 to limprop-data-decisao.
           move spaces to limprop-operador.
           if wrk-lim-status = '23'
               move '00' to wrk-lim-status
               write limprop-reg
                   invalid key
                       display "proposta de " clientes-fone
                               " nao gravada"
                       go to 0200-GRAVAR-PROPOSTA-EXIT
               end-write
           else
               rewrite limprop-reg
                   invalid key
                       display "proposta de " clientes-fone
                               " nao gravada"
                       go to 0200-GRAVAR-PROPOSTA-EXIT
               end-rewrite
           end-if.
           if limprop-aumento
               add 1 to wrk-qt-aumentos
               move 'AUMENTO' to wrk-acao-tx
           else
               add 1 to wrk-qt-cortes
               move 'CORTE' to wrk-acao-tx
           end-if.
           move clientes-limite to wrk-valor-ED.
           move wrk-limite-novo to wrk-valor-ED2.
           move wrk-volume to wrk-volume-ED.
           move wrk-pontos to wrk-pontos-ED.
           move spaces to wrk-linha.
           string clientes-fone delimited by size
                  ' ' delimited by size
                  clientes-nome delimited by size
                  ' ' delimited by size
                  wrk-acao-tx delimited by size
                  wrk-valor-ED delimited by size
                  wrk-valor-ED2 delimited by size
                  '  ' delimited by size
                  wrk-pontos-ED delimited by size
                  ' ' delimited by size
                  wrk-atraso-medio delimited by size
                  ' ' delimited by size
                  wrk-volume-ED delimited by size
                  '    ' delimited by size
                  wrk-qt-perdas delimited by size
                  '  ' delimited by size
                  limprop-bloqueado delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0200-GRAVAR-PROPOSTA-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to out-linha.
           write propostas-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       end program CREDREV.
