       identification division.
       program-id. ACORDVEN.
      * ACOMPANHAMENTO DOS ACORDOS DE RENEGOCIACAO (ACORDOS.DAT): PARA
      * CADA ACORDO ATIVO LE AS PARCELAS (TITULOS COM O NUMERO DO
      * ACORDO QUE NAO SAO OS ORIGINAIS RENEGOCIADOS). TODAS PAGAS =
      * ACORDO QUITADO. PARCELA EM ABERTO COM MAIS DE N DIAS DE ATRASO
      * (ACORDOS/DIAS-ROMPIMENTO, DEFAULT 30) ROMPE O ACORDO: GUARDA A
      * DIVIDA ORIGINAL ATUALIZADA (SEM O DESCONTO) MENOS O QUE JA FOI
      * PAGO NAS PARCELAS, E O ACORDO SAI EM ACORDOS_ROMPIDOS.TXT PARA
      * A COBRANCA. AS PARCELAS EM ABERTO CONTINUAM NO ARQUIVO DE
      * TITULOS COMO ESTAO. RODA NO BATCH NOTURNO.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select acordos assign to 'ACORDOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is acordos-chave
           file status is wrk-aco-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           file status is wrk-cli-status.
           select rompidos-out assign to
               "ACORDOS_ROMPIDOS.TXT"
           organization is line sequential
           file status is wrk-rom-status.
       data division.
       file section.
       FD acordos.
       COPY ACORDOS.

       FD titulos.
       COPY TITULOS.

       FD clientes.
       COPY CLIENTES.

       FD rompidos-out.
       01 rompidos-reg.
           05 rom-linha pic x(120).

       working-storage section.
       77 wrk-aco-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-rom-status pic x(02).
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-dias-venc pic 9(07) value zeros.
       77 wrk-atraso pic s9(07) value zeros.
       77 wrk-maior-atraso pic s9(07) value zeros.
       77 wrk-titulo-atrasado pic 9(08) value zeros.
       77 wrk-dias-rompe pic 9(03) value 30.
       COPY PARAMLNK.
       77 wrk-qt-parcelas pic 9(03) value zeros.
       77 wrk-qt-abertas pic 9(03) value zeros.
       77 wrk-tot-pago pic 9(09)v99 value zeros.
       77 wrk-devido pic 9(09)v99 value zeros.
       77 wrk-nome pic x(30) value spaces.
       77 wrk-qt-ativos pic 9(05) value zeros.
       77 wrk-qt-quitados pic 9(05) value zeros.
       77 wrk-qt-rompidos pic 9(05) value zeros.
       77 wrk-tot-rompido pic 9(11)v99 value zeros.
       77 wrk-valor-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED2 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-total-ED pic z.zzz.zzz.zz9,99 value zeros.
       77 wrk-atraso-ED pic zzzzzz9 value zeros.
       77 wrk-linha pic x(120) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           move 'ACORDOS' to lnk-param-programa.
           move 'DIAS-ROMPIMENTO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-dias-rompe
           end-if.
           open output rompidos-out.
           open i-o acordos.
           if wrk-aco-status not = '00'
               move 'ACORDOS ROMPIDOS - NENHUM ACORDO REGISTRADO'
                 to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close rompidos-out
               go to 0300-final
           end-if.
           open input titulos.
           if wrk-tit-status not = '00'
               display "arquivo de titulos indisponivel - status: "
                       wrk-tit-status
               move 8 to return-code
               close acordos
               close rompidos-out
               go to 0300-final
           end-if.
           open input clientes.
           move spaces to wrk-linha.
           string 'ACORDOS ROMPIDOS - PARCELA COM MAIS DE '
                                               delimited by size
                  wrk-dias-rompe delimited by size
                  ' DIAS DE ATRASO - ' delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'ACORDO TELEFONE  CLIENTE                        '
                                               delimited by size
                  'TITULO   ATRASO      PAGO PARCELAS  DIVIDA RESTANTE'
                                               delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0100-VARRER thru 0100-VARRER-EXIT.
           move wrk-tot-rompido to wrk-total-ED.
           move spaces to wrk-linha.
           string 'ACORDOS ATIVOS: ' delimited by size
                  wrk-qt-ativos delimited by size
                  '  QUITADOS HOJE: ' delimited by size
                  wrk-qt-quitados delimited by size
                  '  ROMPIDOS HOJE: ' delimited by size
                  wrk-qt-rompidos delimited by size
                  '  DIVIDA A COBRAR: ' delimited by size
                  wrk-total-ED delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close clientes.
           close titulos.
           close acordos.
           close rompidos-out.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-VARRER SECTION.
           move 0 to acordos-numero.
           start acordos key is greater acordos-chave
               invalid key
                   move '10' to wrk-aco-status
           end-start.
           if wrk-aco-status not = '10'
               read acordos next
                   at end move '10' to wrk-aco-status
               end-read
           end-if.
           perform until wrk-aco-status = '10'
               if acordos-sit-ativo
                   perform 0150-AVALIAR-ACORDO
                       thru 0150-AVALIAR-ACORDO-EXIT
               end-if
               read acordos next
                   at end move '10' to wrk-aco-status
               end-read
           end-perform.
           move '00' to wrk-aco-status.
       0100-VARRER-EXIT.
           exit.

       0150-AVALIAR-ACORDO SECTION.
           move 0 to wrk-qt-parcelas.
           move 0 to wrk-qt-abertas.
           move 0 to wrk-tot-pago.
           move 0 to wrk-maior-atraso.
           move 0 to wrk-titulo-atrasado.
           move acordos-fone to titulos-fone.
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
                   or titulos-fone not = acordos-fone
               if titulos-acordo = acordos-numero
                  and not titulos-sit-renegociado
                   perform 0160-PARCELA thru 0160-PARCELA-EXIT
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
      * ACORDO SEM PARCELA GRAVADA NAO E AVALIADO - FICA ATIVO PARA
      * CONFERENCIA NA CONSULTA DO ACORDOS.COB.
           if wrk-qt-parcelas = 0
               add 1 to wrk-qt-ativos
               go to 0150-AVALIAR-ACORDO-EXIT
           end-if.
           if wrk-qt-abertas = 0
               move 'Q' to acordos-situacao
               move wrk-data-hoje to acordos-data-situacao
               rewrite acordos-reg
                   invalid key
                       display "acordo " acordos-numero
                               " nao atualizado"
               end-rewrite
               add 1 to wrk-qt-quitados
               go to 0150-AVALIAR-ACORDO-EXIT
           end-if.
           if wrk-maior-atraso not > wrk-dias-rompe
               add 1 to wrk-qt-ativos
               go to 0150-AVALIAR-ACORDO-EXIT
           end-if.
      * ROMPIDO: VOLTA A VALER A DIVIDA ORIGINAL ATUALIZADA, ABATIDO O
      * QUE O CLIENTE JA PAGOU NAS PARCELAS.
           compute wrk-devido = acordos-valor-original
               + acordos-encargos.
           if wrk-tot-pago < wrk-devido
               subtract wrk-tot-pago from wrk-devido
           else
               move 0 to wrk-devido
           end-if.
           move 'R' to acordos-situacao.
           move wrk-data-hoje to acordos-data-situacao.
           move wrk-devido to acordos-saldo-rompido.
           rewrite acordos-reg
               invalid key
                   display "acordo " acordos-numero " nao atualizado"
                   go to 0150-AVALIAR-ACORDO-EXIT
           end-rewrite.
           add 1 to wrk-qt-rompidos.
           add wrk-devido to wrk-tot-rompido.
           perform 0200-LINHA-ROMPIDO thru 0200-LINHA-ROMPIDO-EXIT.
       0150-AVALIAR-ACORDO-EXIT.
           exit.

       0160-PARCELA SECTION.
      * PAGO CONTA O RECEBIDO; ABERTO OU RECUSADO COM SALDO CONTA COMO
      * PARCELA EM ABERTO E MEDE O ATRASO. CANCELADA OU EM PERDA SAI
      * DA CONTA.
           add 1 to wrk-qt-parcelas.
           add titulos-valor-pago to wrk-tot-pago.
           if not titulos-sit-aberto and not titulos-sit-rejeitado
               go to 0160-PARCELA-EXIT
           end-if.
           if titulos-valor-pago not < titulos-valor
               go to 0160-PARCELA-EXIT
           end-if.
           add 1 to wrk-qt-abertas.
           compute wrk-dias-venc =
               function integer-of-date(titulos-vencimento).
           compute wrk-atraso = wrk-dias-hoje - wrk-dias-venc.
           if wrk-atraso > wrk-maior-atraso
               move wrk-atraso to wrk-maior-atraso
               move titulos-numero to wrk-titulo-atrasado
           end-if.
       0160-PARCELA-EXIT.
           exit.

       0200-LINHA-ROMPIDO SECTION.
           move 'NAO CADASTRADO' to wrk-nome.
           move acordos-fone to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   continue
               not invalid key
                   move clientes-nome to wrk-nome
           end-read.
           move wrk-maior-atraso to wrk-atraso-ED.
           move wrk-tot-pago to wrk-valor-ED.
           move wrk-devido to wrk-valor-ED2.
           move spaces to wrk-linha.
           string acordos-numero delimited by size
                  ' ' delimited by size
                  acordos-fone delimited by size
                  ' ' delimited by size
                  wrk-nome delimited by size
                  ' ' delimited by size
                  wrk-titulo-atrasado delimited by size
                  ' ' delimited by size
                  wrk-atraso-ED delimited by size
                  wrk-valor-ED delimited by size
                  '  ' delimited by size
                  wrk-valor-ED2 delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0200-LINHA-ROMPIDO-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to rom-linha.
           write rompidos-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       end program ACORDVEN.
