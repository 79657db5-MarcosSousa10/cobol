       identification division.
       program-id. APVGRAV.
      * GRAVA UM PEDIDO DE APROVACAO PENDENTE (APROVACOES.DAT) PARA
      * UMA OPERACAO DE ALTO RISCO, CHAMAVEL COMO SUBPROGRAMA (MESMO
      * PADRAO DO FILAGRAV). O NUMERO SAI DO NUMGER, SERIE APROVAC;
      * SERIE AINDA NAO SEMEADA CAI NA VARREDURA DO ARQUIVO E SEMEIA,
      * COMO NO 0210-NUMERO-ACORDO DO ACORDOS.COB. PEDIDO REPETIDO
      * (MESMA OPERACAO E ALVO AINDA PENDENTE) NAO DUPLICA. O PEDIDO
      * VAI PARA APROVACOES_AUD.TXT COM O SOLICITANTE; QUEM APROVA,
      * REJEITA E APLICA E O APROVMNT.COB.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select aprovacoes assign to 'APROVACOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is aprovacoes-chave
           file status is wrk-apv-status.
           select aprovacoes-aud assign to
               "APROVACOES_AUD.TXT"
           organization is line sequential
           file status is wrk-aud-status.
       data division.
       file section.
       FD aprovacoes.
       COPY APROVAC.

       FD aprovacoes-aud.
       01 aprovacoes-aud-reg.
           05 apaud-linha pic x(200).

       working-storage section.
       77 wrk-apv-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-num-apv pic 9(08) value zeros.
       77 wrk-ult-apv pic 9(08) value zeros.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic 9(08) value zeros.
       COPY NUMLNK.

       linkage section.
       COPY APVLNK.

       procedure division using lnk-apv-area.
       0100-GRAVAR SECTION.
           set lnk-apv-nao-gravada to true.
           move 0 to lnk-apv-numero.
           open i-o aprovacoes.
           if wrk-apv-status = '35'
               open output aprovacoes
               close aprovacoes
               open i-o aprovacoes
           end-if.
           if wrk-apv-status not = '00'
               goback
           end-if.
           perform 0120-PROCURAR-PENDENTE
               thru 0120-PROCURAR-PENDENTE-EXIT.
           if lnk-apv-ja-pendente
               close aprovacoes
               goback
           end-if.
           perform 0150-NUMERO-PEDIDO
               thru 0150-NUMERO-PEDIDO-EXIT.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move wrk-num-apv to apv-numero.
           move lnk-apv-operacao to apv-operacao.
           move lnk-apv-alvo to apv-alvo.
           move lnk-apv-valor-antes to apv-valor-antes.
           move lnk-apv-valor-depois to apv-valor-depois.
           move lnk-apv-antes to apv-antes.
           move lnk-apv-depois to apv-depois.
           move lnk-apv-motivo to apv-motivo.
           move lnk-apv-solicitante to apv-solicitante.
           move wrk-data-hoje to apv-data-sol.
           move wrk-hora(1:6) to apv-hora-sol.
           move 'P' to apv-situacao.
           move spaces to apv-aprovador.
           move 0 to apv-data-dec.
           move 0 to apv-hora-dec.
           move spaces to apv-motivo-dec.
           write aprovacoes-reg
               invalid key
                   continue
               not invalid key
                   move wrk-num-apv to lnk-apv-numero
                   set lnk-apv-gravada to true
           end-write.
           close aprovacoes.
           if lnk-apv-gravada
               perform 0900-GRAVAR-AUDITORIA
                   thru 0900-GRAVAR-AUDITORIA-EXIT
           end-if.
           GOBACK.

      * SO RODAM VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0120-PROCURAR-PENDENTE SECTION.
      * A MESMA VARREDURA GUARDA O ULTIMO NUMERO USADO, PARA O
      * FALLBACK DO 0150 NAO PRECISAR VARRER DE NOVO.
           move 0 to wrk-ult-apv.
           move 0 to apv-numero.
           start aprovacoes key is greater aprovacoes-chave
               invalid key
                   move '10' to wrk-apv-status
           end-start.
           if wrk-apv-status not = '10'
               read aprovacoes next
                   at end move '10' to wrk-apv-status
               end-read
           end-if.
           perform until wrk-apv-status = '10'
               move apv-numero to wrk-ult-apv
               if apv-pendente
                  and apv-operacao = lnk-apv-operacao
                  and apv-alvo = lnk-apv-alvo
                   move apv-numero to lnk-apv-numero
                   set lnk-apv-ja-pendente to true
               end-if
               read aprovacoes next
                   at end move '10' to wrk-apv-status
               end-read
           end-perform.
           move '00' to wrk-apv-status.
       0120-PROCURAR-PENDENTE-EXIT.
           exit.

       0150-NUMERO-PEDIDO SECTION.
           move 'APROVAC' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-num-apv
               go to 0150-NUMERO-PEDIDO-EXIT
           end-if.
           compute wrk-num-apv = wrk-ult-apv + 1.
           move 'APROVAC' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-num-apv to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0150-NUMERO-PEDIDO-EXIT.
           exit.

       0900-GRAVAR-AUDITORIA SECTION.
      * DATA HORA;ACAO;DETALHE;OPERADOR - MESMO LEIAUTE DO
      * 0900-GRAVAR-AUDITORIA DO CONCBCO.COB.
           open extend aprovacoes-aud.
           if wrk-aud-status = '35'
               open output aprovacoes-aud
           end-if.
           move spaces to apaud-linha.
           string wrk-data-hoje delimited by size
                  ' ' delimited by size
                  wrk-hora delimited by size
                  ';PEDIDO;' delimited by size
                  lnk-apv-numero delimited by size
                  ' ' delimited by size
                  lnk-apv-operacao delimited by space
                  ' ' delimited by size
                  lnk-apv-alvo delimited by size
                  ' ' delimited by size
                  lnk-apv-motivo delimited by size
                  ';' delimited by size
                  lnk-apv-solicitante delimited by size
             into apaud-linha
           end-string.
           write aprovacoes-aud-reg.
           close aprovacoes-aud.
       0900-GRAVAR-AUDITORIA-EXIT.
           exit.

       end program APVGRAV.
