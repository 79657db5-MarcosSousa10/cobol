       identification division.
       program-id. FILAGRAV.
      * GRAVA UMA MENSAGEM PENDENTE NA FILA CENTRAL DE SAIDA
      * (FILAMSG.DAT), CHAMAVEL COMO SUBPROGRAMA (MESMO PADRAO DO
      * NUMGER E DO PARAMLER). O NUMERO SAI DO NUMGER, SERIE FILAMSG;
      * SERIE AINDA NAO SEMEADA CAI NA VARREDURA DA FILA E SEMEIA, COMO
      * NO 0210-NUMERO-ACORDO DO ACORDOS.COB. QUEM EXPORTA E ACOMPANHA
      * A ENTREGA E O FILAENV.COB.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select filamsg assign to 'FILAMSG.DAT'
           organization is indexed
           access mode is dynamic
           record key is filamsg-chave
           file status is wrk-fms-status.
       data division.
       file section.
       FD filamsg.
       COPY FILAMSG.

       working-storage section.
       77 wrk-fms-status pic x(02).
       77 wrk-num-msg pic 9(08) value zeros.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic 9(08) value zeros.
       COPY NUMLNK.

       linkage section.
       COPY FILALNK.

       procedure division using lnk-fila-area.
       0100-GRAVAR SECTION.
           set lnk-fila-nao-gravada to true.
           move 0 to lnk-fila-numero.
           open i-o filamsg.
           if wrk-fms-status = '35'
               open output filamsg
               close filamsg
               open i-o filamsg
           end-if.
           if wrk-fms-status not = '00'
               goback
           end-if.
           perform 0150-NUMERO-MENSAGEM
               thru 0150-NUMERO-MENSAGEM-EXIT.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move wrk-num-msg to fms-numero.
           move lnk-fila-canal to fms-canal.
           move lnk-fila-destino to fms-destino.
           move lnk-fila-modelo to fms-modelo.
           move lnk-fila-origem to fms-origem.
           move lnk-fila-fone to fms-fone.
           move lnk-fila-titulo to fms-titulo.
           move lnk-fila-corpo to fms-corpo.
           move 'P' to fms-situacao.
           move wrk-data-hoje to fms-data-geracao.
           move wrk-hora(1:6) to fms-hora-geracao.
           move 0 to fms-data-export.
           move wrk-data-hoje to fms-data-situacao.
           move 0 to fms-tentativas.
           move spaces to fms-motivo.
           write filamsg-reg
               invalid key
                   continue
               not invalid key
                   move wrk-num-msg to lnk-fila-numero
                   set lnk-fila-gravada to true
           end-write.
           close filamsg.
           GOBACK.

      * SO RODAM VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0150-NUMERO-MENSAGEM SECTION.
           move 'FILAMSG' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-num-msg
               go to 0150-NUMERO-MENSAGEM-EXIT
           end-if.
           move 0 to wrk-num-msg.
           move 0 to fms-numero.
           start filamsg key is greater filamsg-chave
               invalid key
                   move '10' to wrk-fms-status
           end-start.
           if wrk-fms-status not = '10'
               read filamsg next
                   at end move '10' to wrk-fms-status
               end-read
           end-if.
           perform until wrk-fms-status = '10'
               move fms-numero to wrk-num-msg
               read filamsg next
                   at end move '10' to wrk-fms-status
               end-read
           end-perform.
           move '00' to wrk-fms-status.
           add 1 to wrk-num-msg.
           move 'FILAMSG' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-num-msg to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0150-NUMERO-MENSAGEM-EXIT.
           exit.

       end program FILAGRAV.
