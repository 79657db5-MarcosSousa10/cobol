       identification division.
       program-id. SACSLA.
      * RELATORIO DIARIO DOS CHAMADOS DE ATENDIMENTO FORA DO PRAZO
      * (SAC.DAT), PASSO DA CADEIA DO NOTURNO.COB E OPCAO 5 DO
      * SACMANT.COB: TODO CHAMADO AINDA PENDENTE (ABERTO, EM
      * ANDAMENTO OU AGUARDANDO CLIENTE) COM O PRAZO DE SLA ANTES DE
      * HOJE SAI NO SAC_VENCIDOS.TXT, AGRUPADO POR OPERADOR
      * RESPONSAVEL (LEITURA PELA CHAVE ALTERNADA), COM OS DIAS DE
      * ATRASO E O TOTAL DE CADA OPERADOR.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select sac assign to 'SAC.DAT'
           organization is indexed
           access mode is dynamic
           record key is sac-chave
           alternate record key is sac-fone with duplicates
           alternate record key is sac-responsavel with duplicates
           file status is wrk-sac-status.
           select relatorio-out assign to
               "SAC_VENCIDOS.TXT"
           organization is line sequential
           file status is wrk-rel-status.
       data division.
       file section.
       FD sac.
       COPY SAC.

       FD relatorio-out.
       01 relatorio-reg.
           05 rel-linha pic x(120).

       working-storage section.
       77 wrk-sac-status pic x(02).
       77 wrk-rel-status pic x(02).
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-atraso pic 9(05) value zeros.
       77 wrk-resp-atual pic x(08) value spaces.
       77 wrk-qt-resp pic 9(05) value zeros.
       77 wrk-qt-total pic 9(05) value zeros.
       77 wrk-linha pic x(120) value spaces.
       77 wrk-sw-primeiro pic x(01) value 'S'.
           88 wrk-primeiro-resp value 'S'.

       procedure division.
       0050-PRINCIPAL SECTION.
      * O MENU CHAMA ESTE PROGRAMA VARIAS VEZES NA MESMA SESSAO -
      * OS CONTADORES RECOMECAM A CADA RODADA.
           move 0 to wrk-qt-resp.
           move 0 to wrk-qt-total.
           move spaces to wrk-resp-atual.
           move 'S' to wrk-sw-primeiro.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           open output relatorio-out.
           if wrk-rel-status not = '00'
               display "erro ao abrir SAC_VENCIDOS.TXT - status: "
                       wrk-rel-status
               move 8 to return-code
               go to 0300-final
           end-if.
           move spaces to wrk-linha.
           string "CHAMADOS FORA DO PRAZO EM " wrk-data-hoje
               delimited by size into wrk-linha.
           write relatorio-reg from wrk-linha.
           open input sac.
           if wrk-sac-status = '35'
               display "nenhum chamado cadastrado"
               move "NENHUM CHAMADO CADASTRADO" to rel-linha
               write relatorio-reg
               close relatorio-out
               go to 0300-final
           end-if.
           if wrk-sac-status not = '00'
               display "erro ao abrir chamados - status: "
                       wrk-sac-status
               close relatorio-out
               move 8 to return-code
               go to 0300-final
           end-if.
           move low-values to sac-responsavel.
           start sac key is not less sac-responsavel
               invalid key
                   move '10' to wrk-sac-status
           end-start.
           if wrk-sac-status not = '10'
               read sac next
                   at end move '10' to wrk-sac-status
               end-read
           end-if.
           perform until wrk-sac-status = '10'
               if sac-sit-pendente and sac-prazo < wrk-data-hoje
                   perform 0100-LISTAR-CHAMADO
                       thru 0100-LISTAR-CHAMADO-EXIT
               end-if
               read sac next
                   at end move '10' to wrk-sac-status
               end-read
           end-perform.
           close sac.
           if not wrk-primeiro-resp
               perform 0200-TOTAL-RESPONSAVEL
                   thru 0200-TOTAL-RESPONSAVEL-EXIT
           end-if.
           move spaces to wrk-linha.
           string "TOTAL DE CHAMADOS FORA DO PRAZO: " wrk-qt-total
               delimited by size into wrk-linha.
           write relatorio-reg from wrk-linha.
           close relatorio-out.
           display "chamados fora do prazo: " wrk-qt-total
                   " - SAC_VENCIDOS.TXT".
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-LISTAR-CHAMADO SECTION.
      * QUEBRA POR OPERADOR: TOTAL DO ANTERIOR E CABECALHO DO NOVO.
           if wrk-primeiro-resp or sac-responsavel not = wrk-resp-atual
               if not wrk-primeiro-resp
                   perform 0200-TOTAL-RESPONSAVEL
                       thru 0200-TOTAL-RESPONSAVEL-EXIT
               end-if
               move 'N' to wrk-sw-primeiro
               move sac-responsavel to wrk-resp-atual
               move 0 to wrk-qt-resp
               move spaces to wrk-linha
               string "RESPONSAVEL: " sac-responsavel
                   delimited by size into wrk-linha
               write relatorio-reg from wrk-linha
           end-if.
           compute wrk-atraso = wrk-dias-hoje -
               function integer-of-date(sac-prazo).
           move spaces to wrk-linha.
           string "  " sac-protocolo ";" sac-fone ";" sac-tipo ";"
               sac-situacao ";" sac-data-abertura ";" sac-prazo ";"
               wrk-atraso " DIAS;" sac-assunto
               delimited by size into wrk-linha.
           write relatorio-reg from wrk-linha.
           add 1 to wrk-qt-resp.
           add 1 to wrk-qt-total.
       0100-LISTAR-CHAMADO-EXIT.
           exit.

       0200-TOTAL-RESPONSAVEL SECTION.
           move spaces to wrk-linha.
           string "  TOTAL " wrk-resp-atual ": " wrk-qt-resp
               delimited by size into wrk-linha.
           write relatorio-reg from wrk-linha.
       0200-TOTAL-RESPONSAVEL-EXIT.
           exit.

       end program SACSLA.
