       identification division.
       program-id. PRECOLER.
      * PRECO DO PRODUTO NA LISTA DO CLIENTE, CHAMAVEL COMO
      * SUBPROGRAMA (MESMO PADRAO DO PARAMLER): ACHA NA TABPRECO.DAT A
      * FAIXA MAIS ESTREITA DA LISTA QUE COBRE O CODIGO, APLICA O
      * DESCONTO DELA SOBRE O PRECO DE CATALOGO E DEVOLVE TAMBEM O
      * PRECO MINIMO PELO TETO DE DESCONTO. SEM LISTA, SEM ARQUIVO OU
      * SEM FAIXA ATIVA, O CLIENTE E VAREJO: PRECO DE CATALOGO E TETO
      * DO PARAMETRO PEDIDOS/TETO-DESCONTO (DEFAULT 10%).

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select tabpreco assign to 'TABPRECO.DAT'
           organization is indexed
           access mode is dynamic
           record key is tabpreco-chave
           file status is wrk-tbp-status.
       data division.
       file section.
       FD tabpreco.
       COPY TABPRECO.

       working-storage section.
       77 wrk-tbp-status pic x(02).
       77 wrk-largura pic 9(05) value zeros.
       77 wrk-menor-largura pic 9(05) value zeros.
       77 wrk-teto-varejo pic 9(02)v99 value 10.
       COPY PARAMLNK.

       linkage section.
       COPY PRECLNK.

       procedure division using lnk-preco-area.
       0100-PRINCIPAL SECTION.
           set lnk-prc-varejo to true.
           move 'VAREJO' to lnk-prc-nome.
           move 0 to lnk-prc-desconto.
           move 'PEDIDOS' to lnk-param-programa.
           move 'TETO-DESCONTO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor < 100
               move lnk-param-valor to wrk-teto-varejo
           end-if.
           move wrk-teto-varejo to lnk-prc-teto.
           if lnk-prc-lista not = 0
               perform 0200-ACHAR-FAIXA thru 0200-ACHAR-FAIXA-EXIT
           end-if.
           compute lnk-prc-preco rounded =
               lnk-prc-catalogo * (100 - lnk-prc-desconto) / 100.
           compute lnk-prc-minimo rounded =
               lnk-prc-preco * (100 - lnk-prc-teto) / 100.
           GOBACK.

      * SO RODA VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0200-ACHAR-FAIXA SECTION.
      * VARRE AS FAIXAS DA LISTA - A QUE COBRE O CODIGO COM MENOS
      * CODIGOS VENCE, ENTAO O PRODUTO ESPECIFICO GANHA DA FAIXA E A
      * FAIXA GANHA DO CABECALHO 00000-99999.
           open input tabpreco.
           if wrk-tbp-status not = '00'
               go to 0200-ACHAR-FAIXA-EXIT
           end-if.
           move 99999 to wrk-menor-largura.
           move lnk-prc-lista to tabp-lista.
           move 0 to tabp-cod-inicial.
           start tabpreco key is not less tabpreco-chave
               invalid key
                   move '10' to wrk-tbp-status
           end-start.
           if wrk-tbp-status not = '10'
               read tabpreco next
                   at end move '10' to wrk-tbp-status
               end-read
           end-if.
           perform until wrk-tbp-status = '10'
                   or tabp-lista not = lnk-prc-lista
                   or tabp-cod-inicial > lnk-prc-codigo
               if tabp-sit-ativo
                  and tabp-cod-final not < lnk-prc-codigo
                   compute wrk-largura =
                       tabp-cod-final - tabp-cod-inicial
                   if not lnk-prc-lista-achada
                      or wrk-largura < wrk-menor-largura
                       set lnk-prc-lista-achada to true
                       move wrk-largura to wrk-menor-largura
                       move tabp-desconto to lnk-prc-desconto
                       move tabp-teto to lnk-prc-teto
                   end-if
               end-if
               if tabp-cod-inicial = 0
                   move tabp-nome to lnk-prc-nome
               end-if
               read tabpreco next
                   at end move '10' to wrk-tbp-status
               end-read
           end-perform.
           close tabpreco.
           if not lnk-prc-lista-achada
               move 'VAREJO' to lnk-prc-nome
           end-if.
       0200-ACHAR-FAIXA-EXIT.
           exit.

       end program PRECOLER.
