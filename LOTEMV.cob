       identification division.
       program-id. LOTEMV.
      * SALDO POR LOTE DOS PRODUTOS COM CONTROLE DE LOTE E VALIDADE
      * (LOTES.DAT), CHAMAVEL COMO SUBPROGRAMA (MESMO PADRAO DO
      * ESTDEPMV): A ENTRADA SOMA NO LOTE INFORMADO E A SAIDA CONSOME
      * PRIMEIRO O LOTE DO DEPOSITO QUE VENCE ANTES (FEFO), DEVOLVENDO
      * OS LOTES USADOS PARA O CHAMADOR GRAVAR NO ITEM DO PEDIDO E NO
      * LOG DE ESTOQUE. LOTE SEM VALIDADE SAI POR ULTIMO; O QUE NENHUM
      * LOTE COBRE (SALDO DE ANTES DO CONTROLE) SAI SEM LOTE, SEM
      * RECUSAR O MOVIMENTO - QUEM CONFERE O SALDO E O CHAMADOR.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select lotes assign to 'LOTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is lotes-chave
           file status is wrk-lot-status.
       data division.
       file section.
       FD lotes.
       COPY LOTES.

       working-storage section.
       77 wrk-lot-status pic x(02).
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-restante pic 9(07) value zeros.
       77 wrk-consumo pic 9(07) value zeros.
      * LOTE ESCOLHIDO NA VARREDURA FEFO - VALIDADE ZERO CONTA COMO
      * A MAIOR POSSIVEL.
       77 wrk-ordem pic 9(08) value zeros.
       77 wrk-menor-ordem pic 9(08) value zeros.
       77 wrk-lote-escolhido pic x(12) value spaces.
       77 wrk-sw-escolhido pic x(01) value 'N'.
           88 wrk-lote-achado value 'S'.

       linkage section.
       COPY LOTELNK.

       procedure division using lnk-lote-area.
       0100-PRINCIPAL SECTION.
           set lnk-lot-erro to true.
           move 0 to lnk-lot-qt-usados.
           move 0 to lnk-lot-sem-lote.
           if lnk-lot-deposito = 0
               move 1 to lnk-lot-deposito
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           open i-o lotes.
           if wrk-lot-status = '35'
               open output lotes
               close lotes
               open i-o lotes
           end-if.
           if wrk-lot-status not = '00'
               goback
           end-if.
           evaluate lnk-lot-op
               when 'E'
                   perform 0200-ENTRADA thru 0200-ENTRADA-EXIT
               when 'S'
                   perform 0300-SAIDA thru 0300-SAIDA-EXIT
           end-evaluate.
           close lotes.
           GOBACK.

      * SO RODAM VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0200-ENTRADA SECTION.
           if lnk-lot-numero = spaces
               go to 0200-ENTRADA-EXIT
           end-if.
           move lnk-lot-codigo to lote-codigo.
           move lnk-lot-deposito to lote-deposito.
           move lnk-lot-numero to lote-numero.
           read lotes key is lotes-chave
               invalid key
                   move lnk-lot-validade to lote-validade
                   move wrk-data-hoje to lote-entrada
                   move lnk-lot-qtde to lote-saldo
                   write lotes-reg
                       invalid key
                           go to 0200-ENTRADA-EXIT
                   end-write
                   set lnk-lot-ok to true
                   go to 0200-ENTRADA-EXIT
           end-read.
           if lote-validade = 0
               move lnk-lot-validade to lote-validade
           end-if.
           add lnk-lot-qtde to lote-saldo.
           rewrite lotes-reg
               invalid key
                   go to 0200-ENTRADA-EXIT
           end-rewrite.
           set lnk-lot-ok to true.
       0200-ENTRADA-EXIT.
           exit.

       0300-SAIDA SECTION.
      * CONSOME LOTE A LOTE, SEMPRE O DE VALIDADE MAIS PROXIMA COM
      * SALDO, ATE COBRIR A QUANTIDADE OU ACABAREM OS LOTES.
           move lnk-lot-qtde to wrk-restante.
           set wrk-lote-achado to true.
           perform until wrk-restante = 0 or not wrk-lote-achado
               perform 0310-ACHAR-PRIMEIRO
                   thru 0310-ACHAR-PRIMEIRO-EXIT
               if wrk-lote-achado
                   perform 0320-CONSUMIR thru 0320-CONSUMIR-EXIT
               end-if
           end-perform.
           move wrk-restante to lnk-lot-sem-lote.
           set lnk-lot-ok to true.
       0300-SAIDA-EXIT.
           exit.

       0310-ACHAR-PRIMEIRO SECTION.
           move 'N' to wrk-sw-escolhido.
           move 99999999 to wrk-menor-ordem.
           move lnk-lot-codigo to lote-codigo.
           move lnk-lot-deposito to lote-deposito.
           move low-values to lote-numero.
           start lotes key is greater lotes-chave
               invalid key
                   move '10' to wrk-lot-status
           end-start.
           if wrk-lot-status not = '10'
               read lotes next
                   at end move '10' to wrk-lot-status
               end-read
           end-if.
           perform until wrk-lot-status = '10'
                   or lote-codigo not = lnk-lot-codigo
                   or lote-deposito not = lnk-lot-deposito
               if lote-saldo > 0
                   if lote-validade = 0
                       move 99999999 to wrk-ordem
                   else
                       move lote-validade to wrk-ordem
                   end-if
                   if not wrk-lote-achado
                      or wrk-ordem < wrk-menor-ordem
                       set wrk-lote-achado to true
                       move wrk-ordem to wrk-menor-ordem
                       move lote-numero to wrk-lote-escolhido
                   end-if
               end-if
               read lotes next
                   at end move '10' to wrk-lot-status
               end-read
           end-perform.
           move '00' to wrk-lot-status.
       0310-ACHAR-PRIMEIRO-EXIT.
           exit.

       0320-CONSUMIR SECTION.
           move lnk-lot-codigo to lote-codigo.
           move lnk-lot-deposito to lote-deposito.
           move wrk-lote-escolhido to lote-numero.
           read lotes key is lotes-chave
               invalid key
                   move 'N' to wrk-sw-escolhido
                   go to 0320-CONSUMIR-EXIT
           end-read.
           if lote-saldo < wrk-restante
               move lote-saldo to wrk-consumo
           else
               move wrk-restante to wrk-consumo
           end-if.
           subtract wrk-consumo from lote-saldo.
           rewrite lotes-reg
               invalid key
                   move 'N' to wrk-sw-escolhido
                   go to 0320-CONSUMIR-EXIT
           end-rewrite.
           subtract wrk-consumo from wrk-restante.
           if lnk-lot-qt-usados < 10
               add 1 to lnk-lot-qt-usados
               move lote-numero
                 to lnk-lot-us-numero(lnk-lot-qt-usados)
               move lote-validade
                 to lnk-lot-us-validade(lnk-lot-qt-usados)
               move wrk-consumo
                 to lnk-lot-us-qtde(lnk-lot-qt-usados)
           end-if.
       0320-CONSUMIR-EXIT.
           exit.

       end program LOTEMV.
