      * PARA FRENTE PELO VENCIMENTO - QUANTO DEVE ENTRAR NESTA
      * SEMANA, NAS PROXIMAS E NOS PROXIMOS MESES, SEPARANDO A
      * EXPECTATIVA EM DIA DO ESTOQUE JA ATRASADO. TOTAIS POR UF E
      * VERSAO EM TELA E EM DISCO, COMO O TITAGING.COB. AS CONTAS A
      * PAGAR EM ABERTO (PAGAR.DAT) ENTRAM NAS MESMAS FAIXAS, E CADA
      * FAIXA MOSTRA RECEBER, PAGAR, O LIQUIDO E O SALDO ACUMULADO -
      * A POSICAO DE CAIXA, NAO SO O QUE ENTRA.

       environment division.
       configuration section.
           access mode is dynamic
           record key is clientes-chave
           file status is wrk-cli-status.
           select pagar assign to 'PAGAR.DAT'
           organization is indexed
           access mode is dynamic
           record key is pagar-chave
           file status is wrk-pag-status.
           select fluxo-out assign to
               "FLUXO_CAIXA.TXT"
           organization is line sequential
       FD clientes.
       COPY CLIENTES.

       FD pagar.
       COPY PAGAR.

       FD fluxo-out.
       01 fluxo-reg.
           05 flx-linha pic x(150).
       77 wrk-tit-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-flx-status pic x(02).
       77 wrk-pag-status pic x(02).
       77 wrk-modo pic x(01) value '1'.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
      * 6 = SEGUNDO MES, 7 = TERCEIRO MES, 8 = ALEM DE 90 DIAS.
       01 tab-total.
           05 tab-tot-faixa occurs 8 times pic 9(11)v99.
      * CONTAS A PAGAR NAS MESMAS OITO FAIXAS, E O LIQUIDO (RECEBER
      * MENOS PAGAR) DA FAIXA E ACUMULADO ATE ELA.
       01 tab-pagar.
           05 tab-pag-faixa occurs 8 times pic 9(11)v99.
       77 wrk-qt-contas pic 9(05) value zeros.
       77 wrk-liquido pic s9(11)v99 value zeros.
       77 wrk-acumulado pic s9(11)v99 value zeros.
       77 wrk-pagar-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-liquido-ED pic -zzz.zzz.zz9,99 value zeros.
       77 wrk-acumulado-ED pic -zzz.zzz.zz9,99 value zeros.
       77 wrk-qt-uf pic 9(02) value zeros.
       77 wrk-ix-uf pic 9(02) value zeros.
       01 tab-uf.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           move zeros to tab-total.
           move zeros to tab-pagar.
           move 0 to wrk-qt-uf.
           open input titulos.
           if wrk-tit-status not = '00'
               open output fluxo-out
           end-if.
           perform 0100-ACUMULAR thru 0100-ACUMULAR-EXIT.
           perform 0150-ACUMULAR-PAGAR thru 0150-ACUMULAR-PAGAR-EXIT.
           perform 0200-EMITIR thru 0200-EMITIR-EXIT.
           if wrk-modo = '2'
               close fluxo-out
           compute wrk-dias-vencto =
               function integer-of-date(titulos-vencimento).
           compute wrk-dias-frente = wrk-dias-vencto - wrk-dias-hoje.
           perform 0130-FAIXA thru 0130-FAIXA-EXIT.
           add wrk-saldo to tab-tot-faixa(wrk-faixa).
      * TOTAL POR UF DO CLIENTE, COMO NO AGING.
           move titulos-fone to clientes-fone.
       0120-CLASSIFICAR-EXIT.
           exit.

       0130-FAIXA SECTION.
      * REGUA DAS FAIXAS PELOS DIAS ATE O VENCIMENTO (WRK-DIAS-FRENTE)
      * - A MESMA PARA O RECEBER E PARA O PAGAR.
           evaluate true
               when wrk-dias-frente < 0
                   move 1 to wrk-faixa
               when wrk-dias-frente not greater 7
                   move 2 to wrk-faixa
               when wrk-dias-frente not greater 14
                   move 3 to wrk-faixa
               when wrk-dias-frente not greater 21
                   move 4 to wrk-faixa
               when wrk-dias-frente not greater 28
                   move 5 to wrk-faixa
               when wrk-dias-frente not greater 60
                   move 6 to wrk-faixa
               when wrk-dias-frente not greater 90
                   move 7 to wrk-faixa
               when other
                   move 8 to wrk-faixa
           end-evaluate.
       0130-FAIXA-EXIT.
           exit.

       0150-ACUMULAR-PAGAR SECTION.
      * SALDO A PAGAR DE CADA CONTA EM ABERTO NA FAIXA DO VENCIMENTO,
      * PELA MESMA REGUA DO RECEBER. SEM ARQUIVO DE CONTAS A PAGAR A
      * PROJECAO SAI SO COM O RECEBER, COMO ANTES.
           open input pagar.
           if wrk-pag-status not = '00'
               display "contas a pagar indisponivel - projecao so "
                       "do receber"
               go to 0150-ACUMULAR-PAGAR-EXIT
           end-if.
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
               if pagar-sit-aberto
                  and pagar-valor > pagar-valor-pago
                   compute wrk-saldo = pagar-valor - pagar-valor-pago
                   compute wrk-dias-vencto =
                       function integer-of-date(pagar-vencimento)
                   compute wrk-dias-frente =
                       wrk-dias-vencto - wrk-dias-hoje
                   perform 0130-FAIXA thru 0130-FAIXA-EXIT
                   add wrk-saldo to tab-pag-faixa(wrk-faixa)
                   add 1 to wrk-qt-contas
               end-if
               read pagar next
                   at end move '10' to wrk-pag-status
               end-read
           end-perform.
           close pagar.
       0150-ACUMULAR-PAGAR-EXIT.
           exit.

       0200-EMITIR SECTION.
           move spaces to wrk-linha.
           string 'FLUXO DE CAIXA PROJETADO EM ' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'FAIXA         '   delimited by size
                  '       RECEBER '  delimited by size
                  '         PAGAR '  delimited by size
                  '        LIQUIDO ' delimited by size
                  '      ACUMULADO'  delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 0 to wrk-acumulado.
           perform varying wrk-ix-fx from 1 by 1
                   until wrk-ix-fx > 8
               compute wrk-liquido = tab-tot-faixa(wrk-ix-fx)
                                   - tab-pag-faixa(wrk-ix-fx)
               add wrk-liquido to wrk-acumulado
               move tab-tot-faixa(wrk-ix-fx) to wrk-valor-ED
               move tab-pag-faixa(wrk-ix-fx) to wrk-pagar-ED
               move wrk-liquido to wrk-liquido-ED
               move wrk-acumulado to wrk-acumulado-ED
               move spaces to wrk-linha
               string tab-rotulo(wrk-ix-fx) delimited by size
                      wrk-valor-ED delimited by size
                      ' ' delimited by size
                      wrk-pagar-ED delimited by size
                      ' ' delimited by size
                      wrk-liquido-ED delimited by size
                      ' ' delimited by size
                      wrk-acumulado-ED delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
                   until wrk-ix-uf > wrk-qt-uf
               perform 0250-LINHA-UF thru 0250-LINHA-UF-EXIT
           end-perform.
           display "titulos projetados: " wrk-qt-titulos
                   " - contas a pagar: " wrk-qt-contas.
       0200-EMITIR-EXIT.
           exit.

