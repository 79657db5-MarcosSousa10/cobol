       identification division.
       program-id. MARGEM.
      * MARGEM BRUTA MENSAL: PARA OS PEDIDOS FATURADOS (E JA
      * COBRADOS) DA COMPETENCIA, CONFRONTA A RECEITA DE CADA LINHA
      * (QUANTIDADE LIQUIDA DAS DEVOLUCOES X ITENS-VALOR) COM O CUSTO
      * MEDIO CONGELADO NELA NO FATURAMENTO (ITENS-CUSTO) E TOTALIZA
      * POR PRODUTO, POR CLIENTE E POR VENDEDOR (PEDIDOS-VENDEDOR).
      * LINHA VENDIDA ABAIXO DO CUSTO SAI LISTADA A PARTE. VERSAO EM
      * TELA E EM DISCO, COMO O VENDREL.COB.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
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
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           file status is wrk-cli-status.
           select vendedores assign to
               'VENDEDORES.DAT'
           organization is indexed
           access mode is dynamic
           record key is vendedores-chave
           file status is wrk-ven-status.
           select margem-out assign to "MARGEM.TXT"
           organization is line sequential
           file status is wrk-mar-status.
       data division.
       file section.
       FD pedidos.
       COPY PEDIDOS.

       FD peditens.
       COPY PEDITENS.

       FD clientes.
       COPY CLIENTES.

       FD vendedores.
       COPY VENDEDOR.

       FD margem-out.
       01 margem-reg.
           05 mar-linha pic x(150).

       working-storage section.
       77 wrk-ped-status pic x(02).
       77 wrk-itn-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-ven-status pic x(02).
       77 wrk-mar-status pic x(02).
       77 wrk-modo pic x(01) value '1'.
       77 wrk-competencia pic 9(06) value zeros.
       77 wrk-linha pic x(150) value spaces.
       77 wrk-qt-pedidos pic 9(05) value zeros.
       77 wrk-qt-sem-custo pic 9(05) value zeros.
      * VALORES DA LINHA DO PEDIDO CORRENTE.
       77 wrk-qtde-liq pic 9(03) value zeros.
       77 wrk-receita pic 9(10)v99 value zeros.
       77 wrk-custo pic 9(10)v99 value zeros.
      * TOTAIS GERAIS E A LINHA DE MARGEM MONTADA NO 0250.
       77 wrk-tot-receita pic 9(11)v99 value zeros.
       77 wrk-tot-custo pic 9(11)v99 value zeros.
       77 wrk-mar-receita pic 9(11)v99 value zeros.
       77 wrk-mar-custo pic 9(11)v99 value zeros.
       77 wrk-mar-rotulo pic x(50) value spaces.
       77 wrk-margem pic s9(11)v99 value zeros.
       77 wrk-perc pic s9(05)v99 value zeros.
       77 wrk-receita-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-custo-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-margem-ED pic -zzz.zzz.zz9,99 value zeros.
       77 wrk-perc-ED pic -zzz9,99 value zeros.
       77 wrk-ptr pic 9(03) value zeros.
       77 wrk-sw-achou pic x(01) value 'N'.
           88 wrk-na-tabela value 'S'.
      * ACUMULADORES POR PRODUTO, CLIENTE E VENDEDOR (MESMA TECNICA
      * DE TABELA DO VENDREL.COB).
       77 wrk-qt-prd pic 9(03) value zeros.
       77 wrk-ix-prd pic 9(03) value zeros.
       01 tab-produtos.
           05 tab-prd-item occurs 200 times.
               10 tab-prd-codigo  pic 9(05).
               10 tab-prd-produto pic x(30).
               10 tab-prd-qtde    pic 9(07).
               10 tab-prd-receita pic 9(11)v99.
               10 tab-prd-custo   pic 9(11)v99.
       77 wrk-qt-cli pic 9(03) value zeros.
       77 wrk-ix-cli pic 9(03) value zeros.
       01 tab-clientes.
           05 tab-cli-item occurs 300 times.
               10 tab-cli-fone    pic 9(09).
               10 tab-cli-receita pic 9(11)v99.
               10 tab-cli-custo   pic 9(11)v99.
       77 wrk-qt-vnd pic 9(03) value zeros.
       77 wrk-ix-vnd pic 9(03) value zeros.
       01 tab-vendedores.
           05 tab-vnd-item occurs 100 times.
               10 tab-vnd-codigo  pic 9(03).
               10 tab-vnd-receita pic 9(11)v99.
               10 tab-vnd-custo   pic 9(11)v99.
      * LINHAS VENDIDAS ABAIXO DO CUSTO, PARA A LISTA NO FIM.
       77 wrk-qt-abx pic 9(03) value zeros.
       77 wrk-ix-abx pic 9(03) value zeros.
       01 tab-abaixo.
           05 tab-abx-item occurs 200 times.
               10 tab-abx-pedido  pic 9(06).
               10 tab-abx-linha   pic 9(03).
               10 tab-abx-produto pic x(30).
               10 tab-abx-valor   pic 9(08)v99.
               10 tab-abx-custo   pic 9(08)v99.
       77 wrk-nome-cliente pic x(30) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           display "margem bruta - competencia (AAAAMM): ".
           accept wrk-competencia.
           display "saida (1-tela 2-disco): ".
           accept wrk-modo.
           open input pedidos.
           if wrk-ped-status not = '00'
               display "arquivo de pedidos indisponivel"
               go to 0300-final
           end-if.
           open input peditens.
           open input clientes.
           open input vendedores.
           if wrk-modo = '2'
               open output margem-out
           end-if.
           perform 0100-ACUMULAR thru 0100-ACUMULAR-EXIT.
           perform 0200-EMITIR thru 0200-EMITIR-EXIT.
           if wrk-modo = '2'
               close margem-out
               display "relatorio gravado em MARGEM.TXT"
           end-if.
           close vendedores.
           close clientes.
           close peditens.
           close pedidos.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-ACUMULAR SECTION.
      * SO O MES DA COMPETENCIA, PELA CHAVE ALTERNADA DE DATA.
           move 0 to pedidos-data.
           move wrk-competencia to pedidos-data(1:6).
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
                   or pedidos-data(1:6) not = wrk-competencia
               if pedidos-sit-faturado or pedidos-sit-cobrado
                   add 1 to wrk-qt-pedidos
                   perform 0120-ACUMULAR-ITENS
                       thru 0120-ACUMULAR-ITENS-EXIT
               end-if
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-perform.
           move '00' to wrk-ped-status.
       0100-ACUMULAR-EXIT.
           exit.

       0120-ACUMULAR-ITENS SECTION.
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
               perform 0130-ACUMULAR-LINHA
                   thru 0130-ACUMULAR-LINHA-EXIT
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
       0120-ACUMULAR-ITENS-EXIT.
           exit.

       0130-ACUMULAR-LINHA SECTION.
      * RECEITA E CUSTO DA LINHA, SO DO QUE FICOU COM O CLIENTE.
           compute wrk-qtde-liq = itens-qtde - itens-qtde-dev.
           compute wrk-receita = wrk-qtde-liq * itens-valor.
           compute wrk-custo = wrk-qtde-liq * itens-custo.
           add wrk-receita to wrk-tot-receita.
           add wrk-custo to wrk-tot-custo.
      * LINHA SEM CUSTO (TEXTO LIVRE OU PRODUTO SEM CUSTO CADASTRADO)
      * ENTRA COM MARGEM CHEIA - CONTA A PARTE PARA QUEM LER SABER.
           if itens-custo = 0
               add 1 to wrk-qt-sem-custo
           end-if.
           if itens-custo > itens-valor and wrk-qt-abx < 200
               add 1 to wrk-qt-abx
               move pedidos-numero to tab-abx-pedido(wrk-qt-abx)
               move itens-linha to tab-abx-linha(wrk-qt-abx)
               move itens-produto to tab-abx-produto(wrk-qt-abx)
               move itens-valor to tab-abx-valor(wrk-qt-abx)
               move itens-custo to tab-abx-custo(wrk-qt-abx)
           end-if.
      * POR PRODUTO.
           move 'N' to wrk-sw-achou.
           perform varying wrk-ix-prd from 1 by 1
                   until wrk-ix-prd > wrk-qt-prd or wrk-na-tabela
               if tab-prd-codigo(wrk-ix-prd) = itens-codigo
                  and tab-prd-produto(wrk-ix-prd) = itens-produto
                   set wrk-na-tabela to true
               end-if
           end-perform.
           if wrk-na-tabela
               subtract 1 from wrk-ix-prd
           else
               if wrk-qt-prd < 200
                   add 1 to wrk-qt-prd
                   move wrk-qt-prd to wrk-ix-prd
                   move itens-codigo to tab-prd-codigo(wrk-ix-prd)
                   move itens-produto to tab-prd-produto(wrk-ix-prd)
                   move 0 to tab-prd-qtde(wrk-ix-prd)
                   move 0 to tab-prd-receita(wrk-ix-prd)
                   move 0 to tab-prd-custo(wrk-ix-prd)
               else
                   move 0 to wrk-ix-prd
               end-if
           end-if.
           if wrk-ix-prd > 0
               add wrk-qtde-liq to tab-prd-qtde(wrk-ix-prd)
               add wrk-receita to tab-prd-receita(wrk-ix-prd)
               add wrk-custo to tab-prd-custo(wrk-ix-prd)
           end-if.
      * POR CLIENTE.
           move 'N' to wrk-sw-achou.
           perform varying wrk-ix-cli from 1 by 1
                   until wrk-ix-cli > wrk-qt-cli or wrk-na-tabela
               if tab-cli-fone(wrk-ix-cli) = pedidos-fone
                   set wrk-na-tabela to true
               end-if
           end-perform.
           if wrk-na-tabela
               subtract 1 from wrk-ix-cli
           else
               if wrk-qt-cli < 300
                   add 1 to wrk-qt-cli
                   move wrk-qt-cli to wrk-ix-cli
                   move pedidos-fone to tab-cli-fone(wrk-ix-cli)
                   move 0 to tab-cli-receita(wrk-ix-cli)
                   move 0 to tab-cli-custo(wrk-ix-cli)
               else
                   move 0 to wrk-ix-cli
               end-if
           end-if.
           if wrk-ix-cli > 0
               add wrk-receita to tab-cli-receita(wrk-ix-cli)
               add wrk-custo to tab-cli-custo(wrk-ix-cli)
           end-if.
      * POR VENDEDOR - CODIGO ZERO JUNTA OS PEDIDOS SEM VENDEDOR.
           move 'N' to wrk-sw-achou.
           perform varying wrk-ix-vnd from 1 by 1
                   until wrk-ix-vnd > wrk-qt-vnd or wrk-na-tabela
               if tab-vnd-codigo(wrk-ix-vnd) = pedidos-vendedor
                   set wrk-na-tabela to true
               end-if
           end-perform.
           if wrk-na-tabela
               subtract 1 from wrk-ix-vnd
           else
               if wrk-qt-vnd < 100
                   add 1 to wrk-qt-vnd
                   move wrk-qt-vnd to wrk-ix-vnd
                   move pedidos-vendedor to tab-vnd-codigo(wrk-ix-vnd)
                   move 0 to tab-vnd-receita(wrk-ix-vnd)
                   move 0 to tab-vnd-custo(wrk-ix-vnd)
               else
                   move 0 to wrk-ix-vnd
               end-if
           end-if.
           if wrk-ix-vnd > 0
               add wrk-receita to tab-vnd-receita(wrk-ix-vnd)
               add wrk-custo to tab-vnd-custo(wrk-ix-vnd)
           end-if.
       0130-ACUMULAR-LINHA-EXIT.
           exit.

       0200-EMITIR SECTION.
           move spaces to wrk-linha.
           string 'MARGEM BRUTA DA COMPETENCIA ' delimited by size
                  wrk-competencia delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'POR PRODUTO' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-prd from 1 by 1
                   until wrk-ix-prd > wrk-qt-prd
               move spaces to wrk-mar-rotulo
               string tab-prd-codigo(wrk-ix-prd) delimited by size
                      ' ' delimited by size
                      tab-prd-produto(wrk-ix-prd) delimited by size
                      ' x' delimited by size
                      tab-prd-qtde(wrk-ix-prd) delimited by size
                 into wrk-mar-rotulo
               end-string
               move tab-prd-receita(wrk-ix-prd) to wrk-mar-receita
               move tab-prd-custo(wrk-ix-prd) to wrk-mar-custo
               perform 0250-LINHA-MARGEM thru 0250-LINHA-MARGEM-EXIT
           end-perform.
           move 'POR CLIENTE' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-cli from 1 by 1
                   until wrk-ix-cli > wrk-qt-cli
               perform 0240-NOME-CLIENTE
                   thru 0240-NOME-CLIENTE-EXIT
               move spaces to wrk-mar-rotulo
               string tab-cli-fone(wrk-ix-cli) delimited by size
                      ' ' delimited by size
                      wrk-nome-cliente delimited by size
                 into wrk-mar-rotulo
               end-string
               move tab-cli-receita(wrk-ix-cli) to wrk-mar-receita
               move tab-cli-custo(wrk-ix-cli) to wrk-mar-custo
               perform 0250-LINHA-MARGEM thru 0250-LINHA-MARGEM-EXIT
           end-perform.
           move 'POR VENDEDOR' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-vnd from 1 by 1
                   until wrk-ix-vnd > wrk-qt-vnd
               move tab-vnd-codigo(wrk-ix-vnd) to vend-codigo
               read vendedores key is vendedores-chave
                   invalid key
                       move spaces to vend-nome
               end-read
               if tab-vnd-codigo(wrk-ix-vnd) = 0
                   move 'SEM VENDEDOR' to vend-nome
               end-if
               move spaces to wrk-mar-rotulo
               string tab-vnd-codigo(wrk-ix-vnd) delimited by size
                      ' ' delimited by size
                      vend-nome delimited by size
                 into wrk-mar-rotulo
               end-string
               move tab-vnd-receita(wrk-ix-vnd) to wrk-mar-receita
               move tab-vnd-custo(wrk-ix-vnd) to wrk-mar-custo
               perform 0250-LINHA-MARGEM thru 0250-LINHA-MARGEM-EXIT
           end-perform.
           move spaces to wrk-mar-rotulo.
           string 'TOTAL - PEDIDOS ' delimited by size
                  wrk-qt-pedidos delimited by size
             into wrk-mar-rotulo
           end-string.
           move wrk-tot-receita to wrk-mar-receita.
           move wrk-tot-custo to wrk-mar-custo.
           perform 0250-LINHA-MARGEM thru 0250-LINHA-MARGEM-EXIT.
           if wrk-qt-sem-custo not = 0
               move spaces to wrk-linha
               string 'LINHAS SEM CUSTO (MARGEM CHEIA): '
                        delimited by size
                      wrk-qt-sem-custo delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
      * VENDAS ABAIXO DO CUSTO - PRECO UNITARIO MENOR QUE O CUSTO
      * MEDIO CONGELADO NA LINHA.
           if wrk-qt-abx not = 0
               move 'VENDAS ABAIXO DO CUSTO' to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
           perform varying wrk-ix-abx from 1 by 1
                   until wrk-ix-abx > wrk-qt-abx
               move tab-abx-valor(wrk-ix-abx) to wrk-receita-ED
               move tab-abx-custo(wrk-ix-abx) to wrk-custo-ED
               move spaces to wrk-linha
               string '  *** PEDIDO ' delimited by size
                      tab-abx-pedido(wrk-ix-abx) delimited by size
                      ' LINHA ' delimited by size
                      tab-abx-linha(wrk-ix-abx) delimited by size
                      ' ' delimited by size
                      tab-abx-produto(wrk-ix-abx) delimited by size
                      ' PRECO ' delimited by size
                      wrk-receita-ED delimited by size
                      ' CUSTO ' delimited by size
                      wrk-custo-ED delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-perform.
       0200-EMITIR-EXIT.
           exit.

       0240-NOME-CLIENTE SECTION.
           move tab-cli-fone(wrk-ix-cli) to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   move 'CLIENTE NAO CADASTRADO' to wrk-nome-cliente
               not invalid key
                   move clientes-nome to wrk-nome-cliente
           end-read.
       0240-NOME-CLIENTE-EXIT.
           exit.

       0250-LINHA-MARGEM SECTION.
      * MONTA E EMITE A LINHA RECEITA / CUSTO / MARGEM / % DE
      * WRK-MAR-ROTULO, WRK-MAR-RECEITA E WRK-MAR-CUSTO. MARGEM
      * NEGATIVA SAI MARCADA.
           compute wrk-margem = wrk-mar-receita - wrk-mar-custo.
           if wrk-mar-receita > 0
               compute wrk-perc rounded =
                   wrk-margem * 100 / wrk-mar-receita
           else
               move 0 to wrk-perc
           end-if.
           move wrk-mar-receita to wrk-receita-ED.
           move wrk-mar-custo to wrk-custo-ED.
           move wrk-margem to wrk-margem-ED.
           move wrk-perc to wrk-perc-ED.
           move spaces to wrk-linha.
           move 1 to wrk-ptr.
           string '  ' delimited by size
                  wrk-mar-rotulo delimited by size
                  ' receita ' delimited by size
                  wrk-receita-ED delimited by size
                  ' custo ' delimited by size
                  wrk-custo-ED delimited by size
                  ' margem ' delimited by size
                  wrk-margem-ED delimited by size
                  ' ' delimited by size
                  wrk-perc-ED delimited by size
                  '%' delimited by size
             into wrk-linha
             with pointer wrk-ptr
           end-string.
           if wrk-margem < 0
               string ' ***' delimited by size
                 into wrk-linha
                 with pointer wrk-ptr
               end-string
           end-if.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0250-LINHA-MARGEM-EXIT.
           exit.

       0280-SAIDA SECTION.
      * MANDA A LINHA MONTADA PARA A TELA OU PARA O DISCO, CONFORME O
      * MODO ESCOLHIDO NO INICIO (MESMO ESQUEMA DO VENDREL.COB).
           if wrk-modo = '2'
               move wrk-linha to mar-linha
               write margem-reg
           else
               display wrk-linha(1:150)
           end-if.
       0280-SAIDA-EXIT.
           exit.

       end program MARGEM.
