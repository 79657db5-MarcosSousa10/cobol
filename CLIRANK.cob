      * DE N MESES (CLIRANK/MESES-INATIVO, DEFAULT 6), QUE O
      * CLIINAT.COB NAO ENXERGA PORQUE SO OLHA A SITUACAO 'I' - E A
      * LISTA DE LIGACOES DO TIME ANTES DE PERDER O CLIENTE DE VEZ.
      * VERSAO EM TELA E EM DISCO (CLIRANK.TXT). OS PEDIDOS DE CADA
      * CLIENTE SAEM PELA CHAVE ALTERNADA DE TELEFONE, JUNTO COM OS JA
      * ARQUIVADOS EM PEDIDOS_HIST.DAT (PEDARQ.COB).

       environment division.
       configuration section.
           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select pedhist assign to 'PEDIDOS_HIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is pedhist-chave
           alternate record key is phis-fone with duplicates
           file status is wrk-phs-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
       FD pedidos.
       COPY PEDIDOS.

       FD pedhist.
       COPY PEDHIST.

       FD clientes.
       COPY CLIENTES.


       working-storage section.
       77 wrk-ped-status pic x(02).
       77 wrk-phs-status pic x(02).
       77 wrk-sw-hist pic x(01) value 'N'.
           88 wrk-hist-aberto value 'S'.
       77 wrk-cli-status pic x(02).
       77 wrk-rnk-status pic x(02).
       77 wrk-modo pic x(01) value '1'.
       77 wrk-meses-inativo pic 9(02) value 6.
       77 wrk-dias-inativo pic 9(05) value zeros.
       COPY PARAMLNK.
      * ACUMULADO DO CLIENTE DA VEZ.
       77 wrk-qt-12m pic 9(05) value zeros.
       77 wrk-tot-12m pic 9(10)v99 value zeros.
       77 wrk-ultimo pic 9(08) value zeros.
       77 wrk-banda pic x(01) value spaces.
       77 wrk-qt-a pic 9(05) value zeros.
       77 wrk-qt-b pic 9(05) value zeros.
               close pedidos
               go to 0300-final
           end-if.
           open input pedhist.
           if wrk-phs-status = '00'
               set wrk-hist-aberto to true
           end-if.
           if wrk-modo = '2'
               open output ranking-out
           end-if.
           perform 0200-EMITIR thru 0200-EMITIR-EXIT.
           if wrk-modo = '2'
               close ranking-out
           end-if.
           close clientes.
           close pedidos.
           if wrk-hist-aberto
               close pedhist
           end-if.
       0300-final SECTION.
           GOBACK.

           exit.

       0100-ACUMULAR SECTION.
      * PEDIDOS DO CLIENTE CORRENTE PELA CHAVE DE TELEFONE. PEDIDO
      * CANCELADO NAO CONTA COMO COMPRA.
           move 0 to wrk-qt-12m.
           move 0 to wrk-tot-12m.
           move 0 to wrk-ultimo.
           move clientes-fone to pedidos-fone.
           start pedidos key is equal pedidos-fone
               invalid key
                   move '10' to wrk-ped-status
           end-start.
               end-read
           end-if.
           perform until wrk-ped-status = '10'
                   or pedidos-fone not = clientes-fone
               if not pedidos-sit-cancelado
                   perform 0120-ACUMULAR-PEDIDO
                       thru 0120-ACUMULAR-PEDIDO-EXIT
               end-read
           end-perform.
           move '00' to wrk-ped-status.
           if wrk-hist-aberto
               perform 0110-ACUMULAR-ARQUIVADOS
                   thru 0110-ACUMULAR-ARQUIVADOS-EXIT
           end-if.
       0100-ACUMULAR-EXIT.
           exit.

       0110-ACUMULAR-ARQUIVADOS SECTION.
      * PEDIDO ARQUIVADO TAMBEM E COMPRA - SEM ELE, O CLIENTE ANTIGO
      * PARECERIA PROSPECT E SAIRIA DA LISTA DE LIGACAO.
           move clientes-fone to phis-fone.
           start pedhist key is equal phis-fone
               invalid key
                   move '10' to wrk-phs-status
           end-start.
           if wrk-phs-status not = '10'
               read pedhist next
                   at end move '10' to wrk-phs-status
               end-read
           end-if.
           perform until wrk-phs-status = '10'
                   or phis-fone not = clientes-fone
               move phis-imagem to pedidos-reg
               if not pedidos-sit-cancelado
                   perform 0120-ACUMULAR-PEDIDO
                       thru 0120-ACUMULAR-PEDIDO-EXIT
               end-if
               read pedhist next
                   at end move '10' to wrk-phs-status
               end-read
           end-perform.
           move '00' to wrk-phs-status.
       0110-ACUMULAR-ARQUIVADOS-EXIT.
           exit.

       0120-ACUMULAR-PEDIDO SECTION.
           if pedidos-data > wrk-ultimo
               move pedidos-data to wrk-ultimo
           end-if.
           if pedidos-data not less wrk-data-corte
               add 1 to wrk-qt-12m
               add pedidos-total to wrk-tot-12m
           end-if.
       0120-ACUMULAR-PEDIDO-EXIT.
           exit.
           exit.

       0220-EMITIR-CLIENTE SECTION.
           perform 0100-ACUMULAR thru 0100-ACUMULAR-EXIT.
           if wrk-ultimo = 0
      * CLIENTE SEM PEDIDO NENHUM FICA FORA DO RANKING - E PROSPECT,
      * NAO CLIENTE PERDIDO.
               go to 0220-EMITIR-CLIENTE-EXIT
           end-if.
           evaluate true
               when wrk-tot-12m
                    not less wrk-faixa-a
                   move 'A' to wrk-banda
                   add 1 to wrk-qt-a
               when wrk-tot-12m
                    not less wrk-faixa-b
                   move 'B' to wrk-banda
                   add 1 to wrk-qt-b
                   add 1 to wrk-qt-c
           end-evaluate.
           compute wrk-dias-pedido =
               function integer-of-date(wrk-ultimo).
           compute wrk-dias-sem = wrk-dias-hoje - wrk-dias-pedido.
           move wrk-tot-12m to wrk-valor-ED.
           move spaces to wrk-linha.
           string wrk-banda delimited by size
                  ' ' delimited by size
                  ' ' delimited by size
                  clientes-nome delimited by size
                  ' pedidos 12m ' delimited by size
                  wrk-qt-12m delimited by size
                  ' total ' delimited by size
                  wrk-valor-ED delimited by size
                  ' sem pedido ha ' delimited by size
               move spaces to wrk-linha
               string '  >> LIGAR: SEM PEDIDO DESDE '
                        delimited by size
                      wrk-ultimo delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
