           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select peditens assign to 'PEDITENS.DAT'
           organization is indexed
               10 tab-prd-qtde    pic 9(07).
               10 tab-prd-total   pic 9(10)v99.
       77 wrk-uf-pedido pic x(02) value spaces.
      * VENDA LIQUIDA - O QUE VOLTOU EM DEVOLUCAO (DEVOLUC.COB) SAI DO
      * PEDIDO E DA LINHA.
       77 wrk-valor-liq pic 9(08)v99 value zeros.
       77 wrk-qtde-liq pic 9(03) value zeros.
       77 wrk-sw-achou pic x(01) value 'N'.
           88 wrk-na-tabela value 'S'.

      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-ACUMULAR SECTION.
      * SO O PERIODO PEDIDO, PELA CHAVE ALTERNADA DE DATA.
           move wrk-data-de to pedidos-data.
           start pedidos key is not less pedidos-data
               invalid key
                   move '10' to wrk-ped-status
           end-start.
               end-read
           end-if.
           perform until wrk-ped-status = '10'
                   or pedidos-data greater wrk-data-ate
               if pedidos-sit-faturado or pedidos-sit-cobrado
                   perform 0120-ACUMULAR-PEDIDO
                       thru 0120-ACUMULAR-PEDIDO-EXIT
               end-if

       0120-ACUMULAR-PEDIDO SECTION.
           add 1 to wrk-qt-pedidos.
           compute wrk-valor-liq = pedidos-total - pedidos-devolvido.
           add wrk-valor-liq to wrk-tot-geral.
      * POR DIA.
           move 'N' to wrk-sw-achou.
           perform varying wrk-ix-dia from 1 by 1
           end-if.
           if wrk-ix-dia > 0
               add 1 to tab-dia-qt(wrk-ix-dia)
               add wrk-valor-liq to tab-dia-total(wrk-ix-dia)
           end-if.
      * POR UF - A ENTREGA PROPRIA DO PEDIDO GANHA DA UF DO CADASTRO.
           if pedidos-ent-uf not = spaces
           end-if.
           if wrk-ix-uf > 0
               add 1 to tab-uf-qt(wrk-ix-uf)
               add wrk-valor-liq to tab-uf-total(wrk-ix-uf)
           end-if.
      * POR PRODUTO - UMA PASSADA NOS ITENS DO PEDIDO.
           perform 0140-ACUMULAR-ITENS thru 0140-ACUMULAR-ITENS-EXIT.
                       move 0 to wrk-ix-prd
                   end-if
               end-if
               compute wrk-qtde-liq = itens-qtde - itens-qtde-dev
               if wrk-ix-prd > 0
                   add wrk-qtde-liq to tab-prd-qtde(wrk-ix-prd)
                   compute tab-prd-total(wrk-ix-prd) =
                       tab-prd-total(wrk-ix-prd) +
                       (wrk-qtde-liq * itens-valor)
               end-if
               read peditens next
                   at end move '10' to wrk-itn-status
