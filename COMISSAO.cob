           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select vendedores assign to
               'VENDEDORES.DAT'
       77 wrk-com-status pic x(02).
       77 wrk-modo pic x(01) value '1'.
       77 wrk-competencia pic 9(06) value zeros.
      * PARAMETRO DE LINHA DE COMANDO - 'MENSAL' FECHA O MES CORRENTE
      * EM DISCO SEM OPERADOR, NO ULTIMO DIA UTIL (NOTURNO.COB).
       77 wrk-param-cmd pic x(20) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
      * PEDIDOS DO MES COM VENDEDOR, CARREGADOS EM TABELA PARA A
      * QUEBRA VENDEDOR/CLIENTE (MESMA TECNICA DO TAB-AGING DO
      * TITAGING.COB).

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-param-cmd from command-line.
           if wrk-param-cmd(1:6) = 'MENSAL'
               accept wrk-data-hoje from date YYYYMMDD
               move wrk-data-hoje(1:6) to wrk-competencia
               move '2' to wrk-modo
           else
               display "comissoes - competencia (AAAAMM): "
               accept wrk-competencia
               display "saida (1-tela 2-disco): "
               accept wrk-modo
           end-if.
           open input pedidos.
           if wrk-ped-status not = '00'
               display "arquivo de pedidos indisponivel"
               move 8 to return-code
               go to 0300-final
           end-if.
           open input vendedores.
           if wrk-ven-status not = '00'
               display "cadastro de vendedores indisponivel"
               move 8 to return-code
               close pedidos
               go to 0300-final
           end-if.
      * CARREGA NA TABELA OS PEDIDOS DA COMPETENCIA QUE CONTAM
      * COMISSAO: FATURADOS OU JA COBRADOS, COM VENDEDOR - CANCELADO
      * E ABERTO FICAM FORA.
      * SO O MES DA COMPETENCIA, PELA CHAVE ALTERNADA DE DATA.
           move 0 to wrk-qt-ped.
           move 0 to pedidos-data.
           move wrk-competencia to pedidos-data(1:6).
           start pedidos key is not less pedidos-data
               invalid key
                   move '10' to wrk-ped-status
           end-start.
               end-read
           end-if.
           perform until wrk-ped-status = '10'
                   or pedidos-data(1:6) not = wrk-competencia
               if (pedidos-sit-faturado or pedidos-sit-cobrado)
                  and pedidos-vendedor not = 0
                   if wrk-qt-ped < 500
                       add 1 to wrk-qt-ped
                       move pedidos-vendedor
                         to tab-com-vendedor(wrk-qt-ped)
                       move pedidos-fone to tab-com-fone(wrk-qt-ped)
      * COMISSAO SOBRE O LIQUIDO DAS DEVOLUCOES.
                       compute tab-com-total(wrk-qt-ped) =
                           pedidos-total - pedidos-devolvido
                       move 'N' to tab-com-usado(wrk-qt-ped)
                   else
                       display "tabela cheia - pedido "
