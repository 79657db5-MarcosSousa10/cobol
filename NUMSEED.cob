           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select cotacoes assign to 'COTACOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is cotacoes-chave
           alternate record key is cotacoes-fone with duplicates
           alternate record key is cotacoes-rastreio with duplicates
           file status is wrk-cot-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
