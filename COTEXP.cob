           access mode is dynamic
           record key is cotacoes-chave
           alternate record key is cotacoes-fone with duplicates
           alternate record key is cotacoes-rastreio with duplicates
           file status is wrk-cot-status.
           select historico assign to
               "COTACOES_HIST.TXT"
