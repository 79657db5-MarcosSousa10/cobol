       identification division.
       program-id. SEPARAC.
      * LISTA DE SEPARACAO (PICKING) DOS PEDIDOS FATURADOS NO DIA E
      * AINDA NAO MANIFESTADOS: PRIMEIRO AS QUANTIDADES CONSOLIDADAS
      * POR PRODUTO, NA ORDEM DA POSICAO NA PRATELEIRA
      * (PRODUTOS-POSICAO), PARA O SEPARADOR PERCORRER O DEPOSITO UMA
      * VEZ SO; DEPOIS A DIVISAO POR PEDIDO, PARA A EMBALAGEM. NO FIM
      * OS PEDIDOS LISTADOS PODEM SER MARCADOS COMO SEPARADOS
      * (PEDIDOS-SEPARADO) - O ROMANEIO.COB AVISA QUANDO VAI
      * MANIFESTAR PEDIDO QUE NUNCA FOI SEPARADO. SAI EM
      * SEPARACAO_AAAAMMDD.TXT E NA TELA.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select notafisc assign to 'NOTAFISC.DAT'
           organization is indexed
           access mode is dynamic
           record key is notafisc-chave
           file status is wrk-nf-status.
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
           select produtos assign to 'PRODUTOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is produtos-chave
           file status is wrk-prd-status.
           select cotacoes assign to 'COTACOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is cotacoes-chave
           alternate record key is cotacoes-fone with duplicates
           alternate record key is cotacoes-rastreio with duplicates
           file status is wrk-cot-status.
           select separacao-out assign to wrk-arq-separacao
           organization is line sequential
           file status is wrk-sep-status.
       data division.
       file section.
       FD notafisc.
       COPY NOTAFISC.

       FD pedidos.
       COPY PEDIDOS.

       FD peditens.
       COPY PEDITENS.

       FD produtos.
       COPY PRODUTOS.

       FD cotacoes.
       COPY COTACOES.

       FD separacao-out.
       01 separacao-reg.
           05 sep-linha pic x(150).

       working-storage section.
       77 wrk-nf-status pic x(02).
       77 wrk-ped-status pic x(02).
       77 wrk-itn-status pic x(02).
       77 wrk-prd-status pic x(02).
       77 wrk-cot-status pic x(02).
       77 wrk-sep-status pic x(02).
       77 wrk-arq-separacao pic x(60) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-data-fat pic 9(08) value zeros.
       77 wrk-linha pic x(150) value spaces.
       77 wrk-resp pic x(01) value spaces.
       77 wrk-qt-marcados pic 9(05) value zeros.
       77 wrk-qt-sem-codigo pic 9(05) value zeros.
       77 wrk-qtde-ED pic zzzzzz9 value zeros.
       77 wrk-posicao pic x(10) value spaces.
      * LINHA DE KIT SEPARA OS COMPONENTES (KITLER) - O CONSOLIDADO
      * RECEBE CADA UM PELA QUANTIDADE DA LINHA X QUANTIDADE NO KIT.
       COPY KITLNK.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-sep-codigo pic 9(05) value zeros.
       77 wrk-sep-qtde pic 9(07) value zeros.
       77 wrk-sep-produto pic x(30) value spaces.
       77 wrk-sw-kit pic x(01) value 'N'.
           88 wrk-linha-kit value 'S'.
      * PEDIDOS JA MANIFESTADOS NUM ROMANEIO (COTACAO CONFIRMADA COM
      * DATA DE MANIFESTO) - FICAM FORA DA LISTA.
       77 wrk-qt-man pic 9(03) value zeros.
       77 wrk-ix-man pic 9(03) value zeros.
       01 tab-manifestados.
           05 tab-man-pedido pic 9(06) occurs 500 times.
       77 wrk-sw-manifestado pic x(01) value 'N'.
           88 wrk-pedido-manifestado value 'S'.
      * PEDIDOS DA LISTA, NA ORDEM DAS NOTAS.
       77 wrk-qt-ped pic 9(03) value zeros.
       77 wrk-ix-ped pic 9(03) value zeros.
       01 tab-pedidos.
           05 tab-ped-item occurs 200 times.
               10 tab-ped-numero   pic 9(06).
               10 tab-ped-nf       pic 9(08).
               10 tab-ped-fone     pic 9(09).
               10 tab-ped-deposito pic 9(02).
      * PRODUTOS CONSOLIDADOS, MANTIDOS EM ORDEM DE POSICAO NA
      * INSERCAO (PRODUTO SEM POSICAO VAI PARA O FIM, COM HIGH-VALUES
      * NA ORDEM).
       77 wrk-qt-prd pic 9(03) value zeros.
       77 wrk-ix-prd pic 9(03) value zeros.
       77 wrk-ix-ins pic 9(03) value zeros.
       77 wrk-ordem pic x(10) value spaces.
       01 tab-produtos.
           05 tab-prd-item occurs 500 times.
               10 tab-prd-ordem     pic x(10).
               10 tab-prd-codigo    pic 9(05).
               10 tab-prd-posicao   pic x(10).
               10 tab-prd-descricao pic x(30).
               10 tab-prd-qtde      pic 9(07).
               10 tab-prd-qt-ped    pic 9(03).

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           display "data do faturamento (AAAAMMDD, 0 = hoje): ".
           accept wrk-data-fat.
           if wrk-data-fat = 0
               move wrk-data-hoje to wrk-data-fat
           end-if.
           open input notafisc.
           if wrk-nf-status not = '00'
               display "livro de notas fiscais indisponivel"
               go to 0300-final
           end-if.
           open i-o pedidos.
           if wrk-ped-status not = '00'
               display "arquivo de pedidos indisponivel"
               close notafisc
               go to 0300-final
           end-if.
           open input peditens.
           open input produtos.
           open input cotacoes.
           perform 0100-MANIFESTADOS thru 0100-MANIFESTADOS-EXIT.
           perform 0200-SELECIONAR thru 0200-SELECIONAR-EXIT.
           if wrk-qt-ped = 0
               display "nenhum pedido faturado em " wrk-data-fat
                       " para separar"
           else
               move spaces to wrk-arq-separacao
               string 'SEPARACAO_'  delimited by size
                      wrk-data-fat  delimited by size
                      '.TXT'        delimited by size
                 into wrk-arq-separacao
               end-string
               open output separacao-out
               perform 0400-CONSOLIDADO thru 0400-CONSOLIDADO-EXIT
               perform 0500-POR-PEDIDO thru 0500-POR-PEDIDO-EXIT
               close separacao-out
               display "lista gravada em " wrk-arq-separacao
               display "marcar os " wrk-qt-ped
                       " pedidos como separados (S/N)? "
               accept wrk-resp
               if wrk-resp = 'S' or wrk-resp = 's'
                   perform 0600-MARCAR thru 0600-MARCAR-EXIT
               end-if
           end-if.
           close cotacoes.
           close produtos.
           close peditens.
           close pedidos.
           close notafisc.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-MANIFESTADOS SECTION.
      * PEDIDOS QUE JA SAIRAM NUM ROMANEIO, PELA COTACAO QUE OS GEROU.
           move 0 to wrk-qt-man.
           if wrk-cot-status not = '00'
               go to 0100-MANIFESTADOS-EXIT
           end-if.
           move 0 to cotacoes-numero.
           start cotacoes key is greater cotacoes-chave
               invalid key
                   move '10' to wrk-cot-status
           end-start.
           if wrk-cot-status not = '10'
               read cotacoes next
                   at end move '10' to wrk-cot-status
               end-read
           end-if.
           perform until wrk-cot-status = '10'
               if cotacoes-pedido not = 0
                  and cotacoes-manifesto not = 0
                  and cotacoes-manifesto not < wrk-data-fat
                   if wrk-qt-man < 500
                       add 1 to wrk-qt-man
                       move cotacoes-pedido
                         to tab-man-pedido(wrk-qt-man)
                   end-if
               end-if
               read cotacoes next
                   at end move '10' to wrk-cot-status
               end-read
           end-perform.
           move '00' to wrk-cot-status.
       0100-MANIFESTADOS-EXIT.
           exit.

       0200-SELECIONAR SECTION.
      * NOTAS DO DIA: PEDIDO FATURADO (OU JA COBRADO), NAO SEPARADO E
      * NAO MANIFESTADO ENTRA NA LISTA, COM OS ITENS CONSOLIDADOS.
           move 0 to wrk-qt-ped.
           move 0 to wrk-qt-prd.
           move 0 to wrk-qt-sem-codigo.
           move 0 to nf-numero.
           start notafisc key is greater notafisc-chave
               invalid key
                   move '10' to wrk-nf-status
           end-start.
           if wrk-nf-status not = '10'
               read notafisc next
                   at end move '10' to wrk-nf-status
               end-read
           end-if.
           perform until wrk-nf-status = '10'
               if nf-data = wrk-data-fat
                   perform 0210-SELECIONAR-NOTA
                       thru 0210-SELECIONAR-NOTA-EXIT
               end-if
               read notafisc next
                   at end move '10' to wrk-nf-status
               end-read
           end-perform.
           move '00' to wrk-nf-status.
       0200-SELECIONAR-EXIT.
           exit.

       0210-SELECIONAR-NOTA SECTION.
           move nf-pedido to pedidos-numero.
           read pedidos key is pedidos-chave
               invalid key
                   go to 0210-SELECIONAR-NOTA-EXIT
           end-read.
           if not pedidos-sit-faturado and not pedidos-sit-cobrado
               go to 0210-SELECIONAR-NOTA-EXIT
           end-if.
           if pedidos-separado not = 0
               go to 0210-SELECIONAR-NOTA-EXIT
           end-if.
           move 'N' to wrk-sw-manifestado.
           perform varying wrk-ix-man from 1 by 1
                   until wrk-ix-man > wrk-qt-man
               if tab-man-pedido(wrk-ix-man) = pedidos-numero
                   set wrk-pedido-manifestado to true
               end-if
           end-perform.
           if wrk-pedido-manifestado
               go to 0210-SELECIONAR-NOTA-EXIT
           end-if.
           if wrk-qt-ped = 200
               display "lista cheia - pedido " pedidos-numero
                       " fica para a proxima"
               go to 0210-SELECIONAR-NOTA-EXIT
           end-if.
           add 1 to wrk-qt-ped.
           move pedidos-numero to tab-ped-numero(wrk-qt-ped).
           move nf-numero to tab-ped-nf(wrk-qt-ped).
           move pedidos-fone to tab-ped-fone(wrk-qt-ped).
           move pedidos-deposito to tab-ped-deposito(wrk-qt-ped).
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
               if itens-qtde > 0
                   if itens-codigo = 0
                       add 1 to wrk-qt-sem-codigo
                   else
                       perform 0215-SOMAR-LINHA
                           thru 0215-SOMAR-LINHA-EXIT
                   end-if
               end-if
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
       0210-SELECIONAR-NOTA-EXIT.
           exit.

       0215-SOMAR-LINHA SECTION.
      * PRODUTO COMUM ENTRA DIRETO NO CONSOLIDADO; KIT ENTRA PELOS
      * COMPONENTES.
           move itens-codigo to wrk-sep-codigo.
           move itens-qtde to wrk-sep-qtde.
           move itens-produto to wrk-sep-produto.
           move itens-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   move 'N' to produtos-kit-sw
           end-read.
           if not produtos-e-kit
               perform 0220-SOMAR-PRODUTO thru 0220-SOMAR-PRODUTO-EXIT
               go to 0215-SOMAR-LINHA-EXIT
           end-if.
           move itens-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
                      or lnk-kit-nao-achado
               move lnk-kit-comp-codigo(wrk-ix-comp) to wrk-sep-codigo
               compute wrk-sep-qtde = itens-qtde
                   * lnk-kit-comp-qtde(wrk-ix-comp)
               move 'COMPONENTE DE KIT' to wrk-sep-produto
               perform 0220-SOMAR-PRODUTO thru 0220-SOMAR-PRODUTO-EXIT
           end-perform.
       0215-SOMAR-LINHA-EXIT.
           exit.

       0220-SOMAR-PRODUTO SECTION.
      * SOMA WRK-SEP-QTDE NO PRODUTO JA CONSOLIDADO OU ABRE UMA ENTRADA
      * NOVA NA POSICAO CERTA DA TABELA (ORDEM DE PRATELEIRA, DEPOIS
      * CODIGO).
           perform varying wrk-ix-prd from 1 by 1
                   until wrk-ix-prd > wrk-qt-prd
                      or tab-prd-codigo(wrk-ix-prd) = wrk-sep-codigo
               continue
           end-perform.
           if wrk-ix-prd not > wrk-qt-prd
               add wrk-sep-qtde to tab-prd-qtde(wrk-ix-prd)
               add 1 to tab-prd-qt-ped(wrk-ix-prd)
               go to 0220-SOMAR-PRODUTO-EXIT
           end-if.
           if wrk-qt-prd = 500
               display "tabela de produtos cheia - produto "
                       wrk-sep-codigo " fora do consolidado"
               go to 0220-SOMAR-PRODUTO-EXIT
           end-if.
           move spaces to wrk-posicao.
           move wrk-sep-produto to produtos-descricao.
           move wrk-sep-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   move wrk-sep-produto to produtos-descricao
               not invalid key
                   move produtos-posicao to wrk-posicao
           end-read.
           if wrk-posicao = spaces
               move high-values to wrk-ordem
           else
               move wrk-posicao to wrk-ordem
           end-if.
           perform varying wrk-ix-ins from 1 by 1
                   until wrk-ix-ins > wrk-qt-prd
                      or tab-prd-ordem(wrk-ix-ins) > wrk-ordem
                      or (tab-prd-ordem(wrk-ix-ins) = wrk-ordem
                          and tab-prd-codigo(wrk-ix-ins)
                              > wrk-sep-codigo)
               continue
           end-perform.
           perform varying wrk-ix-prd from wrk-qt-prd by -1
                   until wrk-ix-prd < wrk-ix-ins
               move tab-prd-item(wrk-ix-prd)
                 to tab-prd-item(wrk-ix-prd + 1)
           end-perform.
           add 1 to wrk-qt-prd.
           move wrk-ordem to tab-prd-ordem(wrk-ix-ins).
           move wrk-sep-codigo to tab-prd-codigo(wrk-ix-ins).
           move wrk-posicao to tab-prd-posicao(wrk-ix-ins).
           move produtos-descricao to tab-prd-descricao(wrk-ix-ins).
           move wrk-sep-qtde to tab-prd-qtde(wrk-ix-ins).
           move 1 to tab-prd-qt-ped(wrk-ix-ins).
       0220-SOMAR-PRODUTO-EXIT.
           exit.

       0400-CONSOLIDADO SECTION.
           move spaces to wrk-linha.
           string 'LISTA DE SEPARACAO - FATURAMENTO DE '
                                               delimited by size
                  wrk-data-fat delimited by size
                  ' - ' delimited by size
                  wrk-qt-ped delimited by size
                  ' PEDIDOS' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move '=== CONSOLIDADO POR PRODUTO (ORDEM DE PRATELEIRA)'
             to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'POSICAO    CODIGO DESCRICAO' delimited by size
                  '                          QTDE  PEDIDOS'
                                               delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-prd from 1 by 1
                   until wrk-ix-prd > wrk-qt-prd
               if tab-prd-posicao(wrk-ix-prd) = spaces
                   move 'S/POSICAO' to wrk-posicao
               else
                   move tab-prd-posicao(wrk-ix-prd) to wrk-posicao
               end-if
               move tab-prd-qtde(wrk-ix-prd) to wrk-qtde-ED
               move spaces to wrk-linha
               string wrk-posicao delimited by size
                      ' ' delimited by size
                      tab-prd-codigo(wrk-ix-prd) delimited by size
                      '  ' delimited by size
                      tab-prd-descricao(wrk-ix-prd) delimited by size
                      ' ' delimited by size
                      wrk-qtde-ED delimited by size
                      '    ' delimited by size
                      tab-prd-qt-ped(wrk-ix-prd) delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-perform.
           if wrk-qt-sem-codigo > 0
               move spaces to wrk-linha
               string 'ITENS FORA DO CATALOGO: ' delimited by size
                      wrk-qt-sem-codigo delimited by size
                      ' (VER DIVISAO POR PEDIDO)' delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
       0400-CONSOLIDADO-EXIT.
           exit.

       0500-POR-PEDIDO SECTION.
      * DIVISAO POR PEDIDO PARA A EMBALAGEM, COM A POSICAO DE CADA
      * ITEM PARA A CONFERENCIA.
           move ' ' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move '=== DIVISAO POR PEDIDO' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-ped from 1 by 1
                   until wrk-ix-ped > wrk-qt-ped
               perform 0510-PEDIDO thru 0510-PEDIDO-EXIT
           end-perform.
           move ' ' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'SEPARADO POR: ____________________' delimited by size
                  '  CONFERIDO POR: ____________________'
                                               delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0500-POR-PEDIDO-EXIT.
           exit.

       0510-PEDIDO SECTION.
           move spaces to wrk-linha.
           string 'PEDIDO ' delimited by size
                  tab-ped-numero(wrk-ix-ped) delimited by size
                  '  NF ' delimited by size
                  tab-ped-nf(wrk-ix-ped) delimited by size
                  '  DEPOSITO ' delimited by size
                  tab-ped-deposito(wrk-ix-ped) delimited by size
                  '  CLIENTE ' delimited by size
                  tab-ped-fone(wrk-ix-ped) delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move tab-ped-numero(wrk-ix-ped) to itens-pedido.
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
                   or itens-pedido not = tab-ped-numero(wrk-ix-ped)
               if itens-qtde > 0
                   move 'S/POSICAO' to wrk-posicao
                   move 'N' to wrk-sw-kit
                   if itens-codigo not = 0
                       move itens-codigo to produtos-codigo
                       read produtos key is produtos-chave
                           invalid key
                               continue
                           not invalid key
                               if produtos-posicao not = spaces
                                   move produtos-posicao to wrk-posicao
                               end-if
                               if produtos-e-kit
                                   move 'KIT' to wrk-posicao
                                   set wrk-linha-kit to true
                               end-if
                       end-read
                   end-if
                   move itens-qtde to wrk-qtde-ED
                   move spaces to wrk-linha
                   string '  ' delimited by size
                          wrk-posicao delimited by size
                          ' ' delimited by size
                          itens-codigo delimited by size
                          '  ' delimited by size
                          itens-produto delimited by size
                          ' ' delimited by size
                          wrk-qtde-ED delimited by size
                     into wrk-linha
                   end-string
                   perform 0280-SAIDA thru 0280-SAIDA-EXIT
                   if wrk-linha-kit
                       perform 0515-COMPONENTES
                           thru 0515-COMPONENTES-EXIT
                   end-if
               end-if
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
       0510-PEDIDO-EXIT.
           exit.

       0515-COMPONENTES SECTION.
      * DEBAIXO DA LINHA DO KIT, O QUE SEPARAR DE CADA COMPONENTE.
           move itens-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
                      or lnk-kit-nao-achado
               move 'S/POSICAO' to wrk-posicao
               move 'FORA DO CATALOGO' to produtos-descricao
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       continue
                   not invalid key
                       if produtos-posicao not = spaces
                           move produtos-posicao to wrk-posicao
                       end-if
               end-read
               compute wrk-qtde-ED = itens-qtde
                   * lnk-kit-comp-qtde(wrk-ix-comp)
               move spaces to wrk-linha
               string '    ' delimited by size
                      wrk-posicao delimited by size
                      ' ' delimited by size
                      produtos-codigo delimited by size
                      '  ' delimited by size
                      produtos-descricao delimited by size
                      ' ' delimited by size
                      wrk-qtde-ED delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-perform.
       0515-COMPONENTES-EXIT.
           exit.

       0600-MARCAR SECTION.
      * MARCA OS PEDIDOS DA LISTA COMO SEPARADOS HOJE.
           move 0 to wrk-qt-marcados.
           perform varying wrk-ix-ped from 1 by 1
                   until wrk-ix-ped > wrk-qt-ped
               move tab-ped-numero(wrk-ix-ped) to pedidos-numero
               read pedidos key is pedidos-chave
                   invalid key
                       continue
                   not invalid key
                       move wrk-data-hoje to pedidos-separado
                       rewrite pedidos-reg
                           invalid key
                               display "pedido " pedidos-numero
                                       " nao marcado"
                           not invalid key
                               add 1 to wrk-qt-marcados
                       end-rewrite
               end-read
           end-perform.
           display "pedidos marcados como separados: " wrk-qt-marcados.
       0600-MARCAR-EXIT.
           exit.

       0280-SAIDA SECTION.
      * CADA LINHA VAI PARA O ARQUIVO DO DIA E PARA A TELA.
           move wrk-linha to sep-linha.
           write separacao-reg.
           display wrk-linha(1:110).
       0280-SAIDA-EXIT.
           exit.

       end program SEPARAC.
