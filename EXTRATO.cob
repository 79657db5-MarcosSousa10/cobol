      * SALDO DEVEDOR CORRENTE LINHA A LINHA - A HISTORIA QUE O
      * OPERADOR MONTAVA DE CABECA ENTRE TRES TELAS QUANDO O CLIENTE
      * CONTESTAVA UMA COBRANCA. SAI NA TELA E, SE PEDIDO, EM
      * EXTRATO_CLIENTE.TXT PARA ENVIAR AO CLIENTE. NO FIM, O PIX
      * COPIA E COLA DE CADA TITULO EM ABERTO. OS PEDIDOS JA
      * ARQUIVADOS (PEDIDOS_HIST.DAT) ENTRAM MARCADOS COMO TAL.

       environment division.
       configuration section.
           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
      * PEDIDOS ANTIGOS JA ARQUIVADOS PELO PEDARQ.COB - CONTINUAM NO
      * EXTRATO, PELA MESMA CHAVE DE TELEFONE.
           select pedhist assign to 'PEDIDOS_HIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is pedhist-chave
           alternate record key is phis-fone with duplicates
           file status is wrk-phs-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select devolucoes assign to 'DEVOLUCOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is devolucoes-chave
           file status is wrk-dev-status.
           select extrato-out assign to
               "EXTRATO_CLIENTE.TXT"
           organization is line sequential
       FD pedidos.
       COPY PEDIDOS.

       FD pedhist.
       COPY PEDHIST.

       FD titulos.
       COPY TITULOS.

       FD devolucoes.
       COPY DEVOLUC.

       FD extrato-out.
       01 extrato-reg.
           05 ext-linha pic x(200).

       working-storage section.
       77 wrk-cli-status pic x(02).
       77 wrk-ped-status pic x(02).
       77 wrk-phs-status pic x(02).
       77 wrk-sw-arquivado pic x(01) value 'N'.
           88 wrk-pedido-arquivado value 'S'.
       77 wrk-descr pic x(30) value spaces.
       77 wrk-tit-status pic x(02).
       77 wrk-dev-status pic x(02).
       77 wrk-ext-status pic x(02).
       77 wrk-modo pic x(01) value '1'.
       77 wrk-fone pic 9(09) value zeros.
      * EVENTOS DO CLIENTE, CARREGADOS EM TABELA E ORDENADOS POR DATA
      * (SELECAO SIMPLES, COMO OS COMUNICADOS DO MENU.COB). TIPO:
      * P = PEDIDO (SO INFORMA), T = TITULO EMITIDO (ENTRA NO SALDO),
      * G = PAGAMENTO (SAI DO SALDO), D = DEVOLUCAO (SO INFORMA - O
      * ABATIMENTO JA ESTA NO VALOR DO TITULO).
       77 wrk-qt-ev pic 9(03) value zeros.
       77 wrk-ix-ev pic 9(03) value zeros.
       77 wrk-ix-ev2 pic 9(03) value zeros.
       77 wrk-saldo pic s9(10)v99 value zeros.
       77 wrk-saldo-ED pic -zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED pic zzz.zzz.zz9,99 value zeros.
      * PIX COPIA E COLA DOS TITULOS EM ABERTO (PIXGER).
       COPY PIXLNK.
       77 wrk-qt-pix pic 9(03) value zeros.

       procedure division.
       0050-PRINCIPAL SECTION.
           end-if.
           perform 0100-CARREGAR-PEDIDOS
               thru 0100-CARREGAR-PEDIDOS-EXIT.
           open input pedhist.
           if wrk-phs-status = '00'
               perform 0110-CARREGAR-ARQUIVADOS
                   thru 0110-CARREGAR-ARQUIVADOS-EXIT
               close pedhist
           end-if.
           perform 0120-CARREGAR-TITULOS
               thru 0120-CARREGAR-TITULOS-EXIT.
           open input devolucoes.
           if wrk-dev-status = '00'
               perform 0140-CARREGAR-DEVOLUCOES
                   thru 0140-CARREGAR-DEVOLUCOES-EXIT
               close devolucoes
           end-if.
           perform 0150-ORDENAR thru 0150-ORDENAR-EXIT.
           perform 0200-EMITIR thru 0200-EMITIR-EXIT.
           perform 0250-PIX-ABERTOS thru 0250-PIX-ABERTOS-EXIT.
           if wrk-modo = '2'
               close extrato-out
               display "extrato gravado em EXTRATO_CLIENTE.TXT"
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-CARREGAR-PEDIDOS SECTION.
      * LEITURA PELA CHAVE ALTERNADA DE TELEFONE - SO OS PEDIDOS DO
      * PROPRIO CLIENTE, SEM VARRER O ARQUIVO INTEIRO.
           move 'N' to wrk-sw-arquivado.
           move wrk-fone to pedidos-fone.
           start pedidos key is equal pedidos-fone
               invalid key
                   move '10' to wrk-ped-status
           end-start.
               end-read
           end-if.
           perform until wrk-ped-status = '10'
                   or pedidos-fone not = wrk-fone
               perform 0105-EVENTO-PEDIDO
                   thru 0105-EVENTO-PEDIDO-EXIT
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
       0100-CARREGAR-PEDIDOS-EXIT.
           exit.

       0105-EVENTO-PEDIDO SECTION.
      * O PEDIDO CORRENTE (VIVO OU TRAZIDO DO HISTORICO PARA
      * PEDIDOS-REG) VIRA UM EVENTO INFORMATIVO.
           if wrk-qt-ev not < 600
               go to 0105-EVENTO-PEDIDO-EXIT
           end-if.
           add 1 to wrk-qt-ev.
           move pedidos-data to tab-ev-data(wrk-qt-ev).
           move 'P' to tab-ev-tipo(wrk-qt-ev).
           move pedidos-numero to tab-ev-ref(wrk-qt-ev).
           move pedidos-total to tab-ev-valor(wrk-qt-ev).
      * FATURADO EM PARTE MOSTRA O BACKORDER COM O QUE AINDA DEVE;
      * O BACKORDER ABERTO MOSTRA DE QUAL PEDIDO VEIO.
           evaluate true
               when pedidos-backorder not = 0
                   move spaces to tab-ev-descr(wrk-qt-ev)
                   string 'FAT. PARCIAL - PENDENTE '
                              delimited by size
                          pedidos-backorder delimited by size
                     into tab-ev-descr(wrk-qt-ev)
                   end-string
               when pedidos-sit-aberto
                and pedidos-origem not = 0
                   move spaces to tab-ev-descr(wrk-qt-ev)
                   string 'BACKORDER DO PEDIDO '
                              delimited by size
                          pedidos-origem delimited by size
                     into tab-ev-descr(wrk-qt-ev)
                   end-string
               when pedidos-sit-aberto
                   move 'PEDIDO ABERTO'
                     to tab-ev-descr(wrk-qt-ev)
               when pedidos-sit-faturado
                   move 'PEDIDO FATURADO'
                     to tab-ev-descr(wrk-qt-ev)
               when pedidos-sit-cobrado
                   move 'PEDIDO EM COBRANCA'
                     to tab-ev-descr(wrk-qt-ev)
               when pedidos-sit-cancelado
                   move 'PEDIDO CANCELADO'
                     to tab-ev-descr(wrk-qt-ev)
           end-evaluate.
           if wrk-pedido-arquivado
               move spaces to wrk-descr
               string tab-ev-descr(wrk-qt-ev) delimited by '  '
                      ' (ARQUIVADO)' delimited by size
                 into wrk-descr
               end-string
               move wrk-descr to tab-ev-descr(wrk-qt-ev)
           end-if.
       0105-EVENTO-PEDIDO-EXIT.
           exit.

       0110-CARREGAR-ARQUIVADOS SECTION.
      * PEDIDOS DO CLIENTE NO HISTORICO (PEDARQ.COB): A IMAGEM VOLTA
      * PARA PEDIDOS-REG E ENTRA NO EXTRATO COMO OS VIVOS.
           move 'S' to wrk-sw-arquivado.
           move wrk-fone to phis-fone.
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
                   or phis-fone not = wrk-fone
               move phis-imagem to pedidos-reg
               perform 0105-EVENTO-PEDIDO
                   thru 0105-EVENTO-PEDIDO-EXIT
               read pedhist next
                   at end move '10' to wrk-phs-status
               end-read
           end-perform.
           move 'N' to wrk-sw-arquivado.
           move '00' to wrk-phs-status.
       0110-CARREGAR-ARQUIVADOS-EXIT.
           exit.

       0120-CARREGAR-TITULOS SECTION.
      * CADA TITULO DO CLIENTE VIRA UM EVENTO DE EMISSAO (ENTRA NO
      * SALDO) E, SE PAGO OU PARCIALMENTE PAGO, UM EVENTO DE
                     to tab-ev-descr(wrk-qt-ev)
               end-if
           end-if.
      * PERDA, CANCELAMENTO E RENEGOCIACAO TIRAM O RESTANTE DO SALDO
      * DEVEDOR - NA RENEGOCIACAO A DIVIDA VOLTA NAS PARCELAS DO
      * ACORDO, QUE SAO TITULOS PROPRIOS.
           if (titulos-sit-perda or titulos-sit-cancelado
               or titulos-sit-renegociado)
              and wrk-qt-ev < 600
               add 1 to wrk-qt-ev
               if titulos-data-perda not = 0
                   titulos-valor - titulos-valor-pago
               if titulos-sit-perda
                   move 'BAIXA POR PERDA' to tab-ev-descr(wrk-qt-ev)
               end-if
               if titulos-sit-renegociado
                   move 'RENEGOCIADO EM ACORDO'
                     to tab-ev-descr(wrk-qt-ev)
               end-if
               if titulos-sit-cancelado
                   move 'TITULO CANCELADO' to tab-ev-descr(wrk-qt-ev)
               end-if
           end-if.
       0130-EVENTOS-TITULO-EXIT.
           exit.

       0140-CARREGAR-DEVOLUCOES SECTION.
      * DEVOLUCOES DO CLIENTE (DEVOLUC.COB): A NOTA DE CREDITO SAI
      * COMO INFORMACAO E O SALDO CREDOR QUE SOBROU DEPOIS DE ABATER
      * OS TITULOS DO PEDIDO SAI DO SALDO DEVEDOR.
           move 0 to dev-numero.
           start devolucoes key is greater devolucoes-chave
               invalid key
                   move '10' to wrk-dev-status
           end-start.
           if wrk-dev-status not = '10'
               read devolucoes next
                   at end move '10' to wrk-dev-status
               end-read
           end-if.
           perform until wrk-dev-status = '10'
               if dev-fone = wrk-fone and wrk-qt-ev < 600
                   add 1 to wrk-qt-ev
                   move dev-data to tab-ev-data(wrk-qt-ev)
                   move 'D' to tab-ev-tipo(wrk-qt-ev)
                   move dev-numero to tab-ev-ref(wrk-qt-ev)
                   move dev-valor to tab-ev-valor(wrk-qt-ev)
                   move spaces to tab-ev-descr(wrk-qt-ev)
                   string 'DEVOLUCAO NF ' delimited by size
                          dev-nf delimited by size
                     into tab-ev-descr(wrk-qt-ev)
                   end-string
               end-if
               if dev-fone = wrk-fone and dev-saldo-credito > 0
                  and wrk-qt-ev < 600
                   add 1 to wrk-qt-ev
                   move dev-data to tab-ev-data(wrk-qt-ev)
                   move 'G' to tab-ev-tipo(wrk-qt-ev)
                   move dev-numero to tab-ev-ref(wrk-qt-ev)
                   move dev-saldo-credito to tab-ev-valor(wrk-qt-ev)
                   move 'CREDITO DE DEVOLUCAO'
                     to tab-ev-descr(wrk-qt-ev)
               end-if
               read devolucoes next
                   at end move '10' to wrk-dev-status
               end-read
           end-perform.
           move '00' to wrk-dev-status.
       0140-CARREGAR-DEVOLUCOES-EXIT.
           exit.

       0150-ORDENAR SECTION.
      * ORDENA OS EVENTOS POR DATA, DO MAIS ANTIGO PARA O MAIS NOVO
      * (SELECAO SIMPLES, COMO O 0045-BULLETINS DO MENU.COB).
       0200-EMITIR-EXIT.
           exit.

       0250-PIX-ABERTOS SECTION.
      * DEPOIS DO SALDO, UM PIX COPIA E COLA POR TITULO EM ABERTO,
      * PELO QUE FALTA RECEBER E COM O NUMERO DO TITULO COMO TXID -
      * O CLIENTE PAGA DIRETO DO EXTRATO E O PIXRET.COB BAIXA.
           move 0 to wrk-qt-pix.
           move wrk-fone to titulos-fone.
           start titulos key is equal titulos-fone
               invalid key
                   move '10' to wrk-tit-status
           end-start.
           if wrk-tit-status not = '10'
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-if.
           perform until wrk-tit-status = '10'
                   or titulos-fone not = wrk-fone
               if (titulos-sit-aberto or titulos-sit-rejeitado)
                  and titulos-valor-pago < titulos-valor
                   move titulos-numero to lnk-pix-titulo
                   compute lnk-pix-valor =
                       titulos-valor - titulos-valor-pago
                   call 'PIXGER' using lnk-pix-area
                   if lnk-pix-gerado
                       perform 0260-LINHA-PIX thru 0260-LINHA-PIX-EXIT
                   end-if
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
       0250-PIX-ABERTOS-EXIT.
           exit.

       0260-LINHA-PIX SECTION.
           if wrk-qt-pix = 0
               move spaces to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               move 'PAGUE POR PIX (COPIA E COLA):' to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
           add 1 to wrk-qt-pix.
           move lnk-pix-valor to wrk-valor-ED.
           move spaces to wrk-linha.
           string 'TITULO ' delimited by size
                  titulos-numero delimited by size
                  ' VENCIMENTO ' delimited by size
                  titulos-vencimento delimited by size
                  ' VALOR ' delimited by size
                  wrk-valor-ED delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
      * O CODIGO SAI INTEIRO NA TELA - CORTADO NAO SERVE PARA COPIAR.
           display lnk-pix-codigo(1:lnk-pix-tam).
           if wrk-modo = '2'
               move lnk-pix-codigo to ext-linha
               write extrato-reg
           end-if.
       0260-LINHA-PIX-EXIT.
           exit.

       0280-SAIDA SECTION.
      * A LINHA SEMPRE SAI NA TELA; NO MODO 2 TAMBEM VAI PARA O
      * ARQUIVO, PARA ENVIAR AO CLIENTE.
