       identification division.
       program-id. DEVOLUC.
      * DEVOLUCAO DE MERCADORIA PELO CLIENTE, AMARRADA A NOTA FISCAL
      * ORIGINAL (NOTAFISC.DAT / PEDIDOS-NF): OS ITENS E QUANTIDADES
      * DEVOLVIDOS SAO CONFERIDOS CONTRA O PEDIDO (PEDITENS.DAT), A
      * MERCADORIA VOLTA AO ESTOQUE PELO LOG DE MOVIMENTOS (TIPO 'D')
      * E SAI UMA NOTA DE CREDITO NUMERADA (NOTA_CREDITO.TXT). O
      * CREDITO ABATE OS TITULOS ABERTOS DO PEDIDO (OU O QUE AINDA
      * IRIA PARA A REMESSA) E, COM O PEDIDO JA PAGO, FICA COMO
      * SALDO CREDOR DO CLIENTE. ACABA COM O CANCELAMENTO DE TITULO
      * NA MAO NO TITMANT E O AJUSTE AVULSO DE ESTOQUE SEM LIGACAO
      * COM A NOTA.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select devolucoes assign to 'DEVOLUCOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is devolucoes-chave
           file status is wrk-dev-status.
           select devitens assign to 'DEVITENS.DAT'
           organization is indexed
           access mode is dynamic
           record key is devitens-chave
           file status is wrk-dvi-status.
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
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
      * MESMO LOG DE MOVIMENTOS DO PRODUTOS.COB - A VOLTA DA
      * MERCADORIA ENTRA COMO TIPO 'D' COM O NUMERO DA DEVOLUCAO.
           select estoque-log assign to
               "ESTOQUE_MOV.TXT"
           organization is line sequential
           file status is wrk-mov-status.
      * MESMA TRILHA DO TITMANT.COB - O ABATIMENTO MEXE NO TITULO E
      * FICA REGISTRADO LA COM O OPERADOR.
           select titulos-aud assign to
               "TITULOS_AUD.TXT"
           organization is line sequential
           file status is wrk-aud-status.
           select nota-credito assign to
               "NOTA_CREDITO.TXT"
           organization is line sequential
           file status is wrk-ncr-status.
       data division.
       file section.
       FD devolucoes.
       COPY DEVOLUC.

       FD devitens.
       COPY DEVITENS.

       FD notafisc.
       COPY NOTAFISC.

       FD pedidos.
       COPY PEDIDOS.

       FD peditens.
       COPY PEDITENS.

       FD produtos.
       COPY PRODUTOS.

       FD titulos.
       COPY TITULOS.

       FD estoque-log.
       01 estoque-log-reg.
           05 mov-linha pic x(350).

       FD titulos-aud.
       01 titulos-aud-reg.
           05 taud-linha pic x(100).

       FD nota-credito.
       01 nota-credito-reg.
           05 ncr-linha pic x(100).

       working-storage section.
       77 wrk-dev-status pic x(02).
       77 wrk-dvi-status pic x(02).
       77 wrk-nf-status pic x(02).
       77 wrk-ped-status pic x(02).
       77 wrk-itn-status pic x(02).
       77 wrk-prd-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-mov-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-ncr-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-resp pic x(01) value spaces.
       77 wrk-operador pic x(08) value spaces.
       COPY SESSLNK.
       COPY NUMLNK.
       COPY INADLNK.
      * A MERCADORIA VOLTA PARA O DEPOSITO DE ONDE SAIU NO FATURAMENTO
      * (PEDIDO ANTIGO, SEM DEPOSITO, OU DEPOSITO JA INATIVO: VOLTA
      * PARA O PRINCIPAL).
       COPY ESTDLNK.
       77 wrk-deposito pic 9(02) value zeros.
      * PRODUTO COM CONTROLE DE LOTE VOLTA PARA O LOTE DE ONDE SAIU
      * (ITENS-LOTE) - LINHA SEM LOTE REGISTRADO ENTRA NUM LOTE
      * 'DEVOLUCAO', SEM VALIDADE.
       COPY LOTELNK.
      * LINHA DE KIT VOLTA PARA O ESTOQUE DOS COMPONENTES (KITLER), NA
      * QUANTIDADE DEVOLVIDA X QUANTIDADE NO KIT, PELO CUSTO MEDIO DE
      * CADA UM.
       COPY KITLNK.
      * A DEVOLUCAO ESTORNA OS PONTOS DE FIDELIDADE GANHOS NO VALOR
      * DEVOLVIDO (PONTMV).
       COPY PONTLNK.
       77 wrk-pontos-ED pic z.zzz.zz9 value zeros.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-kit-log pic 9(05) value zeros.
       77 wrk-entra-qtde pic 9(07) value zeros.
       77 wrk-entra-custo pic 9(08)v99 value zeros.
       77 wrk-ptr-mov pic 9(03) value zeros.
       77 wrk-sw-log pic x(01) value 'N'.
           88 wrk-log-truncado value 'S'.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic x(08) value spaces.
       77 wrk-num-nf pic 9(08) value zeros.
       77 wrk-devolucao pic 9(06) value zeros.
       77 wrk-linha-ped pic 9(03) value zeros.
       77 wrk-qtde pic 9(03) value zeros.
       77 wrk-devolvivel pic 9(03) value zeros.
       77 wrk-fone pic 9(09) value zeros.
       77 wrk-motivo pic x(40) value spaces.
      * ITENS DIGITADOS DA DEVOLUCAO - SO VAO PARA OS ARQUIVOS DEPOIS
      * DA CONFIRMACAO. A MESMA LINHA DO PEDIDO DIGITADA DUAS VEZES
      * SOMA, E A SOMA E QUE E CONFERIDA CONTRA O QUE FOI FATURADO.
       77 wrk-qt-dev pic 9(03) value zeros.
       77 wrk-ix-dev pic 9(03) value zeros.
       01 tab-devolvidos.
           05 tab-dev-item occurs 99 times.
               10 tab-dev-linha  pic 9(03).
               10 tab-dev-qtde   pic 9(03).
       77 wrk-sw-achou pic x(01) value 'N'.
           88 wrk-na-tabela value 'S'.
       77 wrk-total pic 9(08)v99 value zeros.
       77 wrk-credito pic 9(08)v99 value zeros.
       77 wrk-abatido pic 9(08)v99 value zeros.
       77 wrk-aberto pic 9(08)v99 value zeros.
       77 wrk-abate pic 9(08)v99 value zeros.
       77 wrk-valor-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-total-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-saldo-ED pic -zzzzzz9 value zeros.
       77 wrk-aud-acao pic x(10) value spaces.
       77 wrk-aud-detalhe pic x(40) value spaces.
       77 wrk-linha pic x(100) value spaces.
       77 wrk-data-de pic 9(08) value zeros.
       77 wrk-data-ate pic 9(08) value zeros.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-tot-credito pic 9(10)v99 value zeros.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           perform 0070-LER-SESSAO thru 0070-LER-SESSAO-EXIT.
      * DEVOLUCAO MEXE EM ESTOQUE E EM COBRANCA - SEM OPERADOR
      * ASSINADO NAO ENTRA.
           if wrk-operador = spaces
               display "sem operador assinado - use o sign-on do menu"
               go to 0090-final
           end-if.
           perform 0060-ABRIR-DEVOLUCOES
               thru 0060-ABRIR-DEVOLUCOES-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "devolucoes - operador " wrk-operador
               display "1 - registrar devolucao"
               display "2 - consultar devolucao"
               display "3 - devolucoes por periodo"
               display "4 - saldo credor do cliente"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-REGISTRAR thru 0100-REGISTRAR-EXIT
                   when '2'
                       perform 0500-CONSULTAR thru 0500-CONSULTAR-EXIT
                   when '3'
                       perform 0600-POR-PERIODO
                           thru 0600-POR-PERIODO-EXIT
                   when '4'
                       perform 0700-SALDO-CREDOR
                           thru 0700-SALDO-CREDOR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close devolucoes.
           close devitens.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-DEVOLUCOES SECTION.
           open i-o devolucoes.
           if wrk-dev-status = '35'
               open output devolucoes
               close devolucoes
               open i-o devolucoes
           end-if.
           if wrk-dev-status not = '00'
               display "erro ao abrir devolucoes - status: "
                       wrk-dev-status
           end-if.
           open i-o devitens.
           if wrk-dvi-status = '35'
               open output devitens
               close devitens
               open i-o devitens
           end-if.
           if wrk-dvi-status not = '00'
               display "erro ao abrir itens devolvidos - status: "
                       wrk-dvi-status
           end-if.
       0060-ABRIR-DEVOLUCOES-EXIT.
           exit.

       0070-LER-SESSAO SECTION.
      * OPERADOR DA SESSAO DO TERMINAL CORRENTE (SESSLER).
           move spaces to wrk-operador.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
           end-if.
       0070-LER-SESSAO-EXIT.
           exit.

       0100-REGISTRAR SECTION.
      * NOTA ORIGINAL -> PEDIDO -> LINHAS DEVOLVIDAS. SO NOTA DE
      * PEDIDO FATURADO OU JA COBRADO ACEITA DEVOLUCAO.
           display "numero da nota fiscal original: ".
           accept wrk-num-nf.
           open input notafisc.
           if wrk-nf-status not = '00'
               display "livro de notas indisponivel"
               go to 0100-REGISTRAR-EXIT
           end-if.
           move wrk-num-nf to nf-numero.
           read notafisc key is notafisc-chave
               invalid key
                   display "nota fiscal nao encontrada"
                   close notafisc
                   go to 0100-REGISTRAR-EXIT
           end-read.
           close notafisc.
           open i-o pedidos.
           if wrk-ped-status not = '00'
               display "arquivo de pedidos indisponivel"
               go to 0100-REGISTRAR-EXIT
           end-if.
           open i-o peditens.
           move nf-pedido to pedidos-numero.
           read pedidos key is pedidos-chave
               invalid key
                   display "pedido " nf-pedido " da nota nao existe"
                   go to 0190-FECHAR-PEDIDOS
           end-read.
           if not pedidos-sit-faturado and not pedidos-sit-cobrado
               display "pedido da nota nao esta faturado - "
                       "devolucao recusada"
               go to 0190-FECHAR-PEDIDOS
           end-if.
           display "pedido " pedidos-numero " fone " pedidos-fone.
           perform 0110-LISTAR-DEVOLVIVEIS
               thru 0110-LISTAR-DEVOLVIVEIS-EXIT.
           move 0 to wrk-qt-dev.
           move 0 to wrk-total.
           move 1 to wrk-linha-ped.
           perform until wrk-linha-ped = 0
               display "linha do pedido devolvida (0 = fim): "
               accept wrk-linha-ped
               if wrk-linha-ped not = 0
                   perform 0120-RECEBE-LINHA
                       thru 0120-RECEBE-LINHA-EXIT
               end-if
           end-perform.
           if wrk-qt-dev = 0
               display "nenhum item devolvido - nada registrado"
               go to 0190-FECHAR-PEDIDOS
           end-if.
           move wrk-total to wrk-total-ED.
           display "valor da devolucao: " wrk-total-ED.
           display "motivo da devolucao: ".
           accept wrk-motivo.
           display "confirmar devolucao (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               display "devolucao abandonada - nada registrado"
               go to 0190-FECHAR-PEDIDOS
           end-if.
           perform 0150-PROXIMO-NUMERO thru 0150-PROXIMO-NUMERO-EXIT.
           perform 0200-GRAVAR-DEVOLUCAO
               thru 0200-GRAVAR-DEVOLUCAO-EXIT.
       0190-FECHAR-PEDIDOS.
           close peditens.
           close pedidos.
       0100-REGISTRAR-EXIT.
           exit.

       0110-LISTAR-DEVOLVIVEIS SECTION.
      * LINHAS DO PEDIDO COM O QUE AINDA PODE VOLTAR (FATURADO MENOS
      * O JA DEVOLVIDO ANTES).
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
               compute wrk-devolvivel = itens-qtde - itens-qtde-dev
               move itens-valor to wrk-valor-ED
               display "  linha " itens-linha " " itens-produto
                       " x" itens-qtde " devolvivel " wrk-devolvivel
                       " " wrk-valor-ED
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
       0110-LISTAR-DEVOLVIVEIS-EXIT.
           exit.

       0120-RECEBE-LINHA SECTION.
           move pedidos-numero to itens-pedido.
           move wrk-linha-ped to itens-linha.
           read peditens key is peditens-chave
               invalid key
                   display "linha nao existe no pedido"
                   go to 0120-RECEBE-LINHA-EXIT
           end-read.
           display itens-produto.
           display "quantidade devolvida: ".
           accept wrk-qtde.
           if wrk-qtde = 0
               go to 0120-RECEBE-LINHA-EXIT
           end-if.
      * A MESMA LINHA JA DIGITADA NESTA DEVOLUCAO ENTRA NA CONTA.
           move 'N' to wrk-sw-achou.
           perform varying wrk-ix-dev from 1 by 1
                   until wrk-ix-dev > wrk-qt-dev or wrk-na-tabela
               if tab-dev-linha(wrk-ix-dev) = wrk-linha-ped
                   set wrk-na-tabela to true
               end-if
           end-perform.
           if wrk-na-tabela
               subtract 1 from wrk-ix-dev
               compute wrk-devolvivel = itens-qtde - itens-qtde-dev
                                      - tab-dev-qtde(wrk-ix-dev)
           else
               compute wrk-devolvivel = itens-qtde - itens-qtde-dev
           end-if.
           if wrk-qtde > wrk-devolvivel
               display "quantidade maior que a faturada ainda nao "
                       "devolvida (" wrk-devolvivel ") - recusada"
               go to 0120-RECEBE-LINHA-EXIT
           end-if.
           if not wrk-na-tabela
               if wrk-qt-dev = 99
                   display "maximo de 99 linhas por devolucao"
                   go to 0120-RECEBE-LINHA-EXIT
               end-if
               add 1 to wrk-qt-dev
               move wrk-qt-dev to wrk-ix-dev
               move wrk-linha-ped to tab-dev-linha(wrk-ix-dev)
               move 0 to tab-dev-qtde(wrk-ix-dev)
           end-if.
           add wrk-qtde to tab-dev-qtde(wrk-ix-dev).
           compute wrk-total = wrk-total + (wrk-qtde * itens-valor).
       0120-RECEBE-LINHA-EXIT.
           exit.

       0150-PROXIMO-NUMERO SECTION.
      * NUMERACAO PELO CONTROLE CENTRAL (NUMGER), SERIE 'DEVOLUCAO' -
      * A VARREDURA SO RODA COM A SERIE AINDA NAO SEMEADA.
           move 'DEVOLUCAO' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-devolucao
               go to 0150-PROXIMO-NUMERO-EXIT
           end-if.
           move 0 to wrk-devolucao.
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
               move dev-numero to wrk-devolucao
               read devolucoes next
                   at end move '10' to wrk-dev-status
               end-read
           end-perform.
           move '00' to wrk-dev-status.
           add 1 to wrk-devolucao.
           move 'DEVOLUCAO' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-devolucao to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0150-PROXIMO-NUMERO-EXIT.
           exit.

       0200-GRAVAR-DEVOLUCAO SECTION.
      * APLICA A DEVOLUCAO CONFIRMADA: LINHAS, ESTOQUE, PEDIDO,
      * CREDITO E NOTA DE CREDITO.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move 0 to wrk-total.
           open i-o produtos.
           open extend estoque-log.
           if wrk-mov-status = '35'
               open output estoque-log
           end-if.
           perform varying wrk-ix-dev from 1 by 1
                   until wrk-ix-dev > wrk-qt-dev
               perform 0210-GRAVAR-LINHA thru 0210-GRAVAR-LINHA-EXIT
           end-perform.
           close estoque-log.
           close produtos.
           read pedidos key is pedidos-chave
               invalid key
                   display "pedido nao relido - devolucao sem credito"
                   go to 0200-GRAVAR-DEVOLUCAO-EXIT
           end-read.
           add wrk-total to pedidos-devolvido.
           rewrite pedidos-reg
               invalid key
                   display "pedido nao atualizado com a devolucao"
           end-rewrite.
      * PEDIDO AINDA NAO COBRADO: A REMESSA JA VAI COBRAR SO O
      * LIQUIDO (TOTAL MENOS DEVOLVIDO), ENTAO TUDO E ABATIMENTO.
      * PEDIDO COBRADO: ABATE OS TITULOS ABERTOS E O QUE SOBRAR E
      * SALDO CREDOR.
           move wrk-total to wrk-credito.
           move 0 to wrk-abatido.
           if pedidos-sit-faturado
               move wrk-total to wrk-abatido
               move 0 to wrk-credito
           else
               perform 0300-ABATER-TITULOS
                   thru 0300-ABATER-TITULOS-EXIT
           end-if.
           move spaces to devolucoes-reg.
           move wrk-devolucao to dev-numero.
           move wrk-num-nf to dev-nf.
           move pedidos-numero to dev-pedido.
           move pedidos-fone to dev-fone.
           move pedidos-vendedor to dev-vendedor.
           move wrk-data-hoje to dev-data.
           move wrk-qt-dev to dev-qt-itens.
           move wrk-total to dev-valor.
           move wrk-abatido to dev-valor-abatido.
           move wrk-credito to dev-saldo-credito.
           move wrk-motivo to dev-motivo.
           move wrk-operador to dev-operador.
           write devolucoes-reg
               invalid key
                   display "devolucao " wrk-devolucao " ja existe"
                   go to 0200-GRAVAR-DEVOLUCAO-EXIT
           end-write.
           perform 0400-EMITIR-NOTA-CREDITO
               thru 0400-EMITIR-NOTA-CREDITO-EXIT.
           move wrk-total to wrk-total-ED.
           display "devolucao / nota de credito " wrk-devolucao
                   " - valor " wrk-total-ED.
           move wrk-abatido to wrk-valor-ED.
           display "abatido do pedido: " wrk-valor-ED.
           if wrk-credito > 0
               move wrk-credito to wrk-valor-ED
               display "saldo credor do cliente: " wrk-valor-ED
           end-if.
           move 'E' to lnk-pon-op.
           move pedidos-fone to lnk-pon-fone.
           move pedidos-numero to lnk-pon-pedido.
           move wrk-total to lnk-pon-valor.
           move 0 to lnk-pon-pontos.
           move wrk-operador to lnk-pon-operador.
           call 'PONTMV' using lnk-pontos-area.
           if lnk-pon-pontos > 0
               move lnk-pon-pontos to wrk-pontos-ED
               display "pontos de fidelidade estornados: "
                       wrk-pontos-ED
           end-if.
       0200-GRAVAR-DEVOLUCAO-EXIT.
           exit.

       0210-GRAVAR-LINHA SECTION.
      * UMA LINHA DEVOLVIDA: ITEM DA DEVOLUCAO, QUANTIDADE DEVOLVIDA
      * NA LINHA DO PEDIDO E, SE FOR DE CATALOGO, A VOLTA AO ESTOQUE.
           move pedidos-numero to itens-pedido.
           move tab-dev-linha(wrk-ix-dev) to itens-linha.
           read peditens key is peditens-chave
               invalid key
                   go to 0210-GRAVAR-LINHA-EXIT
           end-read.
           add tab-dev-qtde(wrk-ix-dev) to itens-qtde-dev.
           rewrite peditens-reg
               invalid key
                   display "linha " itens-linha " nao atualizada"
                   go to 0210-GRAVAR-LINHA-EXIT
           end-rewrite.
           compute wrk-total = wrk-total +
               (tab-dev-qtde(wrk-ix-dev) * itens-valor).
           move spaces to devitens-reg.
           move wrk-devolucao to devi-devolucao.
           move wrk-ix-dev to devi-linha.
           move itens-linha to devi-linha-pedido.
           move itens-codigo to devi-codigo.
           move itens-produto to devi-produto.
           move tab-dev-qtde(wrk-ix-dev) to devi-qtde.
           move itens-valor to devi-valor.
           write devitens-reg
               invalid key
                   display "item devolvido " wrk-ix-dev " nao gravado"
           end-write.
           if itens-codigo = 0 or wrk-prd-status not = '00'
               go to 0210-GRAVAR-LINHA-EXIT
           end-if.
           move itens-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   go to 0210-GRAVAR-LINHA-EXIT
           end-read.
           move pedidos-deposito to wrk-deposito.
           if wrk-deposito = 0
               move 1 to wrk-deposito
           end-if.
           if produtos-e-kit
               perform 0215-DEVOLVER-KIT thru 0215-DEVOLVER-KIT-EXIT
           else
               move devi-qtde to wrk-entra-qtde
               move itens-custo to wrk-entra-custo
               move 0 to wrk-kit-log
               perform 0212-ENTRAR-PRODUTO
                   thru 0212-ENTRAR-PRODUTO-EXIT
           end-if.
       0210-GRAVAR-LINHA-EXIT.
           exit.

       0212-ENTRAR-PRODUTO SECTION.
      * A MERCADORIA VOLTA PELO CUSTO CONGELADO NA LINHA DO PEDIDO
      * NO FATURAMENTO (WRK-ENTRA-CUSTO), ENTRANDO NA MEDIA PONDERADA
      * DO PRODUTO EM PRODUTOS-REG.
           if wrk-entra-custo > 0
               if produtos-estoque not greater 0
                  or produtos-custo-medio = 0
                   move wrk-entra-custo to produtos-custo-medio
               else
                   compute produtos-custo-medio rounded =
                       ((produtos-estoque * produtos-custo-medio) +
                        (wrk-entra-qtde * wrk-entra-custo)) /
                       (produtos-estoque + wrk-entra-qtde)
               end-if
           end-if.
           move 'M' to lnk-edp-op.
           move produtos-codigo to lnk-edp-codigo.
           move wrk-deposito to lnk-edp-deposito.
           move wrk-entra-qtde to lnk-edp-qtde.
           move produtos-estoque to lnk-edp-total.
           call 'ESTDEPMV' using lnk-estdep-area.
           if lnk-edp-erro and wrk-deposito not = 1
               move 1 to wrk-deposito
               move 'M' to lnk-edp-op
               move 1 to lnk-edp-deposito
               move wrk-entra-qtde to lnk-edp-qtde
               move produtos-estoque to lnk-edp-total
               call 'ESTDEPMV' using lnk-estdep-area
           end-if.
           if produtos-controla-lote
               move 'E' to lnk-lot-op
               move produtos-codigo to lnk-lot-codigo
               move wrk-deposito to lnk-lot-deposito
               if itens-lote = spaces
                   move 'DEVOLUCAO' to lnk-lot-numero
               else
                   move itens-lote to lnk-lot-numero
               end-if
               move 0 to lnk-lot-validade
               move wrk-entra-qtde to lnk-lot-qtde
               call 'LOTEMV' using lnk-lote-area
           end-if.
           add wrk-entra-qtde to produtos-estoque.
      * PRODUTO EM CONTAGEM DE INVENTARIO: A ENTRADA FICA ANOTADA
      * PARA O RELATORIO DE DIVERGENCIAS DO PRODUTOS.COB.
           if produtos-inventario not = 0
               add wrk-entra-qtde to produtos-inv-movido
           end-if.
           rewrite produtos-reg
               invalid key
                   display "estoque nao atualizado: " produtos-codigo
                   go to 0212-ENTRAR-PRODUTO-EXIT
           end-rewrite.
           move produtos-estoque to wrk-saldo-ED.
           move spaces to mov-linha.
           move 1 to wrk-ptr-mov.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-hora        delimited by size
                  ';'             delimited by size
                  produtos-codigo delimited by size
                  ';D;'           delimited by size
                  wrk-entra-qtde  delimited by size
                  ';'             delimited by size
                  wrk-saldo-ED    delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
                  ';DEVOLUCAO '   delimited by size
                  wrk-devolucao   delimited by size
                  ';DEP '         delimited by size
                  wrk-deposito    delimited by size
             into mov-linha
             with pointer wrk-ptr-mov
             on overflow
                 set wrk-log-truncado to true
           end-string.
           if wrk-kit-log not = 0
               string ';KIT '     delimited by size
                      wrk-kit-log delimited by size
                 into mov-linha
                 with pointer wrk-ptr-mov
                 on overflow
                     set wrk-log-truncado to true
               end-string
           end-if.
      * LINHA QUE NAO COUBE SAI CORTADA - AVISA PARA CONFERIR.
           if wrk-log-truncado
               display "linha do log de estoque truncada - produto "
                       produtos-codigo
               move 'N' to wrk-sw-log
           end-if.
           write estoque-log-reg.
       0212-ENTRAR-PRODUTO-EXIT.
           exit.

       0215-DEVOLVER-KIT SECTION.
      * O KIT NAO TEM SALDO: CADA COMPONENTE VOLTA PELA QUANTIDADE
      * DELE NO KIT, AO CUSTO MEDIO QUE JA TEM (O CUSTO DA LINHA E O
      * DO KIT INTEIRO), SEM LOTE CONHECIDO.
           move produtos-codigo to wrk-kit-log.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           if lnk-kit-nao-achado
               display "kit " wrk-kit-log " sem componentes - "
                       "estoque nao atualizado"
               go to 0215-DEVOLVER-KIT-EXIT
           end-if.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       display "componente " produtos-codigo
                               " fora do catalogo - nao devolvido"
                   not invalid key
                       compute wrk-entra-qtde = devi-qtde
                           * lnk-kit-comp-qtde(wrk-ix-comp)
                       move produtos-custo-medio to wrk-entra-custo
                       perform 0212-ENTRAR-PRODUTO
                           thru 0212-ENTRAR-PRODUTO-EXIT
               end-read
           end-perform.
       0215-DEVOLVER-KIT-EXIT.
           exit.

       0300-ABATER-TITULOS SECTION.
      * TITULOS AINDA ABERTOS DO PEDIDO (PELA CHAVE DE TELEFONE,
      * FILTRANDO O PEDIDO), NA ORDEM DO ARQUIVO: CADA UM PERDE O QUE
      * O CREDITO COBRIR DO RESTANTE A RECEBER. TITULO QUE ZERA SEM
      * NADA PAGO E CANCELADO COM PEDIDO DE BAIXA AO BANCO NA PROXIMA
      * REMESSA; COM ALGO PAGO, FICA QUITADO.
           open i-o titulos.
           if wrk-tit-status not = '00'
               display "titulos indisponiveis - credito fica todo "
                       "como saldo credor"
               go to 0300-ABATER-TITULOS-EXIT
           end-if.
           move pedidos-fone to titulos-fone.
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
                   or titulos-fone not = pedidos-fone
                   or wrk-credito = 0
               if titulos-pedido = pedidos-numero
                  and (titulos-sit-aberto or titulos-sit-rejeitado)
                   perform 0310-ABATER-TITULO
                       thru 0310-ABATER-TITULO-EXIT
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
           close titulos.
           if wrk-abatido > 0
               move pedidos-fone to lnk-inad-fone
               call 'INADLIB' using lnk-inad-area
               if lnk-inad-desbloqueado
                   display "bloqueio de inadimplencia liberado"
               end-if
           end-if.
       0300-ABATER-TITULOS-EXIT.
           exit.

       0310-ABATER-TITULO SECTION.
           compute wrk-aberto = titulos-valor - titulos-valor-pago.
           if wrk-aberto = 0
               go to 0310-ABATER-TITULO-EXIT
           end-if.
           if wrk-credito < wrk-aberto
               move wrk-credito to wrk-abate
           else
               move wrk-aberto to wrk-abate
           end-if.
           subtract wrk-abate from titulos-valor.
           if titulos-valor not greater titulos-valor-pago
               if titulos-valor-pago > 0
                   move 'P' to titulos-situacao
                   move wrk-data-hoje to titulos-data-pgto
               else
                   move 'C' to titulos-situacao
                   if not titulos-inst-prorroga
                       move 'B' to titulos-instrucao
                   end-if
               end-if
           end-if.
           rewrite titulos-reg
               invalid key
                   display "titulo " titulos-numero " nao abatido"
                   go to 0310-ABATER-TITULO-EXIT
           end-rewrite.
           subtract wrk-abate from wrk-credito.
           add wrk-abate to wrk-abatido.
           move 'ABATIMENTO' to wrk-aud-acao.
           move wrk-abate to wrk-valor-ED.
           move spaces to wrk-aud-detalhe.
           string 'DEVOLUCAO ' delimited by size
                  wrk-devolucao delimited by size
                  ' '           delimited by size
                  wrk-valor-ED  delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0390-GRAVAR-AUDITORIA
               thru 0390-GRAVAR-AUDITORIA-EXIT.
       0310-ABATER-TITULO-EXIT.
           exit.

       0390-GRAVAR-AUDITORIA SECTION.
      * MESMA LINHA DO 0900-GRAVAR-AUDITORIA DO TITMANT.COB: DATA
      * HORA;ACAO;TITULO;DETALHE;OPERADOR.
           open extend titulos-aud.
           if wrk-aud-status = '35'
               open output titulos-aud
           end-if.
           move spaces to taud-linha.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-hora        delimited by size
                  ';'             delimited by size
                  wrk-aud-acao    delimited by size
                  ';'             delimited by size
                  titulos-numero  delimited by size
                  ';'             delimited by size
                  wrk-aud-detalhe delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
             into taud-linha
           end-string.
           write titulos-aud-reg.
           close titulos-aud.
       0390-GRAVAR-AUDITORIA-EXIT.
           exit.

       0400-EMITIR-NOTA-CREDITO SECTION.
      * NOTA DE CREDITO DA DEVOLUCAO CORRENTE EM NOTA_CREDITO.TXT,
      * PARA IMPRIMIR OU MANDAR AO CLIENTE - REFEITA A CADA EMISSAO
      * (A CONSULTA, OPCAO 2, REEMITE).
           open output nota-credito.
           move spaces to ncr-linha.
           string 'NOTA DE CREDITO ' delimited by size
                  dev-numero        delimited by size
                  ' - DATA '        delimited by size
                  dev-data          delimited by size
             into ncr-linha
           end-string.
           write nota-credito-reg.
           move spaces to ncr-linha.
           string 'DEVOLUCAO DA NOTA FISCAL ' delimited by size
                  dev-nf            delimited by size
                  ' - PEDIDO '      delimited by size
                  dev-pedido        delimited by size
                  ' - CLIENTE '     delimited by size
                  dev-fone          delimited by size
             into ncr-linha
           end-string.
           write nota-credito-reg.
           move spaces to ncr-linha.
           string 'MOTIVO: '        delimited by size
                  dev-motivo        delimited by size
             into ncr-linha
           end-string.
           write nota-credito-reg.
           move dev-numero to devi-devolucao.
           move 0 to devi-linha.
           start devitens key is greater devitens-chave
               invalid key
                   move '10' to wrk-dvi-status
           end-start.
           if wrk-dvi-status not = '10'
               read devitens next
                   at end move '10' to wrk-dvi-status
               end-read
           end-if.
           perform until wrk-dvi-status = '10'
                   or devi-devolucao not = dev-numero
               move devi-valor to wrk-valor-ED
               move spaces to ncr-linha
               string '  '          delimited by size
                      devi-produto  delimited by size
                      ' x'          delimited by size
                      devi-qtde     delimited by size
                      ' '           delimited by size
                      wrk-valor-ED  delimited by size
                 into ncr-linha
               end-string
               write nota-credito-reg
               read devitens next
                   at end move '10' to wrk-dvi-status
               end-read
           end-perform.
           move '00' to wrk-dvi-status.
           move dev-valor to wrk-valor-ED.
           move spaces to ncr-linha.
           string 'VALOR DO CREDITO: ' delimited by size
                  wrk-valor-ED         delimited by size
             into ncr-linha
           end-string.
           write nota-credito-reg.
           move dev-valor-abatido to wrk-valor-ED.
           move spaces to ncr-linha.
           string 'ABATIDO DO PEDIDO: ' delimited by size
                  wrk-valor-ED          delimited by size
             into ncr-linha
           end-string.
           write nota-credito-reg.
           move dev-saldo-credito to wrk-valor-ED.
           move spaces to ncr-linha.
           string 'SALDO CREDOR DO CLIENTE: ' delimited by size
                  wrk-valor-ED                delimited by size
             into ncr-linha
           end-string.
           write nota-credito-reg.
           close nota-credito.
           display "nota de credito em NOTA_CREDITO.TXT".
       0400-EMITIR-NOTA-CREDITO-EXIT.
           exit.

       0500-CONSULTAR SECTION.
           display "numero da devolucao: ".
           accept wrk-devolucao.
           move wrk-devolucao to dev-numero.
           read devolucoes key is devolucoes-chave
               invalid key
                   display "devolucao nao encontrada"
                   go to 0500-CONSULTAR-EXIT
           end-read.
           display "devolucao: " dev-numero " de " dev-data
                   " operador " dev-operador.
           display "nota.....: " dev-nf " pedido " dev-pedido
                   " fone " dev-fone.
           display "motivo...: " dev-motivo.
           move dev-valor to wrk-valor-ED.
           display "valor....: " wrk-valor-ED.
           move dev-valor-abatido to wrk-valor-ED.
           display "abatido..: " wrk-valor-ED.
           move dev-saldo-credito to wrk-valor-ED.
           display "credito..: " wrk-valor-ED.
           display "reemitir nota de credito (S/N)? ".
           accept wrk-resp.
           if wrk-resp = 'S' or wrk-resp = 's'
               perform 0400-EMITIR-NOTA-CREDITO
                   thru 0400-EMITIR-NOTA-CREDITO-EXIT
           end-if.
       0500-CONSULTAR-EXIT.
           exit.

       0600-POR-PERIODO SECTION.
           display "data inicial (AAAAMMDD): ".
           accept wrk-data-de.
           display "data final (AAAAMMDD, 0 = hoje): ".
           accept wrk-data-ate.
           if wrk-data-ate = 0
               accept wrk-data-ate from date YYYYMMDD
           end-if.
           move 0 to wrk-qt-listados.
           move 0 to wrk-tot-credito.
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
               if dev-data not less wrk-data-de
                  and dev-data not greater wrk-data-ate
                   move dev-valor to wrk-valor-ED
                   display dev-numero " " dev-data " nf " dev-nf
                           " pedido " dev-pedido " " wrk-valor-ED
                   add 1 to wrk-qt-listados
                   add dev-valor to wrk-tot-credito
               end-if
               read devolucoes next
                   at end move '10' to wrk-dev-status
               end-read
           end-perform.
           move '00' to wrk-dev-status.
           move wrk-tot-credito to wrk-total-ED.
           display "devolucoes: " wrk-qt-listados
                   " - total " wrk-total-ED.
       0600-POR-PERIODO-EXIT.
           exit.

       0700-SALDO-CREDOR SECTION.
      * SOMA DOS SALDOS CREDORES DEIXADOS PELAS DEVOLUCOES DO CLIENTE.
           display "telefone do cliente: ".
           accept wrk-fone.
           move 0 to wrk-tot-credito.
           move 0 to wrk-qt-listados.
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
               if dev-fone = wrk-fone and dev-saldo-credito > 0
                   move dev-saldo-credito to wrk-valor-ED
                   display dev-numero " " dev-data " nf " dev-nf
                           " credito " wrk-valor-ED
                   add 1 to wrk-qt-listados
                   add dev-saldo-credito to wrk-tot-credito
               end-if
               read devolucoes next
                   at end move '10' to wrk-dev-status
               end-read
           end-perform.
           move '00' to wrk-dev-status.
           move wrk-tot-credito to wrk-total-ED.
           display "saldo credor do cliente: " wrk-total-ED.
       0700-SALDO-CREDOR-EXIT.
           exit.

       end program DEVOLUC.
