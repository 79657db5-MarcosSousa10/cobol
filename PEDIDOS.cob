           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
      * ITENS DO PEDIDO, FILHOS PELA CHAVE NUMERO + LINHA (MESMO
      * ESQUEMA DO CONTATOS.DAT PENDURADO NO CLIENTES.DAT) - SEM O
           access mode is dynamic
           record key is peditens-chave
           file status is wrk-itn-status.
      * PEDIDOS ENCERRADOS QUE O PEDARQ.COB TIROU DO PEDIDOS.DAT -
      * A CONSULTA AINDA OS ACHA, SO PARA LEITURA.
           select pedhist assign to 'PEDIDOS_HIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is pedhist-chave
           alternate record key is phis-fone with duplicates
           file status is wrk-phs-status.
           select itenhist assign to 'PEDITENS_HIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is itenhist-chave
           file status is wrk-ihs-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
               "ESTOQUE_MOV.TXT"
           organization is line sequential
           file status is wrk-mov-status.
      * ARQUIVO DE IMPORTACAO DO EMISSOR DE NF-E, UM POR NOTA
      * (NFE_NNNNNNNN.TXT): EMITENTE, DESTINATARIO, ENTREGA, ITENS COM
      * OS IMPOSTOS E TOTAIS. O RETORNO DA SEFAZ ENTRA PELO NFERET.COB.
           select empresa assign to 'EMPRESA.DAT'
           organization is indexed
           access mode is dynamic
           record key is empresa-chave
           file status is wrk-emp-status.
           select nfe-out assign to wrk-arq-nfe
           organization is line sequential
           file status is wrk-nfe-status.
       data division.
       file section.
       FD pedidos.
       FD peditens.
       COPY PEDITENS.

       FD pedhist.
       COPY PEDHIST.

       FD itenhist.
       COPY ITENHIST.

      * LAYOUT DO CADASTRO DE CLIENTES (CLIENTES1.COB), SO PARA
      * VALIDAR O TELEFONE DO PEDIDO - MESMO COPYBOOK COMPARTILHADO
      * JA USADO PELO FRETE.COB.

       FD estoque-log.
       01 estoque-log-reg.
           05 mov-linha pic x(350).

       FD empresa.
       COPY EMPRESA.

       FD nfe-out.
       01 nfe-reg.
           05 nfe-linha pic x(400).

       FD vendedores.
       COPY VENDEDOR.
       working-storage section.
       77 wrk-ped-status pic x(02).
       77 wrk-itn-status pic x(02).
       77 wrk-phs-status pic x(02).
       77 wrk-ihs-status pic x(02).
       77 wrk-sw-arquivado pic x(01) value 'N'.
           88 wrk-pedido-arquivado value 'S'.
       77 wrk-cli-status pic x(02).
       77 wrk-prd-status pic x(02).
      * CODIGO DO ITEM NO CATALOGO E PRECO DE LA - ZEROS NO CODIGO E
       77 wrk-preco-catalogo pic 9(08)v99 value zeros.
       77 wrk-sw-produto pic x(01) value 'N'.
           88 wrk-produto-achado value 'S'.
      * RESERVA DE ESTOQUE DO PEDIDO ABERTO - SALDO E RESERVADO DO
      * PRODUTO NA HORA DA DIGITACAO E AREA DO 0340-RESERVAR ('+'
      * RESERVA, '-' DEVOLVE).
       77 wrk-estoque-cat pic s9(07) value zeros.
       77 wrk-reservado-cat pic 9(07) value zeros.
       77 wrk-disponivel pic s9(08) value zeros.
       77 wrk-disponivel-ED pic -zzzzzz9 value zeros.
       77 wrk-reservado-ED pic zzzzzz9 value zeros.
       77 wrk-sinal-res pic x(01) value spaces.
       77 wrk-res-codigo pic 9(05) value zeros.
       77 wrk-res-qtde pic 9(07) value zeros.
      * FATURAMENTO PARCIAL - QUANTO DE CADA LINHA SAI NA NOTA E
      * QUANTO VAI PARA O BACKORDER, MONTADO NA CONFERENCIA DE
      * ESTOQUE (0320) E APLICADO SO DEPOIS DA NOTA EMITIDA.
       77 wrk-qt-fat pic 9(03) value zeros.
       77 wrk-ix-fat pic 9(03) value zeros.
       77 wrk-qt-back pic 9(03) value zeros.
       77 wrk-qt-enviar pic 9(03) value zeros.
       77 wrk-total-parcial pic 9(08)v99 value zeros.
       77 wrk-sw-parcial pic x(01) value 'N'.
           88 wrk-fatura-parcial value 'S'.
       01 tab-faturar.
           05 tab-fat-item occurs 99 times.
               10 tab-fat-linha pic 9(03).
               10 tab-fat-qtde  pic 9(03).
               10 tab-fat-back  pic 9(03).
      * DADOS DO PEDIDO ORIGINAL LEVADOS PARA O BACKORDER.
       77 wrk-num-origem pic 9(06) value zeros.
       77 wrk-num-backorder pic 9(06) value zeros.
       77 wrk-bo-fone pic 9(09) value zeros.
       77 wrk-bo-vendedor pic 9(03) value zeros.
       77 wrk-bo-entrega pic x(75) value spaces.
       77 wrk-bo-contrato pic 9(05) value zeros.
       77 wrk-bo-transp pic 9(03) value zeros.
       77 wrk-bo-linha pic 9(03) value zeros.
       77 wrk-qt-prontos pic 9(05) value zeros.
       77 wrk-qt-aguardando pic 9(05) value zeros.
       77 wrk-sw-pronto pic x(01) value 'S'.
           88 wrk-backorder-pronto value 'S'.
      * KIT: COMPONENTES DO KITLER, QUANTOS KITS OS COMPONENTES MONTAM
      * (SALDO) E QUANTOS AINDA ESTAO LIVRES (DISPONIVEL), E A AREA DA
      * BAIXA POR COMPONENTE NO FATURAMENTO.
       COPY KITLNK.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-kit-saldo pic s9(07) value zeros.
       77 wrk-kit-disponivel pic s9(07) value zeros.
       77 wrk-comp-saldo pic s9(07) value zeros.
       77 wrk-kit-res-codigo pic 9(05) value zeros.
       77 wrk-kit-res-qtde pic 9(07) value zeros.
       77 wrk-baixa-qtde pic 9(07) value zeros.
       77 wrk-baixa-back pic 9(07) value zeros.
       77 wrk-kit-log pic 9(05) value zeros.
       77 wrk-kit-custo pic 9(08)v99 value zeros.
      * ITENS ORIGINAIS DO PEDIDO EM ALTERACAO, GUARDADOS EM TABELA
      * ANTES DE REGRAVAR (MESMA TECNICA DO 7532 DO CLIENTES1.COB) -
      * SE O CREDITO BLOQUEAR A ALTERACAO, ELES VOLTAM PARA O ARQUIVO
               10 tab-ita-qtde    pic 9(03).
               10 tab-ita-valor   pic 9(08)v99.
               10 tab-ita-preco-tab pic 9(08)v99.
               10 tab-ita-preco-lista pic 9(08)v99.
               10 tab-ita-preco-min pic 9(08)v99.
               10 tab-ita-aprovacao pic x(01).
       77 wrk-lote-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-numero pic 9(06) value zeros.
      * SITUACAO.
       77 wrk-aud-status pic x(02).
       77 wrk-operador pic x(08) value 'AVULSO'.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
      * PROXIMO NUMERO DE PEDIDO E DE NOTA FISCAL PELO CONTROLE
      * CENTRAL (NUMGER) - A VARREDURA ANTIGA FICOU SO DE FALLBACK
       77 wrk-aud-pedido pic x(06) value spaces.
       77 wrk-qt-aud pic 9(05) value zeros.
      * CHECAGEM E BAIXA DE ESTOQUE NO FATURAMENTO - ITEM SEM SALDO
      * AVISA E SO SAI O QUE O DEPOSITO TEM, COM O OK DO OPERADOR.
       77 wrk-mov-status pic x(02).
       77 wrk-sw-falta pic x(01) value 'N'.
           88 wrk-estoque-falta value 'S'.
       77 wrk-forca-estoque pic x(01) value 'N'.
       77 wrk-saldo-est-ED pic -zzzzzz9 value zeros.
       77 wrk-ptr-mov pic 9(03) value zeros.
       77 wrk-sw-log pic x(01) value 'N'.
           88 wrk-log-truncado value 'S'.
      * DEPOSITO DE ONDE SAI A MERCADORIA DO FATURAMENTO - A
      * CONFERENCIA E A BAIXA SAO NO SALDO DELE (ESTDEPMV).
       COPY ESTDLNK.
       77 wrk-deposito pic 9(02) value zeros.
       77 wrk-saldo-dep pic s9(07) value zeros.
      * LOTES DE ONDE SAI A LINHA FATURADA (PRODUTO COM CONTROLE DE
      * LOTE) - O PRIMEIRO VAI PARA O ITEM, TODOS PARA O LOG.
       COPY LOTELNK.
       77 wrk-lote-log pic x(230) value spaces.
       77 wrk-ptr-lote pic 9(03) value zeros.
       77 wrk-ix-lote pic 9(02) value zeros.
      * LISTA DE PRECO DO CLIENTE (CLIENTES-LISTA) E PRECO DA LINHA
      * POR ELA (PRECOLER) - ABAIXO DO MINIMO PELO TETO DE DESCONTO A
      * LINHA FICA RETIDA E O PEDIDO SO FATURA COM O OK DO
      * SUPERVISOR (OPCAO A).
       COPY PRECLNK.
       77 wrk-lista pic 9(02) value zeros.
       77 wrk-preco-lista pic 9(08)v99 value zeros.
       77 wrk-preco-min pic 9(08)v99 value zeros.
       77 wrk-aprovacao pic x(01) value spaces.
       77 wrk-qt-retidas pic 9(03) value zeros.
       77 wrk-qt-retidos pic 9(05) value zeros.
      * VENDEDOR DO PEDIDO - ZEROS E VENDA DE BALCAO; CODIGO
      * INFORMADO TEM QUE EXISTIR ATIVO NO CADASTRO.
       77 wrk-ven-status pic x(02).
       77 wrk-qt-nf pic 9(05) value zeros.
       77 wrk-tot-nf pic 9(10)v99 value zeros.
       77 wrk-tot-nf-ED pic -zzzzzzzzzz9,99 value zeros.
      * IMPOSTOS DA NOTA (FISCALC): UF DE DESTINO, CFOP E TOTAIS DO
      * FATURAMENTO CORRENTE E O RESUMO MENSAL POR UF E CFOP DA
      * LISTAGEM DO LIVRO (OPCAO N), EM ORDEM DE MES, UF E CFOP.
       COPY FISCLNK.
       77 wrk-fis-uf pic x(02) value spaces.
       77 wrk-fis-contrib pic x(01) value 'N'.
       77 wrk-fis-qtde pic 9(03) value zeros.
       77 wrk-fis-cfop pic 9(04) value zeros.
       77 wrk-fis-base pic 9(08)v99 value zeros.
       77 wrk-fis-icms pic 9(08)v99 value zeros.
       77 wrk-fis-ipi pic 9(08)v99 value zeros.
       77 wrk-qt-sem-aliq pic 9(03) value zeros.
       77 wrk-sw-emitente pic x(01) value 'S'.
           88 wrk-sem-emitente value 'N'.
       77 wrk-icms-ED pic zzzzzz9,99 value zeros.
       77 wrk-ipi-ED pic zzzzzz9,99 value zeros.
       77 wrk-base-ED pic zzzzzzzz9,99 value zeros.
       77 wrk-valor-res-ED pic zzzzzzzz9,99 value zeros.
       77 wrk-tot-icms pic 9(10)v99 value zeros.
       77 wrk-tot-ipi pic 9(10)v99 value zeros.
       77 wrk-qt-res pic 9(03) value zeros.
       77 wrk-ix-res pic 9(03) value zeros.
       77 wrk-ix-mov pic 9(03) value zeros.
       01 wrk-res-chave.
           05 wrk-res-mes  pic 9(06).
           05 wrk-res-uf   pic x(02).
           05 wrk-res-cfop pic 9(04).
       01 tab-resumo-fiscal.
           05 tab-res-item occurs 200 times.
               10 tab-res-chave.
                   15 tab-res-mes  pic 9(06).
                   15 tab-res-uf   pic x(02).
                   15 tab-res-cfop pic 9(04).
               10 tab-res-qt    pic 9(05).
               10 tab-res-total pic 9(10)v99.
               10 tab-res-base  pic 9(10)v99.
               10 tab-res-icms  pic 9(10)v99.
               10 tab-res-ipi   pic 9(10)v99.
      * ARQUIVO DA NF-E: LINHA MONTADA CAMPO A CAMPO (SEPARADOR '|')
      * E VALORES COM PONTO DECIMAL, COMO O EMISSOR LE.
       77 wrk-emp-status pic x(02).
       77 wrk-nfe-status pic x(02).
       77 wrk-arq-nfe pic x(60) value spaces.
       77 wrk-nfe-linha pic x(400) value spaces.
       77 wrk-nfe-ptr pic 9(03) value zeros.
       77 wrk-nfe-ie pic x(01) value '9'.
       77 wrk-nfe-origem pic 9(01) value zeros.
       77 wrk-nfe-sw-prd pic x(01) value 'N'.
           88 wrk-nfe-catalogo-aberto value 'S'.
       77 wrk-nfe-qt-itens pic 9(03) value zeros.
       77 wrk-nfe-prod pic 9(10)v99 value zeros.
       77 wrk-nfe-vnf pic 9(10)v99 value zeros.
       01 wrk-nfe-num.
           05 wrk-nfe-num-val pic 9(10)v99.
       01 wrk-nfe-num-x redefines wrk-nfe-num.
           05 wrk-nfe-int pic 9(10).
           05 wrk-nfe-dec pic 9(02).
       01 wrk-aud-campos.
           05 wrk-audc-datahora pic x(17).
           05 wrk-audc-evento   pic x(10).
      * AREA DE CHAMADA DO FRETECALC, PARA MOSTRAR O FRETE ESTIMADO
      * NA HORA DA INCLUSAO DO PEDIDO SEM SAIR PARA A OPCAO 2 DO MENU.
       COPY FRETELNK.
      * PONTOS DE FIDELIDADE (PONTMV): RESGATE NA INCLUSAO, CREDITO NO
      * FATURAMENTO, DEVOLUCAO DO RESGATE NO CANCELAMENTO.
       COPY PONTLNK.
       77 wrk-pontos-resg pic 9(07) value zeros.
       77 wrk-pontos-max pic 9(09) value zeros.
       77 wrk-pontos-ED pic z.zzz.zz9 value zeros.
       77 wrk-sw-dev-pontos pic x(01) value 'N'.
           88 wrk-devolver-pontos value 'S'.

       procedure division.
       0050-MENU SECTION.
               display "7 - alterar pedido aberto"
               display "8 - auditoria do pedido"
               display "N - registro de notas fiscais"
               display "R - reenviar NF-e rejeitada"
               display "L - backorders prontos para liberar"
               display "A - aprovar precos retidos (supervisor)"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
                   when 'n'
                       perform 0900-REGISTRO-NOTAS
                           thru 0900-REGISTRO-NOTAS-EXIT
                   when 'R'
                   when 'r'
                       perform 0317-REENVIAR-NFE
                           thru 0317-REENVIAR-NFE-EXIT
                   when 'L'
                   when 'l'
                       perform 0380-BACKORDERS-PRONTOS
                           thru 0380-BACKORDERS-PRONTOS-EXIT
                   when 'A'
                   when 'a'
                       perform 0750-APROVAR-PRECOS
                           thru 0750-APROVAR-PRECOS-EXIT
                   when '9'
                       continue
                   when other
      * CARREGA O OPERADOR DA SESSAO DO TERMINAL CORRENTE (SESSLER) -
      * RODANDO FORA DO MENU, SEM SESSAO, FICA 'AVULSO'.
           move 'AVULSO' to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
       0070-LER-SESSAO-EXIT.
           exit.
       0170-GRAVAR-AUDITORIA-EXIT.
           exit.

       0180-AVISAR-RETENCAO SECTION.
      * PEDIDO GRAVADO COM LINHA ABAIXO DO MINIMO DA LISTA: AVISA O
      * OPERADOR E DEIXA A RETENCAO NA TRILHA DO PEDIDO.
           if not pedidos-retido-preco
               go to 0180-AVISAR-RETENCAO-EXIT
           end-if.
           display "pedido retido - " wrk-qt-retidas " linha(s) "
                   "abaixo do minimo da lista; aguarda aprovacao do "
                   "supervisor (opcao A)".
           move 'RETIDO' to wrk-aud-evento.
           perform 0170-GRAVAR-AUDITORIA
               thru 0170-GRAVAR-AUDITORIA-EXIT.
       0180-AVISAR-RETENCAO-EXIT.
           exit.

       0190-RESGATAR-PONTOS SECTION.
      * CLIENTE COM SALDO DE PONTOS PODE TROCAR PARTE DELES POR
      * DESCONTO NO PEDIDO (VALOR DO PONTO NO PARAMETRO
      * PONTOS/VALOR-PONTO) - O DESCONTO NUNCA ZERA O PEDIDO E SAI DO
      * WRK-TOTAL ANTES DA CONFERENCIA DO CREDITO.
           move 0 to pedidos-pontos-usados.
           move 0 to pedidos-desc-pontos.
           move 'S' to lnk-pon-op.
           move wrk-fone to lnk-pon-fone.
           move 0 to lnk-pon-pedido.
           move 0 to lnk-pon-valor.
           move 0 to lnk-pon-pontos.
           move wrk-operador to lnk-pon-operador.
           call 'PONTMV' using lnk-pontos-area.
           if lnk-pon-erro or lnk-pon-saldo = 0
               go to 0190-RESGATAR-PONTOS-EXIT
           end-if.
           move lnk-pon-saldo to wrk-pontos-ED.
           compute wrk-valor-ED =
               lnk-pon-saldo * lnk-pon-valor-ponto.
           display "pontos de fidelidade: " wrk-pontos-ED
                   " (vale " wrk-valor-ED ")".
           display "pontos a usar como desconto (0 = nenhum): ".
           accept wrk-pontos-resg.
           if wrk-pontos-resg = 0
               go to 0190-RESGATAR-PONTOS-EXIT
           end-if.
           if wrk-pontos-resg > lnk-pon-saldo
               display "acima do saldo de pontos - pedido sem "
                       "desconto"
               go to 0190-RESGATAR-PONTOS-EXIT
           end-if.
           if wrk-pontos-resg * lnk-pon-valor-ponto not < wrk-total
               compute wrk-pontos-max =
                   (wrk-total - 0,01) / lnk-pon-valor-ponto
               move wrk-pontos-max to wrk-pontos-resg
               move wrk-pontos-resg to wrk-pontos-ED
               display "desconto limitado ao valor do pedido - "
                       "usados " wrk-pontos-ED " pontos"
           end-if.
           if wrk-pontos-resg = 0
               go to 0190-RESGATAR-PONTOS-EXIT
           end-if.
           move wrk-pontos-resg to pedidos-pontos-usados.
           compute pedidos-desc-pontos =
               wrk-pontos-resg * lnk-pon-valor-ponto.
           subtract pedidos-desc-pontos from wrk-total.
           move pedidos-desc-pontos to wrk-valor-ED.
           display "desconto fidelidade: " wrk-valor-ED.
       0190-RESGATAR-PONTOS-EXIT.
           exit.

       0195-DEBITAR-PONTOS SECTION.
      * O DEBITO DOS PONTOS SO ACONTECE COM O PEDIDO GRAVADO; SE O
      * SALDO NAO COBRIR MAIS (OUTRO TERMINAL RESGATOU ANTES), O
      * PEDIDO VOLTA PARA O VALOR CHEIO.
           move 'R' to lnk-pon-op.
           move pedidos-fone to lnk-pon-fone.
           move pedidos-numero to lnk-pon-pedido.
           move 0 to lnk-pon-valor.
           move pedidos-pontos-usados to lnk-pon-pontos.
           move wrk-operador to lnk-pon-operador.
           call 'PONTMV' using lnk-pontos-area.
           if lnk-pon-ok
               go to 0195-DEBITAR-PONTOS-EXIT
           end-if.
           add pedidos-desc-pontos to pedidos-total.
           move 0 to pedidos-pontos-usados.
           move 0 to pedidos-desc-pontos.
           rewrite pedidos-reg
               invalid key
                   continue
           end-rewrite.
           move pedidos-total to wrk-total-ED.
           display "pontos nao debitados - pedido sem o desconto, "
                   "total " wrk-total-ED.
       0195-DEBITAR-PONTOS-EXIT.
           exit.

       0197-PONTOS-PEDIDO SECTION.
      * CHAMA O PONTMV PARA O PEDIDO CORRENTE COM A OPERACAO JA EM
      * LNK-PON-OP: 'G' CREDITA O FATURADO, 'V' DEVOLVE O RESGATE.
           move pedidos-fone to lnk-pon-fone.
           move pedidos-numero to lnk-pon-pedido.
           move pedidos-total to lnk-pon-valor.
           move 0 to lnk-pon-pontos.
           move wrk-operador to lnk-pon-operador.
           call 'PONTMV' using lnk-pontos-area.
           if lnk-pon-pontos = 0
               go to 0197-PONTOS-PEDIDO-EXIT
           end-if.
           move lnk-pon-pontos to wrk-pontos-ED.
           if lnk-pon-op = 'G'
               display "cliente ganhou " wrk-pontos-ED
                       " pontos de fidelidade"
           else
               display wrk-pontos-ED " pontos de fidelidade "
                       "devolvidos ao cliente"
           end-if.
       0197-PONTOS-PEDIDO-EXIT.
           exit.

       0800-CONSULTA-AUDITORIA SECTION.
      * LISTA A TRILHA DE UM PEDIDO: QUEM INCLUIU, ALTEROU, FATUROU
      * OU CANCELOU, E QUANDO - NO MESMO ESTILO DE FILTRO DO
           move 0 to pedidos-parcelas.
           move 0 to pedidos-frete.
           move 0 to pedidos-prazo.
           move 0 to pedidos-origem.
           move 0 to pedidos-backorder.
           move 0 to pedidos-devolvido.
           move 0 to pedidos-deposito.
           move 0 to pedidos-separado.
           move space to pedidos-retido.
           move 0 to pedidos-contrato.
           move 0 to pedidos-pontos-usados.
           move 0 to pedidos-desc-pontos.
           move 0 to pedidos-transp.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-data-hoje to pedidos-data.
           move 0 to wrk-total.
           move 0 to wrk-qt-retidas.
           display "quantidade de itens (1 a 99): ".
           accept wrk-qt-itens.
           if wrk-qt-itens < 1 or wrk-qt-itens > 99
           perform 0130-RECEBE-ITEM thru 0130-RECEBE-ITEM-EXIT
               until wrk-ix-item > wrk-qt-itens.
           perform 0115-RECEBE-ENTREGA thru 0115-RECEBE-ENTREGA-EXIT.
           perform 0190-RESGATAR-PONTOS
               thru 0190-RESGATAR-PONTOS-EXIT.
           move wrk-total to pedidos-total.
           move 'A' to pedidos-situacao.
           if wrk-qt-retidas > 0
               set pedidos-retido-preco to true
           end-if.
      * BLOQUEIO POR LIMITE DE CREDITO: SALDO ABERTO EM TITULOS MAIS
      * O PEDIDO NOVO ACIMA DO LIMITE TRAVA A INCLUSAO, COM OPCAO DE
      * LIBERACAO - LIMITE ZERO NAO BLOQUEIA.
                   move 'INCLUIR' to wrk-aud-evento
                   perform 0170-GRAVAR-AUDITORIA
                       thru 0170-GRAVAR-AUDITORIA-EXIT
                   perform 0180-AVISAR-RETENCAO
                       thru 0180-AVISAR-RETENCAO-EXIT
                   perform 0140-FRETE-ESTIMADO
                       thru 0140-FRETE-ESTIMADO-EXIT
                   if pedidos-pontos-usados > 0
                       perform 0195-DEBITAR-PONTOS
                           thru 0195-DEBITAR-PONTOS-EXIT
                   end-if
           end-write.
       0100-INCLUIR-EXIT.
           exit.
           move 'N' to wrk-sw-cliente.
           move 'N' to wrk-sw-inadimpl.
           move 0 to wrk-limite.
           move 0 to wrk-lista.
           open input clientes.
           if wrk-cli-status not = '00'
               display "cadastro de clientes indisponivel"
                       else
                           set wrk-cliente-achado to true
                           move clientes-limite to wrk-limite
                           move clientes-lista to wrk-lista
                       end-if
                   end-if
           end-read.
           move wrk-fone to lnk-fone.
           move 0 to lnk-peso-gramas.
           move 'P' to lnk-metodo.
           move 0 to lnk-transp.
           call 'FRETECALC' using lnk-frete-area.
           if lnk-frete-achado
               move lnk-frete to wrk-frete-ED

       0130-RECEBE-ITEM SECTION.
           move 0 to wrk-preco-catalogo.
           move 0 to wrk-preco-lista.
           move 0 to wrk-preco-min.
           move space to wrk-aprovacao.
           display "item " wrk-ix-item
                   " - codigo do produto (0 = fora do catalogo): ".
           accept wrk-codigo.
                           "digite de novo"
                   go to 0130-RECEBE-ITEM-EXIT
               end-if
               perform 0133-PRECO-LISTA thru 0133-PRECO-LISTA-EXIT
           end-if.
           display "item " wrk-ix-item " - quantidade: ".
           accept wrk-qtde.
      * ITEM DE CATALOGO RESERVA ESTOQUE JA NA DIGITACAO - ACIMA DO
      * DISPONIVEL (SALDO MENOS O RESERVADO POR OUTROS PEDIDOS
      * ABERTOS) O OPERADOR FICA SABENDO NA HORA E DECIDE SE O ITEM
      * ENTRA ASSIM MESMO.
           if wrk-codigo not = 0
               compute wrk-disponivel = wrk-estoque-cat
                                      - wrk-reservado-cat
               move wrk-estoque-cat to wrk-saldo-est-ED
               move wrk-reservado-cat to wrk-reservado-ED
               move wrk-disponivel to wrk-disponivel-ED
               display "saldo " wrk-saldo-est-ED
                       " reservado " wrk-reservado-ED
                       " disponivel " wrk-disponivel-ED
               if wrk-qtde > wrk-disponivel
                   display "quantidade acima do disponivel - "
                           "reservar mesmo assim (S/N)? "
                   accept wrk-tecla
                   if wrk-tecla not = 'S' and wrk-tecla not = 's'
                       display "item nao incluido, digite de novo"
                       go to 0130-RECEBE-ITEM-EXIT
                   end-if
               end-if
           end-if.
           if wrk-codigo = 0
               display "item " wrk-ix-item " - valor unitario: "
           else
               move wrk-preco-lista to wrk-valor-ED
               display "item " wrk-ix-item " - valor unitario (0 = "
                       "lista " lnk-prc-nome " " wrk-valor-ED "): "
           end-if.
           accept wrk-valor.
      * COM CODIGO DE CATALOGO, VALOR ZERO ASSUME O PRECO DA LISTA DO
      * CLIENTE - ACABA A DIGITACAO DE PRECO DE CABECA.
           if wrk-valor = 0 and wrk-codigo not = 0
               move wrk-preco-lista to wrk-valor
           end-if.
           if wrk-valor = 0 or wrk-qtde = 0
               display "item invalido, digite de novo"
               go to 0130-RECEBE-ITEM-EXIT
           end-if.
      * ABAIXO DO MINIMO DA LISTA A LINHA ENTRA, MAS RETIDA PARA O
      * SUPERVISOR - O PEDIDO NAO FATURA ATE A APROVACAO.
           if wrk-codigo not = 0 and wrk-valor < wrk-preco-min
               move wrk-preco-min to wrk-valor-ED
               display "valor abaixo do minimo da lista ("
                       wrk-valor-ED ") - linha retida para "
                       "aprovacao do supervisor"
               move 'P' to wrk-aprovacao
           end-if.
           move spaces to peditens-reg.
           move wrk-numero to itens-pedido.
           move wrk-ix-item to itens-linha.
           move wrk-preco-catalogo to itens-preco-tab.
           move wrk-qtde to itens-qtde.
           move wrk-valor to itens-valor.
           move 0 to itens-qtde-back.
           move 0 to itens-qtde-dev.
           move 0 to itens-custo.
           move spaces to itens-lote.
           move 0 to itens-qt-lotes.
           move 0 to itens-ncm.
           move 0 to itens-cfop.
           move 0 to itens-base-icms.
           move 0 to itens-aliq-icms.
           move 0 to itens-icms.
           move 0 to itens-aliq-ipi.
           move 0 to itens-ipi.
           move wrk-preco-lista to itens-preco-lista.
           move wrk-preco-min to itens-preco-min.
           move wrk-aprovacao to itens-aprovacao.
           write peditens-reg
               invalid key
                   display "item " wrk-ix-item " nao gravado"
                   go to 0130-RECEBE-ITEM-EXIT
           end-write.
           if itens-aprov-pendente
               add 1 to wrk-qt-retidas
           end-if.
           if wrk-codigo not = 0
               move '+' to wrk-sinal-res
               move wrk-codigo to wrk-res-codigo
               move wrk-qtde to wrk-res-qtde
               perform 0340-RESERVAR thru 0340-RESERVAR-EXIT
           end-if.
           compute wrk-total = wrk-total + (wrk-qtde * wrk-valor).
           add 1 to wrk-ix-item.
       0130-RECEBE-ITEM-EXIT.
           exit.

       0133-PRECO-LISTA SECTION.
      * PRECO DO PRODUTO NA LISTA DO CLIENTE E O MINIMO PELO TETO DE
      * DESCONTO DELA - CLIENTE SEM LISTA FICA NO PRECO DE CATALOGO.
           move wrk-lista to lnk-prc-lista.
           move wrk-codigo to lnk-prc-codigo.
           move wrk-preco-catalogo to lnk-prc-catalogo.
           call 'PRECOLER' using lnk-preco-area.
           move lnk-prc-preco to wrk-preco-lista.
           move lnk-prc-minimo to wrk-preco-min.
       0133-PRECO-LISTA-EXIT.
           exit.

       0132-BUSCA-PRODUTO SECTION.
      * BUSCA O PRODUTO PELO CODIGO NO CATALOGO DO PRODUTOS.COB -
      * INATIVO CONTA COMO NAO ENCONTRADO, MESMO CRITERIO DO
      * 0140-BUSCA-PRODUTO DO FRETE.COB. A DESCRICAO E O PRECO DE
      * TABELA FICAM EM WRK-PRODUTO / WRK-PRECO-CATALOGO, O SALDO E O
      * RESERVADO EM WRK-ESTOQUE-CAT / WRK-RESERVADO-CAT.
           move 'N' to wrk-sw-produto.
           open input produtos.
           if wrk-prd-status not = '00'
                       set wrk-produto-achado to true
                       move produtos-descricao to wrk-produto
                       move produtos-preco to wrk-preco-catalogo
                       move produtos-estoque to wrk-estoque-cat
                       move produtos-reservado to wrk-reservado-cat
                   end-if
           end-read.
      * KIT: O SALDO E O RESERVADO MOSTRADOS SAO EM KITS, PELO QUE OS
      * COMPONENTES MONTAM - KIT SEM COMPONENTE NAO ENTRA NO PEDIDO.
           if wrk-produto-achado and produtos-e-kit
               perform 0134-DISPONIVEL-KIT
                   thru 0134-DISPONIVEL-KIT-EXIT
               if lnk-kit-nao-achado
                   display "kit sem componentes cadastrados"
                   move 'N' to wrk-sw-produto
               else
                   move wrk-kit-saldo to wrk-estoque-cat
                   compute wrk-reservado-cat =
                       wrk-kit-saldo - wrk-kit-disponivel
               end-if
           end-if.
           close produtos.
       0132-BUSCA-PRODUTO-EXIT.
           exit.

       0134-DISPONIVEL-KIT SECTION.
      * COM PRODUTOS ABERTO E O KIT EM PRODUTOS-REG: WRK-KIT-SALDO =
      * MENOR SALDO/QUANTIDADE ENTRE OS COMPONENTES, WRK-KIT-DISPONIVEL
      * = O MESMO COM O SALDO MENOS O RESERVADO. OS COMPONENTES SAO
      * LIDOS NA MESMA AREA - O REGISTRO DO KIT NAO FICA.
           move 0 to wrk-kit-saldo.
           move 0 to wrk-kit-disponivel.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           if lnk-kit-nao-achado
               go to 0134-DISPONIVEL-KIT-EXIT
           end-if.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       move 0 to produtos-estoque
                       move 0 to produtos-reservado
               end-read
               compute wrk-comp-saldo = produtos-estoque
                   / lnk-kit-comp-qtde(wrk-ix-comp)
               if wrk-ix-comp = 1 or wrk-comp-saldo < wrk-kit-saldo
                   move wrk-comp-saldo to wrk-kit-saldo
               end-if
               compute wrk-comp-saldo =
                   (produtos-estoque - produtos-reservado)
                   / lnk-kit-comp-qtde(wrk-ix-comp)
               if wrk-ix-comp = 1
                  or wrk-comp-saldo < wrk-kit-disponivel
                   move wrk-comp-saldo to wrk-kit-disponivel
               end-if
           end-perform.
       0134-DISPONIVEL-KIT-EXIT.
           exit.

       0135-REMOVER-ITENS SECTION.
      * DESFAZ AS LINHAS DE ITEM JA GRAVADAS DE UM PEDIDO QUE ACABOU
      * NAO ENTRANDO (BLOQUEIO DE CREDITO OU NUMERO DUPLICADO), PARA
      * NAO DEIXAR ITEM ORFAO EM PEDITENS.DAT - A RESERVA DE ESTOQUE
      * DELES VOLTA PARA O PRODUTO.
           move 1 to wrk-ix-item.
           perform until wrk-ix-item > wrk-qt-itens
               move wrk-numero to itens-pedido
                   invalid key
                       continue
                   not invalid key
                       if itens-codigo not = 0
                           move '-' to wrk-sinal-res
                           move itens-codigo to wrk-res-codigo
                           move itens-qtde to wrk-res-qtde
                           perform 0340-RESERVAR
                               thru 0340-RESERVAR-EXIT
                       end-if
                       delete peditens
                       end-delete
               end-read
           move wrk-numero to pedidos-numero.
           read pedidos key is pedidos-chave
               invalid key
                   perform 0205-CONSULTAR-ARQUIVO
                       thru 0205-CONSULTAR-ARQUIVO-EXIT
                   go to 0200-CONSULTAR-EXIT
           end-read.
           perform 0210-MOSTRAR-PEDIDO thru 0210-MOSTRAR-PEDIDO-EXIT.
       0200-CONSULTAR-EXIT.
           exit.

       0205-CONSULTAR-ARQUIVO SECTION.
      * FORA DO PEDIDOS.DAT, O PEDIDO PODE TER SIDO ARQUIVADO: A
      * IMAGEM VOLTA PARA PEDIDOS-REG E O 0210 MOSTRA IGUAL, COM OS
      * ITENS DO PEDITENS_HIST.DAT.
           open input pedhist.
           if wrk-phs-status not = '00'
               display "pedido nao encontrado"
               go to 0205-CONSULTAR-ARQUIVO-EXIT
           end-if.
           move wrk-numero to phis-numero.
           read pedhist key is pedhist-chave
               invalid key
                   display "pedido nao encontrado"
                   close pedhist
                   go to 0205-CONSULTAR-ARQUIVO-EXIT
           end-read.
           close pedhist.
           move phis-imagem to pedidos-reg.
           display "*** pedido arquivado em " phis-data-arq
                   " - somente consulta ***".
           set wrk-pedido-arquivado to true.
           perform 0210-MOSTRAR-PEDIDO thru 0210-MOSTRAR-PEDIDO-EXIT.
           move 'N' to wrk-sw-arquivado.
       0205-CONSULTAR-ARQUIVO-EXIT.
           exit.

       0210-MOSTRAR-PEDIDO SECTION.
           display "pedido..: " pedidos-numero.
           display "telefone: " pedidos-fone.
           if pedidos-nf not = 0
               display "nota....: " pedidos-nf
           end-if.
           if pedidos-deposito not = 0
               display "deposito: " pedidos-deposito
           end-if.
           if pedidos-origem not = 0
               display "backorder do pedido " pedidos-origem
           end-if.
           if pedidos-contrato not = 0
               display "gerado do contrato " pedidos-contrato
           end-if.
           if pedidos-transp not = 0
               display "transportadora: " pedidos-transp
           end-if.
           if pedidos-backorder not = 0
               display "faturado em parte - o restante segue no "
                       "backorder " pedidos-backorder
           end-if.
           if pedidos-ent-uf not = spaces
               display "entrega.: " pedidos-ent-logradouro
               display "          " pedidos-ent-cidade " "
                       pedidos-ent-uf " " pedidos-ent-cep
           end-if.
           evaluate true
               when pedidos-sit-aberto and pedidos-retido-preco
                   display "situacao: ABERTO - RETIDO POR PRECO "
                           "(AGUARDA SUPERVISOR)"
               when pedidos-sit-aberto
                   display "situacao: ABERTO"
               when pedidos-sit-faturado
               when pedidos-sit-cancelado
                   display "situacao: CANCELADO"
           end-evaluate.
      * OS ITENS SAEM DO ARQUIVO FILHO, EM ORDEM DE LINHA. COM O
      * PEDIDO ABERTO, O ITEM DE CATALOGO MOSTRA TAMBEM SALDO,
      * RESERVADO E DISPONIVEL DO PRODUTO.
           move '99' to wrk-prd-status.
           if pedidos-sit-aberto
               open input produtos
           end-if.
           if wrk-pedido-arquivado
               perform 0212-ITENS-ARQUIVADOS
                   thru 0212-ITENS-ARQUIVADOS-EXIT
               move '10' to wrk-itn-status
           else
               move pedidos-numero to itens-pedido
               move 0 to itens-linha
               start peditens key is greater peditens-chave
                   invalid key
                       move '10' to wrk-itn-status
               end-start
           end-if.
           if wrk-itn-status not = '10'
               read peditens next
                   at end move '10' to wrk-itn-status
           end-if.
           perform until wrk-itn-status = '10'
                   or itens-pedido not = pedidos-numero
               perform 0211-MOSTRAR-ITEM thru 0211-MOSTRAR-ITEM-EXIT
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
           if wrk-prd-status = '00'
               close produtos
           end-if.
           if pedidos-pontos-usados not = 0
               move pedidos-pontos-usados to wrk-pontos-ED
               move pedidos-desc-pontos to wrk-valor-ED
               display "  DESCONTO FIDELIDADE (" wrk-pontos-ED
                       " PONTOS) -" wrk-valor-ED
           end-if.
           move pedidos-total to wrk-total-ED.
           display "total...: " wrk-total-ED.
           if pedidos-devolvido not = 0
               move pedidos-devolvido to wrk-total-ED
               display "devolvido: " wrk-total-ED
           end-if.
       0210-MOSTRAR-PEDIDO-EXIT.
           exit.

       0211-MOSTRAR-ITEM SECTION.
      * UMA LINHA DE ITEM EM PEDITENS-REG - VINDA DO PEDITENS.DAT OU
      * DO HISTORICO.
           move itens-valor to wrk-valor-ED.
           display "  " itens-produto " x"
                   itens-qtde " " wrk-valor-ED.
           if itens-qtde-dev not = 0
               display "      devolvido " itens-qtde-dev
           end-if.
           if itens-aprov-pendente
               move itens-preco-min to wrk-valor-ED
               display "      abaixo do minimo " wrk-valor-ED
                       " - aguarda aprovacao"
           end-if.
           if itens-aprov-liberada
               display "      preco aprovado pelo supervisor"
           end-if.
           if itens-lote not = spaces
               display "      lote " itens-lote
                       " (" itens-qt-lotes " lote(s))"
           end-if.
           if itens-cfop not = 0
               move itens-icms to wrk-icms-ED
               move itens-ipi to wrk-ipi-ED
               display "      NCM " itens-ncm " CFOP " itens-cfop
                       " ICMS " wrk-icms-ED " IPI " wrk-ipi-ED
           end-if.
           if itens-qtde-back not = 0
               display "      enviado " itens-qtde
                       " - devendo " itens-qtde-back
                       " no backorder " pedidos-backorder
           end-if.
           if itens-codigo not = 0 and wrk-prd-status = '00'
               perform 0215-MOSTRAR-DISPONIVEL
                   thru 0215-MOSTRAR-DISPONIVEL-EXIT
           end-if.
       0211-MOSTRAR-ITEM-EXIT.
           exit.

       0212-ITENS-ARQUIVADOS SECTION.
           open input itenhist.
           if wrk-ihs-status not = '00'
               go to 0212-ITENS-ARQUIVADOS-EXIT
           end-if.
           move pedidos-numero to ihis-pedido.
           move 0 to ihis-linha.
           start itenhist key is greater itenhist-chave
               invalid key
                   move '10' to wrk-ihs-status
           end-start.
           if wrk-ihs-status not = '10'
               read itenhist next
                   at end move '10' to wrk-ihs-status
               end-read
           end-if.
           perform until wrk-ihs-status = '10'
                   or ihis-pedido not = pedidos-numero
               move ihis-imagem to peditens-reg
               perform 0211-MOSTRAR-ITEM thru 0211-MOSTRAR-ITEM-EXIT
               read itenhist next
                   at end move '10' to wrk-ihs-status
               end-read
           end-perform.
           close itenhist.
       0212-ITENS-ARQUIVADOS-EXIT.
           exit.

       0215-MOSTRAR-DISPONIVEL SECTION.
           move itens-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   go to 0215-MOSTRAR-DISPONIVEL-EXIT
           end-read.
           if produtos-e-kit
               perform 0134-DISPONIVEL-KIT
                   thru 0134-DISPONIVEL-KIT-EXIT
               move wrk-kit-saldo to wrk-saldo-est-ED
               move wrk-kit-disponivel to wrk-disponivel-ED
               display "      kit - montaveis " wrk-saldo-est-ED
                       " disponiveis " wrk-disponivel-ED
               go to 0215-MOSTRAR-DISPONIVEL-EXIT
           end-if.
           compute wrk-disponivel = produtos-estoque
                                  - produtos-reservado.
           move produtos-estoque to wrk-saldo-est-ED.
           move produtos-reservado to wrk-reservado-ED.
           move wrk-disponivel to wrk-disponivel-ED.
           display "      saldo " wrk-saldo-est-ED
                   " reservado " wrk-reservado-ED
                   " disponivel " wrk-disponivel-ED.
       0215-MOSTRAR-DISPONIVEL-EXIT.
           exit.

       0300-MUDAR-SITUACAO SECTION.
      * FATURA (WRK-TECLA = 'F') OU CANCELA (WRK-TECLA = 'C') UM
      * PEDIDO ABERTO - PEDIDO JA FATURADO OU CANCELADO NAO MUDA MAIS.
               display "pedido nao esta aberto - operacao recusada"
               go to 0300-MUDAR-SITUACAO-EXIT
           end-if.
      * PEDIDO RETIDO POR PRECO SO FATURA DEPOIS DA APROVACAO DO
      * SUPERVISOR - CANCELAR CONTINUA LIVRE.
           if wrk-tecla = 'F' and pedidos-retido-preco
               display "pedido retido por preco abaixo do minimo - "
                       "aguarda aprovacao do supervisor"
               go to 0300-MUDAR-SITUACAO-EXIT
           end-if.
      * FATURAMENTO CONFERE O ESTOQUE DOS ITENS DE CATALOGO NO
      * DEPOSITO DE SAIDA ANTES DE MUDAR A SITUACAO - SEM SALDO LA,
      * SAI SO O QUE O DEPOSITO TEM (O RESTO VIRA BACKORDER) OU NADA.
           move 'N' to wrk-sw-parcial.
           if wrk-tecla = 'F'
               display "deposito de saida (0 = principal): "
               accept wrk-deposito
               if wrk-deposito = 0
                   move 1 to wrk-deposito
               end-if
               move 'V' to lnk-edp-op
               move wrk-deposito to lnk-edp-deposito
               call 'ESTDEPMV' using lnk-estdep-area
               if lnk-edp-erro
                   display "deposito inexistente ou inativo"
                   go to 0300-MUDAR-SITUACAO-EXIT
               end-if
               move wrk-deposito to pedidos-deposito
               perform 0320-VERIFICA-ESTOQUE
                   thru 0320-VERIFICA-ESTOQUE-EXIT
               if wrk-estoque-falta
                   evaluate wrk-forca-estoque
                       when 'P'
                       when 'p'
                           if wrk-qt-enviar = 0
                               display "nada disponivel para faturar "
                                       "- faturamento recusado"
                               go to 0300-MUDAR-SITUACAO-EXIT
                           end-if
                           set wrk-fatura-parcial to true
                           if wrk-total-parcial > pedidos-desc-pontos
                               compute pedidos-total =
                                   wrk-total-parcial
                                   - pedidos-desc-pontos
                           else
                               move 0 to pedidos-total
                           end-if
                       when other
                           display "faturamento recusado por falta "
                                   "de estoque"
                           go to 0300-MUDAR-SITUACAO-EXIT
                   end-evaluate
               end-if
      * CONDICAO DE PAGAMENTO - O CNABREM.COB GERA UM TITULO POR
      * PARCELA NA PROXIMA REMESSA.
                           "cancelado"
                   go to 0300-MUDAR-SITUACAO-EXIT
               end-if
               if wrk-fatura-parcial
                   perform 0360-APLICAR-PARCIAL
                       thru 0360-APLICAR-PARCIAL-EXIT
               end-if
           end-if.
           move wrk-tecla to pedidos-situacao.
           rewrite pedidos-reg
                       move 'FATURAR' to wrk-aud-evento
                       perform 0330-BAIXAR-ESTOQUE
                           thru 0330-BAIXAR-ESTOQUE-EXIT
                       perform 0316-GERAR-NFE
                           thru 0316-GERAR-NFE-EXIT
                       move 'G' to lnk-pon-op
                       perform 0197-PONTOS-PEDIDO
                           thru 0197-PONTOS-PEDIDO-EXIT
                   else
                       display "pedido cancelado"
                       perform 0350-LIBERAR-RESERVA
                           thru 0350-LIBERAR-RESERVA-EXIT
                       if pedidos-pontos-usados > 0
                           move 'V' to lnk-pon-op
                           perform 0197-PONTOS-PEDIDO
                               thru 0197-PONTOS-PEDIDO-EXIT
                       end-if
                       move 'CANCELAR' to wrk-aud-evento
                   end-if
                   perform 0170-GRAVAR-AUDITORIA
                       thru 0170-GRAVAR-AUDITORIA-EXIT
                   if wrk-fatura-parcial
                       perform 0370-GERAR-BACKORDER
                           thru 0370-GERAR-BACKORDER-EXIT
                   end-if
           end-rewrite.
       0300-MUDAR-SITUACAO-EXIT.
           exit.
           move pedidos-fone to wrk-fone.
           perform 0110-VALIDA-CLIENTE thru 0110-VALIDA-CLIENTE-EXIT.
           move 0 to wrk-total.
           move 0 to wrk-qt-retidas.
           display "quantidade de itens (1 a 99): ".
           accept wrk-qt-itens.
           if wrk-qt-itens < 1 or wrk-qt-itens > 99
               perform 0115-RECEBE-ENTREGA
                   thru 0115-RECEBE-ENTREGA-EXIT
           end-if.
      * O DESCONTO DE PONTOS JA RESGATADO CONTINUA SE COUBER NO
      * TOTAL NOVO; SE NAO COUBER, OS PONTOS VOLTAM AO CLIENTE.
           move 'N' to wrk-sw-dev-pontos.
           if pedidos-pontos-usados > 0
               if pedidos-desc-pontos < wrk-total
                   subtract pedidos-desc-pontos from wrk-total
               else
                   set wrk-devolver-pontos to true
               end-if
           end-if.
           if wrk-limite > 0
               perform 0150-VERIFICA-CREDITO
                   thru 0150-VERIFICA-CREDITO-EXIT
           end-if.
           move wrk-qt-itens to pedidos-qt-itens.
           move wrk-total to pedidos-total.
           if wrk-devolver-pontos
               move 0 to pedidos-pontos-usados
               move 0 to pedidos-desc-pontos
           end-if.
      * A REDIGITACAO REFAZ A RETENCAO - APROVACAO ANTERIOR NAO VALE
      * PARA OS PRECOS NOVOS.
           move space to pedidos-retido.
           if wrk-qt-retidas > 0
               set pedidos-retido-preco to true
           end-if.
           rewrite pedidos-reg
               invalid key
                   display "pedido nao atualizado"
                   move 'ALTERAR' to wrk-aud-evento
                   perform 0170-GRAVAR-AUDITORIA
                       thru 0170-GRAVAR-AUDITORIA-EXIT
                   perform 0180-AVISAR-RETENCAO
                       thru 0180-AVISAR-RETENCAO-EXIT
                   if wrk-devolver-pontos
                       display "desconto de pontos maior que o "
                               "pedido alterado - resgate desfeito"
                       move 'V' to lnk-pon-op
                       perform 0197-PONTOS-PEDIDO
                           thru 0197-PONTOS-PEDIDO-EXIT
                   end-if
           end-rewrite.
       0700-ALTERAR-EXIT.
           exit.

       0710-GUARDAR-ITENS SECTION.
      * COPIA OS ITENS DO PEDIDO CORRENTE PARA A TABELA E OS REMOVE
      * DO ARQUIVO FILHO, ABRINDO ESPACO PARA A REDIGITACAO - A
      * RESERVA DOS ITENS ANTIGOS VOLTA AO PRODUTO E A REDIGITACAO
      * RESERVA DE NOVO PELO QUE FICAR.
           move 0 to wrk-qt-ant.
           move pedidos-numero to itens-pedido.
           move 0 to itens-linha.
                   move itens-valor to tab-ita-valor(wrk-qt-ant)
                   move itens-preco-tab
                     to tab-ita-preco-tab(wrk-qt-ant)
                   move itens-preco-lista
                     to tab-ita-preco-lista(wrk-qt-ant)
                   move itens-preco-min
                     to tab-ita-preco-min(wrk-qt-ant)
                   move itens-aprovacao
                     to tab-ita-aprovacao(wrk-qt-ant)
               end-if
               if itens-codigo not = 0
                   move '-' to wrk-sinal-res
                   move itens-codigo to wrk-res-codigo
                   move itens-qtde to wrk-res-qtde
                   perform 0340-RESERVAR thru 0340-RESERVAR-EXIT
               end-if
               delete peditens
               end-delete

       0730-RESTAURAR-ITENS SECTION.
      * DEVOLVE OS ITENS GUARDADOS NA TABELA PARA O ARQUIVO FILHO -
      * O PEDIDO VOLTA EXATAMENTE COMO ESTAVA ANTES DA ALTERACAO,
      * COM A RESERVA DE ESTOQUE REFEITA.
           move 1 to wrk-ix-ant.
           perform until wrk-ix-ant > wrk-qt-ant
               move spaces to peditens-reg
               move tab-ita-qtde(wrk-ix-ant) to itens-qtde
               move tab-ita-valor(wrk-ix-ant) to itens-valor
               move tab-ita-preco-tab(wrk-ix-ant) to itens-preco-tab
               move tab-ita-preco-lista(wrk-ix-ant)
                 to itens-preco-lista
               move tab-ita-preco-min(wrk-ix-ant) to itens-preco-min
               move tab-ita-aprovacao(wrk-ix-ant) to itens-aprovacao
               move 0 to itens-qtde-back
               move 0 to itens-qtde-dev
               move 0 to itens-custo
               move spaces to itens-lote
               move 0 to itens-qt-lotes
               move 0 to itens-ncm
               move 0 to itens-cfop
               move 0 to itens-base-icms
               move 0 to itens-aliq-icms
               move 0 to itens-icms
               move 0 to itens-aliq-ipi
               move 0 to itens-ipi
               write peditens-reg
                   invalid key
                       display "item " wrk-ix-ant " nao restaurado"
                   not invalid key
                       if itens-codigo not = 0
                           move '+' to wrk-sinal-res
                           move itens-codigo to wrk-res-codigo
                           move itens-qtde to wrk-res-qtde
                           perform 0340-RESERVAR
                               thru 0340-RESERVAR-EXIT
                       end-if
               end-write
               add 1 to wrk-ix-ant
           end-perform.
       0730-RESTAURAR-ITENS-EXIT.
           exit.

       0750-APROVAR-PRECOS SECTION.
      * O SUPERVISOR CONFERE O PEDIDO RETIDO E APROVA AS LINHAS
      * ABAIXO DO MINIMO DA LISTA - A APROVACAO FICA NA TRILHA DO
      * PEDIDO COM O OPERADOR DA SESSAO. SEM APROVAR, O PEDIDO SEGUE
      * RETIDO ATE SER ALTERADO (OPCAO 7) OU CANCELADO.
           if wrk-perfil not = 'S'
               display "aprovacao de preco so para supervisor"
               go to 0750-APROVAR-PRECOS-EXIT
           end-if.
           perform 0760-LISTAR-RETIDOS thru 0760-LISTAR-RETIDOS-EXIT.
           if wrk-qt-retidos = 0
               go to 0750-APROVAR-PRECOS-EXIT
           end-if.
           display "numero do pedido a aprovar (0 = nenhum): ".
           accept wrk-numero.
           if wrk-numero = 0
               go to 0750-APROVAR-PRECOS-EXIT
           end-if.
           move wrk-numero to pedidos-numero.
           read pedidos key is pedidos-chave
               invalid key
                   display "pedido nao encontrado"
                   go to 0750-APROVAR-PRECOS-EXIT
           end-read.
           if not pedidos-sit-aberto or not pedidos-retido-preco
               display "pedido nao esta retido por preco"
               go to 0750-APROVAR-PRECOS-EXIT
           end-if.
           perform 0210-MOSTRAR-PEDIDO thru 0210-MOSTRAR-PEDIDO-EXIT.
           display "aprovar os precos abaixo do minimo (S/N)? ".
           accept wrk-tecla.
           if wrk-tecla not = 'S' and wrk-tecla not = 's'
               display "pedido continua retido"
               go to 0750-APROVAR-PRECOS-EXIT
           end-if.
           perform 0770-LIBERAR-LINHAS thru 0770-LIBERAR-LINHAS-EXIT.
           move space to pedidos-retido.
           rewrite pedidos-reg
               invalid key
                   display "pedido nao atualizado"
               not invalid key
                   display "precos aprovados - pedido " wrk-numero
                           " liberado para faturar"
                   move 'APROVPRECO' to wrk-aud-evento
                   perform 0170-GRAVAR-AUDITORIA
                       thru 0170-GRAVAR-AUDITORIA-EXIT
           end-rewrite.
       0750-APROVAR-PRECOS-EXIT.
           exit.

       0760-LISTAR-RETIDOS SECTION.
      * FILA DO SUPERVISOR: PEDIDOS ABERTOS RETIDOS POR PRECO.
           move 0 to wrk-qt-retidos.
           move 0 to pedidos-numero.
           start pedidos key is greater pedidos-chave
               invalid key
                   move '10' to wrk-ped-status
           end-start.
           if wrk-ped-status not = '10'
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-if.
           perform until wrk-ped-status = '10'
               if pedidos-sit-aberto and pedidos-retido-preco
                   move pedidos-total to wrk-total-ED
                   display pedidos-numero " " pedidos-data " "
                           pedidos-fone " " wrk-total-ED
                   add 1 to wrk-qt-retidos
               end-if
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-perform.
           move '00' to wrk-ped-status.
           display "pedidos retidos por preco: " wrk-qt-retidos.
       0760-LISTAR-RETIDOS-EXIT.
           exit.

       0770-LIBERAR-LINHAS SECTION.
      * AS LINHAS PENDENTES DO PEDIDO PASSAM A APROVADAS.
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
               if itens-aprov-pendente
                   set itens-aprov-liberada to true
                   rewrite peditens-reg
                       invalid key
                           display "linha " itens-linha
                                   " nao aprovada"
                   end-rewrite
               end-if
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
       0770-LIBERAR-LINHAS-EXIT.
           exit.

       0310-EMITIR-NF SECTION.
      * ATRIBUI O PROXIMO NUMERO DE NOTA FISCAL E GRAVA O REGISTRO NO
      * LIVRO - O NUMERO VEM DA VARREDURA DO MAIOR JA USADO (MESMA
      * TECNICA DO 0120-PROXIMO-NUMERO).
           move 0 to pedidos-nf.
      * IMPOSTOS DE CADA LINHA ANTES DE GASTAR O NUMERO DA NOTA - SEM
      * O EMITENTE CADASTRADO NAO HA UF DE ORIGEM E A NOTA NAO SAI.
           perform 0312-CALCULAR-IMPOSTOS
               thru 0312-CALCULAR-IMPOSTOS-EXIT.
           if wrk-sem-emitente
               display "emitente nao cadastrado (dados fiscais) - "
                       "nota nao emitida"
               go to 0310-EMITIR-NF-EXIT
           end-if.
           if wrk-qt-sem-aliq > 0
               display "ATENCAO: sem aliquota de ICMS para "
                       lnk-fis-uf-origem "/" wrk-fis-uf
                       " - ICMS zerado em " wrk-qt-sem-aliq " linha(s)"
           end-if.
           open i-o notafisc.
           if wrk-nf-status = '35'
               open output notafisc
           move pedidos-numero to nf-pedido.
           move pedidos-fone to nf-fone.
           move pedidos-total to nf-total.
           move wrk-fis-uf to nf-uf.
           move wrk-fis-cfop to nf-cfop.
           move wrk-fis-base to nf-base-icms.
           move wrk-fis-icms to nf-icms.
           move wrk-fis-ipi to nf-ipi.
           move 'P' to nf-sefaz.
           move 0 to nf-sefaz-data.
           write notafisc-reg
               invalid key
                   display "nota " wrk-num-nf " ja existe no livro"
       0310-EMITIR-NF-EXIT.
           exit.

       0312-CALCULAR-IMPOSTOS SECTION.
      * CFOP, ICMS E IPI DE CADA LINHA PELA QUANTIDADE QUE SAI NESTA
      * NOTA (NO PARCIAL, A DA TAB-FATURAR), GRAVADOS NO ITEM E
      * SOMADOS PARA O LIVRO. O DESTINO E A UF DO CADASTRO DO CLIENTE
      * (SEM CADASTRO, A DO ENDERECO DE ENTREGA); CNPJ NO CADASTRO
      * CONTA COMO CONTRIBUINTE.
           move 'S' to wrk-sw-emitente.
           move 0 to wrk-qt-sem-aliq.
           move 0 to wrk-fis-cfop.
           move 0 to wrk-fis-base.
           move 0 to wrk-fis-icms.
           move 0 to wrk-fis-ipi.
           move pedidos-ent-uf to wrk-fis-uf.
           move 'N' to wrk-fis-contrib.
           open input clientes.
           if wrk-cli-status = '00'
               move pedidos-fone to clientes-fone
               read clientes key is clientes-chave
                   invalid key
                       continue
                   not invalid key
                       if clientes-uf not = spaces
                           move clientes-uf to wrk-fis-uf
                       end-if
                       if clientes-documento > 99999999999
                           move 'S' to wrk-fis-contrib
                       end-if
               end-read
               close clientes
           end-if.
           open input produtos.
           move 0 to wrk-ix-fat.
           move pedidos-numero to itens-pedido.
           move 0 to itens-linha.
           start peditens key is greater peditens-chave
           end-if.
           perform until wrk-itn-status = '10'
                   or itens-pedido not = pedidos-numero
                   or wrk-sem-emitente
               add 1 to wrk-ix-fat
               perform 0314-IMPOSTOS-LINHA
                   thru 0314-IMPOSTOS-LINHA-EXIT
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
           close produtos.
       0312-CALCULAR-IMPOSTOS-EXIT.
           exit.

       0314-IMPOSTOS-LINHA SECTION.
           move itens-qtde to wrk-fis-qtde.
           if wrk-fatura-parcial and wrk-ix-fat not > wrk-qt-fat
               if tab-fat-linha(wrk-ix-fat) = itens-linha
                   move tab-fat-qtde(wrk-ix-fat) to wrk-fis-qtde
               end-if
           end-if.
           move 0 to itens-ncm.
           move 0 to lnk-fis-aliq-ipi.
           move 0 to lnk-fis-origem-prod.
           if itens-codigo not = 0
               move itens-codigo to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       continue
                   not invalid key
                       move produtos-ncm to itens-ncm
                       move produtos-aliq-ipi to lnk-fis-aliq-ipi
                       move produtos-origem to lnk-fis-origem-prod
               end-read
           end-if.
           move wrk-fis-uf to lnk-fis-uf-destino.
           move wrk-fis-contrib to lnk-fis-contrib.
           compute lnk-fis-valor = wrk-fis-qtde * itens-valor.
           call 'FISCALC' using lnk-fiscal-area.
           if lnk-fis-sem-emitente
               set wrk-sem-emitente to true
               go to 0314-IMPOSTOS-LINHA-EXIT
           end-if.
           if lnk-fis-sem-aliquota
               add 1 to wrk-qt-sem-aliq
           end-if.
           move lnk-fis-uf-destino to wrk-fis-uf.
           move lnk-fis-cfop to wrk-fis-cfop.
           move lnk-fis-cfop to itens-cfop.
           move lnk-fis-base-icms to itens-base-icms.
           move lnk-fis-aliq-icms to itens-aliq-icms.
           move lnk-fis-icms to itens-icms.
           move lnk-fis-aliq-ipi to itens-aliq-ipi.
           move lnk-fis-ipi to itens-ipi.
           add lnk-fis-base-icms to wrk-fis-base.
           add lnk-fis-icms to wrk-fis-icms.
           add lnk-fis-ipi to wrk-fis-ipi.
           rewrite peditens-reg
               invalid key
                   display "item " itens-linha " sem os impostos"
           end-rewrite.
       0314-IMPOSTOS-LINHA-EXIT.
           exit.

       0316-GERAR-NFE SECTION.
      * ARQUIVO DE IMPORTACAO DO EMISSOR PARA A NOTA DO PEDIDO
      * CORRENTE (PEDIDOS-NF), DEPOIS DA BAIXA - A QUANTIDADE DA LINHA
      * JA E A QUE SAIU. REGISTROS: A = NOTA, E = EMITENTE, D =
      * DESTINATARIO, G = LOCAL DE ENTREGA (SO COM ENDERECO DE
      * ENTREGA NO PEDIDO), I = ITEM COM ICMS E IPI, W = TOTAIS.
           move spaces to wrk-arq-nfe.
           string 'NFE_' delimited by size
                  pedidos-nf delimited by size
                  '.TXT' delimited by size
             into wrk-arq-nfe
           end-string.
           open output nfe-out.
           if wrk-nfe-status not = '00'
               display "arquivo da NF-e nao gerado - status: "
                       wrk-nfe-status
               go to 0316-GERAR-NFE-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           move spaces to wrk-nfe-linha.
           string 'A|' delimited by size
                  pedidos-nf delimited by size
                  '|1|' delimited by size
                  wrk-data-hoje delimited by size
                  '|VENDA DE MERCADORIA|' delimited by size
                  pedidos-numero delimited by size
                  '|' delimited by size
                  pedidos-parcelas delimited by size
             into wrk-nfe-linha
           end-string.
           perform 0319-GRAVAR-NFE thru 0319-GRAVAR-NFE-EXIT.
      * EMITENTE
           move spaces to empresa-reg.
           move 0 to emp-cnpj.
           move 0 to emp-cep.
           open input empresa.
           if wrk-emp-status = '00'
               move 1 to emp-codigo
               read empresa key is empresa-chave
                   invalid key
                       continue
               end-read
               close empresa
           end-if.
           move spaces to wrk-nfe-linha.
           string 'E|' delimited by size
                  emp-cnpj delimited by size
                  '|' delimited by size
                  emp-ie delimited by '  '
                  '|' delimited by size
                  emp-razao delimited by '  '
                  '|' delimited by size
                  emp-logradouro delimited by '  '
                  '|' delimited by size
                  emp-cidade delimited by '  '
                  '|' delimited by size
                  emp-uf delimited by size
                  '|' delimited by size
                  emp-cep delimited by size
             into wrk-nfe-linha
           end-string.
           perform 0319-GRAVAR-NFE thru 0319-GRAVAR-NFE-EXIT.
      * DESTINATARIO - CNPJ E CONTRIBUINTE (INDICADOR 1), CPF NAO
      * CONTRIBUINTE (9), MESMO CRITERIO DO CALCULO DO ICMS.
           move spaces to clientes-reg.
           move 0 to clientes-documento.
           move 0 to clientes-cep.
           open input clientes.
           if wrk-cli-status = '00'
               move pedidos-fone to clientes-fone
               read clientes key is clientes-chave
                   invalid key
                       display "cliente " pedidos-fone " fora do "
                               "cadastro - destinatario em branco "
                               "na NF-e"
                       move spaces to clientes-reg
                       move 0 to clientes-documento
                       move 0 to clientes-cep
               end-read
               close clientes
           end-if.
           move '9' to wrk-nfe-ie.
           if clientes-documento > 99999999999
               move '1' to wrk-nfe-ie
           end-if.
           move spaces to wrk-nfe-linha.
           string 'D|' delimited by size
                  clientes-documento delimited by size
                  '|' delimited by size
                  clientes-nome delimited by '  '
                  '|' delimited by size
                  clientes-logradouro delimited by '  '
                  '|' delimited by size
                  clientes-cidade delimited by '  '
                  '|' delimited by size
                  clientes-uf delimited by size
                  '|' delimited by size
                  clientes-cep delimited by size
                  '|' delimited by size
                  clientes-email delimited by space
                  '|' delimited by size
                  wrk-nfe-ie delimited by size
             into wrk-nfe-linha
           end-string.
           perform 0319-GRAVAR-NFE thru 0319-GRAVAR-NFE-EXIT.
           if pedidos-ent-logradouro not = spaces
               move spaces to wrk-nfe-linha
               string 'G|' delimited by size
                      pedidos-ent-logradouro delimited by '  '
                      '|' delimited by size
                      pedidos-ent-cidade delimited by '  '
                      '|' delimited by size
                      pedidos-ent-uf delimited by size
                      '|' delimited by size
                      pedidos-ent-cep delimited by size
                 into wrk-nfe-linha
               end-string
               perform 0319-GRAVAR-NFE thru 0319-GRAVAR-NFE-EXIT
           end-if.
      * ITENS QUE SAIRAM NESTA NOTA (NO PARCIAL, LINHA SEM NADA
      * ENVIADO FICA DE FORA).
           move 0 to wrk-nfe-qt-itens.
           move 0 to wrk-nfe-prod.
           move 'N' to wrk-nfe-sw-prd.
           open input produtos.
           if wrk-prd-status = '00'
               set wrk-nfe-catalogo-aberto to true
           end-if.
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
                   perform 0318-ITEM-NFE thru 0318-ITEM-NFE-EXIT
               end-if
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
           if wrk-nfe-catalogo-aberto
               close produtos
           end-if.
      * TOTAIS: PRODUTOS, BASE DO ICMS, ICMS, IPI, DESCONTO (PONTOS
      * DE FIDELIDADE RESGATADOS) E VALOR DA NOTA (PRODUTOS MAIS IPI
      * MENOS DESCONTO).
           move spaces to wrk-nfe-linha.
           move 'W' to wrk-nfe-linha.
           move 2 to wrk-nfe-ptr.
           move wrk-nfe-prod to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           move wrk-fis-base to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           move wrk-fis-icms to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           move wrk-fis-ipi to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           move pedidos-desc-pontos to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           compute wrk-nfe-vnf = wrk-nfe-prod + wrk-fis-ipi
                               - pedidos-desc-pontos.
           move wrk-nfe-vnf to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           perform 0319-GRAVAR-NFE thru 0319-GRAVAR-NFE-EXIT.
           close nfe-out.
           display "NF-e " pedidos-nf " com " wrk-nfe-qt-itens
                   " item(ns) gerada em " wrk-arq-nfe.
       0316-GERAR-NFE-EXIT.
           exit.

       0315-CAMPO-VALOR SECTION.
      * ACRESCENTA '|' E O VALOR DE WRK-NFE-NUM-VAL COM PONTO DECIMAL
      * NA POSICAO WRK-NFE-PTR DA LINHA DA NF-E.
           string '|' delimited by size
                  wrk-nfe-int delimited by size
                  '.' delimited by size
                  wrk-nfe-dec delimited by size
             into wrk-nfe-linha
             with pointer wrk-nfe-ptr
           end-string.
       0315-CAMPO-VALOR-EXIT.
           exit.

       0318-ITEM-NFE SECTION.
           move 0 to wrk-nfe-origem.
           if itens-codigo not = 0 and wrk-nfe-catalogo-aberto
               move itens-codigo to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       continue
                   not invalid key
                       move produtos-origem to wrk-nfe-origem
               end-read
           end-if.
           add 1 to wrk-nfe-qt-itens.
           move spaces to wrk-nfe-linha.
           move 1 to wrk-nfe-ptr.
           string 'I|' delimited by size
                  itens-linha delimited by size
                  '|' delimited by size
                  itens-codigo delimited by size
                  '|' delimited by size
                  itens-produto delimited by '  '
                  '|' delimited by size
                  itens-ncm delimited by size
                  '|' delimited by size
                  itens-cfop delimited by size
                  '|' delimited by size
                  wrk-nfe-origem delimited by size
                  '|' delimited by size
                  itens-qtde delimited by size
             into wrk-nfe-linha
             with pointer wrk-nfe-ptr
           end-string.
           move itens-valor to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           compute wrk-nfe-num-val = itens-qtde * itens-valor.
           add wrk-nfe-num-val to wrk-nfe-prod.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           move itens-base-icms to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           move itens-aliq-icms to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           move itens-icms to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           move itens-aliq-ipi to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           move itens-ipi to wrk-nfe-num-val.
           perform 0315-CAMPO-VALOR thru 0315-CAMPO-VALOR-EXIT.
           perform 0319-GRAVAR-NFE thru 0319-GRAVAR-NFE-EXIT.
       0318-ITEM-NFE-EXIT.
           exit.

       0319-GRAVAR-NFE SECTION.
           move wrk-nfe-linha to nfe-linha.
           write nfe-reg.
       0319-GRAVAR-NFE-EXIT.
           exit.

       0317-REENVIAR-NFE SECTION.
      * NOTA REJEITADA PELA SEFAZ (LISTA DE CORRECAO DO NFERET.COB):
      * DEPOIS DE CORRIGIDO O CADASTRO, GERA DE NOVO O ARQUIVO DO
      * EMISSOR E A NOTA VOLTA A AGUARDAR RETORNO.
           display "numero da nota fiscal: ".
           accept wrk-num-nf.
           open i-o notafisc.
           if wrk-nf-status not = '00'
               display "livro de notas indisponivel"
               go to 0317-REENVIAR-NFE-EXIT
           end-if.
           move wrk-num-nf to nf-numero.
           read notafisc key is notafisc-chave
               invalid key
                   display "nota nao encontrada"
                   close notafisc
                   go to 0317-REENVIAR-NFE-EXIT
           end-read.
           if not nf-sefaz-rejeitada
               display "so nota rejeitada e reenviada"
               close notafisc
               go to 0317-REENVIAR-NFE-EXIT
           end-if.
           display "rejeicao: " nf-motivo.
           move nf-pedido to pedidos-numero.
           read pedidos key is pedidos-chave
               invalid key
                   display "pedido " nf-pedido " nao encontrado"
                   close notafisc
                   go to 0317-REENVIAR-NFE-EXIT
           end-read.
      * OS IMPOSTOS DO ITEM FICARAM GRAVADOS NO FATURAMENTO; OS
      * TOTAIS DA NOTA VEM DO LIVRO.
           move nf-base-icms to wrk-fis-base.
           move nf-icms to wrk-fis-icms.
           move nf-ipi to wrk-fis-ipi.
           perform 0316-GERAR-NFE thru 0316-GERAR-NFE-EXIT.
           move 'P' to nf-sefaz.
           move spaces to nf-motivo.
           rewrite notafisc-reg
               invalid key
                   display "nota nao atualizada"
           end-rewrite.
           close notafisc.
           move 'REENVIONFE' to wrk-aud-evento.
           perform 0170-GRAVAR-AUDITORIA
               thru 0170-GRAVAR-AUDITORIA-EXIT.
       0317-REENVIAR-NFE-EXIT.
           exit.

       0900-REGISTRO-NOTAS SECTION.
      * LISTAGEM DO LIVRO DE NOTAS POR FAIXA DE DATAS - A LISTA QUE O
      * CONTADOR PEDE TODO MES, DIRETO DO ARQUIVO.
           display "data inicial (AAAAMMDD, 0 = todas): ".
           accept wrk-nf-de.
           display "data final (AAAAMMDD, 0 = todas): ".
           accept wrk-nf-ate.
           if wrk-nf-ate = 0
               move 99999999 to wrk-nf-ate
           end-if.
           move 0 to wrk-qt-nf.
           move 0 to wrk-tot-nf.
           move 0 to wrk-tot-icms.
           move 0 to wrk-tot-ipi.
           move 0 to wrk-qt-res.
           open input notafisc.
           if wrk-nf-status not = '00'
               display "nenhuma nota registrada"
               go to 0900-REGISTRO-NOTAS-EXIT
           end-if.
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
               if nf-data not less wrk-nf-de
                  and nf-data not greater wrk-nf-ate
                   move nf-total to wrk-total-ED
                   display nf-numero " " nf-data " pedido " nf-pedido
                           " fone " nf-fone " " wrk-total-ED
                   move nf-icms to wrk-icms-ED
                   move nf-ipi to wrk-ipi-ED
                   display "         " nf-uf " CFOP " nf-cfop
                           " ICMS " wrk-icms-ED " IPI " wrk-ipi-ED
                           " SEFAZ " nf-sefaz
                   add 1 to wrk-qt-nf
                   add nf-total to wrk-tot-nf
                   add nf-icms to wrk-tot-icms
                   add nf-ipi to wrk-tot-ipi
                   perform 0910-ACUMULAR-RESUMO
                       thru 0910-ACUMULAR-RESUMO-EXIT
               end-if
               read notafisc next
                   at end move '10' to wrk-nf-status
               end-read
           end-perform.
           close notafisc.
           move wrk-tot-nf to wrk-tot-nf-ED.
           display "notas no periodo: " wrk-qt-nf
                   " - total " wrk-tot-nf-ED.
           move wrk-tot-icms to wrk-tot-nf-ED.
           display "ICMS no periodo.: " wrk-tot-nf-ED.
           move wrk-tot-ipi to wrk-tot-nf-ED.
           display "IPI no periodo..: " wrk-tot-nf-ED.
           perform 0920-MOSTRAR-RESUMO thru 0920-MOSTRAR-RESUMO-EXIT.
       0900-REGISTRO-NOTAS-EXIT.
           exit.

       0910-ACUMULAR-RESUMO SECTION.
      * SOMA A NOTA NA LINHA DE MES/UF/CFOP DO RESUMO - A TABELA FICA
      * EM ORDEM: UMA CHAVE NOVA ENTRA NO LUGAR CERTO E EMPURRA AS
      * MAIORES UMA POSICAO PARA BAIXO.
           move nf-data(1:6) to wrk-res-mes.
           move nf-uf to wrk-res-uf.
           move nf-cfop to wrk-res-cfop.
           move 1 to wrk-ix-res.
           perform until wrk-ix-res > wrk-qt-res
                   or tab-res-chave(wrk-ix-res) not < wrk-res-chave
               add 1 to wrk-ix-res
           end-perform.
           if wrk-ix-res > wrk-qt-res
              or tab-res-chave(wrk-ix-res) not = wrk-res-chave
               if wrk-qt-res = 200
                   display "resumo fiscal com mais de 200 linhas - "
                           "nota " nf-numero " fora do resumo"
                   go to 0910-ACUMULAR-RESUMO-EXIT
               end-if
               perform varying wrk-ix-mov from wrk-qt-res by -1
                       until wrk-ix-mov < wrk-ix-res
                   move tab-res-item(wrk-ix-mov)
                     to tab-res-item(wrk-ix-mov + 1)
               end-perform
               add 1 to wrk-qt-res
               move wrk-res-chave to tab-res-chave(wrk-ix-res)
               move 0 to tab-res-qt(wrk-ix-res)
               move 0 to tab-res-total(wrk-ix-res)
               move 0 to tab-res-base(wrk-ix-res)
               move 0 to tab-res-icms(wrk-ix-res)
               move 0 to tab-res-ipi(wrk-ix-res)
           end-if.
           add 1 to tab-res-qt(wrk-ix-res).
           add nf-total to tab-res-total(wrk-ix-res).
           add nf-base-icms to tab-res-base(wrk-ix-res).
           add nf-icms to tab-res-icms(wrk-ix-res).
           add nf-ipi to tab-res-ipi(wrk-ix-res).
       0910-ACUMULAR-RESUMO-EXIT.
           exit.

       0920-MOSTRAR-RESUMO SECTION.
      * RESUMO MENSAL DE IMPOSTOS POR UF E CFOP PARA O CONTADOR.
           if wrk-qt-res = 0
               go to 0920-MOSTRAR-RESUMO-EXIT
           end-if.
           display " ".
           display "resumo fiscal por mes, UF e CFOP".
           display "mes    UF CFOP notas      total        base ICMS"
                   "       ICMS        IPI".
           perform varying wrk-ix-res from 1 by 1
                   until wrk-ix-res > wrk-qt-res
               move tab-res-total(wrk-ix-res) to wrk-base-ED
               move tab-res-base(wrk-ix-res) to wrk-valor-res-ED
               move tab-res-icms(wrk-ix-res) to wrk-icms-ED
               move tab-res-ipi(wrk-ix-res) to wrk-ipi-ED
               display tab-res-mes(wrk-ix-res) " "
                       tab-res-uf(wrk-ix-res) " "
                       tab-res-cfop(wrk-ix-res) " "
                       tab-res-qt(wrk-ix-res) " "
                       wrk-base-ED " " wrk-valor-res-ED " "
                       wrk-icms-ED " " wrk-ipi-ED
           end-perform.
       0920-MOSTRAR-RESUMO-EXIT.
           exit.

       0320-VERIFICA-ESTOQUE SECTION.
      * CONFERE O SALDO DE CADA ITEM DE CATALOGO DO PEDIDO CORRENTE NO
      * DEPOSITO DE SAIDA (PEDIDOS-DEPOSITO) - FALTANDO SALDO EM ALGUM,
      * AVISA E PERGUNTA SE FATURA SO O QUE TEM (O RESTO VAI PARA UM
      * BACKORDER) OU NAO FATURA. NAO HA MAIS FATURAR TUDO MESMO
      * ASSIM: O DEPOSITO NAO PODE ENTREGAR O QUE NAO TEM. A TABELA
      * TAB-FATURAR SAI COM O QUE CADA LINHA ENVIARIA NO PARCIAL.
           move 'N' to wrk-sw-falta.
           move 'N' to wrk-forca-estoque.
           move 0 to wrk-qt-fat.
           move 0 to wrk-qt-back.
           move 0 to wrk-qt-enviar.
           move 0 to wrk-total-parcial.
           open input produtos.
           if wrk-prd-status not = '00'
               display "catalogo de produtos indisponivel"
               go to 0320-VERIFICA-ESTOQUE-EXIT
           end-if.
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
                   or wrk-qt-fat = 99
               add 1 to wrk-qt-fat
               move itens-linha to tab-fat-linha(wrk-qt-fat)
               move itens-qtde to tab-fat-qtde(wrk-qt-fat)
               move 0 to tab-fat-back(wrk-qt-fat)
               if itens-codigo not = 0
                   move itens-codigo to produtos-codigo
                   read produtos key is produtos-chave
                       invalid key
                           continue
                       not invalid key
                           if produtos-e-kit
                               perform 0322-SALDO-KIT
                                   thru 0322-SALDO-KIT-EXIT
                           else
                               move 'C' to lnk-edp-op
                               move produtos-codigo to lnk-edp-codigo
                               move pedidos-deposito
                                 to lnk-edp-deposito
                               move produtos-estoque to lnk-edp-total
                               call 'ESTDEPMV' using lnk-estdep-area
                               move lnk-edp-saldo to wrk-saldo-dep
                           end-if
                           if wrk-saldo-dep < itens-qtde
                               move wrk-saldo-dep to wrk-saldo-est-ED
                               display "sem estoque: " itens-produto
                                       " deposito " pedidos-deposito
                                       " saldo " wrk-saldo-est-ED
                                       " pedido x" itens-qtde
                               set wrk-estoque-falta to true
                               perform 0325-LINHA-PARCIAL
                                   thru 0325-LINHA-PARCIAL-EXIT
                           end-if
                   end-read
               end-if
               if tab-fat-qtde(wrk-qt-fat) > 0
                   add 1 to wrk-qt-enviar
               end-if
               compute wrk-total-parcial = wrk-total-parcial
                   + (tab-fat-qtde(wrk-qt-fat) * itens-valor)
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           move '00' to wrk-itn-status.
           close produtos.
           if wrk-estoque-falta
               move wrk-total-parcial to wrk-total-ED
               display "P - faturar o disponivel (total "
                       wrk-total-ED ") e o resto em backorder"
               display "N - nao faturar"
               display "opcao: "
               accept wrk-forca-estoque
           end-if.
       0320-VERIFICA-ESTOQUE-EXIT.
           exit.

       0322-SALDO-KIT SECTION.
      * SALDO DO KIT NO DEPOSITO DE SAIDA, EM KITS: O MENOR SALDO DE
      * COMPONENTE NO DEPOSITO DIVIDIDO PELA QUANTIDADE DELE NO KIT.
           move 0 to wrk-saldo-dep.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           if lnk-kit-nao-achado
               go to 0322-SALDO-KIT-EXIT
           end-if.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       move 0 to produtos-estoque
               end-read
               move 'C' to lnk-edp-op
               move lnk-kit-comp-codigo(wrk-ix-comp) to lnk-edp-codigo
               move pedidos-deposito to lnk-edp-deposito
               move produtos-estoque to lnk-edp-total
               call 'ESTDEPMV' using lnk-estdep-area
               compute wrk-comp-saldo = lnk-edp-saldo
                   / lnk-kit-comp-qtde(wrk-ix-comp)
               if wrk-ix-comp = 1 or wrk-comp-saldo < wrk-saldo-dep
                   move wrk-comp-saldo to wrk-saldo-dep
               end-if
           end-perform.
       0322-SALDO-KIT-EXIT.
           exit.

       0325-LINHA-PARCIAL SECTION.
      * LINHA SEM SALDO PARA TUDO: NO PARCIAL SAI O QUE HOUVER NO
      * DEPOSITO E O RESTO FICA DEVENDO.
           if wrk-saldo-dep > 0
               move wrk-saldo-dep to tab-fat-qtde(wrk-qt-fat)
           else
               move 0 to tab-fat-qtde(wrk-qt-fat)
           end-if.
           compute tab-fat-back(wrk-qt-fat) =
               itens-qtde - tab-fat-qtde(wrk-qt-fat).
           add 1 to wrk-qt-back.
       0325-LINHA-PARCIAL-EXIT.
           exit.

       0330-BAIXAR-ESTOQUE SECTION.
      * BAIXA O SALDO DOS ITENS DE CATALOGO DO PEDIDO FATURADO E
      * REGISTRA CADA SAIDA NO LOG DE MOVIMENTOS (MESMO ARQUIVO DO
      * PRODUTOS.COB), COM O NUMERO DO PEDIDO NO FIM DA LINHA. A
      * RESERVA FEITA NA INCLUSAO SAI JUNTO COM A BAIXA, E O SALDO DO
      * DEPOSITO DE SAIDA BAIXA JUNTO COM O TOTAL. LINHA DE KIT BAIXA
      * CADA COMPONENTE.
           open i-o produtos.
           if wrk-prd-status not = '00'
               display "catalogo indisponivel - estoque nao baixado"
                       invalid key
                           continue
                       not invalid key
                           if produtos-e-kit
                               perform 0336-BAIXAR-KIT
                                   thru 0336-BAIXAR-KIT-EXIT
                           else
                               move itens-qtde to wrk-baixa-qtde
                               move itens-qtde-back to wrk-baixa-back
                               move 0 to wrk-kit-log
                               perform 0331-BAIXAR-PRODUTO
                                   thru 0331-BAIXAR-PRODUTO-EXIT
      * O CUSTO MEDIO DO MOMENTO FICA CONGELADO NA LINHA DO PEDIDO,
      * E O LOTE DE ONDE ELA SAIU TAMBEM.
                               move produtos-custo-medio to itens-custo
                           end-if
                           rewrite peditens-reg
                               invalid key
                                   display "custo da linha "
                                           itens-linha " nao gravado"
                           end-rewrite
                   end-read
               end-if
               read peditens next
       0330-BAIXAR-ESTOQUE-EXIT.
           exit.

       0331-BAIXAR-PRODUTO SECTION.
      * SAIDA DE WRK-BAIXA-QTDE DO PRODUTO EM PRODUTOS-REG (O DA LINHA
      * OU UM COMPONENTE DO KIT DELA) NO TOTAL, NO DEPOSITO E NOS
      * LOTES, COM A LINHA NO LOG - WRK-KIT-LOG DIFERENTE DE ZERO
      * ANOTA DE QUAL KIT O COMPONENTE SAIU.
           move 'M' to lnk-edp-op.
           move produtos-codigo to lnk-edp-codigo.
           move pedidos-deposito to lnk-edp-deposito.
           compute lnk-edp-qtde = 0 - wrk-baixa-qtde.
           move produtos-estoque to lnk-edp-total.
           call 'ESTDEPMV' using lnk-estdep-area.
           if lnk-edp-erro
               display "saldo do deposito nao baixado - produto "
                       produtos-codigo
           end-if.
           subtract wrk-baixa-qtde from produtos-estoque.
      * A RESERVA DO ITEM VIRA A BAIXA DE VERDADE.
           if produtos-reservado > wrk-baixa-qtde
               subtract wrk-baixa-qtde from produtos-reservado
           else
               move 0 to produtos-reservado
           end-if.
      * BACKORDER FATURADO DEIXA DE SER DIVIDA COM O CLIENTE - O QUE
      * FICAR DEVENDO DE NOVO ENTRA NO BACKORDER SEGUINTE.
           if pedidos-origem not = 0
               compute wrk-res-qtde = wrk-baixa-qtde + wrk-baixa-back
               perform 0335-BAIXAR-BACKORDER
                   thru 0335-BAIXAR-BACKORDER-EXIT
           end-if.
      * PRODUTO EM CONTAGEM DE INVENTARIO: A SAIDA FICA ANOTADA PARA O
      * RELATORIO DE DIVERGENCIAS DO PRODUTOS.COB.
           if produtos-inventario not = 0
               subtract wrk-baixa-qtde from produtos-inv-movido
           end-if.
           rewrite produtos-reg
           end-rewrite.
           perform 0332-BAIXAR-LOTES thru 0332-BAIXAR-LOTES-EXIT.
           move produtos-estoque to wrk-saldo-est-ED.
           move spaces to mov-linha.
           move 1 to wrk-ptr-mov.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-aud-hora    delimited by size
                  ';'             delimited by size
                  produtos-codigo delimited by size
                  ';S;'           delimited by size
                  wrk-baixa-qtde  delimited by size
                  ';'             delimited by size
                  wrk-saldo-est-ED delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
                  ';PEDIDO '      delimited by size
                  pedidos-numero  delimited by size
             into mov-linha
             with pointer wrk-ptr-mov
             on overflow
                 set wrk-log-truncado to true
           end-string.
           if produtos-inventario not = 0
               string ';CONTAGEM '  delimited by size
                      produtos-inventario delimited by size
                 into mov-linha
                 with pointer wrk-ptr-mov
                 on overflow
                     set wrk-log-truncado to true
               end-string
           end-if.
           string ';DEP '           delimited by size
                  pedidos-deposito  delimited by size
             into mov-linha
             with pointer wrk-ptr-mov
             on overflow
                 set wrk-log-truncado to true
           end-string.
           if wrk-kit-log not = 0
               string ';KIT '       delimited by size
                      wrk-kit-log   delimited by size
                 into mov-linha
                 with pointer wrk-ptr-mov
                 on overflow
                     set wrk-log-truncado to true
               end-string
           end-if.
           if wrk-lote-log not = spaces
               string ';'           delimited by size
                      wrk-lote-log  delimited by size
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
       0331-BAIXAR-PRODUTO-EXIT.
           exit.

       0332-BAIXAR-LOTES SECTION.
      * PRODUTO COM LOTE: A LINHA SAI DOS LOTES DO DEPOSITO PELO QUE
      * VENCE PRIMEIRO (LOTEMV). O PRIMEIRO LOTE FICA NO ITEM E A
      * LISTA TODA (LOTE:QTDE, E O QUE SAIU SEM LOTE) VAI PARA O LOG.
           move spaces to wrk-lote-log.
           move spaces to itens-lote.
           move 0 to itens-qt-lotes.
           if not produtos-controla-lote
               go to 0332-BAIXAR-LOTES-EXIT
           end-if.
           move 'S' to lnk-lot-op.
           move produtos-codigo to lnk-lot-codigo.
           move pedidos-deposito to lnk-lot-deposito.
           move wrk-baixa-qtde to lnk-lot-qtde.
           call 'LOTEMV' using lnk-lote-area.
           if lnk-lot-erro
               display "lotes nao baixados - produto " produtos-codigo
               go to 0332-BAIXAR-LOTES-EXIT
           end-if.
           move lnk-lot-qt-usados to itens-qt-lotes.
           if lnk-lot-qt-usados > 0
               move lnk-lot-us-numero(1) to itens-lote
           end-if.
           move 1 to wrk-ptr-lote.
           string 'LOTE ' delimited by size
             into wrk-lote-log
             with pointer wrk-ptr-lote
             on overflow
                 set wrk-log-truncado to true
           end-string.
           perform varying wrk-ix-lote from 1 by 1
                   until wrk-ix-lote > lnk-lot-qt-usados
               if wrk-ix-lote > 1
                   string ',' delimited by size
                     into wrk-lote-log
                     with pointer wrk-ptr-lote
                     on overflow
                         set wrk-log-truncado to true
                   end-string
               end-if
               string lnk-lot-us-numero(wrk-ix-lote)
                                         delimited by space
                      ':'                delimited by size
                      lnk-lot-us-qtde(wrk-ix-lote)
                                         delimited by size
                 into wrk-lote-log
                 with pointer wrk-ptr-lote
                 on overflow
                     set wrk-log-truncado to true
               end-string
           end-perform.
           if lnk-lot-sem-lote > 0
               if lnk-lot-qt-usados > 0
                   string ',' delimited by size
                     into wrk-lote-log
                     with pointer wrk-ptr-lote
                     on overflow
                         set wrk-log-truncado to true
                   end-string
               end-if
               string 'S/LOTE:'          delimited by size
                      lnk-lot-sem-lote   delimited by size
                 into wrk-lote-log
                 with pointer wrk-ptr-lote
                 on overflow
                     set wrk-log-truncado to true
               end-string
           end-if.
       0332-BAIXAR-LOTES-EXIT.
           exit.

       0335-BAIXAR-BACKORDER SECTION.
      * TIRA WRK-RES-QTDE DA DIVIDA DE BACKORDER DO PRODUTO LIDO, SEM
      * DEIXAR NEGATIVO.
           if produtos-backorder > wrk-res-qtde
               subtract wrk-res-qtde from produtos-backorder
           else
               move 0 to produtos-backorder
           end-if.
       0335-BAIXAR-BACKORDER-EXIT.
           exit.

       0336-BAIXAR-KIT SECTION.
      * LINHA DE KIT: SAI A RESERVA DO PROPRIO KIT E CADA COMPONENTE
      * BAIXA QUANTIDADE DA LINHA X QUANTIDADE NO KIT. O CUSTO DO KIT
      * NA LINHA E A SOMA DO CUSTO MEDIO DOS COMPONENTES; O LOTE DE
      * CADA COMPONENTE FICA SO NO LOG.
           if produtos-reservado > itens-qtde
               subtract itens-qtde from produtos-reservado
           else
               move 0 to produtos-reservado
           end-if.
           if pedidos-origem not = 0
               compute wrk-res-qtde = itens-qtde + itens-qtde-back
               perform 0335-BAIXAR-BACKORDER
                   thru 0335-BAIXAR-BACKORDER-EXIT
           end-if.
           rewrite produtos-reg
           end-rewrite.
           move 0 to wrk-kit-custo.
           move produtos-codigo to wrk-kit-log.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           if lnk-kit-nao-achado
               display "kit " wrk-kit-log " sem componentes - "
                       "estoque nao baixado"
           end-if.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
                      or lnk-kit-nao-achado
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       display "componente " produtos-codigo
                               " fora do catalogo - nao baixado"
                   not invalid key
                       compute wrk-baixa-qtde = itens-qtde
                           * lnk-kit-comp-qtde(wrk-ix-comp)
                       compute wrk-baixa-back = itens-qtde-back
                           * lnk-kit-comp-qtde(wrk-ix-comp)
                       perform 0331-BAIXAR-PRODUTO
                           thru 0331-BAIXAR-PRODUTO-EXIT
                       compute wrk-kit-custo = wrk-kit-custo
                           + (produtos-custo-medio
                              * lnk-kit-comp-qtde(wrk-ix-comp))
               end-read
           end-perform.
           move wrk-kit-custo to itens-custo.
           move spaces to itens-lote.
           move 0 to itens-qt-lotes.
       0336-BAIXAR-KIT-EXIT.
           exit.

       0340-RESERVAR SECTION.
      * RESERVA ('+') OU DEVOLVE ('-') WRK-RES-QTDE DO PRODUTO
      * WRK-RES-CODIGO - A DEVOLUCAO NAO DEIXA O RESERVADO NEGATIVO
      * (PEDIDO INCLUIDO ANTES DA RESERVA EXISTIR NAO TEM O QUE
      * DEVOLVER). COM UM BACKORDER NO REGISTRO DE PEDIDO, A DIVIDA
      * DE BACKORDER DO PRODUTO ACOMPANHA; 'B' SO SOMA A DIVIDA (A
      * RESERVA JA VEIO DO PEDIDO ORIGINAL).
           open i-o produtos.
           if wrk-prd-status not = '00'
               display "catalogo indisponivel - reserva nao atualizada"
               go to 0340-RESERVAR-EXIT
           end-if.
           move wrk-res-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   close produtos
                   go to 0340-RESERVAR-EXIT
           end-read.
           perform 0342-APLICAR-RESERVA thru 0342-APLICAR-RESERVA-EXIT.
           rewrite produtos-reg
               invalid key
                   display "reserva nao atualizada: " produtos-codigo
           end-rewrite.
      * KIT: O RESERVADO DO KIT CONTA OS KITS EM PEDIDO ABERTO E O DE
      * CADA COMPONENTE LEVA A QUANTIDADE DELE NESSES KITS.
           if produtos-e-kit
               perform 0345-RESERVAR-KIT thru 0345-RESERVAR-KIT-EXIT
           end-if.
           close produtos.
       0340-RESERVAR-EXIT.
           exit.

       0342-APLICAR-RESERVA SECTION.
           evaluate wrk-sinal-res
               when '+'
                   add wrk-res-qtde to produtos-reservado
                   if pedidos-origem not = 0
                       add wrk-res-qtde to produtos-backorder
                   end-if
               when '-'
                   if produtos-reservado > wrk-res-qtde
                       subtract wrk-res-qtde from produtos-reservado
                   else
                       move 0 to produtos-reservado
                   end-if
                   if pedidos-origem not = 0
                       perform 0335-BAIXAR-BACKORDER
                           thru 0335-BAIXAR-BACKORDER-EXIT
                   end-if
               when 'B'
                   add wrk-res-qtde to produtos-backorder
           end-evaluate.
       0342-APLICAR-RESERVA-EXIT.
           exit.

       0345-RESERVAR-KIT SECTION.
           move wrk-res-codigo to wrk-kit-res-codigo.
           move wrk-res-qtde to wrk-kit-res-qtde.
           move wrk-res-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
                      or lnk-kit-nao-achado
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       continue
                   not invalid key
                       compute wrk-res-qtde = wrk-kit-res-qtde
                           * lnk-kit-comp-qtde(wrk-ix-comp)
                       perform 0342-APLICAR-RESERVA
                           thru 0342-APLICAR-RESERVA-EXIT
                       rewrite produtos-reg
                           invalid key
                               display "reserva nao atualizada: "
                                       produtos-codigo
                       end-rewrite
               end-read
           end-perform.
           move wrk-kit-res-codigo to wrk-res-codigo.
           move wrk-kit-res-qtde to wrk-res-qtde.
       0345-RESERVAR-KIT-EXIT.
           exit.

       0350-LIBERAR-RESERVA SECTION.
      * PEDIDO CANCELADO DEVOLVE A RESERVA DE TODOS OS ITENS DE
      * CATALOGO.
           move '-' to wrk-sinal-res.
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
               if itens-codigo not = 0
                   move itens-codigo to wrk-res-codigo
                   move itens-qtde to wrk-res-qtde
                   perform 0340-RESERVAR thru 0340-RESERVAR-EXIT
               end-if
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
       0350-LIBERAR-RESERVA-EXIT.
           exit.

       0360-APLICAR-PARCIAL SECTION.
      * NOTA DO PARCIAL JA EMITIDA: CADA LINHA SEM SALDO PARA TUDO
      * FICA SO COM O QUE SAIU E GUARDA O QUE FICOU DEVENDO - A
      * CONSULTA DO PEDIDO MOSTRA OS DOIS.
           perform varying wrk-ix-fat from 1 by 1
                   until wrk-ix-fat > wrk-qt-fat
               if tab-fat-back(wrk-ix-fat) > 0
                   move pedidos-numero to itens-pedido
                   move tab-fat-linha(wrk-ix-fat) to itens-linha
                   read peditens key is peditens-chave
                       invalid key
                           continue
                       not invalid key
                           move tab-fat-qtde(wrk-ix-fat) to itens-qtde
                           move tab-fat-back(wrk-ix-fat)
                             to itens-qtde-back
                           rewrite peditens-reg
                               invalid key
                                   display "item " itens-linha
                                           " nao atualizado"
                           end-rewrite
                   end-read
               end-if
           end-perform.
       0360-APLICAR-PARCIAL-EXIT.
           exit.

       0370-GERAR-BACKORDER SECTION.
      * O QUE FICOU DEVENDO NO PARCIAL VIRA UM PEDIDO NOVO, ABERTO,
      * LIGADO AO ORIGINAL (PEDIDOS-ORIGEM / PEDIDOS-BACKORDER) - A
      * RESERVA DE ESTOQUE DO RESTANTE JA ESTA FEITA DESDE A
      * INCLUSAO E PASSA PARA ELE. E FATURADO (OU CANCELADO) PELAS
      * OPCOES DE SEMPRE QUANDO O ESTOQUE CHEGAR.
           move pedidos-numero to wrk-num-origem.
           move pedidos-fone to wrk-bo-fone.
           move pedidos-vendedor to wrk-bo-vendedor.
           move pedidos-entrega to wrk-bo-entrega.
           move pedidos-contrato to wrk-bo-contrato.
           move pedidos-transp to wrk-bo-transp.
           perform 0120-PROXIMO-NUMERO thru 0120-PROXIMO-NUMERO-EXIT.
           accept wrk-data-hoje from date YYYYMMDD.
           move spaces to pedidos-reg.
           move wrk-numero to pedidos-numero.
           move wrk-bo-fone to pedidos-fone.
           move wrk-data-hoje to pedidos-data.
           move wrk-bo-vendedor to pedidos-vendedor.
           move wrk-bo-entrega to pedidos-entrega.
           move 0 to pedidos-nf.
           move 0 to pedidos-parcelas.
           move 0 to pedidos-frete.
           move 0 to pedidos-prazo.
           move wrk-num-origem to pedidos-origem.
           move 0 to pedidos-backorder.
           move 0 to pedidos-devolvido.
           move 0 to pedidos-deposito.
           move 0 to pedidos-separado.
           move space to pedidos-retido.
           move wrk-bo-contrato to pedidos-contrato.
           move 0 to pedidos-pontos-usados.
           move 0 to pedidos-desc-pontos.
           move wrk-bo-transp to pedidos-transp.
           move 'A' to pedidos-situacao.
           move 0 to wrk-bo-linha.
           move 0 to wrk-total.
           perform varying wrk-ix-fat from 1 by 1
                   until wrk-ix-fat > wrk-qt-fat
               if tab-fat-back(wrk-ix-fat) > 0
                   perform 0375-LINHA-BACKORDER
                       thru 0375-LINHA-BACKORDER-EXIT
               end-if
           end-perform.
           move wrk-bo-linha to pedidos-qt-itens.
           move wrk-total to pedidos-total.
           write pedidos-reg
               invalid key
                   display "backorder " wrk-numero " nao gravado"
                   move wrk-num-origem to wrk-numero
                   go to 0370-GERAR-BACKORDER-EXIT
           end-write.
           move wrk-total to wrk-total-ED.
           display "backorder " wrk-numero " gerado - total "
                   wrk-total-ED.
           move 'BACKORDER' to wrk-aud-evento.
           perform 0170-GRAVAR-AUDITORIA
               thru 0170-GRAVAR-AUDITORIA-EXIT.
      * O ORIGINAL FICA APONTANDO PARA O BACKORDER.
           move wrk-numero to wrk-num-backorder.
           move wrk-num-origem to wrk-numero.
           move wrk-num-origem to pedidos-numero.
           read pedidos key is pedidos-chave
               invalid key
                   go to 0370-GERAR-BACKORDER-EXIT
           end-read.
           move wrk-num-backorder to pedidos-backorder.
           rewrite pedidos-reg
               invalid key
                   display "pedido " wrk-numero " sem o numero do "
                           "backorder"
           end-rewrite.
       0370-GERAR-BACKORDER-EXIT.
           exit.

       0375-LINHA-BACKORDER SECTION.
      * COPIA A LINHA DO ORIGINAL PARA O BACKORDER COM A QUANTIDADE
      * DEVIDA E SOMA A DIVIDA NO PRODUTO.
           move wrk-num-origem to itens-pedido.
           move tab-fat-linha(wrk-ix-fat) to itens-linha.
           read peditens key is peditens-chave
               invalid key
                   go to 0375-LINHA-BACKORDER-EXIT
           end-read.
           add 1 to wrk-bo-linha.
           move wrk-numero to itens-pedido.
           move wrk-bo-linha to itens-linha.
           move tab-fat-back(wrk-ix-fat) to itens-qtde.
           move 0 to itens-qtde-back.
           move 0 to itens-qtde-dev.
           move 0 to itens-custo.
           move spaces to itens-lote.
           move 0 to itens-qt-lotes.
           move 0 to itens-ncm.
           move 0 to itens-cfop.
           move 0 to itens-base-icms.
           move 0 to itens-aliq-icms.
           move 0 to itens-icms.
           move 0 to itens-aliq-ipi.
           move 0 to itens-ipi.
           write peditens-reg
               invalid key
                   display "linha " wrk-bo-linha " do backorder nao "
                           "gravada"
                   subtract 1 from wrk-bo-linha
                   go to 0375-LINHA-BACKORDER-EXIT
           end-write.
           compute wrk-total = wrk-total + (itens-qtde * itens-valor).
           if itens-codigo not = 0
               move 'B' to wrk-sinal-res
               move itens-codigo to wrk-res-codigo
               move itens-qtde to wrk-res-qtde
               perform 0340-RESERVAR thru 0340-RESERVAR-EXIT
           end-if.
       0375-LINHA-BACKORDER-EXIT.
           exit.

       0380-BACKORDERS-PRONTOS SECTION.
      * LISTA DE LIBERACAO: BACKORDERS ABERTOS CUJOS ITENS DE
      * CATALOGO JA TEM SALDO PARA SAIR POR INTEIRO - ESSES PODEM SER
      * FATURADOS PELA OPCAO 3. OS DEMAIS SO SAO CONTADOS.
           move 0 to wrk-qt-prontos.
           move 0 to wrk-qt-aguardando.
           open input produtos.
           if wrk-prd-status not = '00'
               display "catalogo de produtos indisponivel"
               go to 0380-BACKORDERS-PRONTOS-EXIT
           end-if.
           move 0 to pedidos-numero.
           start pedidos key is greater pedidos-chave
               invalid key
                   move '10' to wrk-ped-status
           end-start.
           if wrk-ped-status not = '10'
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-if.
           display "backorders prontos para liberar:".
           perform until wrk-ped-status = '10'
               if pedidos-sit-aberto and pedidos-origem not = 0
                   perform 0385-CONFERE-BACKORDER
                       thru 0385-CONFERE-BACKORDER-EXIT
               end-if
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-perform.
           move '00' to wrk-ped-status.
           close produtos.
           display "prontos: " wrk-qt-prontos
                   " - aguardando estoque: " wrk-qt-aguardando.
       0380-BACKORDERS-PRONTOS-EXIT.
           exit.

       0385-CONFERE-BACKORDER SECTION.
           set wrk-backorder-pronto to true.
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
               if itens-codigo not = 0
                   move itens-codigo to produtos-codigo
                   read produtos key is produtos-chave
                       invalid key
                           move 'N' to wrk-sw-pronto
                       not invalid key
                           if produtos-e-kit
                               perform 0134-DISPONIVEL-KIT
                                   thru 0134-DISPONIVEL-KIT-EXIT
                               move wrk-kit-saldo to wrk-comp-saldo
                           else
                               move produtos-estoque to wrk-comp-saldo
                           end-if
                           if wrk-comp-saldo < itens-qtde
                               move 'N' to wrk-sw-pronto
                           end-if
                   end-read
               end-if
               read peditens next
                   at end move '10' to wrk-itn-status
               end-read
           end-perform.
           move '00' to wrk-itn-status.
           if wrk-backorder-pronto
               move pedidos-total to wrk-total-ED
               display pedidos-numero " do pedido " pedidos-origem
                       " fone " pedidos-fone " " wrk-total-ED
               add 1 to wrk-qt-prontos
           else
               add 1 to wrk-qt-aguardando
           end-if.
       0385-CONFERE-BACKORDER-EXIT.
           exit.

       0500-GERAR-LOTE SECTION.
      * GERA O FRETE_LOTE.TXT DO DIA A PARTIR DOS PEDIDOS ABERTOS COM
      * DATA DE HOJE - UMA LINHA POR ITEM, NO LAYOUT QUE O 0400-LOTE
