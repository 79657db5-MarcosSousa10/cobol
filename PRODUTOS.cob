               "REAJUSTE_PRECOS.TXT"
           organization is line sequential
           file status is wrk-rea-status.
      * FORNECEDORES (FORNMANT.COB) E PEDIDOS DE COMPRA GERADOS DA
      * REPOSICAO - CABECALHO EM COMPRAS.DAT, ITENS EM COMPITENS.DAT.
           select fornecedores assign to 'FORNECEDORES.DAT'
           organization is indexed
           access mode is dynamic
           record key is fornecedores-chave
           file status is wrk-for-status.
           select compras assign to 'COMPRAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is compras-chave
           file status is wrk-cmp-status.
           select compitens assign to 'COMPITENS.DAT'
           organization is indexed
           access mode is dynamic
           record key is compitens-chave
           file status is wrk-cit-status.
      * CONTAGENS DE INVENTARIO (MARCADOR + UMA LINHA POR PRODUTO), A
      * FOLHA DE CONTAGEM SEM SALDO E O RELATORIO DE DIVERGENCIAS.
           select invcont assign to 'INVCONT.DAT'
           organization is indexed
           access mode is dynamic
           record key is invcont-chave
           file status is wrk-inv-status.
           select folha-cont assign to
               "FOLHA_CONTAGEM.TXT"
           organization is line sequential
           file status is wrk-fol-status.
      * SALDO POR DEPOSITO - SO LIDO AQUI, PARA A CONSULTA; QUEM GRAVA
      * E O SUBPROGRAMA ESTDEPMV.
           select estdep assign to 'ESTDEP.DAT'
           organization is indexed
           access mode is dynamic
           record key is estdep-chave
           file status is wrk-edp-status.
      * SALDO POR LOTE - TAMBEM SO LIDO AQUI; QUEM GRAVA E O LOTEMV.
           select lotes assign to 'LOTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is lotes-chave
           file status is wrk-lot-status.
           select kits assign to 'KITS.DAT'
           organization is indexed
           access mode is dynamic
           record key is kits-chave
           file status is wrk-kit-status.
       data division.
       file section.
       FD produtos.

       FD estoque-log.
       01 estoque-log-reg.
           05 mov-linha pic x(350).

       FD precohis.
       COPY PRECOHIS.
       01 reajuste-reg.
           05 rea-linha pic x(100).

       FD fornecedores.
       COPY FORNEC.

       FD compras.
       COPY COMPRAS.

       FD compitens.
       COPY COMPITEN.

       FD invcont.
       COPY INVCONT.

       FD folha-cont.
       01 folha-cont-reg.
           05 fol-linha pic x(100).

       FD estdep.
       COPY ESTDEP.

       FD lotes.
       COPY LOTES.

       FD kits.
       COPY KITS.

       working-storage section.
       77 wrk-prd-status pic x(02).
       77 wrk-mov-status pic x(02).
       77 wrk-tipo-mov pic x(01) value spaces.
       77 wrk-qtde-mov pic 9(07) value zeros.
       77 wrk-saldo-ED pic -zzzzzz9 value zeros.
      * SALDO LIVRE PARA VENDA - ESTOQUE MENOS O RESERVADO EM PEDIDOS
      * ABERTOS.
       77 wrk-disponivel pic s9(08) value zeros.
       77 wrk-disponivel-ED pic -zzzzzz9 value zeros.
       77 wrk-reservado-ED pic zzzzzz9 value zeros.
       77 wrk-qt-repor pic 9(05) value zeros.
      * HISTORICO DE PRECOS E REAJUSTE EM LOTE POR FAIXA DE CODIGO.
       77 wrk-his-status pic x(02).
       77 wrk-preco-novo-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-resp pic x(01) value spaces.
       77 wrk-qt-his pic 9(03) value zeros.
      * FORNECEDOR PREFERENCIAL E PEDIDOS DE COMPRA DA REPOSICAO - A
      * SUGESTAO REPOE O SALDO ATE O DOBRO DO MINIMO, DESCONTADO O QUE
      * JA ESTA PEDIDO E NAO CHEGOU.
       77 wrk-for-status pic x(02).
       77 wrk-cmp-status pic x(02).
       77 wrk-cit-status pic x(02).
       77 wrk-fornecedor pic 9(05) value zeros.
       77 wrk-sw-fornecedor pic x(01) value 'N'.
           88 wrk-fornecedor-achado value 'S'.
       77 wrk-sugerido pic s9(08) value zeros.
       77 wrk-sugerido-ED pic -zzzzzz9 value zeros.
       77 wrk-compra pic 9(06) value zeros.
       77 wrk-qt-sem-forn pic 9(05) value zeros.
       77 wrk-qt-cg pic 9(03) value zeros.
       77 wrk-ix-cg pic 9(03) value zeros.
       77 wrk-ix-achado pic 9(03) value zeros.
       01 tab-compras-geradas.
           05 tab-cg-item occurs 200 times.
               10 tab-cg-fornecedor pic 9(05).
               10 tab-cg-numero     pic 9(06).
               10 tab-cg-linhas     pic 9(03).
       77 wrk-dias-previsao pic 9(07) value zeros.
       77 wrk-pendente pic 9(07) value zeros.
       77 wrk-custo pic 9(08)v99 value zeros.
       77 wrk-custo-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-aliq-ipi-ED pic z9,99 value zeros.
       77 wrk-qt-pendentes pic 9(03) value zeros.
       77 wrk-qt-recebidas pic 9(03) value zeros.
       77 wrk-qt-compras pic 9(05) value zeros.
      * REFERENCIA OPCIONAL NO FIM DA LINHA DO LOG DE ESTOQUE (EX.:
      * 'COMPRA 000123'), NO MESMO FEITIO DO ';PEDIDO' DO PEDIDOS.COB.
       77 wrk-ref-mov pic x(20) value spaces.
       77 wrk-ptr-mov pic 9(03) value zeros.
       77 wrk-sw-log pic x(01) value 'N'.
           88 wrk-log-truncado value 'S'.
       COPY NUMLNK.
      * CONTAGEM DE INVENTARIO - SALDO CONGELADO NA ABERTURA, CONTADO
      * DIGITADO DA FOLHA, DIVERGENCIA EM UNIDADES E VALOR E AJUSTE
      * LANCADO SO COM APROVACAO DE SUPERVISOR (TIPO 'I' NO LOG).
       77 wrk-perfil pic x(01) value spaces.
       77 wrk-inv-status pic x(02).
       77 wrk-fol-status pic x(02).
       77 wrk-inventario pic 9(06) value zeros.
       77 wrk-qt-linhas pic 9(05) value zeros.
       77 wrk-qt-divergentes pic 9(05) value zeros.
       77 wrk-qt-nao-contados pic 9(05) value zeros.
       77 wrk-qt-movidos pic 9(05) value zeros.
       77 wrk-diferenca pic s9(07) value zeros.
       77 wrk-dif-valor pic s9(10)v99 value zeros.
       77 wrk-tot-sobra pic 9(09) value zeros.
       77 wrk-tot-falta pic 9(09) value zeros.
       77 wrk-tot-dif-valor pic s9(11)v99 value zeros.
       77 wrk-dif-ED pic -zzzzzz9 value zeros.
       77 wrk-dif-valor-ED pic -zzz.zzz.zz9,99 value zeros.
       77 wrk-tot-valor-ED pic -zz.zzz.zzz.zz9,99 value zeros.
       77 wrk-contado-ED pic zzzzzz9 value zeros.
       77 wrk-marca pic x(12) value spaces.
       77 wrk-tecla-inv pic x(01) value spaces.
      * ESTOQUE POR DEPOSITO (ESTDEPMV) - DEPOSITO DO MOVIMENTO, SALDO
      * NELE, QUANTIDADE COM SINAL PARA O SUBPROGRAMA E O DEPOSITO DA
      * REPOSICAO (ZERO = ESTOQUE TOTAL DA EMPRESA).
       COPY ESTDLNK.
       77 wrk-edp-status pic x(02).
       77 wrk-deposito pic 9(02) value zeros.
       77 wrk-dep-destino pic 9(02) value zeros.
       77 wrk-saldo-dep pic s9(07) value zeros.
       77 wrk-qtde-sinal pic s9(07) value zeros.
       77 wrk-outros-dep pic s9(08) value zeros.
       77 wrk-sw-principal pic x(01) value 'N'.
           88 wrk-principal-gravado value 'S'.
       77 wrk-dep-repor pic 9(02) value zeros.
       77 wrk-saldo-repor pic s9(07) value zeros.
       77 wrk-min-repor pic 9(07) value zeros.
       77 wrk-sw-repor pic x(01) value 'N'.
           88 wrk-no-ponto value 'S'.
      * LOTE E VALIDADE DA ENTRADA DE PRODUTO COM CONTROLE DE LOTE
      * (LOTEMV) E OS LOTES DO MOVIMENTO, QUE VAO PARA O LOG.
       COPY LOTELNK.
       77 wrk-lot-status pic x(02).
       77 wrk-lote pic x(12) value spaces.
       77 wrk-validade pic 9(08) value zeros.
       77 wrk-lote-log pic x(230) value spaces.
       77 wrk-ptr-lote pic 9(03) value zeros.
       77 wrk-ix-lote pic 9(02) value zeros.
       77 wrk-qt-lote-ED pic zzzzzz9 value zeros.
       77 wrk-sw-lote pic x(01) value 'N'.
           88 wrk-lote-informado value 'S'.
      * COPIA DA AREA DO LOTEMV COM OS LOTES DE UMA SAIDA, PARA
      * REPETI-LOS COMO ENTRADA NO OUTRO DEPOSITO.
       01 wrk-lote-salva.
           05 filler pic x(42).
           05 wrk-lot-qt-salva pic 9(02).
           05 wrk-lot-salva-usados occurs 10 times.
               10 wrk-lot-us-salva-numero   pic x(12).
               10 wrk-lot-us-salva-validade pic 9(08).
               10 wrk-lot-us-salva-qtde     pic 9(07).
           05 filler pic x(01).
       COPY KITLNK.
       77 wrk-kit-status pic x(02).
       77 wrk-kit pic 9(05) value zeros.
       77 wrk-componente pic 9(05) value zeros.
       77 wrk-qtde-comp pic 9(03) value zeros.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-kit-saldo pic s9(07) value zeros.
       77 wrk-kit-disponivel pic s9(07) value zeros.
       77 wrk-kit-peso pic 9(09) value zeros.
       77 wrk-comp-saldo pic s9(07) value zeros.

       procedure division.
       0050-MENU SECTION.
               display "6 - movimentar estoque"
               display "7 - relatorio de reposicao"
               display "8 - reajuste de precos em lote"
               display "A - receber pedido de compra"
               display "B - consultar pedidos de compra"
               display "C - cancelar pedido de compra"
               display "D - abrir contagem de inventario"
               display "E - digitar contagem"
               display "F - relatorio de divergencias da contagem"
               display "G - encerrar contagem (supervisor)"
               display "H - transferir entre depositos"
               display "I - saldos e minimos por deposito"
               display "J - composicao de kit"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
                       perform 0700-REPOSICAO thru 0700-REPOSICAO-EXIT
                   when '8'
                       perform 0800-REAJUSTE thru 0800-REAJUSTE-EXIT
                   when 'A'
                   when 'a'
                       perform 0900-RECEBER-COMPRA
                           thru 0900-RECEBER-COMPRA-EXIT
                   when 'B'
                   when 'b'
                       perform 0950-CONSULTAR-COMPRAS
                           thru 0950-CONSULTAR-COMPRAS-EXIT
                   when 'C'
                   when 'c'
                       perform 0970-CANCELAR-COMPRA
                           thru 0970-CANCELAR-COMPRA-EXIT
                   when 'D'
                   when 'd'
                       perform 1000-ABRIR-CONTAGEM
                           thru 1000-ABRIR-CONTAGEM-EXIT
                   when 'E'
                   when 'e'
                       perform 1100-DIGITAR-CONTAGEM
                           thru 1100-DIGITAR-CONTAGEM-EXIT
                   when 'F'
                   when 'f'
                       perform 1200-DIVERGENCIAS
                           thru 1200-DIVERGENCIAS-EXIT
                   when 'G'
                   when 'g'
                       perform 1300-ENCERRAR-CONTAGEM
                           thru 1300-ENCERRAR-CONTAGEM-EXIT
                   when 'H'
                   when 'h'
                       perform 1400-TRANSFERIR
                           thru 1400-TRANSFERIR-EXIT
                   when 'I'
                   when 'i'
                       perform 1500-SALDOS-DEPOSITO
                           thru 1500-SALDOS-DEPOSITO-EXIT
                   when 'J'
                   when 'j'
                       perform 1600-COMPOR-KIT
                           thru 1600-COMPOR-KIT-EXIT
                   when '9'
                       continue
                   when other
           end-perform.
           close produtos.
           close precohis.
           close compras.
           close compitens.
           close invcont.
       0090-final SECTION.
           GOBACK.

               display "erro ao abrir historico de precos - status: "
                       wrk-his-status
           end-if.
           open i-o compras.
           if wrk-cmp-status = '35'
               open output compras
               close compras
               open i-o compras
           end-if.
           if wrk-cmp-status not = '00'
               display "erro ao abrir pedidos de compra - status: "
                       wrk-cmp-status
           end-if.
           open i-o compitens.
           if wrk-cit-status = '35'
               open output compitens
               close compitens
               open i-o compitens
           end-if.
           if wrk-cit-status not = '00'
               display "erro ao abrir itens de compra - status: "
                       wrk-cit-status
           end-if.
           open i-o invcont.
           if wrk-inv-status = '35'
               open output invcont
               close invcont
               open i-o invcont
           end-if.
           if wrk-inv-status not = '00'
               display "erro ao abrir contagens de inventario - "
                       "status: " wrk-inv-status
           end-if.
       0060-ABRIR-PRODUTOS-EXIT.
           exit.

           end-if.
           display "estoque inicial: ".
           accept produtos-estoque.
           display "custo unitario do estoque inicial: ".
           accept produtos-custo-medio.
           display "estoque minimo (0 = sem controle): ".
           accept produtos-est-minimo.
           display "posicao na prateleira (ex. A-03-2): ".
           accept produtos-posicao.
           display "controla lote e validade (S/N): ".
           accept produtos-lote-sw.
           if produtos-lote-sw = 's'
               move 'S' to produtos-lote-sw
           end-if.
           if produtos-lote-sw not = 'S'
               move 'N' to produtos-lote-sw
           end-if.
      * O ESTOQUE INICIAL DE PRODUTO COM LOTE ENTRA NUM LOTE TAMBEM.
           if produtos-controla-lote and produtos-estoque > 0
               perform 0692-PEDIR-LOTE thru 0692-PEDIR-LOTE-EXIT
               if not wrk-lote-informado
                   display "lote obrigatorio - produto nao incluido"
                   go to 0100-INCLUIR-EXIT
               end-if
           end-if.
           display "fornecedor preferencial (0 = nenhum): ".
           accept produtos-fornecedor.
           if produtos-fornecedor not = 0
               move produtos-fornecedor to wrk-fornecedor
               perform 0160-VALIDA-FORNECEDOR
                   thru 0160-VALIDA-FORNECEDOR-EXIT
               if not wrk-fornecedor-achado
                   display "fornecedor inexistente ou inativo"
                   go to 0100-INCLUIR-EXIT
               end-if
           end-if.
           move 0 to produtos-em-compra.
           move 0 to produtos-inventario.
           move 0 to produtos-inv-movido.
           move 0 to produtos-reservado.
           move 0 to produtos-backorder.
           move 'N' to produtos-kit-sw.
           perform 0170-RECEBE-FISCAL thru 0170-RECEBE-FISCAL-EXIT.
           move 'A' to produtos-situacao.
           write produtos-reg
               invalid key
                   display "codigo ja cadastrado"
               not invalid key
                   display "produto incluido"
                   if produtos-controla-lote and produtos-estoque > 0
                       move 1 to wrk-deposito
                       move produtos-estoque to wrk-qtde-sinal
                       perform 0690-LOTE-MOVIMENTO
                           thru 0690-LOTE-MOVIMENTO-EXIT
                       move spaces to wrk-lote-log
                   end-if
      * O PRECO DE ESTREIA TAMBEM ENTRA NO HISTORICO (ANTERIOR ZERO).
                   move 0 to wrk-preco-antes
                   perform 0850-GRAVAR-HISTORICO
       0100-INCLUIR-EXIT.
           exit.

       0160-VALIDA-FORNECEDOR SECTION.
      * CONFERE SE O FORNECEDOR EXISTE E ESTA ATIVO NO CADASTRO -
      * MESMO CRITERIO DO 0113-VALIDA-VENDEDOR DO PEDIDOS.COB.
           move 'N' to wrk-sw-fornecedor.
           open input fornecedores.
           if wrk-for-status not = '00'
               display "cadastro de fornecedores indisponivel"
               go to 0160-VALIDA-FORNECEDOR-EXIT
           end-if.
           move wrk-fornecedor to forn-codigo.
           read fornecedores key is fornecedores-chave
               invalid key
                   continue
               not invalid key
                   if forn-sit-ativo
                       set wrk-fornecedor-achado to true
                   end-if
           end-read.
           close fornecedores.
       0160-VALIDA-FORNECEDOR-EXIT.
           exit.

       0170-RECEBE-FISCAL SECTION.
      * NCM, IPI E ORIGEM - USADOS NO FATURAMENTO PELO FISCALC.
           display "NCM (8 digitos, 0 = nao informado): ".
           accept produtos-ncm.
           display "aliquota de IPI (%): ".
           accept produtos-aliq-ipi.
           display "origem da mercadoria (0 = nacional, 1 a 8 = "
                   "importada/conteudo importado): ".
           accept produtos-origem.
       0170-RECEBE-FISCAL-EXIT.
           exit.

       0200-CONSULTAR SECTION.
           display "codigo do produto: ".
           accept wrk-codigo.
           display "descricao: " produtos-descricao.
           display "preco....: " wrk-preco-ED.
           display "peso (g).: " produtos-peso-gramas.
           display "posicao..: " produtos-posicao.
           move produtos-estoque to wrk-saldo-ED.
           display "estoque..: " wrk-saldo-ED
                   " (minimo " produtos-est-minimo ")".
           move produtos-reservado to wrk-reservado-ED.
           compute wrk-disponivel = produtos-estoque
                                  - produtos-reservado.
           move wrk-disponivel to wrk-disponivel-ED.
           display "reservado: " wrk-reservado-ED
                   " disponivel " wrk-disponivel-ED.
           move produtos-custo-medio to wrk-custo-ED.
           display "custo med: " wrk-custo-ED.
           if produtos-custo-medio > produtos-preco
               display "ATENCAO: preco de venda abaixo do custo medio"
           end-if.
           if produtos-backorder > 0
               display "backorder: " produtos-backorder
           end-if.
           perform 0215-MOSTRAR-DEPOSITOS
               thru 0215-MOSTRAR-DEPOSITOS-EXIT.
           if produtos-controla-lote
               perform 0217-MOSTRAR-LOTES
                   thru 0217-MOSTRAR-LOTES-EXIT
           end-if.
           display "fornecedor: " produtos-fornecedor
                   " (em compra " produtos-em-compra ")".
           move produtos-aliq-ipi to wrk-aliq-ipi-ED.
           display "NCM......: " produtos-ncm " IPI " wrk-aliq-ipi-ED
                   "% origem " produtos-origem.
           if produtos-sit-ativo
               display "situacao.: ATIVO"
           else
               display "situacao.: INATIVO"
           end-if.
           if produtos-e-kit
               perform 1650-MOSTRAR-KIT thru 1650-MOSTRAR-KIT-EXIT
           end-if.
       0210-MOSTRAR-EXIT.
           exit.

       0215-MOSTRAR-DEPOSITOS SECTION.
      * SALDO DO PRODUTO EM CADA DEPOSITO - SEM REGISTRO DO PRINCIPAL,
      * ELE TEM O TOTAL MENOS O QUE ESTA NOS OUTROS.
           move 0 to wrk-outros-dep.
           move 'N' to wrk-sw-principal.
           open input estdep.
           if wrk-edp-status = '00'
               move produtos-codigo to edep-codigo
               move 0 to edep-deposito
               start estdep key is greater estdep-chave
                   invalid key
                       move '10' to wrk-edp-status
               end-start
               if wrk-edp-status not = '10'
                   read estdep next
                       at end move '10' to wrk-edp-status
                   end-read
               end-if
               perform until wrk-edp-status = '10'
                       or edep-codigo not = produtos-codigo
                   move edep-saldo to wrk-saldo-ED
                   display "  deposito " edep-deposito
                           " saldo " wrk-saldo-ED
                           " minimo " edep-minimo
                   if edep-deposito = 1
                       set wrk-principal-gravado to true
                   else
                       add edep-saldo to wrk-outros-dep
                   end-if
                   read estdep next
                       at end move '10' to wrk-edp-status
                   end-read
               end-perform
               close estdep
           end-if.
           if not wrk-principal-gravado
               compute wrk-saldo-dep = produtos-estoque
                                     - wrk-outros-dep
               move wrk-saldo-dep to wrk-saldo-ED
               display "  deposito 01 saldo " wrk-saldo-ED
                       " (principal)"
           end-if.
       0215-MOSTRAR-DEPOSITOS-EXIT.
           exit.

       0217-MOSTRAR-LOTES SECTION.
      * LOTES COM SALDO DO PRODUTO, POR DEPOSITO, COM A VALIDADE.
           open input lotes.
           if wrk-lot-status not = '00'
               display "  sem lotes registrados"
               go to 0217-MOSTRAR-LOTES-EXIT
           end-if.
           move produtos-codigo to lote-codigo.
           move 0 to lote-deposito.
           move low-values to lote-numero.
           start lotes key is greater lotes-chave
               invalid key
                   move '10' to wrk-lot-status
           end-start.
           if wrk-lot-status not = '10'
               read lotes next
                   at end move '10' to wrk-lot-status
               end-read
           end-if.
           perform until wrk-lot-status = '10'
                   or lote-codigo not = produtos-codigo
               if lote-saldo > 0
                   move lote-saldo to wrk-saldo-ED
                   display "  lote " lote-numero " dep "
                           lote-deposito " validade " lote-validade
                           " saldo " wrk-saldo-ED
               end-if
               read lotes next
                   at end move '10' to wrk-lot-status
               end-read
           end-perform.
           close lotes.
       0217-MOSTRAR-LOTES-EXIT.
           exit.

       0300-ALTERAR SECTION.
           display "codigo do produto: ".
           accept wrk-codigo.
      * PARA TODA MUDANCA DE ESTOQUE FICAR NO LOG.
           display "novo estoque minimo: ".
           accept produtos-est-minimo.
           display "nova posicao na prateleira: ".
           accept produtos-posicao.
           display "controla lote e validade (S/N): ".
           accept produtos-lote-sw.
           if produtos-lote-sw = 's'
               move 'S' to produtos-lote-sw
           end-if.
           if produtos-lote-sw not = 'S' or produtos-e-kit
               move 'N' to produtos-lote-sw
           end-if.
           perform 0170-RECEBE-FISCAL thru 0170-RECEBE-FISCAL-EXIT.
           display "novo fornecedor preferencial (0 = nenhum): ".
           accept produtos-fornecedor.
           if produtos-fornecedor not = 0
               move produtos-fornecedor to wrk-fornecedor
               perform 0160-VALIDA-FORNECEDOR
                   thru 0160-VALIDA-FORNECEDOR-EXIT
               if not wrk-fornecedor-achado
                   display "fornecedor inexistente ou inativo - "
                           "produto nao alterado"
                   go to 0300-ALTERAR-EXIT
               end-if
           end-if.
           rewrite produtos-reg
               invalid key
                   display "produto nao alterado"
      * CARREGA O OPERADOR DA SESSAO DO TERMINAL CORRENTE (SESSLER) -
      * CADA MOVIMENTO DE ESTOQUE SAI CARIMBADO COM ELE.
           move 'AVULSO' to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
       0070-LER-SESSAO-EXIT.
           exit.

       0600-MOVIMENTAR SECTION.
      * ENTRADA, SAIDA OU AJUSTE DE SALDO, SEMPRE PELO LOG E SEMPRE EM
      * UM DEPOSITO - SAIDA MAIOR QUE O SALDO DO DEPOSITO E
      * RECUSADA.
           display "codigo do produto: ".
           accept wrk-codigo.
           move wrk-codigo to produtos-codigo.
                   display "produto nao encontrado"
                   go to 0600-MOVIMENTAR-EXIT
           end-read.
           if produtos-e-kit
               display "kit nao tem saldo proprio - movimente os "
                       "componentes"
               go to 0600-MOVIMENTAR-EXIT
           end-if.
           move produtos-estoque to wrk-saldo-ED.
           display "saldo atual: " wrk-saldo-ED.
           display "tipo (E-entrada S-saida A-ajuste): ".
               display "tipo invalido"
               go to 0600-MOVIMENTAR-EXIT
           end-if.
      * COM CONTAGEM ABERTA O SALDO SO ACERTA PELO ENCERRAMENTO DELA -
      * UM AJUSTE AVULSO AGORA SERIA SOBRESCRITO OU DOBRARIA O ACERTO.
           if wrk-tipo-mov = 'A' and produtos-inventario not = 0
               display "produto em contagem de inventario "
                       produtos-inventario " - ajuste recusado"
               go to 0600-MOVIMENTAR-EXIT
           end-if.
           display "deposito (0 = principal): ".
           accept wrk-deposito.
           perform 0685-SALDO-DEPOSITO thru 0685-SALDO-DEPOSITO-EXIT.
           if lnk-edp-erro
               display "deposito inexistente ou inativo"
               go to 0600-MOVIMENTAR-EXIT
           end-if.
           move wrk-saldo-dep to wrk-saldo-ED.
           display "saldo no deposito " wrk-deposito ": " wrk-saldo-ED
                   " (" lnk-edp-nome ")".
           if wrk-tipo-mov = 'A'
               display "novo saldo do deposito (ajuste): "
           else
               display "quantidade: "
           end-if.
           accept wrk-qtde-mov.
           move spaces to wrk-ref-mov.
           evaluate wrk-tipo-mov
               when 'E'
                   display "custo unitario (0 = mantem o medio): "
                   accept wrk-custo
                   if wrk-custo > 0
                       move wrk-custo to wrk-custo-ED
                       string 'CUSTO '     delimited by size
                              wrk-custo-ED delimited by size
                         into wrk-ref-mov
                       end-string
                   end-if
                   perform 0670-CUSTO-MEDIO
                       thru 0670-CUSTO-MEDIO-EXIT
                   move wrk-qtde-mov to wrk-qtde-sinal
               when 'S'
                   if wrk-qtde-mov > wrk-saldo-dep
                       display "saldo insuficiente no deposito - "
                               "saida recusada"
                       go to 0600-MOVIMENTAR-EXIT
                   end-if
                   compute wrk-qtde-sinal = 0 - wrk-qtde-mov
               when 'A'
      * O AJUSTE ACERTA O SALDO DO DEPOSITO; O TOTAL ANDA A DIFERENCA.
                   compute wrk-qtde-sinal = wrk-qtde-mov
                                          - wrk-saldo-dep
           end-evaluate.
      * ENTRADA EM PRODUTO COM LOTE SO COM LOTE E VALIDADE; A SAIDA
      * ESCOLHE O LOTE SOZINHA (O QUE VENCE PRIMEIRO).
           if produtos-controla-lote and wrk-qtde-sinal > 0
               perform 0692-PEDIR-LOTE thru 0692-PEDIR-LOTE-EXIT
               if not wrk-lote-informado
                   display "lote obrigatorio - movimento recusado"
                   go to 0600-MOVIMENTAR-EXIT
               end-if
           end-if.
           perform 0680-MOVER-DEPOSITO thru 0680-MOVER-DEPOSITO-EXIT.
           perform 0690-LOTE-MOVIMENTO thru 0690-LOTE-MOVIMENTO-EXIT.
           add wrk-qtde-sinal to produtos-estoque.
           perform 0640-MARCAR-INVENTARIO
               thru 0640-MARCAR-INVENTARIO-EXIT.
           rewrite produtos-reg
               invalid key
                   display "produto nao atualizado"
               thru 0650-GRAVAR-MOVIMENTO-EXIT.
           move produtos-estoque to wrk-saldo-ED.
           display "movimento gravado - saldo " wrk-saldo-ED.
           perform 0660-AVISAR-BACKORDER
               thru 0660-AVISAR-BACKORDER-EXIT.
       0600-MOVIMENTAR-EXIT.
           exit.

       0640-MARCAR-INVENTARIO SECTION.
      * MOVIMENTO DE PRODUTO QUE ESTA EM CONTAGEM ABERTA: ACUMULA O
      * LIQUIDO EM PRODUTOS-INV-MOVIDO (O ENCERRAMENTO SOMA A
      * DIVERGENCIA AO SALDO DO MOMENTO, SEM PERDER ESTE MOVIMENTO) E
      * O PRODUTO SAI MARCADO NO RELATORIO DE DIVERGENCIAS. CHAMAR
      * ANTES DO REWRITE, COM WRK-TIPO-MOV E WRK-QTDE-MOV PREENCHIDOS.
           if produtos-inventario = 0
               go to 0640-MARCAR-INVENTARIO-EXIT
           end-if.
           evaluate wrk-tipo-mov
               when 'E'
                   add wrk-qtde-mov to produtos-inv-movido
               when 'S'
                   subtract wrk-qtde-mov from produtos-inv-movido
           end-evaluate.
       0640-MARCAR-INVENTARIO-EXIT.
           exit.

       0650-GRAVAR-MOVIMENTO SECTION.
      * LINHA DO LOG DE ESTOQUE: DATA HORA;CODIGO;TIPO;QTDE;SALDO;
      * OPERADOR[;REFERENCIA][;CONTAGEM N] - A REFERENCIA
      * (WRK-REF-MOV) SO SAI QUANDO O CHAMADOR PREENCHE, E A CONTAGEM
      * SO COM O PRODUTO EM INVENTARIO ABERTO.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           open extend estoque-log.
           end-if.
           move produtos-estoque to wrk-saldo-ED.
           move spaces to mov-linha.
           move 1 to wrk-ptr-mov.
           string wrk-data-hoje    delimited by size
                  ' '              delimited by size
                  wrk-hora         delimited by size
                  ';'              delimited by size
                  wrk-operador     delimited by size
             into mov-linha
             with pointer wrk-ptr-mov
             on overflow
                 set wrk-log-truncado to true
           end-string.
           if wrk-ref-mov not = spaces
               string ';'          delimited by size
                      wrk-ref-mov  delimited by size
                 into mov-linha
                 with pointer wrk-ptr-mov
                 on overflow
                     set wrk-log-truncado to true
               end-string
           end-if.
      * MOVIMENTO FEITO COM O PRODUTO EM CONTAGEM SAI MARCADO NO LOG.
           if produtos-inventario not = 0
               string ';CONTAGEM '         delimited by size
                      produtos-inventario  delimited by size
                 into mov-linha
                 with pointer wrk-ptr-mov
                 on overflow
                     set wrk-log-truncado to true
               end-string
           end-if.
      * DEPOSITO DO MOVIMENTO (A TRANSFERENCIA LEVA OS DOIS NA
      * REFERENCIA E DEIXA WRK-DEPOSITO ZERADO).
           if wrk-deposito not = 0
               string ';DEP '              delimited by size
                      wrk-deposito         delimited by size
                 into mov-linha
                 with pointer wrk-ptr-mov
                 on overflow
                     set wrk-log-truncado to true
               end-string
           end-if.
      * LOTES DO MOVIMENTO (PRODUTO COM CONTROLE DE LOTE).
           if wrk-lote-log not = spaces
               string ';'                  delimited by size
                      wrk-lote-log         delimited by size
                 into mov-linha
                 with pointer wrk-ptr-mov
                 on overflow
                     set wrk-log-truncado to true
               end-string
           end-if.
           move spaces to wrk-lote-log.
      * LINHA QUE NAO COUBE SAI CORTADA - AVISA PARA CONFERIR.
           if wrk-log-truncado
               display "linha do log de estoque truncada - produto "
                       produtos-codigo
               move 'N' to wrk-sw-log
           end-if.
           write estoque-log-reg.
           close estoque-log.
       0650-GRAVAR-MOVIMENTO-EXIT.
           exit.

       0660-AVISAR-BACKORDER SECTION.
      * ENTRADA DE PRODUTO DEVIDO EM BACKORDER: AVISA NA HORA - A
      * LISTA DOS BACKORDERS PRONTOS PARA LIBERAR SAI NO PEDIDOS.COB
      * (OPCAO L), JA COM ESTE SALDO NOVO.
           if wrk-tipo-mov = 'E' and produtos-backorder > 0
               display "produto com " produtos-backorder
                       " devidos em backorder - conferir liberacao "
                       "no pedidos (opcao L)"
           end-if.
       0660-AVISAR-BACKORDER-EXIT.
           exit.

       0670-CUSTO-MEDIO SECTION.
      * MEDIA PONDERADA DO CUSTO: SALDO ATUAL AO CUSTO MEDIO MAIS A
      * ENTRADA (WRK-QTDE-MOV) AO CUSTO DA NOTA (WRK-CUSTO). CHAMAR
      * ANTES DE SOMAR A ENTRADA AO SALDO. CUSTO ZERO NAO MEXE NA
      * MEDIA; SALDO ZERADO OU NEGATIVO RECOMECA DO CUSTO DA ENTRADA.
           if wrk-custo = 0 or wrk-qtde-mov = 0
               go to 0670-CUSTO-MEDIO-EXIT
           end-if.
           if produtos-estoque not greater 0
              or produtos-custo-medio = 0
               move wrk-custo to produtos-custo-medio
           else
               compute produtos-custo-medio rounded =
                   ((produtos-estoque * produtos-custo-medio) +
                    (wrk-qtde-mov * wrk-custo)) /
                   (produtos-estoque + wrk-qtde-mov)
           end-if.
       0670-CUSTO-MEDIO-EXIT.
           exit.

       0680-MOVER-DEPOSITO SECTION.
      * SOMA WRK-QTDE-SINAL AO SALDO DO PRODUTO LIDO NO WRK-DEPOSITO.
      * CHAMAR ANTES DE MEXER NO PRODUTOS-ESTOQUE (O SUBPROGRAMA
      * PRECISA DO TOTAL DE ANTES DO MOVIMENTO).
           move 'M' to lnk-edp-op.
           move produtos-codigo to lnk-edp-codigo.
           move wrk-deposito to lnk-edp-deposito.
           move wrk-qtde-sinal to lnk-edp-qtde.
           move produtos-estoque to lnk-edp-total.
           call 'ESTDEPMV' using lnk-estdep-area.
           if lnk-edp-erro
               display "saldo do deposito " wrk-deposito
                       " nao atualizado - produto " produtos-codigo
           end-if.
       0680-MOVER-DEPOSITO-EXIT.
           exit.

       0685-SALDO-DEPOSITO SECTION.
      * VALIDA O WRK-DEPOSITO (ZERO VIRA 01) E DEVOLVE O SALDO DO
      * PRODUTO LIDO NELE EM WRK-SALDO-DEP.
           if wrk-deposito = 0
               move 1 to wrk-deposito
           end-if.
           move 'C' to lnk-edp-op.
           move produtos-codigo to lnk-edp-codigo.
           move wrk-deposito to lnk-edp-deposito.
           move 0 to lnk-edp-qtde.
           move produtos-estoque to lnk-edp-total.
           call 'ESTDEPMV' using lnk-estdep-area.
           move lnk-edp-saldo to wrk-saldo-dep.
       0685-SALDO-DEPOSITO-EXIT.
           exit.

       0690-LOTE-MOVIMENTO SECTION.
      * LEVA O MOVIMENTO DE WRK-QTDE-SINAL NO WRK-DEPOSITO PARA OS
      * LOTES DO PRODUTO: ENTRADA NO LOTE WRK-LOTE, SAIDA PELO QUE
      * VENCE PRIMEIRO. DEIXA EM WRK-LOTE-LOG O TRECHO DO LOG.
           move spaces to wrk-lote-log.
           if not produtos-controla-lote or wrk-qtde-sinal = 0
               go to 0690-LOTE-MOVIMENTO-EXIT
           end-if.
           move produtos-codigo to lnk-lot-codigo.
           move wrk-deposito to lnk-lot-deposito.
           if wrk-qtde-sinal > 0
               move 'E' to lnk-lot-op
               move wrk-lote to lnk-lot-numero
               move wrk-validade to lnk-lot-validade
               move wrk-qtde-sinal to lnk-lot-qtde
               call 'LOTEMV' using lnk-lote-area
               if lnk-lot-erro
                   display "lote " wrk-lote " nao atualizado"
               end-if
               string 'LOTE '   delimited by size
                      wrk-lote  delimited by space
                 into wrk-lote-log
                 on overflow
                     set wrk-log-truncado to true
               end-string
               go to 0690-LOTE-MOVIMENTO-EXIT
           end-if.
           move 'S' to lnk-lot-op.
           compute lnk-lot-qtde = 0 - wrk-qtde-sinal.
           call 'LOTEMV' using lnk-lote-area.
           if lnk-lot-erro
               display "saida nao registrada nos lotes"
               go to 0690-LOTE-MOVIMENTO-EXIT
           end-if.
           perform 0695-LOTES-USADOS thru 0695-LOTES-USADOS-EXIT.
       0690-LOTE-MOVIMENTO-EXIT.
           exit.

       0692-PEDIR-LOTE SECTION.
           move 'N' to wrk-sw-lote.
           display "lote: ".
           accept wrk-lote.
           if wrk-lote = spaces
               go to 0692-PEDIR-LOTE-EXIT
           end-if.
           display "validade (AAAAMMDD, 0 = sem validade): ".
           accept wrk-validade.
           set wrk-lote-informado to true.
       0692-PEDIR-LOTE-EXIT.
           exit.

       0695-LOTES-USADOS SECTION.
      * LOTES CONSUMIDOS NA SAIDA (LNK-LOT-USADOS) NA TELA E NO
      * TRECHO DO LOG: LOTE A:QTDE,B:QTDE[,S/LOTE:QTDE].
           move 1 to wrk-ptr-lote.
           string 'LOTE ' delimited by size
             into wrk-lote-log
             with pointer wrk-ptr-lote
             on overflow
                 set wrk-log-truncado to true
           end-string.
           perform varying wrk-ix-lote from 1 by 1
                   until wrk-ix-lote > lnk-lot-qt-usados
               move lnk-lot-us-qtde(wrk-ix-lote) to wrk-qt-lote-ED
               display "  saiu do lote "
                       lnk-lot-us-numero(wrk-ix-lote)
                       " (validade "
                       lnk-lot-us-validade(wrk-ix-lote) "): "
                       wrk-qt-lote-ED
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
               move lnk-lot-sem-lote to wrk-qt-lote-ED
               display "  sem lote identificado: " wrk-qt-lote-ED
           end-if.
       0695-LOTES-USADOS-EXIT.
           exit.

       0697-ENTRAR-LOTES-USADOS SECTION.
      * DEVOLVE OS LOTES DA ULTIMA SAIDA (LNK-LOT-USADOS) NO
      * WRK-DEPOSITO, COM A MESMA VALIDADE - TRANSFERENCIA.
           move lnk-lote-area to wrk-lote-salva.
           perform varying wrk-ix-lote from 1 by 1
                   until wrk-ix-lote > wrk-lot-qt-salva
               move 'E' to lnk-lot-op
               move produtos-codigo to lnk-lot-codigo
               move wrk-deposito to lnk-lot-deposito
               move wrk-lot-us-salva-numero(wrk-ix-lote)
                 to lnk-lot-numero
               move wrk-lot-us-salva-validade(wrk-ix-lote)
                 to lnk-lot-validade
               move wrk-lot-us-salva-qtde(wrk-ix-lote)
                 to lnk-lot-qtde
               call 'LOTEMV' using lnk-lote-area
           end-perform.
           move wrk-lote-salva to lnk-lote-area.
       0697-ENTRAR-LOTES-USADOS-EXIT.
           exit.

       0700-REPOSICAO SECTION.
      * LISTA OS PRODUTOS ATIVOS COM SALDO NO MINIMO OU ABAIXO DELE -
      * MINIMO ZERO E PRODUTO SEM CONTROLE DE REPOSICAO E FICA FORA.
      * CADA LINHA TRAZ A QUANTIDADE SUGERIDA PARA COMPRA E, NO FIM,
      * OS SUGERIDOS PODEM VIRAR PEDIDOS DE COMPRA, UM POR FORNECEDOR.
      * COM DEPOSITO INFORMADO, O SALDO E O MINIMO SAO OS DELE (OPCAO
      * I) E O PEDIDO DE COMPRA GERADO GUARDA O DEPOSITO PARA A
      * ENTRADA; ZERO E O ESTOQUE TOTAL CONTRA O MINIMO DO CADASTRO.
           display "deposito (0 = estoque total da empresa): ".
           accept wrk-dep-repor.
           if wrk-dep-repor not = 0
               move 'V' to lnk-edp-op
               move wrk-dep-repor to lnk-edp-deposito
               call 'ESTDEPMV' using lnk-estdep-area
               if lnk-edp-erro
                   display "deposito inexistente ou inativo"
                   go to 0700-REPOSICAO-EXIT
               end-if
               display "reposicao do deposito " wrk-dep-repor " - "
                       lnk-edp-nome
           end-if.
           move 0 to wrk-qt-repor.
           move 0 to produtos-codigo.
           start produtos key is greater produtos-chave
           end-if.
           display "produtos no ponto de reposicao:".
           perform until wrk-prd-status = '10'
               perform 0705-PONTO-REPOSICAO
                   thru 0705-PONTO-REPOSICAO-EXIT
               if wrk-no-ponto
                   move wrk-saldo-repor to wrk-saldo-ED
                   display produtos-codigo " " produtos-descricao
                           " saldo " wrk-saldo-ED
                           " minimo " wrk-min-repor
                   move wrk-sugerido to wrk-sugerido-ED
                   display "      em compra " produtos-em-compra
                           " sugerido " wrk-sugerido-ED
                           " fornecedor " produtos-fornecedor
                   add 1 to wrk-qt-repor
               end-if
               read produtos next
           end-perform.
           move '00' to wrk-prd-status.
           display "produtos a repor: " wrk-qt-repor.
           if wrk-qt-repor = 0
               go to 0700-REPOSICAO-EXIT
           end-if.
           display "gerar pedidos de compra dos sugeridos (S/N)? ".
           accept wrk-resp.
           if wrk-resp = 'S' or wrk-resp = 's'
               perform 0750-GERAR-COMPRAS thru 0750-GERAR-COMPRAS-EXIT
           end-if.
       0700-REPOSICAO-EXIT.
           exit.

       0705-PONTO-REPOSICAO SECTION.
      * PRODUTO ATIVO COM SALDO NO MINIMO OU ABAIXO - DO ESTOQUE TOTAL
      * OU DO DEPOSITO DA REPOSICAO - SAI COM WRK-NO-PONTO E A
      * SUGESTAO CALCULADA.
           move 'N' to wrk-sw-repor.
           if not produtos-sit-ativo or produtos-e-kit
               go to 0705-PONTO-REPOSICAO-EXIT
           end-if.
           if wrk-dep-repor = 0
               move produtos-estoque to wrk-saldo-repor
               move produtos-est-minimo to wrk-min-repor
           else
               move wrk-dep-repor to wrk-deposito
               perform 0685-SALDO-DEPOSITO
                   thru 0685-SALDO-DEPOSITO-EXIT
               move wrk-saldo-dep to wrk-saldo-repor
               move lnk-edp-minimo to wrk-min-repor
           end-if.
           if wrk-min-repor > 0
              and wrk-saldo-repor not greater wrk-min-repor
               set wrk-no-ponto to true
               perform 0710-CALCULA-SUGESTAO
                   thru 0710-CALCULA-SUGESTAO-EXIT
           end-if.
       0705-PONTO-REPOSICAO-EXIT.
           exit.

       0710-CALCULA-SUGESTAO SECTION.
      * REPOE O SALDO ATE O DOBRO DO MINIMO, DESCONTANDO O QUE JA ESTA
      * PEDIDO AO FORNECEDOR E AINDA NAO CHEGOU - SE O QUE ESTA A
      * CAMINHO JA COBRE, A SUGESTAO E ZERO. O QUE ESTA EM COMPRA E
      * DO PRODUTO TODO, ENTAO NA REPOSICAO POR DEPOSITO A SUGESTAO
      * PECA POR BAIXO E NUNCA PEDE DUAS VEZES.
           compute wrk-sugerido = (wrk-min-repor * 2)
                                - wrk-saldo-repor
                                - produtos-em-compra.
           if wrk-sugerido < 0
               move 0 to wrk-sugerido
           end-if.
       0710-CALCULA-SUGESTAO-EXIT.
           exit.

       0750-GERAR-COMPRAS SECTION.
      * SEGUNDA PASSADA NA REPOSICAO: CADA PRODUTO COM SUGESTAO VIRA
      * ITEM DO PEDIDO DE COMPRA DO SEU FORNECEDOR PREFERENCIAL (UM
      * PEDIDO POR FORNECEDOR NA RODADA) E A QUANTIDADE ENTRA EM
      * PRODUTOS-EM-COMPRA PARA A PROXIMA RODADA NAO PEDIR DE NOVO.
           open input fornecedores.
           if wrk-for-status not = '00'
               display "cadastro de fornecedores indisponivel"
               go to 0750-GERAR-COMPRAS-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           move 0 to wrk-qt-cg.
           move 0 to wrk-qt-sem-forn.
           move 0 to produtos-codigo.
           start produtos key is greater produtos-chave
               invalid key
                   move '10' to wrk-prd-status
           end-start.
           if wrk-prd-status not = '10'
               read produtos next
                   at end move '10' to wrk-prd-status
               end-read
           end-if.
           perform until wrk-prd-status = '10'
               perform 0705-PONTO-REPOSICAO
                   thru 0705-PONTO-REPOSICAO-EXIT
               if wrk-no-ponto
                   if wrk-sugerido > 0
                       perform 0760-ITEM-COMPRA
                           thru 0760-ITEM-COMPRA-EXIT
                   end-if
               end-if
               read produtos next
                   at end move '10' to wrk-prd-status
               end-read
           end-perform.
           move '00' to wrk-prd-status.
           close fornecedores.
      * A QUANTIDADE DE ITENS DE CADA CABECALHO SO FECHA NO FIM.
           perform varying wrk-ix-cg from 1 by 1
                   until wrk-ix-cg > wrk-qt-cg
               move tab-cg-numero(wrk-ix-cg) to compra-numero
               read compras key is compras-chave
                   invalid key
                       continue
                   not invalid key
                       move tab-cg-linhas(wrk-ix-cg) to compra-qt-itens
                       rewrite compras-reg
                       end-rewrite
                       display "pedido de compra " compra-numero
                               " fornecedor " compra-fornecedor
                               " itens " compra-qt-itens
               end-read
           end-perform.
           display "pedidos de compra gerados: " wrk-qt-cg.
           if wrk-qt-sem-forn > 0
               display "produtos sem fornecedor preferencial ativo: "
                       wrk-qt-sem-forn
           end-if.
       0750-GERAR-COMPRAS-EXIT.
           exit.

       0760-ITEM-COMPRA SECTION.
      * ACHA (OU ABRE) O PEDIDO DE COMPRA DA RODADA PARA O FORNECEDOR
      * DO PRODUTO CORRENTE E GRAVA A LINHA COM A QUANTIDADE SUGERIDA.
           if produtos-fornecedor = 0
               display "sem fornecedor preferencial: " produtos-codigo
                       " " produtos-descricao
               add 1 to wrk-qt-sem-forn
               go to 0760-ITEM-COMPRA-EXIT
           end-if.
           move 0 to wrk-ix-achado.
           perform varying wrk-ix-cg from 1 by 1
                   until wrk-ix-cg > wrk-qt-cg
               if tab-cg-fornecedor(wrk-ix-cg) = produtos-fornecedor
                   move wrk-ix-cg to wrk-ix-achado
               end-if
           end-perform.
           if wrk-ix-achado = 0
               perform 0770-NOVA-COMPRA thru 0770-NOVA-COMPRA-EXIT
           end-if.
           if wrk-ix-achado = 0
               go to 0760-ITEM-COMPRA-EXIT
           end-if.
           add 1 to tab-cg-linhas(wrk-ix-achado).
           move tab-cg-numero(wrk-ix-achado) to citem-compra.
           move tab-cg-linhas(wrk-ix-achado) to citem-linha.
           move produtos-codigo to citem-codigo.
           move wrk-sugerido to citem-qtde.
           move 0 to citem-recebido.
           move 0 to citem-custo.
           write compitens-reg
               invalid key
                   display "item de compra nao gravado: "
                           produtos-codigo
                   go to 0760-ITEM-COMPRA-EXIT
           end-write.
           add wrk-sugerido to produtos-em-compra.
           rewrite produtos-reg
           end-rewrite.
       0760-ITEM-COMPRA-EXIT.
           exit.

       0770-NOVA-COMPRA SECTION.
      * CABECALHO NOVO PARA O FORNECEDOR - FORNECEDOR INATIVO OU FORA
      * DO CADASTRO NAO RECEBE PEDIDO (O PRODUTO CONTA COMO SEM
      * FORNECEDOR). A PREVISAO E A EMISSAO MAIS O PRAZO DELE.
           move produtos-fornecedor to forn-codigo.
           read fornecedores key is fornecedores-chave
               invalid key
                   move 'I' to forn-situacao
           end-read.
           if not forn-sit-ativo
               display "fornecedor inativo ou inexistente: "
                       produtos-fornecedor " produto " produtos-codigo
               add 1 to wrk-qt-sem-forn
               go to 0770-NOVA-COMPRA-EXIT
           end-if.
           if wrk-qt-cg = 200
               display "limite de fornecedores na rodada - produto "
                       produtos-codigo " fica para a proxima"
               go to 0770-NOVA-COMPRA-EXIT
           end-if.
           perform 0780-PROXIMA-COMPRA thru 0780-PROXIMA-COMPRA-EXIT.
           move spaces to compras-reg.
           move wrk-compra to compra-numero.
           move produtos-fornecedor to compra-fornecedor.
           move wrk-data-hoje to compra-data.
           compute wrk-dias-previsao =
               function integer-of-date(wrk-data-hoje)
               + forn-prazo-dias.
           compute compra-previsao =
               function date-of-integer(wrk-dias-previsao).
           move 0 to compra-qt-itens.
           move wrk-dep-repor to compra-deposito.
           move 'A' to compra-situacao.
           move wrk-operador to compra-operador.
           write compras-reg
               invalid key
                   display "pedido de compra nao gravado: " wrk-compra
                   go to 0770-NOVA-COMPRA-EXIT
           end-write.
           add 1 to wrk-qt-cg.
           move produtos-fornecedor to tab-cg-fornecedor(wrk-qt-cg).
           move wrk-compra to tab-cg-numero(wrk-qt-cg).
           move 0 to tab-cg-linhas(wrk-qt-cg).
           move wrk-qt-cg to wrk-ix-achado.
       0770-NOVA-COMPRA-EXIT.
           exit.

       0780-PROXIMA-COMPRA SECTION.
      * NUMERACAO PELO CONTROLE CENTRAL (NUMGER), SERIE 'COMPRA' - A
      * VARREDURA DO ARQUIVO SO RODA SE A SERIE AINDA NAO FOI
      * SEMEADA, E ENTAO SEMEIA (MESMO ESQUEMA DO PEDIDOS.COB).
           move 'COMPRA' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-compra
               go to 0780-PROXIMA-COMPRA-EXIT
           end-if.
           move 0 to wrk-compra.
           move 0 to compra-numero.
           start compras key is greater compras-chave
               invalid key
                   move '10' to wrk-cmp-status
           end-start.
           if wrk-cmp-status not = '10'
               read compras next
                   at end move '10' to wrk-cmp-status
               end-read
           end-if.
           perform until wrk-cmp-status = '10'
               move compra-numero to wrk-compra
               read compras next
                   at end move '10' to wrk-cmp-status
               end-read
           end-perform.
           move '00' to wrk-cmp-status.
           add 1 to wrk-compra.
           move 'COMPRA' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-compra to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0780-PROXIMA-COMPRA-EXIT.
           exit.

       0800-REAJUSTE SECTION.
      * REAJUSTE PERCENTUAL SOBRE UMA FAIXA DE CODIGOS: CADA PRODUTO
      * ATIVO DA FAIXA TEM O PRECO RECALCULADO, A MUDANCA VAI PARA O
       0850-GRAVAR-HISTORICO-EXIT.
           exit.

       0900-RECEBER-COMPRA SECTION.
      * RECEBIMENTO TOTAL OU PARCIAL DO PEDIDO DE COMPRA: CADA LINHA
      * COM SALDO A RECEBER PEDE A QUANTIDADE QUE CHEGOU, QUE ENTRA NO
      * ESTOQUE PELO 0650-GRAVAR-MOVIMENTO (TIPO E, COM O NUMERO DA
      * COMPRA NO FIM DA LINHA). O QUE NAO CHEGOU FICA EM ABERTO.
           display "numero do pedido de compra: ".
           accept wrk-compra.
           move wrk-compra to compra-numero.
           read compras key is compras-chave
               invalid key
                   display "pedido de compra nao encontrado"
                   go to 0900-RECEBER-COMPRA-EXIT
           end-read.
           if compra-sit-recebido or compra-sit-cancelado
               display "pedido de compra ja encerrado (situacao "
                       compra-situacao ")"
               go to 0900-RECEBER-COMPRA-EXIT
           end-if.
           display "fornecedor " compra-fornecedor
                   " emissao " compra-data
                   " previsao " compra-previsao.
      * A ENTRADA VAI PARA O DEPOSITO QUE PEDIU A REPOSICAO, SALVO SE
      * O OPERADOR INFORMAR OUTRO.
           if compra-deposito = 0
               move 1 to wrk-dep-destino
           else
               move compra-deposito to wrk-dep-destino
           end-if.
           display "deposito de entrada (0 = " wrk-dep-destino "): ".
           accept wrk-deposito.
           if wrk-deposito = 0
               move wrk-dep-destino to wrk-deposito
           end-if.
           move 'V' to lnk-edp-op.
           move wrk-deposito to lnk-edp-deposito.
           call 'ESTDEPMV' using lnk-estdep-area.
           if lnk-edp-erro
               display "deposito inexistente ou inativo"
               go to 0900-RECEBER-COMPRA-EXIT
           end-if.
           move 0 to wrk-qt-pendentes.
           move 0 to wrk-qt-recebidas.
           move 'E' to wrk-tipo-mov.
           move spaces to wrk-ref-mov.
           string 'COMPRA '      delimited by size
                  compra-numero  delimited by size
             into wrk-ref-mov
           end-string.
           move compra-numero to citem-compra.
           move 0 to citem-linha.
           start compitens key is greater compitens-chave
               invalid key
                   move '10' to wrk-cit-status
           end-start.
           if wrk-cit-status not = '10'
               read compitens next
                   at end move '10' to wrk-cit-status
               end-read
           end-if.
           perform until wrk-cit-status = '10'
                   or citem-compra not = compra-numero
               if citem-qtde > citem-recebido
                   perform 0910-RECEBER-ITEM
                       thru 0910-RECEBER-ITEM-EXIT
               end-if
               read compitens next
                   at end move '10' to wrk-cit-status
               end-read
           end-perform.
           move '00' to wrk-cit-status.
           move spaces to wrk-ref-mov.
           if wrk-qt-recebidas = 0
               display "nada recebido - pedido de compra inalterado"
               go to 0900-RECEBER-COMPRA-EXIT
           end-if.
           if wrk-qt-pendentes = 0
               move 'R' to compra-situacao
           else
               move 'P' to compra-situacao
           end-if.
           rewrite compras-reg
               invalid key
                   display "situacao do pedido de compra nao gravada"
           end-rewrite.
           if compra-sit-recebido
               display "pedido de compra recebido por inteiro"
           else
               display "recebimento parcial - itens pendentes: "
                       wrk-qt-pendentes
           end-if.
       0900-RECEBER-COMPRA-EXIT.
           exit.

       0910-RECEBER-ITEM SECTION.
      * UMA LINHA DO PEDIDO DE COMPRA - QUANTIDADE MAIOR QUE O SALDO
      * A RECEBER E RECUSADA (EXCEDENTE ENTRA POR MOVIMENTO AVULSO).
           compute wrk-pendente = citem-qtde - citem-recebido.
           move citem-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   display "linha " citem-linha " produto "
                           citem-codigo " fora do catalogo"
                   add 1 to wrk-qt-pendentes
                   go to 0910-RECEBER-ITEM-EXIT
           end-read.
           display "linha " citem-linha " " produtos-codigo " "
                   produtos-descricao.
           display "      pedido " citem-qtde " recebido "
                   citem-recebido " pendente " wrk-pendente.
           display "quantidade recebida agora (0 = nada): ".
           accept wrk-qtde-mov.
           if wrk-qtde-mov > wrk-pendente
               display "maior que o pendente - linha nao recebida"
               move 0 to wrk-qtde-mov
           end-if.
           if wrk-qtde-mov = 0
               add 1 to wrk-qt-pendentes
               go to 0910-RECEBER-ITEM-EXIT
           end-if.
           if produtos-controla-lote
               perform 0692-PEDIR-LOTE thru 0692-PEDIR-LOTE-EXIT
               if not wrk-lote-informado
                   display "lote obrigatorio - linha nao recebida"
                   add 1 to wrk-qt-pendentes
                   go to 0910-RECEBER-ITEM-EXIT
               end-if
           end-if.
           display "custo unitario na nota do fornecedor: ".
           accept wrk-custo.
           if wrk-custo > 0
               move wrk-custo to citem-custo
           else
               move citem-custo to wrk-custo
           end-if.
           add wrk-qtde-mov to citem-recebido.
           rewrite compitens-reg
               invalid key
                   display "linha de compra nao atualizada"
                   go to 0910-RECEBER-ITEM-EXIT
           end-rewrite.
           perform 0670-CUSTO-MEDIO thru 0670-CUSTO-MEDIO-EXIT.
           move wrk-qtde-mov to wrk-qtde-sinal.
           perform 0680-MOVER-DEPOSITO thru 0680-MOVER-DEPOSITO-EXIT.
           perform 0690-LOTE-MOVIMENTO thru 0690-LOTE-MOVIMENTO-EXIT.
           add wrk-qtde-mov to produtos-estoque.
           perform 0640-MARCAR-INVENTARIO
               thru 0640-MARCAR-INVENTARIO-EXIT.
           if produtos-em-compra > wrk-qtde-mov
               subtract wrk-qtde-mov from produtos-em-compra
           else
               move 0 to produtos-em-compra
           end-if.
           rewrite produtos-reg
               invalid key
                   display "produto nao atualizado"
                   go to 0910-RECEBER-ITEM-EXIT
           end-rewrite.
           perform 0650-GRAVAR-MOVIMENTO
               thru 0650-GRAVAR-MOVIMENTO-EXIT.
           add 1 to wrk-qt-recebidas.
           if citem-qtde > citem-recebido
               add 1 to wrk-qt-pendentes
           end-if.
           move produtos-estoque to wrk-saldo-ED.
           display "entrada gravada - saldo " wrk-saldo-ED.
           perform 0660-AVISAR-BACKORDER
               thru 0660-AVISAR-BACKORDER-EXIT.
       0910-RECEBER-ITEM-EXIT.
           exit.

       0950-CONSULTAR-COMPRAS SECTION.
      * NUMERO ZERO LISTA OS PEDIDOS DE COMPRA AINDA EM ABERTO (TOTAL
      * OU PARCIAL); COM NUMERO, MOSTRA CABECALHO E LINHAS.
           display "numero do pedido de compra (0 = em aberto): ".
           accept wrk-compra.
           if wrk-compra not = 0
               perform 0960-MOSTRAR-COMPRA
                   thru 0960-MOSTRAR-COMPRA-EXIT
               go to 0950-CONSULTAR-COMPRAS-EXIT
           end-if.
           move 0 to wrk-qt-compras.
           move 0 to compra-numero.
           start compras key is greater compras-chave
               invalid key
                   move '10' to wrk-cmp-status
           end-start.
           if wrk-cmp-status not = '10'
               read compras next
                   at end move '10' to wrk-cmp-status
               end-read
           end-if.
           perform until wrk-cmp-status = '10'
               if compra-sit-aberto or compra-sit-parcial
                   display compra-numero " fornecedor "
                           compra-fornecedor " emissao " compra-data
                           " previsao " compra-previsao " sit "
                           compra-situacao " itens " compra-qt-itens
                   add 1 to wrk-qt-compras
               end-if
               read compras next
                   at end move '10' to wrk-cmp-status
               end-read
           end-perform.
           move '00' to wrk-cmp-status.
           display "pedidos de compra em aberto: " wrk-qt-compras.
       0950-CONSULTAR-COMPRAS-EXIT.
           exit.

       0960-MOSTRAR-COMPRA SECTION.
           move wrk-compra to compra-numero.
           read compras key is compras-chave
               invalid key
                   display "pedido de compra nao encontrado"
                   go to 0960-MOSTRAR-COMPRA-EXIT
           end-read.
           display "pedido de compra: " compra-numero.
           display "fornecedor......: " compra-fornecedor.
           display "emissao.........: " compra-data.
           display "previsao........: " compra-previsao.
           evaluate true
               when compra-sit-aberto
                   display "situacao........: ABERTO"
               when compra-sit-parcial
                   display "situacao........: RECEBIDO EM PARTE"
               when compra-sit-recebido
                   display "situacao........: RECEBIDO"
               when compra-sit-cancelado
                   display "situacao........: CANCELADO"
           end-evaluate.
           display "emitido por.....: " compra-operador.
           move compra-numero to citem-compra.
           move 0 to citem-linha.
           start compitens key is greater compitens-chave
               invalid key
                   move '10' to wrk-cit-status
           end-start.
           if wrk-cit-status not = '10'
               read compitens next
                   at end move '10' to wrk-cit-status
               end-read
           end-if.
           perform until wrk-cit-status = '10'
                   or citem-compra not = compra-numero
               move citem-custo to wrk-custo-ED
               display citem-linha " " citem-codigo
                       " pedido " citem-qtde
                       " recebido " citem-recebido
                       " custo " wrk-custo-ED
               read compitens next
                   at end move '10' to wrk-cit-status
               end-read
           end-perform.
           move '00' to wrk-cit-status.
       0960-MOSTRAR-COMPRA-EXIT.
           exit.

       0970-CANCELAR-COMPRA SECTION.
      * CANCELA O SALDO NAO RECEBIDO - O QUE JA ENTROU NO ESTOQUE
      * FICA, E O PENDENTE SAI DE PRODUTOS-EM-COMPRA PARA A PROXIMA
      * REPOSICAO VOLTAR A SUGERIR.
           display "numero do pedido de compra: ".
           accept wrk-compra.
           move wrk-compra to compra-numero.
           read compras key is compras-chave
               invalid key
                   display "pedido de compra nao encontrado"
                   go to 0970-CANCELAR-COMPRA-EXIT
           end-read.
           if compra-sit-recebido or compra-sit-cancelado
               display "pedido de compra ja encerrado (situacao "
                       compra-situacao ")"
               go to 0970-CANCELAR-COMPRA-EXIT
           end-if.
           display "confirma o cancelamento do saldo (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               go to 0970-CANCELAR-COMPRA-EXIT
           end-if.
           move compra-numero to citem-compra.
           move 0 to citem-linha.
           start compitens key is greater compitens-chave
               invalid key
                   move '10' to wrk-cit-status
           end-start.
           if wrk-cit-status not = '10'
               read compitens next
                   at end move '10' to wrk-cit-status
               end-read
           end-if.
           perform until wrk-cit-status = '10'
                   or citem-compra not = compra-numero
               if citem-qtde > citem-recebido
                   compute wrk-pendente = citem-qtde - citem-recebido
                   move citem-codigo to produtos-codigo
                   read produtos key is produtos-chave
                       invalid key
                           continue
                       not invalid key
                           if produtos-em-compra > wrk-pendente
                               subtract wrk-pendente
                                   from produtos-em-compra
                           else
                               move 0 to produtos-em-compra
                           end-if
                           rewrite produtos-reg
                           end-rewrite
                   end-read
               end-if
               read compitens next
                   at end move '10' to wrk-cit-status
               end-read
           end-perform.
           move '00' to wrk-cit-status.
           move 'C' to compra-situacao.
           rewrite compras-reg
               invalid key
                   display "pedido de compra nao cancelado"
               not invalid key
                   display "pedido de compra cancelado"
           end-rewrite.
       0970-CANCELAR-COMPRA-EXIT.
           exit.

       1000-ABRIR-CONTAGEM SECTION.
      * ABRE UMA CONTAGEM PARA A FAIXA DE CODIGOS: CONGELA O SALDO DE
      * CADA PRODUTO ATIVO DA FAIXA, MARCA O PRODUTO COMO EM CONTAGEM
      * E IMPRIME A FOLHA EM FOLHA_CONTAGEM.TXT - SEM O SALDO, PARA
      * QUEM CONTA NAO SE GUIAR POR ELE. PRODUTO JA EM OUTRA CONTAGEM
      * ABERTA FICA DE FORA.
           display "codigo inicial da faixa: ".
           accept wrk-cod-de.
           display "codigo final da faixa: ".
           accept wrk-cod-ate.
           if wrk-cod-ate < wrk-cod-de or wrk-cod-ate = 0
               display "faixa invalida"
               go to 1000-ABRIR-CONTAGEM-EXIT
           end-if.
           perform 1050-PROXIMA-CONTAGEM
               thru 1050-PROXIMA-CONTAGEM-EXIT.
           accept wrk-data-hoje from date YYYYMMDD.
           open output folha-cont.
           move spaces to fol-linha.
           string 'FOLHA DE CONTAGEM '  delimited by size
                  wrk-inventario        delimited by size
                  ' - ABERTA EM '       delimited by size
                  wrk-data-hoje         delimited by size
                  ' - FAIXA '           delimited by size
                  wrk-cod-de            delimited by size
                  ' A '                 delimited by size
                  wrk-cod-ate           delimited by size
             into fol-linha
           end-string.
           write folha-cont-reg.
           move 'CODIGO DESCRICAO                      QTDE CONTADA'
             to fol-linha.
           write folha-cont-reg.
           move 0 to wrk-qt-linhas.
           if wrk-cod-de = 0
               move 0 to produtos-codigo
           else
               compute produtos-codigo = wrk-cod-de - 1
           end-if.
           start produtos key is greater produtos-chave
               invalid key
                   move '10' to wrk-prd-status
           end-start.
           if wrk-prd-status not = '10'
               read produtos next
                   at end move '10' to wrk-prd-status
               end-read
           end-if.
           perform until wrk-prd-status = '10'
                   or produtos-codigo > wrk-cod-ate
               if produtos-sit-ativo and not produtos-e-kit
                   perform 1010-LINHA-CONTAGEM
                       thru 1010-LINHA-CONTAGEM-EXIT
               end-if
               read produtos next
                   at end move '10' to wrk-prd-status
               end-read
           end-perform.
           move '00' to wrk-prd-status.
           close folha-cont.
      * O MARCADOR ENTRA POR ULTIMO, JA SABENDO SE A FAIXA TINHA
      * ALGUM PRODUTO.
           if wrk-qt-linhas = 0
               display "nenhum produto ativo livre na faixa"
               go to 1000-ABRIR-CONTAGEM-EXIT
           end-if.
           move spaces to invcont-reg.
           move wrk-inventario to inv-numero.
           move 0 to inv-codigo.
           move 0 to inv-saldo-sistema.
           move 0 to inv-contado.
           move 0 to inv-preco.
           move wrk-cod-de to inv-cod-de.
           move wrk-cod-ate to inv-cod-ate.
           move wrk-data-hoje to inv-data-abertura.
           move 0 to inv-data-fecha.
           move 'A' to inv-situacao.
           move wrk-operador to inv-operador.
           write invcont-reg
               invalid key
                   display "marcador da contagem nao gravado"
           end-write.
           display "contagem " wrk-inventario " aberta com "
                   wrk-qt-linhas " produtos".
           display "folha de contagem em FOLHA_CONTAGEM.TXT".
       1000-ABRIR-CONTAGEM-EXIT.
           exit.

       1010-LINHA-CONTAGEM SECTION.
      * PRODUTO CORRENTE ENTRA NA CONTAGEM: LINHA COM O SALDO
      * CONGELADO, MARCA NO CATALOGO E LINHA NA FOLHA.
           if produtos-inventario not = 0
               display "produto " produtos-codigo
                       " ja esta na contagem " produtos-inventario
                       " - fora desta"
               go to 1010-LINHA-CONTAGEM-EXIT
           end-if.
           move spaces to invcont-reg.
           move wrk-inventario to inv-numero.
           move produtos-codigo to inv-codigo.
           move produtos-descricao to inv-descricao.
           move produtos-estoque to inv-saldo-sistema.
           move 0 to inv-contado.
           move 'N' to inv-sw-contado.
           move produtos-preco to inv-preco.
           move 0 to inv-cod-de.
           move 0 to inv-cod-ate.
           move wrk-data-hoje to inv-data-abertura.
           move 0 to inv-data-fecha.
           move 'A' to inv-situacao.
           move wrk-operador to inv-operador.
           write invcont-reg
               invalid key
                   display "linha de contagem nao gravada: "
                           produtos-codigo
                   go to 1010-LINHA-CONTAGEM-EXIT
           end-write.
           move wrk-inventario to produtos-inventario.
           move 0 to produtos-inv-movido.
           rewrite produtos-reg
           end-rewrite.
           move spaces to fol-linha.
           string produtos-codigo    delimited by size
                  ' '                delimited by size
                  produtos-descricao delimited by size
                  ' ____________'    delimited by size
             into fol-linha
           end-string.
           write folha-cont-reg.
           add 1 to wrk-qt-linhas.
       1010-LINHA-CONTAGEM-EXIT.
           exit.

       1050-PROXIMA-CONTAGEM SECTION.
      * NUMERACAO PELO CONTROLE CENTRAL (NUMGER), SERIE 'INVENTARIO' -
      * FALLBACK PELA VARREDURA DO ARQUIVO, COMO NO 0780.
           move 'INVENTARIO' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-inventario
               go to 1050-PROXIMA-CONTAGEM-EXIT
           end-if.
           move 0 to wrk-inventario.
           move 0 to inv-numero.
           move 0 to inv-codigo.
           start invcont key is greater invcont-chave
               invalid key
                   move '10' to wrk-inv-status
           end-start.
           if wrk-inv-status not = '10'
               read invcont next
                   at end move '10' to wrk-inv-status
               end-read
           end-if.
           perform until wrk-inv-status = '10'
               move inv-numero to wrk-inventario
               read invcont next
                   at end move '10' to wrk-inv-status
               end-read
           end-perform.
           move '00' to wrk-inv-status.
           add 1 to wrk-inventario.
           move 'INVENTARIO' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-inventario to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       1050-PROXIMA-CONTAGEM-EXIT.
           exit.

       1060-LER-MARCADOR SECTION.
      * LE O MARCADOR DA CONTAGEM WRK-INVENTARIO - STATUS DIFERENTE DE
      * '00' NA VOLTA = CONTAGEM INEXISTENTE.
           move wrk-inventario to inv-numero.
           move 0 to inv-codigo.
           read invcont key is invcont-chave
               invalid key
                   display "contagem nao encontrada"
                   move '23' to wrk-inv-status
           end-read.
       1060-LER-MARCADOR-EXIT.
           exit.

       1100-DIGITAR-CONTAGEM SECTION.
      * QUANTIDADES ACHADAS NA PRATELEIRA, DIGITADAS DA FOLHA POR
      * CODIGO (CODIGO ZERO ENCERRA). REDIGITAR UM CODIGO TROCA A
      * QUANTIDADE (RECONTAGEM).
           display "numero da contagem: ".
           accept wrk-inventario.
           perform 1060-LER-MARCADOR thru 1060-LER-MARCADOR-EXIT.
           if wrk-inv-status not = '00'
               move '00' to wrk-inv-status
               go to 1100-DIGITAR-CONTAGEM-EXIT
           end-if.
           if not inv-sit-aberta
               display "contagem ja encerrada"
               go to 1100-DIGITAR-CONTAGEM-EXIT
           end-if.
           move 0 to wrk-qt-linhas.
           move 1 to wrk-codigo.
           perform until wrk-codigo = 0
               display "codigo do produto (0 = fim): "
               accept wrk-codigo
               if wrk-codigo not = 0
                   perform 1110-DIGITAR-LINHA
                       thru 1110-DIGITAR-LINHA-EXIT
               end-if
           end-perform.
           display "linhas digitadas: " wrk-qt-linhas.
       1100-DIGITAR-CONTAGEM-EXIT.
           exit.

       1110-DIGITAR-LINHA SECTION.
           move wrk-inventario to inv-numero.
           move wrk-codigo to inv-codigo.
           read invcont key is invcont-chave
               invalid key
                   display "produto fora desta contagem"
                   go to 1110-DIGITAR-LINHA-EXIT
           end-read.
           display inv-descricao.
           display "quantidade contada: ".
           accept inv-contado.
           move 'S' to inv-sw-contado.
           rewrite invcont-reg
               invalid key
                   display "contagem nao gravada"
                   go to 1110-DIGITAR-LINHA-EXIT
           end-rewrite.
           add 1 to wrk-qt-linhas.
       1110-DIGITAR-LINHA-EXIT.
           exit.

       1200-DIVERGENCIAS SECTION.
      * CONFRONTO CONTADO X SISTEMA DA CONTAGEM: DIFERENCA EM UNIDADES
      * E EM VALOR POR PRODUTO, MAIS OS NAO CONTADOS E OS QUE TIVERAM
      * MOVIMENTO DURANTE A CONTAGEM (MARCADOS), COM TOTAIS - NA TELA
      * OU EM FOLHA_CONTAGEM.TXT (A FOLHA JA FOI USADA NA DIGITACAO).
           display "numero da contagem: ".
           accept wrk-inventario.
           perform 1060-LER-MARCADOR thru 1060-LER-MARCADOR-EXIT.
           if wrk-inv-status not = '00'
               move '00' to wrk-inv-status
               go to 1200-DIVERGENCIAS-EXIT
           end-if.
           display "divergencias (1-tela 2-disco): ".
           accept wrk-resp.
           if wrk-resp = '2'
               open output folha-cont
           end-if.
           move spaces to fol-linha.
           string 'DIVERGENCIAS DA CONTAGEM ' delimited by size
                  wrk-inventario              delimited by size
                  ' - SITUACAO '              delimited by size
                  inv-situacao                delimited by size
             into fol-linha
           end-string.
           perform 1280-SAIDA thru 1280-SAIDA-EXIT.
           move 'CODIGO DESCRICAO        SISTEMA CONTADO  DIFER'
             to fol-linha.
           perform 1280-SAIDA thru 1280-SAIDA-EXIT.
           move 0 to wrk-qt-linhas.
           move 0 to wrk-qt-divergentes.
           move 0 to wrk-qt-nao-contados.
           move 0 to wrk-qt-movidos.
           move 0 to wrk-tot-sobra.
           move 0 to wrk-tot-falta.
           move 0 to wrk-tot-dif-valor.
           perform until wrk-inv-status = '10'
               read invcont next
                   at end move '10' to wrk-inv-status
               end-read
               if wrk-inv-status not = '10'
                   if inv-numero not = wrk-inventario
                       move '10' to wrk-inv-status
                   else
                       perform 1210-LINHA-DIVERGENCIA
                           thru 1210-LINHA-DIVERGENCIA-EXIT
                   end-if
               end-if
           end-perform.
           move '00' to wrk-inv-status.
           move wrk-tot-dif-valor to wrk-tot-valor-ED.
           move spaces to fol-linha.
           string 'PRODUTOS ' wrk-qt-linhas
                  ' DIVERGENTES ' wrk-qt-divergentes
                  ' NAO CONTADOS ' wrk-qt-nao-contados
                  ' MOVIDOS ' wrk-qt-movidos
                  delimited by size
             into fol-linha
           end-string.
           perform 1280-SAIDA thru 1280-SAIDA-EXIT.
           move spaces to fol-linha.
           string 'SOBRA ' wrk-tot-sobra
                  ' FALTA ' wrk-tot-falta
                  ' VALOR LIQUIDO ' wrk-tot-valor-ED
                  delimited by size
             into fol-linha
           end-string.
           perform 1280-SAIDA thru 1280-SAIDA-EXIT.
           if wrk-resp = '2'
               close folha-cont
               display "divergencias gravadas em FOLHA_CONTAGEM.TXT"
           end-if.
       1200-DIVERGENCIAS-EXIT.
           exit.

       1210-LINHA-DIVERGENCIA SECTION.
      * LINHA DO PRODUTO CORRENTE DA CONTAGEM - SO SAI SE DIVERGE,
      * SE NAO FOI CONTADO OU SE MEXEU DURANTE A CONTAGEM.
           add 1 to wrk-qt-linhas.
           move spaces to wrk-marca.
           move 0 to produtos-inv-movido.
           move inv-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   move 0 to produtos-inv-movido
           end-read.
           if not inv-foi-contado
               add 1 to wrk-qt-nao-contados
               move 'NAO CONTADO' to wrk-marca
               move 0 to wrk-diferenca
           else
               compute wrk-diferenca =
                   inv-contado - inv-saldo-sistema
           end-if.
           if produtos-inv-movido not = 0
               add 1 to wrk-qt-movidos
               if wrk-marca = spaces
                   move '*MOVIMENTADO' to wrk-marca
               end-if
           end-if.
           if wrk-diferenca = 0 and wrk-marca = spaces
               go to 1210-LINHA-DIVERGENCIA-EXIT
           end-if.
           if wrk-diferenca not = 0
               add 1 to wrk-qt-divergentes
               if wrk-diferenca > 0
                   add wrk-diferenca to wrk-tot-sobra
               else
                   subtract wrk-diferenca from wrk-tot-falta
               end-if
           end-if.
           compute wrk-dif-valor = wrk-diferenca * inv-preco.
           add wrk-dif-valor to wrk-tot-dif-valor.
           move inv-saldo-sistema to wrk-saldo-ED.
           move inv-contado to wrk-contado-ED.
           move wrk-diferenca to wrk-dif-ED.
           move wrk-dif-valor to wrk-dif-valor-ED.
           move spaces to fol-linha.
           string inv-codigo          delimited by size
                  ' '                 delimited by size
                  inv-descricao(1:15) delimited by size
                  ' '                 delimited by size
                  wrk-saldo-ED        delimited by size
                  ' '                 delimited by size
                  wrk-contado-ED      delimited by size
                  ' '                 delimited by size
                  wrk-dif-ED          delimited by size
                  ' '                 delimited by size
                  wrk-dif-valor-ED    delimited by size
                  ' '                 delimited by size
                  wrk-marca           delimited by size
             into fol-linha
           end-string.
           perform 1280-SAIDA thru 1280-SAIDA-EXIT.
       1210-LINHA-DIVERGENCIA-EXIT.
           exit.

       1280-SAIDA SECTION.
      * TELA OU DISCO, CONFORME WRK-RESP ESCOLHIDO NO RELATORIO.
           if wrk-resp = '2'
               write folha-cont-reg
           else
               display fol-linha
           end-if.
       1280-SAIDA-EXIT.
           exit.

       1300-ENCERRAR-CONTAGEM SECTION.
      * SO SUPERVISOR: 'L' LANCA CADA DIVERGENCIA DOS PRODUTOS
      * CONTADOS COMO MOVIMENTO TIPO 'I' (INVENTARIO) NO LOG, SOMANDO
      * A DIFERENCA AO SALDO DO MOMENTO (OS MOVIMENTOS FEITOS DURANTE
      * A CONTAGEM FICAM); 'C' DESCARTA A CONTAGEM SEM MEXER NO SALDO.
      * NOS DOIS CASOS OS PRODUTOS SAEM DA CONTAGEM.
           if wrk-perfil not = 'S'
               display "somente supervisor encerra contagem"
               go to 1300-ENCERRAR-CONTAGEM-EXIT
           end-if.
           display "numero da contagem: ".
           accept wrk-inventario.
           perform 1060-LER-MARCADOR thru 1060-LER-MARCADOR-EXIT.
           if wrk-inv-status not = '00'
               move '00' to wrk-inv-status
               go to 1300-ENCERRAR-CONTAGEM-EXIT
           end-if.
           if not inv-sit-aberta
               display "contagem ja encerrada"
               go to 1300-ENCERRAR-CONTAGEM-EXIT
           end-if.
           display "L - lancar ajustes  C - cancelar sem ajuste: ".
           accept wrk-tecla-inv.
           if wrk-tecla-inv = 'l'
               move 'L' to wrk-tecla-inv
           end-if.
           if wrk-tecla-inv = 'c'
               move 'C' to wrk-tecla-inv
           end-if.
           if wrk-tecla-inv not = 'L' and wrk-tecla-inv not = 'C'
               display "opcao invalida - contagem segue aberta"
               go to 1300-ENCERRAR-CONTAGEM-EXIT
           end-if.
           move 0 to wrk-qt-linhas.
           move 0 to wrk-qt-divergentes.
           move 0 to wrk-qt-nao-contados.
           move 'I' to wrk-tipo-mov.
      * A CONTAGEM E DO ESTOQUE TOTAL - A DIVERGENCIA ACERTA O
      * DEPOSITO PRINCIPAL.
           move 1 to wrk-deposito.
           perform until wrk-inv-status = '10'
               read invcont next
                   at end move '10' to wrk-inv-status
               end-read
               if wrk-inv-status not = '10'
                   if inv-numero not = wrk-inventario
                       move '10' to wrk-inv-status
                   else
                       perform 1310-ENCERRAR-LINHA
                           thru 1310-ENCERRAR-LINHA-EXIT
                   end-if
               end-if
           end-perform.
           move '00' to wrk-inv-status.
           move spaces to wrk-ref-mov.
           perform 1060-LER-MARCADOR thru 1060-LER-MARCADOR-EXIT.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-data-hoje to inv-data-fecha.
           move wrk-operador to inv-aprovador.
           if wrk-tecla-inv = 'L'
               move 'F' to inv-situacao
           else
               move 'C' to inv-situacao
           end-if.
           rewrite invcont-reg
               invalid key
                   display "marcador da contagem nao atualizado"
           end-rewrite.
           display "produtos liberados: " wrk-qt-linhas.
           if wrk-tecla-inv = 'L'
               display "ajustes de inventario lancados: "
                       wrk-qt-divergentes
               display "nao contados (saldo mantido): "
                       wrk-qt-nao-contados
           else
               display "contagem cancelada - nenhum saldo alterado"
           end-if.
       1300-ENCERRAR-CONTAGEM-EXIT.
           exit.

       1310-ENCERRAR-LINHA SECTION.
      * TIRA O PRODUTO DA CONTAGEM E, NO LANCAMENTO, APLICA A
      * DIVERGENCIA CONTADA - A QUANTIDADE DO LOG E A DIFERENCA EM
      * VALOR ABSOLUTO, COM SOBRA/FALTA NA REFERENCIA.
           move inv-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   go to 1310-ENCERRAR-LINHA-EXIT
           end-read.
           if produtos-inventario not = wrk-inventario
               go to 1310-ENCERRAR-LINHA-EXIT
           end-if.
           add 1 to wrk-qt-linhas.
           move 0 to wrk-diferenca.
           if wrk-tecla-inv = 'L'
               if inv-foi-contado
                   compute wrk-diferenca =
                       inv-contado - inv-saldo-sistema
               else
                   add 1 to wrk-qt-nao-contados
               end-if
           end-if.
      * SOBRA DE PRODUTO COM LOTE ENTRA NUM LOTE 'INVENTARIO', SEM
      * VALIDADE; FALTA SAI PELO LOTE QUE VENCE PRIMEIRO.
           if wrk-diferenca not = 0
               move wrk-diferenca to wrk-qtde-sinal
               perform 0680-MOVER-DEPOSITO
                   thru 0680-MOVER-DEPOSITO-EXIT
               move 'INVENTARIO' to wrk-lote
               move 0 to wrk-validade
               perform 0690-LOTE-MOVIMENTO
                   thru 0690-LOTE-MOVIMENTO-EXIT
           end-if.
           add wrk-diferenca to produtos-estoque.
           move 0 to produtos-inventario.
           move 0 to produtos-inv-movido.
           rewrite produtos-reg
               invalid key
                   display "produto nao atualizado: " produtos-codigo
                   go to 1310-ENCERRAR-LINHA-EXIT
           end-rewrite.
           if wrk-diferenca = 0
               go to 1310-ENCERRAR-LINHA-EXIT
           end-if.
           move spaces to wrk-ref-mov.
           if wrk-diferenca > 0
               move wrk-diferenca to wrk-qtde-mov
               string 'INVENTARIO ' delimited by size
                      wrk-inventario delimited by size
                      ' SOBRA'       delimited by size
                 into wrk-ref-mov
               end-string
           else
               compute wrk-qtde-mov = 0 - wrk-diferenca
               string 'INVENTARIO ' delimited by size
                      wrk-inventario delimited by size
                      ' FALTA'       delimited by size
                 into wrk-ref-mov
               end-string
           end-if.
           perform 0650-GRAVAR-MOVIMENTO
               thru 0650-GRAVAR-MOVIMENTO-EXIT.
           add 1 to wrk-qt-divergentes.
       1310-ENCERRAR-LINHA-EXIT.
           exit.

       1400-TRANSFERIR SECTION.
      * TRANSFERENCIA ENTRE DEPOSITOS: TIRA DA ORIGEM, POE NO DESTINO
      * E O TOTAL DO PRODUTO NAO MUDA. UMA LINHA SO NO LOG, TIPO 'T',
      * COM OS DOIS DEPOSITOS NA REFERENCIA.
           display "codigo do produto: ".
           accept wrk-codigo.
           move wrk-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   display "produto nao encontrado"
                   go to 1400-TRANSFERIR-EXIT
           end-read.
           if produtos-e-kit
               display "kit nao tem saldo proprio - movimente os "
                       "componentes"
               go to 1400-TRANSFERIR-EXIT
           end-if.
           display produtos-descricao.
           display "deposito de origem (0 = principal): ".
           accept wrk-deposito.
           perform 0685-SALDO-DEPOSITO thru 0685-SALDO-DEPOSITO-EXIT.
           if lnk-edp-erro
               display "deposito de origem inexistente ou inativo"
               go to 1400-TRANSFERIR-EXIT
           end-if.
           move wrk-saldo-dep to wrk-saldo-ED.
           display "saldo na origem: " wrk-saldo-ED.
           display "deposito de destino (0 = principal): ".
           accept wrk-dep-destino.
           if wrk-dep-destino = 0
               move 1 to wrk-dep-destino
           end-if.
           if wrk-dep-destino = wrk-deposito
               display "origem e destino iguais"
               go to 1400-TRANSFERIR-EXIT
           end-if.
           move 'V' to lnk-edp-op.
           move wrk-dep-destino to lnk-edp-deposito.
           call 'ESTDEPMV' using lnk-estdep-area.
           if lnk-edp-erro
               display "deposito de destino inexistente ou inativo"
               go to 1400-TRANSFERIR-EXIT
           end-if.
           display "quantidade: ".
           accept wrk-qtde-mov.
           if wrk-qtde-mov = 0
               go to 1400-TRANSFERIR-EXIT
           end-if.
           if wrk-qtde-mov > wrk-saldo-dep
               display "saldo insuficiente na origem - "
                       "transferencia recusada"
               go to 1400-TRANSFERIR-EXIT
           end-if.
           compute wrk-qtde-sinal = 0 - wrk-qtde-mov.
           perform 0680-MOVER-DEPOSITO thru 0680-MOVER-DEPOSITO-EXIT.
           if lnk-edp-erro
               go to 1400-TRANSFERIR-EXIT
           end-if.
      * PRODUTO COM LOTE: SAI DA ORIGEM PELO QUE VENCE PRIMEIRO E OS
      * MESMOS LOTES ENTRAM NO DESTINO.
           perform 0690-LOTE-MOVIMENTO thru 0690-LOTE-MOVIMENTO-EXIT.
           move wrk-deposito to wrk-dep-repor.
           move wrk-dep-destino to wrk-deposito.
           move wrk-qtde-mov to wrk-qtde-sinal.
           perform 0680-MOVER-DEPOSITO thru 0680-MOVER-DEPOSITO-EXIT.
      * DESTINO NAO GRAVOU: DEVOLVE A ORIGEM PARA NAO SUMIR SALDO.
           if lnk-edp-erro
               move wrk-dep-repor to wrk-deposito
               perform 0680-MOVER-DEPOSITO
                   thru 0680-MOVER-DEPOSITO-EXIT
               if produtos-controla-lote
                   perform 0697-ENTRAR-LOTES-USADOS
                       thru 0697-ENTRAR-LOTES-USADOS-EXIT
               end-if
               move spaces to wrk-lote-log
               display "transferencia desfeita"
               go to 1400-TRANSFERIR-EXIT
           end-if.
           if produtos-controla-lote
               perform 0697-ENTRAR-LOTES-USADOS
                   thru 0697-ENTRAR-LOTES-USADOS-EXIT
           end-if.
           move 'T' to wrk-tipo-mov.
           move spaces to wrk-ref-mov.
           string 'DE '         delimited by size
                  wrk-dep-repor delimited by size
                  ' PARA '      delimited by size
                  wrk-dep-destino delimited by size
             into wrk-ref-mov
           end-string.
           move 0 to wrk-deposito.
           move 0 to wrk-dep-repor.
           perform 0650-GRAVAR-MOVIMENTO
               thru 0650-GRAVAR-MOVIMENTO-EXIT.
           display "transferencia gravada".
       1400-TRANSFERIR-EXIT.
           exit.

       1500-SALDOS-DEPOSITO SECTION.
      * SALDO DO PRODUTO EM CADA DEPOSITO E O MINIMO DE CADA UM, QUE
      * O RELATORIO DE REPOSICAO POR DEPOSITO (OPCAO 7) USA.
           display "codigo do produto: ".
           accept wrk-codigo.
           move wrk-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   display "produto nao encontrado"
                   go to 1500-SALDOS-DEPOSITO-EXIT
           end-read.
           move produtos-estoque to wrk-saldo-ED.
           display produtos-descricao " total " wrk-saldo-ED.
           perform 0215-MOSTRAR-DEPOSITOS
               thru 0215-MOSTRAR-DEPOSITOS-EXIT.
           display "deposito para gravar minimo (0 = nenhum): ".
           accept wrk-deposito.
           if wrk-deposito = 0
               go to 1500-SALDOS-DEPOSITO-EXIT
           end-if.
           display "estoque minimo no deposito: ".
           accept wrk-qtde-mov.
           move 'N' to lnk-edp-op.
           move produtos-codigo to lnk-edp-codigo.
           move wrk-deposito to lnk-edp-deposito.
           move wrk-qtde-mov to lnk-edp-minimo.
           move produtos-estoque to lnk-edp-total.
           call 'ESTDEPMV' using lnk-estdep-area.
           if lnk-edp-ok
               display "minimo gravado"
           else
               display "deposito inexistente ou inativo"
           end-if.
       1500-SALDOS-DEPOSITO-EXIT.
           exit.

       1600-COMPOR-KIT SECTION.
      * COMPOSICAO DO KIT: O PRODUTO VIRA KIT SO SEM SALDO, RESERVA OU
      * COMPRA PENDENTE (DALI EM DIANTE O SALDO E DOS COMPONENTES), E
      * A COMPOSICAO SO MUDA SEM KIT RESERVADO EM PEDIDO ABERTO - A
      * RESERVA E A BAIXA DESSES PEDIDOS SAEM DA COMPOSICAO DE AGORA.
      * QUANTIDADE ZERO RETIRA O COMPONENTE; KIT QUE FICA SEM NENHUM
      * VOLTA A SER PRODUTO COMUM.
           display "codigo do kit: ".
           accept wrk-kit.
           move wrk-kit to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   display "produto nao encontrado"
                   go to 1600-COMPOR-KIT-EXIT
           end-read.
           if produtos-e-kit and produtos-reservado > 0
               display "kit reservado em pedidos abertos ("
                       produtos-reservado ") - composicao mantida"
               go to 1600-COMPOR-KIT-EXIT
           end-if.
           if not produtos-e-kit
               if produtos-estoque not = 0
                  or produtos-reservado not = 0
                  or produtos-backorder not = 0
                  or produtos-em-compra not = 0
                   display "produto com saldo, reserva ou compra "
                           "pendente - nao pode virar kit"
                   go to 1600-COMPOR-KIT-EXIT
               end-if
               display produtos-descricao
                       " - transformar em kit (S/N)? "
               accept wrk-resp
               if wrk-resp not = 'S' and wrk-resp not = 's'
                   go to 1600-COMPOR-KIT-EXIT
               end-if
               move 'S' to produtos-kit-sw
               move 'N' to produtos-lote-sw
               move 0 to produtos-est-minimo
               rewrite produtos-reg
                   invalid key
                       display "produto nao alterado"
                       go to 1600-COMPOR-KIT-EXIT
               end-rewrite
           end-if.
           open i-o kits.
           if wrk-kit-status = '35'
               open output kits
               close kits
               open i-o kits
           end-if.
           if wrk-kit-status not = '00'
               display "erro ao abrir kits - status: " wrk-kit-status
               go to 1600-COMPOR-KIT-EXIT
           end-if.
           move 1 to wrk-componente.
           perform until wrk-componente = 0
               perform 1610-LISTAR-KIT thru 1610-LISTAR-KIT-EXIT
               display "componente (0 = encerrar): "
               accept wrk-componente
               if wrk-componente not = 0
                   perform 1620-GRAVAR-COMPONENTE
                       thru 1620-GRAVAR-COMPONENTE-EXIT
               end-if
           end-perform.
           perform 1610-LISTAR-KIT thru 1610-LISTAR-KIT-EXIT.
           close kits.
           if wrk-qt-listados = 0
               move wrk-kit to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       go to 1600-COMPOR-KIT-EXIT
               end-read
               move 'N' to produtos-kit-sw
               rewrite produtos-reg
                   invalid key
                       display "produto nao alterado"
                   not invalid key
                       display "kit sem componentes - volta a ser "
                               "produto comum"
               end-rewrite
           end-if.
       1600-COMPOR-KIT-EXIT.
           exit.

       1610-LISTAR-KIT SECTION.
           move 0 to wrk-qt-listados.
           move wrk-kit to kit-codigo.
           move 0 to kit-componente.
           start kits key is greater kits-chave
               invalid key
                   move '10' to wrk-kit-status
           end-start.
           if wrk-kit-status not = '10'
               read kits next
                   at end move '10' to wrk-kit-status
               end-read
           end-if.
           perform until wrk-kit-status = '10'
                   or kit-codigo not = wrk-kit
               move 'FORA DO CATALOGO' to produtos-descricao
               move kit-componente to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       continue
               end-read
               display "  " kit-componente " " produtos-descricao
                       " x" kit-qtde
               add 1 to wrk-qt-listados
               read kits next
                   at end move '10' to wrk-kit-status
               end-read
           end-perform.
           move '00' to wrk-kit-status.
           display "componentes do kit " wrk-kit ": " wrk-qt-listados.
       1610-LISTAR-KIT-EXIT.
           exit.

       1620-GRAVAR-COMPONENTE SECTION.
      * COMPONENTE E PRODUTO ATIVO COMUM - KIT DENTRO DE KIT NAO.
           if wrk-componente = wrk-kit
               display "o kit nao pode ser componente dele mesmo"
               go to 1620-GRAVAR-COMPONENTE-EXIT
           end-if.
           move wrk-componente to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   display "produto nao encontrado"
                   go to 1620-GRAVAR-COMPONENTE-EXIT
           end-read.
           if produtos-e-kit
               display "kit nao pode ser componente de outro kit"
               go to 1620-GRAVAR-COMPONENTE-EXIT
           end-if.
           if not produtos-sit-ativo
               display "produto inativo"
               go to 1620-GRAVAR-COMPONENTE-EXIT
           end-if.
           display produtos-descricao.
           display "quantidade por kit (0 = retirar): ".
           accept wrk-qtde-comp.
           move wrk-kit to kit-codigo.
           move wrk-componente to kit-componente.
           read kits key is kits-chave
               invalid key
                   if wrk-qtde-comp = 0
                       display "componente nao esta no kit"
                   else
                       if wrk-qt-listados not < 20
                           display "kit ja tem 20 componentes"
                       else
                           move wrk-qtde-comp to kit-qtde
                           write kits-reg
                               invalid key
                                   display "componente nao gravado"
                           end-write
                       end-if
                   end-if
                   go to 1620-GRAVAR-COMPONENTE-EXIT
           end-read.
           if wrk-qtde-comp = 0
               delete kits
                   invalid key
                       display "componente nao retirado"
               end-delete
           else
               move wrk-qtde-comp to kit-qtde
               rewrite kits-reg
                   invalid key
                       display "componente nao alterado"
               end-rewrite
           end-if.
       1620-GRAVAR-COMPONENTE-EXIT.
           exit.

       1650-MOSTRAR-KIT SECTION.
      * COMPONENTES DO KIT CORRENTE COM O SALDO DE CADA UM. O SALDO
      * DO KIT E QUANTOS KITS OS COMPONENTES MONTAM (O MENOR ENTRE
      * ELES); O DISPONIVEL DESCONTA O RESERVADO DOS COMPONENTES, QUE
      * JA INCLUI O DOS KITS EM PEDIDO ABERTO. NO FIM O REGISTRO DO
      * KIT E RELIDO PARA O CHAMADOR.
           move produtos-codigo to wrk-kit.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           display "KIT - reservado em pedidos abertos: "
                   produtos-reservado.
           if lnk-kit-nao-achado
               display "  kit sem componentes"
               go to 1650-MOSTRAR-KIT-EXIT
           end-if.
           move 0 to wrk-kit-peso.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       move 'FORA DO CATALOGO' to produtos-descricao
                       move 0 to produtos-estoque
                       move 0 to produtos-reservado
                       move 0 to produtos-peso-gramas
               end-read
               move produtos-estoque to wrk-saldo-ED
               display "  " produtos-codigo " " produtos-descricao
                       " x" lnk-kit-comp-qtde(wrk-ix-comp)
                       " saldo " wrk-saldo-ED
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
               compute wrk-kit-peso = wrk-kit-peso
                   + (produtos-peso-gramas
                      * lnk-kit-comp-qtde(wrk-ix-comp))
           end-perform.
           move wrk-kit-saldo to wrk-saldo-ED.
           move wrk-kit-disponivel to wrk-disponivel-ED.
           display "  kits montaveis " wrk-saldo-ED
                   " disponiveis " wrk-disponivel-ED
                   " peso dos componentes " wrk-kit-peso "g".
           move wrk-kit to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   continue
           end-read.
       1650-MOSTRAR-KIT-EXIT.
           exit.

       end program PRODUTOS.
