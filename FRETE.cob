           access mode is dynamic
           record key is cotacoes-chave
           alternate record key is cotacoes-fone with duplicates
           alternate record key is cotacoes-rastreio with duplicates
           file status is wrk-cot-status.
      * PEDIDOS E ITENS (PEDIDOS.COB) - A CONFIRMACAO DE COTACAO DE
      * CLIENTE CADASTRADO PODE VIRAR PEDIDO DIRETO, SEM REDIGITAR
           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select peditens assign to 'PEDITENS.DAT'
           organization is indexed
           access mode is dynamic
           record key is prospects-chave
           file status is wrk-pro-status.
      * CADASTRO DE TRANSPORTADORAS (TRANSMANT.COB) - NO METODO T O
      * OPERADOR ESCOLHE A TRANSPORTADORA OU COMPARA TODAS AS ATIVAS.
           select transp assign to 'TRANSP.DAT'
           organization is indexed
           access mode is dynamic
           record key is transp-chave
           file status is wrk-trn-status.
       data division.
       file section.
       FD frete-log.
       FD prospects.
       COPY PROSPECT.

       FD transp.
       COPY TRANSP.

       working-storage section.
       77 wrk-produto pic x(30) value spaces.
       77 wrk-estado pic x(02) value spaces.
       77 wrk-codigo-produto pic 9(05) value zeros.
       77 wrk-peso-gramas pic 9(07) value zeros.
       77 wrk-metodo pic x(01) value 'P'.
      * kit: o peso da unidade e o dos componentes (kitler).
       COPY KITLNK.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-peso-kit pic 9(09) value zeros.
      * PARAMETRO DE LINHA DE COMANDO - 'LOTE' RODA O LOTE SEM
      * OPERADOR, COMO O MODO RELDSK DO CLIENTES1.COB.
       77 wrk-param-cmd pic x(20) value spaces.
       77 wrk-prazo-dias pic 9(02) value zeros.
       77 wrk-data-prevista pic 9(08) value zeros.
       01 wrk-prevista-x.
           05 wrk-prev-ano pic 9(04).
           05 wrk-prev-mes pic 9(02).
           05 wrk-prev-dia pic 9(02).
      * ACUMULADORES DO PEDIDO CORRENTE NO LOTE CONSOLIDADO - UM
      * PEDIDO COM CINCO PRODUTOS GERA UM FRETE SO, NAO CINCO.
       77 wrk-ped-atual pic 9(06) value zeros.
      * RASTREIO DE ENTREGA (MODO 4).
       77 wrk-data-envio pic 9(08) value zeros.
       77 wrk-data-entrega pic 9(08) value zeros.
       77 wrk-rastreio pic x(20) value spaces.
      * PROXIMO NUMERO DE COTACAO E DE PEDIDO PELO CONTROLE CENTRAL
      * (NUMGER) - A VARREDURA ANTIGA FICOU SO DE FALLBACK PARA
      * SERIE AINDA NAO SEMEADA.
           88 wrk-cliente-ok value 'S'.
       77 wrk-sw-inadimpl pic x(01) value 'N'.
           88 wrk-cliente-inadimplente value 'S'.
      * TRANSPORTADORA DA COTACAO NO METODO T (ZEROS = TABELA GERAL)
      * E A COMPARACAO ENTRE AS ATIVAS (MODO 6 OU CODIGO ZERO): A MAIS
      * BARATA E A MAIS RAPIDA.
       77 wrk-trn-status pic x(02).
       77 wrk-transp pic 9(03) value zeros.
       77 wrk-transp-nome pic x(30) value spaces.
       77 wrk-sw-comparar pic x(01) value 'N'.
           88 wrk-comparar-transp value 'S'.
       77 wrk-qt-transp pic 9(03) value zeros.
       77 wrk-barata pic 9(03) value zeros.
       77 wrk-barata-frete pic 9(08)v99 value zeros.
       77 wrk-barata-prazo pic 9(02) value zeros.
       77 wrk-rapida pic 9(03) value zeros.
       77 wrk-rapida-frete pic 9(08)v99 value zeros.
       77 wrk-rapida-prazo pic 9(02) value zeros.

       procedure division.
       0050-MODO SECTION.
               go to 0300-final
           end-if.
           display "modo (1-interativo 2-lote 3-confirmar cotacao "
                   "4-registrar envio/entrega 5-prospects "
                   "6-comparar transportadoras): ".
           accept wrk-modo.
      * O MODO 6 E A COTACAO INTERATIVA COM O METODO T FIXO E TODAS
      * AS TRANSPORTADORAS ATIVAS COTADAS LADO A LADO.
           if wrk-modo = '6'
               set wrk-comparar-transp to true
           end-if.
           if wrk-modo = '2'
               perform 0400-LOTE thru 0400-LOTE-EXIT
               go to 0300-final
           end-if.
           display "valor"
           accept WRK-VALOR.
           if wrk-comparar-transp
               move 'T' to wrk-metodo
           else
               display "metodo (P-pac S-sedex T-transportadora)"
               accept wrk-metodo
           end-if.
           perform 0110-VALIDA-VALOR thru 0110-VALIDA-VALOR-EXIT.
           move spaces to wrk-estado.
           display "telefone do cliente (0 = sem cliente cadastrado)"
           if wrk-prd-status = '00'
               move produtos-descricao to wrk-produto
               move produtos-peso-gramas to wrk-peso-gramas
               if produtos-e-kit
                   perform 0145-PESO-KIT thru 0145-PESO-KIT-EXIT
               end-if
           end-if.
           close produtos.
       0140-BUSCA-PRODUTO-EXIT.
           exit.
       0148-ESCOLHER-TRANSP SECTION.
      * SO RODA POR FALLTHROUGH NO MODO INTERATIVO (O 0400-LOTE COTA
      * PELA TABELA GERAL, SEM TRANSPORTADORA). NO METODO T O
      * OPERADOR INFORMA A TRANSPORTADORA OU PEDE A COMPARACAO; SEM
      * TRANSPORTADORA CADASTRADA, FICA A TABELA GERAL.
           move 0 to wrk-transp.
           move spaces to wrk-transp-nome.
           if wrk-metodo not = 'T'
               go to 0148-ESCOLHER-TRANSP-EXIT
           end-if.
           open input transp.
           if wrk-trn-status not = '00'
               go to 0148-ESCOLHER-TRANSP-EXIT
           end-if.
           if not wrk-comparar-transp
               display "transportadora (0 = comparar todas)"
               accept wrk-transp
           end-if.
           if wrk-transp not = 0
               move wrk-transp to transp-codigo
               read transp key is transp-chave
                   invalid key
                       move '23' to wrk-trn-status
               end-read
               if wrk-trn-status = '00' and transp-sit-ativa
                   move transp-nome to wrk-transp-nome
                   close transp
                   go to 0148-ESCOLHER-TRANSP-EXIT
               end-if
               display "transportadora nao cadastrada ou inativa - "
                       "comparando todas"
               move '00' to wrk-trn-status
           end-if.
           perform 0149-COMPARAR-TRANSP thru 0149-COMPARAR-TRANSP-EXIT.
           if wrk-qt-transp = 0
               display "nenhuma transportadora atende a uf - cotando "
                       "pela tabela geral"
               move 0 to wrk-transp
               close transp
               go to 0148-ESCOLHER-TRANSP-EXIT
           end-if.
           display "mais barata: " wrk-barata "  mais rapida: "
                   wrk-rapida.
           display "transportadora escolhida (0 = a mais barata)"
           accept wrk-transp.
           if wrk-transp = 0
               move wrk-barata to wrk-transp
           end-if.
           move wrk-transp to transp-codigo.
           read transp key is transp-chave
               invalid key
                   display "transportadora nao cadastrada - "
                           "ficou a mais barata"
                   move wrk-barata to wrk-transp
                   move wrk-transp to transp-codigo
                   read transp key is transp-chave
                       invalid key
                           continue
                   end-read
           end-read.
           move transp-nome to wrk-transp-nome.
           close transp.
       0148-ESCOLHER-TRANSP-EXIT.
           exit.

       0150-PROCESSA SECTION.
      * A CONTA EM SI (TABELA DE UF, FAIXA DE PESO E FRETE GRATIS)
      * VIVE NO SUBPROGRAMA FRETECALC, COMPARTILHADO COM AS TELAS DE
           move wrk-fone-cliente to lnk-fone.
           move wrk-peso-gramas to lnk-peso-gramas.
           move wrk-metodo to lnk-metodo.
           move wrk-transp to lnk-transp.
           call 'FRETECALC' using lnk-frete-area.
           move lnk-frete to wrk-frete.
           move lnk-frete-base to wrk-frete-base.
           move lnk-manuseio to wrk-manuseio.
           move lnk-uf to wrk-estado.
      * O FRETECALC NORMALIZA METODO INVALIDO PARA PAC E DEVOLVE O
      * PRAZO ESTIMADO DA UF/METODO, EM DIAS UTEIS, COM A DATA
      * PREVISTA DE ENTREGA.
           move lnk-metodo to wrk-metodo.
           move lnk-prazo-dias to wrk-prazo-dias.
           move lnk-data-prevista to wrk-data-prevista.
           if lnk-frete-achado
               set wrk-estado-achado to true
           else
           move 0 to cotacoes-manifesto.
           move 0 to cotacoes-data-envio.
           move 0 to cotacoes-data-entrega.
           move wrk-transp to cotacoes-transp.
           move spaces to cotacoes-rastreio.
           move ' ' to cotacoes-sit-rastreio.
           move 0 to cotacoes-data-evento.
           move spaces to cotacoes-fatura-frete.
           move 0 to cotacoes-frete-pago.
           move 0 to cotacoes-data-rota.
           move 'C' to cotacoes-situacao.
           write cotacoes-reg
               invalid key
       0200-MOSTRA SECTION.
           display "cotacao numero: " wrk-num-cotacao.
           display "metodo " wrk-metodo " - prazo estimado "
                   wrk-prazo-dias " dias uteis".
           if wrk-data-prevista not = 0
               move wrk-data-prevista to wrk-prevista-x
               display "entrega prevista ate " wrk-prev-dia "/"
                       wrk-prev-mes "/" wrk-prev-ano
           end-if.
           if wrk-transp not = 0
               display "transportadora " wrk-transp " - "
                       wrk-transp-nome
           end-if.
           display WRK-VALOR-ED .
           display "frete base: " wrk-frete-base-ED.
           display "seguro....: " wrk-seguro-ED.
           display "produto.: " cotacoes-produto.
           display "uf......: " cotacoes-uf.
           display "metodo..: " cotacoes-metodo " - prazo "
                   cotacoes-prazo " dias uteis".
           if cotacoes-transp not = 0
               display "transp..: " cotacoes-transp
           end-if.
           display "valor...: " wrk-valor-ED.
           display "frete...: " wrk-frete-ED.
           evaluate true
           end-if.
           display "envio....: " cotacoes-data-envio.
           display "entrega..: " cotacoes-data-entrega.
           display "rastreio.: " cotacoes-rastreio
                   " evento " cotacoes-sit-rastreio
                   " em " cotacoes-data-evento.
      * A TRANSPORTADORA QUE ETIQUETA COM CODIGO PROPRIO TEM O CODIGO
      * DELA DIGITADO AQUI - E POR ELE QUE O RASTIMP.COB ACHA OS
      * EVENTOS.
           display "codigo de rastreio (branco = manter): ".
           move spaces to wrk-rastreio.
           accept wrk-rastreio.
           if wrk-rastreio not = spaces
               move wrk-rastreio to cotacoes-rastreio
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           display "data de envio (AAAAMMDD, 0 = hoje, 9 = manter): ".
           accept wrk-data-envio.
           move cotacoes-prazo to pedidos-prazo.
           move spaces to pedidos-entrega.
           move 0 to pedidos-ent-cep.
           move 0 to pedidos-origem.
           move 0 to pedidos-backorder.
           move 0 to pedidos-devolvido.
           move 0 to pedidos-deposito.
           move 0 to pedidos-separado.
           move space to pedidos-retido.
           move 0 to pedidos-contrato.
           move 0 to pedidos-pontos-usados.
           move 0 to pedidos-desc-pontos.
           move cotacoes-transp to pedidos-transp.
           write pedidos-reg
               invalid key
                   display "pedido " wrk-num-pedido " ja existe - "
           move 1 to itens-qtde.
           move cotacoes-valor to itens-valor.
           move 0 to itens-preco-tab.
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
           move 0 to itens-preco-lista.
           move 0 to itens-preco-min.
           move space to itens-aprovacao.
           write peditens-reg
               invalid key
                   display "item do pedido nao gravado"
       0570-GRAVAR-AUD-PEDIDO-EXIT.
           exit.

       0149-COMPARAR-TRANSP SECTION.
      * COTA A CARGA EM CADA TRANSPORTADORA ATIVA (O ARQUIVO JA ESTA
      * ABERTO PELO 0148) E GUARDA A MAIS BARATA E A MAIS RAPIDA - NO
      * EMPATE DE PRECO GANHA A MAIS RAPIDA, E VICE-VERSA.
           move 0 to wrk-qt-transp.
           move 0 to wrk-barata.
           move 0 to wrk-rapida.
           display "transportadora                     frete   prazo".
           move 0 to transp-codigo.
           start transp key is greater transp-chave
               invalid key
                   move '10' to wrk-trn-status
           end-start.
           if wrk-trn-status not = '10'
               read transp next
                   at end move '10' to wrk-trn-status
               end-read
           end-if.
           perform until wrk-trn-status = '10'
               if transp-sit-ativa
                   move wrk-valor to lnk-valor
                   move wrk-estado to lnk-uf
                   move wrk-fone-cliente to lnk-fone
                   move wrk-peso-gramas to lnk-peso-gramas
                   move 'T' to lnk-metodo
                   move transp-codigo to lnk-transp
                   call 'FRETECALC' using lnk-frete-area
                   if lnk-frete-achado
                       add 1 to wrk-qt-transp
                       move lnk-frete to wrk-frete-ED
                       display transp-codigo " " transp-nome(1:20)
                               " " wrk-frete-ED " " lnk-prazo-dias
                               " dias uteis"
                       if wrk-barata = 0
                          or lnk-frete < wrk-barata-frete
                          or (lnk-frete = wrk-barata-frete
                              and lnk-prazo-dias < wrk-barata-prazo)
                           move transp-codigo to wrk-barata
                           move lnk-frete to wrk-barata-frete
                           move lnk-prazo-dias to wrk-barata-prazo
                       end-if
                       if wrk-rapida = 0
                          or lnk-prazo-dias < wrk-rapida-prazo
                          or (lnk-prazo-dias = wrk-rapida-prazo
                              and lnk-frete < wrk-rapida-frete)
                           move transp-codigo to wrk-rapida
                           move lnk-frete to wrk-rapida-frete
                           move lnk-prazo-dias to wrk-rapida-prazo
                       end-if
                   end-if
               end-if
               read transp next
                   at end move '10' to wrk-trn-status
               end-read
           end-perform.
           move '00' to wrk-trn-status.
       0149-COMPARAR-TRANSP-EXIT.
           exit.

       0145-PESO-KIT SECTION.
      * KIT VAI PELO PESO DOS COMPONENTES X QUANTIDADE DE CADA UM NO
      * KIT - O PESO CADASTRADO NO KIT SO VALE SE ELE NAO TIVER
      * COMPONENTE. FICA DEPOIS DO GOBACK PARA NAO ENTRAR NO
      * FALLTHROUGH DO 0140 PARA O 0150 - SO RODA VIA PERFORM THRU.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           if lnk-kit-nao-achado
               go to 0145-PESO-KIT-EXIT
           end-if.
           move 0 to wrk-peso-kit.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       continue
                   not invalid key
                       compute wrk-peso-kit = wrk-peso-kit
                           + (produtos-peso-gramas
                              * lnk-kit-comp-qtde(wrk-ix-comp))
               end-read
           end-perform.
           move '00' to wrk-prd-status.
           if wrk-peso-kit > 9999999
               move 9999999 to wrk-peso-gramas
           else
               move wrk-peso-kit to wrk-peso-gramas
           end-if.
       0145-PESO-KIT-EXIT.
           exit.
       end program FRETE.
