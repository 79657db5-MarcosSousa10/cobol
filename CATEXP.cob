       identification division.
       program-id. CATEXP.
      * CARGA NOTURNA DO CATALOGO PARA O SITE (CATALOGO_SITE.TXT,
      * LARGURA FIXA, UM PRODUTO POR LINHA): DESCRICAO, PRECO, PESO E
      * SALDO DISPONIVEL (ESTOQUE MENOS RESERVADO; KIT PELO QUE OS
      * COMPONENTES MONTAM). A PRIMEIRA CARGA - OU A RODADA COM O
      * PARAMETRO COMPLETA - MANDA O CATALOGO INTEIRO; DAI EM DIANTE
      * SO SAI O PRODUTO COM PRECO NOVO NO HISTORICO (PRECOHIS.DAT)
      * OU MOVIMENTO NO LOG DE ESTOQUE (ESTOQUE_MOV.TXT) DESDE A
      * ULTIMA CARGA, OU CUJO CADASTRO/RESERVA MUDOU O QUE FOI
      * MANDADO (CONFERIDO CONTRA O CONTROLE CATSITE.DAT). PRODUTO
      * INATIVO SAI COMO RETIRADO (R). PASSO DA CADEIA DO NOTURNO.COB.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select produtos assign to 'PRODUTOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is produtos-chave
           file status is wrk-prd-status.
           select precohis assign to 'PRECOHIS.DAT'
           organization is indexed
           access mode is dynamic
           record key is precohis-chave
           file status is wrk-his-status.
           select estoque-log assign to
               "ESTOQUE_MOV.TXT"
           organization is line sequential
           file status is wrk-mov-status.
           select catsite assign to 'CATSITE.DAT'
           organization is indexed
           access mode is dynamic
           record key is catsite-chave
           file status is wrk-cat-status.
           select catalogo-out assign to
               "CATALOGO_SITE.TXT"
           organization is line sequential
           file status is wrk-out-status.
       data division.
       file section.
       FD produtos.
       COPY PRODUTOS.

       FD precohis.
       COPY PRECOHIS.

       FD estoque-log.
       01 estoque-log-reg.
           05 mov-linha pic x(350).

       FD catsite.
       COPY CATSITE.

      * LAYOUT DA CARGA: SITUACAO A (ATIVO) OU R (RETIRADO), PRECO
      * COM DUAS DECIMAIS IMPLICITAS.
       FD catalogo-out.
       01 catalogo-reg.
           05 out-situacao   pic x(01).
           05 out-codigo     pic 9(05).
           05 out-descricao  pic x(30).
           05 out-preco      pic 9(08)v99.
           05 out-peso       pic 9(07).
           05 out-disponivel pic 9(07).

       working-storage section.
       77 wrk-prd-status pic x(02).
       77 wrk-his-status pic x(02).
       77 wrk-mov-status pic x(02).
       77 wrk-cat-status pic x(02).
       77 wrk-out-status pic x(02).
       77 wrk-param-cmd pic x(20) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic x(08) value spaces.
       77 wrk-hora-hoje pic 9(06) value zeros.
      * DATA/HORA DA CARGA ANTERIOR (REGISTRO ZERO DO CATSITE.DAT).
       77 wrk-data-ultima pic 9(08) value zeros.
       77 wrk-hora-ultima pic 9(06) value zeros.
       77 wrk-sw-completa pic x(01) value 'N'.
           88 wrk-carga-completa value 'S'.
       77 wrk-sw-novo pic x(01) value 'N'.
           88 wrk-produto-novo value 'S'.
       77 wrk-sw-manda pic x(01) value 'N'.
           88 wrk-manda-produto value 'S'.
       77 wrk-codigo pic 9(05) value zeros.
       77 wrk-situacao pic x(01) value spaces.
       77 wrk-disponivel pic 9(07) value zeros.
       77 wrk-comp-saldo pic s9(07) value zeros.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-mov-data pic x(08) value spaces.
       77 wrk-mov-hora pic x(06) value spaces.
       77 wrk-mov-codigo pic x(05) value spaces.
       77 wrk-qt-lidos pic 9(05) value zeros.
       77 wrk-qt-ativos pic 9(05) value zeros.
       77 wrk-qt-retirados pic 9(05) value zeros.
       77 wrk-qt-precos pic 9(05) value zeros.
       77 wrk-qt-movimentos pic 9(05) value zeros.
      * PRODUTOS MARCADOS PELO HISTORICO DE PRECOS OU PELO LOG DE
      * ESTOQUE DESDE A ULTIMA CARGA, DIRETO PELO CODIGO.
       01 tab-alterados.
           05 tab-alterado occurs 99999 times pic x(01).
       COPY KITLNK.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-param-cmd from command-line.
           inspect wrk-param-cmd converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move wrk-hora(1:6) to wrk-hora-hoje.
           move all 'N' to tab-alterados.
           open input produtos.
           if wrk-prd-status not = '00'
               display "cadastro de produtos indisponivel - status: "
                       wrk-prd-status
               move 8 to return-code
               go to 0300-final
           end-if.
           open i-o catsite.
           if wrk-cat-status = '35'
               open output catsite
               close catsite
               open i-o catsite
           end-if.
           if wrk-cat-status not = '00'
               display "controle da carga do site indisponivel - "
                       "status: " wrk-cat-status
               close produtos
               move 8 to return-code
               go to 0300-final
           end-if.
           perform 0100-ULTIMA-CARGA thru 0100-ULTIMA-CARGA-EXIT.
           if not wrk-carga-completa
               perform 0120-MARCAR-PRECOS
                   thru 0120-MARCAR-PRECOS-EXIT
               perform 0140-MARCAR-MOVIMENTOS
                   thru 0140-MARCAR-MOVIMENTOS-EXIT
           end-if.
           open output catalogo-out.
           perform 0200-VARRER-PRODUTOS
               thru 0200-VARRER-PRODUTOS-EXIT.
           close catalogo-out.
           perform 0400-GRAVAR-CONTROLE
               thru 0400-GRAVAR-CONTROLE-EXIT.
           close catsite.
           close produtos.
           if wrk-carga-completa
               display "carga COMPLETA do catalogo para o site"
           else
               display "carga das alteracoes desde " wrk-data-ultima
                       " " wrk-hora-ultima
               display "marcados por preco novo....: " wrk-qt-precos
               display "marcados por movimento.....: "
                       wrk-qt-movimentos
           end-if.
           display "produtos lidos.............: " wrk-qt-lidos.
           display "enviados ativos............: " wrk-qt-ativos.
           display "enviados como retirados....: " wrk-qt-retirados.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-ULTIMA-CARGA SECTION.
      * SEM REGISTRO DE CONTROLE NUNCA HOUVE CARGA - VAI O CATALOGO
      * INTEIRO, COMO NA RODADA PEDIDA COM O PARAMETRO COMPLETA.
           if wrk-param-cmd = 'COMPLETA'
               set wrk-carga-completa to true
           end-if.
           move 0 to cats-codigo.
           read catsite key is catsite-chave
               invalid key
                   set wrk-carga-completa to true
                   go to 0100-ULTIMA-CARGA-EXIT
           end-read.
           move cats-data to wrk-data-ultima.
           move cats-hora to wrk-hora-ultima.
       0100-ULTIMA-CARGA-EXIT.
           exit.

       0120-MARCAR-PRECOS SECTION.
      * O HISTORICO E CHAVEADO POR PRODUTO+DATA, ENTAO A VARREDURA E
      * INTEIRA; MUDANCA NO MESMO SEGUNDO DA CARGA ANTERIOR ENTRA DE
      * NOVO (MANDAR DUAS VEZES NAO FAZ MAL, PERDER FAZ).
           open input precohis.
           if wrk-his-status not = '00'
               go to 0120-MARCAR-PRECOS-EXIT
           end-if.
           move low-values to precohis-chave.
           start precohis key is greater precohis-chave
               invalid key
                   move '10' to wrk-his-status
           end-start.
           if wrk-his-status not = '10'
               read precohis next
                   at end move '10' to wrk-his-status
               end-read
           end-if.
           perform until wrk-his-status = '10'
               if (preco-data > wrk-data-ultima
                   or (preco-data = wrk-data-ultima
                       and preco-hora not < wrk-hora-ultima))
                  and preco-codigo > 0
                  and tab-alterado(preco-codigo) = 'N'
                   move 'S' to tab-alterado(preco-codigo)
                   add 1 to wrk-qt-precos
               end-if
               read precohis next
                   at end move '10' to wrk-his-status
               end-read
           end-perform.
           close precohis.
       0120-MARCAR-PRECOS-EXIT.
           exit.

       0140-MARCAR-MOVIMENTOS SECTION.
      * LINHA DO LOG: AAAAMMDD HHMMSSCC;CODIGO;TIPO;QTDE;SALDO;...
      * (0960 DO PRODUTOS.COB). LINHA FORA DESSE FORMATO E IGNORADA.
           open input estoque-log.
           if wrk-mov-status not = '00'
               go to 0140-MARCAR-MOVIMENTOS-EXIT
           end-if.
           perform until wrk-mov-status = '10'
               read estoque-log
                   at end
                       move '10' to wrk-mov-status
                   not at end
                       perform 0150-MOVIMENTO
                           thru 0150-MOVIMENTO-EXIT
               end-read
           end-perform.
           close estoque-log.
       0140-MARCAR-MOVIMENTOS-EXIT.
           exit.

       0150-MOVIMENTO SECTION.
           move mov-linha(1:8) to wrk-mov-data.
           move mov-linha(10:6) to wrk-mov-hora.
           move mov-linha(19:5) to wrk-mov-codigo.
           if wrk-mov-data not numeric
              or wrk-mov-hora not numeric
              or wrk-mov-codigo not numeric
              or mov-linha(18:1) not = ';'
               go to 0150-MOVIMENTO-EXIT
           end-if.
           if wrk-mov-data < wrk-data-ultima
               go to 0150-MOVIMENTO-EXIT
           end-if.
           if wrk-mov-data = wrk-data-ultima
              and wrk-mov-hora < wrk-hora-ultima
               go to 0150-MOVIMENTO-EXIT
           end-if.
           move wrk-mov-codigo to wrk-codigo.
           if wrk-codigo > 0
              and tab-alterado(wrk-codigo) = 'N'
               move 'S' to tab-alterado(wrk-codigo)
               add 1 to wrk-qt-movimentos
           end-if.
       0150-MOVIMENTO-EXIT.
           exit.

       0200-VARRER-PRODUTOS SECTION.
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
               add 1 to wrk-qt-lidos
               perform 0210-PRODUTO thru 0210-PRODUTO-EXIT
               read produtos next
                   at end move '10' to wrk-prd-status
               end-read
           end-perform.
           move '00' to wrk-prd-status.
       0200-VARRER-PRODUTOS-EXIT.
           exit.

       0210-PRODUTO SECTION.
           move produtos-codigo to wrk-codigo.
           if produtos-e-kit
               perform 0220-DISPONIVEL-KIT
                   thru 0220-DISPONIVEL-KIT-EXIT
           else
               if produtos-estoque > produtos-reservado
                   compute wrk-disponivel =
                       produtos-estoque - produtos-reservado
               else
                   move 0 to wrk-disponivel
               end-if
           end-if.
           if produtos-sit-inativo
               move 'R' to wrk-situacao
           else
               move 'A' to wrk-situacao
           end-if.
           move 'N' to wrk-sw-novo.
           move wrk-codigo to cats-codigo.
           read catsite key is catsite-chave
               invalid key
                   set wrk-produto-novo to true
           end-read.
      * INATIVO QUE NUNCA FOI AO SITE SO SAI NA CARGA COMPLETA.
           move 'N' to wrk-sw-manda.
           evaluate true
               when wrk-carga-completa
                   set wrk-manda-produto to true
               when wrk-produto-novo
                   if wrk-situacao = 'A'
                       set wrk-manda-produto to true
                   end-if
               when tab-alterado(wrk-codigo) = 'S'
                   set wrk-manda-produto to true
               when cats-descricao not = produtos-descricao
                 or cats-preco not = produtos-preco
                 or cats-peso-gramas not = produtos-peso-gramas
                 or cats-disponivel not = wrk-disponivel
                 or cats-situacao not = wrk-situacao
                   set wrk-manda-produto to true
           end-evaluate.
           if not wrk-manda-produto
               go to 0210-PRODUTO-EXIT
           end-if.
           move wrk-situacao to out-situacao.
           move wrk-codigo to out-codigo.
           move produtos-descricao to out-descricao.
           move produtos-preco to out-preco.
           move produtos-peso-gramas to out-peso.
           move wrk-disponivel to out-disponivel.
           write catalogo-reg.
           if wrk-situacao = 'A'
               add 1 to wrk-qt-ativos
           else
               add 1 to wrk-qt-retirados
           end-if.
           move wrk-codigo to cats-codigo.
           move wrk-data-hoje to cats-data.
           move wrk-hora-hoje to cats-hora.
           move produtos-descricao to cats-descricao.
           move produtos-preco to cats-preco.
           move produtos-peso-gramas to cats-peso-gramas.
           move wrk-disponivel to cats-disponivel.
           move wrk-situacao to cats-situacao.
           if wrk-produto-novo
               write catsite-reg
                   invalid key
                       display "controle do produto " wrk-codigo
                               " nao gravado"
               end-write
           else
               rewrite catsite-reg
                   invalid key
                       display "controle do produto " wrk-codigo
                               " nao atualizado"
               end-rewrite
           end-if.
       0210-PRODUTO-EXIT.
           exit.

       0220-DISPONIVEL-KIT SECTION.
      * MESMA CONTA DO 0134-DISPONIVEL-KIT DO PEDIDOS.COB. A LEITURA
      * DOS COMPONENTES TIRA O ARQUIVO DA POSICAO DA VARREDURA - NO
      * FIM O KIT E RELIDO PELA CHAVE E O READ NEXT SEGUE DELE.
           move 0 to wrk-disponivel.
           move wrk-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           if lnk-kit-nao-achado
               go to 0220-DISPONIVEL-KIT-EXIT
           end-if.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       move 0 to produtos-estoque
                       move 0 to produtos-reservado
               end-read
               compute wrk-comp-saldo =
                   (produtos-estoque - produtos-reservado)
                   / lnk-kit-comp-qtde(wrk-ix-comp)
               if wrk-comp-saldo < 0
                   move 0 to wrk-comp-saldo
               end-if
               if wrk-ix-comp = 1 or wrk-comp-saldo < wrk-disponivel
                   move wrk-comp-saldo to wrk-disponivel
               end-if
           end-perform.
           move wrk-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   move '10' to wrk-prd-status
           end-read.
       0220-DISPONIVEL-KIT-EXIT.
           exit.

       0400-GRAVAR-CONTROLE SECTION.
      * A HORA GRAVADA E A DO INICIO DA RODADA - MOVIMENTO FEITO
      * DURANTE A CARGA ENTRA DE NOVO NA SEGUINTE.
           move 0 to cats-codigo.
           read catsite key is catsite-chave
               invalid key
                   set wrk-produto-novo to true
               not invalid key
                   move 'N' to wrk-sw-novo
           end-read.
           move spaces to cats-descricao.
           move 0 to cats-preco.
           move 0 to cats-peso-gramas.
           move 0 to cats-disponivel.
           move spaces to cats-situacao.
           move 0 to cats-codigo.
           move wrk-data-hoje to cats-data.
           move wrk-hora-hoje to cats-hora.
           if wrk-produto-novo
               write catsite-reg
               end-write
           else
               rewrite catsite-reg
               end-rewrite
           end-if.
       0400-GRAVAR-CONTROLE-EXIT.
           exit.

       end program CATEXP.
