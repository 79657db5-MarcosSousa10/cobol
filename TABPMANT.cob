       identification division.
       program-id. TABPMANT.
      * MANUTENCAO DAS LISTAS DE PRECO (TABPRECO.DAT) - INCLUIR,
      * CONSULTAR, ALTERAR E INATIVAR FAIXAS E LISTAR AS LISTAS, NO
      * MESMO FEITIO DO DEPMANT.COB. CADA LISTA COMECA PELO CABECALHO
      * (FAIXA 00000-99999, COM O NOME E A CONDICAO GERAL); AS FAIXAS
      * DE PRODUTO (OU UM PRODUTO SO) VEM DEPOIS E VALEM NO LUGAR DO
      * CABECALHO. A LISTA DE CADA CLIENTE FICA NO CADASTRO DE
      * CLIENTES (CLIENTES-LISTA) E O PEDIDO PUXA O PRECO VIA PRECOLER.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select tabpreco assign to 'TABPRECO.DAT'
           organization is indexed
           access mode is dynamic
           record key is tabpreco-chave
           file status is wrk-tbp-status.
       data division.
       file section.
       FD tabpreco.
       COPY TABPRECO.

       working-storage section.
       77 wrk-tbp-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-lista pic 9(02) value zeros.
       77 wrk-cod-inicial pic 9(05) value zeros.
       77 wrk-nome pic x(20) value spaces.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-perc-ED pic z9,99 value zeros.
       77 wrk-teto-ED pic z9,99 value zeros.
       77 wrk-sw-cabecalho pic x(01) value 'N'.
           88 wrk-cabecalho-achado value 'S'.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           perform 0060-ABRIR-TABPRECO
               thru 0060-ABRIR-TABPRECO-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "1 - incluir faixa de preco"
               display "2 - consultar lista de preco"
               display "3 - alterar faixa de preco"
               display "4 - inativar faixa de preco"
               display "5 - listar listas de preco"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-INCLUIR thru 0100-INCLUIR-EXIT
                   when '2'
                       perform 0200-CONSULTAR thru 0200-CONSULTAR-EXIT
                   when '3'
                       perform 0300-ALTERAR thru 0300-ALTERAR-EXIT
                   when '4'
                       perform 0400-INATIVAR thru 0400-INATIVAR-EXIT
                   when '5'
                       perform 0500-LISTAR thru 0500-LISTAR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close tabpreco.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-TABPRECO SECTION.
           open i-o tabpreco.
           if wrk-tbp-status = '35'
               open output tabpreco
               close tabpreco
               open i-o tabpreco
           end-if.
           if wrk-tbp-status not = '00'
               display "erro ao abrir listas de preco - status: "
                       wrk-tbp-status
           end-if.
       0060-ABRIR-TABPRECO-EXIT.
           exit.

       0100-INCLUIR SECTION.
           display "lista de preco (01 a 99): ".
           accept wrk-lista.
           if wrk-lista = 0
               display "lista invalida"
               go to 0100-INCLUIR-EXIT
           end-if.
           display "codigo inicial da faixa (0 = cabecalho da lista): ".
           accept wrk-cod-inicial.
      * FAIXA DE PRODUTO SO ENTRA EM LISTA QUE JA TEM CABECALHO.
           if wrk-cod-inicial not = 0
               perform 0150-LER-CABECALHO
                   thru 0150-LER-CABECALHO-EXIT
               if not wrk-cabecalho-achado
                   display "inclua primeiro o cabecalho (faixa 0) "
                           "da lista"
                   go to 0100-INCLUIR-EXIT
               end-if
           end-if.
           move spaces to tabpreco-reg.
           move wrk-lista to tabp-lista.
           move wrk-cod-inicial to tabp-cod-inicial.
           if wrk-cod-inicial = 0
               move 99999 to tabp-cod-final
               display "nome da lista: "
           else
               display "codigo final da faixa (igual = um produto): "
               accept tabp-cod-final
               if tabp-cod-final < tabp-cod-inicial
                   display "faixa invalida"
                   go to 0100-INCLUIR-EXIT
               end-if
               display "descricao da faixa: "
           end-if.
           accept tabp-nome.
           perform 0160-RECEBE-PERCENTUAIS
               thru 0160-RECEBE-PERCENTUAIS-EXIT.
           move 'A' to tabp-situacao.
           write tabpreco-reg
               invalid key
                   display "faixa ja cadastrada"
               not invalid key
                   display "faixa incluida"
           end-write.
       0100-INCLUIR-EXIT.
           exit.

       0150-LER-CABECALHO SECTION.
           move 'N' to wrk-sw-cabecalho.
           move wrk-lista to tabp-lista.
           move 0 to tabp-cod-inicial.
           read tabpreco key is tabpreco-chave
               invalid key
                   continue
               not invalid key
                   set wrk-cabecalho-achado to true
           end-read.
       0150-LER-CABECALHO-EXIT.
           exit.

       0160-RECEBE-PERCENTUAIS SECTION.
      * O DESCONTO E SOBRE O PRECO DE CATALOGO; O TETO E O DESCONTO
      * A MAIS, SOBRE O PRECO DA LISTA, QUE O OPERADOR PODE DAR SEM
      * RETER O PEDIDO.
           display "desconto da lista sobre o catalogo (%): ".
           accept tabp-desconto.
           display "teto de desconto sem aprovacao (%): ".
           accept tabp-teto.
           move tabp-desconto to wrk-perc-ED.
           move tabp-teto to wrk-teto-ED.
           display "desconto " wrk-perc-ED "% - teto " wrk-teto-ED "%".
       0160-RECEBE-PERCENTUAIS-EXIT.
           exit.

       0200-CONSULTAR SECTION.
      * TODAS AS FAIXAS DA LISTA, DO CABECALHO PARA A FRENTE.
           display "lista de preco: ".
           accept wrk-lista.
           move 0 to wrk-qt-listados.
           move wrk-lista to tabp-lista.
           move 0 to tabp-cod-inicial.
           start tabpreco key is not less tabpreco-chave
               invalid key
                   move '10' to wrk-tbp-status
           end-start.
           if wrk-tbp-status not = '10'
               read tabpreco next
                   at end move '10' to wrk-tbp-status
               end-read
           end-if.
           perform until wrk-tbp-status = '10'
                   or tabp-lista not = wrk-lista
               perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT
               add 1 to wrk-qt-listados
               read tabpreco next
                   at end move '10' to wrk-tbp-status
               end-read
           end-perform.
           move '00' to wrk-tbp-status.
           display "faixas da lista: " wrk-qt-listados.
       0200-CONSULTAR-EXIT.
           exit.

       0210-MOSTRAR SECTION.
           move tabp-desconto to wrk-perc-ED.
           move tabp-teto to wrk-teto-ED.
           if tabp-sit-ativo
               display tabp-lista " " tabp-cod-inicial "-"
                       tabp-cod-final " " tabp-nome " desc "
                       wrk-perc-ED "% teto " wrk-teto-ED "%"
           else
               display tabp-lista " " tabp-cod-inicial "-"
                       tabp-cod-final " " tabp-nome " desc "
                       wrk-perc-ED "% teto " wrk-teto-ED "% INATIVA"
           end-if.
       0210-MOSTRAR-EXIT.
           exit.

       0300-ALTERAR SECTION.
           display "lista de preco: ".
           accept wrk-lista.
           display "codigo inicial da faixa (0 = cabecalho): ".
           accept wrk-cod-inicial.
           move wrk-lista to tabp-lista.
           move wrk-cod-inicial to tabp-cod-inicial.
           read tabpreco key is tabpreco-chave
               invalid key
                   display "faixa nao encontrada"
                   go to 0300-ALTERAR-EXIT
           end-read.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           display "novo nome/descricao (branco = manter): ".
           move spaces to wrk-nome.
           accept wrk-nome.
           if wrk-nome not = spaces
               move wrk-nome to tabp-nome
           end-if.
           perform 0160-RECEBE-PERCENTUAIS
               thru 0160-RECEBE-PERCENTUAIS-EXIT.
           move 'A' to tabp-situacao.
           rewrite tabpreco-reg
               invalid key
                   display "faixa nao alterada"
               not invalid key
                   display "faixa alterada"
           end-rewrite.
       0300-ALTERAR-EXIT.
           exit.

       0400-INATIVAR SECTION.
      * SOFT-DELETE, NO MESMO PADRAO DO DEPMANT.COB - FAIXA INATIVA
      * NAO VALE MAIS NO PEDIDO; COM O CABECALHO INATIVO E SEM FAIXA
      * ATIVA, O CLIENTE DA LISTA PASSA A SER ATENDIDO COMO VAREJO.
           display "lista de preco: ".
           accept wrk-lista.
           display "codigo inicial da faixa (0 = cabecalho): ".
           accept wrk-cod-inicial.
           move wrk-lista to tabp-lista.
           move wrk-cod-inicial to tabp-cod-inicial.
           read tabpreco key is tabpreco-chave
               invalid key
                   display "faixa nao encontrada"
                   go to 0400-INATIVAR-EXIT
           end-read.
           move 'I' to tabp-situacao.
           rewrite tabpreco-reg
               invalid key
                   display "faixa nao inativada"
               not invalid key
                   display "faixa inativada"
           end-rewrite.
       0400-INATIVAR-EXIT.
           exit.

       0500-LISTAR SECTION.
      * SO OS CABECALHOS - UMA LINHA POR LISTA.
           move 0 to wrk-qt-listados.
           move 0 to tabp-lista.
           move 0 to tabp-cod-inicial.
           start tabpreco key is greater tabpreco-chave
               invalid key
                   move '10' to wrk-tbp-status
           end-start.
           if wrk-tbp-status not = '10'
               read tabpreco next
                   at end move '10' to wrk-tbp-status
               end-read
           end-if.
           perform until wrk-tbp-status = '10'
               if tabp-cod-inicial = 0
                   perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT
                   add 1 to wrk-qt-listados
               end-if
               read tabpreco next
                   at end move '10' to wrk-tbp-status
               end-read
           end-perform.
           move '00' to wrk-tbp-status.
           display "listas de preco: " wrk-qt-listados.
       0500-LISTAR-EXIT.
           exit.

       end program TABPMANT.
