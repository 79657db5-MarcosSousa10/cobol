       identification division.
       program-id. CONTMANT.
      * MANUTENCAO DOS CONTRATOS DE FORNECIMENTO (CONTRATOS.DAT E OS
      * ITENS EM CTRITENS.DAT) - INCLUIR, CONSULTAR, SUSPENDER OU
      * REATIVAR, RENOVAR E LISTAR, NO MESMO FEITIO DO DEPMANT.COB. O
      * PEDIDO DE CADA MES SAI SOZINHO NO PASSO NOTURNO CONTGER.COB,
      * NO DIA DE FATURAMENTO DO CONTRATO - ACABA A REDIGITACAO DO
      * MESMO PEDIDO TODO MES NA OPCAO 1 DO PEDIDOS.COB. O PRECO DO
      * ITEM SAI DA LISTA DO CLIENTE (PRECOLER); ABAIXO DO MINIMO DO
      * TETO DE DESCONTO SO O SUPERVISOR INCLUI.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select contratos assign to 'CONTRATOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is contratos-chave
           file status is wrk-ctr-status.
           select ctritens assign to 'CTRITENS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ctritens-chave
           file status is wrk-cti-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           file status is wrk-cli-status.
           select produtos assign to 'PRODUTOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is produtos-chave
           file status is wrk-prd-status.
           select vendedores assign to
               'VENDEDORES.DAT'
           organization is indexed
           access mode is dynamic
           record key is vendedores-chave
           file status is wrk-ven-status.
       data division.
       file section.
       FD contratos.
       COPY CONTRATOS.

       FD ctritens.
       COPY CTRITENS.

       FD clientes.
       COPY CLIENTES.

       FD produtos.
       COPY PRODUTOS.

       FD vendedores.
       COPY VENDEDOR.

       working-storage section.
       77 wrk-ctr-status pic x(02).
       77 wrk-cti-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-prd-status pic x(02).
       77 wrk-ven-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-tecla pic x(01) value spaces.
       77 wrk-numero pic 9(05) value zeros.
       77 wrk-fone pic 9(09) value zeros.
       77 wrk-lista pic 9(02) value zeros.
       77 wrk-codigo pic 9(05) value zeros.
       77 wrk-qtde pic 9(03) value zeros.
       77 wrk-valor pic 9(08)v99 value zeros.
       77 wrk-total pic 9(08)v99 value zeros.
       77 wrk-qt-itens pic 9(03) value zeros.
       77 wrk-ix-item pic 9(03) value zeros.
       77 wrk-produto pic x(30) value spaces.
       77 wrk-preco-catalogo pic 9(08)v99 value zeros.
       77 wrk-data pic 9(08) value zeros.
       77 wrk-parcelas pic 9(03) value zeros.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-faltam pic s9(07) value zeros.
       77 wrk-faltam-ED pic -zzzzz9 value zeros.
       77 wrk-valor-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-situacao pic x(10) value spaces.
       77 wrk-aviso pic x(20) value spaces.
      * JANELA DO AVISO DE VENCIMENTO - O MESMO PARAMETRO DO PASSO
      * NOTURNO (CONTGER/DIAS-AVISO, DEFAULT 30).
       77 wrk-dias-aviso pic 9(03) value 30.
       77 wrk-sw-cliente pic x(01) value 'N'.
           88 wrk-cliente-achado value 'S'.
       77 wrk-sw-produto pic x(01) value 'N'.
           88 wrk-produto-achado value 'S'.
       77 wrk-sw-vendedor pic x(01) value 'N'.
           88 wrk-vendedor-achado value 'S'.
       77 wrk-operador pic x(08) value 'AVULSO'.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
       COPY NUMLNK.
       COPY PRECLNK.
       COPY PARAMLNK.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           move 'AVULSO' to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
           move 'CONTGER' to lnk-param-programa.
           move 'DIAS-AVISO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-dias-aviso
           end-if.
           perform 0060-ABRIR-CONTRATOS
               thru 0060-ABRIR-CONTRATOS-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "1 - incluir contrato"
               display "2 - consultar contrato"
               display "3 - suspender / reativar contrato"
               display "4 - renovar contrato"
               display "5 - listar contratos"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-INCLUIR thru 0100-INCLUIR-EXIT
                   when '2'
                       perform 0200-CONSULTAR thru 0200-CONSULTAR-EXIT
                   when '3'
                       perform 0300-SUSPENDER thru 0300-SUSPENDER-EXIT
                   when '4'
                       perform 0400-RENOVAR thru 0400-RENOVAR-EXIT
                   when '5'
                       perform 0500-LISTAR thru 0500-LISTAR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close ctritens.
           close contratos.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-CONTRATOS SECTION.
           open i-o contratos.
           if wrk-ctr-status = '35'
               open output contratos
               close contratos
               open i-o contratos
           end-if.
           if wrk-ctr-status not = '00'
               display "erro ao abrir contratos - status: "
                       wrk-ctr-status
           end-if.
           open i-o ctritens.
           if wrk-cti-status = '35'
               open output ctritens
               close ctritens
               open i-o ctritens
           end-if.
           if wrk-cti-status not = '00'
               display "erro ao abrir itens de contrato - status: "
                       wrk-cti-status
           end-if.
       0060-ABRIR-CONTRATOS-EXIT.
           exit.

       0100-INCLUIR SECTION.
           display "telefone do cliente: ".
           accept wrk-fone.
           perform 0110-VALIDA-CLIENTE thru 0110-VALIDA-CLIENTE-EXIT.
           if not wrk-cliente-achado
               display "cliente nao cadastrado ou inativo"
               go to 0100-INCLUIR-EXIT
           end-if.
      * O NUMERO VEM ANTES DO CABECALHO - A VARREDURA DE FALLBACK
      * USA A AREA DO REGISTRO.
           perform 0120-PROXIMO-NUMERO thru 0120-PROXIMO-NUMERO-EXIT.
           move spaces to contratos-reg.
           move wrk-fone to ctr-fone.
           display "codigo do vendedor (0 = sem comissao): ".
           accept ctr-vendedor.
           if ctr-vendedor not = 0
               perform 0115-VALIDA-VENDEDOR
                   thru 0115-VALIDA-VENDEDOR-EXIT
               if not wrk-vendedor-achado
                   display "vendedor nao cadastrado ou inativo"
                   go to 0100-INCLUIR-EXIT
               end-if
           end-if.
           display "dia de faturamento (1 a 31): ".
           accept ctr-dia-fatura.
           if ctr-dia-fatura < 1 or ctr-dia-fatura > 31
               display "dia invalido"
               go to 0100-INCLUIR-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           display "inicio (AAAAMMDD, 0 = hoje): ".
           accept ctr-inicio.
           if ctr-inicio = 0
               move wrk-data-hoje to ctr-inicio
           end-if.
           display "fim (AAAAMMDD): ".
           accept ctr-fim.
           if ctr-fim not > ctr-inicio
               display "fim tem que ser depois do inicio"
               go to 0100-INCLUIR-EXIT
           end-if.
           display "parcelas mensais (0 = ate o fim): ".
           accept ctr-parcelas.
           display "quantidade de itens (1 a 99): ".
           accept wrk-qt-itens.
           if wrk-qt-itens < 1 or wrk-qt-itens > 99
               display "quantidade invalida - contrato nao incluido"
               go to 0100-INCLUIR-EXIT
           end-if.
      * OS ITENS VAO DIRETO PARA O CTRITENS.DAT, COMO NO PEDIDOS.COB -
      * SE O CABECALHO NAO GRAVAR, O 0135-REMOVER-ITENS DESFAZ.
           move 0 to wrk-total.
           move 1 to wrk-ix-item.
           perform 0130-RECEBE-ITEM thru 0130-RECEBE-ITEM-EXIT
               until wrk-ix-item > wrk-qt-itens.
           move wrk-numero to ctr-numero.
           move wrk-fone to ctr-fone.
           move wrk-qt-itens to ctr-qt-itens.
           move wrk-total to ctr-total.
           move 0 to ctr-qt-geradas.
           move 0 to ctr-ultima-comp.
           move 0 to ctr-ultimo-pedido.
           move 'A' to ctr-situacao.
           move wrk-operador to ctr-operador.
           write contratos-reg
               invalid key
                   display "numero de contrato ja existe"
                   perform 0135-REMOVER-ITENS
                       thru 0135-REMOVER-ITENS-EXIT
               not invalid key
                   move wrk-total to wrk-valor-ED
                   display "contrato " wrk-numero " incluido - valor "
                           "mensal " wrk-valor-ED
           end-write.
       0100-INCLUIR-EXIT.
           exit.

       0110-VALIDA-CLIENTE SECTION.
      * MESMO CRITERIO DO 0110-VALIDA-CLIENTE DO PEDIDOS.COB - O
      * CLIENTE BLOQUEADO POR INADIMPLENCIA PODE TER CONTRATO, MAS O
      * PEDIDO DO MES SO SAI DEPOIS DO DESBLOQUEIO.
           move 'N' to wrk-sw-cliente.
           move 0 to wrk-lista.
           open input clientes.
           if wrk-cli-status not = '00'
               display "cadastro de clientes indisponivel"
               go to 0110-VALIDA-CLIENTE-EXIT
           end-if.
           move wrk-fone to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   continue
               not invalid key
                   if clientes-sit-ativo
                       set wrk-cliente-achado to true
                       move clientes-lista to wrk-lista
                       if clientes-bloqueado-atraso
                           display "atencao: cliente bloqueado por "
                                   "inadimplencia - o pedido so sai "
                                   "depois do desbloqueio"
                       end-if
                   end-if
           end-read.
           close clientes.
       0110-VALIDA-CLIENTE-EXIT.
           exit.

       0115-VALIDA-VENDEDOR SECTION.
           move 'N' to wrk-sw-vendedor.
           open input vendedores.
           if wrk-ven-status not = '00'
               display "cadastro de vendedores indisponivel"
               go to 0115-VALIDA-VENDEDOR-EXIT
           end-if.
           move ctr-vendedor to vend-codigo.
           read vendedores key is vendedores-chave
               invalid key
                   continue
               not invalid key
                   if vend-sit-ativo
                       set wrk-vendedor-achado to true
                   end-if
           end-read.
           close vendedores.
       0115-VALIDA-VENDEDOR-EXIT.
           exit.

       0120-PROXIMO-NUMERO SECTION.
      * NUMERO DO CONTRATO PELO CONTROLE CENTRAL (NUMGER), COM A
      * MESMA VARREDURA DE FALLBACK DO 0120-PROXIMO-NUMERO DO
      * PEDIDOS.COB PARA A SERIE AINDA NAO SEMEADA.
           move 'CONTRATO' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-numero
               go to 0120-PROXIMO-NUMERO-EXIT
           end-if.
           move 0 to wrk-numero.
           move 0 to ctr-numero.
           start contratos key is greater contratos-chave
               invalid key
                   move '10' to wrk-ctr-status
           end-start.
           if wrk-ctr-status not = '10'
               read contratos next
                   at end move '10' to wrk-ctr-status
               end-read
           end-if.
           perform until wrk-ctr-status = '10'
               move ctr-numero to wrk-numero
               read contratos next
                   at end move '10' to wrk-ctr-status
               end-read
           end-perform.
           move '00' to wrk-ctr-status.
           add 1 to wrk-numero.
           move 'CONTRATO' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-numero to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0120-PROXIMO-NUMERO-EXIT.
           exit.

       0130-RECEBE-ITEM SECTION.
      * SO PRODUTO DE CATALOGO. VALOR ZERO ASSUME O PRECO DA LISTA
      * DO CLIENTE; ABAIXO DO MINIMO PELO TETO DE DESCONTO, SO COM O
      * PERFIL DE SUPERVISOR (NO PEDIDO GERADO NAO HA RETENCAO).
           display "item " wrk-ix-item " - codigo do produto: ".
           accept wrk-codigo.
           perform 0132-BUSCA-PRODUTO thru 0132-BUSCA-PRODUTO-EXIT.
           if not wrk-produto-achado
               display "produto nao cadastrado ou inativo, "
                       "digite de novo"
               go to 0130-RECEBE-ITEM-EXIT
           end-if.
           move wrk-lista to lnk-prc-lista.
           move wrk-codigo to lnk-prc-codigo.
           move wrk-preco-catalogo to lnk-prc-catalogo.
           call 'PRECOLER' using lnk-preco-area.
           display "item " wrk-ix-item " - " wrk-produto.
           display "item " wrk-ix-item " - quantidade por mes: ".
           accept wrk-qtde.
           move lnk-prc-preco to wrk-valor-ED.
           display "item " wrk-ix-item " - valor unitario (0 = lista "
                   lnk-prc-nome " " wrk-valor-ED "): ".
           accept wrk-valor.
           if wrk-valor = 0
               move lnk-prc-preco to wrk-valor
           end-if.
           if wrk-valor = 0 or wrk-qtde = 0
               display "item invalido, digite de novo"
               go to 0130-RECEBE-ITEM-EXIT
           end-if.
           if wrk-valor < lnk-prc-minimo and wrk-perfil not = 'S'
               move lnk-prc-minimo to wrk-valor-ED
               display "valor abaixo do minimo da lista ("
                       wrk-valor-ED ") - so o supervisor inclui, "
                       "digite de novo"
               go to 0130-RECEBE-ITEM-EXIT
           end-if.
           move spaces to ctritens-reg.
           move wrk-numero to ctri-contrato.
           move wrk-ix-item to ctri-linha.
           move wrk-codigo to ctri-codigo.
           move wrk-qtde to ctri-qtde.
           move wrk-valor to ctri-valor.
           write ctritens-reg
               invalid key
                   display "item " wrk-ix-item " nao gravado"
                   go to 0130-RECEBE-ITEM-EXIT
           end-write.
           compute wrk-total = wrk-total + (wrk-qtde * wrk-valor).
           add 1 to wrk-ix-item.
       0130-RECEBE-ITEM-EXIT.
           exit.

       0132-BUSCA-PRODUTO SECTION.
      * MESMO CRITERIO DO 0132-BUSCA-PRODUTO DO PEDIDOS.COB.
           move 'N' to wrk-sw-produto.
           move 'FORA DO CATALOGO' to wrk-produto.
           move 0 to wrk-preco-catalogo.
           open input produtos.
           if wrk-prd-status not = '00'
               display "catalogo de produtos indisponivel"
               go to 0132-BUSCA-PRODUTO-EXIT
           end-if.
           move wrk-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   continue
               not invalid key
                   move produtos-descricao to wrk-produto
                   if produtos-sit-ativo
                       set wrk-produto-achado to true
                       move produtos-preco to wrk-preco-catalogo
                   end-if
           end-read.
           close produtos.
       0132-BUSCA-PRODUTO-EXIT.
           exit.

       0135-REMOVER-ITENS SECTION.
           move 1 to wrk-ix-item.
           perform until wrk-ix-item > wrk-qt-itens
               move wrk-numero to ctri-contrato
               move wrk-ix-item to ctri-linha
               delete ctritens
                   invalid key
                       continue
               end-delete
               add 1 to wrk-ix-item
           end-perform.
       0135-REMOVER-ITENS-EXIT.
           exit.

       0150-LER-CONTRATO SECTION.
           display "numero do contrato: ".
           accept wrk-numero.
           move wrk-numero to ctr-numero.
           read contratos key is contratos-chave
               invalid key
                   move '23' to wrk-ctr-status
                   display "contrato nao encontrado"
           end-read.
       0150-LER-CONTRATO-EXIT.
           exit.

       0200-CONSULTAR SECTION.
           perform 0150-LER-CONTRATO thru 0150-LER-CONTRATO-EXIT.
           if wrk-ctr-status not = '00'
               go to 0200-CONSULTAR-EXIT
           end-if.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           move ctr-numero to ctri-contrato.
           move 0 to ctri-linha.
           start ctritens key is greater ctritens-chave
               invalid key
                   move '10' to wrk-cti-status
           end-start.
           if wrk-cti-status not = '10'
               read ctritens next
                   at end move '10' to wrk-cti-status
               end-read
           end-if.
           perform until wrk-cti-status = '10'
                   or ctri-contrato not = ctr-numero
               move ctri-codigo to wrk-codigo
               perform 0132-BUSCA-PRODUTO thru 0132-BUSCA-PRODUTO-EXIT
               move ctri-valor to wrk-valor-ED
               if wrk-produto-achado
                   display "  " ctri-codigo " " wrk-produto " x"
                           ctri-qtde " " wrk-valor-ED
               else
                   display "  " ctri-codigo " " wrk-produto " x"
                           ctri-qtde " " wrk-valor-ED " INATIVO"
               end-if
               read ctritens next
                   at end move '10' to wrk-cti-status
               end-read
           end-perform.
           move '00' to wrk-cti-status.
       0200-CONSULTAR-EXIT.
           exit.

       0210-MOSTRAR SECTION.
           perform 0220-SITUACAO thru 0220-SITUACAO-EXIT.
           move ctr-total to wrk-valor-ED.
           display "contrato: " ctr-numero " - " wrk-situacao
                   wrk-aviso.
           display "cliente.: " ctr-fone "  vendedor: " ctr-vendedor.
           display "vigencia: " ctr-inicio " a " ctr-fim
                   "  dia de faturamento: " ctr-dia-fatura.
           if ctr-parcelas = 0
               display "parcelas: ate o fim - geradas " ctr-qt-geradas
           else
               display "parcelas: " ctr-parcelas " - geradas "
                       ctr-qt-geradas
           end-if.
           display "valor mensal: " wrk-valor-ED.
           if ctr-ultimo-pedido not = 0
               display "ultimo pedido: " ctr-ultimo-pedido
                       " (competencia " ctr-ultima-comp ")"
           end-if.
       0210-MOSTRAR-EXIT.
           exit.

       0220-SITUACAO SECTION.
      * TEXTO DA SITUACAO E AVISO DE VENCIMENTO DENTRO DA JANELA.
           evaluate true
               when ctr-sit-ativo
                   move 'ATIVO' to wrk-situacao
               when ctr-sit-suspenso
                   move 'SUSPENSO' to wrk-situacao
               when ctr-sit-encerrado
                   move 'ENCERRADO' to wrk-situacao
           end-evaluate.
           move spaces to wrk-aviso.
           if ctr-sit-encerrado
               go to 0220-SITUACAO-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           compute wrk-faltam =
               function integer-of-date(ctr-fim) - wrk-dias-hoje.
           if wrk-faltam not > wrk-dias-aviso
               move wrk-faltam to wrk-faltam-ED
               string ' VENCE EM' delimited by size
                      wrk-faltam-ED delimited by size
                      ' DIAS' delimited by size
                 into wrk-aviso
               end-string
           end-if.
       0220-SITUACAO-EXIT.
           exit.

       0300-SUSPENDER SECTION.
      * SUSPENSO NAO GERA PEDIDO ATE SER REATIVADO - A COMPETENCIA
      * QUE PASSOU SUSPENSA NAO E GERADA DEPOIS.
           perform 0150-LER-CONTRATO thru 0150-LER-CONTRATO-EXIT.
           if wrk-ctr-status not = '00'
               go to 0300-SUSPENDER-EXIT
           end-if.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           if ctr-sit-encerrado
               display "contrato encerrado - use a renovacao"
               go to 0300-SUSPENDER-EXIT
           end-if.
           if ctr-sit-ativo
               display "suspender o contrato (S/N)? "
           else
               display "reativar o contrato (S/N)? "
           end-if.
           accept wrk-tecla.
           if wrk-tecla not = 'S' and wrk-tecla not = 's'
               go to 0300-SUSPENDER-EXIT
           end-if.
           if ctr-sit-ativo
               move 'S' to ctr-situacao
           else
               move 'A' to ctr-situacao
           end-if.
           move wrk-operador to ctr-operador.
           rewrite contratos-reg
               invalid key
                   display "contrato nao alterado"
               not invalid key
                   perform 0220-SITUACAO thru 0220-SITUACAO-EXIT
                   display "contrato " ctr-numero " agora "
                           wrk-situacao
           end-rewrite.
       0300-SUSPENDER-EXIT.
           exit.

       0400-RENOVAR SECTION.
      * NOVA DATA DE FIM E PARCELAS A MAIS; O CONTRATO ENCERRADO
      * VOLTA A ATIVO (O SUSPENSO CONTINUA SUSPENSO).
           perform 0150-LER-CONTRATO thru 0150-LER-CONTRATO-EXIT.
           if wrk-ctr-status not = '00'
               go to 0400-RENOVAR-EXIT
           end-if.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           display "novo fim (AAAAMMDD): ".
           accept wrk-data.
           accept wrk-data-hoje from date YYYYMMDD.
           if wrk-data not > ctr-fim or wrk-data not > wrk-data-hoje
               display "o novo fim tem que ser depois do atual e de "
                       "hoje"
               go to 0400-RENOVAR-EXIT
           end-if.
           move 0 to wrk-parcelas.
           if ctr-parcelas not = 0
               display "parcelas a acrescentar: "
               accept wrk-parcelas
           end-if.
           move wrk-data to ctr-fim.
           add wrk-parcelas to ctr-parcelas.
           if ctr-sit-encerrado
               move 'A' to ctr-situacao
           end-if.
           move wrk-operador to ctr-operador.
           rewrite contratos-reg
               invalid key
                   display "contrato nao renovado"
               not invalid key
                   display "contrato " ctr-numero " renovado ate "
                           ctr-fim
           end-rewrite.
       0400-RENOVAR-EXIT.
           exit.

       0500-LISTAR SECTION.
           move 0 to wrk-qt-listados.
           move 0 to ctr-numero.
           start contratos key is greater contratos-chave
               invalid key
                   move '10' to wrk-ctr-status
           end-start.
           if wrk-ctr-status not = '10'
               read contratos next
                   at end move '10' to wrk-ctr-status
               end-read
           end-if.
           perform until wrk-ctr-status = '10'
               perform 0220-SITUACAO thru 0220-SITUACAO-EXIT
               move ctr-total to wrk-valor-ED
               display ctr-numero " " ctr-fone " dia " ctr-dia-fatura
                       " ate " ctr-fim " " wrk-valor-ED " "
                       wrk-situacao wrk-aviso
               add 1 to wrk-qt-listados
               read contratos next
                   at end move '10' to wrk-ctr-status
               end-read
           end-perform.
           move '00' to wrk-ctr-status.
           display "contratos: " wrk-qt-listados.
       0500-LISTAR-EXIT.
           exit.

       end program CONTMANT.
