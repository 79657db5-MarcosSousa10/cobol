       identification division.
       program-id. PAGMANT.
      * CONTAS A PAGAR (PAGAR.DAT): LANCAMENTO DAS CONTAS DE
      * FORNECEDORES, TRANSPORTADORAS E CONSUMO, BAIXA (TOTAL OU
      * PARCIAL) DO PAGAMENTO, CONSULTAS E O AGING DO QUE A EMPRESA
      * DEVE - O MESMO FEITIO DO TITMANT.COB / TITAGING.COB DO LADO
      * DO RECEBER. CADA ACAO VAI PARA PAGAR_AUD.TXT COM O OPERADOR
      * DA SESSAO.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select pagar assign to 'PAGAR.DAT'
           organization is indexed
           access mode is dynamic
           record key is pagar-chave
           file status is wrk-pag-status.
           select fornecedores assign to 'FORNECEDORES.DAT'
           organization is indexed
           access mode is dynamic
           record key is fornecedores-chave
           file status is wrk-for-status.
           select pagar-aud assign to
               "PAGAR_AUD.TXT"
           organization is line sequential
           file status is wrk-aud-status.
           select aging-out assign to "AGING_PAGAR.TXT"
           organization is line sequential
           file status is wrk-agi-status.
       data division.
       file section.
       FD pagar.
       COPY PAGAR.

       FD fornecedores.
       COPY FORNEC.

       FD pagar-aud.
       01 pagar-aud-reg.
           05 paud-linha pic x(100).

       FD aging-out.
       01 aging-reg.
           05 agi-linha pic x(150).

       working-storage section.
       77 wrk-pag-status pic x(02).
       77 wrk-for-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-agi-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-numero pic 9(08) value zeros.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic x(08) value spaces.
       77 wrk-operador pic x(08) value spaces.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
       COPY NUMLNK.
       77 wrk-aud-acao pic x(10) value spaces.
       77 wrk-aud-detalhe pic x(40) value spaces.
       77 wrk-valor-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-pago-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-valor-pago pic 9(08)v99 value zeros.
       77 wrk-venc-de pic 9(08) value zeros.
       77 wrk-venc-ate pic 9(08) value zeros.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-tot-aberto pic 9(10)v99 value zeros.
       77 wrk-tot-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-situacao-tx pic x(10) value spaces.
       77 wrk-resp pic x(01) value spaces.
      * AGING DO PAGAR: A VENCER, E VENCIDO 1-30 / 31-60 / 61-90 /
      * 90+ DIAS, POR CREDOR E NO TOTAL - EM TELA OU EM DISCO.
       77 wrk-modo pic x(01) value '1'.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-dias-vencto pic 9(07) value zeros.
       77 wrk-atraso pic s9(05) value zeros.
       77 wrk-faixa pic 9(01) value zeros.
       77 wrk-saldo pic 9(10)v99 value zeros.
       77 wrk-linha pic x(150) value spaces.
       77 wrk-qt-cred pic 9(03) value zeros.
       77 wrk-ix-cred pic 9(03) value zeros.
       77 wrk-ix-fx pic 9(01) value zeros.
       01 tab-aging.
           05 tab-agi-item occurs 300 times.
               10 tab-agi-credor pic x(30).
               10 tab-agi-faixa occurs 5 times pic 9(09)v99.
       01 tab-total.
           05 tab-tot-faixa occurs 5 times pic 9(09)v99.
       77 wrk-valor-ED1 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED2 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED3 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED4 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED5 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-sw-achou pic x(01) value 'N'.
           88 wrk-na-tabela value 'S'.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           perform 0070-LER-SESSAO thru 0070-LER-SESSAO-EXIT.
      * LANCAMENTO E BAIXA MEXEM NO CAIXA - SEM OPERADOR ASSINADO
      * NAO ENTRA.
           if wrk-operador = spaces
               display "sem operador assinado - use o sign-on do menu"
               go to 0090-final
           end-if.
           open i-o pagar.
           if wrk-pag-status = '35'
               open output pagar
               close pagar
               open i-o pagar
           end-if.
           if wrk-pag-status not = '00'
               display "arquivo de contas a pagar indisponivel - "
                       "status: " wrk-pag-status
               go to 0090-final
           end-if.
           perform until wrk-opcao = '9'
               display " "
               display "contas a pagar - operador " wrk-operador
               display "1 - lancar conta a pagar"
               display "2 - consultar conta"
               display "3 - baixar pagamento"
               display "4 - cancelar conta (supervisor)"
               display "5 - contas por vencimento"
               display "6 - aging de contas a pagar"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-INCLUIR thru 0100-INCLUIR-EXIT
                   when '2'
                       perform 0200-CONSULTAR thru 0200-CONSULTAR-EXIT
                   when '3'
                       perform 0300-BAIXAR thru 0300-BAIXAR-EXIT
                   when '4'
                       perform 0400-CANCELAR thru 0400-CANCELAR-EXIT
                   when '5'
                       perform 0500-POR-VENCIMENTO
                           thru 0500-POR-VENCIMENTO-EXIT
                   when '6'
                       perform 0600-AGING thru 0600-AGING-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close pagar.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0070-LER-SESSAO SECTION.
      * OPERADOR E PERFIL DA SESSAO DO TERMINAL CORRENTE (SESSLER).
           move spaces to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
       0070-LER-SESSAO-EXIT.
           exit.

       0100-INCLUIR SECTION.
      * CONTA DE FORNECEDOR DO CADASTRO LEVA O NOME DE LA; AS DEMAIS
      * (TRANSPORTADORA, CONSUMO) TEM O NOME DO CREDOR DIGITADO.
           move spaces to pagar-reg.
           display "tipo do credor (F-fornecedor T-transportadora "
                   "O-outros): ".
           accept pagar-tipo-credor.
           evaluate true
               when pagar-cred-fornecedor
                   perform 0110-VALIDA-FORNECEDOR
                       thru 0110-VALIDA-FORNECEDOR-EXIT
                   if pagar-credor = spaces
                       go to 0100-INCLUIR-EXIT
                   end-if
               when pagar-cred-transportadora
               when pagar-cred-outros
                   move 0 to pagar-fornecedor
                   display "nome do credor: "
                   accept pagar-credor
                   if pagar-credor = spaces
                       display "credor obrigatorio"
                       go to 0100-INCLUIR-EXIT
                   end-if
               when other
                   display "tipo de credor invalido"
                   go to 0100-INCLUIR-EXIT
           end-evaluate.
           display "documento (nota/fatura/boleto): ".
           accept pagar-documento.
           display "historico: ".
           accept pagar-historico.
           display "pedido de compra de origem (0 = nenhum): ".
           accept pagar-compra.
           display "vencimento (AAAAMMDD): ".
           accept pagar-vencimento.
           display "valor: ".
           accept pagar-valor.
           if pagar-valor = 0 or pagar-vencimento = 0
               display "valor/vencimento invalidos - conta nao lancada"
               go to 0100-INCLUIR-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-data-hoje to pagar-emissao.
           move 0 to pagar-valor-pago.
           move 0 to pagar-data-pgto.
           move 'A' to pagar-situacao.
           move wrk-operador to pagar-operador.
           perform 0120-PROXIMO-NUMERO thru 0120-PROXIMO-NUMERO-EXIT.
           move wrk-numero to pagar-numero.
           write pagar-reg
               invalid key
                   display "conta nao lancada - numero ja existe"
                   go to 0100-INCLUIR-EXIT
           end-write.
           move 'LANCAR' to wrk-aud-acao.
           move pagar-valor to wrk-valor-ED.
           move spaces to wrk-aud-detalhe.
           string pagar-documento delimited by size
                  ' '             delimited by size
                  wrk-valor-ED    delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           display "conta lancada - numero " pagar-numero.
       0100-INCLUIR-EXIT.
           exit.

       0110-VALIDA-FORNECEDOR SECTION.
      * FORNECEDOR TEM QUE EXISTIR E ESTAR ATIVO - O NOME VAI PARA
      * PAGAR-CREDOR; BRANCO DEVOLVIDO = RECUSADO.
           move spaces to pagar-credor.
           display "codigo do fornecedor: ".
           accept pagar-fornecedor.
           open input fornecedores.
           if wrk-for-status not = '00'
               display "cadastro de fornecedores indisponivel"
               go to 0110-VALIDA-FORNECEDOR-EXIT
           end-if.
           move pagar-fornecedor to forn-codigo.
           read fornecedores key is fornecedores-chave
               invalid key
                   display "fornecedor nao encontrado"
               not invalid key
                   if forn-sit-ativo
                       move forn-nome to pagar-credor
                   else
                       display "fornecedor inativo"
                   end-if
           end-read.
           close fornecedores.
       0110-VALIDA-FORNECEDOR-EXIT.
           exit.

       0120-PROXIMO-NUMERO SECTION.
      * NUMERACAO PELO CONTROLE CENTRAL (NUMGER), SERIE 'PAGAR' - A
      * VARREDURA DO ARQUIVO SO RODA SE A SERIE AINDA NAO FOI
      * SEMEADA, E ENTAO SEMEIA (MESMO ESQUEMA DO PEDIDOS.COB).
           move 'PAGAR' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-numero
               go to 0120-PROXIMO-NUMERO-EXIT
           end-if.
           move 0 to wrk-numero.
           move 0 to pagar-numero.
           start pagar key is greater pagar-chave
               invalid key
                   move '10' to wrk-pag-status
           end-start.
           if wrk-pag-status not = '10'
               read pagar next
                   at end move '10' to wrk-pag-status
               end-read
           end-if.
           perform until wrk-pag-status = '10'
               move pagar-numero to wrk-numero
               read pagar next
                   at end move '10' to wrk-pag-status
               end-read
           end-perform.
           move '00' to wrk-pag-status.
           add 1 to wrk-numero.
           move 'PAGAR' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-numero to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0120-PROXIMO-NUMERO-EXIT.
           exit.

       0150-MOSTRAR-CONTA SECTION.
           move pagar-valor to wrk-valor-ED.
           move pagar-valor-pago to wrk-pago-ED.
           display "conta.....: " pagar-numero.
           display "credor....: " pagar-tipo-credor " "
                   pagar-fornecedor " " pagar-credor.
           display "documento.: " pagar-documento.
           display "historico.: " pagar-historico.
           if pagar-compra not = 0
               display "compra....: " pagar-compra
           end-if.
           display "emissao...: " pagar-emissao.
           display "vencimento: " pagar-vencimento.
           display "valor.....: " wrk-valor-ED.
           display "pago......: " wrk-pago-ED.
           evaluate true
               when pagar-sit-aberto
                   display "situacao..: ABERTO"
               when pagar-sit-pago
                   display "situacao..: PAGO EM " pagar-data-pgto
               when pagar-sit-cancelado
                   display "situacao..: CANCELADO"
           end-evaluate.
       0150-MOSTRAR-CONTA-EXIT.
           exit.

       0200-CONSULTAR SECTION.
           display "numero da conta: ".
           accept wrk-numero.
           move wrk-numero to pagar-numero.
           read pagar key is pagar-chave
               invalid key
                   display "conta nao encontrada"
                   go to 0200-CONSULTAR-EXIT
           end-read.
           perform 0150-MOSTRAR-CONTA thru 0150-MOSTRAR-CONTA-EXIT.
       0200-CONSULTAR-EXIT.
           exit.

       0300-BAIXAR SECTION.
      * BAIXA DO PAGAMENTO - VALOR MENOR QUE O RESTANTE ENTRA COMO
      * PARCIAL E A CONTA SEGUE ABERTA, COMO NA BAIXA MANUAL DO
      * TITMANT.COB.
           display "numero da conta: ".
           accept wrk-numero.
           move wrk-numero to pagar-numero.
           read pagar key is pagar-chave
               invalid key
                   display "conta nao encontrada"
                   go to 0300-BAIXAR-EXIT
           end-read.
           if not pagar-sit-aberto
               display "conta nao esta em aberto - baixa recusada"
               go to 0300-BAIXAR-EXIT
           end-if.
           perform 0150-MOSTRAR-CONTA thru 0150-MOSTRAR-CONTA-EXIT.
           compute wrk-valor-pago = pagar-valor - pagar-valor-pago.
           move wrk-valor-pago to wrk-valor-ED.
           display "valor pago (0 = restante " wrk-valor-ED "): ".
           accept wrk-valor-pago.
           if wrk-valor-pago = 0
               compute wrk-valor-pago = pagar-valor - pagar-valor-pago
           end-if.
           if wrk-valor-pago > pagar-valor - pagar-valor-pago
               display "valor maior que o restante - baixa recusada"
               go to 0300-BAIXAR-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           add wrk-valor-pago to pagar-valor-pago.
           if pagar-valor-pago not less pagar-valor
               move 'P' to pagar-situacao
               move wrk-data-hoje to pagar-data-pgto
           end-if.
           rewrite pagar-reg
               invalid key
                   display "conta nao atualizada"
                   go to 0300-BAIXAR-EXIT
           end-rewrite.
           move 'PAGAMENTO' to wrk-aud-acao.
           move wrk-valor-pago to wrk-valor-ED.
           move spaces to wrk-aud-detalhe.
           string 'PAGO ' delimited by size
                  wrk-valor-ED delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           if pagar-sit-pago
               display "conta quitada"
           else
               display "pagamento parcial registrado - conta segue "
                       "aberta pelo restante"
           end-if.
       0300-BAIXAR-EXIT.
           exit.

       0400-CANCELAR SECTION.
      * LANCAMENTO INDEVIDO OU EM DUPLICIDADE - SO SUPERVISOR, E SO
      * CONTA SEM NENHUM PAGAMENTO.
           if wrk-perfil not = 'S'
               display "somente supervisor cancela conta a pagar"
               go to 0400-CANCELAR-EXIT
           end-if.
           display "numero da conta: ".
           accept wrk-numero.
           move wrk-numero to pagar-numero.
           read pagar key is pagar-chave
               invalid key
                   display "conta nao encontrada"
                   go to 0400-CANCELAR-EXIT
           end-read.
           if not pagar-sit-aberto or pagar-valor-pago > 0
               display "conta paga (total ou parcial) - cancelamento "
                       "recusado"
               go to 0400-CANCELAR-EXIT
           end-if.
           perform 0150-MOSTRAR-CONTA thru 0150-MOSTRAR-CONTA-EXIT.
           display "confirma o cancelamento (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               go to 0400-CANCELAR-EXIT
           end-if.
           move 'C' to pagar-situacao.
           rewrite pagar-reg
               invalid key
                   display "conta nao atualizada"
                   go to 0400-CANCELAR-EXIT
           end-rewrite.
           move 'CANCELAR' to wrk-aud-acao.
           move pagar-documento to wrk-aud-detalhe.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           display "conta cancelada".
       0400-CANCELAR-EXIT.
           exit.

       0450-LINHA-CONTA SECTION.
      * LINHA RESUMIDA DA CONTA CORRENTE PARA AS LISTAGENS.
           evaluate true
               when pagar-sit-aberto
                   move 'ABERTO' to wrk-situacao-tx
               when pagar-sit-pago
                   move 'PAGO' to wrk-situacao-tx
               when pagar-sit-cancelado
                   move 'CANCELADO' to wrk-situacao-tx
               when other
                   move pagar-situacao to wrk-situacao-tx
           end-evaluate.
           move pagar-valor to wrk-valor-ED.
           move pagar-valor-pago to wrk-pago-ED.
           display pagar-numero " venc " pagar-vencimento " "
                   pagar-credor(1:20) " " wrk-valor-ED " pago "
                   wrk-pago-ED " " wrk-situacao-tx.
       0450-LINHA-CONTA-EXIT.
           exit.

       0500-POR-VENCIMENTO SECTION.
      * CONTAS EM ABERTO POR FAIXA DE VENCIMENTO - A AGENDA DE
      * PAGAMENTOS DA SEMANA.
           display "vencimento de (AAAAMMDD): ".
           accept wrk-venc-de.
           display "vencimento ate (AAAAMMDD, 0 = sem limite): ".
           accept wrk-venc-ate.
           if wrk-venc-ate = 0
               move 99999999 to wrk-venc-ate
           end-if.
           move 0 to wrk-qt-listados.
           move 0 to wrk-tot-aberto.
           move 0 to pagar-numero.
           start pagar key is greater pagar-chave
               invalid key
                   move '10' to wrk-pag-status
           end-start.
           if wrk-pag-status not = '10'
               read pagar next
                   at end move '10' to wrk-pag-status
               end-read
           end-if.
           perform until wrk-pag-status = '10'
               if pagar-sit-aberto
                  and pagar-vencimento not less wrk-venc-de
                  and pagar-vencimento not greater wrk-venc-ate
                   perform 0450-LINHA-CONTA
                       thru 0450-LINHA-CONTA-EXIT
                   add 1 to wrk-qt-listados
                   compute wrk-tot-aberto = wrk-tot-aberto +
                       (pagar-valor - pagar-valor-pago)
               end-if
               read pagar next
                   at end move '10' to wrk-pag-status
               end-read
           end-perform.
           move '00' to wrk-pag-status.
           move wrk-tot-aberto to wrk-tot-ED.
           display "contas na faixa: " wrk-qt-listados
                   " - a pagar " wrk-tot-ED.
       0500-POR-VENCIMENTO-EXIT.
           exit.

       0600-AGING SECTION.
      * AGING DAS CONTAS EM ABERTO POR CREDOR: A VENCER E VENCIDO
      * 1-30 / 31-60 / 61-90 / 90+ DIAS, COM TOTAL GERAL - EM TELA OU
      * EM AGING_PAGAR.TXT, COMO O TITAGING.COB DO RECEBER.
           display "aging de contas a pagar (1-tela 2-disco): ".
           accept wrk-modo.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           move 0 to wrk-qt-cred.
           move zeros to tab-total.
           if wrk-modo = '2'
               open output aging-out
           end-if.
           move 0 to pagar-numero.
           start pagar key is greater pagar-chave
               invalid key
                   move '10' to wrk-pag-status
           end-start.
           if wrk-pag-status not = '10'
               read pagar next
                   at end move '10' to wrk-pag-status
               end-read
           end-if.
           perform until wrk-pag-status = '10'
               if pagar-sit-aberto
                   perform 0620-CLASSIFICAR thru 0620-CLASSIFICAR-EXIT
               end-if
               read pagar next
                   at end move '10' to wrk-pag-status
               end-read
           end-perform.
           move '00' to wrk-pag-status.
           perform 0680-EMITIR-AGING thru 0680-EMITIR-AGING-EXIT.
           if wrk-modo = '2'
               close aging-out
               display "relatorio gravado em AGING_PAGAR.TXT"
           end-if.
       0600-AGING-EXIT.
           exit.

       0620-CLASSIFICAR SECTION.
      * FAIXA 1 = A VENCER (INCLUSIVE HOJE), 2-5 = DIAS DE ATRASO.
           compute wrk-saldo = pagar-valor - pagar-valor-pago.
           if wrk-saldo = 0
               go to 0620-CLASSIFICAR-EXIT
           end-if.
           compute wrk-dias-vencto =
               function integer-of-date(pagar-vencimento).
           compute wrk-atraso = wrk-dias-hoje - wrk-dias-vencto.
           evaluate true
               when wrk-atraso not greater 0
                   move 1 to wrk-faixa
               when wrk-atraso not greater 30
                   move 2 to wrk-faixa
               when wrk-atraso not greater 60
                   move 3 to wrk-faixa
               when wrk-atraso not greater 90
                   move 4 to wrk-faixa
               when other
                   move 5 to wrk-faixa
           end-evaluate.
           move 'N' to wrk-sw-achou.
           perform varying wrk-ix-cred from 1 by 1
                   until wrk-ix-cred > wrk-qt-cred or wrk-na-tabela
               if tab-agi-credor(wrk-ix-cred) = pagar-credor
                   set wrk-na-tabela to true
               end-if
           end-perform.
           if wrk-na-tabela
               subtract 1 from wrk-ix-cred
           else
               if wrk-qt-cred not less 300
                   display "tabela de aging cheia - credor "
                           pagar-credor " fora do relatorio"
                   go to 0620-CLASSIFICAR-EXIT
               end-if
               add 1 to wrk-qt-cred
               move wrk-qt-cred to wrk-ix-cred
               move pagar-credor to tab-agi-credor(wrk-ix-cred)
               perform varying wrk-ix-fx from 1 by 1
                       until wrk-ix-fx > 5
                   move 0 to tab-agi-faixa(wrk-ix-cred, wrk-ix-fx)
               end-perform
           end-if.
           add wrk-saldo to tab-agi-faixa(wrk-ix-cred, wrk-faixa).
           add wrk-saldo to tab-tot-faixa(wrk-faixa).
       0620-CLASSIFICAR-EXIT.
           exit.

       0680-EMITIR-AGING SECTION.
           move 'AGING DO PAGAR (A VENCER/1-30/31-60/61-90/90+)'
             to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-cred from 1 by 1
                   until wrk-ix-cred > wrk-qt-cred
               move tab-agi-faixa(wrk-ix-cred, 1) to wrk-valor-ED1
               move tab-agi-faixa(wrk-ix-cred, 2) to wrk-valor-ED2
               move tab-agi-faixa(wrk-ix-cred, 3) to wrk-valor-ED3
               move tab-agi-faixa(wrk-ix-cred, 4) to wrk-valor-ED4
               move tab-agi-faixa(wrk-ix-cred, 5) to wrk-valor-ED5
               move spaces to wrk-linha
               string tab-agi-credor(wrk-ix-cred) delimited by size
                      ' ' delimited by size
                      wrk-valor-ED1 delimited by size
                      ' ' delimited by size
                      wrk-valor-ED2 delimited by size
                      ' ' delimited by size
                      wrk-valor-ED3 delimited by size
                      ' ' delimited by size
                      wrk-valor-ED4 delimited by size
                      ' ' delimited by size
                      wrk-valor-ED5 delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-perform.
           move tab-tot-faixa(1) to wrk-valor-ED1.
           move tab-tot-faixa(2) to wrk-valor-ED2.
           move tab-tot-faixa(3) to wrk-valor-ED3.
           move tab-tot-faixa(4) to wrk-valor-ED4.
           move tab-tot-faixa(5) to wrk-valor-ED5.
           move spaces to wrk-linha.
           string 'TOTAL GERAL                    ' delimited by size
                  wrk-valor-ED1 delimited by size
                  ' ' delimited by size
                  wrk-valor-ED2 delimited by size
                  ' ' delimited by size
                  wrk-valor-ED3 delimited by size
                  ' ' delimited by size
                  wrk-valor-ED4 delimited by size
                  ' ' delimited by size
                  wrk-valor-ED5 delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           display "credores com contas abertas: " wrk-qt-cred.
       0680-EMITIR-AGING-EXIT.
           exit.

       0280-SAIDA SECTION.
      * MANDA A LINHA MONTADA PARA A TELA OU PARA O DISCO, CONFORME O
      * MODO ESCOLHIDO NO INICIO.
           if wrk-modo = '2'
               move wrk-linha to agi-linha
               write aging-reg
           else
               display wrk-linha(1:110)
           end-if.
       0280-SAIDA-EXIT.
           exit.

       0900-GRAVAR-AUDITORIA SECTION.
      * LINHA DE AUDITORIA DO CONTAS A PAGAR: DATA HORA;ACAO;CONTA;
      * DETALHE;OPERADOR (MESMO LAYOUT DO TITULOS_AUD.TXT).
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           open extend pagar-aud.
           if wrk-aud-status = '35'
               open output pagar-aud
           end-if.
           move spaces to paud-linha.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-hora        delimited by size
                  ';'             delimited by size
                  wrk-aud-acao    delimited by size
                  ';'             delimited by size
                  pagar-numero    delimited by size
                  ';'             delimited by size
                  wrk-aud-detalhe delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
             into paud-linha
           end-string.
           write pagar-aud-reg.
           close pagar-aud.
       0900-GRAVAR-AUDITORIA-EXIT.
           exit.

       end program PAGMANT.
