       identification division.
       program-id. ACORDOS.
      * ACORDO DE RENEGOCIACAO DE DIVIDA: O OPERADOR ESCOLHE OS
      * TITULOS VENCIDOS DO CLIENTE, O PROGRAMA ATUALIZA CADA UM COM
      * MULTA E JUROS PELA MESMA REGRA DO CNABRET.COB (PARAMETROS
      * CNABRET/MULTA-PCT E CNABRET/JUROS-DIA-PCT), APLICA O
      * DESCONTO (ATE O LIMITE DO PARAMETRO ACORDOS/DESCONTO-MAX-PCT,
      * PADRAO 10% - ACIMA SO O SUPERVISOR) E DIVIDE O TOTAL EM N
      * PARCELAS MENSAIS (ATE ACORDOS/MAX-PARCELAS, PADRAO 12). AO
      * GRAVAR, AS PARCELAS VIRAM TITULOS NOVOS COM REGISTRO PENDENTE
      * (SAEM NA PROXIMA REMESSA DO CNABREM.COB), OS ORIGINAIS FICAM
      * RENEGOCIADOS COM A BAIXA NO BANCO JA PEDIDA, E O ACORDO FICA
      * EM ACORDOS.DAT. CADA TITULO MEXIDO VAI PARA TITULOS_AUD.TXT.
      * O ROMPIMENTO POR PARCELA ATRASADA E DO ACORDVEN.COB (NOTURNO).

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select acordos assign to 'ACORDOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is acordos-chave
           file status is wrk-aco-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           file status is wrk-cli-status.
           select titulos-aud assign to
               "TITULOS_AUD.TXT"
           organization is line sequential
           file status is wrk-aud-status.
       data division.
       file section.
       FD acordos.
       COPY ACORDOS.

       FD titulos.
       COPY TITULOS.

       FD clientes.
       COPY CLIENTES.

       FD titulos-aud.
       01 titulos-aud-reg.
           05 taud-linha pic x(100).

       working-storage section.
       77 wrk-aco-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-operador pic x(08) value spaces.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
       COPY NUMLNK.
       COPY PARAMLNK.
       COPY INADLNK.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic x(08) value spaces.
       77 wrk-resp pic x(01) value spaces.
       77 wrk-aud-acao pic x(10) value spaces.
       77 wrk-aud-detalhe pic x(40) value spaces.
      * REGRAS DE ATUALIZACAO (AS DO CNABRET.COB) E LIMITES DO ACORDO.
       77 wrk-juros-dia-pct pic 9(02)v99 value 0,03.
       77 wrk-multa-pct pic 9(02)v99 value 2,00.
       77 wrk-desc-max pic 9(03)v99 value 10.
       77 wrk-max-parcelas pic 9(02) value 12.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-dias-venc pic 9(07) value zeros.
       77 wrk-dias-atraso pic s9(05) value zeros.
      * TITULOS VENCIDOS DO CLIENTE CANDIDATOS AO ACORDO.
       77 wrk-fone pic 9(09) value zeros.
       77 wrk-qt-tit pic 9(02) value zeros.
       77 wrk-ix-tit pic 9(02) value zeros.
       77 wrk-qt-sel pic 9(02) value zeros.
       01 tab-vencidos.
           05 tab-ven-item occurs 30 times.
               10 tab-ven-titulo     pic 9(08).
               10 tab-ven-vencto     pic 9(08).
               10 tab-ven-atraso     pic 9(05).
               10 tab-ven-saldo      pic 9(08)v99.
               10 tab-ven-atualizado pic 9(09)v99.
               10 tab-ven-situacao   pic x(01).
               10 tab-ven-sel        pic x(01).
       77 wrk-saldo pic 9(08)v99 value zeros.
       77 wrk-tot-original pic 9(09)v99 value zeros.
       77 wrk-tot-atualizado pic 9(09)v99 value zeros.
       77 wrk-encargos pic 9(09)v99 value zeros.
       77 wrk-desconto-pct pic 9(03)v99 value zeros.
       77 wrk-desconto pic 9(09)v99 value zeros.
       77 wrk-liquido pic 9(09)v99 value zeros.
       77 wrk-qt-parcelas pic 9(02) value zeros.
       77 wrk-parcela pic 9(02) value zeros.
       77 wrk-valor-parcela pic 9(09)v99 value zeros.
       77 wrk-valor-primeira pic 9(09)v99 value zeros.
       77 wrk-num-acordo pic 9(06) value zeros.
       77 wrk-num-titulo pic 9(08) value zeros.
      * VENCIMENTO DA PARCELA: HOJE MAIS N MESES, DIA TRAVADO EM 28
      * (MESMA REGRA DO 0240 DO CNABREM.COB).
       77 wrk-vencimento pic 9(08) value zeros.
       77 wrk-venc-ano pic 9(04) value zeros.
       77 wrk-venc-mes pic 9(02) value zeros.
       77 wrk-venc-dia pic 9(02) value zeros.
       77 wrk-valor-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED2 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-perc-ED pic zz9,99 value zeros.
       77 wrk-qt-listados pic 9(05) value zeros.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           move spaces to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
      * O ACORDO CRIA E CANCELA COBRANCA NO BANCO - SEM OPERADOR
      * ASSINADO NAO ENTRA (MESMA REGRA DO TITMANT.COB).
           if wrk-operador = spaces
               display "sem operador assinado - use o sign-on do menu"
               go to 0090-final
           end-if.
           open i-o titulos.
           if wrk-tit-status not = '00'
               display "arquivo de titulos indisponivel - status: "
                       wrk-tit-status
               go to 0090-final
           end-if.
           open i-o acordos.
           if wrk-aco-status = '35'
               open output acordos
               close acordos
               open i-o acordos
           end-if.
           if wrk-aco-status not = '00'
               display "erro ao abrir acordos - status: "
                       wrk-aco-status
           end-if.
           open input clientes.
           perform until wrk-opcao = '9'
               display " "
               display "acordos de renegociacao - operador "
                       wrk-operador
               display "1 - novo acordo"
               display "2 - consultar acordo"
               display "3 - acordos do cliente"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-NOVO-ACORDO
                           thru 0100-NOVO-ACORDO-EXIT
                   when '2'
                       perform 0300-CONSULTAR thru 0300-CONSULTAR-EXIT
                   when '3'
                       perform 0400-POR-CLIENTE
                           thru 0400-POR-CLIENTE-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close clientes.
           close acordos.
           close titulos.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-LER-PARAMETROS SECTION.
           move 0,03 to wrk-juros-dia-pct.
           move 'CNABRET' to lnk-param-programa.
           move 'JUROS-DIA-PCT' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-juros-dia-pct
           end-if.
           move 2,00 to wrk-multa-pct.
           move 'CNABRET' to lnk-param-programa.
           move 'MULTA-PCT' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-multa-pct
           end-if.
           move 10 to wrk-desc-max.
           move 'ACORDOS' to lnk-param-programa.
           move 'DESCONTO-MAX-PCT' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-desc-max
           end-if.
           move 12 to wrk-max-parcelas.
           move 'ACORDOS' to lnk-param-programa.
           move 'MAX-PARCELAS' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-max-parcelas
           end-if.
       0060-LER-PARAMETROS-EXIT.
           exit.

       0100-NOVO-ACORDO SECTION.
           perform 0060-LER-PARAMETROS thru 0060-LER-PARAMETROS-EXIT.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           display "telefone do cliente: ".
           accept wrk-fone.
           move wrk-fone to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   display "cliente nao cadastrado"
                   go to 0100-NOVO-ACORDO-EXIT
           end-read.
           display "cliente: " clientes-nome.
           perform 0110-CARREGAR-VENCIDOS
               thru 0110-CARREGAR-VENCIDOS-EXIT.
           if wrk-qt-tit = 0
               display "cliente sem titulos vencidos para renegociar"
               go to 0100-NOVO-ACORDO-EXIT
           end-if.
           display "n  titulo   vencto   atraso          saldo"
                   "     atualizado".
           perform varying wrk-ix-tit from 1 by 1
                   until wrk-ix-tit > wrk-qt-tit
               move tab-ven-saldo(wrk-ix-tit) to wrk-valor-ED
               move tab-ven-atualizado(wrk-ix-tit) to wrk-valor-ED2
               display wrk-ix-tit " " tab-ven-titulo(wrk-ix-tit) " "
                       tab-ven-vencto(wrk-ix-tit) " "
                       tab-ven-atraso(wrk-ix-tit) " " wrk-valor-ED
                       " " wrk-valor-ED2
           end-perform.
           display "renegociar todos (T) ou escolher um a um (E)? ".
           accept wrk-resp.
           if wrk-resp = 'E' or wrk-resp = 'e'
               perform varying wrk-ix-tit from 1 by 1
                       until wrk-ix-tit > wrk-qt-tit
                   display "incluir o titulo "
                           tab-ven-titulo(wrk-ix-tit) " (S/N)? "
                   accept wrk-resp
                   if wrk-resp not = 'S' and wrk-resp not = 's'
                       move 'N' to tab-ven-sel(wrk-ix-tit)
                   end-if
               end-perform
           end-if.
           perform 0130-TOTALIZAR thru 0130-TOTALIZAR-EXIT.
           if wrk-qt-sel = 0
               display "nenhum titulo escolhido"
               go to 0100-NOVO-ACORDO-EXIT
           end-if.
           move wrk-tot-original to wrk-valor-ED.
           display "saldo dos titulos......: " wrk-valor-ED.
           move wrk-encargos to wrk-valor-ED.
           display "multa e juros..........: " wrk-valor-ED.
           move wrk-tot-atualizado to wrk-valor-ED.
           display "divida atualizada......: " wrk-valor-ED.
           move wrk-desc-max to wrk-perc-ED.
           display "desconto % (limite " wrk-perc-ED "%): ".
           accept wrk-desconto-pct.
           if wrk-desconto-pct not < 100
               display "desconto invalido"
               go to 0100-NOVO-ACORDO-EXIT
           end-if.
           if wrk-desconto-pct > wrk-desc-max and wrk-perfil not = 'S'
               display "desconto acima do limite - so o supervisor "
                       "concede"
               go to 0100-NOVO-ACORDO-EXIT
           end-if.
           compute wrk-desconto rounded =
               wrk-tot-atualizado * wrk-desconto-pct / 100.
           compute wrk-liquido = wrk-tot-atualizado - wrk-desconto.
           display "numero de parcelas (1 a " wrk-max-parcelas "): ".
           accept wrk-qt-parcelas.
           if wrk-qt-parcelas = 0 or wrk-qt-parcelas > wrk-max-parcelas
               display "numero de parcelas invalido"
               go to 0100-NOVO-ACORDO-EXIT
           end-if.
      * RATEIO: PARCELAS IGUAIS, A SOBRA DO ARREDONDAMENTO NA
      * PRIMEIRA (COMO NO CNABREM.COB).
           divide wrk-liquido by wrk-qt-parcelas
               giving wrk-valor-parcela.
           compute wrk-valor-primeira = wrk-liquido -
               (wrk-valor-parcela * (wrk-qt-parcelas - 1)).
           move wrk-desconto to wrk-valor-ED.
           display "desconto...............: " wrk-valor-ED.
           move wrk-liquido to wrk-valor-ED.
           display "total do acordo........: " wrk-valor-ED.
           perform varying wrk-parcela from 1 by 1
                   until wrk-parcela > wrk-qt-parcelas
               perform 0240-CALCULA-VENCIMENTO
                   thru 0240-CALCULA-VENCIMENTO-EXIT
               if wrk-parcela = 1
                   move wrk-valor-primeira to wrk-valor-ED
               else
                   move wrk-valor-parcela to wrk-valor-ED
               end-if
               display "  parcela " wrk-parcela " vence "
                       wrk-vencimento " " wrk-valor-ED
           end-perform.
           display "confirma o acordo (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               display "acordo nao gravado"
               go to 0100-NOVO-ACORDO-EXIT
           end-if.
           perform 0200-GRAVAR-ACORDO thru 0200-GRAVAR-ACORDO-EXIT.
       0100-NOVO-ACORDO-EXIT.
           exit.

       0110-CARREGAR-VENCIDOS SECTION.
      * TITULOS DO CLIENTE (CHAVE ALTERNADA DE TELEFONE) ABERTOS OU
      * RECUSADOS, VENCIDOS, COM SALDO E SEM INSTRUCAO PENDENTE NO
      * BANCO - ATUALIZADOS COM MULTA E JUROS ATE HOJE.
           move 0 to wrk-qt-tit.
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
                  and titulos-vencimento < wrk-data-hoje
                  and titulos-instrucao = spaces
                   perform 0120-GUARDAR-VENCIDO
                       thru 0120-GUARDAR-VENCIDO-EXIT
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
       0110-CARREGAR-VENCIDOS-EXIT.
           exit.

       0120-GUARDAR-VENCIDO SECTION.
           if wrk-qt-tit not < 30
               display "titulo " titulos-numero " fica fora - limite "
                       "de 30 titulos por acordo"
               go to 0120-GUARDAR-VENCIDO-EXIT
           end-if.
           add 1 to wrk-qt-tit.
           compute wrk-saldo = titulos-valor - titulos-valor-pago.
           compute wrk-dias-venc =
               function integer-of-date(titulos-vencimento).
           compute wrk-dias-atraso = wrk-dias-hoje - wrk-dias-venc.
           move titulos-numero to tab-ven-titulo(wrk-qt-tit).
           move titulos-vencimento to tab-ven-vencto(wrk-qt-tit).
           move wrk-dias-atraso to tab-ven-atraso(wrk-qt-tit).
           move wrk-saldo to tab-ven-saldo(wrk-qt-tit).
           move titulos-situacao to tab-ven-situacao(wrk-qt-tit).
           move 'S' to tab-ven-sel(wrk-qt-tit).
           compute tab-ven-atualizado(wrk-qt-tit) rounded =
               wrk-saldo *
               (1 + (wrk-multa-pct / 100) +
                ((wrk-juros-dia-pct * wrk-dias-atraso) / 100)).
       0120-GUARDAR-VENCIDO-EXIT.
           exit.

       0130-TOTALIZAR SECTION.
           move 0 to wrk-qt-sel.
           move 0 to wrk-tot-original.
           move 0 to wrk-tot-atualizado.
           perform varying wrk-ix-tit from 1 by 1
                   until wrk-ix-tit > wrk-qt-tit
               if tab-ven-sel(wrk-ix-tit) = 'S'
                   add 1 to wrk-qt-sel
                   add tab-ven-saldo(wrk-ix-tit) to wrk-tot-original
                   add tab-ven-atualizado(wrk-ix-tit)
                       to wrk-tot-atualizado
               end-if
           end-perform.
           compute wrk-encargos = wrk-tot-atualizado - wrk-tot-original.
       0130-TOTALIZAR-EXIT.
           exit.

       0200-GRAVAR-ACORDO SECTION.
           perform 0210-NUMERO-ACORDO thru 0210-NUMERO-ACORDO-EXIT.
           move spaces to acordos-reg.
           move wrk-num-acordo to acordos-numero.
           move wrk-fone to acordos-fone.
           move wrk-data-hoje to acordos-data.
           move wrk-qt-sel to acordos-qt-originais.
           move wrk-tot-original to acordos-valor-original.
           move wrk-encargos to acordos-encargos.
           move wrk-desconto-pct to acordos-desconto-pct.
           move wrk-desconto to acordos-desconto.
           move wrk-liquido to acordos-valor-total.
           move wrk-qt-parcelas to acordos-qt-parcelas.
           move 0 to acordos-primeiro-vencto.
           move 'A' to acordos-situacao.
           move wrk-data-hoje to acordos-data-situacao.
           move 0 to acordos-saldo-rompido.
           move wrk-operador to acordos-operador.
           write acordos-reg
               invalid key
                   display "acordo " wrk-num-acordo " ja existe - "
                           "nada foi gravado"
                   go to 0200-GRAVAR-ACORDO-EXIT
           end-write.
           perform 0220-GRAVAR-PARCELA thru 0220-GRAVAR-PARCELA-EXIT
               varying wrk-parcela from 1 by 1
               until wrk-parcela > wrk-qt-parcelas.
           perform 0230-RENEGOCIAR-ORIGINAL
               thru 0230-RENEGOCIAR-ORIGINAL-EXIT
               varying wrk-ix-tit from 1 by 1
               until wrk-ix-tit > wrk-qt-tit.
           move wrk-num-acordo to acordos-numero.
           read acordos key is acordos-chave
               invalid key
                   continue
               not invalid key
                   perform 0240-CALCULA-VENCIMENTO-1
                       thru 0240-CALCULA-VENCIMENTO-1-EXIT
                   rewrite acordos-reg
                       invalid key
                           continue
                   end-rewrite
           end-read.
      * OS VENCIDOS SAIRAM DO SALDO ABERTO - O BLOQUEIO DE
      * INADIMPLENCIA E REAVALIADO NA HORA.
           move wrk-fone to lnk-inad-fone.
           call 'INADLIB' using lnk-inad-area.
           display "acordo " wrk-num-acordo " gravado - as parcelas "
                   "saem na proxima remessa".
           if lnk-inad-desbloqueado
               display "bloqueio de inadimplencia liberado"
           end-if.
       0200-GRAVAR-ACORDO-EXIT.
           exit.

       0210-NUMERO-ACORDO SECTION.
      * PROXIMO NUMERO PELO CONTROLE CENTRAL (NUMGER); SERIE NAO
      * SEMEADA CAI NA VARREDURA E SEMEIA.
           move 'ACORDO' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-num-acordo
               go to 0210-NUMERO-ACORDO-EXIT
           end-if.
           move 0 to wrk-num-acordo.
           move 0 to acordos-numero.
           start acordos key is greater acordos-chave
               invalid key
                   move '10' to wrk-aco-status
           end-start.
           if wrk-aco-status not = '10'
               read acordos next
                   at end move '10' to wrk-aco-status
               end-read
           end-if.
           perform until wrk-aco-status = '10'
               move acordos-numero to wrk-num-acordo
               read acordos next
                   at end move '10' to wrk-aco-status
               end-read
           end-perform.
           move '00' to wrk-aco-status.
           add 1 to wrk-num-acordo.
           move 'ACORDO' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-num-acordo to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0210-NUMERO-ACORDO-EXIT.
           exit.

       0215-NUMERO-TITULO SECTION.
      * MESMA SERIE 'TITULO' DO CNABREM.COB.
           move 'TITULO' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-num-titulo
               go to 0215-NUMERO-TITULO-EXIT
           end-if.
           move 0 to wrk-num-titulo.
           move 0 to titulos-numero.
           start titulos key is greater titulos-chave
               invalid key
                   move '10' to wrk-tit-status
           end-start.
           if wrk-tit-status not = '10'
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-if.
           perform until wrk-tit-status = '10'
               move titulos-numero to wrk-num-titulo
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
           add 1 to wrk-num-titulo.
           move 'TITULO' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-num-titulo to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0215-NUMERO-TITULO-EXIT.
           exit.

       0220-GRAVAR-PARCELA SECTION.
      * PARCELA DO ACORDO: TITULO NOVO SEM PEDIDO, COM O NUMERO DO
      * ACORDO E REGISTRO PENDENTE PARA A PROXIMA REMESSA.
           perform 0215-NUMERO-TITULO thru 0215-NUMERO-TITULO-EXIT.
           perform 0240-CALCULA-VENCIMENTO
               thru 0240-CALCULA-VENCIMENTO-EXIT.
           move spaces to titulos-reg.
           move wrk-num-titulo to titulos-numero.
           move wrk-fone to titulos-fone.
           move 0 to titulos-pedido.
           move wrk-parcela to titulos-parcela.
           move wrk-data-hoje to titulos-emissao.
           move wrk-vencimento to titulos-vencimento.
           if wrk-parcela = 1
               move wrk-valor-primeira to titulos-valor
           else
               move wrk-valor-parcela to titulos-valor
           end-if.
           move 0 to titulos-valor-pago.
           move 0 to titulos-data-pgto.
           move 'A' to titulos-situacao.
           move spaces to titulos-instrucao.
           move 0 to titulos-novo-vencto.
           move 0 to titulos-nivel-cobranca.
           move 0 to titulos-data-perda.
           move spaces to titulos-motivo-perda.
           move wrk-num-acordo to titulos-acordo.
           move 0 to titulos-aluno.
           move 0 to titulos-competencia.
           move 'P' to titulos-registro.
           write titulos-reg
               invalid key
                   display "titulo " wrk-num-titulo " ja existe - "
                           "parcela " wrk-parcela " nao gravada"
                   go to 0220-GRAVAR-PARCELA-EXIT
           end-write.
           move 'PARC-ACORD' to wrk-aud-acao.
           move titulos-valor to wrk-valor-ED.
           move spaces to wrk-aud-detalhe.
           string 'ACORDO ' delimited by size
                  wrk-num-acordo delimited by size
                  ' PARCELA ' delimited by size
                  wrk-parcela delimited by size
                  wrk-valor-ED delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
       0220-GRAVAR-PARCELA-EXIT.
           exit.

       0230-RENEGOCIAR-ORIGINAL SECTION.
      * O ORIGINAL FICA RENEGOCIADO; SE ESTAVA REGISTRADO NO BANCO
      * (ABERTO), A BAIXA SAI NA PROXIMA REMESSA - O RECUSADO NUNCA
      * ESTEVE EM COBRANCA E NAO PRECISA DE INSTRUCAO.
           if tab-ven-sel(wrk-ix-tit) not = 'S'
               go to 0230-RENEGOCIAR-ORIGINAL-EXIT
           end-if.
           move tab-ven-titulo(wrk-ix-tit) to titulos-numero.
           read titulos key is titulos-chave
               invalid key
                   display "titulo " titulos-numero " sumiu - fora "
                           "do acordo"
                   go to 0230-RENEGOCIAR-ORIGINAL-EXIT
           end-read.
           if titulos-sit-aberto
               move 'B' to titulos-instrucao
           end-if.
           move 'N' to titulos-situacao.
           move wrk-num-acordo to titulos-acordo.
           rewrite titulos-reg
               invalid key
                   display "titulo " titulos-numero " nao atualizado"
                   go to 0230-RENEGOCIAR-ORIGINAL-EXIT
           end-rewrite.
           move 'RENEGOCIA' to wrk-aud-acao.
           move spaces to wrk-aud-detalhe.
           string 'SUBSTITUIDO PELO ACORDO ' delimited by size
                  wrk-num-acordo delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
       0230-RENEGOCIAR-ORIGINAL-EXIT.
           exit.

       0240-CALCULA-VENCIMENTO SECTION.
           move wrk-data-hoje(1:4) to wrk-venc-ano.
           move wrk-data-hoje(5:2) to wrk-venc-mes.
           move wrk-data-hoje(7:2) to wrk-venc-dia.
           add wrk-parcela to wrk-venc-mes.
           perform until wrk-venc-mes not greater 12
               subtract 12 from wrk-venc-mes
               add 1 to wrk-venc-ano
           end-perform.
           if wrk-venc-dia > 28
               move 28 to wrk-venc-dia
           end-if.
           compute wrk-vencimento =
               (wrk-venc-ano * 10000) + (wrk-venc-mes * 100)
               + wrk-venc-dia.
       0240-CALCULA-VENCIMENTO-EXIT.
           exit.

       0240-CALCULA-VENCIMENTO-1 SECTION.
      * VENCIMENTO DA PRIMEIRA PARCELA, GUARDADO NO ACORDO.
           move 1 to wrk-parcela.
           perform 0240-CALCULA-VENCIMENTO
               thru 0240-CALCULA-VENCIMENTO-EXIT.
           move wrk-vencimento to acordos-primeiro-vencto.
       0240-CALCULA-VENCIMENTO-1-EXIT.
           exit.

       0300-CONSULTAR SECTION.
           display "numero do acordo: ".
           accept wrk-num-acordo.
           move wrk-num-acordo to acordos-numero.
           read acordos key is acordos-chave
               invalid key
                   display "acordo nao encontrado"
                   go to 0300-CONSULTAR-EXIT
           end-read.
           display "acordo....: " acordos-numero " de " acordos-data
                   " - operador " acordos-operador.
           display "cliente...: " acordos-fone.
           move acordos-valor-original to wrk-valor-ED.
           move acordos-encargos to wrk-valor-ED2.
           display "divida....: " wrk-valor-ED " + encargos "
                   wrk-valor-ED2.
           move acordos-desconto to wrk-valor-ED.
           move acordos-valor-total to wrk-valor-ED2.
           display "desconto..: " wrk-valor-ED " total "
                   wrk-valor-ED2 " em " acordos-qt-parcelas
                   " parcela(s)".
           evaluate true
               when acordos-sit-ativo
                   display "situacao..: ATIVO"
               when acordos-sit-quitado
                   display "situacao..: QUITADO EM "
                           acordos-data-situacao
               when acordos-sit-rompido
                   move acordos-saldo-rompido to wrk-valor-ED
                   display "situacao..: ROMPIDO EM "
                           acordos-data-situacao
                           " - DIVIDA ORIGINAL RESTANTE " wrk-valor-ED
           end-evaluate.
           display "titulo   tipo      vencto          valor"
                   "           pago sit".
           move acordos-fone to titulos-fone.
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
                   or titulos-fone not = acordos-fone
               if titulos-acordo = acordos-numero
                   move titulos-valor to wrk-valor-ED
                   move titulos-valor-pago to wrk-valor-ED2
                   if titulos-sit-renegociado
                       display titulos-numero " ORIGINAL  "
                               titulos-vencimento " " wrk-valor-ED
                               " " wrk-valor-ED2 " "
                               titulos-situacao
                   else
                       display titulos-numero " PARCELA   "
                               titulos-vencimento " " wrk-valor-ED
                               " " wrk-valor-ED2 " "
                               titulos-situacao
                   end-if
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
       0300-CONSULTAR-EXIT.
           exit.

       0400-POR-CLIENTE SECTION.
           display "telefone do cliente: ".
           accept wrk-fone.
           move 0 to wrk-qt-listados.
           move 0 to acordos-numero.
           start acordos key is greater acordos-chave
               invalid key
                   move '10' to wrk-aco-status
           end-start.
           if wrk-aco-status not = '10'
               read acordos next
                   at end move '10' to wrk-aco-status
               end-read
           end-if.
           perform until wrk-aco-status = '10'
               if acordos-fone = wrk-fone
                   add 1 to wrk-qt-listados
                   move acordos-valor-total to wrk-valor-ED
                   display acordos-numero " " acordos-data " "
                           wrk-valor-ED " " acordos-qt-parcelas
                           "x sit " acordos-situacao " em "
                           acordos-data-situacao
               end-if
               read acordos next
                   at end move '10' to wrk-aco-status
               end-read
           end-perform.
           move '00' to wrk-aco-status.
           display wrk-qt-listados " acordo(s)".
       0400-POR-CLIENTE-EXIT.
           exit.

       0900-GRAVAR-AUDITORIA SECTION.
      * MESMA LINHA DO 0900 DO TITMANT.COB: DATA HORA;ACAO;TITULO;
      * DETALHE;OPERADOR.
           accept wrk-hora from time.
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
       0900-GRAVAR-AUDITORIA-EXIT.
           exit.

       end program ACORDOS.
