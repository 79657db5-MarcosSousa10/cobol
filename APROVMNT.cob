       identification division.
       program-id. APROVMNT.
      * FILA DE APROVACAO DAS OPERACOES DE ALTO RISCO (APROVACOES.DAT,
      * GRAVADA PELO APVGRAV): PERDA DE TITULO (TITMANT), AUMENTO DE
      * LIMITE (CLIENTES1), REABERTURA DE COMPETENCIA (PROGRAMA3),
      * RESTAURACAO DE CADASTRO (CLIREST) E EXPURGO DE INATIVO
      * (CLIINAT). QUALQUER OPERADOR CONSULTA; SO UM SUPERVISOR
      * DIFERENTE DO SOLICITANTE APROVA OU REJEITA, E SO A APROVACAO
      * APLICA A MUDANCA - CONFERINDO ANTES QUE O ALVO AINDA ESTA COMO
      * NO PEDIDO. A TRILHA DE CADA ARQUIVO (TITULOS_AUD.TXT,
      * AUDITORIA.TXT) LEVA O APROVADOR E O SOLICITANTE, E TODA
      * DECISAO VAI PARA APROVACOES_AUD.TXT. PEDIDO PENDENTE HA MAIS
      * DE APROVMNT/DIAS-VALIDADE DIAS (DEFAULT 7) EXPIRA. AS IMAGENS
      * DO CADASTRO (RESTAURACAO E EXPURGO) SO APARECEM PARA QUEM VE
      * DADOS PESSOAIS (DADOSPES).

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select aprovacoes assign to 'APROVACOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is aprovacoes-chave
           file status is wrk-apv-status.
           select aprovacoes-aud assign to
               "APROVACOES_AUD.TXT"
           organization is line sequential
           file status is wrk-apaud-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select titulos-aud assign to
               "TITULOS_AUD.TXT"
           organization is line sequential
           file status is wrk-taud-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           alternate record key is clientes-nome with duplicates
           alternate record key is clientes-documento with duplicates
           file status is wrk-cli-status.
           select auditoria assign to
               "AUDITORIA.TXT"
           organization is line sequential
           file status is wrk-aud-status.
           select historico assign to
               "CLIENTES_HISTORICO.TXT"
           organization is line sequential
           file status is wrk-his-status.
           select folhareg assign to 'FOLHAREG.DAT'
           organization is indexed
           access mode is dynamic
           record key is folhareg-chave
           file status is wrk-reg-status.
       data division.
       file section.
       FD aprovacoes.
       COPY APROVAC.

       FD aprovacoes-aud.
       01 aprovacoes-aud-reg.
           05 apaud-linha pic x(200).

       FD titulos.
       COPY TITULOS.

       FD titulos-aud.
       01 titulos-aud-reg.
           05 taud-linha pic x(100).

       FD clientes.
       COPY CLIENTES.

       FD auditoria.
       01 audit-reg.
           05 audit-linha pic x(600).

       FD historico.
       01 historico-reg.
           05 hist-linha pic x(300).

       FD folhareg.
       COPY FOLHAREG.

       working-storage section.
       77 wrk-apv-status pic x(02).
       77 wrk-apaud-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-taud-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-his-status pic x(02).
       77 wrk-reg-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-operador pic x(08) value spaces.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
       COPY PARAMLNK.
      * REAVALIACAO DO BLOQUEIO DE INADIMPLENCIA DEPOIS DA PERDA
      * APROVADA (O TITMANT.COB SO PEDE A PERDA).
       COPY INADLNK.
      * NOME E E-MAIL DO CLIENTE NAS IMAGENS DA RESTAURACAO E DO
      * EXPURGO (MESMA EXIGENCIA DO CLIREST.COB).
       COPY DPESLNK.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic x(08) value spaces.
       77 wrk-dias-validade pic 9(03) value 7.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-dias-pedido pic 9(07) value zeros.
       77 wrk-numero pic 9(08) value zeros.
       77 wrk-solicitante pic x(08) value spaces.
       77 wrk-motivo pic x(60) value spaces.
       77 wrk-resp pic x(01) value spaces.
       77 wrk-sw-aplicado pic x(01) value 'N'.
           88 wrk-aplicou value 'S'.
       77 wrk-sw-decide pic x(01) value 'N'.
           88 wrk-pode-decidir value 'S'.
       77 wrk-falha pic x(40) value spaces.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-qt-expirados pic 9(05) value zeros.
       77 wrk-qt-lote pic 9(05) value zeros.
       77 wrk-qt-lote-rej pic 9(05) value zeros.
       77 wrk-fone pic 9(09) value zeros.
       77 wrk-valor-ED pic zzzzzzz9,99 value zeros.
       77 wrk-valor-ED2 pic zzzzzzz9,99 value zeros.
       77 wrk-limite-tx pic 9(08),99 value zeros.
       77 wrk-aud-acao pic x(10) value spaces.
       77 wrk-aud-detalhe pic x(150) value spaces.
       77 wrk-aud-antes pic x(250) value spaces.
       77 wrk-aud-depois pic x(250) value spaces.
       77 wrk-sit-tx pic x(10) value spaces.
      * IMAGEM-ANTES DO 7000-ALTERAR FATIADA NAS POSICOES FIXAS (MESMO
      * LEIAUTE DO WRK-IMAGEM-ANTES DO CLIREST.COB).
       01 wrk-imagem.
           05 wrk-img-nome       pic x(30).
           05 filler             pic x(01).
           05 wrk-img-email      pic x(60).
           05 filler             pic x(01).
           05 wrk-img-logradouro pic x(40).
           05 filler             pic x(01).
           05 wrk-img-cidade     pic x(25).
           05 filler             pic x(01).
           05 wrk-img-uf         pic x(02).
           05 filler             pic x(01).
           05 wrk-img-cep        pic x(08).
           05 filler             pic x(01).
           05 wrk-img-documento  pic x(14).
           05 filler             pic x(01).
           05 wrk-img-datanasc   pic x(08).
           05 filler             pic x(01).
           05 wrk-img-limite     pic x(10).
           05 wrk-img-limite-9 redefines wrk-img-limite
                                 pic 9(08)v99.
           05 filler             pic x(45).

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO.
           move '1' to wrk-opcao.
           perform 0070-LER-SESSAO thru 0070-LER-SESSAO-EXIT.
           if wrk-operador = spaces
               display "sem operador assinado - use o sign-on do menu"
               go to 0090-final
           end-if.
           open i-o aprovacoes.
           if wrk-apv-status = '35'
               open output aprovacoes
               close aprovacoes
               open i-o aprovacoes
           end-if.
           if wrk-apv-status not = '00'
               display "pedidos de aprovacao indisponiveis - status: "
                       wrk-apv-status
               go to 0090-final
           end-if.
           perform 0100-EXPIRAR thru 0100-EXPIRAR-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "aprovacoes pendentes - operador " wrk-operador
               display "1 - listar pedidos pendentes"
               display "2 - aprovar pedido (supervisor)"
               display "3 - rejeitar pedido (supervisor)"
               display "4 - aprovar expurgos de um solicitante"
               display "5 - consultar pedido"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0200-LISTAR thru 0200-LISTAR-EXIT
                   when '2'
                       perform 0300-APROVAR thru 0300-APROVAR-EXIT
                   when '3'
                       perform 0320-REJEITAR thru 0320-REJEITAR-EXIT
                   when '4'
                       perform 0340-LOTE-EXPURGO
                           thru 0340-LOTE-EXPURGO-EXIT
                   when '5'
                       perform 0260-CONSULTAR thru 0260-CONSULTAR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close aprovacoes.
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

       0100-EXPIRAR SECTION.
      * PEDIDO PENDENTE ALEM DO PRAZO EXPIRA SEM APLICAR NADA - A
      * OPERACAO TEM QUE SER PEDIDA DE NOVO.
           move 'APROVMNT' to lnk-param-programa.
           move 'DIAS-VALIDADE' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 1000
               move lnk-param-valor to wrk-dias-validade
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           move 0 to wrk-qt-expirados.
           move 0 to apv-numero.
           start aprovacoes key is greater aprovacoes-chave
               invalid key
                   move '10' to wrk-apv-status
           end-start.
           if wrk-apv-status not = '10'
               read aprovacoes next
                   at end move '10' to wrk-apv-status
               end-read
           end-if.
           perform until wrk-apv-status = '10'
               if apv-pendente and apv-data-sol > 19000000
                   compute wrk-dias-pedido =
                       function integer-of-date(apv-data-sol)
                   if wrk-dias-hoje - wrk-dias-pedido
                      > wrk-dias-validade
                       perform 0150-EXPIRAR-PEDIDO
                           thru 0150-EXPIRAR-PEDIDO-EXIT
                   end-if
               end-if
               read aprovacoes next
                   at end move '10' to wrk-apv-status
               end-read
           end-perform.
           move '00' to wrk-apv-status.
           if wrk-qt-expirados > 0
               display "pedidos expirados sem decisao: "
                       wrk-qt-expirados
           end-if.
       0100-EXPIRAR-EXIT.
           exit.

       0150-EXPIRAR-PEDIDO SECTION.
           accept wrk-hora from time.
           move 'E' to apv-situacao.
           move spaces to apv-aprovador.
           move wrk-data-hoje to apv-data-dec.
           move wrk-hora(1:6) to apv-hora-dec.
           move spaces to apv-motivo-dec.
           string 'EXPIRADO SEM DECISAO EM ' delimited by size
                  wrk-dias-validade delimited by size
                  ' DIAS' delimited by size
             into apv-motivo-dec
           end-string.
           rewrite aprovacoes-reg
               invalid key
                   go to 0150-EXPIRAR-PEDIDO-EXIT
           end-rewrite.
           add 1 to wrk-qt-expirados.
           move 'EXPIRADO' to wrk-aud-acao.
           perform 0910-DETALHE-PEDIDO thru 0910-DETALHE-PEDIDO-EXIT.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
       0150-EXPIRAR-PEDIDO-EXIT.
           exit.

       0200-LISTAR SECTION.
           move 0 to wrk-qt-listados.
           move 0 to apv-numero.
           start aprovacoes key is greater aprovacoes-chave
               invalid key
                   move '10' to wrk-apv-status
           end-start.
           if wrk-apv-status not = '10'
               read aprovacoes next
                   at end move '10' to wrk-apv-status
               end-read
           end-if.
           perform until wrk-apv-status = '10'
               if apv-pendente
                   add 1 to wrk-qt-listados
                   display apv-numero " " apv-operacao " "
                           apv-alvo " " apv-data-sol " "
                           apv-solicitante " " apv-motivo(1:30)
               end-if
               read aprovacoes next
                   at end move '10' to wrk-apv-status
               end-read
           end-perform.
           move '00' to wrk-apv-status.
           display "pedidos pendentes: " wrk-qt-listados.
       0200-LISTAR-EXIT.
           exit.

       0250-MOSTRAR-PEDIDO SECTION.
           evaluate true
               when apv-pendente
                   move 'PENDENTE' to wrk-sit-tx
               when apv-aprovada
                   move 'APROVADO' to wrk-sit-tx
               when apv-rejeitada
                   move 'REJEITADO' to wrk-sit-tx
               when apv-expirada
                   move 'EXPIRADO' to wrk-sit-tx
               when other
                   move apv-situacao to wrk-sit-tx
           end-evaluate.
           display "pedido.....: " apv-numero " - " wrk-sit-tx.
           display "operacao...: " apv-operacao " alvo " apv-alvo.
           display "solicitante: " apv-solicitante " em "
                   apv-data-sol " " apv-hora-sol.
           display "motivo.....: " apv-motivo.
           evaluate true
               when apv-op-limite
                   move apv-valor-antes to wrk-valor-ED
                   move apv-valor-depois to wrk-valor-ED2
                   display "limite.....: " wrk-valor-ED " -> "
                           wrk-valor-ED2
               when apv-op-restaurar
               when apv-op-expurgo
                   perform 0255-MOSTRAR-IMAGEM
                       thru 0255-MOSTRAR-IMAGEM-EXIT
               when other
                   continue
           end-evaluate.
           if not apv-pendente
               display "decisao....: " apv-aprovador " em "
                       apv-data-dec " " apv-hora-dec
               display "             " apv-motivo-dec
           end-if.
       0250-MOSTRAR-PEDIDO-EXIT.
           exit.

       0255-MOSTRAR-IMAGEM SECTION.
      * AS IMAGENS TRAZEM NOME E E-MAIL EM CLARO: SO SAEM PARA
      * SUPERVISOR OU OPERADOR COM '*' (DADOSPES 'V'), E CADA
      * VISUALIZACAO VAI PARA O ACESSOS_DADOS.TXT (DADOSPES 'A').
           move 'V' to lnk-dpes-op.
           call 'DADOSPES' using lnk-dpes-area.
           if lnk-dpes-mascarado
               display "imagem.....: (exige permissao de dados "
                       "pessoais)"
               go to 0255-MOSTRAR-IMAGEM-EXIT
           end-if.
           move 'A' to lnk-dpes-op.
           move apv-alvo to lnk-dpes-fone.
           move 'APROVACAO' to lnk-dpes-tela.
           call 'DADOSPES' using lnk-dpes-area.
           if apv-op-restaurar
               display "atual......: " apv-antes(1:60)
               display "restaurar..: " apv-depois(1:60)
           else
               display "historico..: " apv-depois(1:60)
           end-if.
       0255-MOSTRAR-IMAGEM-EXIT.
           exit.

       0260-CONSULTAR SECTION.
           display "numero do pedido: ".
           accept wrk-numero.
           move wrk-numero to apv-numero.
           read aprovacoes key is aprovacoes-chave
               invalid key
                   display "pedido nao encontrado"
                   go to 0260-CONSULTAR-EXIT
           end-read.
           perform 0250-MOSTRAR-PEDIDO thru 0250-MOSTRAR-PEDIDO-EXIT.
       0260-CONSULTAR-EXIT.
           exit.

       0280-LER-PENDENTE SECTION.
      * PEDIDO INFORMADO PELO SUPERVISOR, PENDENTE E DE OUTRO
      * OPERADOR - QUEM PEDIU NAO DECIDE O PROPRIO PEDIDO.
           move 'N' to wrk-sw-decide.
           if wrk-perfil not = 'S'
               display "somente supervisor decide pedido de aprovacao"
               go to 0280-LER-PENDENTE-EXIT
           end-if.
           display "numero do pedido: ".
           accept wrk-numero.
           move wrk-numero to apv-numero.
           read aprovacoes key is aprovacoes-chave
               invalid key
                   display "pedido nao encontrado"
                   go to 0280-LER-PENDENTE-EXIT
           end-read.
           perform 0250-MOSTRAR-PEDIDO thru 0250-MOSTRAR-PEDIDO-EXIT.
           if not apv-pendente
               display "pedido ja decidido"
               go to 0280-LER-PENDENTE-EXIT
           end-if.
           if apv-solicitante = wrk-operador
               display "o solicitante nao decide o proprio pedido"
               go to 0280-LER-PENDENTE-EXIT
           end-if.
           set wrk-pode-decidir to true.
       0280-LER-PENDENTE-EXIT.
           exit.

       0300-APROVAR SECTION.
           perform 0280-LER-PENDENTE thru 0280-LER-PENDENTE-EXIT.
           if not wrk-pode-decidir
               go to 0300-APROVAR-EXIT
           end-if.
           display "confirma a aprovacao e a aplicacao (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               display "aprovacao cancelada"
               go to 0300-APROVAR-EXIT
           end-if.
           perform 0350-DECIDIR-APROVACAO
               thru 0350-DECIDIR-APROVACAO-EXIT.
           if wrk-aplicou
               display "pedido aprovado e aplicado"
           else
               display "pedido nao aplicado - " wrk-falha
           end-if.
       0300-APROVAR-EXIT.
           exit.

       0320-REJEITAR SECTION.
           perform 0280-LER-PENDENTE thru 0280-LER-PENDENTE-EXIT.
           if not wrk-pode-decidir
               go to 0320-REJEITAR-EXIT
           end-if.
           display "motivo da rejeicao: ".
           move spaces to wrk-motivo.
           accept wrk-motivo.
           if wrk-motivo = spaces
               display "motivo obrigatorio - rejeicao cancelada"
               go to 0320-REJEITAR-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move 'R' to apv-situacao.
           move wrk-operador to apv-aprovador.
           move wrk-data-hoje to apv-data-dec.
           move wrk-hora(1:6) to apv-hora-dec.
           move wrk-motivo to apv-motivo-dec.
           rewrite aprovacoes-reg
               invalid key
                   display "pedido nao atualizado"
                   go to 0320-REJEITAR-EXIT
           end-rewrite.
           move 'REJEITADO' to wrk-aud-acao.
           perform 0910-DETALHE-PEDIDO thru 0910-DETALHE-PEDIDO-EXIT.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           display "pedido rejeitado - nada foi aplicado".
       0320-REJEITAR-EXIT.
           exit.

       0340-LOTE-EXPURGO SECTION.
      * O EXPURGO DO CLIINAT PEDE UM REGISTRO POR CLIENTE - AQUI O
      * SUPERVISOR APROVA DE UMA VEZ OS PENDENTES DE UM SOLICITANTE,
      * CADA UM CONFERIDO E APLICADO COMO NA APROVACAO AVULSA.
           if wrk-perfil not = 'S'
               display "somente supervisor decide pedido de aprovacao"
               go to 0340-LOTE-EXPURGO-EXIT
           end-if.
           display "operador que pediu o expurgo: ".
           move spaces to wrk-solicitante.
           accept wrk-solicitante.
           if wrk-solicitante = spaces
               go to 0340-LOTE-EXPURGO-EXIT
           end-if.
           if wrk-solicitante = wrk-operador
               display "o solicitante nao decide o proprio pedido"
               go to 0340-LOTE-EXPURGO-EXIT
           end-if.
           display "confirma aprovar todos os expurgos pendentes de "
                   wrk-solicitante " (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               display "aprovacao cancelada"
               go to 0340-LOTE-EXPURGO-EXIT
           end-if.
           move 0 to wrk-qt-lote.
           move 0 to wrk-qt-lote-rej.
           move 0 to apv-numero.
           start aprovacoes key is greater aprovacoes-chave
               invalid key
                   move '10' to wrk-apv-status
           end-start.
           if wrk-apv-status not = '10'
               read aprovacoes next
                   at end move '10' to wrk-apv-status
               end-read
           end-if.
           perform until wrk-apv-status = '10'
               if apv-pendente and apv-op-expurgo
                  and apv-solicitante = wrk-solicitante
                   perform 0350-DECIDIR-APROVACAO
                       thru 0350-DECIDIR-APROVACAO-EXIT
                   if wrk-aplicou
                       add 1 to wrk-qt-lote
                   else
                       add 1 to wrk-qt-lote-rej
                       display apv-alvo " nao expurgado - " wrk-falha
                   end-if
               end-if
               read aprovacoes next
                   at end move '10' to wrk-apv-status
               end-read
           end-perform.
           move '00' to wrk-apv-status.
           display "expurgos aplicados: " wrk-qt-lote
                   "  nao aplicados: " wrk-qt-lote-rej.
       0340-LOTE-EXPURGO-EXIT.
           exit.

       0350-DECIDIR-APROVACAO SECTION.
      * APLICA O PEDIDO CORRENTE E CARIMBA A DECISAO - ALVO QUE MUDOU
      * DESDE O PEDIDO NAO E APLICADO E O PEDIDO FECHA REJEITADO COM
      * O MOTIVO, PARA SER PEDIDO DE NOVO SE AINDA FIZER SENTIDO.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move 'N' to wrk-sw-aplicado.
           move spaces to wrk-falha.
           evaluate true
               when apv-op-perda
                   perform 0410-APLICAR-PERDA
                       thru 0410-APLICAR-PERDA-EXIT
               when apv-op-limite
                   perform 0420-APLICAR-LIMITE
                       thru 0420-APLICAR-LIMITE-EXIT
               when apv-op-reabre-folha
                   perform 0430-APLICAR-FOLHA
                       thru 0430-APLICAR-FOLHA-EXIT
               when apv-op-restaurar
                   perform 0440-APLICAR-RESTAURAR
                       thru 0440-APLICAR-RESTAURAR-EXIT
               when apv-op-expurgo
                   perform 0450-APLICAR-EXPURGO
                       thru 0450-APLICAR-EXPURGO-EXIT
               when other
                   move 'OPERACAO DESCONHECIDA' to wrk-falha
           end-evaluate.
           move wrk-operador to apv-aprovador.
           move wrk-data-hoje to apv-data-dec.
           move wrk-hora(1:6) to apv-hora-dec.
           if wrk-aplicou
               move 'A' to apv-situacao
               move 'APROVADO E APLICADO' to apv-motivo-dec
               move 'APROVADO' to wrk-aud-acao
           else
               move 'R' to apv-situacao
               move spaces to apv-motivo-dec
               string 'NAO APLICADO - ' delimited by size
                      wrk-falha delimited by size
                 into apv-motivo-dec
               end-string
               move 'NAO-APLIC' to wrk-aud-acao
           end-if.
           rewrite aprovacoes-reg
               invalid key
                   display "pedido " apv-numero " nao atualizado"
           end-rewrite.
           perform 0910-DETALHE-PEDIDO thru 0910-DETALHE-PEDIDO-EXIT.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
       0350-DECIDIR-APROVACAO-EXIT.
           exit.

       0410-APLICAR-PERDA SECTION.
      * PERDA PEDIDA NO 0700-DAR-PERDA DO TITMANT.COB, LANCADA NA
      * DATA DA APROVACAO.
           open i-o titulos.
           if wrk-tit-status not = '00'
               move 'TITULOS INDISPONIVEL' to wrk-falha
               go to 0410-APLICAR-PERDA-EXIT
           end-if.
           move apv-alvo to titulos-numero.
           read titulos key is titulos-chave
               invalid key
                   move 'TITULO NAO ENCONTRADO' to wrk-falha
                   close titulos
                   go to 0410-APLICAR-PERDA-EXIT
           end-read.
           if not titulos-sit-aberto and not titulos-sit-rejeitado
               move 'TITULO NAO ESTA MAIS EM ABERTO' to wrk-falha
               close titulos
               go to 0410-APLICAR-PERDA-EXIT
           end-if.
           move 'L' to titulos-situacao.
           move wrk-data-hoje to titulos-data-perda.
           move apv-motivo to titulos-motivo-perda.
           move spaces to titulos-instrucao.
           rewrite titulos-reg
               invalid key
                   move 'TITULO NAO ATUALIZADO' to wrk-falha
                   close titulos
                   go to 0410-APLICAR-PERDA-EXIT
           end-rewrite.
           move titulos-fone to wrk-fone.
           perform 0920-AUDITORIA-TITULO
               thru 0920-AUDITORIA-TITULO-EXIT.
           close titulos.
           set wrk-aplicou to true.
           move wrk-fone to lnk-inad-fone.
           call 'INADLIB' using lnk-inad-area.
           if lnk-inad-desbloqueado
               display "bloqueio de inadimplencia liberado"
           end-if.
       0410-APLICAR-PERDA-EXIT.
           exit.

       0420-APLICAR-LIMITE SECTION.
      * O LIMITE SO SOBE SE AINDA ESTA NO VALOR VISTO NO PEDIDO.
           open i-o clientes.
           if wrk-cli-status not = '00'
               move 'CLIENTES INDISPONIVEL' to wrk-falha
               go to 0420-APLICAR-LIMITE-EXIT
           end-if.
           move apv-alvo to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   move 'CLIENTE NAO ENCONTRADO' to wrk-falha
                   close clientes
                   go to 0420-APLICAR-LIMITE-EXIT
           end-read.
           if clientes-limite not = apv-valor-antes
               move 'LIMITE MUDOU DESDE O PEDIDO' to wrk-falha
               close clientes
               go to 0420-APLICAR-LIMITE-EXIT
           end-if.
           move apv-valor-depois to clientes-limite.
           rewrite clientes-reg
               invalid key
                   move 'CLIENTE NAO ATUALIZADO' to wrk-falha
                   close clientes
                   go to 0420-APLICAR-LIMITE-EXIT
           end-rewrite.
           close clientes.
           move 'LIMITE    ' to wrk-aud-acao.
           move apv-valor-antes to wrk-limite-tx.
           move wrk-limite-tx to wrk-aud-antes.
           move apv-valor-depois to wrk-limite-tx.
           move wrk-limite-tx to wrk-aud-depois.
           perform 0930-AUDITORIA-CLIENTE
               thru 0930-AUDITORIA-CLIENTE-EXIT.
           set wrk-aplicou to true.
       0420-APLICAR-LIMITE-EXIT.
           exit.

       0430-APLICAR-FOLHA SECTION.
      * REABERTURA PEDIDA NO 0700-REABRIR DO PROGRAMA3.COB: O MARCADOR
      * DA COMPETENCIA VAI A 'R' E A PROXIMA FOLHA REGRAVA.
           open i-o folhareg.
           if wrk-reg-status not = '00'
               move 'REGISTRO DE FOLHA INDISPONIVEL' to wrk-falha
               go to 0430-APLICAR-FOLHA-EXIT
           end-if.
           move apv-alvo to fol-competencia.
           move 0 to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   move 'COMPETENCIA SEM FECHAMENTO' to wrk-falha
                   close folhareg
                   go to 0430-APLICAR-FOLHA-EXIT
           end-read.
           if not fol-fechada
               move 'COMPETENCIA NAO ESTA FECHADA' to wrk-falha
               close folhareg
               go to 0430-APLICAR-FOLHA-EXIT
           end-if.
           move 'R' to fol-situacao.
           rewrite folhareg-reg
               invalid key
                   move 'FECHAMENTO NAO ATUALIZADO' to wrk-falha
                   close folhareg
                   go to 0430-APLICAR-FOLHA-EXIT
           end-rewrite.
           close folhareg.
           set wrk-aplicou to true.
       0430-APLICAR-FOLHA-EXIT.
           exit.

       0440-APLICAR-RESTAURAR SECTION.
      * RESTAURACAO PEDIDA NO 2000-RESTAURAR DO CLIREST.COB, SO SE O
      * CADASTRO AINDA ESTA IGUAL A IMAGEM ATUAL GUARDADA NO PEDIDO.
           open i-o clientes.
           if wrk-cli-status not = '00'
               move 'CLIENTES INDISPONIVEL' to wrk-falha
               go to 0440-APLICAR-RESTAURAR-EXIT
           end-if.
           move apv-alvo to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   move 'CLIENTE NAO ENCONTRADO' to wrk-falha
                   close clientes
                   go to 0440-APLICAR-RESTAURAR-EXIT
           end-read.
           move spaces to wrk-aud-antes.
           string clientes-nome       delimited by size
                  ' '                 delimited by size
                  clientes-email      delimited by size
                  ' '                 delimited by size
                  clientes-logradouro delimited by size
                  ' '                 delimited by size
                  clientes-cidade     delimited by size
                  ' '                 delimited by size
                  clientes-uf         delimited by size
                  ' '                 delimited by size
                  clientes-cep        delimited by size
                  ' '                 delimited by size
                  clientes-documento  delimited by size
                  ' '                 delimited by size
                  clientes-datanasc   delimited by size
                  ' '                 delimited by size
                  clientes-limite     delimited by size
             into wrk-aud-antes
           end-string.
           if wrk-aud-antes not = apv-antes
               move 'CADASTRO MUDOU DESDE O PEDIDO' to wrk-falha
               close clientes
               go to 0440-APLICAR-RESTAURAR-EXIT
           end-if.
           move apv-depois to wrk-imagem.
           move wrk-img-nome       to clientes-nome.
           move wrk-img-email      to clientes-email.
           move wrk-img-logradouro to clientes-logradouro.
           move wrk-img-cidade     to clientes-cidade.
           move wrk-img-uf         to clientes-uf.
           if wrk-img-cep is numeric
               move wrk-img-cep to clientes-cep
           else
               move zeros to clientes-cep
           end-if.
           if wrk-img-documento is numeric
               move wrk-img-documento to clientes-documento
           else
               move zeros to clientes-documento
           end-if.
           if wrk-img-datanasc is numeric
               move wrk-img-datanasc to clientes-datanasc
           else
               move zeros to clientes-datanasc
           end-if.
           if wrk-img-limite is numeric
               move wrk-img-limite-9 to clientes-limite
           end-if.
           rewrite clientes-reg
               invalid key
                   move 'CLIENTE NAO RESTAURADO' to wrk-falha
                   close clientes
                   go to 0440-APLICAR-RESTAURAR-EXIT
           end-rewrite.
           close clientes.
           move 'RESTAURAR' to wrk-aud-acao.
           move apv-depois to wrk-aud-depois.
           perform 0930-AUDITORIA-CLIENTE
               thru 0930-AUDITORIA-CLIENTE-EXIT.
           set wrk-aplicou to true.
       0440-APLICAR-RESTAURAR-EXIT.
           exit.

       0450-APLICAR-EXPURGO SECTION.
      * EXPURGO PEDIDO NO 5000 DO CLIINAT.COB: A LINHA DO PEDIDO VAI
      * PARA O HISTORICO E O REGISTRO SAI DO ARQUIVO VIVO - SO SE O
      * CLIENTE CONTINUA INATIVO.
           open i-o clientes.
           if wrk-cli-status not = '00'
               move 'CLIENTES INDISPONIVEL' to wrk-falha
               go to 0450-APLICAR-EXPURGO-EXIT
           end-if.
           move apv-alvo to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   move 'CLIENTE NAO ENCONTRADO' to wrk-falha
                   close clientes
                   go to 0450-APLICAR-EXPURGO-EXIT
           end-read.
           if not clientes-sit-inativo
               move 'CLIENTE FOI REATIVADO' to wrk-falha
               close clientes
               go to 0450-APLICAR-EXPURGO-EXIT
           end-if.
           open extend historico.
           if wrk-his-status = '35'
               open output historico
           end-if.
           move apv-depois to hist-linha.
           write historico-reg.
           close historico.
           move clientes-nome to wrk-aud-antes.
           delete clientes
               invalid key
                   move 'REGISTRO NAO REMOVIDO' to wrk-falha
                   close clientes
                   go to 0450-APLICAR-EXPURGO-EXIT
           end-delete.
           close clientes.
           move apv-alvo to clientes-fone.
           move 'EXPURGO' to wrk-aud-acao.
           move spaces to wrk-aud-depois.
           perform 0930-AUDITORIA-CLIENTE
               thru 0930-AUDITORIA-CLIENTE-EXIT.
           set wrk-aplicou to true.
       0450-APLICAR-EXPURGO-EXIT.
           exit.

       0900-GRAVAR-AUDITORIA SECTION.
      * DATA HORA;ACAO;DETALHE;OPERADOR - MESMO LEIAUTE DO
      * 0900-GRAVAR-AUDITORIA DO CONCBCO.COB. O DETALHE LEVA O
      * PEDIDO E O SOLICITANTE; O OPERADOR E QUEM DECIDIU.
           accept wrk-hora from time.
           open extend aprovacoes-aud.
           if wrk-apaud-status = '35'
               open output aprovacoes-aud
           end-if.
           move spaces to apaud-linha.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-hora        delimited by size
                  ';'             delimited by size
                  wrk-aud-acao    delimited by space
                  ';'             delimited by size
                  wrk-aud-detalhe delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
             into apaud-linha
           end-string.
           write aprovacoes-aud-reg.
           close aprovacoes-aud.
       0900-GRAVAR-AUDITORIA-EXIT.
           exit.

       0910-DETALHE-PEDIDO SECTION.
           move spaces to wrk-aud-detalhe.
           string apv-numero delimited by size
                  ' ' delimited by size
                  apv-operacao delimited by space
                  ' ' delimited by size
                  apv-alvo delimited by size
                  ' SOLIC ' delimited by size
                  apv-solicitante delimited by space
                  ' - ' delimited by size
                  apv-motivo-dec delimited by size
             into wrk-aud-detalhe
           end-string.
       0910-DETALHE-PEDIDO-EXIT.
           exit.

       0920-AUDITORIA-TITULO SECTION.
      * LINHA DO 0900-GRAVAR-AUDITORIA DO TITMANT.COB (DATA HORA;
      * ACAO;TITULO;DETALHE;OPERADOR), COM O SOLICITANTE NO FIM.
           open extend titulos-aud.
           if wrk-taud-status = '35'
               open output titulos-aud
           end-if.
           move spaces to taud-linha.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-hora        delimited by size
                  ';'             delimited by size
                  'PERDA     '    delimited by size
                  ';'             delimited by size
                  titulos-numero  delimited by size
                  ';'             delimited by size
                  apv-motivo(1:40) delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
                  ';'             delimited by size
                  apv-solicitante delimited by size
             into taud-linha
           end-string.
           write titulos-aud-reg.
           close titulos-aud.
       0920-AUDITORIA-TITULO-EXIT.
           exit.

       0930-AUDITORIA-CLIENTE SECTION.
      * LINHA DO 4000-GRAVAR-AUDITORIA DO CLIENTES1.COB (DATA HORA;
      * OPERACAO;FONE;ANTES;DEPOIS;OPERADOR), COM O SOLICITANTE NO
      * FIM - O OPERADOR E QUEM APROVOU.
           open extend auditoria.
           if wrk-aud-status = '35'
               open output auditoria
               close auditoria
               open extend auditoria
           end-if.
           move spaces to audit-linha.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-hora        delimited by size
                  ';'             delimited by size
                  wrk-aud-acao    delimited by size
                  ';'             delimited by size
                  clientes-fone   delimited by size
                  ';'             delimited by size
                  wrk-aud-antes   delimited by size
                  ';'             delimited by size
                  wrk-aud-depois  delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
                  ';'             delimited by size
                  apv-solicitante delimited by size
             into audit-linha
           end-string.
           write audit-reg.
           close auditoria.
       0930-AUDITORIA-CLIENTE-EXIT.
           exit.

       end program APROVMNT.
