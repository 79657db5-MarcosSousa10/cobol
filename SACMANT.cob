       identification division.
       program-id. SACMANT.
      * CHAMADOS DE ATENDIMENTO AO CLIENTE (SAC.DAT) - ABRIR,
      * CONSULTAR COM O HISTORICO, MUDAR SITUACAO / RESPONSAVEL E
      * LISTAR OS CHAMADOS DE UM CLIENTE, NO MESMO FEITIO DO
      * CONTMANT.COB. O PROTOCOLO SAI DO NUMGER (SERIE 'SAC'); O
      * PRAZO DE ATENDIMENTO E A ABERTURA MAIS OS DIAS DE SLA DO TIPO
      * (PARAMETROS SAC/SLA-ENTREGA, SLA-COBRANCA, SLA-PRODUTO,
      * SLA-LGPD). TODA MUDANCA VAI PARA O SACHIS.DAT. OS CHAMADOS
      * ABERTOS APARECEM NA CONSULTA DO CLIENTES1.COB E OS FORA DO
      * PRAZO SAEM TODA NOITE NO SACSLA.COB, POR OPERADOR.
      * CHAMADO ENCERRADO (RESOLVIDO OU CANCELADO) SO O SUPERVISOR
      * REABRE.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select sac assign to 'SAC.DAT'
           organization is indexed
           access mode is dynamic
           record key is sac-chave
           alternate record key is sac-fone with duplicates
           alternate record key is sac-responsavel with duplicates
           file status is wrk-sac-status.
           select sachis assign to 'SACHIS.DAT'
           organization is indexed
           access mode is dynamic
           record key is sachis-chave
           file status is wrk-sch-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           alternate record key is clientes-nome with duplicates
           alternate record key is clientes-documento with duplicates
           file status is wrk-cli-status.
           select pedidos assign to 'PEDIDOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select notafisc assign to 'NOTAFISC.DAT'
           organization is indexed
           access mode is dynamic
           record key is notafisc-chave
           file status is wrk-nf-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select operadores assign to
               'OPERADOR.DAT'
           organization is indexed
           access mode is dynamic
           record key is operador-chave
           file status is wrk-oper-status.
       data division.
       file section.
       FD sac.
       COPY SAC.

       FD sachis.
       COPY SACHIS.

       FD clientes.
       COPY CLIENTES.

       FD pedidos.
       COPY PEDIDOS.

       FD notafisc.
       COPY NOTAFISC.

       FD titulos.
       COPY TITULOS.

       FD operadores.
       COPY OPERADOR.

       working-storage section.
       77 wrk-sac-status pic x(02).
       77 wrk-sch-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-ped-status pic x(02).
       77 wrk-nf-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-oper-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-protocolo pic 9(08) value zeros.
       77 wrk-fone pic 9(09) value zeros.
       77 wrk-tipo pic x(01) value spaces.
       77 wrk-situacao-nova pic x(01) value spaces.
       77 wrk-resp-novo pic x(08) value spaces.
       77 wrk-observacao pic x(60) value spaces.
       77 wrk-sit-anterior pic x(01) value spaces.
       77 wrk-resp-anterior pic x(08) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic 9(08) value zeros.
       77 wrk-dias-sla pic 9(03) value zeros.
       77 wrk-desc-tipo pic x(10) value spaces.
       77 wrk-desc-situacao pic x(12) value spaces.
       77 wrk-aviso pic x(15) value spaces.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-sw-cliente pic x(01) value 'N'.
           88 wrk-cliente-achado value 'S'.
       77 wrk-sw-ligacao pic x(01) value 'N'.
           88 wrk-ligacao-ok value 'S'.
       77 wrk-sw-responsavel pic x(01) value 'N'.
           88 wrk-responsavel-ok value 'S'.
       77 wrk-sw-gravado pic x(01) value 'N'.
           88 wrk-historico-gravado value 'S'.
       77 wrk-operador pic x(08) value 'AVULSO'.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
       COPY NUMLNK.
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
           perform 0060-ABRIR-SAC thru 0060-ABRIR-SAC-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "1 - abrir chamado"
               display "2 - consultar chamado"
               display "3 - mudar situacao / responsavel"
               display "4 - chamados do cliente"
               display "5 - chamados fora do prazo (relatorio)"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-ABRIR thru 0100-ABRIR-EXIT
                   when '2'
                       perform 0200-CONSULTAR thru 0200-CONSULTAR-EXIT
                   when '3'
                       perform 0300-ATUALIZAR thru 0300-ATUALIZAR-EXIT
                   when '4'
                       perform 0400-LISTAR-CLIENTE
                           thru 0400-LISTAR-CLIENTE-EXIT
                   when '5'
      * O RELATORIO LE O SAC.DAT SOZINHO - FECHA AQUI E REABRE
      * DEPOIS, COMO NO PASSO NOTURNO.
                       close sachis
                       close sac
                       call 'SACSLA'
                       perform 0060-ABRIR-SAC thru 0060-ABRIR-SAC-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close sachis.
           close sac.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-SAC SECTION.
           open i-o sac.
           if wrk-sac-status = '35'
               open output sac
               close sac
               open i-o sac
           end-if.
           if wrk-sac-status not = '00'
               display "erro ao abrir chamados - status: "
                       wrk-sac-status
           end-if.
           open i-o sachis.
           if wrk-sch-status = '35'
               open output sachis
               close sachis
               open i-o sachis
           end-if.
           if wrk-sch-status not = '00'
               display "erro ao abrir historico de chamados - status: "
                       wrk-sch-status
           end-if.
       0060-ABRIR-SAC-EXIT.
           exit.

       0100-ABRIR SECTION.
           display "telefone do cliente: ".
           accept wrk-fone.
           perform 0110-VALIDA-CLIENTE thru 0110-VALIDA-CLIENTE-EXIT.
           if not wrk-cliente-achado
               display "cliente nao cadastrado"
               go to 0100-ABRIR-EXIT
           end-if.
           display "tipo (E-entrega C-cobranca P-produto L-LGPD): ".
           accept wrk-tipo.
           inspect wrk-tipo converting 'ecpl' to 'ECPL'.
      * O NUMERO VEM ANTES DO REGISTRO - A VARREDURA DE FALLBACK USA
      * A AREA DO REGISTRO.
           perform 0150-PROXIMO-PROTOCOLO
               thru 0150-PROXIMO-PROTOCOLO-EXIT.
           move spaces to sac-reg.
           move wrk-tipo to sac-tipo.
           if not sac-tipo-valido
               display "tipo invalido - chamado nao aberto"
               go to 0100-ABRIR-EXIT
           end-if.
           move wrk-fone to sac-fone.
           display "pedido ligado (0 = nenhum): ".
           accept sac-pedido.
           display "nota fiscal ligada (0 = a do pedido / nenhuma): ".
           accept sac-nota.
           display "titulo ligado (0 = nenhum): ".
           accept sac-titulo.
           perform 0120-VALIDA-LIGACOES thru 0120-VALIDA-LIGACOES-EXIT.
           if not wrk-ligacao-ok
               go to 0100-ABRIR-EXIT
           end-if.
           display "assunto: ".
           accept sac-assunto.
           if sac-assunto = spaces
               display "assunto obrigatorio - chamado nao aberto"
               go to 0100-ABRIR-EXIT
           end-if.
           display "responsavel (enter = " wrk-operador "): ".
           accept wrk-resp-novo.
           if wrk-resp-novo = spaces
               move wrk-operador to wrk-resp-novo
           end-if.
           perform 0130-VALIDA-RESPONSAVEL
               thru 0130-VALIDA-RESPONSAVEL-EXIT.
           if not wrk-responsavel-ok
               go to 0100-ABRIR-EXIT
           end-if.
           perform 0140-PRAZO thru 0140-PRAZO-EXIT.
           move wrk-protocolo to sac-protocolo.
           move wrk-resp-novo to sac-responsavel.
           move 'A' to sac-situacao.
           move wrk-data-hoje to sac-data-abertura.
           move wrk-hora(1:6) to sac-hora-abertura.
           move 0 to sac-data-fechamento.
           move wrk-operador to sac-operador-abertura.
           write sac-reg
               invalid key
                   display "protocolo " wrk-protocolo " ja existe - "
                           "chamado nao aberto"
                   go to 0100-ABRIR-EXIT
           end-write.
           move spaces to wrk-sit-anterior.
           move spaces to wrk-resp-anterior.
           move 'ABERTURA DO CHAMADO' to wrk-observacao.
           perform 0450-GRAVAR-HISTORICO
               thru 0450-GRAVAR-HISTORICO-EXIT.
           display "chamado aberto - protocolo " wrk-protocolo
                   " - prazo " sac-prazo.
       0100-ABRIR-EXIT.
           exit.

       0110-VALIDA-CLIENTE SECTION.
      * CLIENTE INATIVO TAMBEM RECLAMA (E PEDE OS DADOS DELE PELA
      * LGPD) - BASTA ESTAR CADASTRADO.
           move 'N' to wrk-sw-cliente.
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
                   set wrk-cliente-achado to true
                   display "cliente: " clientes-nome
                   if clientes-sit-inativo
                       display "atencao: cliente inativo"
                   end-if
           end-read.
           close clientes.
       0110-VALIDA-CLIENTE-EXIT.
           exit.

       0120-VALIDA-LIGACOES SECTION.
      * PEDIDO, NOTA E TITULO INFORMADOS TEM QUE EXISTIR E SER DO
      * PROPRIO CLIENTE. NOTA ZERO COM PEDIDO JA FATURADO ASSUME A
      * NOTA DO PEDIDO.
           move 'N' to wrk-sw-ligacao.
           if sac-pedido not = 0
               open input pedidos
               if wrk-ped-status not = '00'
                   display "arquivo de pedidos indisponivel"
                   go to 0120-VALIDA-LIGACOES-EXIT
               end-if
               move sac-pedido to pedidos-numero
               read pedidos key is pedidos-chave
                   invalid key
                       move '23' to wrk-ped-status
               end-read
               close pedidos
               if wrk-ped-status not = '00'
                   display "pedido nao encontrado - chamado nao aberto"
                   go to 0120-VALIDA-LIGACOES-EXIT
               end-if
               if pedidos-fone not = sac-fone
                   display "pedido de outro cliente - chamado nao "
                           "aberto"
                   go to 0120-VALIDA-LIGACOES-EXIT
               end-if
               if sac-nota = 0
                   move pedidos-nf to sac-nota
               end-if
           end-if.
           if sac-nota not = 0
               open input notafisc
               if wrk-nf-status not = '00'
                   display "livro de notas fiscais indisponivel"
                   go to 0120-VALIDA-LIGACOES-EXIT
               end-if
               move sac-nota to nf-numero
               read notafisc key is notafisc-chave
                   invalid key
                       move '23' to wrk-nf-status
               end-read
               close notafisc
               if wrk-nf-status not = '00'
                   display "nota fiscal nao encontrada - chamado nao "
                           "aberto"
                   go to 0120-VALIDA-LIGACOES-EXIT
               end-if
               if nf-fone not = sac-fone
                   display "nota fiscal de outro cliente - chamado "
                           "nao aberto"
                   go to 0120-VALIDA-LIGACOES-EXIT
               end-if
           end-if.
           if sac-titulo not = 0
               open input titulos
               if wrk-tit-status not = '00'
                   display "arquivo de titulos indisponivel"
                   go to 0120-VALIDA-LIGACOES-EXIT
               end-if
               move sac-titulo to titulos-numero
               read titulos key is titulos-chave
                   invalid key
                       move '23' to wrk-tit-status
               end-read
               close titulos
               if wrk-tit-status not = '00'
                   display "titulo nao encontrado - chamado nao aberto"
                   go to 0120-VALIDA-LIGACOES-EXIT
               end-if
               if titulos-fone not = sac-fone
                   display "titulo de outro cliente - chamado nao "
                           "aberto"
                   go to 0120-VALIDA-LIGACOES-EXIT
               end-if
           end-if.
           set wrk-ligacao-ok to true.
       0120-VALIDA-LIGACOES-EXIT.
           exit.

       0130-VALIDA-RESPONSAVEL SECTION.
      * O RESPONSAVEL TEM QUE SER OPERADOR ATIVO DO CADASTRO. SEM
      * OPERADOR.DAT (INSTALACAO SEM SIGN-ON), VALE O QUE FOI
      * DIGITADO.
           move 'N' to wrk-sw-responsavel.
           inspect wrk-resp-novo converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           open input operadores.
           if wrk-oper-status not = '00'
               set wrk-responsavel-ok to true
               go to 0130-VALIDA-RESPONSAVEL-EXIT
           end-if.
           move wrk-resp-novo to oper-id.
           read operadores key is operador-chave
               invalid key
                   display "operador " wrk-resp-novo " nao cadastrado"
               not invalid key
                   if oper-sit-ativo
                       set wrk-responsavel-ok to true
                   else
                       display "operador " wrk-resp-novo
                               " inativo ou bloqueado"
                   end-if
           end-read.
           close operadores.
       0130-VALIDA-RESPONSAVEL-EXIT.
           exit.

       0140-PRAZO SECTION.
      * DIAS DE SLA POR TIPO - DEFAULTS 5 (ENTREGA E COBRANCA), 10
      * (PRODUTO) E 15 (LGPD, O PRAZO DA LEI PARA RESPONDER O
      * TITULAR).
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move 'SAC' to lnk-param-programa.
           evaluate true
               when sac-tipo-entrega
                   move 5 to wrk-dias-sla
                   move 'SLA-ENTREGA' to lnk-param-nome
               when sac-tipo-cobranca
                   move 5 to wrk-dias-sla
                   move 'SLA-COBRANCA' to lnk-param-nome
               when sac-tipo-produto
                   move 10 to wrk-dias-sla
                   move 'SLA-PRODUTO' to lnk-param-nome
               when other
                   move 15 to wrk-dias-sla
                   move 'SLA-LGPD' to lnk-param-nome
           end-evaluate.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 1000
               move lnk-param-valor to wrk-dias-sla
           end-if.
           compute sac-prazo = function date-of-integer
               (function integer-of-date(wrk-data-hoje)
                + wrk-dias-sla).
       0140-PRAZO-EXIT.
           exit.

       0150-PROXIMO-PROTOCOLO SECTION.
      * PROTOCOLO PELO CONTROLE CENTRAL (NUMGER), COM A MESMA
      * VARREDURA DE FALLBACK DO 0120-PROXIMO-NUMERO DO CONTMANT.COB
      * PARA A SERIE AINDA NAO SEMEADA.
           move 'SAC' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-protocolo
               go to 0150-PROXIMO-PROTOCOLO-EXIT
           end-if.
           move 0 to wrk-protocolo.
           move 0 to sac-protocolo.
           start sac key is greater sac-chave
               invalid key
                   move '10' to wrk-sac-status
           end-start.
           if wrk-sac-status not = '10'
               read sac next
                   at end move '10' to wrk-sac-status
               end-read
           end-if.
           perform until wrk-sac-status = '10'
               move sac-protocolo to wrk-protocolo
               read sac next
                   at end move '10' to wrk-sac-status
               end-read
           end-perform.
           move '00' to wrk-sac-status.
           add 1 to wrk-protocolo.
           move 'SAC' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-protocolo to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0150-PROXIMO-PROTOCOLO-EXIT.
           exit.

       0160-LER-CHAMADO SECTION.
           display "protocolo: ".
           accept wrk-protocolo.
           move wrk-protocolo to sac-protocolo.
           read sac key is sac-chave
               invalid key
                   move '23' to wrk-sac-status
                   display "chamado nao encontrado"
           end-read.
       0160-LER-CHAMADO-EXIT.
           exit.

       0200-CONSULTAR SECTION.
           perform 0160-LER-CHAMADO thru 0160-LER-CHAMADO-EXIT.
           if wrk-sac-status not = '00'
               go to 0200-CONSULTAR-EXIT
           end-if.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           display "historico:".
           move sac-protocolo to sach-protocolo.
           move 0 to sach-data.
           move 0 to sach-hora.
           move 0 to sach-seq.
           start sachis key is greater sachis-chave
               invalid key
                   move '10' to wrk-sch-status
           end-start.
           if wrk-sch-status not = '10'
               read sachis next
                   at end move '10' to wrk-sch-status
               end-read
           end-if.
           perform until wrk-sch-status = '10'
                   or sach-protocolo not = sac-protocolo
               display "  " sach-data " " sach-hora(1:4) " "
                       sach-operador " " sach-sit-anterior "->"
                       sach-sit-nova " " sach-resp-novo " "
                       sach-observacao
               read sachis next
                   at end move '10' to wrk-sch-status
               end-read
           end-perform.
           move '00' to wrk-sch-status.
       0200-CONSULTAR-EXIT.
           exit.

       0210-MOSTRAR SECTION.
           perform 0220-DESCRICOES thru 0220-DESCRICOES-EXIT.
           display "protocolo: " sac-protocolo " - " wrk-desc-tipo
                   " - " wrk-desc-situacao wrk-aviso.
           display "cliente..: " sac-fone "  responsavel: "
                   sac-responsavel.
           display "aberto em: " sac-data-abertura " por "
                   sac-operador-abertura "  prazo: " sac-prazo.
           if sac-data-fechamento not = 0
               display "encerrado: " sac-data-fechamento
           end-if.
           if sac-pedido not = 0 or sac-nota not = 0
              or sac-titulo not = 0
               display "pedido: " sac-pedido "  nota: " sac-nota
                       "  titulo: " sac-titulo
           end-if.
           display "assunto..: " sac-assunto.
       0210-MOSTRAR-EXIT.
           exit.

       0220-DESCRICOES SECTION.
      * TEXTO DO TIPO E DA SITUACAO, E O AVISO DE PRAZO ESTOURADO
      * PARA O CHAMADO AINDA PENDENTE.
           accept wrk-data-hoje from date YYYYMMDD.
           evaluate true
               when sac-tipo-entrega
                   move 'ENTREGA' to wrk-desc-tipo
               when sac-tipo-cobranca
                   move 'COBRANCA' to wrk-desc-tipo
               when sac-tipo-produto
                   move 'PRODUTO' to wrk-desc-tipo
               when sac-tipo-lgpd
                   move 'LGPD' to wrk-desc-tipo
               when other
                   move sac-tipo to wrk-desc-tipo
           end-evaluate.
           evaluate true
               when sac-sit-aberto
                   move 'ABERTO' to wrk-desc-situacao
               when sac-sit-andamento
                   move 'EM ANDAMENTO' to wrk-desc-situacao
               when sac-sit-aguardando
                   move 'AGUARDANDO' to wrk-desc-situacao
               when sac-sit-resolvido
                   move 'RESOLVIDO' to wrk-desc-situacao
               when sac-sit-cancelado
                   move 'CANCELADO' to wrk-desc-situacao
               when other
                   move sac-situacao to wrk-desc-situacao
           end-evaluate.
           move spaces to wrk-aviso.
           if sac-sit-pendente and sac-prazo < wrk-data-hoje
               move ' - FORA DO PRAZO' to wrk-aviso
           end-if.
       0220-DESCRICOES-EXIT.
           exit.

       0300-ATUALIZAR SECTION.
           perform 0160-LER-CHAMADO thru 0160-LER-CHAMADO-EXIT.
           if wrk-sac-status not = '00'
               go to 0300-ATUALIZAR-EXIT
           end-if.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           move sac-situacao to wrk-sit-anterior.
           move sac-responsavel to wrk-resp-anterior.
           display "nova situacao (A-aberto T-em andamento "
                   "G-aguardando cliente R-resolvido X-cancelado, "
                   "enter = mantem): ".
           accept wrk-situacao-nova.
           inspect wrk-situacao-nova converting 'atgrx' to 'ATGRX'.
           if wrk-situacao-nova = spaces
               move wrk-sit-anterior to wrk-situacao-nova
           end-if.
           move wrk-situacao-nova to sac-situacao.
           if not sac-sit-valida
               display "situacao invalida"
               go to 0300-ATUALIZAR-EXIT
           end-if.
           move wrk-sit-anterior to sac-situacao.
           if sac-sit-encerrado and wrk-situacao-nova not =
              wrk-sit-anterior and wrk-perfil not = 'S'
               display "chamado encerrado - so o supervisor reabre"
               go to 0300-ATUALIZAR-EXIT
           end-if.
           display "novo responsavel (enter = mantem "
                   wrk-resp-anterior "): ".
           accept wrk-resp-novo.
           if wrk-resp-novo = spaces
               move wrk-resp-anterior to wrk-resp-novo
           else
               perform 0130-VALIDA-RESPONSAVEL
                   thru 0130-VALIDA-RESPONSAVEL-EXIT
               if not wrk-responsavel-ok
                   go to 0300-ATUALIZAR-EXIT
               end-if
           end-if.
           if wrk-situacao-nova = wrk-sit-anterior
              and wrk-resp-novo = wrk-resp-anterior
               display "nada alterado"
               go to 0300-ATUALIZAR-EXIT
           end-if.
           display "observacao: ".
           accept wrk-observacao.
           if wrk-observacao = spaces
               display "observacao obrigatoria - chamado nao alterado"
               go to 0300-ATUALIZAR-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-situacao-nova to sac-situacao.
           move wrk-resp-novo to sac-responsavel.
           if sac-sit-encerrado
               if wrk-situacao-nova not = wrk-sit-anterior
                   move wrk-data-hoje to sac-data-fechamento
               end-if
           else
               move 0 to sac-data-fechamento
           end-if.
           rewrite sac-reg
               invalid key
                   display "erro ao regravar chamado - status: "
                           wrk-sac-status
                   go to 0300-ATUALIZAR-EXIT
           end-rewrite.
           perform 0450-GRAVAR-HISTORICO
               thru 0450-GRAVAR-HISTORICO-EXIT.
           display "chamado " sac-protocolo " alterado".
       0300-ATUALIZAR-EXIT.
           exit.

       0400-LISTAR-CLIENTE SECTION.
      * TODOS OS CHAMADOS DO CLIENTE PELA CHAVE ALTERNADA DE
      * TELEFONE, PENDENTES E ENCERRADOS.
           display "telefone do cliente: ".
           accept wrk-fone.
           move 0 to wrk-qt-listados.
           move wrk-fone to sac-fone.
           start sac key is equal sac-fone
               invalid key
                   move '10' to wrk-sac-status
           end-start.
           if wrk-sac-status not = '10'
               read sac next
                   at end move '10' to wrk-sac-status
               end-read
           end-if.
           perform until wrk-sac-status = '10'
                   or sac-fone not = wrk-fone
               perform 0220-DESCRICOES thru 0220-DESCRICOES-EXIT
               display sac-protocolo " " sac-data-abertura " "
                       wrk-desc-tipo " " wrk-desc-situacao " "
                       sac-responsavel " prazo " sac-prazo wrk-aviso
               add 1 to wrk-qt-listados
               read sac next
                   at end move '10' to wrk-sac-status
               end-read
           end-perform.
           move '00' to wrk-sac-status.
           display wrk-qt-listados " chamado(s)".
       0400-LISTAR-CLIENTE-EXIT.
           exit.

       0450-GRAVAR-HISTORICO SECTION.
      * CHAVE = PROTOCOLO + DATA/HORA; O SEQUENCIAL SOBE ATE ACHAR
      * CHAVE LIVRE (MESMA TECNICA DO PONTMV.COB).
           move 'N' to wrk-sw-gravado.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move sac-protocolo to sach-protocolo.
           move wrk-data-hoje to sach-data.
           move wrk-hora to sach-hora.
           move 0 to sach-seq.
           move wrk-sit-anterior to sach-sit-anterior.
           move sac-situacao to sach-sit-nova.
           move wrk-resp-anterior to sach-resp-anterior.
           move sac-responsavel to sach-resp-novo.
           move wrk-operador to sach-operador.
           move wrk-observacao to sach-observacao.
           perform until wrk-historico-gravado or sach-seq = 99
               write sachis-reg
                   invalid key
                       add 1 to sach-seq
                   not invalid key
                       set wrk-historico-gravado to true
               end-write
           end-perform.
           if not wrk-historico-gravado
               display "atencao: historico do chamado nao gravado"
           end-if.
       0450-GRAVAR-HISTORICO-EXIT.
           exit.

       end program SACMANT.
