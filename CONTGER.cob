       identification division.
       program-id. CONTGER.
      * PASSO NOTURNO DOS CONTRATOS DE FORNECIMENTO (CONTRATOS.DAT):
      * NO DIA DE FATURAMENTO DE CADA CONTRATO ATIVO GERA O PEDIDO DO
      * MES (CABECALHO EM PEDIDOS.DAT E ITENS EM PEDITENS.DAT, COM A
      * RESERVA DE ESTOQUE E A LINHA NA AUDITORIA DO PEDIDO), COM AS
      * MESMAS TRAVAS DA INCLUSAO DO PEDIDOS.COB: CLIENTE INATIVO OU
      * BLOQUEADO POR INADIMPLENCIA NAO GERA, E O LIMITE DE CREDITO
      * ESTOURADO - SEM OPERADOR PARA LIBERAR A NOITE - FICA
      * BLOQUEADO NO MESMO LOG DE EXCECOES DO DIA. O QUE NAO GEROU
      * SAI NO RELATORIO COM O MOTIVO E E TENTADO DE NOVO NA NOITE
      * SEGUINTE, ATE PASSAR A COMPETENCIA. CONTRATO VENCIDO OU COM
      * AS PARCELAS CUMPRIDAS E ENCERRADO; OS QUE VENCEM NOS PROXIMOS
      * N DIAS (CONTGER/DIAS-AVISO, DEFAULT 30) SAEM NO AVISO NO FIM
      * DO RELATORIO. SAI EM CONTRATOS_NOITE.TXT E NA TELA.

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
           select pedidos assign to 'PEDIDOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select peditens assign to 'PEDITENS.DAT'
           organization is indexed
           access mode is dynamic
           record key is peditens-chave
           file status is wrk-itn-status.
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
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select bloqueios-log assign to
               "PEDIDOS_BLOQUEADOS.TXT"
           organization is line sequential
           file status is wrk-blq-status.
           select pedidos-aud assign to
               "PEDIDOS_AUD.TXT"
           organization is line sequential
           file status is wrk-aud-status.
           select contratos-out assign to
               "CONTRATOS_NOITE.TXT"
           organization is line sequential
           file status is wrk-out-status.
       data division.
       file section.
       FD contratos.
       COPY CONTRATOS.

       FD ctritens.
       COPY CTRITENS.

       FD pedidos.
       COPY PEDIDOS.

       FD peditens.
       COPY PEDITENS.

       FD clientes.
       COPY CLIENTES.

       FD produtos.
       COPY PRODUTOS.

       FD titulos.
       COPY TITULOS.

       FD bloqueios-log.
       01 bloqueios-reg.
           05 blq-linha pic x(100).

       FD pedidos-aud.
       01 pedidos-aud-reg.
           05 paud-linha pic x(100).

       FD contratos-out.
       01 contratos-out-reg.
           05 out-linha pic x(120).

       working-storage section.
       77 wrk-ctr-status pic x(02).
       77 wrk-cti-status pic x(02).
       77 wrk-ped-status pic x(02).
       77 wrk-itn-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-prd-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-blq-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-out-status pic x(02).
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-comp-hoje pic 9(06) value zeros.
       77 wrk-dia-hoje pic 9(02) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-amanha pic 9(08) value zeros.
       77 wrk-hora-aud pic x(08) value spaces.
      * ULTIMO DIA DO MES - CONTRATO COM DIA DE FATURAMENTO MAIOR QUE
      * O MES (31 EM FEVEREIRO, POR EXEMPLO) SAI HOJE.
       77 wrk-sw-fim-mes pic x(01) value 'N'.
           88 wrk-fim-de-mes value 'S'.
       77 wrk-dias-aviso pic 9(03) value 30.
       COPY PARAMLNK.
       COPY NUMLNK.
       77 wrk-faltam pic s9(07) value zeros.
       77 wrk-faltam-ED pic -zzzzz9 value zeros.
       77 wrk-motivo pic x(45) value spaces.
       77 wrk-sw-devido pic x(01) value 'N'.
           88 wrk-contrato-devido value 'S'.
       77 wrk-sw-catalogo pic x(01) value 'N'.
           88 wrk-catalogo-aberto value 'S'.
       77 wrk-limite pic 9(08)v99 value zeros.
       77 wrk-saldo-aberto pic 9(10)v99 value zeros.
       77 wrk-total pic 9(08)v99 value zeros.
       77 wrk-total-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-limite-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-saldo-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-num-pedido pic 9(06) value zeros.
      * ITENS DO CONTRATO CORRENTE, CONFERIDOS NO CATALOGO ANTES DE
      * GRAVAR QUALQUER COISA DO PEDIDO.
       77 wrk-qt-itens pic 9(03) value zeros.
       77 wrk-ix-item pic 9(03) value zeros.
       01 tab-itens-ctr.
           05 tab-cti-item occurs 99 times.
               10 tab-cti-codigo  pic 9(05).
               10 tab-cti-produto pic x(30).
               10 tab-cti-qtde    pic 9(03).
               10 tab-cti-valor   pic 9(08)v99.
               10 tab-cti-preco   pic 9(08)v99.
      * ITEM DE KIT RESERVA TAMBEM OS COMPONENTES (MESMA REGRA DO
      * 0345-RESERVAR-KIT DO PEDIDOS.COB).
       COPY KITLNK.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-comp-qtde pic 9(07) value zeros.
       77 wrk-qt-lidos pic 9(05) value zeros.
       77 wrk-qt-gerados pic 9(05) value zeros.
       77 wrk-qt-falhas pic 9(05) value zeros.
       77 wrk-qt-encerrados pic 9(05) value zeros.
       77 wrk-qt-suspensos pic 9(05) value zeros.
       77 wrk-qt-vencendo pic 9(05) value zeros.
       77 wrk-linha pic x(120) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-data-hoje(1:6) to wrk-comp-hoje.
           move wrk-data-hoje(7:2) to wrk-dia-hoje.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           compute wrk-amanha =
               function date-of-integer(wrk-dias-hoje + 1).
           if wrk-amanha(7:2) = '01'
               set wrk-fim-de-mes to true
           end-if.
           move 'CONTGER' to lnk-param-programa.
           move 'DIAS-AVISO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-dias-aviso
           end-if.
           open output contratos-out.
           open i-o contratos.
           if wrk-ctr-status not = '00'
               move 'CONTRATOS - NENHUM CONTRATO CADASTRADO'
                 to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close contratos-out
               go to 0300-final
           end-if.
           open input ctritens.
           open i-o pedidos.
           if wrk-ped-status = '35'
               open output pedidos
               close pedidos
               open i-o pedidos
           end-if.
           open i-o peditens.
           if wrk-itn-status = '35'
               open output peditens
               close peditens
               open i-o peditens
           end-if.
           move spaces to wrk-linha.
           string 'CONTRATOS DE FORNECIMENTO - PEDIDOS DE '
                                               delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0100-VARRER thru 0100-VARRER-EXIT.
           perform 0400-AVISO-VENCIMENTO
               thru 0400-AVISO-VENCIMENTO-EXIT.
           move spaces to wrk-linha.
           string 'CONTRATOS LIDOS: ' delimited by size
                  wrk-qt-lidos delimited by size
                  '  PEDIDOS GERADOS: ' delimited by size
                  wrk-qt-gerados delimited by size
                  '  NAO GERADOS: ' delimited by size
                  wrk-qt-falhas delimited by size
                  '  ENCERRADOS: ' delimited by size
                  wrk-qt-encerrados delimited by size
                  '  SUSPENSOS: ' delimited by size
                  wrk-qt-suspensos delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close peditens.
           close pedidos.
           close ctritens.
           close contratos.
           close contratos-out.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-VARRER SECTION.
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
               add 1 to wrk-qt-lidos
               perform 0150-CONTRATO thru 0150-CONTRATO-EXIT
               read contratos next
                   at end move '10' to wrk-ctr-status
               end-read
           end-perform.
           move '00' to wrk-ctr-status.
       0100-VARRER-EXIT.
           exit.

       0150-CONTRATO SECTION.
           if ctr-sit-encerrado
               go to 0150-CONTRATO-EXIT
           end-if.
      * PASSOU DO FIM - ENCERRA, ESTEJA ATIVO OU SUSPENSO.
           if wrk-data-hoje > ctr-fim
               move 'VENCIDO EM' to wrk-motivo
               move ctr-fim to wrk-motivo(12:8)
               perform 0190-ENCERRAR thru 0190-ENCERRAR-EXIT
               go to 0150-CONTRATO-EXIT
           end-if.
           if ctr-sit-suspenso
               add 1 to wrk-qt-suspensos
               go to 0150-CONTRATO-EXIT
           end-if.
           perform 0160-VERIFICA-DIA thru 0160-VERIFICA-DIA-EXIT.
           if not wrk-contrato-devido
               go to 0150-CONTRATO-EXIT
           end-if.
           move spaces to wrk-motivo.
           perform 0200-GERAR-PEDIDO thru 0200-GERAR-PEDIDO-EXIT.
           if wrk-motivo not = spaces
               add 1 to wrk-qt-falhas
               move spaces to wrk-linha
               string 'NAO GERADO  CONTRATO ' delimited by size
                      ctr-numero delimited by size
                      ' CLIENTE ' delimited by size
                      ctr-fone delimited by size
                      ' - ' delimited by size
                      wrk-motivo delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               go to 0150-CONTRATO-EXIT
           end-if.
           add 1 to wrk-qt-gerados.
           add 1 to ctr-qt-geradas.
           move wrk-comp-hoje to ctr-ultima-comp.
           move wrk-num-pedido to ctr-ultimo-pedido.
           move 'NOTURNO' to ctr-operador.
           move wrk-total to wrk-total-ED.
           move spaces to wrk-linha.
           string 'GERADO      CONTRATO ' delimited by size
                  ctr-numero delimited by size
                  ' CLIENTE ' delimited by size
                  ctr-fone delimited by size
                  ' - PEDIDO ' delimited by size
                  wrk-num-pedido delimited by size
                  ' PARCELA ' delimited by size
                  ctr-qt-geradas delimited by size
                  ' ' delimited by size
                  wrk-total-ED delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
      * ULTIMA PARCELA CONTRATADA - ENCERRA JA NESTA NOITE.
           if ctr-parcelas not = 0
              and ctr-qt-geradas not < ctr-parcelas
               move 'PARCELAS CUMPRIDAS' to wrk-motivo
               perform 0190-ENCERRAR thru 0190-ENCERRAR-EXIT
               go to 0150-CONTRATO-EXIT
           end-if.
           rewrite contratos-reg
               invalid key
                   display "contrato " ctr-numero " nao atualizado"
           end-rewrite.
       0150-CONTRATO-EXIT.
           exit.

       0160-VERIFICA-DIA SECTION.
      * DEVIDO HOJE: JA COMECOU, A COMPETENCIA AINDA NAO FOI GERADA,
      * O DIA DE FATURAMENTO CHEGOU (OU E O ULTIMO DIA DO MES) E O
      * DIA DE FATURAMENTO DESTE MES NAO CAI ANTES DO INICIO. A NOITE
      * QUE FALHOU OU NAO RODOU E RECUPERADA NA SEGUINTE, DENTRO DO
      * MES.
           move 'N' to wrk-sw-devido.
           if ctr-inicio > wrk-data-hoje
              or ctr-ultima-comp not < wrk-comp-hoje
               go to 0160-VERIFICA-DIA-EXIT
           end-if.
           if ctr-parcelas not = 0
              and ctr-qt-geradas not < ctr-parcelas
               go to 0160-VERIFICA-DIA-EXIT
           end-if.
           if wrk-dia-hoje < ctr-dia-fatura and not wrk-fim-de-mes
               go to 0160-VERIFICA-DIA-EXIT
           end-if.
           if ctr-inicio(1:6) = wrk-comp-hoje
              and ctr-dia-fatura < ctr-inicio(7:2)
               go to 0160-VERIFICA-DIA-EXIT
           end-if.
           set wrk-contrato-devido to true.
       0160-VERIFICA-DIA-EXIT.
           exit.

       0190-ENCERRAR SECTION.
           move 'E' to ctr-situacao.
           move 'NOTURNO' to ctr-operador.
           rewrite contratos-reg
               invalid key
                   display "contrato " ctr-numero " nao encerrado"
                   go to 0190-ENCERRAR-EXIT
           end-rewrite.
           add 1 to wrk-qt-encerrados.
           move spaces to wrk-linha.
           string 'ENCERRADO   CONTRATO ' delimited by size
                  ctr-numero delimited by size
                  ' CLIENTE ' delimited by size
                  ctr-fone delimited by size
                  ' - ' delimited by size
                  wrk-motivo delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0190-ENCERRAR-EXIT.
           exit.

       0200-GERAR-PEDIDO SECTION.
      * MESMO ROTEIRO DO 0550-GERAR-PEDIDO DO FRETE.COB. QUALQUER
      * RECUSA DEIXA O MOTIVO EM WRK-MOTIVO E NADA GRAVADO.
           perform 0210-VALIDA-CLIENTE thru 0210-VALIDA-CLIENTE-EXIT.
           if wrk-motivo not = spaces
               go to 0200-GERAR-PEDIDO-EXIT
           end-if.
           perform 0220-CARREGAR-ITENS thru 0220-CARREGAR-ITENS-EXIT.
           if wrk-motivo not = spaces
               go to 0200-GERAR-PEDIDO-EXIT
           end-if.
           if wrk-limite > 0
               perform 0230-VERIFICA-CREDITO
                   thru 0230-VERIFICA-CREDITO-EXIT
               if wrk-motivo not = spaces
                   go to 0200-GERAR-PEDIDO-EXIT
               end-if
           end-if.
           perform 0240-PROXIMO-NUMERO thru 0240-PROXIMO-NUMERO-EXIT.
           move spaces to pedidos-reg.
           move wrk-num-pedido to pedidos-numero.
           move ctr-fone to pedidos-fone.
           move wrk-data-hoje to pedidos-data.
           move wrk-qt-itens to pedidos-qt-itens.
           move wrk-total to pedidos-total.
           move 'A' to pedidos-situacao.
           move ctr-vendedor to pedidos-vendedor.
           move 0 to pedidos-nf.
           move 0 to pedidos-parcelas.
           move 0 to pedidos-frete.
           move 0 to pedidos-prazo.
           move spaces to pedidos-entrega.
           move 0 to pedidos-ent-cep.
           move 0 to pedidos-origem.
           move 0 to pedidos-backorder.
           move 0 to pedidos-devolvido.
           move 0 to pedidos-deposito.
           move 0 to pedidos-separado.
           move space to pedidos-retido.
           move ctr-numero to pedidos-contrato.
           move 0 to pedidos-pontos-usados.
           move 0 to pedidos-desc-pontos.
           move 0 to pedidos-transp.
           write pedidos-reg
               invalid key
                   move 'NUMERO DE PEDIDO JA EXISTE' to wrk-motivo
                   go to 0200-GERAR-PEDIDO-EXIT
           end-write.
           move 'N' to wrk-sw-catalogo.
           open i-o produtos.
           if wrk-prd-status = '00'
               set wrk-catalogo-aberto to true
           end-if.
           perform varying wrk-ix-item from 1 by 1
                   until wrk-ix-item > wrk-qt-itens
               perform 0250-GRAVAR-ITEM thru 0250-GRAVAR-ITEM-EXIT
           end-perform.
           if wrk-catalogo-aberto
               close produtos
           end-if.
           perform 0270-GRAVAR-AUDITORIA
               thru 0270-GRAVAR-AUDITORIA-EXIT.
       0200-GERAR-PEDIDO-EXIT.
           exit.

       0210-VALIDA-CLIENTE SECTION.
      * MESMO CRITERIO DO 0110-VALIDA-CLIENTE DO PEDIDOS.COB.
           move 0 to wrk-limite.
           open input clientes.
           if wrk-cli-status not = '00'
               move 'CADASTRO DE CLIENTES INDISPONIVEL' to wrk-motivo
               go to 0210-VALIDA-CLIENTE-EXIT
           end-if.
           move ctr-fone to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   move 'CLIENTE NAO CADASTRADO' to wrk-motivo
               not invalid key
                   if not clientes-sit-ativo
                       move 'CLIENTE INATIVO' to wrk-motivo
                   else
                       if clientes-bloqueado-atraso
                           move 'CLIENTE BLOQUEADO POR INADIMPLENCIA'
                             to wrk-motivo
                       else
                           move clientes-limite to wrk-limite
                       end-if
                   end-if
           end-read.
           close clientes.
       0210-VALIDA-CLIENTE-EXIT.
           exit.

       0220-CARREGAR-ITENS SECTION.
      * PRODUTO QUE SAIU DO CATALOGO OU FOI INATIVADO SEGURA O PEDIDO
      * INTEIRO - O CONTRATO PRECISA SER REVISTO NO CONTMANT.
           move 0 to wrk-qt-itens.
           move 0 to wrk-total.
           open input produtos.
           if wrk-prd-status not = '00'
               move 'CATALOGO DE PRODUTOS INDISPONIVEL' to wrk-motivo
               go to 0220-CARREGAR-ITENS-EXIT
           end-if.
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
                   or wrk-motivo not = spaces
               move ctri-codigo to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       move 'PRODUTO FORA DO CATALOGO' to wrk-motivo
                       move ctri-codigo to wrk-motivo(26:5)
                   not invalid key
                       if not produtos-sit-ativo
                           move 'PRODUTO INATIVO' to wrk-motivo
                           move ctri-codigo to wrk-motivo(17:5)
                       end-if
               end-read
               if wrk-motivo = spaces and wrk-qt-itens < 99
                   add 1 to wrk-qt-itens
                   move ctri-codigo to tab-cti-codigo(wrk-qt-itens)
                   move produtos-descricao
                     to tab-cti-produto(wrk-qt-itens)
                   move ctri-qtde to tab-cti-qtde(wrk-qt-itens)
                   move ctri-valor to tab-cti-valor(wrk-qt-itens)
                   move produtos-preco to tab-cti-preco(wrk-qt-itens)
                   compute wrk-total = wrk-total
                                     + (ctri-qtde * ctri-valor)
               end-if
               read ctritens next
                   at end move '10' to wrk-cti-status
               end-read
           end-perform.
           move '00' to wrk-cti-status.
           close produtos.
           if wrk-motivo = spaces and wrk-qt-itens = 0
               move 'CONTRATO SEM ITENS' to wrk-motivo
           end-if.
       0220-CARREGAR-ITENS-EXIT.
           exit.

       0230-VERIFICA-CREDITO SECTION.
      * MESMA CONTA DO 0150-VERIFICA-CREDITO DO PEDIDOS.COB, SEM A
      * LIBERACAO PELO OPERADOR: ESTOURANDO, O PEDIDO NAO SAI E O
      * BLOQUEIO VAI PARA O LOG DE EXCECOES DO DIA (OPCAO 6 DO
      * PEDIDOS.COB), COM O NUMERO DO CONTRATO NO LUGAR DO PEDIDO.
           move 0 to wrk-saldo-aberto.
           open input titulos.
           if wrk-tit-status = '00'
               move ctr-fone to titulos-fone
               start titulos key is equal titulos-fone
                   invalid key
                       move '10' to wrk-tit-status
               end-start
               if wrk-tit-status not = '10'
                   read titulos next
                       at end move '10' to wrk-tit-status
                   end-read
               end-if
               perform until wrk-tit-status = '10'
                       or titulos-fone not = ctr-fone
                   if titulos-sit-aberto or titulos-sit-rejeitado
                       compute wrk-saldo-aberto = wrk-saldo-aberto +
                           (titulos-valor - titulos-valor-pago)
                   end-if
                   read titulos next
                       at end move '10' to wrk-tit-status
                   end-read
               end-perform
               close titulos
           end-if.
           if wrk-saldo-aberto + wrk-total not greater wrk-limite
               go to 0230-VERIFICA-CREDITO-EXIT
           end-if.
           move 'LIMITE DE CREDITO ESTOURADO' to wrk-motivo.
           move wrk-total to wrk-total-ED.
           move wrk-limite to wrk-limite-ED.
           move wrk-saldo-aberto to wrk-saldo-ED.
           open extend bloqueios-log.
           if wrk-blq-status = '35'
               open output bloqueios-log
           end-if.
           move spaces to blq-linha.
           string wrk-data-hoje delimited by size
                  ';'           delimited by size
                  ctr-fone      delimited by size
                  ';'           delimited by size
                  ctr-numero    delimited by size
                  ';'           delimited by size
                  wrk-total-ED  delimited by size
                  ';'           delimited by size
                  wrk-limite-ED delimited by size
                  ';'           delimited by size
                  wrk-saldo-ED  delimited by size
             into blq-linha
           end-string.
           string ';BLOQUEADO' delimited by size
             into blq-linha(79:)
           end-string.
           write bloqueios-reg.
           close bloqueios-log.
       0230-VERIFICA-CREDITO-EXIT.
           exit.

       0240-PROXIMO-NUMERO SECTION.
      * O NUMERO DO PEDIDO VEM DO CONTROLE CENTRAL (NUMGER), COMO NO
      * PEDIDOS.COB - A VARREDURA SO RODA COM A SERIE NAO SEMEADA.
           move 'PEDIDO' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-num-pedido
               go to 0240-PROXIMO-NUMERO-EXIT
           end-if.
           move 0 to wrk-num-pedido.
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
               move pedidos-numero to wrk-num-pedido
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-perform.
           move '00' to wrk-ped-status.
           add 1 to wrk-num-pedido.
           move 'PEDIDO' to lnk-num-serie.
           move 'S' to lnk-num-op.
           move wrk-num-pedido to lnk-num-valor.
           call 'NUMGER' using lnk-num-area.
       0240-PROXIMO-NUMERO-EXIT.
           exit.

       0250-GRAVAR-ITEM SECTION.
      * LINHA DO PEDIDO NO PRECO DO CONTRATO, COM O PRECO DE TABELA
      * DA HORA GRAVADO AO LADO, E A RESERVA DE ESTOQUE DO PRODUTO
      * (MESMO EFEITO DO 0340-RESERVAR DO PEDIDOS.COB).
           move spaces to peditens-reg.
           move wrk-num-pedido to itens-pedido.
           move wrk-ix-item to itens-linha.
           move tab-cti-codigo(wrk-ix-item) to itens-codigo.
           move tab-cti-produto(wrk-ix-item) to itens-produto.
           move tab-cti-qtde(wrk-ix-item) to itens-qtde.
           move tab-cti-valor(wrk-ix-item) to itens-valor.
           move tab-cti-preco(wrk-ix-item) to itens-preco-tab.
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
                   display "pedido " wrk-num-pedido " item "
                           wrk-ix-item " nao gravado"
                   go to 0250-GRAVAR-ITEM-EXIT
           end-write.
           if not wrk-catalogo-aberto
               go to 0250-GRAVAR-ITEM-EXIT
           end-if.
           move tab-cti-codigo(wrk-ix-item) to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   go to 0250-GRAVAR-ITEM-EXIT
           end-read.
           add tab-cti-qtde(wrk-ix-item) to produtos-reservado.
           rewrite produtos-reg
               invalid key
                   display "reserva nao atualizada: " produtos-codigo
           end-rewrite.
           if produtos-e-kit
               perform 0255-RESERVAR-KIT thru 0255-RESERVAR-KIT-EXIT
           end-if.
       0250-GRAVAR-ITEM-EXIT.
           exit.

       0255-RESERVAR-KIT SECTION.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
                      or lnk-kit-nao-achado
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       continue
                   not invalid key
                       compute wrk-comp-qtde = tab-cti-qtde(wrk-ix-item)
                           * lnk-kit-comp-qtde(wrk-ix-comp)
                       add wrk-comp-qtde to produtos-reservado
                       rewrite produtos-reg
                           invalid key
                               display "reserva nao atualizada: "
                                       produtos-codigo
                       end-rewrite
               end-read
           end-perform.
       0255-RESERVAR-KIT-EXIT.
           exit.

       0270-GRAVAR-AUDITORIA SECTION.
      * LINHA NA AUDITORIA DO PEDIDO NO FORMATO DO
      * 0170-GRAVAR-AUDITORIA DO PEDIDOS.COB, COM O EVENTO CONTRATO E
      * O PASSO NOTURNO NO LUGAR DO OPERADOR.
           accept wrk-hora-aud from time.
           open extend pedidos-aud.
           if wrk-aud-status = '35'
               open output pedidos-aud
           end-if.
           move wrk-total to wrk-total-ED.
           move spaces to paud-linha.
           string wrk-data-hoje  delimited by size
                  ' '            delimited by size
                  wrk-hora-aud   delimited by size
                  ';CONTRATO;'   delimited by size
                  wrk-num-pedido delimited by size
                  ';A;'          delimited by size
                  wrk-total-ED   delimited by size
                  ';NOTURNO'     delimited by size
             into paud-linha
           end-string.
           write pedidos-aud-reg.
           close pedidos-aud.
       0270-GRAVAR-AUDITORIA-EXIT.
           exit.

       0400-AVISO-VENCIMENTO SECTION.
      * CONTRATOS ATIVOS OU SUSPENSOS QUE VENCEM DENTRO DA JANELA -
      * TEMPO PARA O COMERCIAL RENOVAR (OPCAO 4 DO CONTMANT).
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
               if not ctr-sit-encerrado
                   compute wrk-faltam =
                       function integer-of-date(ctr-fim)
                       - wrk-dias-hoje
                   if wrk-faltam not > wrk-dias-aviso
                       perform 0410-LINHA-AVISO
                           thru 0410-LINHA-AVISO-EXIT
                   end-if
               end-if
               read contratos next
                   at end move '10' to wrk-ctr-status
               end-read
           end-perform.
           move '00' to wrk-ctr-status.
       0400-AVISO-VENCIMENTO-EXIT.
           exit.

       0410-LINHA-AVISO SECTION.
           if wrk-qt-vencendo = 0
               move spaces to wrk-linha
               string 'CONTRATOS QUE VENCEM EM ATE ' delimited by size
                      wrk-dias-aviso delimited by size
                      ' DIAS' delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
           add 1 to wrk-qt-vencendo.
           move wrk-faltam to wrk-faltam-ED.
           move spaces to wrk-linha.
           string 'A VENCER    CONTRATO ' delimited by size
                  ctr-numero delimited by size
                  ' CLIENTE ' delimited by size
                  ctr-fone delimited by size
                  ' - FIM ' delimited by size
                  ctr-fim delimited by size
                  ' (' delimited by size
                  wrk-faltam-ED delimited by size
                  ' DIAS)' delimited by size
             into wrk-linha
           end-string.
           if ctr-sit-suspenso
               move 'SUSPENSO' to wrk-linha(75:8)
           end-if.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0410-LINHA-AVISO-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to out-linha.
           write contratos-out-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       end program CONTGER.
