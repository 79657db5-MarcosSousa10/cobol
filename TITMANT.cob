      * VENCIMENTO RENEGOCIADO. A ACAO SO MARCA A INSTRUCAO PENDENTE
      * NO TITULO; QUEM EMITE O REGISTRO DE INSTRUCAO E APLICA O
      * EFEITO E A PROXIMA REMESSA (CNABREM.COB). CADA ACAO VAI PARA
      * TITULOS_AUD.TXT COM O OPERADOR DO SESSAO.TXT. A BAIXA MANUAL
      * TAMBEM VAI PARA BAIXAS.DAT, PARA A CONCILIACAO BANCARIA
      * (CONCBCO.COB) ACHAR O DEPOSITO NO EXTRATO. A PERDA NAO E
      * APLICADA AQUI: VIRA PEDIDO DE APROVACAO (APVGRAV) E SO OUTRO
      * SUPERVISOR, NO APROVMNT.COB, APROVA E BAIXA O TITULO.

       environment division.
       configuration section.
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select baixas assign to 'BAIXAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is baixas-chave
           file status is wrk-bxa-status.
           select titulos-aud assign to
               "TITULOS_AUD.TXT"
           organization is line sequential
       FD titulos.
       COPY TITULOS.

       FD baixas.
       COPY BAIXAS.

       FD titulos-aud.
       01 titulos-aud-reg.
           05 taud-linha pic x(100).
       working-storage section.
       77 wrk-tit-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-bxa-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-numero pic 9(08) value zeros.
       77 wrk-novo-vencto pic 9(08) value zeros.
       77 wrk-sw-achou pic x(01) value 'N'.
           88 wrk-na-tabela value 'S'.
      * REAVALIACAO DO BLOQUEIO DE INADIMPLENCIA APOS BAIXA MANUAL
      * (INADLIB) - O CLIENTE QUE QUITOU NO BALCAO NAO FICA TRAVADO
      * ATE A RODADA NOTURNA. NA PERDA, QUEM CHAMA E O APROVMNT.COB.
       COPY INADLNK.
      * PEDIDO DE APROVACAO DA PERDA (APVGRAV).
       COPY APVLNK.

       procedure division.
       0050-MENU SECTION.
               display "4 - titulos por cliente"
               display "5 - titulos por vencimento"
               display "6 - baixa manual (pagamento no balcao)"
               display "7 - pedir perda (incobravel, supervisor)"
               display "8 - relatorio anual de perdas"
               display "9 - voltar"
               display "opcao: "
               when titulos-sit-perda
                   display "situacao..: PERDA EM " titulos-data-perda
                           " - " titulos-motivo-perda
               when titulos-sit-renegociado
                   display "situacao..: RENEGOCIADO NO ACORDO "
                           titulos-acordo
           end-evaluate.
           if titulos-acordo not = 0 and not titulos-sit-renegociado
               display "acordo....: PARCELA DO ACORDO " titulos-acordo
           end-if.
           evaluate true
               when titulos-inst-baixa
                   display "instrucao.: BAIXA PENDENTE NO BANCO"
                   move 'CANCELADO' to wrk-situacao-tx
               when titulos-sit-perda
                   move 'PERDA' to wrk-situacao-tx
               when titulos-sit-renegociado
                   move 'RENEGOC.' to wrk-situacao-tx
               when other
                   move titulos-situacao to wrk-situacao-tx
           end-evaluate.
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           perform 0650-REGISTRAR-BAIXA thru 0650-REGISTRAR-BAIXA-EXIT.
           if titulos-sit-pago
               display "titulo quitado"
               move titulos-fone to lnk-inad-fone
       0600-BAIXA-MANUAL-EXIT.
           exit.

       0650-REGISTRAR-BAIXA SECTION.
      * UM REGISTRO POR TITULO E DIA - DUAS PARCIAIS DO MESMO TITULO
      * NO MESMO DIA SOMAM, COMO CAEM NO MESMO DEPOSITO.
           open i-o baixas.
           if wrk-bxa-status = '35'
               open output baixas
               close baixas
               open i-o baixas
           end-if.
           if wrk-bxa-status not = '00'
               display "baixa nao registrada para a conciliacao - "
                       "status: " wrk-bxa-status
               go to 0650-REGISTRAR-BAIXA-EXIT
           end-if.
           move wrk-data-hoje to baixas-data.
           move 'M' to baixas-origem.
           move titulos-numero to baixas-ref.
           read baixas key is baixas-chave
               invalid key
                   move 0 to baixas-valor
                   move 0 to baixas-qtde
                   move 'N' to baixas-conciliada
                   move 0 to baixas-data-conc
                   move spaces to baixas-extrato
                   move wrk-operador to baixas-operador
                   add wrk-valor-recebido to baixas-valor
                   add 1 to baixas-qtde
                   write baixas-reg
                       invalid key
                           display "baixa nao registrada para a "
                                   "conciliacao"
                   end-write
                   close baixas
                   go to 0650-REGISTRAR-BAIXA-EXIT
           end-read.
           add wrk-valor-recebido to baixas-valor.
           add 1 to baixas-qtde.
           rewrite baixas-reg
               invalid key
                   display "baixa nao registrada para a conciliacao"
           end-rewrite.
           close baixas.
       0650-REGISTRAR-BAIXA-EXIT.
           exit.

       0700-DAR-PERDA SECTION.
      * PERDA (WRITE-OFF) DE TITULO INCOBRAVEL: SO SUPERVISOR, COM
      * MOTIVO OBRIGATORIO - O TITULO SAI DO AGING E DA CHECAGEM DE
      * CREDITO MAS FICA NO ARQUIVO PARA O RELATORIO ANUAL. AQUI SO
      * SE PEDE: A PERDA E APLICADA QUANDO OUTRO SUPERVISOR APROVA O
      * PEDIDO NO APROVMNT.COB.
           if wrk-perfil not = 'S'
               display "somente supervisor pede perda em titulo"
               go to 0700-DAR-PERDA-EXIT
           end-if.
           display "numero do titulo: ".
               display "motivo obrigatorio - perda recusada"
               go to 0700-DAR-PERDA-EXIT
           end-if.
           move 'PERDA' to lnk-apv-operacao.
           move titulos-numero to lnk-apv-alvo.
           compute lnk-apv-valor-antes =
               titulos-valor - titulos-valor-pago.
           move 0 to lnk-apv-valor-depois.
           move spaces to lnk-apv-antes.
           move spaces to lnk-apv-depois.
           move wrk-motivo to lnk-apv-motivo.
           move wrk-operador to lnk-apv-solicitante.
           call 'APVGRAV' using lnk-apv-area.
           evaluate true
               when lnk-apv-gravada
                   move 'PERDA-PED' to wrk-aud-acao
                   move spaces to wrk-aud-detalhe
                   string 'PEDIDO ' delimited by size
                          lnk-apv-numero delimited by size
                          ' - ' delimited by size
                          wrk-motivo delimited by size
                     into wrk-aud-detalhe
                   end-string
                   perform 0900-GRAVAR-AUDITORIA
                       thru 0900-GRAVAR-AUDITORIA-EXIT
                   display "perda pedida (pedido " lnk-apv-numero
                           ") - aguarda aprovacao de outro supervisor"
               when lnk-apv-ja-pendente
                   display "ja ha pedido de perda pendente para o "
                           "titulo: " lnk-apv-numero
               when other
                   display "pedido de aprovacao nao gravado"
           end-evaluate.
       0700-DAR-PERDA-EXIT.
           exit.

