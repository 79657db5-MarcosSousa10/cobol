      * REMESSA, COM OS DADOS DO PAGADOR PUXADOS DE CLIENTES.DAT PELO
      * TELEFONE - ACABA COM A DIGITACAO MANUAL NO PORTAL DO BANCO.
      * O PEDIDO ENVIADO MUDA DE FATURADO PARA COBRADO, PARA NAO
      * ENTRAR DE NOVO NA PROXIMA REMESSA. AS PARCELAS DE ACORDO DE
      * RENEGOCIACAO (ACORDOS.COB) E AS MENSALIDADES ESCOLARES
      * (MENSALID.COB), QUE JA NASCEM EM TITULOS.DAT, SAEM NA REMESSA
      * SEGUINTE PELA MARCA DE REGISTRO PENDENTE.

       environment division.
       configuration section.
           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
      * (NUMGER) - A VARREDURA ANTIGA FICOU SO DE FALLBACK PARA
      * SERIE AINDA NAO SEMEADA.
       COPY NUMLNK.
       COPY DIAUTLNK.
       77 wrk-qt-parcelas pic 9(02) value zeros.
       77 wrk-parcela pic 9(02) value zeros.
       77 wrk-valor-parcela pic 9(08)v99 value zeros.
       77 wrk-valor-primeira pic 9(08)v99 value zeros.
      * VALOR A COBRAR DO PEDIDO - O TOTAL MENOS O QUE JA VOLTOU EM
      * DEVOLUCAO (DEVOLUC.COB) ANTES DA REMESSA.
       77 wrk-valor-cobrar pic s9(08)v99 value zeros.
      * REGISTRO HEADER DA REMESSA (TIPO 0).
       01 rem-header.
           05 filler        pic x(01) value '0'.
           perform 0080-PROXIMO-TITULO thru 0080-PROXIMO-TITULO-EXIT.
           perform 0100-GRAVAR-HEADER thru 0100-GRAVAR-HEADER-EXIT.
           perform 0200-VARRER-PEDIDOS thru 0200-VARRER-PEDIDOS-EXIT.
           perform 0250-VARRER-AVULSOS thru 0250-VARRER-AVULSOS-EXIT.
           perform 0260-VARRER-INSTRUCOES
               thru 0260-VARRER-INSTRUCOES-EXIT.
           perform 0280-GRAVAR-TRAILER thru 0280-GRAVAR-TRAILER-EXIT.
           if wrk-qt-parcelas = 0
               move 1 to wrk-qt-parcelas
           end-if.
      * PEDIDO DEVOLVIDO POR INTEIRO ANTES DA REMESSA NAO GERA
      * TITULO, MAS SAI DA FILA DE FATURADOS DO MESMO JEITO.
           compute wrk-valor-cobrar = pedidos-total - pedidos-devolvido.
           if wrk-valor-cobrar not greater 0
               display "pedido " pedidos-numero
                       " devolvido por inteiro - sem titulo"
           else
      * RATEIO: AS PARCELAS SAEM IGUAIS E A DIFERENCA DO
      * ARREDONDAMENTO FICA NA PRIMEIRA.
               divide wrk-valor-cobrar by wrk-qt-parcelas
                   giving wrk-valor-parcela
               compute wrk-valor-primeira = wrk-valor-cobrar -
                   (wrk-valor-parcela * (wrk-qt-parcelas - 1))
               perform 0230-EMITIR-PARCELA
                   thru 0230-EMITIR-PARCELA-EXIT
                   varying wrk-parcela from 1 by 1
                   until wrk-parcela > wrk-qt-parcelas
           end-if.
      * PEDIDO ENVIADO NA REMESSA VIRA COBRADO.
           move 'B' to pedidos-situacao.
           rewrite pedidos-reg
           move 0 to titulos-nivel-cobranca.
           move 0 to titulos-data-perda.
           move spaces to titulos-motivo-perda.
           move 0 to titulos-acordo.
           move 0 to titulos-aluno.
           move 0 to titulos-competencia.
           move spaces to titulos-registro.
           write titulos-reg
               invalid key
                   display "titulo " wrk-num-titulo " ja existe"
                   go to 0230-EMITIR-PARCELA-EXIT
           end-write.
           perform 0235-GRAVAR-DETALHE thru 0235-GRAVAR-DETALHE-EXIT.
       0230-EMITIR-PARCELA-EXIT.
           exit.

       0235-GRAVAR-DETALHE SECTION.
      * DETALHE DA REMESSA E LINHA DO CONTROLE PARA O TITULO CORRENTE,
      * COM O PAGADOR JA LIDO EM CLIENTES-REG.
           add 1 to wrk-qt-detalhes.
           add 1 to wrk-seq-registro.
           add titulos-valor to wrk-tot-valor.
           move titulos-numero to det-titulo.
           move titulos-emissao to det-emissao.
           move titulos-vencimento to det-vencto.
           move titulos-valor to wrk-valor-13.
           move wrk-valor-13 to det-valor.
           move clientes-documento to det-documento.
           move titulos-valor to rem-valor.
           move spaces to rem-inst-codigo.
           perform 0290-GRAVAR-REGISTRO thru 0290-GRAVAR-REGISTRO-EXIT.
       0235-GRAVAR-DETALHE-EXIT.
           exit.

       0250-VARRER-AVULSOS SECTION.
      * TITULOS GRAVADOS FORA DO FATURAMENTO (PARCELAS DE ACORDO E
      * MENSALIDADES) COM REGISTRO PENDENTE: SAEM COMO DETALHE COMUM E
      * A MARCA E LIMPA.
      * CLIENTE SUMIDO DO CADASTRO FICA PARA A PROXIMA REMESSA.
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
               if titulos-reg-pendente and titulos-sit-aberto
                   move titulos-fone to clientes-fone
                   read clientes key is clientes-chave
                       invalid key
                           display "titulo " titulos-numero
                                   " sem cliente no cadastro - fora "
                                   "da remessa"
                       not invalid key
                           perform 0235-GRAVAR-DETALHE
                               thru 0235-GRAVAR-DETALHE-EXIT
                           move spaces to titulos-registro
                           rewrite titulos-reg
                               invalid key
                                   display "titulo " titulos-numero
                                           " nao atualizado"
                           end-rewrite
                   end-read
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
       0250-VARRER-AVULSOS-EXIT.
           exit.

       0260-VARRER-INSTRUCOES SECTION.
           move titulos-valor to rem-valor.
           move ins-codigo to rem-inst-codigo.
           perform 0290-GRAVAR-REGISTRO thru 0290-GRAVAR-REGISTRO-EXIT.
      * O EFEITO DO COMANDO E APLICADO NO TITULO E A MARCA LIMPA - O
      * RENEGOCIADO CONTINUA RENEGOCIADO (A DIVIDA ESTA NO ACORDO) E
      * O PAGO POR PIX CONTINUA PAGO (SO O BOLETO SAI DO BANCO).
           if titulos-inst-baixa
               if not titulos-sit-renegociado
                  and not titulos-sit-pago
                   move 'C' to titulos-situacao
               end-if
           else
               move titulos-novo-vencto to titulos-vencimento
               move 0 to titulos-novo-vencto
       0240-CALCULA-VENCIMENTO SECTION.
      * VENCIMENTO = EMISSAO MAIS WRK-PARCELA MESES (1 NO PEDIDO A
      * VISTA, COMO SEMPRE FOI), COM O DIA TRAVADO EM 28 PARA NAO
      * CAIR EM DIA INEXISTENTE DE FEVEREIRO. CAINDO EM FIM DE
      * SEMANA OU FERIADO, VAI PARA O PROXIMO DIA UTIL (DIAUTIL) - O
      * BANCO COBRA TARIFA POR VENCIMENTO EM DIA NAO UTIL.
           move wrk-data-hoje(1:4) to wrk-venc-ano.
           move wrk-data-hoje(5:2) to wrk-venc-mes.
           move wrk-data-hoje(7:2) to wrk-venc-dia.
           compute wrk-vencimento =
               (wrk-venc-ano * 10000) + (wrk-venc-mes * 100)
               + wrk-venc-dia.
           move 'P' to lnk-dut-op.
           move wrk-vencimento to lnk-dut-data.
           call 'DIAUTIL' using lnk-dut-area.
           if lnk-dut-dia-util
               move lnk-dut-resultado to wrk-vencimento
           end-if.
       0240-CALCULA-VENCIMENTO-EXIT.
           exit.

