       identification division.
       program-id. PIXRET.
      * PROCESSA O ARQUIVO DE RECEBIMENTOS PIX DO BANCO
      * (PIX_RECEBIDOS.TXT, CAMPOS SEPARADOS POR PONTO E VIRGULA):
      *   0;AAAAMMDD;SEQUENCIA                  HEADER DO ARQUIVO
      *   1;TXID;AAAAMMDD;VALOR;ID-DA-TRANSACAO UM POR PIX RECEBIDO
      *   9;QUANTIDADE;VALOR TOTAL              TRAILER
      * O TXID E O NUMERO DO TITULO QUE O PIXGER POS NO CODIGO COPIA
      * E COLA. A BAIXA SEGUE A REGRA DO CNABRET.COB: PIX QUE COBRE O
      * SALDO FECHA O TITULO COMO PAGO (CONFERINDO O VALOR CONTRA O
      * ESPERADO COM MULTA E JUROS, DIVERGENCIA EM
      * RETORNO_DIVERGENCIAS.TXT); PIX MENOR ACUMULA NO RECEBIDO E O
      * TITULO SEGUE ABERTO PELO RESTANTE. TITULO QUITADO REAVALIA O
      * BLOQUEIO DE INADIMPLENCIA (INADLIB) E, SE O BOLETO ESTAVA
      * REGISTRADO, PEDE A BAIXA DELE NA PROXIMA REMESSA. PIX SEM
      * TITULO OU PARA TITULO JA FECHADO VAI PARA PIX_REJEITOS.TXT
      * (O FINANCEIRO DEVOLVE OU ABATE). CADA PIX ACEITO ENTRA EM
      * BAIXAS.DAT PARA A CONCILIACAO BANCARIA, E O MESMO ARQUIVO NAO
      * RODA DUAS VEZES (REGISTRO EM PIX_PROCESSADOS.TXT).

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select baixas assign to 'BAIXAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is baixas-chave
           file status is wrk-bxa-status.
           select pix-in assign to
               "PIX_RECEBIDOS.TXT"
           organization is line sequential
           file status is wrk-pix-status.
           select rejeitos-out assign to
               "PIX_REJEITOS.TXT"
           organization is line sequential
           file status is wrk-rej-status.
      * REGISTRO DOS ARQUIVOS JA PROCESSADOS (DATA/SEQUENCIA DO
      * HEADER), COMO O RETORNOS_PROCESSADOS.TXT DO CNABRET.COB.
           select pixproc assign to
               "PIX_PROCESSADOS.TXT"
           organization is line sequential
           file status is wrk-prc-status.
      * COPIA DATADA DO ARQUIVO PROCESSADO
      * (PIX_RECEBIDOS_AAAAMMDD.TXT).
           select pix-arq assign to wrk-arq-pix
           organization is line sequential
           file status is wrk-arq-status.
      * MESMA LISTA DE VALORES DIVERGENTES DO RETORNO DO BOLETO - O
      * FINANCEIRO CONFERE UMA LISTA SO.
           select divergencias-out assign to
               "RETORNO_DIVERGENCIAS.TXT"
           organization is line sequential
           file status is wrk-div-status.
       data division.
       file section.
       FD titulos.
       COPY TITULOS.

       FD baixas.
       COPY BAIXAS.

       FD pix-in.
       01 pix-reg.
           05 pix-linha pic x(200).

       FD rejeitos-out.
       01 rejeitos-reg.
           05 rej-linha pic x(120).

       FD divergencias-out.
       01 divergencias-reg.
           05 div-linha pic x(150).

       FD pixproc.
       01 pixproc-reg.
           05 prc-linha pic x(60).

       FD pix-arq.
       01 pix-arq-reg.
           05 arq-linha pic x(200).

       working-storage section.
       77 wrk-tit-status pic x(02).
       77 wrk-bxa-status pic x(02).
       77 wrk-pix-status pic x(02).
       77 wrk-rej-status pic x(02).
       77 wrk-div-status pic x(02).
       77 wrk-prc-status pic x(02).
       77 wrk-arq-status pic x(02).
       77 wrk-arq-pix pic x(60) value spaces.
       77 wrk-qt-pagos pic 9(05) value zeros.
       77 wrk-qt-parciais pic 9(05) value zeros.
       77 wrk-qt-rejeitados pic 9(05) value zeros.
       77 wrk-qt-divergentes pic 9(05) value zeros.
       77 wrk-qt-baixas-banco pic 9(05) value zeros.
       77 wrk-juros-dia-pct pic 9(02)v99 value 0,03.
       77 wrk-multa-pct pic 9(02)v99 value 2,00.
       COPY PARAMLNK.
       COPY INADLNK.
      * CAMPOS DA LINHA LIDA.
       01 wrk-campos.
           05 wrk-cmp-tipo   pic x(01).
           05 wrk-cmp-1      pic x(20).
           05 wrk-cmp-2      pic x(20).
           05 wrk-cmp-3      pic x(20).
           05 wrk-cmp-4      pic x(40).
       77 wrk-txid pic x(08) value spaces.
       77 wrk-titulo pic 9(08) value zeros.
       77 wrk-data-pix pic 9(08) value zeros.
       77 wrk-valor-pix pic 9(11)v99 value zeros.
       77 wrk-e2e pic x(40) value spaces.
      * VALIDACAO DO ARQUIVO E PROTECAO CONTRA RODAR DUAS VEZES.
       77 wrk-sw-valido pic x(01) value 'N'.
           88 wrk-arquivo-valido value 'S'.
       77 wrk-sw-ja-proc pic x(01) value 'N'.
           88 wrk-ja-processado value 'S'.
       77 wrk-sw-tem-hdr pic x(01) value 'N'.
       77 wrk-sw-tem-trl pic x(01) value 'N'.
       77 wrk-hdr-data pic 9(08) value zeros.
       77 wrk-hdr-seq pic 9(06) value zeros.
       77 wrk-chk-qtde pic 9(06) value zeros.
       77 wrk-chk-valor pic 9(13)v99 value zeros.
       77 wrk-trl-qtde pic 9(06) value zeros.
       77 wrk-trl-valor pic 9(13)v99 value zeros.
       77 wrk-id-arquivo pic x(14) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dias-venc pic 9(07) value zeros.
       77 wrk-dias-pgto pic 9(07) value zeros.
       77 wrk-dias-atraso pic s9(05) value zeros.
       77 wrk-saldo-devido pic 9(10)v99 value zeros.
       77 wrk-valor-esperado pic 9(10)v99 value zeros.
       77 wrk-esperado-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-recebido-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-motivo pic x(40) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           open input pix-in.
           if wrk-pix-status not = '00'
               display "arquivo de recebimentos pix nao encontrado"
               go to 0300-final
           end-if.
      * PRIMEIRA PASSADA: HEADER PRESENTE E TRAILER BATENDO COM OS
      * DETALHES - ARQUIVO TRUNCADO NAO TOCA EM TITULOS.DAT.
           perform 0080-VALIDAR-ARQUIVO
               thru 0080-VALIDAR-ARQUIVO-EXIT.
           close pix-in.
           if not wrk-arquivo-valido
               display "recebimentos pix recusados - nada foi "
                       "processado"
               move 8 to return-code
               go to 0300-final
           end-if.
           perform 0090-CHECA-PROCESSADO
               thru 0090-CHECA-PROCESSADO-EXIT.
           if wrk-ja-processado
               display "recebimentos pix de " wrk-hdr-data
                       " sequencia " wrk-hdr-seq
                       " ja foram processados - recusado"
               move 8 to return-code
               go to 0300-final
           end-if.
           open input pix-in.
           open i-o titulos.
           if wrk-tit-status not = '00'
               display "arquivo de titulos indisponivel"
               close pix-in
               move 8 to return-code
               go to 0300-final
           end-if.
           open i-o baixas.
           if wrk-bxa-status = '35'
               open output baixas
               close baixas
               open i-o baixas
           end-if.
           open output rejeitos-out.
           open extend divergencias-out.
           if wrk-div-status = '35'
               open output divergencias-out
           end-if.
           perform 0060-LER-PARAMETROS thru 0060-LER-PARAMETROS-EXIT.
           perform 0110-LER-PIX thru 0110-LER-PIX-EXIT.
           perform until wrk-pix-status = '10'
               if wrk-cmp-tipo = '1'
                   perform 0200-BAIXAR-TITULO
                       thru 0200-BAIXAR-TITULO-EXIT
               end-if
               perform 0110-LER-PIX thru 0110-LER-PIX-EXIT
           end-perform.
           close divergencias-out.
           close rejeitos-out.
           close baixas.
           close titulos.
           close pix-in.
           perform 0700-REGISTRAR-PROCESSADO
               thru 0700-REGISTRAR-PROCESSADO-EXIT.
           perform 0750-ARQUIVAR-PIX
               thru 0750-ARQUIVAR-PIX-EXIT.
           display "titulos pagos......: " wrk-qt-pagos.
           display "pagamentos parciais: " wrk-qt-parciais.
           display "pix rejeitados.....: " wrk-qt-rejeitados.
           display "valores divergentes: " wrk-qt-divergentes.
           display "baixas de boleto...: " wrk-qt-baixas-banco.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-LER-PARAMETROS SECTION.
      * MESMAS TAXAS DE JUROS E MULTA DO RETORNO DO BOLETO.
           move 'CNABRET' to lnk-param-programa.
           move 'JUROS-DIA-PCT' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-juros-dia-pct
           end-if.
           move 'CNABRET' to lnk-param-programa.
           move 'MULTA-PCT' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-multa-pct
           end-if.
       0060-LER-PARAMETROS-EXIT.
           exit.

       0080-VALIDAR-ARQUIVO SECTION.
      * LE O ARQUIVO INTEIRO SO CONFERINDO: TIPO 0 COM DATA NUMERICA,
      * TIPO 9 NO FIM E QUANTIDADE/VALOR DO TRAILER IGUAIS AOS
      * DETALHES SOMADOS.
           move 'N' to wrk-sw-valido.
           move 'N' to wrk-sw-tem-hdr.
           move 'N' to wrk-sw-tem-trl.
           move 0 to wrk-chk-qtde.
           move 0 to wrk-chk-valor.
           perform 0110-LER-PIX thru 0110-LER-PIX-EXIT.
           perform until wrk-pix-status = '10'
               evaluate wrk-cmp-tipo
                   when '0'
                       if wrk-cmp-1(1:8) is numeric
                          and wrk-cmp-2(1:6) is numeric
                           move 'S' to wrk-sw-tem-hdr
                           move wrk-cmp-1(1:8) to wrk-hdr-data
                           move wrk-cmp-2(1:6) to wrk-hdr-seq
                       end-if
                   when '1'
                       add 1 to wrk-chk-qtde
                       if wrk-cmp-3 not = spaces
                           compute wrk-valor-pix =
                               function numval(wrk-cmp-3)
                           add wrk-valor-pix to wrk-chk-valor
                       end-if
                   when '9'
                       move 'S' to wrk-sw-tem-trl
                       if wrk-cmp-1 not = spaces
                           compute wrk-trl-qtde =
                               function numval(wrk-cmp-1)
                       end-if
                       if wrk-cmp-2 not = spaces
                           compute wrk-trl-valor =
                               function numval(wrk-cmp-2)
                       end-if
               end-evaluate
               perform 0110-LER-PIX thru 0110-LER-PIX-EXIT
           end-perform.
           move '00' to wrk-pix-status.
           if wrk-sw-tem-hdr not = 'S'
               display "arquivo pix sem header (tipo 0) valido"
               go to 0080-VALIDAR-ARQUIVO-EXIT
           end-if.
           if wrk-sw-tem-trl not = 'S'
               display "arquivo pix sem trailer (tipo 9) - arquivo "
                       "truncado?"
               go to 0080-VALIDAR-ARQUIVO-EXIT
           end-if.
           if wrk-chk-qtde not = wrk-trl-qtde
               display "trailer diz " wrk-trl-qtde " recebimentos, "
                       "arquivo tem " wrk-chk-qtde
               go to 0080-VALIDAR-ARQUIVO-EXIT
           end-if.
           if wrk-chk-valor not = wrk-trl-valor
               display "valor do trailer nao bate com os recebimentos"
               go to 0080-VALIDAR-ARQUIVO-EXIT
           end-if.
           set wrk-arquivo-valido to true.
       0080-VALIDAR-ARQUIVO-EXIT.
           exit.

       0090-CHECA-PROCESSADO SECTION.
           move 'N' to wrk-sw-ja-proc.
           move spaces to wrk-id-arquivo.
           string wrk-hdr-data delimited by size
                  wrk-hdr-seq  delimited by size
             into wrk-id-arquivo
           end-string.
           open input pixproc.
           if wrk-prc-status not = '00'
               go to 0090-CHECA-PROCESSADO-EXIT
           end-if.
           perform until wrk-prc-status = '10'
               read pixproc
                   at end
                       move '10' to wrk-prc-status
                   not at end
                       if prc-linha(1:14) = wrk-id-arquivo
                           set wrk-ja-processado to true
                       end-if
               end-read
           end-perform.
           close pixproc.
       0090-CHECA-PROCESSADO-EXIT.
           exit.

       0110-LER-PIX SECTION.
           read pix-in
               at end
                   move '10' to wrk-pix-status
                   go to 0110-LER-PIX-EXIT
           end-read.
           move spaces to wrk-campos.
           unstring pix-linha delimited by ';'
               into wrk-cmp-tipo
                    wrk-cmp-1
                    wrk-cmp-2
                    wrk-cmp-3
                    wrk-cmp-4
           end-unstring.
       0110-LER-PIX-EXIT.
           exit.

       0200-BAIXAR-TITULO SECTION.
           move wrk-cmp-1(1:8) to wrk-txid.
           move wrk-cmp-2(1:8) to wrk-data-pix.
           move wrk-cmp-4 to wrk-e2e.
           move 0 to wrk-valor-pix.
           if wrk-cmp-3 not = spaces
               compute wrk-valor-pix = function numval(wrk-cmp-3)
           end-if.
           if wrk-cmp-2(1:8) not numeric
               move wrk-data-hoje to wrk-data-pix
           end-if.
           if wrk-txid not numeric or wrk-cmp-1(9:1) not = space
               move 'PIX SEM TITULO IDENTIFICADO' to wrk-motivo
               perform 0280-REJEITAR thru 0280-REJEITAR-EXIT
               go to 0200-BAIXAR-TITULO-EXIT
           end-if.
           move wrk-txid to wrk-titulo.
           move wrk-titulo to titulos-numero.
           read titulos key is titulos-chave
               invalid key
                   move 'TITULO NAO EXISTE EM TITULOS.DAT'
                     to wrk-motivo
                   perform 0280-REJEITAR thru 0280-REJEITAR-EXIT
                   go to 0200-BAIXAR-TITULO-EXIT
           end-read.
           if not titulos-sit-aberto and not titulos-sit-rejeitado
               move spaces to wrk-motivo
               string 'TITULO JA FECHADO - SITUACAO '
                                               delimited by size
                      titulos-situacao delimited by size
                 into wrk-motivo
               end-string
               perform 0280-REJEITAR thru 0280-REJEITAR-EXIT
               go to 0200-BAIXAR-TITULO-EXIT
           end-if.
           compute wrk-saldo-devido =
               titulos-valor - titulos-valor-pago.
           if wrk-valor-pix not less wrk-saldo-devido
      * QUITACAO: CONFERE O VALOR COMO O RETORNO DO BOLETO E FECHA.
               perform 0250-CONFERIR-VALOR
                   thru 0250-CONFERIR-VALOR-EXIT
               perform 0220-BAIXA-DO-BOLETO
                   thru 0220-BAIXA-DO-BOLETO-EXIT
               move 'P' to titulos-situacao
               move wrk-data-pix to titulos-data-pgto
           end-if.
           add wrk-valor-pix to titulos-valor-pago.
           rewrite titulos-reg
               invalid key
                   display "titulo " wrk-titulo " nao atualizado"
                   go to 0200-BAIXAR-TITULO-EXIT
           end-rewrite.
           if titulos-sit-pago
               add 1 to wrk-qt-pagos
               move titulos-fone to lnk-inad-fone
               call 'INADLIB' using lnk-inad-area
           else
               add 1 to wrk-qt-parciais
           end-if.
           perform 0260-REGISTRAR-BAIXA
               thru 0260-REGISTRAR-BAIXA-EXIT.
       0200-BAIXAR-TITULO-EXIT.
           exit.

       0220-BAIXA-DO-BOLETO SECTION.
      * O TITULO QUITADO POR PIX AINDA TEM BOLETO NO BANCO SE FOI
      * REGISTRADO (ABERTO E SEM REGISTRO PENDENTE; O RECUSADO NUNCA
      * ENTROU EM COBRANCA): A BAIXA SAI NA PROXIMA REMESSA. SE NUNCA
      * FOI ENVIADO, SO SAI DA FILA.
           if titulos-reg-pendente
               move spaces to titulos-registro
               go to 0220-BAIXA-DO-BOLETO-EXIT
           end-if.
           if not titulos-sit-aberto
               go to 0220-BAIXA-DO-BOLETO-EXIT
           end-if.
           move 'B' to titulos-instrucao.
           move 0 to titulos-novo-vencto.
           add 1 to wrk-qt-baixas-banco.
       0220-BAIXA-DO-BOLETO-EXIT.
           exit.

       0250-CONFERIR-VALOR SECTION.
      * MESMA CONFERENCIA DO 0250 DO CNABRET.COB: O ESPERADO E O
      * SALDO MAIS MULTA E JUROS PELOS DIAS ENTRE O VENCIMENTO E O
      * PIX.
           compute wrk-dias-venc =
               function integer-of-date(titulos-vencimento).
           compute wrk-dias-pgto =
               function integer-of-date(wrk-data-pix).
           compute wrk-dias-atraso = wrk-dias-pgto - wrk-dias-venc.
           if wrk-dias-atraso < 0
               move 0 to wrk-dias-atraso
           end-if.
           if wrk-dias-atraso = 0
               move wrk-saldo-devido to wrk-valor-esperado
           else
               compute wrk-valor-esperado rounded = wrk-saldo-devido *
                   (1 + (wrk-multa-pct / 100) +
                    ((wrk-juros-dia-pct * wrk-dias-atraso) / 100))
           end-if.
           if wrk-valor-pix not = wrk-valor-esperado
               add 1 to wrk-qt-divergentes
               move wrk-valor-esperado to wrk-esperado-ED
               move wrk-valor-pix to wrk-recebido-ED
               move spaces to div-linha
               string wrk-data-pix delimited by size
                      ';TITULO ' delimited by size
                      wrk-titulo delimited by size
                      ';ATRASO ' delimited by size
                      wrk-dias-atraso delimited by size
                      ' DIAS;ESPERADO ' delimited by size
                      wrk-esperado-ED delimited by size
                      ';RECEBIDO ' delimited by size
                      wrk-recebido-ED delimited by size
                      ';PIX' delimited by size
                 into div-linha
               end-string
               write divergencias-reg
           end-if.
       0250-CONFERIR-VALOR-EXIT.
           exit.

       0260-REGISTRAR-BAIXA SECTION.
      * CADA PIX CAI NA CONTA COMO UM CREDITO PROPRIO - UMA BAIXA POR
      * TITULO E DATA, ORIGEM PIX.
           move wrk-data-pix to baixas-data.
           move 'X' to baixas-origem.
           move wrk-titulo to baixas-ref.
           read baixas key is baixas-chave
               invalid key
                   move 0 to baixas-valor
                   move 0 to baixas-qtde
                   move 'N' to baixas-conciliada
                   move 0 to baixas-data-conc
                   move spaces to baixas-extrato
                   move 'PIXRET' to baixas-operador
                   add wrk-valor-pix to baixas-valor
                   add 1 to baixas-qtde
                   write baixas-reg
                       invalid key
                           display "pix do titulo " wrk-titulo
                                   " nao registrado para conciliacao"
                   end-write
                   go to 0260-REGISTRAR-BAIXA-EXIT
           end-read.
           add wrk-valor-pix to baixas-valor.
           add 1 to baixas-qtde.
           rewrite baixas-reg
               invalid key
                   display "pix do titulo " wrk-titulo
                           " nao atualizado para conciliacao"
           end-rewrite.
       0260-REGISTRAR-BAIXA-EXIT.
           exit.

       0280-REJEITAR SECTION.
           add 1 to wrk-qt-rejeitados.
           move wrk-valor-pix to wrk-recebido-ED.
           move spaces to rej-linha.
           string wrk-data-pix delimited by size
                  ';TXID ' delimited by size
                  wrk-cmp-1 delimited by space
                  ';' delimited by size
                  wrk-recebido-ED delimited by size
                  ';' delimited by size
                  wrk-motivo delimited by '  '
                  ';' delimited by size
                  wrk-e2e delimited by space
             into rej-linha
           end-string.
           write rejeitos-reg.
       0280-REJEITAR-EXIT.
           exit.

       0700-REGISTRAR-PROCESSADO SECTION.
           open extend pixproc.
           if wrk-prc-status = '35'
               open output pixproc
           end-if.
           move spaces to prc-linha.
           string wrk-id-arquivo delimited by size
                  ';'            delimited by size
                  wrk-data-hoje  delimited by size
                  ';'            delimited by size
                  wrk-chk-qtde   delimited by size
                  ';'            delimited by size
                  wrk-chk-valor  delimited by size
             into prc-linha
           end-string.
           write pixproc-reg.
           close pixproc.
       0700-REGISTRAR-PROCESSADO-EXIT.
           exit.

       0750-ARQUIVAR-PIX SECTION.
      * COPIA PARA O NOME DATADO E ESVAZIA O CORRENTE, COMO O
      * 0750 DO CNABRET.COB.
           move spaces to wrk-arq-pix.
           string 'PIX_RECEBIDOS_' delimited by size
                  wrk-hdr-data delimited by size
                  '.TXT' delimited by size
             into wrk-arq-pix
           end-string.
           open input pix-in.
           open extend pix-arq.
           if wrk-arq-status = '35'
               open output pix-arq
           end-if.
           perform until wrk-pix-status = '10'
               read pix-in
                   at end
                       move '10' to wrk-pix-status
                   not at end
                       move pix-reg to arq-linha
                       write pix-arq-reg
               end-read
           end-perform.
           move '00' to wrk-pix-status.
           close pix-arq.
           close pix-in.
           open output pix-in.
           close pix-in.
           display "recebimentos arquivados em " wrk-arq-pix.
       0750-ARQUIVAR-PIX-EXIT.
           exit.

       end program PIXRET.
