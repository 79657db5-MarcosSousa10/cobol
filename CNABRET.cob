      * ACUMULADO COBRE O VALOR, O TITULO FECHA COMO PAGO; QUALQUER
      * OUTRA OCORRENCIA MARCA O TITULO REJEITADO E VAI PARA A
      * LISTAGEM DE REJEITOS PARA A COBRANCA CORRIGIR.
      * CADA LIQUIDACAO (06 OU 07) SOMA NO TOTAL DO LOTE POR DATA DE
      * CREDITO EM BAIXAS.DAT, QUE A CONCILIACAO BANCARIA
      * (CONCBCO.COB) CONFERE CONTRA O EXTRATO DA CONTA.

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
           select retorno-in assign to
               "CNAB_RETORNO.TXT"
           organization is line sequential
       FD titulos.
       COPY TITULOS.

       FD baixas.
       COPY BAIXAS.

       FD retorno-in.
       01 retorno-reg.
           05 ret-tipo       pic x(01).
       77 wrk-ret-status pic x(02).
       77 wrk-rej-status pic x(02).
       77 wrk-div-status pic x(02).
       77 wrk-bxa-status pic x(02).
       77 wrk-qt-pagos pic 9(05) value zeros.
       77 wrk-qt-parciais pic 9(05) value zeros.
       77 wrk-qt-rejeitados pic 9(05) value zeros.
               close retorno-in
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
           end-perform.
           close divergencias-out.
           close rejeitos-out.
           close baixas.
           close titulos.
           close retorno-in.
           perform 0700-REGISTRAR-PROCESSADO
       0250-CONFERIR-VALOR-EXIT.
           exit.

       0260-REGISTRAR-BAIXA SECTION.
      * SOMA O CREDITO NO LOTE DO RETORNO PARA A DATA DO CREDITO (O
      * BANCO LANCA NA CONTA O TOTAL LIQUIDADO DO DIA, NAO TITULO A
      * TITULO).
           move ret-data to baixas-data.
           move 'R' to baixas-origem.
           move wrk-hdr-seq to baixas-ref.
           read baixas key is baixas-chave
               invalid key
                   move 0 to baixas-valor
                   move 0 to baixas-qtde
                   move 'N' to baixas-conciliada
                   move 0 to baixas-data-conc
                   move spaces to baixas-extrato
                   move 'CNABRET' to baixas-operador
                   add ret-valor to baixas-valor
                   add 1 to baixas-qtde
                   write baixas-reg
                       invalid key
                           display "lote de " ret-data
                                   " nao registrado para conciliacao"
                   end-write
                   go to 0260-REGISTRAR-BAIXA-EXIT
           end-read.
           add ret-valor to baixas-valor.
           add 1 to baixas-qtde.
           rewrite baixas-reg
               invalid key
                   display "lote de " ret-data
                           " nao atualizado para conciliacao"
           end-rewrite.
       0260-REGISTRAR-BAIXA-EXIT.
           exit.

       0110-LER-RETORNO SECTION.
           read retorno-in
               at end
                       add 1 to wrk-qt-pagos
                       move titulos-fone to lnk-inad-fone
                       call 'INADLIB' using lnk-inad-area
                       perform 0260-REGISTRAR-BAIXA
                           thru 0260-REGISTRAR-BAIXA-EXIT
               end-rewrite
           else
      * LIQUIDACAO PARCIAL: ACUMULA O RECEBIDO E SO FECHA O TITULO
                       else
                           add 1 to wrk-qt-parciais
                       end-if
                       perform 0260-REGISTRAR-BAIXA
                           thru 0260-REGISTRAR-BAIXA-EXIT
               end-rewrite
           else
               move 'R' to titulos-situacao
