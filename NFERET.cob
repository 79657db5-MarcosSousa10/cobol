       identification division.
       program-id. NFERET.
      * PROCESSA O RETORNO DO EMISSOR DE NF-E (NFE_RETORNO.TXT, UMA
      * LINHA POR NOTA): AUTORIZADA (A) GRAVA A CHAVE DE ACESSO E O
      * PROTOCOLO NO LIVRO DE NOTAS (NOTAFISC.DAT); REJEITADA (R)
      * GRAVA O MOTIVO; CANCELADA (C) GRAVA O PROTOCOLO DO
      * CANCELAMENTO. NOTA CANCELADA NAO MUDA MAIS. NO FIM, TODAS AS
      * NOTAS REJEITADAS DO LIVRO SAEM NA LISTA DE CORRECAO
      * (NFE_CORRECAO.TXT) - CORRIGIDO O CADASTRO, O REENVIO E PELA
      * OPCAO R DO PEDIDOS.COB. O RETORNO PROCESSADO E ARQUIVADO COM A
      * DATA (MESMO ESQUEMA DO CNABRET.COB). SO NOTA AUTORIZADA SAI NO
      * ROMANEIO.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select notafisc assign to 'NOTAFISC.DAT'
           organization is indexed
           access mode is dynamic
           record key is notafisc-chave
           file status is wrk-nf-status.
           select retorno-in assign to
               "NFE_RETORNO.TXT"
           organization is line sequential
           file status is wrk-ret-status.
           select correcao-out assign to
               "NFE_CORRECAO.TXT"
           organization is line sequential
           file status is wrk-cor-status.
      * COPIA DATADA DO RETORNO PROCESSADO (NFE_RETORNO_AAAAMMDD.TXT).
           select retorno-arq assign to wrk-arq-retorno
           organization is line sequential
           file status is wrk-arq-status.
       data division.
       file section.
       FD notafisc.
       COPY NOTAFISC.

       FD retorno-in.
       01 retorno-reg.
           05 ret-nf         pic 9(08).
           05 ret-situacao   pic x(01).
           05 ret-chave      pic x(44).
           05 ret-protocolo  pic x(15).
           05 ret-data       pic 9(08).
           05 ret-motivo     pic x(60).

       FD correcao-out.
       01 correcao-reg.
           05 cor-linha pic x(120).

       FD retorno-arq.
       01 retorno-arq-reg.
           05 arq-linha pic x(136).

       working-storage section.
       77 wrk-nf-status pic x(02).
       77 wrk-ret-status pic x(02).
       77 wrk-cor-status pic x(02).
       77 wrk-arq-status pic x(02).
       77 wrk-arq-retorno pic x(60) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-qt-lidos pic 9(05) value zeros.
       77 wrk-qt-autorizadas pic 9(05) value zeros.
       77 wrk-qt-rejeitadas pic 9(05) value zeros.
       77 wrk-qt-canceladas pic 9(05) value zeros.
       77 wrk-qt-nao-achadas pic 9(05) value zeros.
       77 wrk-qt-invalidas pic 9(05) value zeros.
       77 wrk-qt-correcao pic 9(05) value zeros.
       77 wrk-total-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-linha pic x(120) value spaces.
      * NOTA CANCELADA DESFAZ OS PONTOS DE FIDELIDADE DO PEDIDO: O
      * GANHO NO FATURAMENTO E ESTORNADO E O RESGATE VOLTA AO CLIENTE.
       COPY PONTLNK.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           open input retorno-in.
           if wrk-ret-status not = '00'
               display "arquivo de retorno da NF-e nao encontrado"
               go to 0300-final
           end-if.
           open i-o notafisc.
           if wrk-nf-status not = '00'
               display "livro de notas indisponivel"
               close retorno-in
               go to 0300-final
           end-if.
           perform 0110-LER-RETORNO thru 0110-LER-RETORNO-EXIT.
           perform until wrk-ret-status = '10'
               add 1 to wrk-qt-lidos
               perform 0200-ATUALIZAR-NOTA
                   thru 0200-ATUALIZAR-NOTA-EXIT
               perform 0110-LER-RETORNO thru 0110-LER-RETORNO-EXIT
           end-perform.
           close retorno-in.
           perform 0400-LISTA-CORRECAO thru 0400-LISTA-CORRECAO-EXIT.
           close notafisc.
           perform 0750-ARQUIVAR-RETORNO
               thru 0750-ARQUIVAR-RETORNO-EXIT.
           display "linhas do retorno....: " wrk-qt-lidos.
           display "notas autorizadas....: " wrk-qt-autorizadas.
           display "notas rejeitadas.....: " wrk-qt-rejeitadas.
           display "notas canceladas.....: " wrk-qt-canceladas.
           display "nao encontradas......: " wrk-qt-nao-achadas.
           display "linhas invalidas.....: " wrk-qt-invalidas.
           display "na lista de correcao.: " wrk-qt-correcao.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0110-LER-RETORNO SECTION.
           read retorno-in
               at end move '10' to wrk-ret-status
           end-read.
       0110-LER-RETORNO-EXIT.
           exit.

       0200-ATUALIZAR-NOTA SECTION.
           if ret-nf not numeric
              or (ret-situacao not = 'A' and not = 'R'
                  and not = 'C')
               display "linha " wrk-qt-lidos " invalida - ignorada"
               add 1 to wrk-qt-invalidas
               go to 0200-ATUALIZAR-NOTA-EXIT
           end-if.
           move ret-nf to nf-numero.
           read notafisc key is notafisc-chave
               invalid key
                   display "nota " ret-nf " nao encontrada no livro"
                   add 1 to wrk-qt-nao-achadas
                   go to 0200-ATUALIZAR-NOTA-EXIT
           end-read.
      * CANCELAMENTO E DEFINITIVO - UM RETORNO ANTIGO PROCESSADO DE
      * NOVO NAO RESSUSCITA A NOTA.
           if nf-sefaz-cancelada
               display "nota " ret-nf " ja cancelada - ignorada"
               go to 0200-ATUALIZAR-NOTA-EXIT
           end-if.
           if ret-data numeric and ret-data not = 0
               move ret-data to nf-sefaz-data
           else
               move wrk-data-hoje to nf-sefaz-data
           end-if.
           evaluate ret-situacao
               when 'A'
                   move ret-chave to nf-chave-acesso
                   move ret-protocolo to nf-protocolo
                   move spaces to nf-motivo
                   add 1 to wrk-qt-autorizadas
               when 'R'
                   move ret-motivo to nf-motivo
                   add 1 to wrk-qt-rejeitadas
               when 'C'
                   move ret-protocolo to nf-protocolo
                   move ret-motivo to nf-motivo
                   add 1 to wrk-qt-canceladas
           end-evaluate.
           move ret-situacao to nf-sefaz.
           rewrite notafisc-reg
               invalid key
                   display "nota " ret-nf " nao atualizada"
               not invalid key
                   if ret-situacao = 'C'
                       perform 0250-PONTOS-CANCELADA
                           thru 0250-PONTOS-CANCELADA-EXIT
                   end-if
           end-rewrite.
       0200-ATUALIZAR-NOTA-EXIT.
           exit.

       0250-PONTOS-CANCELADA SECTION.
           move 'E' to lnk-pon-op.
           move nf-fone to lnk-pon-fone.
           move nf-pedido to lnk-pon-pedido.
           move nf-total to lnk-pon-valor.
           move 0 to lnk-pon-pontos.
           move 'NFERET' to lnk-pon-operador.
           call 'PONTMV' using lnk-pontos-area.
           move 'V' to lnk-pon-op.
           move nf-fone to lnk-pon-fone.
           move nf-pedido to lnk-pon-pedido.
           move 0 to lnk-pon-valor.
           move 0 to lnk-pon-pontos.
           call 'PONTMV' using lnk-pontos-area.
       0250-PONTOS-CANCELADA-EXIT.
           exit.

       0400-LISTA-CORRECAO SECTION.
      * TODAS AS NOTAS REJEITADAS DO LIVRO, NAO SO AS DESTE RETORNO -
      * A LISTA SO ESVAZIA QUANDO O REENVIO FOR AUTORIZADO.
           move 0 to wrk-qt-correcao.
           open output correcao-out.
           move spaces to wrk-linha.
           string 'NF-E REJEITADAS PARA CORRECAO - ' delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
           move 'NOTA     DATA     PEDIDO          TOTAL MOTIVO'
             to wrk-linha.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
           move 0 to nf-numero.
           start notafisc key is greater notafisc-chave
               invalid key
                   move '10' to wrk-nf-status
           end-start.
           if wrk-nf-status not = '10'
               read notafisc next
                   at end move '10' to wrk-nf-status
               end-read
           end-if.
           perform until wrk-nf-status = '10'
               if nf-sefaz-rejeitada
                   move nf-total to wrk-total-ED
                   move spaces to wrk-linha
                   string nf-numero delimited by size
                          ' ' delimited by size
                          nf-data delimited by size
                          ' ' delimited by size
                          nf-pedido delimited by size
                          ' ' delimited by size
                          wrk-total-ED delimited by size
                          ' ' delimited by size
                          nf-motivo delimited by size
                     into wrk-linha
                   end-string
                   perform 0480-SAIDA thru 0480-SAIDA-EXIT
                   add 1 to wrk-qt-correcao
               end-if
               read notafisc next
                   at end move '10' to wrk-nf-status
               end-read
           end-perform.
           move '00' to wrk-nf-status.
           move spaces to wrk-linha.
           string 'NOTAS A CORRIGIR: ' delimited by size
                  wrk-qt-correcao delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
           close correcao-out.
       0400-LISTA-CORRECAO-EXIT.
           exit.

       0480-SAIDA SECTION.
           move wrk-linha to cor-linha.
           write correcao-reg.
           display wrk-linha(1:110).
       0480-SAIDA-EXIT.
           exit.

       0750-ARQUIVAR-RETORNO SECTION.
      * COPIA O RETORNO PROCESSADO PARA O NOME DATADO E REABRE O
      * CORRENTE VAZIO (MESMO ESQUEMA DO CNABRET.COB) - O PROXIMO
      * RETORNO NAO SE MISTURA COM O JA PROCESSADO.
           move spaces to wrk-arq-retorno.
           string 'NFE_RETORNO_' delimited by size
                  wrk-data-hoje delimited by size
                  '.TXT' delimited by size
             into wrk-arq-retorno
           end-string.
           move '00' to wrk-ret-status.
           open input retorno-in.
           open extend retorno-arq.
           if wrk-arq-status = '35'
               open output retorno-arq
           end-if.
           perform until wrk-ret-status = '10'
               read retorno-in
                   at end
                       move '10' to wrk-ret-status
                   not at end
                       move retorno-reg to arq-linha
                       write retorno-arq-reg
               end-read
           end-perform.
           move '00' to wrk-ret-status.
           close retorno-arq.
           close retorno-in.
           open output retorno-in.
           close retorno-in.
           display "retorno arquivado em " wrk-arq-retorno.
       0750-ARQUIVAR-RETORNO-EXIT.
           exit.

       end program NFERET.
