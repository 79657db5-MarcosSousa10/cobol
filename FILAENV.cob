       identification division.
       program-id. FILAENV.
      * DESPACHO DA FILA CENTRAL DE MENSAGENS (FILAMSG.DAT, GRAVADA
      * PELO FILAGRAV A PARTIR DA COBRANCA, DA MALA DIRETA E DA
      * EXPORTACAO DE E-MAILS DO CLIENTES1):
      *   1 - EXPORTA AS PENDENTES NO FORMATO DA PLATAFORMA DE E-MAIL/
      *       SMS (NUMERO;CANAL;DESTINO;MODELO;CORPO) EM
      *       FILA_ENVIO_AAAAMMDD_HHMMSS.TXT E MARCA COMO EXPORTADAS -
      *       RODAR DE NOVO NAO MANDA A MESMA MENSAGEM DUAS VEZES;
      *   2 - IMPORTA O RETORNO DE ENTREGA DA PLATAFORMA
      *       (FILA_RETORNO.TXT): CADA MENSAGEM VIRA ENVIADA, ENTREGUE
      *       OU FALHOU. FALHAS VAO PARA A LISTA DE REENVIO
      *       (FILA_REENVIO.TXT) E CARTA DE COBRANCA ENTREGUE VIRA
      *       ANOTACAO NO CLIENTE (ANOTACOES.DAT);
      *   3 - REENFILEIRA AS QUE FALHARAM (ATE FILAENV/MAX-TENTATIVAS,
      *       DEFAULT 3), COM O E-MAIL ATUAL DO CADASTRO SE O CLIENTE
      *       JA FOI CORRIGIDO;
      *   4 - RESUMO DA FILA POR SITUACAO.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select filamsg assign to 'FILAMSG.DAT'
           organization is indexed
           access mode is dynamic
           record key is filamsg-chave
           file status is wrk-fms-status.
           select anotacoes assign to 'ANOTACOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is anotacoes-chave
           file status is wrk-ano-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           file status is wrk-cli-status.
           select envio-out assign to wrk-arq-envio
           organization is line sequential
           file status is wrk-env-status.
           select retorno-in assign to
               "FILA_RETORNO.TXT"
           organization is line sequential
           file status is wrk-ret-status.
           select reenvio-out assign to
               "FILA_REENVIO.TXT"
           organization is line sequential
           file status is wrk-ree-status.
       data division.
       file section.
       FD filamsg.
       COPY FILAMSG.

       FD anotacoes.
       COPY ANOTACOES.

       FD clientes.
       COPY CLIENTES.

       FD envio-out.
       01 envio-reg.
           05 env-linha pic x(500).

      * RETORNO DA PLATAFORMA: SITUACAO S = ENVIADA, E = ENTREGUE,
      * F = FALHOU (COM O MOTIVO).
       FD retorno-in.
       01 retorno-reg.
           05 ret-numero    pic 9(08).
           05 ret-situacao  pic x(01).
           05 ret-data      pic 9(08).
           05 ret-motivo    pic x(40).

       FD reenvio-out.
       01 reenvio-reg.
           05 ree-linha pic x(150).

       working-storage section.
       77 wrk-fms-status pic x(02).
       77 wrk-ano-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-env-status pic x(02).
       77 wrk-ret-status pic x(02).
       77 wrk-ree-status pic x(02).
       77 wrk-arq-envio pic x(40) value spaces.
       77 wrk-sw-cli pic x(01) value 'N'.
       COPY PARAMLNK.
       77 wrk-modo pic x(01) value '1'.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic 9(08) value zeros.
       77 wrk-max-tentativas pic 9(02) value 3.
       77 wrk-canal-tx pic x(05) value spaces.
       77 wrk-corpo pic x(400) value spaces.
       77 wrk-situacao-tx pic x(10) value spaces.
      * TOTAIS DA RODADA.
       77 wrk-qt-exportadas pic 9(06) value zeros.
       77 wrk-qt-enviadas pic 9(06) value zeros.
       77 wrk-qt-entregues pic 9(06) value zeros.
       77 wrk-qt-falhas pic 9(06) value zeros.
       77 wrk-qt-nao-achadas pic 9(06) value zeros.
       77 wrk-qt-anotacoes pic 9(06) value zeros.
       77 wrk-qt-reenfileiradas pic 9(06) value zeros.
       77 wrk-qt-esgotadas pic 9(06) value zeros.
       77 wrk-qt-pendentes pic 9(06) value zeros.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           display "fila de mensagens (1-exportar pendentes "
                   "2-importar retorno 3-reenfileirar falhas "
                   "4-resumo): ".
           accept wrk-modo.
           open i-o filamsg.
           if wrk-fms-status not = '00'
               display "fila de mensagens (FILAMSG.DAT) vazia"
               move 8 to return-code
               go to 0300-final
           end-if.
           evaluate wrk-modo
               when '1'
                   perform 0100-EXPORTAR thru 0100-EXPORTAR-EXIT
               when '2'
                   perform 0400-RETORNO thru 0400-RETORNO-EXIT
               when '3'
                   perform 0600-REENFILEIRAR
                       thru 0600-REENFILEIRAR-EXIT
               when '4'
                   perform 0700-RESUMO thru 0700-RESUMO-EXIT
               when other
                   display "modo invalido"
                   move 8 to return-code
           end-evaluate.
           close filamsg.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-EXPORTAR SECTION.
           move spaces to wrk-arq-envio.
           string 'FILA_ENVIO_' delimited by size
                  wrk-data-hoje delimited by size
                  '_' delimited by size
                  wrk-hora(1:6) delimited by size
                  '.TXT' delimited by size
             into wrk-arq-envio
           end-string.
           open output envio-out.
           move 0 to fms-numero.
           start filamsg key is greater filamsg-chave
               invalid key
                   move '10' to wrk-fms-status
           end-start.
           if wrk-fms-status not = '10'
               read filamsg next
                   at end move '10' to wrk-fms-status
               end-read
           end-if.
           perform until wrk-fms-status = '10'
               if fms-pendente
                   perform 0150-EXPORTAR-MENSAGEM
                       thru 0150-EXPORTAR-MENSAGEM-EXIT
               end-if
               read filamsg next
                   at end move '10' to wrk-fms-status
               end-read
           end-perform.
           move '00' to wrk-fms-status.
           close envio-out.
           display "mensagens exportadas: " wrk-qt-exportadas
                   " em " wrk-arq-envio.
       0100-EXPORTAR-EXIT.
           exit.

       0150-EXPORTAR-MENSAGEM SECTION.
      * O ';' E O SEPARADOR DA PLATAFORMA - DENTRO DO CORPO VIRA ','.
           if fms-canal-sms
               move 'SMS' to wrk-canal-tx
           else
               move 'EMAIL' to wrk-canal-tx
           end-if.
           move fms-corpo to wrk-corpo.
           inspect wrk-corpo replacing all ';' by ','.
           move spaces to env-linha.
           string fms-numero delimited by size
                  ';' delimited by size
                  wrk-canal-tx delimited by space
                  ';' delimited by size
                  fms-destino delimited by space
                  ';' delimited by size
                  fms-modelo delimited by space
                  ';' delimited by size
                  wrk-corpo delimited by size
             into env-linha
           end-string.
           write envio-reg.
           move 'X' to fms-situacao.
           move wrk-data-hoje to fms-data-export.
           move wrk-data-hoje to fms-data-situacao.
           rewrite filamsg-reg
           end-rewrite.
           add 1 to wrk-qt-exportadas.
       0150-EXPORTAR-MENSAGEM-EXIT.
           exit.

       0400-RETORNO SECTION.
           open input retorno-in.
           if wrk-ret-status not = '00'
               display "retorno da plataforma (FILA_RETORNO.TXT) nao "
                       "encontrado"
               move 8 to return-code
               go to 0400-RETORNO-EXIT
           end-if.
           open i-o anotacoes.
           if wrk-ano-status = '35'
               open output anotacoes
               close anotacoes
               open i-o anotacoes
           end-if.
           open output reenvio-out.
           move 'MENSAGENS COM FALHA NA ENTREGA - CORRIGIR O DESTINO E '
             & 'REENFILEIRAR (MODO 3)' to ree-linha.
           write reenvio-reg.
           read retorno-in
               at end move '10' to wrk-ret-status
           end-read.
           perform until wrk-ret-status = '10'
               perform 0450-RETORNO-MENSAGEM
                   thru 0450-RETORNO-MENSAGEM-EXIT
               read retorno-in
                   at end move '10' to wrk-ret-status
               end-read
           end-perform.
           move spaces to ree-linha.
           string 'ENVIADAS: ' delimited by size
                  wrk-qt-enviadas delimited by size
                  '  ENTREGUES: ' delimited by size
                  wrk-qt-entregues delimited by size
                  '  FALHAS: ' delimited by size
                  wrk-qt-falhas delimited by size
                  '  NAO ENCONTRADAS: ' delimited by size
                  wrk-qt-nao-achadas delimited by size
             into ree-linha
           end-string.
           write reenvio-reg.
           display ree-linha(1:100).
           display "anotacoes de cobranca entregue: "
                   wrk-qt-anotacoes.
           close reenvio-out.
           close anotacoes.
           close retorno-in.
       0400-RETORNO-EXIT.
           exit.

       0450-RETORNO-MENSAGEM SECTION.
      * ENTREGUE E DEFINITIVO - UM 'ENVIADA' ATRASADO NO ARQUIVO NAO
      * VOLTA A SITUACAO PARA TRAS.
           move ret-numero to fms-numero.
           read filamsg key is filamsg-chave
               invalid key
                   add 1 to wrk-qt-nao-achadas
                   move spaces to ree-linha
                   string ret-numero delimited by size
                          ' NAO ENCONTRADA NA FILA' delimited by size
                     into ree-linha
                   end-string
                   write reenvio-reg
                   go to 0450-RETORNO-MENSAGEM-EXIT
           end-read.
           if fms-entregue
               go to 0450-RETORNO-MENSAGEM-EXIT
           end-if.
           evaluate ret-situacao
               when 'S'
                   move 'S' to fms-situacao
                   add 1 to wrk-qt-enviadas
               when 'E'
                   move 'E' to fms-situacao
                   move spaces to fms-motivo
                   add 1 to wrk-qt-entregues
                   if fms-origem = 'COBRANCA' and fms-fone not = 0
                       perform 0480-ANOTAR-ENTREGA
                           thru 0480-ANOTAR-ENTREGA-EXIT
                   end-if
               when 'F'
                   move 'F' to fms-situacao
                   move ret-motivo to fms-motivo
                   add 1 to wrk-qt-falhas
                   perform 0470-LISTAR-REENVIO
                       thru 0470-LISTAR-REENVIO-EXIT
               when other
                   add 1 to wrk-qt-nao-achadas
                   display "mensagem " ret-numero " com situacao "
                           "desconhecida: " ret-situacao
                   go to 0450-RETORNO-MENSAGEM-EXIT
           end-evaluate.
           if ret-data not = 0
               move ret-data to fms-data-situacao
           else
               move wrk-data-hoje to fms-data-situacao
           end-if.
           rewrite filamsg-reg
           end-rewrite.
       0450-RETORNO-MENSAGEM-EXIT.
           exit.

       0470-LISTAR-REENVIO SECTION.
           move spaces to ree-linha.
           string fms-numero delimited by size
                  ' ' delimited by size
                  fms-canal delimited by size
                  ' ' delimited by size
                  fms-destino delimited by size
                  ' CLI ' delimited by size
                  fms-fone delimited by size
                  ' TIT ' delimited by size
                  fms-titulo delimited by size
                  ' ' delimited by size
                  fms-origem delimited by size
                  ' ' delimited by size
                  fms-motivo delimited by size
             into ree-linha
           end-string.
           write reenvio-reg.
       0470-LISTAR-REENVIO-EXIT.
           exit.

       0480-ANOTAR-ENTREGA SECTION.
      * CARTA DE COBRANCA ENTREGUE VIRA ANOTACAO DO CLIENTE, NO MESMO
      * FEITIO DO 2300-GRAVAR-ANOTACAO DO COBRANCA.COB.
           accept wrk-hora from time.
           if fms-canal-sms
               move 'SMS' to wrk-canal-tx
           else
               move 'EMAIL' to wrk-canal-tx
           end-if.
           move fms-fone to anotacoes-fone.
           move fms-data-situacao to anotacoes-data.
           if ret-data not = 0
               move ret-data to anotacoes-data
           end-if.
           move wrk-hora(1:6) to anotacoes-hora.
           move spaces to anotacoes-texto.
           string 'CARTA DE COBRANCA ENTREGUE POR ' delimited by size
                  wrk-canal-tx delimited by space
                  ' - TITULO ' delimited by size
                  fms-titulo delimited by size
                  ' - MENSAGEM ' delimited by size
                  fms-numero delimited by size
             into anotacoes-texto
           end-string.
           write anotacoes-reg
               invalid key
                   continue
               not invalid key
                   add 1 to wrk-qt-anotacoes
           end-write.
       0480-ANOTAR-ENTREGA-EXIT.
           exit.

       0600-REENFILEIRAR SECTION.
      * FALHA VOLTA A PENDENTE ATE O LIMITE DE TENTATIVAS; E-MAIL DE
      * CLIENTE CORRIGIDO NO CADASTRO ENTRA NO LUGAR DO ANTIGO.
           move 'FILAENV' to lnk-param-programa.
           move 'MAX-TENTATIVAS' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 100
               move lnk-param-valor to wrk-max-tentativas
           end-if.
           move 'N' to wrk-sw-cli.
           open input clientes.
           if wrk-cli-status = '00'
               move 'S' to wrk-sw-cli
           end-if.
           move 0 to fms-numero.
           start filamsg key is greater filamsg-chave
               invalid key
                   move '10' to wrk-fms-status
           end-start.
           if wrk-fms-status not = '10'
               read filamsg next
                   at end move '10' to wrk-fms-status
               end-read
           end-if.
           perform until wrk-fms-status = '10'
               if fms-falhou
                   perform 0650-REENFILEIRAR-MENSAGEM
                       thru 0650-REENFILEIRAR-MENSAGEM-EXIT
               end-if
               read filamsg next
                   at end move '10' to wrk-fms-status
               end-read
           end-perform.
           move '00' to wrk-fms-status.
           if wrk-sw-cli = 'S'
               close clientes
           end-if.
           display "reenfileiradas: " wrk-qt-reenfileiradas
                   "  tentativas esgotadas: " wrk-qt-esgotadas.
       0600-REENFILEIRAR-EXIT.
           exit.

       0650-REENFILEIRAR-MENSAGEM SECTION.
           if fms-tentativas not < wrk-max-tentativas
               add 1 to wrk-qt-esgotadas
               go to 0650-REENFILEIRAR-MENSAGEM-EXIT
           end-if.
           if wrk-sw-cli = 'S' and fms-canal-email and fms-fone not = 0
               move fms-fone to clientes-fone
               read clientes key is clientes-chave
                   invalid key
                       continue
                   not invalid key
                       if clientes-email not = spaces
                          and not clientes-email-invalido
                           move clientes-email to fms-destino
                       end-if
               end-read
           end-if.
           move 'P' to fms-situacao.
           add 1 to fms-tentativas.
           move wrk-data-hoje to fms-data-situacao.
           rewrite filamsg-reg
           end-rewrite.
           add 1 to wrk-qt-reenfileiradas.
       0650-REENFILEIRAR-MENSAGEM-EXIT.
           exit.

       0700-RESUMO SECTION.
           move 0 to fms-numero.
           start filamsg key is greater filamsg-chave
               invalid key
                   move '10' to wrk-fms-status
           end-start.
           if wrk-fms-status not = '10'
               read filamsg next
                   at end move '10' to wrk-fms-status
               end-read
           end-if.
           perform until wrk-fms-status = '10'
               evaluate true
                   when fms-pendente
                       add 1 to wrk-qt-pendentes
                   when fms-exportada
                       add 1 to wrk-qt-exportadas
                   when fms-enviada
                       add 1 to wrk-qt-enviadas
                   when fms-entregue
                       add 1 to wrk-qt-entregues
                   when fms-falhou
                       add 1 to wrk-qt-falhas
               end-evaluate
               read filamsg next
                   at end move '10' to wrk-fms-status
               end-read
           end-perform.
           move '00' to wrk-fms-status.
           display "pendentes.......: " wrk-qt-pendentes.
           display "exportadas......: " wrk-qt-exportadas.
           display "enviadas........: " wrk-qt-enviadas.
           display "entregues.......: " wrk-qt-entregues.
           display "falharam........: " wrk-qt-falhas.
       0700-RESUMO-EXIT.
           exit.

       end program FILAENV.
