       identification division.
       program-id. RASTIMP.
      * IMPORTACAO DO RASTREIO DAS TRANSPORTADORAS, PASSO DA CADEIA
      * DO NOTURNO.COB (PARAMETRO HOJE) E OPCAO DO MENU (PEDE A
      * DATA): LE O ARQUIVO DIARIO DE EVENTOS DE CADA TRANSPORTADORA
      * - EVENTOS_TTT_AAAAMMDD.TXT, TTT = CODIGO NO TRANSP.DAT, 000 =
      * CORREIOS E TABELA GERAL - E ACHA A COTACAO PELO CODIGO DE
      * RASTREIO (CHAVE ALTERNADA DO COTACOES.DAT). POSTADO E EM
      * TRANSITO PREENCHEM A DATA DE ENVIO, ENTREGUE A DE ENTREGA,
      * DEVOLVIDO SO MUDA A SITUACAO - AS DATAS QUE O ENTREGAS.COB
      * USA DEIXAM DE DEPENDER DO MODO 4 DO FRETE.COB. EVENTO SEM
      * COTACAO, DE OUTRA TRANSPORTADORA OU COM CAMPO INVALIDO SAI NA
      * LISTA DE EXCECOES; ENVIO MANIFESTADO SEM EVENTO HA MAIS DIAS
      * QUE O PARAMETRO RASTREIO/DIAS-EXTRAVIO (PADRAO 10) E MARCADO
      * COMO EXTRAVIO SUSPEITO. TUDO SAI NO RASTREIO_OCORRENCIAS.TXT.
      * LINHA DO ARQUIVO DE EVENTOS (SEPARADA POR PONTO E VIRGULA):
      * CODIGO DE RASTREIO;EVENTO (P/T/E/D);DATA AAAAMMDD;HORA HHMM;
      * LOCAL.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select cotacoes assign to 'COTACOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is cotacoes-chave
           alternate record key is cotacoes-fone with duplicates
           alternate record key is cotacoes-rastreio with duplicates
           file status is wrk-cot-status.
           select transp assign to 'TRANSP.DAT'
           organization is indexed
           access mode is dynamic
           record key is transp-chave
           file status is wrk-trn-status.
           select eventos-in assign to wrk-arq-eventos
           organization is line sequential
           file status is wrk-evt-status.
           select ocorrencias-out assign to
               "RASTREIO_OCORRENCIAS.TXT"
           organization is line sequential
           file status is wrk-oco-status.
       data division.
       file section.
       FD cotacoes.
       COPY COTACOES.

       FD transp.
       COPY TRANSP.

       FD eventos-in.
       01 eventos-reg.
           05 evt-linha pic x(120).

       FD ocorrencias-out.
       01 ocorrencias-reg.
           05 oco-linha pic x(150).

       working-storage section.
       77 wrk-cot-status pic x(02).
       77 wrk-trn-status pic x(02).
       77 wrk-evt-status pic x(02).
       77 wrk-oco-status pic x(02).
      * PARAMETRO DE LINHA DE COMANDO - 'HOJE' IMPORTA OS ARQUIVOS DO
      * DIA SEM OPERADOR, PARA O JOB NOTURNO.
       77 wrk-param-cmd pic x(20) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-data-arquivo pic 9(08) value zeros.
       77 wrk-arq-eventos pic x(60) value spaces.
       77 wrk-transp-arq pic 9(03) value zeros.
       77 wrk-dias-extravio pic 9(03) value 10.
       77 wrk-dias-parado pic 9(07) value zeros.
       77 wrk-data-ref pic 9(08) value zeros.
       COPY PARAMLNK.
      * CAMPOS DESMONTADOS DA LINHA DE EVENTO.
       01 wrk-evento.
           05 wrk-evt-codigo pic x(20).
           05 wrk-evt-tipo   pic x(01).
               88 wrk-evt-valido value 'P' 'T' 'E' 'D'.
           05 wrk-evt-data-x pic x(08).
           05 wrk-evt-data redefines wrk-evt-data-x pic 9(08).
           05 wrk-evt-hora   pic x(04).
           05 wrk-evt-local  pic x(30).
       77 wrk-motivo pic x(30) value spaces.
       77 wrk-qt-arquivos pic 9(03) value zeros.
       77 wrk-qt-lidos pic 9(07) value zeros.
       77 wrk-qt-aplicados pic 9(07) value zeros.
       77 wrk-qt-excecoes pic 9(07) value zeros.
       77 wrk-qt-extravios pic 9(05) value zeros.
       77 wrk-linha pic x(150) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
      * O MENU CHAMA ESTE PROGRAMA VARIAS VEZES NA MESMA SESSAO -
      * OS CONTADORES RECOMECAM A CADA RODADA.
           move 0 to wrk-qt-arquivos.
           move 0 to wrk-qt-lidos.
           move 0 to wrk-qt-aplicados.
           move 0 to wrk-qt-excecoes.
           move 0 to wrk-qt-extravios.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           accept wrk-param-cmd from command-line.
           inspect wrk-param-cmd converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           if wrk-param-cmd(1:4) = 'HOJE'
               move wrk-data-hoje to wrk-data-arquivo
           else
               display "data dos arquivos de eventos (AAAAMMDD, "
                       "0 = hoje): "
               accept wrk-data-arquivo
               if wrk-data-arquivo = 0
                   move wrk-data-hoje to wrk-data-arquivo
               end-if
           end-if.
           move 'RASTREIO' to lnk-param-programa.
           move 'DIAS-EXTRAVIO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-dias-extravio
           end-if.
           open output ocorrencias-out.
           if wrk-oco-status not = '00'
               display "erro ao abrir RASTREIO_OCORRENCIAS.TXT - "
                       "status: " wrk-oco-status
               move 8 to return-code
               go to 0300-final
           end-if.
           move spaces to wrk-linha.
           string 'RASTREIO DAS TRANSPORTADORAS - EVENTOS DE '
                                    delimited by size
                  wrk-data-arquivo delimited by size
                  ' - PROCESSADO EM ' delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
           open i-o cotacoes.
           if wrk-cot-status = '35'
               move 'NENHUMA COTACAO REGISTRADA' to wrk-linha
               perform 0480-SAIDA thru 0480-SAIDA-EXIT
               close ocorrencias-out
               go to 0300-final
           end-if.
           if wrk-cot-status not = '00'
               display "erro ao abrir cotacoes - status: "
                       wrk-cot-status
               close ocorrencias-out
               move 8 to return-code
               go to 0300-final
           end-if.
           move 'EXCECOES (TRANSP;CODIGO;EVENTO;DATA;MOTIVO)'
             to wrk-linha.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
      * CORREIOS E TABELA GERAL (000), DEPOIS CADA TRANSPORTADORA DO
      * CADASTRO - INATIVA TAMBEM, QUE AINDA PODE TER CARGA NA RUA.
           move 0 to wrk-transp-arq.
           perform 0100-IMPORTAR-ARQUIVO
               thru 0100-IMPORTAR-ARQUIVO-EXIT.
           open input transp.
           if wrk-trn-status = '00'
               move 0 to transp-codigo
               start transp key is greater transp-chave
                   invalid key
                       move '10' to wrk-trn-status
               end-start
               if wrk-trn-status not = '10'
                   read transp next
                       at end move '10' to wrk-trn-status
                   end-read
               end-if
               perform until wrk-trn-status = '10'
                   move transp-codigo to wrk-transp-arq
                   perform 0100-IMPORTAR-ARQUIVO
                       thru 0100-IMPORTAR-ARQUIVO-EXIT
                   read transp next
                       at end move '10' to wrk-trn-status
                   end-read
               end-perform
               close transp
           end-if.
           perform 0200-EXTRAVIOS thru 0200-EXTRAVIOS-EXIT.
           close cotacoes.
           move spaces to wrk-linha.
           string 'ARQUIVOS LIDOS: ' delimited by size
                  wrk-qt-arquivos delimited by size
                  ' EVENTOS: ' delimited by size
                  wrk-qt-lidos delimited by size
                  ' APLICADOS: ' delimited by size
                  wrk-qt-aplicados delimited by size
                  ' EXCECOES: ' delimited by size
                  wrk-qt-excecoes delimited by size
                  ' EXTRAVIOS: ' delimited by size
                  wrk-qt-extravios delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
           close ocorrencias-out.
           display "rastreio: " wrk-qt-aplicados
                   " evento(s) aplicado(s), "
                   wrk-qt-excecoes " excecao(oes), "
                   wrk-qt-extravios " extravio(s) suspeito(s)".
           display "ocorrencias em RASTREIO_OCORRENCIAS.TXT".
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-IMPORTAR-ARQUIVO SECTION.
      * TRANSPORTADORA SEM ARQUIVO NA DATA NAO MANDOU EVENTO - NAO E
      * ERRO.
           move spaces to wrk-arq-eventos.
           string 'EVENTOS_' delimited by size
                  wrk-transp-arq delimited by size
                  '_' delimited by size
                  wrk-data-arquivo delimited by size
                  '.TXT' delimited by size
             into wrk-arq-eventos
           end-string.
           open input eventos-in.
           if wrk-evt-status not = '00'
               go to 0100-IMPORTAR-ARQUIVO-EXIT
           end-if.
           add 1 to wrk-qt-arquivos.
           read eventos-in
               at end move '10' to wrk-evt-status
           end-read.
           perform until wrk-evt-status = '10'
               if evt-linha not = spaces
                   add 1 to wrk-qt-lidos
                   perform 0150-EVENTO thru 0150-EVENTO-EXIT
               end-if
               read eventos-in
                   at end move '10' to wrk-evt-status
               end-read
           end-perform.
           close eventos-in.
       0100-IMPORTAR-ARQUIVO-EXIT.
           exit.

       0150-EVENTO SECTION.
           move spaces to wrk-evento.
           unstring evt-linha delimited by ';'
               into wrk-evt-codigo
                    wrk-evt-tipo
                    wrk-evt-data-x
                    wrk-evt-hora
                    wrk-evt-local
           end-unstring.
           inspect wrk-evt-tipo converting 'ptedx' to 'PTEDX'.
           if wrk-evt-codigo = spaces or not wrk-evt-valido
              or wrk-evt-data-x not numeric or wrk-evt-data = 0
               move 'EVENTO INVALIDO' to wrk-motivo
               perform 0180-EXCECAO thru 0180-EXCECAO-EXIT
               go to 0150-EVENTO-EXIT
           end-if.
           move wrk-evt-codigo to cotacoes-rastreio.
           read cotacoes key is cotacoes-rastreio
               invalid key
                   move 'RASTREIO SEM COTACAO' to wrk-motivo
                   perform 0180-EXCECAO thru 0180-EXCECAO-EXIT
                   go to 0150-EVENTO-EXIT
           end-read.
           if cotacoes-transp not = wrk-transp-arq
               move 'COTACAO DE OUTRA TRANSPORTADORA' to wrk-motivo
               perform 0180-EXCECAO thru 0180-EXCECAO-EXIT
               go to 0150-EVENTO-EXIT
           end-if.
      * ENTREGUE E DEVOLVIDO ENCERRAM O RASTREIO - POSTADO OU EM
      * TRANSITO QUE CHEGA ATRASADO NO ARQUIVO NAO VOLTA A SITUACAO,
      * SO COMPLETA A DATA DE ENVIO SE ELA AINDA FALTAR.
           evaluate wrk-evt-tipo
               when 'P'
               when 'T'
                   if cotacoes-data-envio = 0
                       move wrk-evt-data to cotacoes-data-envio
                   end-if
                   if not cotacoes-ras-encerrado
                       move wrk-evt-tipo to cotacoes-sit-rastreio
                   end-if
               when 'E'
                   move wrk-evt-data to cotacoes-data-entrega
                   if cotacoes-data-envio = 0
                       move wrk-evt-data to cotacoes-data-envio
                   end-if
                   move 'E' to cotacoes-sit-rastreio
               when 'D'
                   move 'D' to cotacoes-sit-rastreio
           end-evaluate.
           if wrk-evt-data > cotacoes-data-evento
               move wrk-evt-data to cotacoes-data-evento
           end-if.
           rewrite cotacoes-reg
               invalid key
                   move 'COTACAO NAO ATUALIZADA' to wrk-motivo
                   perform 0180-EXCECAO thru 0180-EXCECAO-EXIT
                   go to 0150-EVENTO-EXIT
           end-rewrite.
           add 1 to wrk-qt-aplicados.
       0150-EVENTO-EXIT.
           exit.

       0180-EXCECAO SECTION.
           add 1 to wrk-qt-excecoes.
           move spaces to wrk-linha.
           string '  ' delimited by size
                  wrk-transp-arq delimited by size
                  ';' delimited by size
                  wrk-evt-codigo delimited by size
                  ';' delimited by size
                  wrk-evt-tipo delimited by size
                  ';' delimited by size
                  wrk-evt-data-x delimited by size
                  ';' delimited by size
                  wrk-motivo delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
       0180-EXCECAO-EXIT.
           exit.

       0200-EXTRAVIOS SECTION.
      * ENVIO MANIFESTADO, COM RASTREIO, AINDA NAO ENTREGUE NEM
      * DEVOLVIDO E SEM EVENTO (OU SEM NENHUM DESDE O MANIFESTO) HA
      * MAIS DIAS QUE O PARAMETRO VIRA EXTRAVIO SUSPEITO - SO UMA VEZ;
      * UM EVENTO NOVO DEPOIS TIRA A MARCA.
           move spaces to wrk-linha.
           string 'EXTRAVIO SUSPEITO - SEM EVENTO HA MAIS DE '
                                    delimited by size
                  wrk-dias-extravio delimited by size
                  ' DIAS (COTACAO;TRANSP;RASTREIO;PEDIDO;ULTIMO '
                                    delimited by size
                  'EVENTO;DIAS)' delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
           move 0 to cotacoes-numero.
           start cotacoes key is greater cotacoes-chave
               invalid key
                   move '10' to wrk-cot-status
           end-start.
           if wrk-cot-status not = '10'
               read cotacoes next
                   at end move '10' to wrk-cot-status
               end-read
           end-if.
           perform until wrk-cot-status = '10'
               if cotacoes-sit-confirmada
                  and cotacoes-manifesto > 0
                  and cotacoes-rastreio not = spaces
                  and cotacoes-data-entrega = 0
                  and not cotacoes-ras-encerrado
                  and not cotacoes-ras-extraviado
                   perform 0250-VERIFICAR-PARADO
                       thru 0250-VERIFICAR-PARADO-EXIT
               end-if
               read cotacoes next
                   at end move '10' to wrk-cot-status
               end-read
           end-perform.
           move '00' to wrk-cot-status.
       0200-EXTRAVIOS-EXIT.
           exit.

       0250-VERIFICAR-PARADO SECTION.
           move cotacoes-data-evento to wrk-data-ref.
           if wrk-data-ref = 0
               move cotacoes-manifesto to wrk-data-ref
           end-if.
           compute wrk-dias-parado = wrk-dias-hoje -
               function integer-of-date(wrk-data-ref).
           if wrk-dias-parado not > wrk-dias-extravio
               go to 0250-VERIFICAR-PARADO-EXIT
           end-if.
           move 'X' to cotacoes-sit-rastreio.
           rewrite cotacoes-reg
               invalid key
                   display "cotacao " cotacoes-numero
                           " nao marcada como extraviada"
                   go to 0250-VERIFICAR-PARADO-EXIT
           end-rewrite.
           add 1 to wrk-qt-extravios.
           move spaces to wrk-linha.
           string '  ' delimited by size
                  cotacoes-numero delimited by size
                  ';' delimited by size
                  cotacoes-transp delimited by size
                  ';' delimited by size
                  cotacoes-rastreio delimited by size
                  ';' delimited by size
                  cotacoes-pedido delimited by size
                  ';' delimited by size
                  wrk-data-ref delimited by size
                  ';' delimited by size
                  wrk-dias-parado delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
       0250-VERIFICAR-PARADO-EXIT.
           exit.

       0480-SAIDA SECTION.
           move wrk-linha to oco-linha.
           write ocorrencias-reg.
       0480-SAIDA-EXIT.
           exit.

       end program RASTIMP.
