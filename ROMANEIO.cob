      * DO MOTORISTA - NO LUGAR DA LISTA A MAO DE TODA TARDE. CADA
      * COTACAO LISTADA E MARCADA COM A DATA DO MANIFESTO, PARA O
      * ROMANEIO DE AMANHA NAO REPETI-LA. SAI EM
      * ROMANEIO_AAAAMMDD.TXT E NA TELA. COM MAIS DE UM DEPOSITO, O
      * ROMANEIO SAI SEPARADO POR DEPOSITO DE SAIDA (O DO FATURAMENTO
      * DO PEDIDO DA COTACAO - SEM PEDIDO, O PRINCIPAL), CADA UM COM
      * SEUS GRUPOS POR METODO. PEDIDO QUE VAI SAIR SEM TER PASSADO
      * PELA LISTA DE SEPARACAO (SEPARAC.COB) SAI COM AVISO. PEDIDO
      * CUJA NOTA NAO FOI AUTORIZADA PELA SEFAZ (NFERET.COB) NAO E
      * MANIFESTADO: SAI SO NA LISTA DE RETIDOS E FICA PARA O PROXIMO
      * ROMANEIO. O GRUPO DA TRANSPORTADORA SAI UM POR TRANSPORTADORA
      * DO CADASTRO (COTACOES-TRANSP), CADA UM COM O SEU FECHO DE
      * ASSINATURA - CADA COLETA TEM O SEU MOTORISTA. A COTACAO
      * MANIFESTADA SEM CODIGO DE RASTREIO GANHA O NOSSO (METODO +
      * TRANSPORTADORA + COTACAO), IMPRESSO NA LINHA PARA A ETIQUETA -
      * E O CODIGO QUE O RASTIMP.COB PROCURA NOS EVENTOS.

       environment division.
       configuration section.
           access mode is dynamic
           record key is cotacoes-chave
           alternate record key is cotacoes-fone with duplicates
           alternate record key is cotacoes-rastreio with duplicates
           file status is wrk-cot-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is produtos-chave
           file status is wrk-prd-status.
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
           select transp assign to 'TRANSP.DAT'
           organization is indexed
           access mode is dynamic
           record key is transp-chave
           file status is wrk-trn-status.
           select romaneio-out assign to wrk-arq-romaneio
           organization is line sequential
           file status is wrk-rom-status.
       FD produtos.
       COPY PRODUTOS.

       FD pedidos.
       COPY PEDIDOS.

       FD notafisc.
       COPY NOTAFISC.

       FD transp.
       COPY TRANSP.

       FD romaneio-out.
       01 romaneio-reg.
           05 rom-linha pic x(150).
       77 wrk-cli-status pic x(02).
       77 wrk-prd-status pic x(02).
       77 wrk-rom-status pic x(02).
       77 wrk-ped-status pic x(02).
       77 wrk-nf-status pic x(02).
      * NOTA DO PEDIDO DA COTACAO AUTORIZADA? COTACAO SEM PEDIDO NAO
      * TEM NOTA E SEGUE COMO SEMPRE.
       77 wrk-sw-autorizada pic x(01) value 'S'.
           88 wrk-nf-liberada value 'S'.
       77 wrk-qt-retidos pic 9(05) value zeros.
       77 wrk-situacao-nf pic x(14) value spaces.
       77 wrk-arq-romaneio pic x(60) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-linha pic x(150) value spaces.
       77 wrk-peso-grupo pic 9(09) value zeros.
       77 wrk-qt-total pic 9(05) value zeros.
       77 wrk-peso-envio pic 9(07) value zeros.
      * KIT PESA O QUE PESAM OS COMPONENTES (KITLER).
       COPY KITLNK.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-valor-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-nome-cliente pic x(30) value spaces.
       77 wrk-endereco pic x(70) value spaces.
      * DEPOSITOS QUE TEM CARGA HOJE (MARCADOS NA PRIMEIRA PASSADA,
      * PELO CODIGO) E O DEPOSITO DA COTACAO LIDA.
       77 wrk-ix-dep pic 9(03) value zeros.
       77 wrk-deposito pic 9(02) value zeros.
       77 wrk-dep-cot pic 9(02) value zeros.
       77 wrk-qt-nao-separados pic 9(05) value zeros.
       01 tab-dep-carga.
           05 tab-dep-usado pic x(01) occurs 99 times.
      * PARES DEPOSITO + TRANSPORTADORA COM CARGA HOJE NO METODO T
      * (MARCADOS NA PRIMEIRA PASSADA) - UM MANIFESTO PARA CADA.
       77 wrk-trn-status pic x(02).
       77 wrk-qt-carga pic 9(03) value zeros.
       77 wrk-ix-carga pic 9(03) value zeros.
       77 wrk-ix-trn pic 9(04) value zeros.
       77 wrk-transp-filtro pic 9(03) value zeros.
       77 wrk-sw-carga pic x(01) value 'N'.
           88 wrk-carga-achada value 'S'.
       01 tab-cargas-transp.
           05 tab-carga-item occurs 200 times.
               10 tab-carga-dep    pic 9(02).
               10 tab-carga-transp pic 9(03).
       COPY ESTDLNK.

       procedure division.
       0050-PRINCIPAL SECTION.
           end-if.
           open input clientes.
           open input produtos.
           open input pedidos.
           open input notafisc.
           open input transp.
           open output romaneio-out.
           move spaces to wrk-linha.
           string 'ROMANEIO DE EXPEDICAO - ' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0060-LEVANTAR-DEPOSITOS
               thru 0060-LEVANTAR-DEPOSITOS-EXIT.
           perform 0080-GRUPO-DEPOSITO thru 0080-GRUPO-DEPOSITO-EXIT
               varying wrk-ix-dep from 1 by 1
               until wrk-ix-dep > 99.
           if wrk-qt-retidos > 0
               move spaces to wrk-linha
               string '*** ' delimited by size
                      wrk-qt-retidos delimited by size
                      ' COTACAO(OES) RETIDA(S) - NF-E NAO AUTORIZADA'
                                       delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
           if wrk-qt-nao-separados > 0
               move spaces to wrk-linha
               string '*** ATENCAO: ' delimited by size
                      wrk-qt-nao-separados delimited by size
                      ' PEDIDO(S) MANIFESTADO(S) SEM SEPARACAO'
                                       delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
           move spaces to wrk-linha.
           string 'TOTAL DE VOLUMES: ' delimited by size
                  wrk-qt-total delimited by size
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close romaneio-out.
           close produtos.
           close pedidos.
           close notafisc.
           close transp.
           close clientes.
           close cotacoes.
           display "romaneio gravado em " wrk-arq-romaneio.
      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-LEVANTAR-DEPOSITOS SECTION.
      * PRIMEIRA PASSADA, SEM MARCAR NADA: DE QUAIS DEPOSITOS SAI A
      * CARGA DE HOJE. AS COTACOES RETIDAS POR NF-E SAEM AQUI.
           move spaces to tab-dep-carga.
           move 0 to wrk-qt-carga.
           move 0 to wrk-qt-retidos.
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
                  and cotacoes-manifesto = 0
                   perform 0070-DEPOSITO-COTACAO
                       thru 0070-DEPOSITO-COTACAO-EXIT
                   if wrk-nf-liberada
                       move 'S' to tab-dep-usado(wrk-dep-cot)
                       if cotacoes-metodo = 'T'
                           perform 0065-MARCAR-TRANSP
                               thru 0065-MARCAR-TRANSP-EXIT
                       end-if
                   else
                       perform 0090-LINHA-RETIDA
                           thru 0090-LINHA-RETIDA-EXIT
                   end-if
               end-if
               read cotacoes next
                   at end move '10' to wrk-cot-status
               end-read
           end-perform.
           move '00' to wrk-cot-status.
       0060-LEVANTAR-DEPOSITOS-EXIT.
           exit.

       0065-MARCAR-TRANSP SECTION.
      * GUARDA O PAR DEPOSITO + TRANSPORTADORA DA COTACAO LIDA, SE
      * AINDA NAO ESTIVER NA TABELA.
           move wrk-dep-cot to wrk-deposito.
           move cotacoes-transp to wrk-transp-filtro.
           perform 0067-ACHAR-CARGA thru 0067-ACHAR-CARGA-EXIT.
           if wrk-carga-achada or wrk-qt-carga not less 200
               go to 0065-MARCAR-TRANSP-EXIT
           end-if.
           add 1 to wrk-qt-carga.
           move wrk-dep-cot to tab-carga-dep(wrk-qt-carga).
           move cotacoes-transp to tab-carga-transp(wrk-qt-carga).
       0065-MARCAR-TRANSP-EXIT.
           exit.

       0067-ACHAR-CARGA SECTION.
           move 'N' to wrk-sw-carga.
           perform varying wrk-ix-carga from 1 by 1
                   until wrk-ix-carga > wrk-qt-carga
                      or wrk-carga-achada
               if tab-carga-dep(wrk-ix-carga) = wrk-deposito
                  and tab-carga-transp(wrk-ix-carga)
                      = wrk-transp-filtro
                   set wrk-carga-achada to true
               end-if
           end-perform.
       0067-ACHAR-CARGA-EXIT.
           exit.

       0070-DEPOSITO-COTACAO SECTION.
      * DEPOSITO DE SAIDA DA COTACAO LIDA: O DO PEDIDO FATURADO;
      * COTACAO SEM PEDIDO OU PEDIDO SEM DEPOSITO SAI DO PRINCIPAL.
      * DE QUEBRA, A SITUACAO NA SEFAZ DA NOTA DO PEDIDO.
           move 1 to wrk-dep-cot.
           set wrk-nf-liberada to true.
           if cotacoes-pedido = 0 or wrk-ped-status not = '00'
               go to 0070-DEPOSITO-COTACAO-EXIT
           end-if.
           move cotacoes-pedido to pedidos-numero.
           read pedidos key is pedidos-chave
               invalid key
                   move 0 to pedidos-deposito
                   move 0 to pedidos-nf
           end-read.
           if pedidos-deposito not = 0
               move pedidos-deposito to wrk-dep-cot
           end-if.
           perform 0075-SITUACAO-NF thru 0075-SITUACAO-NF-EXIT.
       0070-DEPOSITO-COTACAO-EXIT.
           exit.

       0075-SITUACAO-NF SECTION.
      * PEDIDO SEM NOTA, NOTA FORA DO LIVRO OU NOTA AINDA NAO
      * AUTORIZADA (AGUARDANDO, REJEITADA, CANCELADA) SEGURA A CARGA.
           move 'N' to wrk-sw-autorizada.
           move 'SEM NOTA' to wrk-situacao-nf.
           if pedidos-nf = 0 or wrk-nf-status not = '00'
               go to 0075-SITUACAO-NF-EXIT
           end-if.
           move pedidos-nf to nf-numero.
           read notafisc key is notafisc-chave
               invalid key
                   go to 0075-SITUACAO-NF-EXIT
           end-read.
           evaluate true
               when nf-sefaz-autorizada
                   set wrk-nf-liberada to true
               when nf-sefaz-rejeitada
                   move 'REJEITADA' to wrk-situacao-nf
               when nf-sefaz-cancelada
                   move 'CANCELADA' to wrk-situacao-nf
               when other
                   move 'SEM AUTORIZACAO' to wrk-situacao-nf
           end-evaluate.
       0075-SITUACAO-NF-EXIT.
           exit.

       0090-LINHA-RETIDA SECTION.
           add 1 to wrk-qt-retidos.
           move spaces to wrk-linha.
           string '*** RETIDA: COTACAO ' delimited by size
                  cotacoes-numero delimited by size
                  ' PEDIDO ' delimited by size
                  cotacoes-pedido delimited by size
                  ' NF ' delimited by size
                  pedidos-nf delimited by size
                  ' ' delimited by size
                  wrk-situacao-nf delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0090-LINHA-RETIDA-EXIT.
           exit.

       0080-GRUPO-DEPOSITO SECTION.
      * CABECALHO DO DEPOSITO E OS GRUPOS POR METODO DA CARGA DELE.
           if tab-dep-usado(wrk-ix-dep) not = 'S'
               go to 0080-GRUPO-DEPOSITO-EXIT
           end-if.
           move wrk-ix-dep to wrk-deposito.
           move 'V' to lnk-edp-op.
           move wrk-deposito to lnk-edp-deposito.
           call 'ESTDEPMV' using lnk-estdep-area.
           if lnk-edp-erro
               move 'DEPOSITO INATIVO' to lnk-edp-nome
           end-if.
           move ' ' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string '##### DEPOSITO ' delimited by size
                  wrk-deposito delimited by size
                  ' - ' delimited by size
                  lnk-edp-nome delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0100-GRUPO-METODO thru 0100-GRUPO-METODO-EXIT
               varying wrk-ix-met from 1 by 1
               until wrk-ix-met > 2.
           move 3 to wrk-ix-met.
           perform 0095-GRUPO-TRANSP thru 0095-GRUPO-TRANSP-EXIT
               varying wrk-ix-trn from 0 by 1
               until wrk-ix-trn > 999.
       0080-GRUPO-DEPOSITO-EXIT.
           exit.

       0095-GRUPO-TRANSP SECTION.
      * UM MANIFESTO POR TRANSPORTADORA COM CARGA NO DEPOSITO, COM O
      * FECHO DE ASSINATURA DO MOTORISTA DELA. CODIGO ZERO E A
      * TRANSPORTADORA GENERICA DAS COTACOES SEM CADASTRO.
           move wrk-ix-trn to wrk-transp-filtro.
           perform 0067-ACHAR-CARGA thru 0067-ACHAR-CARGA-EXIT.
           if not wrk-carga-achada
               go to 0095-GRUPO-TRANSP-EXIT
           end-if.
           perform 0100-GRUPO-METODO thru 0100-GRUPO-METODO-EXIT.
           move ' ' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'RECEBI OS VOLUMES DA TRANSPORTADORA '
                                    delimited by size
                  wrk-transp-filtro delimited by size
                  ': ______________________' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'MOTORISTA / DATA / HORA' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0095-GRUPO-TRANSP-EXIT.
           exit.

       0100-GRUPO-METODO SECTION.
      * UMA PASSADA NAS COTACOES PARA O DEPOSITO E O METODO
      * CORRENTES - CADA CONFIRMADA SEM MANIFESTO VIRA LINHA E E
      * MARCADA COM A DATA.
           move tab-met-codigo(wrk-ix-met) to wrk-metodo.
           move 0 to wrk-qt-grupo.
           move 0 to wrk-tot-grupo.
                  tab-met-nome(wrk-ix-met) delimited by size
             into wrk-linha
           end-string.
           if wrk-metodo = 'T'
               perform 0105-NOME-TRANSP thru 0105-NOME-TRANSP-EXIT
           end-if.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 0 to cotacoes-numero.
           start cotacoes key is greater cotacoes-chave
               if cotacoes-sit-confirmada
                  and cotacoes-manifesto = 0
                  and cotacoes-metodo = wrk-metodo
                  and (wrk-metodo not = 'T'
                       or cotacoes-transp = wrk-transp-filtro)
                   perform 0070-DEPOSITO-COTACAO
                       thru 0070-DEPOSITO-COTACAO-EXIT
                   if wrk-dep-cot = wrk-deposito and wrk-nf-liberada
                       perform 0150-LINHA-ENVIO
                           thru 0150-LINHA-ENVIO-EXIT
                   end-if
               end-if
               read cotacoes next
                   at end move '10' to wrk-cot-status
       0100-GRUPO-METODO-EXIT.
           exit.

       0105-NOME-TRANSP SECTION.
      * COMPLETA O CABECALHO DO GRUPO T COM CODIGO E NOME DA
      * TRANSPORTADORA.
           if wrk-transp-filtro = 0
               move 'TRANSPORTADORA SEM CADASTRO' to transp-nome
           else
               move 'TRANSPORTADORA FORA DO CADASTRO' to transp-nome
               if wrk-trn-status = '00'
                   move wrk-transp-filtro to transp-codigo
                   read transp key is transp-chave
                       invalid key
                           move 'TRANSPORTADORA FORA DO CADASTRO'
                             to transp-nome
                   end-read
                   move '00' to wrk-trn-status
               end-if
           end-if.
           move spaces to wrk-linha.
           string '=== TRANSPORTADORA ' delimited by size
                  wrk-transp-filtro delimited by size
                  ' - ' delimited by size
                  transp-nome delimited by size
             into wrk-linha
           end-string.
       0105-NOME-TRANSP-EXIT.
           exit.

       0150-LINHA-ENVIO SECTION.
           move spaces to wrk-nome-cliente.
           move spaces to wrk-endereco.
                       continue
                   not invalid key
                       move produtos-peso-gramas to wrk-peso-envio
                       if produtos-e-kit
                           perform 0255-PESO-KIT
                               thru 0255-PESO-KIT-EXIT
                       end-if
               end-read
           end-if.
           if cotacoes-rastreio = spaces
               string cotacoes-metodo delimited by size
                      cotacoes-transp delimited by size
                      cotacoes-numero delimited by size
                      'BR' delimited by size
                 into cotacoes-rastreio
               end-string
           end-if.
           move cotacoes-valor to wrk-valor-ED.
           move spaces to wrk-linha.
           string cotacoes-numero delimited by size
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
           move spaces to wrk-linha.
           string '  RASTREIO: ' delimited by size
                  cotacoes-rastreio delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
      * PEDIDO FATURADO QUE NUNCA SAIU NUMA LISTA DE SEPARACAO.
           if cotacoes-pedido not = 0 and wrk-ped-status = '00'
               move cotacoes-pedido to pedidos-numero
               read pedidos key is pedidos-chave
                   invalid key
                       continue
                   not invalid key
                       if pedidos-separado = 0
                           move spaces to wrk-linha
                           string '  *** ATENCAO: PEDIDO '
                                                 delimited by size
                                  pedidos-numero delimited by size
                                  ' NAO FOI SEPARADO'
                                                 delimited by size
                             into wrk-linha
                           end-string
                           perform 0280-SAIDA thru 0280-SAIDA-EXIT
                           add 1 to wrk-qt-nao-separados
                       end-if
               end-read
           end-if.
           add 1 to wrk-qt-grupo.
           add 1 to wrk-qt-total.
           add cotacoes-valor to wrk-tot-grupo.
       0280-SAIDA-EXIT.
           exit.

       0255-PESO-KIT SECTION.
      * MESMA CONTA DO 0145-PESO-KIT DO FRETE.COB: COMPONENTE X
      * QUANTIDADE NO KIT; SEM COMPONENTE FICA O PESO DO CADASTRO.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           if lnk-kit-nao-achado
               go to 0255-PESO-KIT-EXIT
           end-if.
           move 0 to wrk-peso-envio.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       continue
                   not invalid key
                       compute wrk-peso-envio = wrk-peso-envio
                           + (produtos-peso-gramas
                              * lnk-kit-comp-qtde(wrk-ix-comp))
               end-read
           end-perform.
       0255-PESO-KIT-EXIT.
           exit.

       end program ROMANEIO.
