       identification division.
       program-id. ROTAPLAN.
      * PLANO DE ROTAS DO CAMINHAO PROPRIO: AS COTACOES CONFIRMADAS DA
      * TRANSPORTADORA QUE E A NOSSA FROTA (PARAMETRO
      * ROTAS/TRANSP-PROPRIA, CODIGO NO TRANSP.DAT), JA MANIFESTADAS
      * NO ROMANEIO E AINDA SEM ROTA, SAO SEPARADAS EM CARGAS POR
      * REGIAO DE ENTREGA (FAIXAS DE CEP DO ROTAREG.DAT), UMA CARGA
      * POR REGIAO, ATE A CAPACIDADE DO VEICULO (ROTAS/CAPACIDADE-KG,
      * PADRAO 1000 KG) PELO PESO DO CATALOGO - OS ENVIOS MAIS ANTIGOS
      * ENTRAM PRIMEIRO. CADA CARGA SAI COMO FOLHA DE ROTA EM ORDEM DE
      * CEP, COM O ENDERECO DE ENTREGA DO PEDIDO QUANDO HOUVER (SENAO O
      * DO CADASTRO) E O ESPACO PARA A ASSINATURA DO RECEBEDOR. O QUE
      * NAO COUBE FICA SEM ROTA E ENTRA NO PLANO DO DIA SEGUINTE.
      * RODAR DE NOVO NO MESMO DIA REFAZ O PLANO DO DIA. SAI EM
      * ROTA_AAAAMMDD.TXT E NA TELA; OPCAO 4 DO ROTAMANT.COB.

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
           select rotareg assign to 'ROTAREG.DAT'
           organization is indexed
           access mode is dynamic
           record key is rotareg-chave
           file status is wrk-reg-status.
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
           select pedidos assign to 'PEDIDOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select rota-out assign to wrk-arq-rota
           organization is line sequential
           file status is wrk-rot-status.
       data division.
       file section.
       FD cotacoes.
       COPY COTACOES.

       FD rotareg.
       COPY ROTAREG.

       FD clientes.
       COPY CLIENTES.

       FD produtos.
       COPY PRODUTOS.

       FD pedidos.
       COPY PEDIDOS.

       FD rota-out.
       01 rota-reg.
           05 rot-linha pic x(150).

       working-storage section.
       77 wrk-cot-status pic x(02).
       77 wrk-reg-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-prd-status pic x(02).
       77 wrk-ped-status pic x(02).
       77 wrk-rot-status pic x(02).
       77 wrk-arq-rota pic x(60) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-linha pic x(150) value spaces.
       COPY PARAMLNK.
       77 wrk-transp-propria pic 9(03) value zeros.
       77 wrk-capacidade-kg pic 9(05) value 1000.
       77 wrk-capacidade pic 9(09) value zeros.
      * PESO DO ENVIO PELO CATALOGO (KIT PESA OS COMPONENTES).
       COPY KITLNK.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-peso-envio pic 9(07) value zeros.
      * ENDERECO DE ENTREGA: O DO PEDIDO QUANDO PREENCHIDO, SENAO O
      * DO CADASTRO DO CLIENTE.
       77 wrk-cep pic 9(08) value zeros.
       77 wrk-nome-cliente pic x(30) value spaces.
       77 wrk-endereco pic x(80) value spaces.
       77 wrk-regiao pic 9(02) value zeros.
       77 wrk-regiao-nome pic x(25) value spaces.
      * ENVIOS DO DIA, NA ORDEM DAS COTACOES (MAIS ANTIGA PRIMEIRO),
      * COM A CARGA EM QUE ENTRARAM (ZERO = FICOU PARA AMANHA).
       77 wrk-qt-env pic 9(03) value zeros.
       77 wrk-ix-env pic 9(03) value zeros.
       77 wrk-ix-menor pic 9(03) value zeros.
       01 tab-envios.
           05 tab-env-item occurs 500 times.
               10 tab-env-cotacao pic 9(06).
               10 tab-env-regiao  pic 9(02).
               10 tab-env-cep     pic 9(08).
               10 tab-env-peso    pic 9(07).
               10 tab-env-carga   pic 9(02).
               10 tab-env-listado pic x(01).
       77 wrk-ix-reg pic 9(03) value zeros.
       77 wrk-qt-cargas pic 9(02) value zeros.
       77 wrk-carga pic 9(02) value zeros.
       77 wrk-peso-carga pic 9(09) value zeros.
       77 wrk-qt-carga pic 9(03) value zeros.
       77 wrk-seq pic 9(03) value zeros.
       77 wrk-qt-roteados pic 9(05) value zeros.
       77 wrk-qt-adiados pic 9(05) value zeros.
       77 wrk-qt-sem-regiao pic 9(05) value zeros.
       77 wrk-qt-pendentes pic 9(05) value zeros.
       77 wrk-kg-ED pic zz.zz9,999 value zeros.
       77 wrk-cap-ED pic zz.zz9 value zeros.
       77 wrk-sw-tabela pic x(01) value 'N'.
           88 wrk-tabela-cheia value 'S'.

       procedure division.
       0050-PRINCIPAL SECTION.
      * O ROTAMANT CHAMA ESTE PROGRAMA VARIAS VEZES NA MESMA SESSAO -
      * OS CONTADORES RECOMECAM A CADA RODADA.
           move 0 to wrk-qt-env.
           move 0 to wrk-qt-cargas.
           move 0 to wrk-qt-roteados.
           move 0 to wrk-qt-adiados.
           move 0 to wrk-qt-sem-regiao.
           move 0 to wrk-qt-pendentes.
           move 'N' to wrk-sw-tabela.
           accept wrk-data-hoje from date YYYYMMDD.
           move 0 to wrk-transp-propria.
           move 'ROTAS' to lnk-param-programa.
           move 'TRANSP-PROPRIA' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-transp-propria
           end-if.
           if wrk-transp-propria = 0
               display "parametro ROTAS/TRANSP-PROPRIA nao cadastrado "
                       "- informe o codigo da frota propria no "
                       "TRANSP.DAT"
               move 8 to return-code
               go to 0300-final
           end-if.
           move 1000 to wrk-capacidade-kg.
           move 'ROTAS' to lnk-param-programa.
           move 'CAPACIDADE-KG' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-capacidade-kg
           end-if.
           compute wrk-capacidade = wrk-capacidade-kg * 1000.
           open i-o cotacoes.
           if wrk-cot-status not = '00'
               display "arquivo de cotacoes indisponivel"
               move 8 to return-code
               go to 0300-final
           end-if.
           open input rotareg.
           if wrk-reg-status not = '00'
               display "regioes de entrega nao cadastradas - use o "
                       "ROTAMANT"
               close cotacoes
               move 8 to return-code
               go to 0300-final
           end-if.
           open input clientes.
           open input produtos.
           open input pedidos.
           move spaces to wrk-arq-rota.
           string 'ROTA_' delimited by size
                  wrk-data-hoje delimited by size
                  '.TXT' delimited by size
             into wrk-arq-rota
           end-string.
           open output rota-out.
           move wrk-capacidade-kg to wrk-cap-ED.
           move spaces to wrk-linha.
           string 'PLANO DE ROTAS DO CAMINHAO PROPRIO - '
                      delimited by size
                  wrk-data-hoje delimited by size
                  ' - CAPACIDADE ' delimited by size
                  wrk-cap-ED delimited by size
                  ' KG' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0100-LEVANTAR-ENVIOS thru 0100-LEVANTAR-ENVIOS-EXIT.
           perform 0200-MONTAR-CARGA thru 0200-MONTAR-CARGA-EXIT
               varying wrk-ix-reg from 1 by 1
               until wrk-ix-reg > 99.
           perform 0250-ADIADOS thru 0250-ADIADOS-EXIT.
           move spaces to wrk-linha.
           string 'CARGAS: ' delimited by size
                  wrk-qt-cargas delimited by size
                  ' ENVIOS ROTEADOS: ' delimited by size
                  wrk-qt-roteados delimited by size
                  ' PARA AMANHA: ' delimited by size
                  wrk-qt-adiados delimited by size
                  ' SEM REGIAO: ' delimited by size
                  wrk-qt-sem-regiao delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close rota-out.
           close pedidos.
           close produtos.
           close clientes.
           close rotareg.
           close cotacoes.
           display "plano de rotas gravado em " wrk-arq-rota.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-LEVANTAR-ENVIOS SECTION.
      * ENVIOS DA FROTA PROPRIA MANIFESTADOS, NAO ENTREGUES E SEM ROTA
      * (OU COM A ROTA DE HOJE, PARA REFAZER O PLANO). ENVIO QUE JA
      * SAIU NUMA ROTA ANTERIOR E NAO TEVE BAIXA SO E AVISADO - O
      * ROTAMANT DEVOLVE AO PLANO O QUE VOLTOU NO CAMINHAO.
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
                  and cotacoes-metodo = 'T'
                  and cotacoes-transp = wrk-transp-propria
                  and cotacoes-manifesto > 0
                  and cotacoes-data-entrega = 0
                  and not cotacoes-ras-encerrado
                   if cotacoes-data-rota = 0
                      or cotacoes-data-rota = wrk-data-hoje
                       perform 0120-GUARDAR-ENVIO
                           thru 0120-GUARDAR-ENVIO-EXIT
                   else
                       perform 0190-SEM-BAIXA thru 0190-SEM-BAIXA-EXIT
                   end-if
               end-if
               read cotacoes next
                   at end move '10' to wrk-cot-status
               end-read
           end-perform.
           move '00' to wrk-cot-status.
           if wrk-tabela-cheia
               move '*** MAIS DE 500 ENVIOS - O EXCESSO FICA PARA O PR
      -             'OXIMO PLANO' to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
       0100-LEVANTAR-ENVIOS-EXIT.
           exit.

       0120-GUARDAR-ENVIO SECTION.
           if wrk-qt-env not less 500
               set wrk-tabela-cheia to true
               go to 0120-GUARDAR-ENVIO-EXIT
           end-if.
           perform 0150-ENDERECO thru 0150-ENDERECO-EXIT.
           perform 0160-REGIAO thru 0160-REGIAO-EXIT.
           perform 0170-PESO thru 0170-PESO-EXIT.
           add 1 to wrk-qt-env.
           move cotacoes-numero to tab-env-cotacao(wrk-qt-env).
           move wrk-regiao to tab-env-regiao(wrk-qt-env).
           move wrk-cep to tab-env-cep(wrk-qt-env).
           move wrk-peso-envio to tab-env-peso(wrk-qt-env).
           move 0 to tab-env-carga(wrk-qt-env).
           move 'N' to tab-env-listado(wrk-qt-env).
       0120-GUARDAR-ENVIO-EXIT.
           exit.

       0150-ENDERECO SECTION.
      * ENDERECO DE ENTREGA DO PEDIDO (PEDIDOS-ENTREGA) QUANDO TEM
      * CEP; SENAO O DO CADASTRO DO CLIENTE.
           move 0 to wrk-cep.
           move spaces to wrk-endereco.
           move 'SEM CLIENTE CADASTRADO' to wrk-nome-cliente.
           if cotacoes-fone not = 0 and wrk-cli-status = '00'
               move cotacoes-fone to clientes-fone
               read clientes key is clientes-chave
                   invalid key
                       move 'CLIENTE FORA DO CADASTRO'
                         to wrk-nome-cliente
                   not invalid key
                       move clientes-nome to wrk-nome-cliente
                       move clientes-cep to wrk-cep
                       string clientes-logradouro delimited by size
                              ' ' delimited by size
                              clientes-cidade delimited by size
                              '/' delimited by size
                              clientes-uf delimited by size
                         into wrk-endereco
                       end-string
               end-read
           end-if.
           if cotacoes-pedido = 0 or wrk-ped-status not = '00'
               go to 0150-ENDERECO-EXIT
           end-if.
           move cotacoes-pedido to pedidos-numero.
           read pedidos key is pedidos-chave
               invalid key
                   go to 0150-ENDERECO-EXIT
           end-read.
           if pedidos-ent-cep not = 0
               move pedidos-ent-cep to wrk-cep
               move spaces to wrk-endereco
               string pedidos-ent-logradouro delimited by size
                      ' ' delimited by size
                      pedidos-ent-cidade delimited by size
                      '/' delimited by size
                      pedidos-ent-uf delimited by size
                 into wrk-endereco
               end-string
           end-if.
       0150-ENDERECO-EXIT.
           exit.

       0160-REGIAO SECTION.
      * MESMA BUSCA DA FAIXA DE CEP DO CLIENTES1.COB: O START NOT
      * LESS PELO FIM CAI NA UNICA FAIXA QUE PODE CONTER O CEP.
           move 0 to wrk-regiao.
           move spaces to wrk-regiao-nome.
           if wrk-cep = 0
               go to 0160-REGIAO-EXIT
           end-if.
           move wrk-cep to rotareg-fim.
           start rotareg key is not less rotareg-chave
               invalid key
                   go to 0160-REGIAO-EXIT
           end-start.
           read rotareg next
               at end
                   move '00' to wrk-reg-status
                   go to 0160-REGIAO-EXIT
           end-read.
           if rotareg-ini not > wrk-cep
               move rotareg-codigo to wrk-regiao
               move rotareg-nome to wrk-regiao-nome
           end-if.
       0160-REGIAO-EXIT.
           exit.

       0170-PESO SECTION.
      * PESO DO CATALOGO (MESMA CONTA DO ROMANEIO.COB); SEM CODIGO DE
      * PRODUTO O ENVIO NAO PESA NA CARGA.
           move 0 to wrk-peso-envio.
           if cotacoes-codigo = 0 or wrk-prd-status not = '00'
               go to 0170-PESO-EXIT
           end-if.
           move cotacoes-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   go to 0170-PESO-EXIT
           end-read.
           move produtos-peso-gramas to wrk-peso-envio.
           if produtos-e-kit
               perform 0175-PESO-KIT thru 0175-PESO-KIT-EXIT
           end-if.
       0170-PESO-EXIT.
           exit.

       0175-PESO-KIT SECTION.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           if lnk-kit-nao-achado
               go to 0175-PESO-KIT-EXIT
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
       0175-PESO-KIT-EXIT.
           exit.

       0190-SEM-BAIXA SECTION.
           add 1 to wrk-qt-pendentes.
           move spaces to wrk-linha.
           string '*** EM ROTA DESDE ' delimited by size
                  cotacoes-data-rota delimited by size
                  ' SEM BAIXA DE ENTREGA: COTACAO ' delimited by size
                  cotacoes-numero delimited by size
                  ' PEDIDO ' delimited by size
                  cotacoes-pedido delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0190-SEM-BAIXA-EXIT.
           exit.

       0200-MONTAR-CARGA SECTION.
      * UMA CARGA PARA A REGIAO: OS ENVIOS ENTRAM NA ORDEM DA TABELA
      * (MAIS ANTIGO PRIMEIRO) ENQUANTO HOUVER CAPACIDADE; O QUE NAO
      * COUBE PODE SER PASSADO POR UM MENOR QUE CAIBA.
           move wrk-ix-reg to wrk-regiao.
           move 0 to wrk-peso-carga.
           move 0 to wrk-qt-carga.
           move 0 to wrk-carga.
           perform varying wrk-ix-env from 1 by 1
                   until wrk-ix-env > wrk-qt-env
               if tab-env-regiao(wrk-ix-env) = wrk-regiao
                  and wrk-peso-carga + tab-env-peso(wrk-ix-env)
                      not > wrk-capacidade
                   if wrk-carga = 0
                       add 1 to wrk-qt-cargas
                       move wrk-qt-cargas to wrk-carga
                   end-if
                   move wrk-carga to tab-env-carga(wrk-ix-env)
                   add tab-env-peso(wrk-ix-env) to wrk-peso-carga
                   add 1 to wrk-qt-carga
               end-if
           end-perform.
           if wrk-carga = 0
               go to 0200-MONTAR-CARGA-EXIT
           end-if.
           perform 0210-FOLHA-ROTA thru 0210-FOLHA-ROTA-EXIT.
       0200-MONTAR-CARGA-EXIT.
           exit.

       0210-FOLHA-ROTA SECTION.
      * FOLHA DA CARGA: CABECALHO E OS ENVIOS EM ORDEM DE CEP (A CADA
      * VOLTA SAI O MENOR CEP AINDA NAO LISTADO).
           move spaces to wrk-regiao-nome.
           perform varying wrk-ix-env from 1 by 1
                   until wrk-ix-env > wrk-qt-env
                      or wrk-regiao-nome not = spaces
               if tab-env-carga(wrk-ix-env) = wrk-carga
                   move tab-env-cep(wrk-ix-env) to wrk-cep
                   perform 0160-REGIAO thru 0160-REGIAO-EXIT
               end-if
           end-perform.
           move wrk-ix-reg to wrk-regiao.
           compute wrk-kg-ED = wrk-peso-carga / 1000.
           move ' ' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string '##### CARGA ' delimited by size
                  wrk-carga delimited by size
                  ' - REGIAO ' delimited by size
                  wrk-regiao delimited by size
                  ' ' delimited by size
                  wrk-regiao-nome delimited by size
                  ' - ' delimited by size
                  wrk-qt-carga delimited by size
                  ' ENTREGA(S) - ' delimited by size
                  wrk-kg-ED delimited by size
                  ' KG' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 0 to wrk-seq.
           perform wrk-qt-carga times
               move 0 to wrk-ix-menor
               perform varying wrk-ix-env from 1 by 1
                       until wrk-ix-env > wrk-qt-env
                   if tab-env-carga(wrk-ix-env) = wrk-carga
                      and tab-env-listado(wrk-ix-env) = 'N'
                       if wrk-ix-menor = 0
                           move wrk-ix-env to wrk-ix-menor
                       else
                           if tab-env-cep(wrk-ix-env) <
                              tab-env-cep(wrk-ix-menor)
                               move wrk-ix-env to wrk-ix-menor
                           end-if
                       end-if
                   end-if
               end-perform
               move 'S' to tab-env-listado(wrk-ix-menor)
               perform 0220-LINHA-ENTREGA
                   thru 0220-LINHA-ENTREGA-EXIT
           end-perform.
           move ' ' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'MOTORISTA: __________________  SAIDA: ____:____  RETO
      -         'RNO: ____:____' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0210-FOLHA-ROTA-EXIT.
           exit.

       0220-LINHA-ENTREGA SECTION.
      * RELE A COTACAO PARA O ENDERECO E MARCA A ROTA DE HOJE.
           move tab-env-cotacao(wrk-ix-menor) to cotacoes-numero.
           read cotacoes key is cotacoes-chave
               invalid key
                   go to 0220-LINHA-ENTREGA-EXIT
           end-read.
           perform 0150-ENDERECO thru 0150-ENDERECO-EXIT.
           add 1 to wrk-seq.
           compute wrk-kg-ED = tab-env-peso(wrk-ix-menor) / 1000.
           move spaces to wrk-linha.
           string wrk-seq delimited by size
                  ') CEP ' delimited by size
                  wrk-cep delimited by size
                  ' COTACAO ' delimited by size
                  cotacoes-numero delimited by size
                  ' PEDIDO ' delimited by size
                  cotacoes-pedido delimited by size
                  ' ' delimited by size
                  wrk-nome-cliente delimited by size
                  ' ' delimited by size
                  wrk-kg-ED delimited by size
                  ' KG' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string '     ' delimited by size
                  wrk-endereco delimited by size
                  '  ' delimited by size
                  cotacoes-produto delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move '     RECEBEDOR: ____________________  DOC: __________
      -         '  DATA/HORA: ____________' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           add 1 to wrk-qt-roteados.
           move wrk-data-hoje to cotacoes-data-rota.
           rewrite cotacoes-reg
               invalid key
                   display "cotacao " cotacoes-numero
                           " nao marcada com a rota"
           end-rewrite.
       0220-LINHA-ENTREGA-EXIT.
           exit.

       0250-ADIADOS SECTION.
      * O QUE NAO COUBE (OU NAO TEM REGIAO) FICA SEM ROTA - SE VEIO DE
      * UM PLANO ANTERIOR DE HOJE, A MARCA E DESFEITA.
           move ' ' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'FICAM PARA O PROXIMO PLANO (COTACAO;CEP;PESO KG;MOTIVO
      -         ')' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-env from 1 by 1
                   until wrk-ix-env > wrk-qt-env
               if tab-env-carga(wrk-ix-env) = 0
                   perform 0260-LINHA-ADIADO
                       thru 0260-LINHA-ADIADO-EXIT
               end-if
           end-perform.
       0250-ADIADOS-EXIT.
           exit.

       0260-LINHA-ADIADO SECTION.
           compute wrk-kg-ED = tab-env-peso(wrk-ix-env) / 1000.
           move spaces to wrk-linha.
           string '  ' delimited by size
                  tab-env-cotacao(wrk-ix-env) delimited by size
                  ';' delimited by size
                  tab-env-cep(wrk-ix-env) delimited by size
                  ';' delimited by size
                  wrk-kg-ED delimited by size
                  ';' delimited by size
             into wrk-linha
           end-string.
           evaluate true
               when tab-env-regiao(wrk-ix-env) = 0
                   move 'CEP FORA DAS REGIOES' to wrk-linha(45:30)
                   add 1 to wrk-qt-sem-regiao
               when tab-env-peso(wrk-ix-env) > wrk-capacidade
                   move 'EXCEDE A CAPACIDADE DO VEICULO'
                     to wrk-linha(45:30)
                   add 1 to wrk-qt-adiados
               when other
                   move 'NAO COUBE NA CARGA' to wrk-linha(45:30)
                   add 1 to wrk-qt-adiados
           end-evaluate.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move tab-env-cotacao(wrk-ix-env) to cotacoes-numero.
           read cotacoes key is cotacoes-chave
               invalid key
                   go to 0260-LINHA-ADIADO-EXIT
           end-read.
           if cotacoes-data-rota not = 0
               move 0 to cotacoes-data-rota
               rewrite cotacoes-reg
                   invalid key
                       continue
               end-rewrite
           end-if.
       0260-LINHA-ADIADO-EXIT.
           exit.

       0280-SAIDA SECTION.
      * CADA LINHA VAI PARA O ARQUIVO DO DIA E PARA A TELA.
           move wrk-linha to rot-linha.
           write rota-reg.
           display wrk-linha(1:110).
       0280-SAIDA-EXIT.
           exit.

       end program ROTAPLAN.
