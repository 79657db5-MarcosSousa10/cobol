       identification division.
       program-id. LOJAIMP.
      * IMPORTACAO DOS PEDIDOS DA LOJA VIRTUAL: LE A EXPORTACAO DIARIA
      * DA LOJA (LOJA_PEDIDOS.CSV, SEPARADA POR ';', UMA LINHA POR
      * ITEM, AS LINHAS DO MESMO PEDIDO DA LOJA EM SEQUENCIA) E GERA O
      * PEDIDO EM PEDIDOS.DAT/PEDITENS.DAT COM A RESERVA DE ESTOQUE,
      * NO LUGAR DA REDIGITACAO NA TELA DO PEDIDOS.COB. O CLIENTE E
      * ACHADO PELO CPF/CNPJ (CHAVE ALTERNADA CLIENTES-DOCUMENTO); SEM
      * CADASTRO, E INCLUIDO COM AS MESMAS VALIDACOES DA INCLUSAO DO
      * CLIENTES1.COB. VALEM AS MESMAS TRAVAS DA INCLUSAO DO PEDIDO:
      * CLIENTE INATIVO OU BLOQUEADO POR INADIMPLENCIA, LIMITE DE
      * CREDITO ESTOURADO (SEM OPERADOR PARA LIBERAR - VAI PARA O LOG
      * DE EXCECOES DO DIA, COMO NO CONTGER.COB) E ITEM ACIMA DO
      * DISPONIVEL EM ESTOQUE RECUSAM O PEDIDO INTEIRO. CADA LINHA
      * SAI EM LOJA_RESULTADO.TXT COMO IMPORTADA (COM O NUMERO DO
      * PEDIDO) OU REJEITADA (COM O MOTIVO). O PEDIDO DA LOJA JA
      * IMPORTADO FICA EM LOJAPED.DAT E NAO E GERADO DE NOVO SE A
      * MESMA EXPORTACAO RODAR OUTRA VEZ. A EXPORTACAO PROCESSADA E
      * ARQUIVADA COM A DATA (MESMO ESQUEMA DO CNABRET.COB).
      *
      * CAMPOS DA LINHA: PEDIDO NA LOJA;DATA (AAAAMMDD);CPF/CNPJ;
      * NOME;E-MAIL;TELEFONE;CONSENTIMENTO (S/N);LOGRADOURO;CIDADE;
      * UF;CEP;CODIGO DO PRODUTO;QUANTIDADE;VALOR UNITARIO (PONTO OU
      * VIRGULA DECIMAL, SEM SEPARADOR DE MILHAR; EM BRANCO OU ZERO =
      * PRECO DA LISTA DO CLIENTE). O ENDERECO E O DE ENTREGA DO
      * PEDIDO; NO CLIENTE NOVO VIRA TAMBEM O ENDERECO DO CADASTRO. A
      * LINHA DE TITULOS DA EXPORTACAO (PRIMEIRO CAMPO 'PEDIDO') E
      * PULADA.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select loja-in assign to
               "LOJA_PEDIDOS.CSV"
           organization is line sequential
           file status is wrk-loj-status.
           select resultado-out assign to
               "LOJA_RESULTADO.TXT"
           organization is line sequential
           file status is wrk-res-status.
      * COPIA DATADA DA EXPORTACAO PROCESSADA
      * (LOJA_PEDIDOS_AAAAMMDD.CSV).
           select loja-arq assign to wrk-arq-loja
           organization is line sequential
           file status is wrk-arq-status.
           select lojaped assign to 'LOJAPED.DAT'
           organization is indexed
           access mode is dynamic
           record key is lojaped-chave
           file status is wrk-lpd-status.
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
      * O CLIENTE NOVO E GRAVADO AQUI - AS DUAS CHAVES ALTERNADAS TEM
      * QUE ESTAR DECLARADAS PARA O INDICE ACOMPANHAR O WRITE.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           alternate record key is clientes-nome with duplicates
           alternate record key is clientes-documento
               with duplicates
           file status is wrk-cli-status.
           select cep-idx assign to 'CEPFAIXA.DAT'
           organization is indexed
           access mode is dynamic
           record key is cepidx-chave
           file status is wrk-cep-status.
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
           select auditoria assign to "AUDITORIA.TXT"
           organization is line sequential
           file status is wrk-cau-status.
       data division.
       file section.
       FD loja-in.
       01 loja-reg.
           05 loja-linha pic x(300).

       FD resultado-out.
       01 resultado-reg.
           05 res-linha pic x(120).

       FD loja-arq.
       01 loja-arq-reg.
           05 arq-linha pic x(300).

       FD lojaped.
       COPY LOJAPED.

       FD pedidos.
       COPY PEDIDOS.

       FD peditens.
       COPY PEDITENS.

       FD clientes.
       COPY CLIENTES.

       FD cep-idx.
       COPY CEPFAIXA.

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

       FD auditoria.
       01 audit-reg.
           05 audit-linha pic x(600).

       working-storage section.
       77 wrk-loj-status pic x(02).
       77 wrk-res-status pic x(02).
       77 wrk-arq-status pic x(02).
       77 wrk-lpd-status pic x(02).
       77 wrk-ped-status pic x(02).
       77 wrk-itn-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-cep-status pic x(02).
       77 wrk-prd-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-blq-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-cau-status pic x(02).
       77 wrk-arq-loja pic x(60) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora-aud pic x(08) value spaces.
       77 wrk-operador pic x(08) value 'LOJAIMP'.
       COPY SESSLNK.
       COPY PARAMLNK.
       COPY NUMLNK.
       COPY KITLNK.
       COPY PRECLNK.
      * VENDEDOR A QUE OS PEDIDOS DA LOJA SAO CREDITADOS (PARAMETRO
      * LOJAIMP/VENDEDOR) - SEM PARAMETRO E VENDA DE BALCAO.
       77 wrk-vendedor pic 9(03) value zeros.
      * LINHA DA EXPORTACAO DESMONTADA - OS CAMPOS NUMERICOS ENTRAM
      * ALINHADOS A DIREITA E GANHAM ZEROS A ESQUERDA ANTES DA
      * CONFERENCIA.
       77 wrk-linha pic x(300) value spaces.
       77 wrk-qt-campos pic 9(02) value zeros.
       01 wrk-csv.
           05 csv-loja       pic x(15).
           05 csv-data       pic x(08) justified right.
           05 csv-documento  pic x(14) justified right.
           05 csv-nome       pic x(30).
           05 csv-email      pic x(60).
           05 csv-fone       pic x(09) justified right.
           05 csv-consente   pic x(01).
           05 csv-logradouro pic x(40).
           05 csv-cidade     pic x(25).
           05 csv-uf         pic x(02).
           05 csv-cep        pic x(08) justified right.
           05 csv-codigo     pic x(05) justified right.
           05 csv-qtde       pic x(03) justified right.
           05 csv-valor      pic x(12).
       77 wrk-csv-titulo pic x(15) value spaces.
      * DADOS DO PEDIDO DA LOJA, DA PRIMEIRA LINHA DELE.
       01 wrk-grupo.
           05 wrk-grp-loja       pic x(15).
           05 wrk-grp-data       pic 9(08).
           05 wrk-grp-documento  pic 9(14).
           05 wrk-grp-nome       pic x(30).
           05 wrk-grp-email      pic x(60).
           05 wrk-grp-fone       pic 9(09).
           05 wrk-grp-consente   pic x(01).
           05 wrk-grp-logradouro pic x(40).
           05 wrk-grp-cidade     pic x(25).
           05 wrk-grp-uf         pic x(02).
           05 wrk-grp-cep        pic 9(08).
      * LINHAS (ITENS) DO PEDIDO DA LOJA EM MAOS - SO VAO PARA O
      * ARQUIVO DEPOIS DE O PEDIDO INTEIRO PASSAR PELAS TRAVAS.
       77 wrk-qt-grupo pic 9(03) value zeros.
       77 wrk-ix-lin pic 9(03) value zeros.
       77 wrk-ix-ant pic 9(03) value zeros.
       77 wrk-num-linha pic 9(05) value zeros.
       01 tab-linhas.
           05 tab-lin occurs 99 times.
               10 tab-lin-num         pic 9(05).
               10 tab-lin-codigo      pic 9(05).
               10 tab-lin-qtde        pic 9(03).
               10 tab-lin-valor       pic 9(08)v99.
               10 tab-lin-produto     pic x(30).
               10 tab-lin-preco-tab   pic 9(08)v99.
               10 tab-lin-preco-lista pic 9(08)v99.
               10 tab-lin-preco-min   pic 9(08)v99.
               10 tab-lin-aprovacao   pic x(01).
               10 tab-lin-motivo      pic x(45).
      * MOTIVO DA RECUSA DO PEDIDO INTEIRO - BRANCO = IMPORTADO. A
      * LINHA COM MOTIVO PROPRIO SAI COM O DELA.
       77 wrk-motivo pic x(45) value spaces.
       77 wrk-motivo-grupo pic x(45) value spaces.
       77 wrk-sw-repetido pic x(01) value 'N'.
           88 wrk-pedido-repetido value 'S'.
      * CLIENTE DO PEDIDO: ACHADO PELO CPF/CNPJ OU NOVO.
       77 wrk-sw-cliente pic x(01) value 'N'.
           88 wrk-cliente-achado value 'S'.
           88 wrk-cliente-novo   value 'V'.
           88 wrk-cliente-inativo value 'I'.
       77 wrk-fone pic 9(09) value zeros.
       77 wrk-limite pic 9(08)v99 value zeros.
       77 wrk-lista pic 9(02) value zeros.
       77 wrk-cont-arroba pic 9(02) value zeros.
      * NORMALIZACAO DO NOME DO CLIENTE NOVO (MESMA TECNICA DO
      * 5018-NORMALIZAR-NOME DO CLIENTES1.COB).
       01 wrk-nome-palavras.
           05 wrk-nome-palavra pic x(30) occurs 10 times.
       77 wrk-nome-normalizado pic x(30) value spaces.
       77 wrk-nome-ponteiro pic 9(03) value zeros.
       77 wrk-ix-palavra pic 9(02) value zeros.
      * ESTOQUE DO ITEM: SALDO MENOS O RESERVADO POR OUTROS PEDIDOS
      * ABERTOS MENOS O QUE AS LINHAS ANTERIORES DO MESMO PEDIDO JA
      * PEDIRAM DO MESMO PRODUTO.
       77 wrk-estoque pic s9(07) value zeros.
       77 wrk-reservado pic s9(07) value zeros.
       77 wrk-disponivel pic s9(08) value zeros.
       77 wrk-disponivel-ED pic -zzzzzz9 value zeros.
       77 wrk-ix-comp pic 9(02) value zeros.
       77 wrk-comp-saldo pic s9(07) value zeros.
       77 wrk-comp-qtde pic 9(07) value zeros.
       77 wrk-sw-catalogo pic x(01) value 'N'.
           88 wrk-catalogo-aberto value 'S'.
       77 wrk-qt-retidas pic 9(03) value zeros.
       77 wrk-saldo-aberto pic 9(10)v99 value zeros.
       77 wrk-total pic 9(08)v99 value zeros.
       77 wrk-total-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-limite-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-saldo-ED pic -zzzzzzzzzz9,99 value zeros.
       77 wrk-num-pedido pic 9(06) value zeros.
      * AUDITORIA DO CLIENTE INCLUIDO (AUDITORIA.TXT, MESMO FORMATO
      * DO 4000-GRAVAR-AUDITORIA DO CLIENTES1.COB).
       77 wrk-aud-data pic x(08) value spaces.
       77 wrk-aud-depois pic x(91) value spaces.
       77 wrk-qt-lidas pic 9(05) value zeros.
       77 wrk-qt-lin-imp pic 9(05) value zeros.
       77 wrk-qt-lin-rej pic 9(05) value zeros.
       77 wrk-qt-importados pic 9(05) value zeros.
       77 wrk-qt-rejeitados pic 9(05) value zeros.
       77 wrk-qt-repetidos pic 9(05) value zeros.
       77 wrk-qt-cli-novos pic 9(05) value zeros.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
           end-if.
           move 'LOJAIMP' to lnk-param-programa.
           move 'VENDEDOR' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor < 1000
               move lnk-param-valor to wrk-vendedor
           end-if.
           open input loja-in.
           if wrk-loj-status not = '00'
               display "exportacao da loja virtual nao encontrada"
               go to 0300-final
           end-if.
           perform 0060-ABRIR-ARQUIVOS thru 0060-ABRIR-ARQUIVOS-EXIT.
           open output resultado-out.
           move spaces to res-linha.
           string 'IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL - '
                                               delimited by size
                  wrk-data-hoje delimited by size
             into res-linha
           end-string.
           write resultado-reg.
           move 0 to wrk-qt-grupo.
           perform 0110-LER-LOJA thru 0110-LER-LOJA-EXIT.
           perform until wrk-loj-status = '10'
               perform 0120-TRATAR-LINHA thru 0120-TRATAR-LINHA-EXIT
               perform 0110-LER-LOJA thru 0110-LER-LOJA-EXIT
           end-perform.
           if wrk-qt-grupo > 0
               perform 0200-PROCESSAR-PEDIDO
                   thru 0200-PROCESSAR-PEDIDO-EXIT
           end-if.
           move spaces to res-linha.
           string 'LINHAS IMPORTADAS: ' delimited by size
                  wrk-qt-lin-imp delimited by size
                  '  REJEITADAS: ' delimited by size
                  wrk-qt-lin-rej delimited by size
                  '  PEDIDOS GERADOS: ' delimited by size
                  wrk-qt-importados delimited by size
                  '  RECUSADOS: ' delimited by size
                  wrk-qt-rejeitados delimited by size
             into res-linha
           end-string.
           write resultado-reg.
           close resultado-out.
           close loja-in.
           close lojaped.
           close peditens.
           close pedidos.
           close clientes.
           perform 0750-ARQUIVAR-LOJA thru 0750-ARQUIVAR-LOJA-EXIT.
           display "linhas lidas.........: " wrk-qt-lidas.
           display "linhas importadas....: " wrk-qt-lin-imp.
           display "linhas rejeitadas....: " wrk-qt-lin-rej.
           display "pedidos gerados......: " wrk-qt-importados.
           display "pedidos recusados....: " wrk-qt-rejeitados.
           display "ja importados antes..: " wrk-qt-repetidos.
           display "clientes incluidos...: " wrk-qt-cli-novos.
           display "resultado em LOJA_RESULTADO.TXT".
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-ARQUIVOS SECTION.
           open i-o lojaped.
           if wrk-lpd-status = '35'
               open output lojaped
               close lojaped
               open i-o lojaped
           end-if.
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
           open i-o clientes.
           if wrk-cli-status = '35'
               open output clientes
               close clientes
               open i-o clientes
           end-if.
       0060-ABRIR-ARQUIVOS-EXIT.
           exit.

       0110-LER-LOJA SECTION.
           read loja-in
               at end move '10' to wrk-loj-status
           end-read.
       0110-LER-LOJA-EXIT.
           exit.

       0120-TRATAR-LINHA SECTION.
      * LINHA EM BRANCO E A LINHA DE TITULOS NAO CONTAM. A LINHA DE
      * OUTRO PEDIDO DA LOJA FECHA O PEDIDO EM MAOS ANTES DE ENTRAR.
           add 1 to wrk-num-linha.
           if loja-linha = spaces
               go to 0120-TRATAR-LINHA-EXIT
           end-if.
           perform 0130-DESMONTAR-LINHA
               thru 0130-DESMONTAR-LINHA-EXIT.
           move csv-loja to wrk-csv-titulo.
           inspect wrk-csv-titulo converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           if wrk-csv-titulo = 'PEDIDO'
               go to 0120-TRATAR-LINHA-EXIT
           end-if.
           add 1 to wrk-qt-lidas.
           if wrk-qt-grupo > 0 and csv-loja not = wrk-grp-loja
               perform 0200-PROCESSAR-PEDIDO
                   thru 0200-PROCESSAR-PEDIDO-EXIT
           end-if.
           if wrk-qt-grupo = 0
               perform 0140-ABRIR-GRUPO thru 0140-ABRIR-GRUPO-EXIT
           end-if.
      * PEDIDO DA LOJA COM MAIS ITENS QUE O PEDIDO COMPORTA: A LINHA
      * EXCEDENTE SAI REJEITADA NA HORA E O PEDIDO INTEIRO E RECUSADO.
           if wrk-qt-grupo = 99
               move 'PEDIDO COM MAIS DE 99 ITENS' to wrk-motivo-grupo
               move wrk-motivo-grupo to wrk-motivo
               move 0 to wrk-ix-lin
               perform 0420-LINHA-REJEITADA
                   thru 0420-LINHA-REJEITADA-EXIT
               go to 0120-TRATAR-LINHA-EXIT
           end-if.
           add 1 to wrk-qt-grupo.
           perform 0150-GUARDAR-LINHA thru 0150-GUARDAR-LINHA-EXIT.
       0120-TRATAR-LINHA-EXIT.
           exit.

       0130-DESMONTAR-LINHA SECTION.
           move loja-linha to wrk-linha.
           move spaces to wrk-csv.
           move 0 to wrk-qt-campos.
           unstring wrk-linha delimited by ';'
               into csv-loja csv-data csv-documento csv-nome
                    csv-email csv-fone csv-consente csv-logradouro
                    csv-cidade csv-uf csv-cep csv-codigo csv-qtde
                    csv-valor
               tallying in wrk-qt-campos
           end-unstring.
           inspect csv-data replacing leading spaces by zeros.
           inspect csv-documento replacing leading spaces by zeros.
           inspect csv-fone replacing leading spaces by zeros.
           inspect csv-cep replacing leading spaces by zeros.
           inspect csv-codigo replacing leading spaces by zeros.
           inspect csv-qtde replacing leading spaces by zeros.
      * A LOJA EXPORTA O VALOR COM PONTO DECIMAL - AQUI A VIRGULA E
      * QUE E O PONTO DECIMAL.
           inspect csv-valor converting '.' to ','.
       0130-DESMONTAR-LINHA-EXIT.
           exit.

       0140-ABRIR-GRUPO SECTION.
      * CABECALHO DO PEDIDO DA LOJA PELA PRIMEIRA LINHA DELE.
           move spaces to wrk-grupo.
           move spaces to wrk-motivo-grupo.
           move csv-loja to wrk-grp-loja.
           move wrk-data-hoje to wrk-grp-data.
           if csv-data numeric and csv-data not = '00000000'
               move csv-data to wrk-grp-data
           end-if.
           move 0 to wrk-grp-documento.
           if csv-documento numeric
               move csv-documento to wrk-grp-documento
           end-if.
           move csv-nome to wrk-grp-nome.
           move csv-email to wrk-grp-email.
           move 0 to wrk-grp-fone.
           if csv-fone numeric
               move csv-fone to wrk-grp-fone
           end-if.
           move csv-consente to wrk-grp-consente.
           inspect wrk-grp-consente converting 'sn' to 'SN'.
           move csv-logradouro to wrk-grp-logradouro.
           move csv-cidade to wrk-grp-cidade.
           move csv-uf to wrk-grp-uf.
           inspect wrk-grp-uf converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move 0 to wrk-grp-cep.
           if csv-cep numeric
               move csv-cep to wrk-grp-cep
           end-if.
       0140-ABRIR-GRUPO-EXIT.
           exit.

       0150-GUARDAR-LINHA SECTION.
           move wrk-qt-grupo to wrk-ix-lin.
           move wrk-num-linha to tab-lin-num(wrk-ix-lin).
           move spaces to tab-lin-motivo(wrk-ix-lin).
           move spaces to tab-lin-produto(wrk-ix-lin).
           move space to tab-lin-aprovacao(wrk-ix-lin).
           move 0 to tab-lin-codigo(wrk-ix-lin).
           move 0 to tab-lin-qtde(wrk-ix-lin).
           move 0 to tab-lin-valor(wrk-ix-lin).
           move 0 to tab-lin-preco-tab(wrk-ix-lin).
           move 0 to tab-lin-preco-lista(wrk-ix-lin).
           move 0 to tab-lin-preco-min(wrk-ix-lin).
           if wrk-qt-campos < 14
               move 'LINHA INCOMPLETA' to tab-lin-motivo(wrk-ix-lin)
               go to 0150-GUARDAR-LINHA-EXIT
           end-if.
           if csv-loja = spaces
               move 'SEM NUMERO DO PEDIDO NA LOJA'
                 to tab-lin-motivo(wrk-ix-lin)
               go to 0150-GUARDAR-LINHA-EXIT
           end-if.
           if csv-documento not numeric
              or csv-documento = '00000000000000'
               move 'CPF/CNPJ INVALIDO' to tab-lin-motivo(wrk-ix-lin)
               go to 0150-GUARDAR-LINHA-EXIT
           end-if.
           if csv-codigo not numeric or csv-codigo = '00000'
               move 'CODIGO DE PRODUTO INVALIDO'
                 to tab-lin-motivo(wrk-ix-lin)
               go to 0150-GUARDAR-LINHA-EXIT
           end-if.
           if csv-qtde not numeric or csv-qtde = '000'
               move 'QUANTIDADE INVALIDA' to tab-lin-motivo(wrk-ix-lin)
               go to 0150-GUARDAR-LINHA-EXIT
           end-if.
           move csv-codigo to tab-lin-codigo(wrk-ix-lin).
           move csv-qtde to tab-lin-qtde(wrk-ix-lin).
           if csv-valor not = spaces
               compute tab-lin-valor(wrk-ix-lin) =
                   function numval(csv-valor)
           end-if.
       0150-GUARDAR-LINHA-EXIT.
           exit.

       0200-PROCESSAR-PEDIDO SECTION.
      * MESMO ROTEIRO DO 0200-GERAR-PEDIDO DO CONTGER.COB: QUALQUER
      * RECUSA DEIXA O MOTIVO EM WRK-MOTIVO E NADA GRAVADO. NO FIM,
      * CADA LINHA DO PEDIDO DA LOJA SAI NO RESULTADO.
           move wrk-motivo-grupo to wrk-motivo.
           move 'N' to wrk-sw-repetido.
           move 0 to wrk-num-pedido.
           if wrk-motivo = spaces
               perform 0205-CONFERIR-LINHAS
                   thru 0205-CONFERIR-LINHAS-EXIT
           end-if.
           if wrk-motivo = spaces
               perform 0210-JA-IMPORTADO thru 0210-JA-IMPORTADO-EXIT
           end-if.
           if wrk-motivo = spaces
               perform 0220-ACHAR-CLIENTE thru 0220-ACHAR-CLIENTE-EXIT
           end-if.
           if wrk-motivo = spaces and wrk-cliente-novo
               perform 0230-VALIDAR-CLIENTE-NOVO
                   thru 0230-VALIDAR-CLIENTE-NOVO-EXIT
           end-if.
           if wrk-motivo = spaces
               perform 0240-CONFERIR-ITENS
                   thru 0240-CONFERIR-ITENS-EXIT
           end-if.
           if wrk-motivo = spaces and wrk-limite > 0
               perform 0250-VERIFICA-CREDITO
                   thru 0250-VERIFICA-CREDITO-EXIT
           end-if.
           if wrk-motivo = spaces and wrk-cliente-novo
               perform 0260-GRAVAR-CLIENTE
                   thru 0260-GRAVAR-CLIENTE-EXIT
           end-if.
           if wrk-motivo = spaces
               perform 0270-GRAVAR-PEDIDO thru 0270-GRAVAR-PEDIDO-EXIT
           end-if.
           if wrk-motivo = spaces
               add 1 to wrk-qt-importados
           else
               if wrk-pedido-repetido
                   add 1 to wrk-qt-repetidos
               else
                   add 1 to wrk-qt-rejeitados
               end-if
           end-if.
           perform varying wrk-ix-lin from 1 by 1
                   until wrk-ix-lin > wrk-qt-grupo
               if wrk-motivo = spaces
                   perform 0410-LINHA-IMPORTADA
                       thru 0410-LINHA-IMPORTADA-EXIT
               else
                   perform 0420-LINHA-REJEITADA
                       thru 0420-LINHA-REJEITADA-EXIT
               end-if
           end-perform.
           move 0 to wrk-qt-grupo.
       0200-PROCESSAR-PEDIDO-EXIT.
           exit.

       0205-CONFERIR-LINHAS SECTION.
      * UMA LINHA COM ERRO DE FORMATO SEGURA O PEDIDO INTEIRO - ELA
      * SAI COM O PROPRIO MOTIVO E AS OUTRAS COM ESTE.
           perform varying wrk-ix-lin from 1 by 1
                   until wrk-ix-lin > wrk-qt-grupo
               if tab-lin-motivo(wrk-ix-lin) not = spaces
                   move 'OUTRA LINHA DO PEDIDO REJEITADA' to wrk-motivo
               end-if
           end-perform.
       0205-CONFERIR-LINHAS-EXIT.
           exit.

       0210-JA-IMPORTADO SECTION.
           move wrk-grp-loja to loja-pedido-web.
           read lojaped key is lojaped-chave
               invalid key
                   continue
               not invalid key
                   set wrk-pedido-repetido to true
                   move 'JA IMPORTADO NO PEDIDO' to wrk-motivo
                   move loja-numero to wrk-motivo(24:6)
           end-read.
       0210-JA-IMPORTADO-EXIT.
           exit.

       0220-ACHAR-CLIENTE SECTION.
      * PELO CPF/CNPJ: VALE O PRIMEIRO CADASTRO ATIVO COM O
      * DOCUMENTO; SO INATIVOS RECUSAM O PEDIDO; NENHUM, O CLIENTE E
      * NOVO. ATIVO BLOQUEADO POR INADIMPLENCIA RECUSA COMO NA
      * INCLUSAO DO PEDIDOS.COB.
           move 'N' to wrk-sw-cliente.
           move 0 to wrk-limite.
           move 0 to wrk-lista.
           move wrk-grp-fone to wrk-fone.
           move wrk-grp-documento to clientes-documento.
           start clientes key is equal clientes-documento
               invalid key
                   move '10' to wrk-cli-status
           end-start.
           if wrk-cli-status not = '10'
               read clientes next
                   at end move '10' to wrk-cli-status
               end-read
           end-if.
           perform until wrk-cli-status = '10'
                   or clientes-documento not = wrk-grp-documento
               if clientes-sit-ativo
                   set wrk-cliente-achado to true
                   move '10' to wrk-cli-status
               else
                   set wrk-cliente-inativo to true
                   read clientes next
                       at end move '10' to wrk-cli-status
                   end-read
               end-if
           end-perform.
           move '00' to wrk-cli-status.
           evaluate true
               when wrk-cliente-achado
                   if clientes-bloqueado-atraso
                       move 'CLIENTE BLOQUEADO POR INADIMPLENCIA'
                         to wrk-motivo
                   else
                       move clientes-fone to wrk-fone
                       move clientes-limite to wrk-limite
                       move clientes-lista to wrk-lista
                   end-if
               when wrk-cliente-inativo
                   move 'CLIENTE INATIVO' to wrk-motivo
               when other
                   set wrk-cliente-novo to true
           end-evaluate.
       0220-ACHAR-CLIENTE-EXIT.
           exit.

       0230-VALIDAR-CLIENTE-NOVO SECTION.
      * AS MESMAS CHECAGENS DO 5010-VALIDAR-CADASTRO DO CLIENTES1.COB
      * (TELEFONE, CONSENTIMENTO E E-MAIL), COM O MOTIVO INDO PARA O
      * RESULTADO NO LUGAR DA MENSAGEM NA TELA; O TELEFONE JA USADO
      * POR OUTRO CLIENTE E A CHAVE DUPLICADA DO WRITE DE LA.
           if wrk-grp-nome = spaces
               move 'NOME DO CLIENTE EM BRANCO' to wrk-motivo
               go to 0230-VALIDAR-CLIENTE-NOVO-EXIT
           end-if.
           if wrk-grp-fone = 0
               move 'TELEFONE INVALIDO' to wrk-motivo
               go to 0230-VALIDAR-CLIENTE-NOVO-EXIT
           end-if.
           if wrk-grp-consente not = 'S' and not = 'N'
               move 'INFORME O CONSENTIMENTO (S/N)' to wrk-motivo
               go to 0230-VALIDAR-CLIENTE-NOVO-EXIT
           end-if.
           move 0 to wrk-cont-arroba.
           inspect wrk-grp-email tallying wrk-cont-arroba
               for all '@'.
           if wrk-cont-arroba not = 1
               move 'EMAIL INVALIDO (USE 1 @)' to wrk-motivo
               go to 0230-VALIDAR-CLIENTE-NOVO-EXIT
           end-if.
           if wrk-grp-email(1:1) = '@'
               move 'EMAIL INVALIDO' to wrk-motivo
               go to 0230-VALIDAR-CLIENTE-NOVO-EXIT
           end-if.
           move wrk-grp-fone to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   continue
               not invalid key
                   move 'TELEFONE JA CADASTRADO EM OUTRO CPF/CNPJ'
                     to wrk-motivo
           end-read.
       0230-VALIDAR-CLIENTE-NOVO-EXIT.
           exit.

       0240-CONFERIR-ITENS SECTION.
      * PRODUTO FORA DO CATALOGO, INATIVO OU SEM DISPONIVEL PARA A
      * QUANTIDADE SEGURA O PEDIDO INTEIRO - SEM OPERADOR PARA
      * DECIDIR, NAO HA 'RESERVAR MESMO ASSIM' COMO NA TELA.
           move 0 to wrk-total.
           move 0 to wrk-qt-retidas.
           open input produtos.
           if wrk-prd-status not = '00'
               move 'CATALOGO DE PRODUTOS INDISPONIVEL' to wrk-motivo
               go to 0240-CONFERIR-ITENS-EXIT
           end-if.
           perform varying wrk-ix-lin from 1 by 1
                   until wrk-ix-lin > wrk-qt-grupo
               perform 0245-CONFERIR-ITEM thru 0245-CONFERIR-ITEM-EXIT
               if tab-lin-motivo(wrk-ix-lin) not = spaces
                   move 'OUTRA LINHA DO PEDIDO REJEITADA' to wrk-motivo
               end-if
           end-perform.
           close produtos.
       0240-CONFERIR-ITENS-EXIT.
           exit.

       0245-CONFERIR-ITEM SECTION.
           move tab-lin-codigo(wrk-ix-lin) to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   move 'PRODUTO NAO CADASTRADO'
                     to tab-lin-motivo(wrk-ix-lin)
                   go to 0245-CONFERIR-ITEM-EXIT
           end-read.
           if not produtos-sit-ativo
               move 'PRODUTO INATIVO' to tab-lin-motivo(wrk-ix-lin)
               go to 0245-CONFERIR-ITEM-EXIT
           end-if.
           move produtos-descricao to tab-lin-produto(wrk-ix-lin).
           move produtos-preco to tab-lin-preco-tab(wrk-ix-lin).
           move produtos-estoque to wrk-estoque.
           move produtos-reservado to wrk-reservado.
           if produtos-e-kit
               perform 0247-DISPONIVEL-KIT
                   thru 0247-DISPONIVEL-KIT-EXIT
               if lnk-kit-nao-achado
                   move 'KIT SEM COMPONENTES CADASTRADOS'
                     to tab-lin-motivo(wrk-ix-lin)
                   go to 0245-CONFERIR-ITEM-EXIT
               end-if
           end-if.
           compute wrk-disponivel = wrk-estoque - wrk-reservado.
           perform varying wrk-ix-ant from 1 by 1
                   until wrk-ix-ant not < wrk-ix-lin
               if tab-lin-codigo(wrk-ix-ant) =
                  tab-lin-codigo(wrk-ix-lin)
                   subtract tab-lin-qtde(wrk-ix-ant)
                       from wrk-disponivel
               end-if
           end-perform.
           if tab-lin-qtde(wrk-ix-lin) > wrk-disponivel
               move wrk-disponivel to wrk-disponivel-ED
               move 'ESTOQUE INSUFICIENTE - DISPONIVEL'
                 to tab-lin-motivo(wrk-ix-lin)
               move wrk-disponivel-ED
                 to tab-lin-motivo(wrk-ix-lin)(35:8)
               go to 0245-CONFERIR-ITEM-EXIT
           end-if.
      * PRECO DA LISTA DO CLIENTE (PRECOLER): VALOR EM BRANCO NA LOJA
      * ASSUME A LISTA; ABAIXO DO MINIMO PELO TETO DE DESCONTO A LINHA
      * ENTRA RETIDA PARA O SUPERVISOR, COMO NA TELA DO PEDIDOS.COB.
           move wrk-lista to lnk-prc-lista.
           move tab-lin-codigo(wrk-ix-lin) to lnk-prc-codigo.
           move tab-lin-preco-tab(wrk-ix-lin) to lnk-prc-catalogo.
           call 'PRECOLER' using lnk-preco-area.
           move lnk-prc-preco to tab-lin-preco-lista(wrk-ix-lin).
           move lnk-prc-minimo to tab-lin-preco-min(wrk-ix-lin).
           if tab-lin-valor(wrk-ix-lin) = 0
               move lnk-prc-preco to tab-lin-valor(wrk-ix-lin)
           end-if.
           if tab-lin-valor(wrk-ix-lin) = 0
               move 'PRODUTO SEM PRECO' to tab-lin-motivo(wrk-ix-lin)
               go to 0245-CONFERIR-ITEM-EXIT
           end-if.
           if tab-lin-valor(wrk-ix-lin) < lnk-prc-minimo
               move 'P' to tab-lin-aprovacao(wrk-ix-lin)
               add 1 to wrk-qt-retidas
           end-if.
           compute wrk-total = wrk-total
               + (tab-lin-qtde(wrk-ix-lin) * tab-lin-valor(wrk-ix-lin)).
       0245-CONFERIR-ITEM-EXIT.
           exit.

       0247-DISPONIVEL-KIT SECTION.
      * SALDO E RESERVADO DO KIT EM KITS, PELO QUE OS COMPONENTES
      * MONTAM (MESMA CONTA DO 0134-DISPONIVEL-KIT DO PEDIDOS.COB).
           move 0 to wrk-estoque.
           move 0 to wrk-reservado.
           move produtos-codigo to lnk-kit-codigo.
           call 'KITLER' using lnk-kit-area.
           if lnk-kit-nao-achado
               go to 0247-DISPONIVEL-KIT-EXIT
           end-if.
           move 0 to wrk-disponivel.
           perform varying wrk-ix-comp from 1 by 1
                   until wrk-ix-comp > lnk-kit-qt-comp
               move lnk-kit-comp-codigo(wrk-ix-comp) to produtos-codigo
               read produtos key is produtos-chave
                   invalid key
                       move 0 to produtos-estoque
                       move 0 to produtos-reservado
               end-read
               compute wrk-comp-saldo = produtos-estoque
                   / lnk-kit-comp-qtde(wrk-ix-comp)
               if wrk-ix-comp = 1 or wrk-comp-saldo < wrk-estoque
                   move wrk-comp-saldo to wrk-estoque
               end-if
               compute wrk-comp-saldo =
                   (produtos-estoque - produtos-reservado)
                   / lnk-kit-comp-qtde(wrk-ix-comp)
               if wrk-ix-comp = 1 or wrk-comp-saldo < wrk-disponivel
                   move wrk-comp-saldo to wrk-disponivel
               end-if
           end-perform.
           compute wrk-reservado = wrk-estoque - wrk-disponivel.
       0247-DISPONIVEL-KIT-EXIT.
           exit.

       0250-VERIFICA-CREDITO SECTION.
      * MESMA CONTA DO 0230-VERIFICA-CREDITO DO CONTGER.COB:
      * ESTOURANDO, O PEDIDO NAO ENTRA E O BLOQUEIO VAI PARA O LOG DE
      * EXCECOES DO DIA (OPCAO 6 DO PEDIDOS.COB), COM O PEDIDO ZERADO
      * POR AINDA NAO TER NUMERO.
           move 0 to wrk-saldo-aberto.
           open input titulos.
           if wrk-tit-status = '00'
               move wrk-fone to titulos-fone
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
                       or titulos-fone not = wrk-fone
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
               go to 0250-VERIFICA-CREDITO-EXIT
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
           string wrk-data-hoje  delimited by size
                  ';'            delimited by size
                  wrk-fone       delimited by size
                  ';'            delimited by size
                  wrk-num-pedido delimited by size
                  ';'            delimited by size
                  wrk-total-ED   delimited by size
                  ';'            delimited by size
                  wrk-limite-ED  delimited by size
                  ';'            delimited by size
                  wrk-saldo-ED   delimited by size
             into blq-linha
           end-string.
           string ';BLOQUEADO' delimited by size
             into blq-linha(79:)
           end-string.
           write bloqueios-reg.
           close bloqueios-log.
       0250-VERIFICA-CREDITO-EXIT.
           exit.

       0260-GRAVAR-CLIENTE SECTION.
      * INCLUSAO DO CLIENTE NOVO COMO NO 5000-INCLUIR DO
      * CLIENTES1.COB: CIDADE/UF PELA TABELA DE CEP, NOME PADRONIZADO,
      * ATIVO, E-MAIL VALIDO, DATA DE CADASTRO E A LINHA INCLUIR NA
      * AUDITORIA. SEM LIMITE DE CREDITO E SEM LISTA (VAREJO).
           move spaces to clientes-reg.
           move wrk-grp-fone to clientes-fone.
           move wrk-grp-nome to clientes-nome.
           move wrk-grp-email to clientes-email.
           move wrk-grp-logradouro to clientes-logradouro.
           move wrk-grp-cidade to clientes-cidade.
           move wrk-grp-uf to clientes-uf.
           move wrk-grp-cep to clientes-cep.
           move wrk-grp-documento to clientes-documento.
           move 0 to clientes-datanasc.
           move 0 to clientes-limite.
           move wrk-grp-consente to clientes-consente.
           move 0 to clientes-lista.
           perform 0265-AUTOFILL-CEP thru 0265-AUTOFILL-CEP-EXIT.
           perform 0268-NORMALIZAR-NOME
               thru 0268-NORMALIZAR-NOME-EXIT.
           move 'A' to clientes-situacao.
           move 'V' to clientes-email-sit.
           move wrk-data-hoje to clientes-datacad.
           write clientes-reg
               invalid key
                   move 'TELEFONE JA CADASTRADO EM OUTRO CPF/CNPJ'
                     to wrk-motivo
                   go to 0260-GRAVAR-CLIENTE-EXIT
           end-write.
           add 1 to wrk-qt-cli-novos.
           move spaces to wrk-aud-depois.
           string clientes-nome  delimited by size
                  ' '            delimited by size
                  clientes-email delimited by size
             into wrk-aud-depois
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
       0260-GRAVAR-CLIENTE-EXIT.
           exit.

       0265-AUTOFILL-CEP SECTION.
      * MESMA LEITURA DO 5020-AUTOFILL-CEP DO CLIENTES1.COB - SEM
      * TABELA OU CEP FORA DELA, FICA O QUE VEIO DA LOJA.
           if clientes-cep = 0
               go to 0265-AUTOFILL-CEP-EXIT
           end-if.
           open input cep-idx.
           if wrk-cep-status not = '00'
               go to 0265-AUTOFILL-CEP-EXIT
           end-if.
           move clientes-cep to cepidx-fim.
           start cep-idx key is not less cepidx-chave
               invalid key
                   move '10' to wrk-cep-status
           end-start.
           if wrk-cep-status not = '10'
               read cep-idx next
                   at end move '10' to wrk-cep-status
               end-read
           end-if.
           if wrk-cep-status not = '10'
              and clientes-cep not less cepidx-ini
              and clientes-cep not greater cepidx-fim
               move cepidx-cidade to clientes-cidade
               move cepidx-uf to clientes-uf
           end-if.
           close cep-idx.
       0265-AUTOFILL-CEP-EXIT.
           exit.

       0268-NORMALIZAR-NOME SECTION.
           inspect clientes-nome converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move spaces to wrk-nome-palavras.
           unstring clientes-nome delimited by all spaces
               into wrk-nome-palavra(1) wrk-nome-palavra(2)
                    wrk-nome-palavra(3) wrk-nome-palavra(4)
                    wrk-nome-palavra(5) wrk-nome-palavra(6)
                    wrk-nome-palavra(7) wrk-nome-palavra(8)
                    wrk-nome-palavra(9) wrk-nome-palavra(10)
           end-unstring.
           move spaces to wrk-nome-normalizado.
           move 1 to wrk-nome-ponteiro.
           perform varying wrk-ix-palavra from 1 by 1
                   until wrk-ix-palavra > 10
               if wrk-nome-palavra(wrk-ix-palavra) not = spaces
                   if wrk-nome-ponteiro not = 1
                       string ' ' delimited by size
                         into wrk-nome-normalizado
                         with pointer wrk-nome-ponteiro
                       end-string
                   end-if
                   string wrk-nome-palavra(wrk-ix-palavra)
                            delimited by space
                     into wrk-nome-normalizado
                     with pointer wrk-nome-ponteiro
                   end-string
               end-if
           end-perform.
           move wrk-nome-normalizado to clientes-nome.
       0268-NORMALIZAR-NOME-EXIT.
           exit.

       0270-GRAVAR-PEDIDO SECTION.
      * CABECALHO, ITENS COM A RESERVA DE ESTOQUE, REGISTRO DO PEDIDO
      * DA LOJA E A LINHA NA AUDITORIA DO PEDIDO. A ENTREGA SO FICA
      * NO PEDIDO QUANDO DIFERE DO ENDERECO DO CADASTRO.
           perform 0275-PROXIMO-NUMERO thru 0275-PROXIMO-NUMERO-EXIT.
           move spaces to pedidos-reg.
           move wrk-num-pedido to pedidos-numero.
           move wrk-fone to pedidos-fone.
           move wrk-grp-data to pedidos-data.
           move wrk-qt-grupo to pedidos-qt-itens.
           move wrk-total to pedidos-total.
           move 'A' to pedidos-situacao.
           move wrk-vendedor to pedidos-vendedor.
           move 0 to pedidos-nf.
           move 0 to pedidos-parcelas.
           move 0 to pedidos-frete.
           move 0 to pedidos-prazo.
           move spaces to pedidos-entrega.
           move 0 to pedidos-ent-cep.
           if wrk-grp-logradouro not = spaces
              and (wrk-grp-logradouro not = clientes-logradouro
                   or wrk-grp-cep not = clientes-cep)
               move wrk-grp-logradouro to pedidos-ent-logradouro
               move wrk-grp-cidade to pedidos-ent-cidade
               move wrk-grp-uf to pedidos-ent-uf
               move wrk-grp-cep to pedidos-ent-cep
           end-if.
           move 0 to pedidos-origem.
           move 0 to pedidos-backorder.
           move 0 to pedidos-devolvido.
           move 0 to pedidos-deposito.
           move 0 to pedidos-separado.
           move space to pedidos-retido.
           if wrk-qt-retidas > 0
               set pedidos-retido-preco to true
           end-if.
           move 0 to pedidos-contrato.
           move 0 to pedidos-pontos-usados.
           move 0 to pedidos-desc-pontos.
           move 0 to pedidos-transp.
           write pedidos-reg
               invalid key
                   move 'NUMERO DE PEDIDO JA EXISTE' to wrk-motivo
                   go to 0270-GRAVAR-PEDIDO-EXIT
           end-write.
           move 'N' to wrk-sw-catalogo.
           open i-o produtos.
           if wrk-prd-status = '00'
               set wrk-catalogo-aberto to true
           end-if.
           perform varying wrk-ix-lin from 1 by 1
                   until wrk-ix-lin > wrk-qt-grupo
               perform 0280-GRAVAR-ITEM thru 0280-GRAVAR-ITEM-EXIT
           end-perform.
           if wrk-catalogo-aberto
               close produtos
           end-if.
           move spaces to lojaped-reg.
           move wrk-grp-loja to loja-pedido-web.
           move wrk-num-pedido to loja-numero.
           move wrk-data-hoje to loja-data.
           move wrk-grp-documento to loja-documento.
           move wrk-fone to loja-fone.
           move wrk-total to loja-total.
           write lojaped-reg
               invalid key
                   display "pedido da loja " wrk-grp-loja
                           " nao registrado"
           end-write.
           perform 0290-GRAVAR-AUDITORIA
               thru 0290-GRAVAR-AUDITORIA-EXIT.
       0270-GRAVAR-PEDIDO-EXIT.
           exit.

       0275-PROXIMO-NUMERO SECTION.
      * O NUMERO DO PEDIDO VEM DO CONTROLE CENTRAL (NUMGER), COMO NO
      * PEDIDOS.COB - A VARREDURA SO RODA COM A SERIE NAO SEMEADA.
           move 'PEDIDO' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if lnk-num-achado
               move lnk-num-valor to wrk-num-pedido
               go to 0275-PROXIMO-NUMERO-EXIT
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
       0275-PROXIMO-NUMERO-EXIT.
           exit.

       0280-GRAVAR-ITEM SECTION.
      * LINHA DO PEDIDO NO PRECO DA LOJA, COM O PRECO DE TABELA, O DA
      * LISTA E O MINIMO DA HORA AO LADO, E A RESERVA DE ESTOQUE DO
      * PRODUTO (MESMO EFEITO DO 0340-RESERVAR DO PEDIDOS.COB).
           move spaces to peditens-reg.
           move wrk-num-pedido to itens-pedido.
           move wrk-ix-lin to itens-linha.
           move tab-lin-codigo(wrk-ix-lin) to itens-codigo.
           move tab-lin-produto(wrk-ix-lin) to itens-produto.
           move tab-lin-qtde(wrk-ix-lin) to itens-qtde.
           move tab-lin-valor(wrk-ix-lin) to itens-valor.
           move tab-lin-preco-tab(wrk-ix-lin) to itens-preco-tab.
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
           move tab-lin-preco-lista(wrk-ix-lin) to itens-preco-lista.
           move tab-lin-preco-min(wrk-ix-lin) to itens-preco-min.
           move tab-lin-aprovacao(wrk-ix-lin) to itens-aprovacao.
           write peditens-reg
               invalid key
                   display "pedido " wrk-num-pedido " item "
                           wrk-ix-lin " nao gravado"
                   go to 0280-GRAVAR-ITEM-EXIT
           end-write.
           if not wrk-catalogo-aberto
               go to 0280-GRAVAR-ITEM-EXIT
           end-if.
           move tab-lin-codigo(wrk-ix-lin) to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   go to 0280-GRAVAR-ITEM-EXIT
           end-read.
           add tab-lin-qtde(wrk-ix-lin) to produtos-reservado.
           rewrite produtos-reg
               invalid key
                   display "reserva nao atualizada: " produtos-codigo
           end-rewrite.
           if produtos-e-kit
               perform 0285-RESERVAR-KIT thru 0285-RESERVAR-KIT-EXIT
           end-if.
       0280-GRAVAR-ITEM-EXIT.
           exit.

       0285-RESERVAR-KIT SECTION.
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
                       compute wrk-comp-qtde = tab-lin-qtde(wrk-ix-lin)
                           * lnk-kit-comp-qtde(wrk-ix-comp)
                       add wrk-comp-qtde to produtos-reservado
                       rewrite produtos-reg
                           invalid key
                               display "reserva nao atualizada: "
                                       produtos-codigo
                       end-rewrite
               end-read
           end-perform.
       0285-RESERVAR-KIT-EXIT.
           exit.

       0290-GRAVAR-AUDITORIA SECTION.
      * LINHA NA AUDITORIA DO PEDIDO NO FORMATO DO
      * 0170-GRAVAR-AUDITORIA DO PEDIDOS.COB, COM O EVENTO LOJA.
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
                  ';LOJA;'       delimited by size
                  wrk-num-pedido delimited by size
                  ';A;'          delimited by size
                  wrk-total-ED   delimited by size
                  ';'            delimited by size
                  wrk-operador   delimited by size
             into paud-linha
           end-string.
           write pedidos-aud-reg.
           close pedidos-aud.
       0290-GRAVAR-AUDITORIA-EXIT.
           exit.

       0410-LINHA-IMPORTADA SECTION.
           add 1 to wrk-qt-lin-imp.
           move spaces to res-linha.
           string tab-lin-num(wrk-ix-lin) delimited by size
                  ';' delimited by size
                  wrk-grp-loja delimited by space
                  ';' delimited by size
                  tab-lin-codigo(wrk-ix-lin) delimited by size
                  ';IMPORTADO;PEDIDO ' delimited by size
                  wrk-num-pedido delimited by size
             into res-linha
           end-string.
           if tab-lin-aprovacao(wrk-ix-lin) = 'P'
               string ' - PRECO RETIDO PARA APROVACAO' delimited by size
                 into res-linha(50:)
               end-string
           end-if.
           write resultado-reg.
       0410-LINHA-IMPORTADA-EXIT.
           exit.

       0420-LINHA-REJEITADA SECTION.
      * WRK-IX-LIN ZERO = LINHA AINDA FORA DA TABELA (A EXCEDENTE DE
      * UM PEDIDO GRANDE DEMAIS), DIRETO DOS CAMPOS DESMONTADOS.
           add 1 to wrk-qt-lin-rej.
           move spaces to res-linha.
           if wrk-ix-lin = 0
               string wrk-num-linha delimited by size
                      ';' delimited by size
                      csv-loja delimited by space
                      ';' delimited by size
                      csv-codigo delimited by size
                      ';REJEITADO;' delimited by size
                      wrk-motivo delimited by size
                 into res-linha
               end-string
               write resultado-reg
               go to 0420-LINHA-REJEITADA-EXIT
           end-if.
           if tab-lin-motivo(wrk-ix-lin) not = spaces
               string tab-lin-num(wrk-ix-lin) delimited by size
                      ';' delimited by size
                      wrk-grp-loja delimited by space
                      ';' delimited by size
                      tab-lin-codigo(wrk-ix-lin) delimited by size
                      ';REJEITADO;' delimited by size
                      tab-lin-motivo(wrk-ix-lin) delimited by size
                 into res-linha
               end-string
           else
               string tab-lin-num(wrk-ix-lin) delimited by size
                      ';' delimited by size
                      wrk-grp-loja delimited by space
                      ';' delimited by size
                      tab-lin-codigo(wrk-ix-lin) delimited by size
                      ';REJEITADO;' delimited by size
                      wrk-motivo delimited by size
                 into res-linha
               end-string
           end-if.
           write resultado-reg.
       0420-LINHA-REJEITADA-EXIT.
           exit.

       0750-ARQUIVAR-LOJA SECTION.
      * COPIA A EXPORTACAO PROCESSADA PARA O NOME DATADO E REABRE A
      * CORRENTE VAZIA (MESMO ESQUEMA DO CNABRET.COB).
           move spaces to wrk-arq-loja.
           string 'LOJA_PEDIDOS_' delimited by size
                  wrk-data-hoje delimited by size
                  '.CSV' delimited by size
             into wrk-arq-loja
           end-string.
           move '00' to wrk-loj-status.
           open input loja-in.
           open extend loja-arq.
           if wrk-arq-status = '35'
               open output loja-arq
           end-if.
           perform until wrk-loj-status = '10'
               read loja-in
                   at end
                       move '10' to wrk-loj-status
                   not at end
                       move loja-reg to arq-linha
                       write loja-arq-reg
               end-read
           end-perform.
           move '00' to wrk-loj-status.
           close loja-arq.
           close loja-in.
           open output loja-in.
           close loja-in.
           display "exportacao arquivada em " wrk-arq-loja.
       0750-ARQUIVAR-LOJA-EXIT.
           exit.

       0900-GRAVAR-AUDITORIA SECTION.
      * LINHA INCLUIR DO CLIENTE NOVO NO FORMATO DO CLIENTES1.COB:
      * DATA HORA;OPERACAO;TELEFONE;ANTES;DEPOIS;OPERADOR.
           accept wrk-aud-data from date YYYYMMDD.
           accept wrk-hora-aud from time.
           open extend auditoria.
           if wrk-cau-status = '35'
               open output auditoria
               close auditoria
               open extend auditoria
           end-if.
           move spaces to audit-linha.
           string wrk-aud-data   delimited by size
                  ' '            delimited by size
                  wrk-hora-aud   delimited by size
                  ';INCLUIR;'    delimited by size
                  clientes-fone  delimited by size
                  ';'            delimited by size
                  ';'            delimited by size
                  wrk-aud-depois delimited by size
                  ';'            delimited by size
                  wrk-operador   delimited by size
             into audit-linha
           end-string.
           write audit-reg.
           close auditoria.
       0900-GRAVAR-AUDITORIA-EXIT.
           exit.

       end program LOJAIMP.
