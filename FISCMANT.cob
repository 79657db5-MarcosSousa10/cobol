       identification division.
       program-id. FISCMANT.
      * MANUTENCAO DOS DADOS FISCAIS: O CADASTRO DO EMITENTE
      * (EMPRESA.DAT - RAZAO, CNPJ, IE, ENDERECO E UF DE ORIGEM) E A
      * TABELA DE ALIQUOTAS DE ICMS POR UF DE ORIGEM E DESTINO
      * (ICMSUF.DAT), NO MESMO FEITIO DO DEPMANT.COB. SAO ARQUIVOS
      * CONTROLADOS: QUALQUER UM CONSULTA, SO O SUPERVISOR ALTERA, E
      * TODA ALTERACAO VAI PARA AUDITORIA.TXT NO MESMO FORMATO DO
      * PARAMS.COB (VALOR ANTES E DEPOIS E O OPERADOR). O CALCULO DO
      * IMPOSTO NO FATURAMENTO FICA NO FISCALC.COB.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select empresa assign to 'EMPRESA.DAT'
           organization is indexed
           access mode is dynamic
           record key is empresa-chave
           file status is wrk-emp-status.
           select icmsuf assign to 'ICMSUF.DAT'
           organization is indexed
           access mode is dynamic
           record key is icmsuf-chave
           file status is wrk-icm-status.
           select auditoria assign to "AUDITORIA.TXT"
           organization is line sequential
           file status is wrk-aud-status.
       data division.
       file section.
       FD empresa.
       COPY EMPRESA.

       FD icmsuf.
       COPY ICMSUF.

       FD auditoria.
       01 audit-reg.
           05 audit-linha pic x(600).

       working-storage section.
       77 wrk-emp-status pic x(02).
       77 wrk-icm-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-confirma pic x(01) value spaces.
       77 wrk-uf-origem pic x(02) value spaces.
       77 wrk-uf-destino pic x(02) value spaces.
       77 wrk-aliq pic 9(02)v99 value zeros.
       77 wrk-aliq-ED pic z9,99 value zeros.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-sw-existia pic x(01) value 'N'.
           88 wrk-registro-existia value 'S'.
       77 wrk-operador pic x(08) value 'AVULSO'.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
      * LINHA DE AUDITORIA - O CHAMADOR PREENCHE O OBJETO E OS VALORES
      * ANTES E DEPOIS ANTES DO PERFORM.
       77 wrk-aud-data pic x(08) value spaces.
       77 wrk-aud-hora pic x(08) value spaces.
       77 wrk-aud-operacao pic x(10) value spaces.
       77 wrk-aud-objeto pic x(20) value spaces.
       77 wrk-aud-antes pic x(40) value spaces.
       77 wrk-aud-depois pic x(40) value spaces.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           move 'AVULSO' to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
           perform 0060-ABRIR-ARQUIVOS thru 0060-ABRIR-ARQUIVOS-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "1 - dados do emitente"
               display "2 - gravar aliquota de ICMS (supervisor)"
               display "3 - consultar aliquotas da UF de origem"
               display "4 - excluir aliquota de ICMS (supervisor)"
               display "5 - listar tabela de ICMS"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-EMITENTE thru 0100-EMITENTE-EXIT
                   when '2'
                       perform 0200-GRAVAR thru 0200-GRAVAR-EXIT
                   when '3'
                       perform 0300-CONSULTAR thru 0300-CONSULTAR-EXIT
                   when '4'
                       perform 0400-EXCLUIR thru 0400-EXCLUIR-EXIT
                   when '5'
                       perform 0500-LISTAR thru 0500-LISTAR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close empresa.
           close icmsuf.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-ARQUIVOS SECTION.
           open i-o empresa.
           if wrk-emp-status = '35'
               open output empresa
               close empresa
               open i-o empresa
           end-if.
           if wrk-emp-status not = '00'
               display "erro ao abrir emitente - status: "
                       wrk-emp-status
           end-if.
           open i-o icmsuf.
           if wrk-icm-status = '35'
               open output icmsuf
               close icmsuf
               open i-o icmsuf
           end-if.
           if wrk-icm-status not = '00'
               display "erro ao abrir tabela de ICMS - status: "
                       wrk-icm-status
           end-if.
       0060-ABRIR-ARQUIVOS-EXIT.
           exit.

       0100-EMITENTE SECTION.
      * MOSTRA O EMITENTE E, PARA O SUPERVISOR, OFERECE A ALTERACAO
      * (OU A INCLUSAO, NA PRIMEIRA VEZ).
           move 'N' to wrk-sw-existia.
           move 1 to emp-codigo.
           read empresa key is empresa-chave
               invalid key
                   display "emitente nao cadastrado"
               not invalid key
                   set wrk-registro-existia to true
                   perform 0110-MOSTRAR-EMITENTE
                       thru 0110-MOSTRAR-EMITENTE-EXIT
           end-read.
           if wrk-perfil not = 'S'
               go to 0100-EMITENTE-EXIT
           end-if.
           display "alterar os dados do emitente (S/N)? ".
           move spaces to wrk-confirma.
           accept wrk-confirma.
           if wrk-confirma not = 'S' and wrk-confirma not = 's'
               go to 0100-EMITENTE-EXIT
           end-if.
           move spaces to wrk-aud-antes.
           if wrk-registro-existia
               string emp-cnpj delimited by size
                      '/' delimited by size
                      emp-ie delimited by space
                      '/' delimited by size
                      emp-uf delimited by size
                 into wrk-aud-antes
               end-string
           else
               move spaces to empresa-reg
               move 1 to emp-codigo
               move 0 to emp-cnpj
               move 0 to emp-cep
           end-if.
           display "razao social: ".
           accept emp-razao.
           display "CNPJ (so numeros): ".
           accept emp-cnpj.
           if emp-cnpj = 0
               display "CNPJ obrigatorio"
               go to 0100-EMITENTE-EXIT
           end-if.
           display "inscricao estadual: ".
           accept emp-ie.
           display "logradouro: ".
           accept emp-logradouro.
           display "cidade: ".
           accept emp-cidade.
           display "UF: ".
           accept emp-uf.
           inspect emp-uf converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           if emp-uf = spaces
               display "UF obrigatoria"
               go to 0100-EMITENTE-EXIT
           end-if.
           display "CEP (so numeros): ".
           accept emp-cep.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-data-hoje to emp-data.
           move wrk-operador to emp-operador.
           if wrk-registro-existia
               rewrite empresa-reg
                   invalid key
                       display "emitente nao alterado"
                       go to 0100-EMITENTE-EXIT
               end-rewrite
           else
               write empresa-reg
                   invalid key
                       display "emitente nao incluido"
                       go to 0100-EMITENTE-EXIT
               end-write
           end-if.
           move 'EMITENTE' to wrk-aud-operacao.
           move 'EMPRESA/1' to wrk-aud-objeto.
           move spaces to wrk-aud-depois.
           string emp-cnpj delimited by size
                  '/' delimited by size
                  emp-ie delimited by space
                  '/' delimited by size
                  emp-uf delimited by size
             into wrk-aud-depois
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           display "emitente gravado".
       0100-EMITENTE-EXIT.
           exit.

       0110-MOSTRAR-EMITENTE SECTION.
           display "razao social: " emp-razao.
           display "CNPJ........: " emp-cnpj "  IE: " emp-ie.
           display "endereco....: " emp-logradouro.
           display "              " emp-cidade " " emp-uf
                   " CEP " emp-cep.
           display "alterado em " emp-data " por " emp-operador.
       0110-MOSTRAR-EMITENTE-EXIT.
           exit.

       0150-RECEBE-UFS SECTION.
           display "UF de origem: ".
           accept wrk-uf-origem.
           inspect wrk-uf-origem converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           display "UF de destino: ".
           accept wrk-uf-destino.
           inspect wrk-uf-destino converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move wrk-uf-origem to icms-uf-origem.
           move wrk-uf-destino to icms-uf-destino.
       0150-RECEBE-UFS-EXIT.
           exit.

       0200-GRAVAR SECTION.
      * INCLUI A ALIQUOTA OU, SE JA EXISTE, SUBSTITUI COM CONFIRMACAO.
           if wrk-perfil not = 'S'
               display "alteracao da tabela de ICMS so para supervisor"
               go to 0200-GRAVAR-EXIT
           end-if.
           perform 0150-RECEBE-UFS thru 0150-RECEBE-UFS-EXIT.
           if wrk-uf-origem = spaces or wrk-uf-destino = spaces
               display "UF invalida"
               go to 0200-GRAVAR-EXIT
           end-if.
           move 'N' to wrk-sw-existia.
           move spaces to wrk-aud-antes.
           read icmsuf key is icmsuf-chave
               invalid key
                   continue
               not invalid key
                   set wrk-registro-existia to true
                   move icms-aliq to wrk-aliq-ED
                   move wrk-aliq-ED to wrk-aud-antes
                   display "aliquota atual: " wrk-aliq-ED "%"
           end-read.
           display "aliquota de ICMS (%): ".
           accept wrk-aliq.
           if wrk-aliq > 35
               display "aliquota invalida"
               go to 0200-GRAVAR-EXIT
           end-if.
           if wrk-registro-existia
               display "confirma a substituicao (S/N)? "
               move spaces to wrk-confirma
               accept wrk-confirma
               if wrk-confirma not = 'S' and wrk-confirma not = 's'
                   go to 0200-GRAVAR-EXIT
               end-if
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-uf-origem to icms-uf-origem.
           move wrk-uf-destino to icms-uf-destino.
           move wrk-aliq to icms-aliq.
           move wrk-data-hoje to icms-data.
           move wrk-operador to icms-operador.
           if wrk-registro-existia
               rewrite icmsuf-reg
                   invalid key
                       display "aliquota nao gravada"
                       go to 0200-GRAVAR-EXIT
               end-rewrite
           else
               write icmsuf-reg
                   invalid key
                       display "aliquota nao gravada"
                       go to 0200-GRAVAR-EXIT
               end-write
           end-if.
           move 'ICMS' to wrk-aud-operacao.
           perform 0250-OBJETO-AUDITORIA
               thru 0250-OBJETO-AUDITORIA-EXIT.
           move icms-aliq to wrk-aliq-ED.
           move wrk-aliq-ED to wrk-aud-depois.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           display "aliquota gravada".
       0200-GRAVAR-EXIT.
           exit.

       0250-OBJETO-AUDITORIA SECTION.
           move spaces to wrk-aud-objeto.
           string icms-uf-origem delimited by size
                  '/' delimited by size
                  icms-uf-destino delimited by size
             into wrk-aud-objeto
           end-string.
       0250-OBJETO-AUDITORIA-EXIT.
           exit.

       0300-CONSULTAR SECTION.
      * TODOS OS DESTINOS DE UMA UF DE ORIGEM.
           display "UF de origem: ".
           accept wrk-uf-origem.
           inspect wrk-uf-origem converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move 0 to wrk-qt-listados.
           move wrk-uf-origem to icms-uf-origem.
           move low-values to icms-uf-destino.
           start icmsuf key is greater icmsuf-chave
               invalid key
                   move '10' to wrk-icm-status
           end-start.
           if wrk-icm-status not = '10'
               read icmsuf next
                   at end move '10' to wrk-icm-status
               end-read
           end-if.
           perform until wrk-icm-status = '10'
                   or icms-uf-origem not = wrk-uf-origem
               perform 0310-MOSTRAR thru 0310-MOSTRAR-EXIT
               add 1 to wrk-qt-listados
               read icmsuf next
                   at end move '10' to wrk-icm-status
               end-read
           end-perform.
           move '00' to wrk-icm-status.
           display "aliquotas da UF: " wrk-qt-listados.
       0300-CONSULTAR-EXIT.
           exit.

       0310-MOSTRAR SECTION.
           move icms-aliq to wrk-aliq-ED.
           display icms-uf-origem " -> " icms-uf-destino "  "
                   wrk-aliq-ED "%  em " icms-data " por "
                   icms-operador.
       0310-MOSTRAR-EXIT.
           exit.

       0400-EXCLUIR SECTION.
           if wrk-perfil not = 'S'
               display "alteracao da tabela de ICMS so para supervisor"
               go to 0400-EXCLUIR-EXIT
           end-if.
           perform 0150-RECEBE-UFS thru 0150-RECEBE-UFS-EXIT.
           read icmsuf key is icmsuf-chave
               invalid key
                   display "aliquota nao encontrada"
                   go to 0400-EXCLUIR-EXIT
           end-read.
           perform 0310-MOSTRAR thru 0310-MOSTRAR-EXIT.
           display "confirma a exclusao (S/N)? ".
           move spaces to wrk-confirma.
           accept wrk-confirma.
           if wrk-confirma not = 'S' and wrk-confirma not = 's'
               go to 0400-EXCLUIR-EXIT
           end-if.
           move icms-aliq to wrk-aliq-ED.
           move wrk-aliq-ED to wrk-aud-antes.
           delete icmsuf
               invalid key
                   display "aliquota nao excluida"
                   go to 0400-EXCLUIR-EXIT
           end-delete.
           move 'ICMS' to wrk-aud-operacao.
           perform 0250-OBJETO-AUDITORIA
               thru 0250-OBJETO-AUDITORIA-EXIT.
           move 'EXCLUIDA' to wrk-aud-depois.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           display "aliquota excluida".
       0400-EXCLUIR-EXIT.
           exit.

       0500-LISTAR SECTION.
           move 0 to wrk-qt-listados.
           move low-values to icmsuf-chave.
           start icmsuf key is greater icmsuf-chave
               invalid key
                   move '10' to wrk-icm-status
           end-start.
           if wrk-icm-status not = '10'
               read icmsuf next
                   at end move '10' to wrk-icm-status
               end-read
           end-if.
           perform until wrk-icm-status = '10'
               perform 0310-MOSTRAR thru 0310-MOSTRAR-EXIT
               add 1 to wrk-qt-listados
               read icmsuf next
                   at end move '10' to wrk-icm-status
               end-read
           end-perform.
           move '00' to wrk-icm-status.
           display "aliquotas cadastradas: " wrk-qt-listados.
       0500-LISTAR-EXIT.
           exit.

       0900-GRAVAR-AUDITORIA SECTION.
      * MESMO FORMATO DE LINHA DO PARAMS.COB: DATA HORA;OPERACAO;
      * OBJETO;ANTES;DEPOIS;OPERADOR.
           accept wrk-aud-data from date YYYYMMDD.
           accept wrk-aud-hora from time.
           open extend auditoria.
           if wrk-aud-status = '35'
               open output auditoria
               close auditoria
               open extend auditoria
           end-if.
           move spaces to audit-linha.
           string wrk-aud-data delimited by size
                  ' ' delimited by size
                  wrk-aud-hora delimited by size
                  ';' delimited by size
                  wrk-aud-operacao delimited by space
                  ';' delimited by size
                  wrk-aud-objeto delimited by space
                  ';' delimited by size
                  wrk-aud-antes delimited by size
                  ';' delimited by size
                  wrk-aud-depois delimited by size
                  ';' delimited by size
                  wrk-operador delimited by size
             into audit-linha
           end-string.
           write audit-reg.
           close auditoria.
       0900-GRAVAR-AUDITORIA-EXIT.
           exit.

       end program FISCMANT.
