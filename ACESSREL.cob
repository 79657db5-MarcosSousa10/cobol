       identification division.
       program-id. ACESSREL.
      * "QUEM ACESSOU MEUS DADOS" (LGPD): PARA O TELEFONE DO TITULAR,
      * LISTA DO ACESSOS_DADOS.TXT (GRAVADO PELO DADOSPES) CADA VEZ QUE
      * UM OPERADOR VIU OS DADOS PESSOAIS DELE EM CLARO - DATA/HORA,
      * OPERADOR E TELA - E TAMBEM OS RELATORIOS COM DADOS EM CLARO DE
      * TODOS OS CLIENTES (FONE ZERO) TIRADOS DESDE O CADASTRO DELE.
      * SAI NA TELA E EM ACESSOS_FFFFFFFFF.TXT, PARA RESPONDER O
      * TITULAR.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           alternate record key is clientes-nome with duplicates
           alternate record key is clientes-documento with duplicates
           file status is wrk-cli-status.
           select acessos assign to "ACESSOS_DADOS.TXT"
           organization is line sequential
           file status is wrk-acs-status.
           select acessos-out assign to wrk-arq-saida
           organization is line sequential
           file status is wrk-sai-status.
       data division.
       file section.
       FD clientes.
       COPY CLIENTES.

       FD acessos.
       01 acessos-reg.
           05 acs-linha pic x(100).

       FD acessos-out.
       01 acessos-out-reg.
           05 sai-linha pic x(100).

       working-storage section.
       77 wrk-cli-status pic x(02).
       77 wrk-acs-status pic x(02).
       77 wrk-sai-status pic x(02).
       77 wrk-arq-saida pic x(40) value spaces.
       77 wrk-fone pic 9(09) value zeros.
       77 wrk-fone-tx pic x(09) value spaces.
       77 wrk-nome pic x(30) value spaces.
      * SO RELATORIO GERAL TIRADO A PARTIR DO CADASTRO CONTA.
       77 wrk-datacad pic 9(08) value zeros.
       77 wrk-qt-consultas pic 9(05) value zeros.
       77 wrk-qt-relatorios pic 9(05) value zeros.
       77 wrk-linha pic x(100) value spaces.
      * CAMPOS DE UMA LINHA DO ACESSOS_DADOS.TXT
      * (DATA HORA;OPERADOR;FONE;TELA).
       01 wrk-acs-campos.
           05 wrk-acs-datahora pic x(17).
           05 wrk-acs-operador pic x(08).
           05 wrk-acs-fone pic x(09).
           05 wrk-acs-tela pic x(10).

       procedure division.
       0050-PRINCIPAL SECTION.
           display "telefone do titular dos dados: ".
           accept wrk-fone.
           if wrk-fone = 0
               display "telefone invalido"
               move 8 to return-code
               go to 0300-final
           end-if.
           move wrk-fone to wrk-fone-tx.
           move 'CLIENTE NAO CADASTRADO' to wrk-nome.
           move 0 to wrk-datacad.
           open input clientes.
           if wrk-cli-status = '00'
               move wrk-fone to clientes-fone
               read clientes key is clientes-chave
                   invalid key
                       continue
                   not invalid key
                       move clientes-nome to wrk-nome
                       move clientes-datacad to wrk-datacad
               end-read
               close clientes
           end-if.
           open input acessos.
           if wrk-acs-status not = '00'
               display "nenhum acesso registrado (ACESSOS_DADOS.TXT)"
               move 4 to return-code
               go to 0300-final
           end-if.
           move spaces to wrk-arq-saida.
           string 'ACESSOS_' delimited by size
                  wrk-fone-tx delimited by size
                  '.TXT' delimited by size
             into wrk-arq-saida
           end-string.
           open output acessos-out.
           move spaces to wrk-linha.
           string 'ACESSOS AOS DADOS PESSOAIS DE ' delimited by size
                  wrk-fone-tx delimited by size
                  ' ' delimited by size
                  wrk-nome delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'DATA     HORA     OPERADOR TELA' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 0 to wrk-qt-consultas.
           move 0 to wrk-qt-relatorios.
           perform 0100-VARRER-ACESSOS thru 0100-VARRER-ACESSOS-EXIT.
           close acessos.
           move spaces to wrk-linha.
           string 'CONSULTAS AO CADASTRO: ' delimited by size
                  wrk-qt-consultas delimited by size
                  '  RELATORIOS GERAIS: ' delimited by size
                  wrk-qt-relatorios delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close acessos-out.
           display wrk-arq-saida " gerado".
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-VARRER-ACESSOS SECTION.
           read acessos
               at end move '10' to wrk-acs-status
           end-read.
           perform until wrk-acs-status = '10'
               perform 0150-TRATAR-LINHA thru 0150-TRATAR-LINHA-EXIT
               read acessos
                   at end move '10' to wrk-acs-status
               end-read
           end-perform.
       0100-VARRER-ACESSOS-EXIT.
           exit.

       0150-TRATAR-LINHA SECTION.
           move spaces to wrk-acs-campos.
           unstring acs-linha delimited by ';'
               into wrk-acs-datahora wrk-acs-operador wrk-acs-fone
                    wrk-acs-tela
           end-unstring.
           if wrk-acs-fone = wrk-fone-tx
               add 1 to wrk-qt-consultas
               move spaces to wrk-linha
               string wrk-acs-datahora delimited by size
                      ' ' delimited by size
                      wrk-acs-operador delimited by size
                      ' ' delimited by size
                      wrk-acs-tela delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               go to 0150-TRATAR-LINHA-EXIT
           end-if.
           if wrk-acs-fone = '000000000'
              and wrk-acs-datahora(1:8) not < wrk-datacad
               add 1 to wrk-qt-relatorios
               move spaces to wrk-linha
               string wrk-acs-datahora delimited by size
                      ' ' delimited by size
                      wrk-acs-operador delimited by size
                      ' ' delimited by size
                      wrk-acs-tela delimited by size
                      ' (RELATORIO DE TODOS OS CLIENTES)'
                                       delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-if.
       0150-TRATAR-LINHA-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to sai-linha.
           write acessos-out-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       end program ACESSREL.
