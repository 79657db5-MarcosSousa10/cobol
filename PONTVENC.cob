       identification division.
       program-id. PONTVENC.
      * VENCIMENTO DOS PONTOS DE FIDELIDADE (PONTOS.DAT), PASSO DA
      * CADEIA DO NOTURNO.COB: TODO CREDITO VENCIDO COM PONTOS AINDA
      * SOBRANDO VIRA UM LANCAMENTO X (EXPIRADO) E SAI NO RELATORIO
      * PONTOS_EXPIRADOS.TXT. NO DIA DO EXTRATO MENSAL (PARAMETRO
      * PONTOS/DIA-EXTRATO) - OU RODANDO PELO MENU - GERA TAMBEM O
      * PONTOS_VENCER.TXT COM OS CLIENTES QUE TEM PONTOS VENCENDO
      * DENTRO DO AVISO (PONTOS/DIAS-AVISO), QUE ALIMENTA A MALA
      * DIRETA (MALADIR.COB, SELECAO POR PONTOS A VENCER). CLIENTE
      * INATIVO, SEM CONSENTIMENTO DE MARKETING (LGPD) OU COM E-MAIL
      * INVALIDO FICA FORA DO EXTRATO.
      * LINHA DO EXTRATO: FONE;PONTOS A VENCER;PRIMEIRO VENCIMENTO;
      * SALDO TOTAL.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select pontos assign to 'PONTOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is pontos-chave
           file status is wrk-pon-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           alternate record key is clientes-nome with duplicates
           alternate record key is clientes-documento with duplicates
           file status is wrk-cli-status.
           select expirados-out assign to
               "PONTOS_EXPIRADOS.TXT"
           organization is line sequential
           file status is wrk-exp-status.
           select extrato-out assign to
               "PONTOS_VENCER.TXT"
           organization is line sequential
           file status is wrk-ext-status.
       data division.
       file section.
       FD pontos.
       COPY PONTOS.

       FD clientes.
       COPY CLIENTES.

       FD expirados-out.
       01 expirados-reg.
           05 exp-linha pic x(100).

       FD extrato-out.
       01 extrato-reg.
           05 ext-fone        pic 9(09).
           05 ext-sep1        pic x(01).
           05 ext-pontos      pic 9(07).
           05 ext-sep2        pic x(01).
           05 ext-vencimento  pic 9(08).
           05 ext-sep3        pic x(01).
           05 ext-saldo       pic 9(07).

       working-storage section.
       77 wrk-pon-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-exp-status pic x(02).
       77 wrk-ext-status pic x(02).
       77 wrk-param-cmd pic x(20) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-data-aviso pic 9(08) value zeros.
       77 wrk-dias-aviso pic 9(03) value 30.
       77 wrk-dia-extrato pic 9(02) value 1.
       COPY PARAMLNK.
       77 wrk-sw-extrato pic x(01) value 'N'.
           88 wrk-emite-extrato value 'S'.
      * CLIENTE EM ACUMULACAO NA QUEBRA POR TELEFONE.
       77 wrk-fone pic 9(09) value zeros.
       77 wrk-a-vencer pic 9(07) value zeros.
       77 wrk-saldo pic 9(07) value zeros.
       77 wrk-vencimento pic 9(08) value zeros.
       77 wrk-expirar pic 9(07) value zeros.
       77 wrk-chave-salva pic x(27) value spaces.
       77 wrk-sw-gravado pic x(01) value 'N'.
           88 wrk-lancamento-gravado value 'S'.
       77 wrk-qt-expirados pic 9(05) value zeros.
       77 wrk-pt-expirados pic 9(09) value zeros.
       77 wrk-qt-extrato pic 9(05) value zeros.
       77 wrk-qt-suprimidos pic 9(05) value zeros.
       77 wrk-pontos-ED pic z.zzz.zz9 value zeros.
       77 wrk-linha pic x(100) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-param-cmd from command-line.
           inspect wrk-param-cmd converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move 'PONTOS' to lnk-param-programa.
           move 'DIAS-AVISO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-dias-aviso
           end-if.
           move 'PONTOS' to lnk-param-programa.
           move 'DIA-EXTRATO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 29
               move lnk-param-valor to wrk-dia-extrato
           end-if.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           compute wrk-data-aviso = function date-of-integer
               (wrk-dias-hoje + wrk-dias-aviso).
      * NA CADEIA (MENSAL) O EXTRATO SO SAI NO DIA DO PARAMETRO;
      * NOS OUTROS DIAS O PONTOS_VENCER.TXT DO MES FICA COMO ESTA.
           set wrk-emite-extrato to true.
           if wrk-param-cmd(1:6) = 'MENSAL'
              and wrk-data-hoje(7:2) not = wrk-dia-extrato
               move 'N' to wrk-sw-extrato
           end-if.
           open output expirados-out.
           move spaces to wrk-linha.
           string 'PONTOS EXPIRADOS EM ' delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
           open i-o pontos.
           if wrk-pon-status not = '00'
               move 'NENHUM PONTO REGISTRADO' to wrk-linha
               perform 0480-SAIDA thru 0480-SAIDA-EXIT
               close expirados-out
               go to 0300-final
           end-if.
           if wrk-emite-extrato
               open input clientes
               open output extrato-out
           end-if.
           perform 0100-VARRER thru 0100-VARRER-EXIT.
           move wrk-pt-expirados to wrk-pontos-ED.
           move spaces to wrk-linha.
           string 'CREDITOS EXPIRADOS: ' delimited by size
                  wrk-qt-expirados delimited by size
                  ' - PONTOS: ' delimited by size
                  wrk-pontos-ED delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
           close expirados-out.
           close pontos.
           if wrk-emite-extrato
               close extrato-out
               close clientes
               display "extrato de pontos a vencer: " wrk-qt-extrato
                       " cliente(s), " wrk-qt-suprimidos
                       " suprimido(s)"
           else
               display "extrato de pontos a vencer so no dia "
                       wrk-dia-extrato
           end-if.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-VARRER SECTION.
           move 0 to wrk-fone.
           move low-values to pontos-chave.
           start pontos key is greater pontos-chave
               invalid key
                   move '10' to wrk-pon-status
           end-start.
           if wrk-pon-status not = '10'
               read pontos next
                   at end move '10' to wrk-pon-status
               end-read
           end-if.
           perform until wrk-pon-status = '10'
               if pontos-fone not = wrk-fone
                   perform 0200-FECHAR-CLIENTE
                       thru 0200-FECHAR-CLIENTE-EXIT
                   move pontos-fone to wrk-fone
               end-if
               if pontos-credito and pontos-restante > 0
                   if pontos-validade < wrk-data-hoje
                       perform 0150-EXPIRAR thru 0150-EXPIRAR-EXIT
                   else
                       add pontos-restante to wrk-saldo
                       if pontos-validade not > wrk-data-aviso
                           add pontos-restante to wrk-a-vencer
                           if wrk-vencimento = 0
                              or pontos-validade < wrk-vencimento
                               move pontos-validade to wrk-vencimento
                           end-if
                       end-if
                   end-if
               end-if
               read pontos next
                   at end move '10' to wrk-pon-status
               end-read
           end-perform.
           perform 0200-FECHAR-CLIENTE thru 0200-FECHAR-CLIENTE-EXIT.
           move '00' to wrk-pon-status.
       0100-VARRER-EXIT.
           exit.

       0150-EXPIRAR SECTION.
      * ZERA O QUE RESTA DO CREDITO VENCIDO E LANCA O EXPIRADO (COM A
      * DATA DE HOJE, ENTAO A CHAVE NOVA FICA MAIS A FRENTE NO MESMO
      * CLIENTE E A VARREDURA PASSA POR ELA SEM EFEITO). DEPOIS DO
      * WRITE A LEITURA E REPOSICIONADA PELA CHAVE DO CREDITO (MESMO
      * CUIDADO DO 0200-PURGAR DO COTEXP.COB).
           move pontos-restante to wrk-expirar.
           move 0 to pontos-restante.
           rewrite pontos-reg
               invalid key
                   go to 0150-EXPIRAR-EXIT
           end-rewrite.
           move pontos-chave to wrk-chave-salva.
           move wrk-expirar to wrk-pontos-ED.
           move spaces to wrk-linha.
           string pontos-fone delimited by size
                  ' PEDIDO ' delimited by size
                  pontos-pedido delimited by size
                  ' CREDITO DE ' delimited by size
                  pontos-data delimited by size
                  ' VENCIDO EM ' delimited by size
                  pontos-validade delimited by size
                  ' - PONTOS ' delimited by size
                  wrk-pontos-ED delimited by size
             into wrk-linha
           end-string.
           perform 0480-SAIDA thru 0480-SAIDA-EXIT.
           add 1 to wrk-qt-expirados.
           add wrk-expirar to wrk-pt-expirados.
           move 'X' to pontos-tipo.
           compute pontos-qtde = 0 - wrk-expirar.
           move 0 to pontos-validade.
           move 0 to pontos-restante.
           move 'PONTVENC' to pontos-operador.
           move wrk-data-hoje to pontos-data.
           move wrk-hora to pontos-hora.
           move 0 to pontos-seq.
           move 'N' to wrk-sw-gravado.
           perform until wrk-lancamento-gravado or pontos-seq = 99
               write pontos-reg
                   invalid key
                       add 1 to pontos-seq
                   not invalid key
                       set wrk-lancamento-gravado to true
               end-write
           end-perform.
           move wrk-chave-salva to pontos-chave.
           start pontos key is not less pontos-chave
               invalid key
                   move '10' to wrk-pon-status
           end-start.
           if wrk-pon-status not = '10'
               read pontos next
                   at end move '10' to wrk-pon-status
               end-read
           end-if.
       0150-EXPIRAR-EXIT.
           exit.

       0200-FECHAR-CLIENTE SECTION.
      * QUEBRA DO CLIENTE: COM PONTOS A VENCER E EXTRATO NO DIA, A
      * LINHA SAI SE O CLIENTE PODE RECEBER MARKETING.
           if wrk-fone = 0 or not wrk-emite-extrato
              or wrk-a-vencer = 0
               go to 0200-FECHAR-CLIENTE-CLR
           end-if.
           move wrk-fone to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   add 1 to wrk-qt-suprimidos
                   go to 0200-FECHAR-CLIENTE-CLR
           end-read.
           if clientes-sit-inativo
              or clientes-consente-nao
              or clientes-email-invalido
               add 1 to wrk-qt-suprimidos
               go to 0200-FECHAR-CLIENTE-CLR
           end-if.
           move wrk-fone to ext-fone.
           move ';' to ext-sep1.
           move wrk-a-vencer to ext-pontos.
           move ';' to ext-sep2.
           move wrk-vencimento to ext-vencimento.
           move ';' to ext-sep3.
           move wrk-saldo to ext-saldo.
           write extrato-reg.
           add 1 to wrk-qt-extrato.
       0200-FECHAR-CLIENTE-CLR.
           move 0 to wrk-a-vencer.
           move 0 to wrk-saldo.
           move 0 to wrk-vencimento.
       0200-FECHAR-CLIENTE-EXIT.
           exit.

       0480-SAIDA SECTION.
           move wrk-linha to exp-linha.
           write expirados-reg.
       0480-SAIDA-EXIT.
           exit.

       end program PONTVENC.
