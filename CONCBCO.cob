       identification division.
       program-id. CONCBCO.
      * CONCILIACAO BANCARIA DA CONTA DE COBRANCA: IMPORTA O EXTRATO
      * DA CONTA (ARQUIVO CNAB 240 DE EXTRATO DO BANCO, FEBRABAN)
      * PARA EXTBANCO.DAT E CASA CADA CREDITO COM AS BAIXAS QUE
      * TROUXERAM DINHEIRO (BAIXAS.DAT): O TOTAL DO LOTE DO RETORNO
      * CNAB DAQUELA DATA (CNABRET.COB) OU A BAIXA MANUAL DE BALCAO
      * (TITMANT.COB) - UMA SO DE MESMO VALOR OU A SOMA DAS MANUAIS
      * DO DIA (O DEPOSITO DO CAIXA). O CREDITO PODE CAIR ATE N DIAS
      * DEPOIS DA BAIXA (PARAMETRO CONCBCO/DIAS-TOLERANCIA, PADRAO 0
      * = MESMO DIA). O RELATORIO (CONCILIACAO_AAAAMMDD.TXT) LISTA O
      * CREDITO SEM BAIXA, A BAIXA SEM CREDITO E A DIFERENCA DE VALOR
      * ENTRE O CREDITO E O LOTE DO RETORNO; O QUE CASOU FICA MARCADO
      * NOS DOIS ARQUIVOS E NAO VOLTA MAIS. A DIFERENCA EXPLICADA
      * (TARIFA, POR EXEMPLO) O SUPERVISOR CONCILIA A MAO. O
      * FECHAMENTO DO MES (CONCBCO_FECHAMENTO.TXT) PARTE DO SALDO DO
      * EXTRATO NO FIM DO MES E CHEGA AO SALDO CONCILIADO.
      * ARQUIVO DO EXTRATO (CNAB 240, LINHAS DE 240 POSICOES, TIPO DO
      * REGISTRO NA POSICAO 8):
      * 0/1/9  HEADER DE ARQUIVO, HEADER DE LOTE, TRAILER DE ARQUIVO
      *        - SO CONTADOS.
      * 3 E    DETALHE SEGMENTO E (SEGMENTO NA POSICAO 14) - DATA DO
      *        LANCAMENTO 143-150 (DDMMAAAA), VALOR 151-168 (2
      *        DECIMAIS), D/C 169, HISTORICO 177-201, NUMERO DO
      *        DOCUMENTO 202-240 (A CHAVE DA LINHA EM EXTBANCO.DAT).
      * 5      TRAILER DE LOTE - SALDO FINAL: DATA 143-150, VALOR
      *        151-168, D/C 169 (VIRA A LINHA DE SALDO DO DIA).

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select extbanco assign to 'EXTBANCO.DAT'
           organization is indexed
           access mode is dynamic
           record key is extbanco-chave
           file status is wrk-ext-status.
           select baixas assign to 'BAIXAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is baixas-chave
           file status is wrk-bxa-status.
           select extrato-in assign to wrk-arq-extrato
           organization is line sequential
           file status is wrk-ein-status.
           select saida-out assign to wrk-arq-saida
           organization is line sequential
           file status is wrk-sai-status.
           select fechamento assign to
               "CONCBCO_FECHAMENTO.TXT"
           organization is line sequential
           file status is wrk-fch-status.
           select concbco-aud assign to
               "CONCBCO_AUD.TXT"
           organization is line sequential
           file status is wrk-aud-status.
       data division.
       file section.
       FD extbanco.
       COPY EXTBANCO.

       FD baixas.
       COPY BAIXAS.

       FD extrato-in.
       01 extrato-in-reg.
           05 ein-linha pic x(240).
      * VISAO DO DETALHE (TIPO 3) SEGMENTO E - LANCAMENTO NA CONTA.
       01 extrato-in-det.
           05 filler         pic x(07).
           05 ein-tipo       pic x(01).
           05 filler         pic x(05).
           05 ein-segmento   pic x(01).
           05 filler         pic x(128).
           05 ein-data       pic x(08).
           05 ein-valor      pic x(18).
           05 ein-dc         pic x(01).
           05 filler         pic x(03).
           05 ein-cod-hist   pic x(04).
           05 ein-historico  pic x(25).
           05 ein-documento  pic x(39).
      * VISAO DO TRAILER DE LOTE (TIPO 5) - SALDO FINAL DO PERIODO.
       01 extrato-in-trl.
           05 filler         pic x(142).
           05 ein-trl-data   pic x(08).
           05 ein-trl-valor  pic x(18).
           05 ein-trl-dc     pic x(01).
           05 filler         pic x(71).

       FD saida-out.
       01 saida-reg.
           05 sai-linha pic x(150).

       FD fechamento.
       01 fechamento-reg.
           05 fch-linha pic x(150).

       FD concbco-aud.
       01 concbco-aud-reg.
           05 caud-linha pic x(100).

       working-storage section.
       77 wrk-ext-status pic x(02).
       77 wrk-bxa-status pic x(02).
       77 wrk-ein-status pic x(02).
       77 wrk-sai-status pic x(02).
       77 wrk-fch-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-operador pic x(08) value spaces.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
       COPY PARAMLNK.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic x(08) value spaces.
       77 wrk-arq-extrato pic x(60) value spaces.
       77 wrk-arq-saida pic x(60) value spaces.
       77 wrk-linha pic x(150) value spaces.
       77 wrk-resp pic x(01) value spaces.
       77 wrk-aud-acao pic x(10) value spaces.
       77 wrk-aud-detalhe pic x(60) value spaces.
      * CAMPOS DESMONTADOS DA LINHA DO EXTRATO.
       01 wrk-campos.
           05 wrk-cmp-tipo  pic x(01).
           05 wrk-cmp-dc    pic x(01).
           05 wrk-cmp-data  pic x(08).
           05 wrk-cmp-data-num redefines wrk-cmp-data pic 9(08).
           05 wrk-cmp-valor pic x(18).
           05 wrk-cmp-valor-num redefines wrk-cmp-valor
                            pic 9(16)v99.
           05 wrk-cmp-doc   pic x(39).
           05 wrk-cmp-hist  pic x(40).
       77 wrk-qt-lidas pic 9(05) value zeros.
       77 wrk-qt-gravadas pic 9(05) value zeros.
       77 wrk-qt-repetidas pic 9(05) value zeros.
       77 wrk-qt-invalidas pic 9(05) value zeros.
       77 wrk-qt-controle pic 9(05) value zeros.
      * JANELA DE DATAS DAS BAIXAS QUE PODEM TER GERADO O CREDITO.
       77 wrk-tolerancia pic 9(02) value zeros.
       77 wrk-dias pic 9(07) value zeros.
       77 wrk-data-de pic 9(08) value zeros.
       77 wrk-data-ate pic 9(08) value zeros.
       77 wrk-ultima-data pic 9(08) value zeros.
       77 wrk-sw-casou pic x(01) value 'N'.
           88 wrk-casou value 'S'.
       77 wrk-soma-manual pic 9(11)v99 value zeros.
       77 wrk-qt-manual pic 9(05) value zeros.
       77 wrk-chave-dif pic x(17) value spaces.
       77 wrk-valor-dif pic 9(11)v99 value zeros.
       77 wrk-diferenca pic s9(11)v99 value zeros.
       77 wrk-qt-conciliados pic 9(05) value zeros.
       77 wrk-qt-sem-baixa pic 9(05) value zeros.
       77 wrk-qt-diferencas pic 9(05) value zeros.
       77 wrk-qt-sem-credito pic 9(05) value zeros.
      * FECHAMENTO DO MES.
       77 wrk-mes pic 9(06) value zeros.
       77 wrk-mes-x redefines wrk-mes pic x(06).
       77 wrk-sw-fechado pic x(01) value 'N'.
           88 wrk-mes-fechado value 'S'.
       77 wrk-sw-saldo pic x(01) value 'N'.
           88 wrk-tem-saldo value 'S'.
       77 wrk-saldo-banco pic s9(11)v99 value zeros.
       77 wrk-cred-pend pic 9(11)v99 value zeros.
       77 wrk-bxa-pend pic 9(11)v99 value zeros.
       77 wrk-saldo-conc pic s9(11)v99 value zeros.
      * CONCILIACAO MANUAL.
       77 wrk-data pic 9(08) value zeros.
       77 wrk-doc pic x(20) value spaces.
       77 wrk-origem pic x(01) value spaces.
       77 wrk-ref pic 9(08) value zeros.
       77 wrk-valor-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED2 pic zzz.zzz.zz9,99 value zeros.
       77 wrk-saldo-ED pic -zzz.zzz.zz9,99 value zeros.
       77 wrk-dif-ED pic -zzz.zzz.zz9,99 value zeros.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           move spaces to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
      * MARCA DINHEIRO COMO RECEBIDO NA CONTA - SEM OPERADOR ASSINADO
      * NAO ENTRA (MESMA REGRA DO TITMANT.COB).
           if wrk-operador = spaces
               display "sem operador assinado - use o sign-on do menu"
               go to 0090-final
           end-if.
           perform 0060-ABRIR-ARQUIVOS thru 0060-ABRIR-ARQUIVOS-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "conciliacao bancaria - operador " wrk-operador
               display "1 - importar extrato do banco"
               display "2 - conciliar extrato x baixas"
               display "3 - pendencias (nao conciliados)"
               display "4 - fechar mes (supervisor)"
               display "5 - conciliar a mao (supervisor)"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-IMPORTAR thru 0100-IMPORTAR-EXIT
                   when '2'
                       perform 0200-CONCILIAR thru 0200-CONCILIAR-EXIT
                   when '3'
                       perform 0300-PENDENCIAS
                           thru 0300-PENDENCIAS-EXIT
                   when '4'
                       perform 0400-FECHAR-MES thru 0400-FECHAR-MES-EXIT
                   when '5'
                       perform 0500-MANUAL thru 0500-MANUAL-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close baixas.
           close extbanco.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-ARQUIVOS SECTION.
           open i-o extbanco.
           if wrk-ext-status = '35'
               open output extbanco
               close extbanco
               open i-o extbanco
           end-if.
           if wrk-ext-status not = '00'
               display "erro ao abrir extrato - status: "
                       wrk-ext-status
           end-if.
           open i-o baixas.
           if wrk-bxa-status = '35'
               open output baixas
               close baixas
               open i-o baixas
           end-if.
           if wrk-bxa-status not = '00'
               display "erro ao abrir baixas - status: "
                       wrk-bxa-status
           end-if.
       0060-ABRIR-ARQUIVOS-EXIT.
           exit.

       0100-IMPORTAR SECTION.
      * LINHA JA IMPORTADA (MESMA DATA E DOCUMENTO) E IGNORADA - O
      * EXTRATO PODE SER BAIXADO DE NOVO COM DIAS SOBREPOSTOS.
           display "arquivo do extrato (branco = EXTRATO_BANCO.TXT): ".
           move spaces to wrk-arq-extrato.
           accept wrk-arq-extrato.
           if wrk-arq-extrato = spaces
               move 'EXTRATO_BANCO.TXT' to wrk-arq-extrato
           end-if.
           open input extrato-in.
           if wrk-ein-status not = '00'
               display "arquivo do extrato nao encontrado: "
                       wrk-arq-extrato
               go to 0100-IMPORTAR-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           move 0 to wrk-qt-lidas.
           move 0 to wrk-qt-gravadas.
           move 0 to wrk-qt-repetidas.
           move 0 to wrk-qt-invalidas.
           move 0 to wrk-qt-controle.
           read extrato-in
               at end move '10' to wrk-ein-status
           end-read.
           perform until wrk-ein-status = '10'
               add 1 to wrk-qt-lidas
               perform 0150-GRAVAR-LINHA thru 0150-GRAVAR-LINHA-EXIT
               read extrato-in
                   at end move '10' to wrk-ein-status
               end-read
           end-perform.
           close extrato-in.
           display "linhas lidas......: " wrk-qt-lidas.
           display "importadas........: " wrk-qt-gravadas.
           display "ja importadas.....: " wrk-qt-repetidas.
           display "invalidas.........: " wrk-qt-invalidas.
           display "header/trailer....: " wrk-qt-controle.
       0100-IMPORTAR-EXIT.
           exit.

       0150-GRAVAR-LINHA SECTION.
      * HEADERS E TRAILER DE ARQUIVO NAO TEM LANCAMENTO; O DETALHE
      * SEGMENTO E VIRA CREDITO OU DEBITO E O TRAILER DE LOTE VIRA A
      * LINHA DE SALDO. QUALQUER OUTRO SEGMENTO E INVALIDO AQUI.
           if ein-tipo = '0' or ein-tipo = '1' or ein-tipo = '9'
               add 1 to wrk-qt-controle
               go to 0150-GRAVAR-LINHA-EXIT
           end-if.
           move spaces to wrk-campos.
           if ein-tipo = '3' and ein-segmento = 'E'
               move ein-dc to wrk-cmp-tipo
               move ein-dc to wrk-cmp-dc
               move ein-data(5:4) to wrk-cmp-data(1:4)
               move ein-data(3:2) to wrk-cmp-data(5:2)
               move ein-data(1:2) to wrk-cmp-data(7:2)
               move ein-valor to wrk-cmp-valor
               move ein-documento to wrk-cmp-doc
               move ein-historico to wrk-cmp-hist
           end-if.
           if ein-tipo = '5'
               move 'S' to wrk-cmp-tipo
               move ein-trl-dc to wrk-cmp-dc
               move ein-trl-data(5:4) to wrk-cmp-data(1:4)
               move ein-trl-data(3:2) to wrk-cmp-data(5:2)
               move ein-trl-data(1:2) to wrk-cmp-data(7:2)
               move ein-trl-valor to wrk-cmp-valor
           end-if.
           if wrk-cmp-tipo not = 'C' and wrk-cmp-tipo not = 'D'
              and wrk-cmp-tipo not = 'S'
               add 1 to wrk-qt-invalidas
               display "linha " wrk-qt-lidas " invalida: "
                       ein-linha(1:60)
               go to 0150-GRAVAR-LINHA-EXIT
           end-if.
           if wrk-cmp-data not numeric or wrk-cmp-data-num = 0
              or wrk-cmp-valor not numeric
              or (wrk-cmp-dc not = 'C' and wrk-cmp-dc not = 'D')
               add 1 to wrk-qt-invalidas
               display "linha " wrk-qt-lidas " invalida: "
                       ein-linha(1:60)
               go to 0150-GRAVAR-LINHA-EXIT
           end-if.
      * O SALDO E UM POR DIA; LANCAMENTO SEM DOCUMENTO NAO TEM COMO
      * SER RECONHECIDO NUMA SEGUNDA IMPORTACAO.
           if wrk-cmp-tipo = 'S'
               move 'SALDO' to wrk-cmp-doc
               move 'SALDO FINAL DO LOTE' to wrk-cmp-hist
           end-if.
           if wrk-cmp-doc = spaces
               add 1 to wrk-qt-invalidas
               display "linha " wrk-qt-lidas " sem documento: "
                       ein-linha(1:60)
               go to 0150-GRAVAR-LINHA-EXIT
           end-if.
      * O NUMERO DO DOCUMENTO DO SEGMENTO E VEM ALINHADO A ESQUERDA;
      * A CHAVE GUARDA AS 20 PRIMEIRAS POSICOES JUNTO COM A DATA.
           if wrk-cmp-doc(21:19) not = spaces
               display "linha " wrk-qt-lidas " documento truncado: "
                       wrk-cmp-doc
           end-if.
           move spaces to extbanco-reg.
           move wrk-cmp-data-num to extb-data.
           move wrk-cmp-doc to extb-doc.
           move wrk-cmp-tipo to extb-tipo.
           if wrk-cmp-tipo = 'S' and wrk-cmp-dc = 'D'
               compute extb-valor = 0 - wrk-cmp-valor-num
           else
               move wrk-cmp-valor-num to extb-valor
           end-if.
           move wrk-cmp-hist to extb-historico.
           move wrk-data-hoje to extb-data-importacao.
           move 'N' to extb-conciliado.
           move 0 to extb-data-conc.
           move 0 to extb-diferenca.
           move spaces to extb-operador.
           write extbanco-reg
               invalid key
                   add 1 to wrk-qt-repetidas
               not invalid key
                   add 1 to wrk-qt-gravadas
           end-write.
       0150-GRAVAR-LINHA-EXIT.
           exit.

       0200-CONCILIAR SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           move 0 to wrk-tolerancia.
           move 'CONCBCO' to lnk-param-programa.
           move 'DIAS-TOLERANCIA' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-tolerancia
           end-if.
           move 0 to wrk-qt-conciliados.
           move 0 to wrk-qt-sem-baixa.
           move 0 to wrk-qt-diferencas.
           move 0 to wrk-qt-sem-credito.
           move 0 to wrk-ultima-data.
           move spaces to wrk-arq-saida.
           string 'CONCILIACAO_' delimited by size
                  wrk-data-hoje delimited by size
                  '.TXT' delimited by size
             into wrk-arq-saida
           end-string.
           open output saida-out.
           move spaces to wrk-linha.
           string 'CONCILIACAO BANCARIA EM ' delimited by size
                  wrk-data-hoje delimited by size
                  ' - TOLERANCIA ' delimited by size
                  wrk-tolerancia delimited by size
                  ' DIA(S) - OPERADOR ' delimited by size
                  wrk-operador delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'CREDITOS DO EXTRATO NAO CONCILIADOS (DATA;DOCUMENTO;VA
      -         'LOR;OCORRENCIA)' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 0 to extb-data.
           move low-values to extb-doc.
           start extbanco key is not less extbanco-chave
               invalid key
                   move '10' to wrk-ext-status
           end-start.
           if wrk-ext-status not = '10'
               read extbanco next
                   at end move '10' to wrk-ext-status
               end-read
           end-if.
           perform until wrk-ext-status = '10'
               if extb-data > wrk-ultima-data
                   move extb-data to wrk-ultima-data
               end-if
               if extb-credito and not extb-conc-sim
                   perform 0220-CASAR-CREDITO
                       thru 0220-CASAR-CREDITO-EXIT
               end-if
               read extbanco next
                   at end move '10' to wrk-ext-status
               end-read
           end-perform.
           move '00' to wrk-ext-status.
           perform 0260-SEM-CREDITO thru 0260-SEM-CREDITO-EXIT.
           move ' ' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'CONCILIADOS: ' delimited by size
                  wrk-qt-conciliados delimited by size
                  ' CREDITOS SEM BAIXA: ' delimited by size
                  wrk-qt-sem-baixa delimited by size
                  ' DIFERENCAS: ' delimited by size
                  wrk-qt-diferencas delimited by size
                  ' BAIXAS SEM CREDITO: ' delimited by size
                  wrk-qt-sem-credito delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close saida-out.
           display "conciliacao gravada em " wrk-arq-saida.
       0200-CONCILIAR-EXIT.
           exit.

       0220-CASAR-CREDITO SECTION.
      * 1) UMA BAIXA (LOTE DO RETORNO OU MANUAL) DE MESMO VALOR NA
      *    JANELA; 2) A SOMA DAS MANUAIS DA JANELA; SENAO 3) O LOTE DO
      *    RETORNO DA JANELA COM VALOR DIFERENTE VAI COMO DIFERENCA;
      *    4) NADA NA JANELA - CREDITO SEM BAIXA.
           compute wrk-dias =
               function integer-of-date(extb-data) - wrk-tolerancia.
           compute wrk-data-de = function date-of-integer(wrk-dias).
           move 'N' to wrk-sw-casou.
           move spaces to wrk-chave-dif.
           move 0 to wrk-soma-manual.
           move 0 to wrk-qt-manual.
           perform 0230-PROCURAR-IGUAL thru 0230-PROCURAR-IGUAL-EXIT.
           if not wrk-casou
              and wrk-qt-manual > 0
              and wrk-soma-manual = extb-valor
               perform 0240-MARCAR-MANUAIS
                   thru 0240-MARCAR-MANUAIS-EXIT
           end-if.
           if wrk-casou
               move 'S' to extb-conciliado
               move wrk-data-hoje to extb-data-conc
               move 0 to extb-diferenca
               move wrk-operador to extb-operador
               rewrite extbanco-reg
                   invalid key
                       display "credito " extb-doc " nao marcado"
               end-rewrite
               add 1 to wrk-qt-conciliados
               go to 0220-CASAR-CREDITO-EXIT
           end-if.
           move extb-valor to wrk-valor-ED.
           move spaces to wrk-linha.
           if wrk-chave-dif not = spaces
               add 1 to wrk-qt-diferencas
               move wrk-chave-dif to baixas-chave
               move wrk-valor-dif to wrk-valor-ED2
               compute wrk-diferenca = extb-valor - wrk-valor-dif
               move wrk-diferenca to wrk-dif-ED
               string '  ' delimited by size
                      extb-data delimited by size
                      ';' delimited by size
                      extb-doc delimited by size
                      ';' delimited by size
                      wrk-valor-ED delimited by size
                      ';DIFERENCA DO LOTE ' delimited by size
                      baixas-data delimited by size
                      '/' delimited by size
                      baixas-ref delimited by size
                      ' DE ' delimited by size
                      wrk-valor-ED2 delimited by size
                      ':' delimited by size
                      wrk-dif-ED delimited by size
                 into wrk-linha
               end-string
           else
               add 1 to wrk-qt-sem-baixa
               string '  ' delimited by size
                      extb-data delimited by size
                      ';' delimited by size
                      extb-doc delimited by size
                      ';' delimited by size
                      wrk-valor-ED delimited by size
                      ';CREDITO SEM BAIXA - ' delimited by size
                      extb-historico delimited by size
                 into wrk-linha
               end-string
           end-if.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0220-CASAR-CREDITO-EXIT.
           exit.

       0230-PROCURAR-IGUAL SECTION.
      * PERCORRE AS BAIXAS DA JANELA: A PRIMEIRA NAO CONCILIADA DE
      * MESMO VALOR CASA; NO CAMINHO GUARDA O PRIMEIRO LOTE DE RETORNO
      * (PARA A DIFERENCA) E SOMA AS MANUAIS.
           move wrk-data-de to baixas-data.
           move low-values to baixas-origem.
           move 0 to baixas-ref.
           start baixas key is not less baixas-chave
               invalid key
                   go to 0230-PROCURAR-IGUAL-EXIT
           end-start.
           read baixas next
               at end move '10' to wrk-bxa-status
           end-read.
           perform until wrk-bxa-status = '10'
                   or baixas-data > extb-data
                   or wrk-casou
               if not baixas-conc-sim
                   if baixas-valor = extb-valor
                       perform 0250-MARCAR-BAIXA
                           thru 0250-MARCAR-BAIXA-EXIT
                       set wrk-casou to true
                   else
                       if baixas-orig-retorno
                          and wrk-chave-dif = spaces
                           move baixas-chave to wrk-chave-dif
                           move baixas-valor to wrk-valor-dif
                       end-if
                       if baixas-orig-manual
                           add baixas-valor to wrk-soma-manual
                           add 1 to wrk-qt-manual
                       end-if
                   end-if
               end-if
               if not wrk-casou
                   read baixas next
                       at end move '10' to wrk-bxa-status
                   end-read
               end-if
           end-perform.
           move '00' to wrk-bxa-status.
       0230-PROCURAR-IGUAL-EXIT.
           exit.

       0240-MARCAR-MANUAIS SECTION.
      * O CREDITO E O DEPOSITO DO CAIXA: TODAS AS MANUAIS NAO
      * CONCILIADAS DA JANELA.
           move wrk-data-de to baixas-data.
           move low-values to baixas-origem.
           move 0 to baixas-ref.
           start baixas key is not less baixas-chave
               invalid key
                   go to 0240-MARCAR-MANUAIS-EXIT
           end-start.
           read baixas next
               at end move '10' to wrk-bxa-status
           end-read.
           perform until wrk-bxa-status = '10'
                   or baixas-data > extb-data
               if baixas-orig-manual and not baixas-conc-sim
                   perform 0250-MARCAR-BAIXA
                       thru 0250-MARCAR-BAIXA-EXIT
               end-if
               read baixas next
                   at end move '10' to wrk-bxa-status
               end-read
           end-perform.
           move '00' to wrk-bxa-status.
           set wrk-casou to true.
       0240-MARCAR-MANUAIS-EXIT.
           exit.

       0250-MARCAR-BAIXA SECTION.
           move 'S' to baixas-conciliada.
           move wrk-data-hoje to baixas-data-conc.
           move extbanco-chave to baixas-extrato.
           rewrite baixas-reg
               invalid key
                   display "baixa " baixas-data "/" baixas-ref
                           " nao marcada"
           end-rewrite.
       0250-MARCAR-BAIXA-EXIT.
           exit.

       0260-SEM-CREDITO SECTION.
      * BAIXAS ATE A ULTIMA DATA DO EXTRATO SEM CREDITO CASADO - A
      * BAIXA DEPOIS DO EXTRATO AINDA PODE CAIR NO PROXIMO.
           move ' ' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'BAIXAS SEM CREDITO NO EXTRATO (DATA;ORIGEM;REFERENCIA;
      -         'VALOR;TITULOS)' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 0 to baixas-data.
           move low-values to baixas-origem.
           move 0 to baixas-ref.
           start baixas key is not less baixas-chave
               invalid key
                   move '10' to wrk-bxa-status
           end-start.
           if wrk-bxa-status not = '10'
               read baixas next
                   at end move '10' to wrk-bxa-status
               end-read
           end-if.
           perform until wrk-bxa-status = '10'
                   or baixas-data > wrk-ultima-data
               if not baixas-conc-sim
                   add 1 to wrk-qt-sem-credito
                   perform 0270-LINHA-BAIXA thru 0270-LINHA-BAIXA-EXIT
               end-if
               read baixas next
                   at end move '10' to wrk-bxa-status
               end-read
           end-perform.
           move '00' to wrk-bxa-status.
       0260-SEM-CREDITO-EXIT.
           exit.

       0270-LINHA-BAIXA SECTION.
           move baixas-valor to wrk-valor-ED.
           move spaces to wrk-linha.
           string '  ' delimited by size
                  baixas-data delimited by size
                  ';' delimited by size
                  baixas-origem delimited by size
                  ';' delimited by size
                  baixas-ref delimited by size
                  ';' delimited by size
                  wrk-valor-ED delimited by size
                  ';' delimited by size
                  baixas-qtde delimited by size
             into wrk-linha
           end-string.
           evaluate true
               when baixas-orig-retorno
                   move 'LOTE DO RETORNO CNAB' to wrk-linha(60:30)
               when baixas-orig-pix
                   move 'PIX DO TITULO' to wrk-linha(60:30)
               when other
                   move 'BAIXA MANUAL DO TITULO' to wrk-linha(60:30)
           end-evaluate.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0270-LINHA-BAIXA-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to sai-linha.
           write saida-reg.
           display wrk-linha(1:110).
       0280-SAIDA-EXIT.
           exit.

       0300-PENDENCIAS SECTION.
           move 0 to wrk-qt-sem-baixa.
           move 0 to wrk-qt-sem-credito.
           display "creditos do extrato nao conciliados:".
           move 0 to extb-data.
           move low-values to extb-doc.
           start extbanco key is not less extbanco-chave
               invalid key
                   move '10' to wrk-ext-status
           end-start.
           if wrk-ext-status not = '10'
               read extbanco next
                   at end move '10' to wrk-ext-status
               end-read
           end-if.
           perform until wrk-ext-status = '10'
               if extb-credito and not extb-conc-sim
                   add 1 to wrk-qt-sem-baixa
                   move extb-valor to wrk-valor-ED
                   display "  " extb-data " " extb-doc " "
                           wrk-valor-ED " " extb-historico
               end-if
               read extbanco next
                   at end move '10' to wrk-ext-status
               end-read
           end-perform.
           move '00' to wrk-ext-status.
           display "baixas nao conciliadas (R = retorno, M = manual):".
           move 0 to baixas-data.
           move low-values to baixas-origem.
           move 0 to baixas-ref.
           start baixas key is not less baixas-chave
               invalid key
                   move '10' to wrk-bxa-status
           end-start.
           if wrk-bxa-status not = '10'
               read baixas next
                   at end move '10' to wrk-bxa-status
               end-read
           end-if.
           perform until wrk-bxa-status = '10'
               if not baixas-conc-sim
                   add 1 to wrk-qt-sem-credito
                   move baixas-valor to wrk-valor-ED
                   display "  " baixas-data " " baixas-origem " "
                           baixas-ref " " wrk-valor-ED " "
                           baixas-qtde " titulo(s)"
               end-if
               read baixas next
                   at end move '10' to wrk-bxa-status
               end-read
           end-perform.
           move '00' to wrk-bxa-status.
           display wrk-qt-sem-baixa " credito(s) e " wrk-qt-sem-credito
                   " baixa(s) pendentes".
       0300-PENDENCIAS-EXIT.
           exit.

       0400-FECHAR-MES SECTION.
      * SALDO CONCILIADO = SALDO DO EXTRATO NO FIM DO MES, MENOS OS
      * CREDITOS QUE NAO TEM BAIXA (DINHEIRO QUE NAO E DA COBRANCA OU
      * AINDA SEM TITULO), MAIS AS BAIXAS AINDA NAO CREDITADAS
      * (DINHEIRO EM TRANSITO). UM FECHAMENTO POR MES.
           if wrk-perfil not = 'S'
               display "fechamento do mes so para supervisor"
               go to 0400-FECHAR-MES-EXIT
           end-if.
           display "mes a fechar (AAAAMM): ".
           accept wrk-mes.
           if wrk-mes-x not numeric or wrk-mes(5:2) < '01'
              or wrk-mes(5:2) > '12'
               display "mes invalido"
               go to 0400-FECHAR-MES-EXIT
           end-if.
           move 'N' to wrk-sw-fechado.
           open input fechamento.
           if wrk-fch-status = '00'
               perform until wrk-fch-status = '10'
                   read fechamento
                       at end
                           move '10' to wrk-fch-status
                       not at end
                           if fch-linha(1:6) = wrk-mes-x
                               set wrk-mes-fechado to true
                           end-if
                   end-read
               end-perform
               close fechamento
           end-if.
           if wrk-mes-fechado
               display "mes " wrk-mes " ja fechado - veja "
                       "CONCBCO_FECHAMENTO.TXT"
               go to 0400-FECHAR-MES-EXIT
           end-if.
           compute wrk-data-de = wrk-mes * 100 + 1.
           compute wrk-data-ate = wrk-mes * 100 + 31.
      * SALDO DO EXTRATO: A ULTIMA LINHA S DO MES.
           move 'N' to wrk-sw-saldo.
           move 0 to wrk-saldo-banco.
           move 0 to wrk-cred-pend.
           move 0 to extb-data.
           move low-values to extb-doc.
           start extbanco key is not less extbanco-chave
               invalid key
                   move '10' to wrk-ext-status
           end-start.
           if wrk-ext-status not = '10'
               read extbanco next
                   at end move '10' to wrk-ext-status
               end-read
           end-if.
           perform until wrk-ext-status = '10'
                   or extb-data > wrk-data-ate
               if extb-saldo and extb-data not < wrk-data-de
                   move extb-valor to wrk-saldo-banco
                   set wrk-tem-saldo to true
               end-if
               if extb-credito and not extb-conc-sim
                   add extb-valor to wrk-cred-pend
               end-if
               read extbanco next
                   at end move '10' to wrk-ext-status
               end-read
           end-perform.
           move '00' to wrk-ext-status.
           if not wrk-tem-saldo
               display "extrato sem linha de saldo (S) no mes "
                       wrk-mes " - importe o extrato do mes inteiro"
               go to 0400-FECHAR-MES-EXIT
           end-if.
           move 0 to wrk-bxa-pend.
           move 0 to baixas-data.
           move low-values to baixas-origem.
           move 0 to baixas-ref.
           start baixas key is not less baixas-chave
               invalid key
                   move '10' to wrk-bxa-status
           end-start.
           if wrk-bxa-status not = '10'
               read baixas next
                   at end move '10' to wrk-bxa-status
               end-read
           end-if.
           perform until wrk-bxa-status = '10'
                   or baixas-data > wrk-data-ate
               if not baixas-conc-sim
                   add baixas-valor to wrk-bxa-pend
               end-if
               read baixas next
                   at end move '10' to wrk-bxa-status
               end-read
           end-perform.
           move '00' to wrk-bxa-status.
           compute wrk-saldo-conc =
               wrk-saldo-banco - wrk-cred-pend + wrk-bxa-pend.
           move wrk-saldo-banco to wrk-saldo-ED.
           display "saldo do extrato em " wrk-mes "......: "
                   wrk-saldo-ED.
           move wrk-cred-pend to wrk-valor-ED.
           display "(-) creditos sem baixa..........: " wrk-valor-ED.
           move wrk-bxa-pend to wrk-valor-ED.
           display "(+) baixas ainda nao creditadas.: " wrk-valor-ED.
           move wrk-saldo-conc to wrk-saldo-ED.
           display "saldo conciliado................: " wrk-saldo-ED.
           display "confirma o fechamento (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               go to 0400-FECHAR-MES-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           open extend fechamento.
           if wrk-fch-status = '35'
               open output fechamento
           end-if.
           move spaces to fch-linha.
           move wrk-saldo-banco to wrk-saldo-ED.
           move wrk-cred-pend to wrk-valor-ED.
           move wrk-bxa-pend to wrk-valor-ED2.
           move wrk-saldo-conc to wrk-dif-ED.
           string wrk-mes-x delimited by size
                  ';' delimited by size
                  wrk-data-hoje delimited by size
                  ';EXTRATO ' delimited by size
                  wrk-saldo-ED delimited by size
                  ';SEM BAIXA ' delimited by size
                  wrk-valor-ED delimited by size
                  ';EM TRANSITO ' delimited by size
                  wrk-valor-ED2 delimited by size
                  ';CONCILIADO ' delimited by size
                  wrk-dif-ED delimited by size
                  ';' delimited by size
                  wrk-operador delimited by size
             into fch-linha
           end-string.
           write fechamento-reg.
           close fechamento.
           display "mes " wrk-mes " fechado".
       0400-FECHAR-MES-EXIT.
           exit.

       0500-MANUAL SECTION.
      * O SUPERVISOR LIGA UM CREDITO A UMA BAIXA COM VALOR DIFERENTE
      * (TARIFA DESCONTADA, CREDITO EM DATA FORA DA JANELA) - A
      * DIFERENCA FICA NO EXTRATO E A ACAO NA AUDITORIA.
           if wrk-perfil not = 'S'
               display "conciliacao manual so para supervisor"
               go to 0500-MANUAL-EXIT
           end-if.
           display "data do credito no extrato (AAAAMMDD): ".
           accept wrk-data.
           display "documento do credito: ".
           move spaces to wrk-doc.
           accept wrk-doc.
           move wrk-data to extb-data.
           move wrk-doc to extb-doc.
           read extbanco key is extbanco-chave
               invalid key
                   display "lancamento nao encontrado no extrato"
                   go to 0500-MANUAL-EXIT
           end-read.
           if not extb-credito or extb-conc-sim
               display "lancamento nao e credito pendente"
               go to 0500-MANUAL-EXIT
           end-if.
           display "data da baixa (AAAAMMDD): ".
           accept wrk-data.
           display "origem (R = retorno, M = manual, X = pix): ".
           accept wrk-origem.
           inspect wrk-origem converting 'rmx' to 'RMX'.
           display "referencia (sequencia do retorno ou titulo): ".
           accept wrk-ref.
           move wrk-data to baixas-data.
           move wrk-origem to baixas-origem.
           move wrk-ref to baixas-ref.
           read baixas key is baixas-chave
               invalid key
                   display "baixa nao encontrada"
                   go to 0500-MANUAL-EXIT
           end-read.
           if baixas-conc-sim
               display "baixa ja conciliada com " baixas-extrato
               go to 0500-MANUAL-EXIT
           end-if.
           compute wrk-diferenca = extb-valor - baixas-valor.
           move extb-valor to wrk-valor-ED.
           move baixas-valor to wrk-valor-ED2.
           move wrk-diferenca to wrk-dif-ED.
           display "credito " wrk-valor-ED " baixa " wrk-valor-ED2
                   " diferenca " wrk-dif-ED.
           display "confirma a conciliacao (S/N)? ".
           accept wrk-resp.
           if wrk-resp not = 'S' and wrk-resp not = 's'
               go to 0500-MANUAL-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           perform 0250-MARCAR-BAIXA thru 0250-MARCAR-BAIXA-EXIT.
           move 'S' to extb-conciliado.
           move wrk-data-hoje to extb-data-conc.
           move wrk-diferenca to extb-diferenca.
           move wrk-operador to extb-operador.
           rewrite extbanco-reg
               invalid key
                   display "credito nao marcado - status: "
                           wrk-ext-status
                   go to 0500-MANUAL-EXIT
           end-rewrite.
           move 'CONC-MAN' to wrk-aud-acao.
           move spaces to wrk-aud-detalhe.
           string extb-data delimited by size
                  '/' delimited by size
                  extb-doc delimited by size
                  ' X ' delimited by size
                  baixas-data delimited by size
                  baixas-origem delimited by size
                  baixas-ref delimited by size
                  ' DIF ' delimited by size
                  wrk-dif-ED delimited by size
             into wrk-aud-detalhe
           end-string.
           perform 0900-GRAVAR-AUDITORIA
               thru 0900-GRAVAR-AUDITORIA-EXIT.
           display "credito e baixa conciliados".
       0500-MANUAL-EXIT.
           exit.

       0900-GRAVAR-AUDITORIA SECTION.
      * DATA HORA;ACAO;DETALHE;OPERADOR (MESMO ESPIRITO DO 0900 DO
      * TITMANT.COB).
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           open extend concbco-aud.
           if wrk-aud-status = '35'
               open output concbco-aud
           end-if.
           move spaces to caud-linha.
           string wrk-data-hoje   delimited by size
                  ' '             delimited by size
                  wrk-hora        delimited by size
                  ';'             delimited by size
                  wrk-aud-acao    delimited by size
                  ';'             delimited by size
                  wrk-aud-detalhe delimited by size
                  ';'             delimited by size
                  wrk-operador    delimited by size
             into caud-linha
           end-string.
           write concbco-aud-reg.
           close concbco-aud.
       0900-GRAVAR-AUDITORIA-EXIT.
           exit.

       end program CONCBCO.
