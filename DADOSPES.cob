       identification division.
       program-id. DADOSPES.
      * DADOS PESSOAIS DO CLIENTE NAS TELAS E RELATORIOS (LGPD),
      * CHAMAVEL COMO SUBPROGRAMA (MESMO PADRAO DO PARAMLER): DIZ SE O
      * OPERADOR DA SESSAO VE CPF/CNPJ, NASCIMENTO, E-MAIL E LIMITE EM
      * CLARO, MONTA OS TEXTOS (EM CLARO OU MASCARADOS) E REGISTRA
      * CADA VISUALIZACAO EM CLARO NO ACESSOS_DADOS.TXT - E DALI QUE O
      * ACESSREL.COB RESPONDE "QUEM ACESSOU MEUS DADOS". A PERMISSAO E
      * O CARACTERE '*' EM OPER-PERMISSOES (OPERMANT.COB); NENHUMA
      * OPCAO DE MENU USA '*'. SUPERVISOR VE SEMPRE.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select acessos assign to "ACESSOS_DADOS.TXT"
           organization is line sequential
           file status is wrk-acs-status.
       data division.
       file section.
       FD acessos.
       01 acessos-reg.
           05 acs-linha pic x(100).

       working-storage section.
       77 wrk-acs-status pic x(02).
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic 9(08) value zeros.
       77 wrk-qt-achou pic 9(02) value zeros.
       77 wrk-pos-arroba pic 9(02) value zeros.
       77 wrk-limite-ed pic zz.zzz.zz9,99.
       01 wrk-doc-n pic 9(14) value zeros.
       01 wrk-doc-x redefines wrk-doc-n pic x(14).
       01 wrk-nasc-n pic 9(08) value zeros.
       01 wrk-nasc-x redefines wrk-nasc-n.
           05 wrk-nasc-ano pic x(04).
           05 wrk-nasc-mes pic x(02).
           05 wrk-nasc-dia pic x(02).
       COPY SESSLNK.

       linkage section.
       COPY DPESLNK.

       procedure division using lnk-dpes-area.
       0100-PRINCIPAL SECTION.
           evaluate lnk-dpes-op
               when 'V'
                   perform 0200-VERIFICAR thru 0200-VERIFICAR-EXIT
               when 'M'
                   perform 0300-MONTAR thru 0300-MONTAR-EXIT
               when 'A'
                   perform 0400-REGISTRAR thru 0400-REGISTRAR-EXIT
           end-evaluate.
           GOBACK.

      * SO RODAM VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0200-VERIFICAR SECTION.
           move 'AVULSO' to lnk-dpes-operador.
           set lnk-dpes-mascarado to true.
           call 'SESSLER' using lnk-sessao-area.
           if not lnk-sessao-achada
               go to 0200-VERIFICAR-EXIT
           end-if.
           move lnk-ses-operador to lnk-dpes-operador.
           if lnk-ses-perfil = 'S'
               set lnk-dpes-liberado to true
               go to 0200-VERIFICAR-EXIT
           end-if.
           move 0 to wrk-qt-achou.
           inspect lnk-ses-permissoes tallying wrk-qt-achou
               for all '*'.
           if wrk-qt-achou > 0
               set lnk-dpes-liberado to true
           end-if.
       0200-VERIFICAR-EXIT.
           exit.

       0300-MONTAR SECTION.
           move spaces to lnk-dpes-doc-tx.
           move spaces to lnk-dpes-nasc-tx.
           move spaces to lnk-dpes-email-tx.
           move spaces to lnk-dpes-limite-tx.
           perform 0310-MONTAR-DOCUMENTO
               thru 0310-MONTAR-DOCUMENTO-EXIT.
           if lnk-dpes-datanasc not = 0
               move lnk-dpes-datanasc to wrk-nasc-n
               string wrk-nasc-dia delimited by size
                      '/' delimited by size
                      wrk-nasc-mes delimited by size
                      '/' delimited by size
                      wrk-nasc-ano delimited by size
                 into lnk-dpes-nasc-tx
               end-string
      * DIA E MES FICAM (CAMPANHA DE ANIVERSARIO); O ANO, QUE DA A
      * IDADE, NAO.
               if lnk-dpes-mascarado
                   move '****' to lnk-dpes-nasc-tx(7:4)
               end-if
           end-if.
           perform 0320-MONTAR-EMAIL thru 0320-MONTAR-EMAIL-EXIT.
           if lnk-dpes-liberado
               move lnk-dpes-limite to wrk-limite-ed
               move wrk-limite-ed to lnk-dpes-limite-tx
           else
               move '    *******,**' to lnk-dpes-limite-tx
           end-if.
       0300-MONTAR-EXIT.
           exit.

       0310-MONTAR-DOCUMENTO SECTION.
      * ATE 11 DIGITOS E CPF (999.999.999-99), ACIMA E CNPJ
      * (99.999.999/9999-99) - MESMO CORTE DO PEDIDOS.COB. A MASCARA
      * ESCONDE O INICIO E OS DIGITOS VERIFICADORES.
           if lnk-dpes-documento = 0
               go to 0310-MONTAR-DOCUMENTO-EXIT
           end-if.
           move lnk-dpes-documento to wrk-doc-n.
           if lnk-dpes-documento > 99999999999
               string wrk-doc-x(1:2) delimited by size
                      '.' delimited by size
                      wrk-doc-x(3:3) delimited by size
                      '.' delimited by size
                      wrk-doc-x(6:3) delimited by size
                      '/' delimited by size
                      wrk-doc-x(9:4) delimited by size
                      '-' delimited by size
                      wrk-doc-x(13:2) delimited by size
                 into lnk-dpes-doc-tx
               end-string
               if lnk-dpes-mascarado
                   move '**' to lnk-dpes-doc-tx(1:2)
                   move '**' to lnk-dpes-doc-tx(17:2)
               end-if
           else
               string wrk-doc-x(4:3) delimited by size
                      '.' delimited by size
                      wrk-doc-x(7:3) delimited by size
                      '.' delimited by size
                      wrk-doc-x(10:3) delimited by size
                      '-' delimited by size
                      wrk-doc-x(13:2) delimited by size
                 into lnk-dpes-doc-tx
               end-string
               if lnk-dpes-mascarado
                   move '***' to lnk-dpes-doc-tx(1:3)
                   move '**' to lnk-dpes-doc-tx(13:2)
               end-if
           end-if.
       0310-MONTAR-DOCUMENTO-EXIT.
           exit.

       0320-MONTAR-EMAIL SECTION.
      * MASCARADO FICA A PRIMEIRA LETRA E O DOMINIO (j***@dominio).
           if lnk-dpes-email = spaces
               go to 0320-MONTAR-EMAIL-EXIT
           end-if.
           if lnk-dpes-liberado
               move lnk-dpes-email to lnk-dpes-email-tx
               go to 0320-MONTAR-EMAIL-EXIT
           end-if.
           move 0 to wrk-pos-arroba.
           inspect lnk-dpes-email tallying wrk-pos-arroba
               for characters before initial '@'.
           if wrk-pos-arroba = 0 or wrk-pos-arroba = 60
               string lnk-dpes-email(1:1) delimited by size
                      '***' delimited by size
                 into lnk-dpes-email-tx
               end-string
               go to 0320-MONTAR-EMAIL-EXIT
           end-if.
           add 1 to wrk-pos-arroba.
           string lnk-dpes-email(1:1) delimited by size
                  '***' delimited by size
                  lnk-dpes-email(wrk-pos-arroba:) delimited by size
             into lnk-dpes-email-tx
           end-string.
       0320-MONTAR-EMAIL-EXIT.
           exit.

       0400-REGISTRAR SECTION.
      * DATA HORA;OPERADOR;FONE;TELA.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           open extend acessos.
           if wrk-acs-status = '35'
               open output acessos
           end-if.
           if wrk-acs-status not = '00'
               go to 0400-REGISTRAR-EXIT
           end-if.
           move spaces to acs-linha.
           string wrk-data-hoje delimited by size
                  ' ' delimited by size
                  wrk-hora delimited by size
                  ';' delimited by size
                  lnk-dpes-operador delimited by size
                  ';' delimited by size
                  lnk-dpes-fone delimited by size
                  ';' delimited by size
                  lnk-dpes-tela delimited by size
             into acs-linha
           end-string.
           write acessos-reg.
           close acessos.
       0400-REGISTRAR-EXIT.
           exit.

       end program DADOSPES.
