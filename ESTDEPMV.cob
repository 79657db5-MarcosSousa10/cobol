       identification division.
       program-id. ESTDEPMV.
      * SALDO DO PRODUTO POR DEPOSITO (ESTDEP.DAT), CHAMAVEL COMO
      * SUBPROGRAMA (MESMO PADRAO DO NUMGER): TODO PROGRAMA QUE MEXE
      * NO ESTOQUE (PRODUTOS, PEDIDOS, DEVOLUC) PASSA POR AQUI PARA
      * O DEPOSITO ACOMPANHAR O PRODUTOS-ESTOQUE, QUE SEGUE SENDO O
      * TOTAL. O DEPOSITO 01 (PRINCIPAL) VALE SEMPRE; OS DEMAIS TEM
      * DE ESTAR ATIVOS NO CADASTRO (DEPOSITOS.DAT, DEPMANT.COB).
      * PRODUTO SEM REGISTRO NO PRINCIPAL GANHA UM NA PRIMEIRA VEZ,
      * COM O TOTAL MENOS O QUE JA ESTA NOS OUTROS DEPOSITOS - O
      * SALDO ANTIGO, DE ANTES DOS DEPOSITOS, FICA TODO NO PRINCIPAL.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select estdep assign to 'ESTDEP.DAT'
           organization is indexed
           access mode is dynamic
           record key is estdep-chave
           file status is wrk-edp-status.
           select depositos assign to 'DEPOSITOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is depositos-chave
           file status is wrk-dep-status.
       data division.
       file section.
       FD estdep.
       COPY ESTDEP.

       FD depositos.
       COPY DEPOSITO.

       working-storage section.
       77 wrk-edp-status pic x(02).
       77 wrk-dep-status pic x(02).
       77 wrk-outros pic s9(08) value zeros.
       77 wrk-sw-registro pic x(01) value 'N'.
           88 wrk-registro-achado value 'S'.

       linkage section.
       COPY ESTDLNK.

       procedure division using lnk-estdep-area.
       0100-PRINCIPAL SECTION.
           set lnk-edp-erro to true.
           move 0 to lnk-edp-saldo.
           perform 0150-VALIDAR-DEPOSITO
               thru 0150-VALIDAR-DEPOSITO-EXIT.
           if lnk-edp-erro or lnk-edp-op = 'V'
               goback
           end-if.
           set lnk-edp-erro to true.
           open i-o estdep.
           if wrk-edp-status = '35'
               open output estdep
               close estdep
               open i-o estdep
           end-if.
           if wrk-edp-status not = '00'
               goback
           end-if.
           perform 0200-LER-SALDO thru 0200-LER-SALDO-EXIT.
           evaluate lnk-edp-op
               when 'C'
                   set lnk-edp-ok to true
               when 'M'
                   add lnk-edp-qtde to edep-saldo
                   perform 0300-GRAVAR thru 0300-GRAVAR-EXIT
               when 'N'
                   move lnk-edp-minimo to edep-minimo
                   perform 0300-GRAVAR thru 0300-GRAVAR-EXIT
           end-evaluate.
           move edep-saldo to lnk-edp-saldo.
           move edep-minimo to lnk-edp-minimo.
           close estdep.
           GOBACK.

      * SO RODAM VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0150-VALIDAR-DEPOSITO SECTION.
      * O PRINCIPAL NAO DEPENDE DO CADASTRO; OS DEMAIS SO ATIVOS.
      * DEPOSITO ZERO VALE O PRINCIPAL.
           if lnk-edp-deposito = 0
               move 1 to lnk-edp-deposito
           end-if.
           move 'PRINCIPAL' to lnk-edp-nome.
           open input depositos.
           if wrk-dep-status = '00'
               move lnk-edp-deposito to dep-codigo
               read depositos key is depositos-chave
                   invalid key
                       move 'I' to dep-situacao
               end-read
               close depositos
           else
               move 'I' to dep-situacao
           end-if.
           if lnk-edp-deposito = 1
               if dep-sit-ativo
                   move dep-nome to lnk-edp-nome
               end-if
               set lnk-edp-ok to true
               go to 0150-VALIDAR-DEPOSITO-EXIT
           end-if.
           if dep-sit-ativo
               move dep-nome to lnk-edp-nome
               set lnk-edp-ok to true
           end-if.
       0150-VALIDAR-DEPOSITO-EXIT.
           exit.

       0200-LER-SALDO SECTION.
      * DEIXA EM ESTDEP-REG O REGISTRO DO PRODUTO NO DEPOSITO - O QUE
      * NAO EXISTE AINDA SAI ZERADO, OU, NO PRINCIPAL, COM O TOTAL
      * MENOS OS OUTROS DEPOSITOS.
           move 'N' to wrk-sw-registro.
           move lnk-edp-codigo to edep-codigo.
           move lnk-edp-deposito to edep-deposito.
           read estdep key is estdep-chave
               invalid key
                   continue
               not invalid key
                   set wrk-registro-achado to true
           end-read.
           if wrk-registro-achado
               go to 0200-LER-SALDO-EXIT
           end-if.
           if lnk-edp-deposito not = 1
               move lnk-edp-codigo to edep-codigo
               move lnk-edp-deposito to edep-deposito
               move 0 to edep-saldo
               move 0 to edep-minimo
               go to 0200-LER-SALDO-EXIT
           end-if.
           move 0 to wrk-outros.
           move lnk-edp-codigo to edep-codigo.
           move 1 to edep-deposito.
           start estdep key is greater estdep-chave
               invalid key
                   move '10' to wrk-edp-status
           end-start.
           if wrk-edp-status not = '10'
               read estdep next
                   at end move '10' to wrk-edp-status
               end-read
           end-if.
           perform until wrk-edp-status = '10'
                   or edep-codigo not = lnk-edp-codigo
               add edep-saldo to wrk-outros
               read estdep next
                   at end move '10' to wrk-edp-status
               end-read
           end-perform.
           move '00' to wrk-edp-status.
           move lnk-edp-codigo to edep-codigo.
           move 1 to edep-deposito.
           compute edep-saldo = lnk-edp-total - wrk-outros.
           move 0 to edep-minimo.
       0200-LER-SALDO-EXIT.
           exit.

       0300-GRAVAR SECTION.
           if wrk-registro-achado
               rewrite estdep-reg
                   invalid key
                       go to 0300-GRAVAR-EXIT
               end-rewrite
           else
               write estdep-reg
                   invalid key
                       go to 0300-GRAVAR-EXIT
               end-write
           end-if.
           set lnk-edp-ok to true.
       0300-GRAVAR-EXIT.
           exit.

       end program ESTDEPMV.
