       identification division.
       program-id. KITLER.
      * COMPOSICAO DO KIT, CHAMAVEL COMO SUBPROGRAMA (MESMO PADRAO DO
      * PARAMLER): DEVOLVE OS COMPONENTES DE KITS.DAT DO KIT PEDIDO,
      * NA ORDEM DO CODIGO. QUEM PRECISA DE SALDO OU PESO LE CADA
      * COMPONENTE NO PROPRIO ARQUIVO DE PRODUTOS, QUE JA ESTA ABERTO
      * NELE.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select kits assign to 'KITS.DAT'
           organization is indexed
           access mode is dynamic
           record key is kits-chave
           file status is wrk-kit-status.
       data division.
       file section.
       FD kits.
       COPY KITS.

       working-storage section.
       77 wrk-kit-status pic x(02).

       linkage section.
       COPY KITLNK.

       procedure division using lnk-kit-area.
       0100-LER SECTION.
           set lnk-kit-nao-achado to true.
           move 0 to lnk-kit-qt-comp.
           open input kits.
           if wrk-kit-status not = '00'
               goback
           end-if.
           move lnk-kit-codigo to kit-codigo.
           move 0 to kit-componente.
           start kits key is greater kits-chave
               invalid key
                   move '10' to wrk-kit-status
           end-start.
           if wrk-kit-status not = '10'
               read kits next
                   at end move '10' to wrk-kit-status
               end-read
           end-if.
           perform until wrk-kit-status = '10'
                   or kit-codigo not = lnk-kit-codigo
                   or lnk-kit-qt-comp = 20
               if kit-qtde > 0
                   add 1 to lnk-kit-qt-comp
                   move kit-componente
                     to lnk-kit-comp-codigo(lnk-kit-qt-comp)
                   move kit-qtde
                     to lnk-kit-comp-qtde(lnk-kit-qt-comp)
               end-if
               read kits next
                   at end move '10' to wrk-kit-status
               end-read
           end-perform.
           close kits.
           if lnk-kit-qt-comp > 0
               set lnk-kit-achado to true
           end-if.
           GOBACK.

       end program KITLER.
