       identification division.
       program-id. FISCALC.
      * IMPOSTOS DO ITEM DA NOTA FISCAL, CHAMAVEL COMO SUBPROGRAMA
      * (MESMO PADRAO DO FRETECALC): A UF DO EMITENTE (EMPRESA.DAT)
      * CONTRA A UF DO DESTINATARIO DA O CFOP - 5102 DENTRO DO ESTADO,
      * 6102 PARA CONTRIBUINTE DE FORA E 6108 PARA NAO CONTRIBUINTE DE
      * FORA - E A ALIQUOTA DE ICMS VEM DA TABELA ICMSUF.DAT. MERCADORIA
      * IMPORTADA (ORIGEM 1, 2, 3 OU 8) PARA CONTRIBUINTE DE OUTRA UF
      * PAGA 4% (RESOLUCAO DO SENADO 13/2012). PARA NAO CONTRIBUINTE O
      * IPI ENTRA NA BASE DO ICMS.

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
       data division.
       file section.
       FD empresa.
       COPY EMPRESA.

       FD icmsuf.
       COPY ICMSUF.

       working-storage section.
       77 wrk-emp-status pic x(02).
       77 wrk-icm-status pic x(02).

       linkage section.
       COPY FISCLNK.

       procedure division using lnk-fiscal-area.
       0100-PRINCIPAL SECTION.
           set lnk-fis-sem-emitente to true.
           move spaces to lnk-fis-uf-origem.
           move 0 to lnk-fis-cfop.
           move 0 to lnk-fis-base-icms.
           move 0 to lnk-fis-aliq-icms.
           move 0 to lnk-fis-icms.
           move 0 to lnk-fis-ipi.
           open input empresa.
           if wrk-emp-status not = '00'
               goback
           end-if.
           move 1 to emp-codigo.
           read empresa key is empresa-chave
               invalid key
                   move spaces to emp-uf
           end-read.
           close empresa.
           if emp-uf = spaces
               goback
           end-if.
           move emp-uf to lnk-fis-uf-origem.
           if lnk-fis-uf-destino = spaces
               move emp-uf to lnk-fis-uf-destino
           end-if.
           if lnk-fis-uf-destino = lnk-fis-uf-origem
               move 5102 to lnk-fis-cfop
           else
               if lnk-fis-contribuinte
                   move 6102 to lnk-fis-cfop
               else
                   move 6108 to lnk-fis-cfop
               end-if
           end-if.
           compute lnk-fis-ipi rounded =
               lnk-fis-valor * lnk-fis-aliq-ipi / 100.
           move lnk-fis-valor to lnk-fis-base-icms.
           if not lnk-fis-contribuinte
               add lnk-fis-ipi to lnk-fis-base-icms
           end-if.
           perform 0200-ALIQUOTA thru 0200-ALIQUOTA-EXIT.
           compute lnk-fis-icms rounded =
               lnk-fis-base-icms * lnk-fis-aliq-icms / 100.
           GOBACK.

      * SO RODA VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0200-ALIQUOTA SECTION.
           set lnk-fis-sem-aliquota to true.
           if lnk-fis-uf-destino not = lnk-fis-uf-origem
              and lnk-fis-contribuinte
              and (lnk-fis-origem-prod = 1 or 2 or 3 or 8)
               move 4 to lnk-fis-aliq-icms
               set lnk-fis-ok to true
               go to 0200-ALIQUOTA-EXIT
           end-if.
           open input icmsuf.
           if wrk-icm-status not = '00'
               go to 0200-ALIQUOTA-EXIT
           end-if.
           move lnk-fis-uf-origem to icms-uf-origem.
           move lnk-fis-uf-destino to icms-uf-destino.
           read icmsuf key is icmsuf-chave
               invalid key
                   continue
               not invalid key
                   move icms-aliq to lnk-fis-aliq-icms
                   set lnk-fis-ok to true
           end-read.
           close icmsuf.
       0200-ALIQUOTA-EXIT.
           exit.

       end program FISCALC.
