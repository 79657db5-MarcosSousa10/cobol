           access mode is dynamic
           record key is clientes-chave
           file status is wrk-cli-status.
           select transp assign to 'TRANSP.DAT'
           organization is indexed
           access mode is dynamic
           record key is transp-chave
           file status is wrk-trn-status.
           select transtab assign to 'TRANSTAB.DAT'
           organization is indexed
           access mode is dynamic
           record key is transtab-chave
           file status is wrk-ttb-status.
       data division.
       file section.
      * LAYOUT DO CADASTRO DE CLIENTES (CLIENTES1.COB), SO PARA
       FD clientes.
       COPY CLIENTES.

      * CADASTRO E TABELA DE FRETE DAS TRANSPORTADORAS (TRANSMANT.COB),
      * PARA O METODO T COM TRANSPORTADORA INFORMADA.
       FD transp.
       COPY TRANSP.

       FD transtab.
       COPY TRANSTAB.

       working-storage section.
       77 wrk-cli-status pic x(02).
       77 wrk-trn-status pic x(02).
       77 wrk-ttb-status pic x(02).
      * tabela de frete por estado e por metodo de envio - cada UF
      * carrega, para PAC / SEDEX / TRANSPORTADORA, o percentual (com
      * 2 decimais) e o prazo estimado em dias uteis. o PAC mantem os
      * percentuais antigos da tabela so-por-UF; SEDEX custa 1,5x e
      * entrega mais rapido, transportadora custa 0,8x e demora mais.
       01 tab-frete-dados.
      * posicao do metodo dentro de tab-frete-metodo (1-pac 2-sedex
      * 3-transportadora).
       77 wrk-ix-met pic 9(01) value 1.
       77 wrk-data-hoje pic 9(08) value zeros.
       COPY DIAUTLNK.

       linkage section.
       COPY FRETELNK.
           move 0 to lnk-seguro.
           move 0 to lnk-manuseio.
           move 0 to lnk-prazo-dias.
           move 0 to lnk-data-prevista.
           if lnk-uf = spaces and lnk-fone not = 0
               perform 0120-BUSCA-UF thru 0120-BUSCA-UF-EXIT
           end-if.
                   move 1 to wrk-ix-met
                   move 'P' to lnk-metodo
           end-evaluate.
      * TRANSPORTADORA DO CADASTRO: TARIFA E PRAZO DA TABELA DELA;
      * UF FORA DA TABELA DELA (OU TRANSPORTADORA INATIVA) NAO COTA.
           if lnk-metodo-transp and lnk-transp not = 0
               perform 0200-TARIFA-TRANSP thru 0200-TARIFA-TRANSP-EXIT
               if lnk-frete-nao-achado
                   go to 0100-CALCULA-FIM
               end-if
           else
               move 0 to wrk-perc-uf
               set ix-frete to 1
               search tab-frete-item
                   at end
                       go to 0100-CALCULA-FIM
                   when tab-frete-estado(ix-frete) = lnk-uf
                       move tab-frete-perc(ix-frete, wrk-ix-met)
                         to wrk-perc-uf
                       move tab-frete-dias(ix-frete, wrk-ix-met)
                         to lnk-prazo-dias
               end-search
               set lnk-frete-achado to true
               if lnk-peso-gramas > 0
                   perform 0150-FRETE-POR-PESO
                       thru 0150-FRETE-POR-PESO-EXIT
               else
                   compute lnk-frete-base =
                       (lnk-valor * wrk-perc-uf) / 100
               end-if
           end-if.
           compute lnk-seguro rounded =
               (lnk-valor * wrk-perc-seguro) / 100.
           end-if.
           compute lnk-frete =
               lnk-frete-base + lnk-seguro + lnk-manuseio.
      * O PRAZO DA TABELA E EM DIAS UTEIS - FERIADO PROLONGADO NAO
      * CONTA CONTRA A TRANSPORTADORA.
           accept wrk-data-hoje from date YYYYMMDD.
           move 'S' to lnk-dut-op.
           move wrk-data-hoje to lnk-dut-data.
           move lnk-prazo-dias to lnk-dut-dias.
           call 'DIAUTIL' using lnk-dut-area.
           if lnk-dut-dia-util
               move lnk-dut-resultado to lnk-data-prevista
           end-if.
       0100-CALCULA-FIM.
           continue.
       0300-final SECTION.
       0150-FRETE-POR-PESO-EXIT.
           exit.

       0200-TARIFA-TRANSP SECTION.
      * FAIXA DA TRANSPORTADORA PARA A UF E O PESO: A PRIMEIRA COM
      * LIMITE NAO MENOR QUE O PESO. SEM PESO, O PERCENTUAL DA
      * PRIMEIRA FAIXA DA UF SOBRE O VALOR.
           open input transp.
           if wrk-trn-status not = '00'
               go to 0200-TARIFA-TRANSP-EXIT
           end-if.
           move lnk-transp to transp-codigo.
           read transp key is transp-chave
               invalid key
                   move '23' to wrk-trn-status
           end-read.
           close transp.
           if wrk-trn-status not = '00' or not transp-sit-ativa
               go to 0200-TARIFA-TRANSP-EXIT
           end-if.
           open input transtab.
           if wrk-ttb-status not = '00'
               go to 0200-TARIFA-TRANSP-EXIT
           end-if.
           move lnk-transp to ttab-transp.
           move lnk-uf to ttab-uf.
           move lnk-peso-gramas to ttab-peso-limite.
           start transtab key is not less transtab-chave
               invalid key
                   move '10' to wrk-ttb-status
           end-start.
           if wrk-ttb-status not = '10'
               read transtab next
                   at end move '10' to wrk-ttb-status
               end-read
           end-if.
           close transtab.
           if wrk-ttb-status = '10'
              or ttab-transp not = lnk-transp
              or ttab-uf not = lnk-uf
               go to 0200-TARIFA-TRANSP-EXIT
           end-if.
           set lnk-frete-achado to true.
           move ttab-prazo to lnk-prazo-dias.
           if lnk-peso-gramas > 0
               move ttab-valor to lnk-frete-base
           else
               compute lnk-frete-base rounded =
                   (lnk-valor * ttab-perc) / 100
           end-if.
       0200-TARIFA-TRANSP-EXIT.
           exit.

       end program FRETECALC.
