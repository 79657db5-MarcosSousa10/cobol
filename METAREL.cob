       identification division.
       program-id. METAREL.
      * ATINGIMENTO DAS METAS DE VENDA: PARA CADA VENDEDOR DO
      * CADASTRO, A META DA COMPETENCIA (METAS.DAT) CONTRA O FATURADO
      * NO MES ATE A DATA DA EMISSAO E NO ANO ATE O MES - % ATINGIDO E
      * O QUE FALTA. O FATURADO E O MESMO QUE O COMISSAO.COB CONTA:
      * PEDIDOS FATURADOS OU JA COBRADOS, COM VENDEDOR, LIQUIDOS DAS
      * DEVOLUCOES. O PREMIO SAI PELAS DUAS FAIXAS DO ARQUIVO DE
      * PARAMETROS (METAREL/FAIXA1-PERC E FAIXA1-BONUS, DEFAULT 100%
      * E 1%; METAREL/FAIXA2-PERC E FAIXA2-BONUS, DEFAULT 120% E 2%),
      * EM % SOBRE O FATURADO DO MES. TELA OU METAS_ATINGIMENTO.TXT.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select pedidos assign to 'PEDIDOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is pedidos-chave
           alternate record key is pedidos-fone with duplicates
           alternate record key is pedidos-data with duplicates
           file status is wrk-ped-status.
           select vendedores assign to
               'VENDEDORES.DAT'
           organization is indexed
           access mode is dynamic
           record key is vendedores-chave
           file status is wrk-ven-status.
           select metas assign to 'METAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is metas-chave
           file status is wrk-met-status.
           select metarel-out assign to
               "METAS_ATINGIMENTO.TXT"
           organization is line sequential
           file status is wrk-rel-status.
       data division.
       file section.
       FD pedidos.
       COPY PEDIDOS.

       FD vendedores.
       COPY VENDEDOR.

       FD metas.
       COPY METAS.

       FD metarel-out.
       01 metarel-reg.
           05 rel-linha pic x(150).

       working-storage section.
       77 wrk-ped-status pic x(02).
       77 wrk-ven-status pic x(02).
       77 wrk-met-status pic x(02).
       77 wrk-rel-status pic x(02).
       77 wrk-modo pic x(01) value '1'.
       77 wrk-competencia pic 9(06) value zeros.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-data-corte pic 9(08) value zeros.
       77 wrk-mes pic 9(02) value zeros.
      * FATURADO POR VENDEDOR, INDEXADO PELO PROPRIO CODIGO (001 A
      * 999) - UMA PASSADA SO EM PEDIDOS.DAT.
       01 tab-metarel.
           05 tab-mr-item occurs 999 times.
               10 tab-mr-mes pic 9(10)v99.
               10 tab-mr-ano pic 9(10)v99.
      * FAIXAS DE PREMIO.
       77 wrk-faixa1-perc pic 9(03)v99 value 100.
       77 wrk-faixa1-bonus pic 9(02)v99 value 1.
       77 wrk-faixa2-perc pic 9(03)v99 value 120.
       77 wrk-faixa2-bonus pic 9(02)v99 value 2.
       COPY PARAMLNK.
       77 wrk-meta-mes pic 9(08)v99 value zeros.
       77 wrk-meta-ano pic 9(10)v99 value zeros.
       77 wrk-fat-mes pic 9(10)v99 value zeros.
       77 wrk-fat-ano pic 9(10)v99 value zeros.
       77 wrk-meta pic 9(10)v99 value zeros.
       77 wrk-fat pic 9(10)v99 value zeros.
       77 wrk-perc pic 9(05)v99 value zeros.
       77 wrk-falta pic s9(10)v99 value zeros.
       77 wrk-bonus pic 9(10)v99 value zeros.
       77 wrk-bonus-perc pic 9(02)v99 value zeros.
       77 wrk-faixa pic x(08) value spaces.
       77 wrk-periodo pic x(04) value spaces.
       77 wrk-tot-meta pic 9(10)v99 value zeros.
       77 wrk-tot-fat pic 9(10)v99 value zeros.
       77 wrk-tot-bonus pic 9(10)v99 value zeros.
       77 wrk-qt-vendedores pic 9(03) value zeros.
       77 wrk-qt-batidas pic 9(03) value zeros.
       77 wrk-meta-ED pic z.zzz.zzz.zz9,99 value zeros.
       77 wrk-fat-ED pic z.zzz.zzz.zz9,99 value zeros.
       77 wrk-falta-ED pic -.---.---.--9,99 value zeros.
       77 wrk-perc-ED pic zzzz9,99 value zeros.
       77 wrk-bonus-ED pic z.zzz.zzz.zz9,99 value zeros.
       77 wrk-linha pic x(150) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           display "atingimento de metas - competencia (AAAAMM): ".
           accept wrk-competencia.
           move wrk-competencia(5:2) to wrk-mes.
           if wrk-mes < 1 or wrk-mes > 12
               display "competencia invalida"
               go to 0300-final
           end-if.
           display "saida (1-tela 2-disco): ".
           accept wrk-modo.
           perform 0060-FAIXAS thru 0060-FAIXAS-EXIT.
      * MES EM ANDAMENTO CONTA ATE HOJE; MES FECHADO, ATE O FIM.
           accept wrk-data-hoje from date YYYYMMDD.
           if wrk-data-hoje(1:6) = wrk-competencia
               move wrk-data-hoje to wrk-data-corte
           else
               move wrk-competencia to wrk-data-corte(1:6)
               move 31 to wrk-data-corte(7:2)
           end-if.
           open input pedidos.
           if wrk-ped-status not = '00'
               display "arquivo de pedidos indisponivel"
               go to 0300-final
           end-if.
           open input vendedores.
           if wrk-ven-status not = '00'
               display "cadastro de vendedores indisponivel"
               close pedidos
               go to 0300-final
           end-if.
           open input metas.
           if wrk-met-status not = '00'
               display "nenhuma meta cadastrada (METAMANT)"
               close vendedores
               close pedidos
               go to 0300-final
           end-if.
           if wrk-modo = '2'
               open output metarel-out
           end-if.
           perform 0100-CARREGAR-PEDIDOS
               thru 0100-CARREGAR-PEDIDOS-EXIT.
           perform 0200-EMITIR thru 0200-EMITIR-EXIT.
           if wrk-modo = '2'
               close metarel-out
               display "relatorio gravado em METAS_ATINGIMENTO.TXT"
           end-if.
           close metas.
           close vendedores.
           close pedidos.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-FAIXAS SECTION.
           move 'METAREL' to lnk-param-programa.
           move 'FAIXA1-PERC' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-faixa1-perc
           end-if.
           move 'METAREL' to lnk-param-programa.
           move 'FAIXA1-BONUS' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor < 100
               move lnk-param-valor to wrk-faixa1-bonus
           end-if.
           move 'METAREL' to lnk-param-programa.
           move 'FAIXA2-PERC' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-faixa2-perc
           end-if.
           move 'METAREL' to lnk-param-programa.
           move 'FAIXA2-BONUS' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor < 100
               move lnk-param-valor to wrk-faixa2-bonus
           end-if.
       0060-FAIXAS-EXIT.
           exit.

       0100-CARREGAR-PEDIDOS SECTION.
      * FATURADOS OU COBRADOS COM VENDEDOR, DE 1 DE JANEIRO ATE O
      * CORTE, PELA CHAVE ALTERNADA DE DATA (COMO O COMISSAO.COB).
           initialize tab-metarel.
           move 0 to pedidos-data.
           move wrk-competencia(1:4) to pedidos-data(1:4).
           move '0101' to pedidos-data(5:4).
           start pedidos key is not less pedidos-data
               invalid key
                   move '10' to wrk-ped-status
           end-start.
           if wrk-ped-status not = '10'
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-if.
           perform until wrk-ped-status = '10'
                   or pedidos-data > wrk-data-corte
               if (pedidos-sit-faturado or pedidos-sit-cobrado)
                  and pedidos-vendedor not = 0
                   compute tab-mr-ano(pedidos-vendedor) =
                       tab-mr-ano(pedidos-vendedor)
                       + pedidos-total - pedidos-devolvido
                   if pedidos-data(1:6) = wrk-competencia
                       compute tab-mr-mes(pedidos-vendedor) =
                           tab-mr-mes(pedidos-vendedor)
                           + pedidos-total - pedidos-devolvido
                   end-if
               end-if
               read pedidos next
                   at end move '10' to wrk-ped-status
               end-read
           end-perform.
           move '00' to wrk-ped-status.
       0100-CARREGAR-PEDIDOS-EXIT.
           exit.

       0200-EMITIR SECTION.
           move spaces to wrk-linha.
           string 'ATINGIMENTO DE METAS DA COMPETENCIA '
                                               delimited by size
                  wrk-competencia delimited by size
                  ' - FATURADO ATE ' delimited by size
                  wrk-data-corte delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'VENDEDOR                           '
                                               delimited by size
                  '            META        FATURADO       %'
                                               delimited by size
                  '           FALTA FAIXA             PREMIO'
                                               delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 0 to wrk-tot-meta.
           move 0 to wrk-tot-fat.
           move 0 to wrk-tot-bonus.
           move 0 to wrk-qt-vendedores.
           move 0 to wrk-qt-batidas.
           move 0 to vend-codigo.
           start vendedores key is greater vendedores-chave
               invalid key
                   move '10' to wrk-ven-status
           end-start.
           if wrk-ven-status not = '10'
               read vendedores next
                   at end move '10' to wrk-ven-status
               end-read
           end-if.
           perform until wrk-ven-status = '10'
               perform 0220-EMITIR-VENDEDOR
                   thru 0220-EMITIR-VENDEDOR-EXIT
               read vendedores next
                   at end move '10' to wrk-ven-status
               end-read
           end-perform.
           move '00' to wrk-ven-status.
           move 'MES ' to wrk-periodo.
           move wrk-tot-meta to wrk-meta.
           move wrk-tot-fat to wrk-fat.
           perform 0240-CALCULAR thru 0240-CALCULAR-EXIT.
           move wrk-meta to wrk-meta-ED.
           move wrk-fat to wrk-fat-ED.
           move wrk-perc to wrk-perc-ED.
           move wrk-falta to wrk-falta-ED.
           move wrk-tot-bonus to wrk-bonus-ED.
           move spaces to wrk-linha.
           string 'TOTAL DA EQUIPE                    '
                                               delimited by size
                  wrk-meta-ED delimited by size
                  wrk-fat-ED delimited by size
                  wrk-perc-ED delimited by size
                  wrk-falta-ED delimited by size
                  '         ' delimited by size
                  wrk-bonus-ED delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'VENDEDORES COM META: ' delimited by size
                  wrk-qt-vendedores delimited by size
                  '  META DO MES BATIDA: ' delimited by size
                  wrk-qt-batidas delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0200-EMITIR-EXIT.
           exit.

       0220-EMITIR-VENDEDOR SECTION.
      * DUAS LINHAS POR VENDEDOR: O MES (COM A FAIXA E O PREMIO) E O
      * ACUMULADO DO ANO ATE O MES. SEM META E SEM VENDA, NAO SAI.
           move 0 to wrk-meta-mes.
           move vend-codigo to meta-vendedor.
           move wrk-competencia to meta-competencia.
           read metas key is metas-chave
               invalid key
                   continue
               not invalid key
                   move meta-valor to wrk-meta-mes
           end-read.
           perform 0230-META-ANO thru 0230-META-ANO-EXIT.
           move tab-mr-mes(vend-codigo) to wrk-fat-mes.
           move tab-mr-ano(vend-codigo) to wrk-fat-ano.
           if wrk-meta-ano = 0 and wrk-fat-ano = 0
               go to 0220-EMITIR-VENDEDOR-EXIT
           end-if.
           if wrk-meta-mes not = 0
               add 1 to wrk-qt-vendedores
           end-if.
           add wrk-meta-mes to wrk-tot-meta.
           add wrk-fat-mes to wrk-tot-fat.
      * MES - A FAIXA DE PREMIO VALE SO PARA O MES.
           move 'MES ' to wrk-periodo.
           move wrk-meta-mes to wrk-meta.
           move wrk-fat-mes to wrk-fat.
           perform 0240-CALCULAR thru 0240-CALCULAR-EXIT.
           move 0 to wrk-bonus-perc.
           move spaces to wrk-faixa.
           if wrk-meta = 0
               move 'SEM META' to wrk-faixa
           else
               if wrk-perc not < wrk-faixa1-perc
                   move 'FAIXA 1' to wrk-faixa
                   move wrk-faixa1-bonus to wrk-bonus-perc
                   add 1 to wrk-qt-batidas
               end-if
               if wrk-perc not < wrk-faixa2-perc
                   move 'FAIXA 2' to wrk-faixa
                   move wrk-faixa2-bonus to wrk-bonus-perc
               end-if
           end-if.
           compute wrk-bonus rounded =
               (wrk-fat-mes * wrk-bonus-perc) / 100.
           add wrk-bonus to wrk-tot-bonus.
           move wrk-bonus to wrk-bonus-ED.
           perform 0250-LINHA thru 0250-LINHA-EXIT.
      * ANO ATE O MES, SEM PREMIO.
           move 'ANO ' to wrk-periodo.
           move wrk-meta-ano to wrk-meta.
           move wrk-fat-ano to wrk-fat.
           perform 0240-CALCULAR thru 0240-CALCULAR-EXIT.
           move spaces to wrk-faixa.
           move 0 to wrk-bonus-ED.
           perform 0250-LINHA thru 0250-LINHA-EXIT.
       0220-EMITIR-VENDEDOR-EXIT.
           exit.

       0230-META-ANO SECTION.
      * SOMA AS METAS DE JANEIRO ATE O MES DA COMPETENCIA.
           move 0 to wrk-meta-ano.
           move vend-codigo to meta-vendedor.
           move wrk-competencia(1:4) to meta-competencia(1:4).
           move '00' to meta-competencia(5:2).
           start metas key is greater metas-chave
               invalid key
                   move '10' to wrk-met-status
           end-start.
           if wrk-met-status not = '10'
               read metas next
                   at end move '10' to wrk-met-status
               end-read
           end-if.
           perform until wrk-met-status = '10'
                   or meta-vendedor not = vend-codigo
                   or meta-competencia > wrk-competencia
               add meta-valor to wrk-meta-ano
               read metas next
                   at end move '10' to wrk-met-status
               end-read
           end-perform.
           move '00' to wrk-met-status.
       0230-META-ANO-EXIT.
           exit.

       0240-CALCULAR SECTION.
      * % ATINGIDO E QUANTO FALTA (NEGATIVO = PASSOU DA META).
           move 0 to wrk-perc.
           if wrk-meta not = 0
               compute wrk-perc rounded = (wrk-fat * 100) / wrk-meta
                   on size error
                       move 99999,99 to wrk-perc
               end-compute
           end-if.
           compute wrk-falta = wrk-meta - wrk-fat.
       0240-CALCULAR-EXIT.
           exit.

       0250-LINHA SECTION.
           move wrk-meta to wrk-meta-ED.
           move wrk-fat to wrk-fat-ED.
           move wrk-perc to wrk-perc-ED.
           move wrk-falta to wrk-falta-ED.
           move spaces to wrk-linha.
           if wrk-periodo = 'MES '
               string vend-codigo delimited by size
                      ' ' delimited by size
                      vend-nome(1:26) delimited by size
                      ' ' delimited by size
                      wrk-periodo delimited by size
                      wrk-meta-ED delimited by size
                      wrk-fat-ED delimited by size
                      wrk-perc-ED delimited by size
                      wrk-falta-ED delimited by size
                      ' ' delimited by size
                      wrk-faixa delimited by size
                      wrk-bonus-ED delimited by size
                 into wrk-linha
               end-string
           else
               string '                               '
                                               delimited by size
                      wrk-periodo delimited by size
                      wrk-meta-ED delimited by size
                      wrk-fat-ED delimited by size
                      wrk-perc-ED delimited by size
                      wrk-falta-ED delimited by size
                 into wrk-linha
               end-string
           end-if.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0250-LINHA-EXIT.
           exit.

       0280-SAIDA SECTION.
      * MANDA A LINHA MONTADA PARA A TELA OU PARA O DISCO, CONFORME O
      * MODO ESCOLHIDO NO INICIO (MESMO ESQUEMA DO COMISSAO.COB).
           if wrk-modo = '2'
               move wrk-linha to rel-linha
               write metarel-reg
           else
               display wrk-linha(1:130)
           end-if.
       0280-SAIDA-EXIT.
           exit.

       end program METAREL.
