       identification division.
       program-id. ENTREGAS.
      * RELATORIO DE ATRASO DE ENTREGA: COMPARA O PRAZO REAL (DIAS
      * UTEIS DA DATA DE ENVIO A DATA DE ENTREGA, REGISTRADAS NO MODO
      * 4 DO FRETE.COB) COM O PRAZO PROMETIDO NA COTACAO, TAMBEM EM
      * DIAS UTEIS, E TOTALIZA POR METODO DE ENVIO E POR UF - E O
      * NUMERO QUE DECIDE A RENEGOCIACAO COM A TRANSPORTADORA NO
      * TRIMESTRE. VERSAO EM TELA E EM DISCO (ENTREGAS_ATRASO.TXT),
      * COMO O TITAGING.COB.
      * AS ENTREGAS DO METODO T SAEM TAMBEM POR TRANSPORTADORA DO
      * CADASTRO (COTACOES-TRANSP), EM ORDEM DE PERCENTUAL NO PRAZO -
      * O RANKING DA RENEGOCIACAO.

       environment division.
       configuration section.
           access mode is dynamic
           record key is cotacoes-chave
           alternate record key is cotacoes-fone with duplicates
           alternate record key is cotacoes-rastreio with duplicates
           file status is wrk-cot-status.
           select entregas-out assign to
               "ENTREGAS_ATRASO.TXT"
           organization is line sequential
           file status is wrk-ent-status.
           select transp assign to 'TRANSP.DAT'
           organization is indexed
           access mode is dynamic
           record key is transp-chave
           file status is wrk-trn-status.
       data division.
       file section.
       FD cotacoes.
       01 entregas-reg.
           05 ent-linha pic x(150).

       FD transp.
       COPY TRANSP.

       working-storage section.
       77 wrk-cot-status pic x(02).
       77 wrk-ent-status pic x(02).
       77 wrk-modo pic x(01) value '1'.
       77 wrk-linha pic x(150) value spaces.
       COPY DIAUTLNK.
       77 wrk-prazo-real pic s9(05) value zeros.
       77 wrk-atraso pic s9(05) value zeros.
       77 wrk-qt-entregues pic 9(05) value zeros.
       77 wrk-sw-achou pic x(01) value 'N'.
           88 wrk-uf-na-tabela value 'S'.
       77 wrk-media pic 9(03)v9 value zeros.
      * TOTAIS POR TRANSPORTADORA (METODO T) PARA O RANKING - O
      * PERCENTUAL NO PRAZO E CALCULADO NA EMISSAO.
       77 wrk-trn-status pic x(02).
       77 wrk-qt-trn pic 9(02) value zeros.
       77 wrk-ix-trn pic 9(02) value zeros.
       77 wrk-ix-melhor pic 9(02) value zeros.
       77 wrk-posicao pic 9(02) value zeros.
       77 wrk-nome-transp pic x(30) value spaces.
       01 tab-transp.
           05 tab-trn-item occurs 50 times.
               10 tab-trn-codigo pic 9(03).
               10 tab-trn-prazo  pic 9(05).
               10 tab-trn-atraso pic 9(05).
               10 tab-trn-dias   pic 9(07).
               10 tab-trn-perc   pic 9(03)v9.
               10 tab-trn-listado pic x(01).

       procedure division.
       0050-PRINCIPAL SECTION.
           exit.

       0120-CLASSIFICAR SECTION.
      * PRAZO REAL EM DIAS UTEIS (DIAUTIL), NA MESMA MEDIDA DO PRAZO
      * PROMETIDO - FERIADO PROLONGADO NAO VIRA ATRASO.
           move 'C' to lnk-dut-op.
           move cotacoes-data-envio to lnk-dut-data.
           move cotacoes-data-entrega to lnk-dut-data-fim.
           call 'DIAUTIL' using lnk-dut-area.
           move lnk-dut-dias to wrk-prazo-real.
           compute wrk-atraso = wrk-prazo-real - cotacoes-prazo.
           add 1 to wrk-qt-entregues.
           evaluate cotacoes-metodo
                   move 1 to wrk-ix-met
           end-evaluate.
           perform 0140-ACHAR-UF thru 0140-ACHAR-UF-EXIT.
           move 0 to wrk-ix-trn.
           if cotacoes-metodo = 'T'
               perform 0150-ACHAR-TRANSP thru 0150-ACHAR-TRANSP-EXIT
           end-if.
           if wrk-ix-trn > 0
               if wrk-atraso > 0
                   add 1 to tab-trn-atraso(wrk-ix-trn)
                   add wrk-atraso to tab-trn-dias(wrk-ix-trn)
               else
                   add 1 to tab-trn-prazo(wrk-ix-trn)
               end-if
           end-if.
           if wrk-atraso > 0
               add 1 to wrk-qt-atrasadas
               add 1 to tab-met-atraso(wrk-ix-met)
       0140-ACHAR-UF-EXIT.
           exit.

       0150-ACHAR-TRANSP SECTION.
      * MESMA TECNICA DO 0140-ACHAR-UF, PELO CODIGO DA TRANSPORTADORA
      * (ZERO = TABELA GERAL, SEM CADASTRO).
           move 'N' to wrk-sw-achou.
           perform varying wrk-ix-trn from 1 by 1
                   until wrk-ix-trn > wrk-qt-trn or wrk-uf-na-tabela
               if tab-trn-codigo(wrk-ix-trn) = cotacoes-transp
                   set wrk-uf-na-tabela to true
               end-if
           end-perform.
           if wrk-uf-na-tabela
               subtract 1 from wrk-ix-trn
           else
               if wrk-qt-trn not less 50
                   move 0 to wrk-ix-trn
               else
                   add 1 to wrk-qt-trn
                   move wrk-qt-trn to wrk-ix-trn
                   move cotacoes-transp to tab-trn-codigo(wrk-ix-trn)
                   move 0 to tab-trn-prazo(wrk-ix-trn)
                   move 0 to tab-trn-atraso(wrk-ix-trn)
                   move 0 to tab-trn-dias(wrk-ix-trn)
                   move 0 to tab-trn-perc(wrk-ix-trn)
                   move 'N' to tab-trn-listado(wrk-ix-trn)
               end-if
           end-if.
       0150-ACHAR-TRANSP-EXIT.
           exit.

       0200-EMITIR SECTION.
           move 'ENTREGAS X PRAZO PROMETIDO' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
           end-perform.
           if wrk-qt-trn > 0
               perform 0250-RANKING-TRANSP
                   thru 0250-RANKING-TRANSP-EXIT
           end-if.
           move spaces to wrk-linha.
           string 'ENTREGAS AVALIADAS ' delimited by size
                  wrk-qt-entregues delimited by size
       0200-EMITIR-EXIT.
           exit.

       0250-RANKING-TRANSP SECTION.
      * PERCENTUAL NO PRAZO DE CADA TRANSPORTADORA E A LISTA DA MELHOR
      * PARA A PIOR (A CADA VOLTA SAI A MELHOR AINDA NAO LISTADA).
           move 'POR TRANSPORTADORA - RANKING (% NO PRAZO / NO PRAZO / '
             & 'ATRASADAS / MEDIA DIAS)' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform varying wrk-ix-trn from 1 by 1
                   until wrk-ix-trn > wrk-qt-trn
               compute tab-trn-perc(wrk-ix-trn) rounded =
                   (tab-trn-prazo(wrk-ix-trn) * 100) /
                   (tab-trn-prazo(wrk-ix-trn) +
                    tab-trn-atraso(wrk-ix-trn))
           end-perform.
           open input transp.
           perform varying wrk-posicao from 1 by 1
                   until wrk-posicao > wrk-qt-trn
               move 0 to wrk-ix-melhor
               perform varying wrk-ix-trn from 1 by 1
                       until wrk-ix-trn > wrk-qt-trn
                   if tab-trn-listado(wrk-ix-trn) = 'N'
                       if wrk-ix-melhor = 0
                           move wrk-ix-trn to wrk-ix-melhor
                       else
                           if tab-trn-perc(wrk-ix-trn) >
                              tab-trn-perc(wrk-ix-melhor)
                               move wrk-ix-trn to wrk-ix-melhor
                           end-if
                       end-if
                   end-if
               end-perform
               move 'S' to tab-trn-listado(wrk-ix-melhor)
               perform 0260-LINHA-TRANSP thru 0260-LINHA-TRANSP-EXIT
           end-perform.
           if wrk-trn-status = '00'
               close transp
           end-if.
       0250-RANKING-TRANSP-EXIT.
           exit.

       0260-LINHA-TRANSP SECTION.
           move 'TABELA GERAL (SEM CADASTRO)' to wrk-nome-transp.
           if tab-trn-codigo(wrk-ix-melhor) not = 0
               move 'FORA DO CADASTRO' to wrk-nome-transp
               if wrk-trn-status = '00'
                   move tab-trn-codigo(wrk-ix-melhor) to transp-codigo
                   read transp key is transp-chave
                       invalid key
                           continue
                       not invalid key
                           move transp-nome to wrk-nome-transp
                   end-read
                   move '00' to wrk-trn-status
               end-if
           end-if.
           move 0 to wrk-media.
           if tab-trn-atraso(wrk-ix-melhor) > 0
               compute wrk-media rounded =
                   tab-trn-dias(wrk-ix-melhor) /
                   tab-trn-atraso(wrk-ix-melhor)
           end-if.
           move spaces to wrk-linha.
           string '  ' delimited by size
                  wrk-posicao delimited by size
                  'O ' delimited by size
                  tab-trn-codigo(wrk-ix-melhor) delimited by size
                  ' ' delimited by size
                  wrk-nome-transp delimited by size
                  ' ' delimited by size
                  tab-trn-perc(wrk-ix-melhor) delimited by size
                  '% / ' delimited by size
                  tab-trn-prazo(wrk-ix-melhor) delimited by size
                  ' / ' delimited by size
                  tab-trn-atraso(wrk-ix-melhor) delimited by size
                  ' / ' delimited by size
                  wrk-media delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0260-LINHA-TRANSP-EXIT.
           exit.

       0280-SAIDA SECTION.
      * MANDA A LINHA MONTADA PARA A TELA OU PARA O DISCO, CONFORME O
      * MODO ESCOLHIDO NO INICIO.
