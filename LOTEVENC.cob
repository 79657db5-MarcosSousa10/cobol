       identification division.
       program-id. LOTEVENC.
      * LOTES A VENCER: LISTA OS LOTES COM SALDO (LOTES.DAT) QUE
      * VENCEM NOS PROXIMOS N DIAS - E OS JA VENCIDOS, QUE AINDA
      * ESTAO NA PRATELEIRA - POR PRODUTO E DEPOSITO, PARA O ESTOQUE
      * PERECIVEL SAIR ANTES DE VIRAR PERDA. N VEM DO ARQUIVO DE
      * PARAMETROS (LOTEVENC/DIAS-AVISO, DEFAULT 30). NO BATCH
      * NOTURNO RODA COM O PARAMETRO SEMANAL E SO EMITE NO DIA DA
      * SEMANA DE LOTEVENC/DIA-SEMANA (1 = SEGUNDA, O DEFAULT); PELO
      * MENU EMITE NA HORA. SAI EM LOTES_VENCER.TXT E NA TELA.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select lotes assign to 'LOTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is lotes-chave
           file status is wrk-lot-status.
           select produtos assign to 'PRODUTOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is produtos-chave
           file status is wrk-prd-status.
           select vencer-out assign to
               "LOTES_VENCER.TXT"
           organization is line sequential
           file status is wrk-ven-status.
       data division.
       file section.
       FD lotes.
       COPY LOTES.

       FD produtos.
       COPY PRODUTOS.

       FD vencer-out.
       01 vencer-reg.
           05 ven-linha pic x(120).

       working-storage section.
       77 wrk-lot-status pic x(02).
       77 wrk-prd-status pic x(02).
       77 wrk-ven-status pic x(02).
       77 wrk-param-cmd pic x(20) value spaces.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dia-semana pic 9(01) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-dias-lote pic 9(07) value zeros.
       77 wrk-faltam pic s9(07) value zeros.
       77 wrk-faltam-ED pic -zzzzz9 value zeros.
       77 wrk-saldo-ED pic -zzzzzz9 value zeros.
      * JANELA DO AVISO E DIA DA RODADA SEMANAL.
       77 wrk-dias-aviso pic 9(03) value 30.
       77 wrk-dia-rodada pic 9(01) value 1.
       COPY PARAMLNK.
       77 wrk-descricao pic x(30) value spaces.
       77 wrk-situacao pic x(08) value spaces.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-qt-vencidos pic 9(05) value zeros.
       77 wrk-linha pic x(120) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-param-cmd from command-line.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-dia-semana from day-of-week.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           move 'LOTEVENC' to lnk-param-programa.
           move 'DIAS-AVISO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-dias-aviso
           end-if.
           move 'LOTEVENC' to lnk-param-programa.
           move 'DIA-SEMANA' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 8
               move lnk-param-valor to wrk-dia-rodada
           end-if.
           open output vencer-out.
      * FORA DO DIA DA RODADA SEMANAL O PASSO NOTURNO SO DEIXA O
      * ARQUIVO COM O AVISO, SEM ERRO.
           if wrk-param-cmd(1:7) = 'SEMANAL'
              and wrk-dia-semana not = wrk-dia-rodada
               move spaces to wrk-linha
               string 'LOTES A VENCER - SEM EMISSAO HOJE (RODADA '
                                               delimited by size
                      'SEMANAL NO DIA ' delimited by size
                      wrk-dia-rodada delimited by size
                      ')' delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close vencer-out
               go to 0300-final
           end-if.
           open input lotes.
           if wrk-lot-status not = '00'
               move 'LOTES A VENCER - NENHUM LOTE REGISTRADO'
                 to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close vencer-out
               go to 0300-final
           end-if.
           open input produtos.
           move spaces to wrk-linha.
           string 'LOTES VENCIDOS OU A VENCER EM ATE ' delimited by size
                  wrk-dias-aviso delimited by size
                  ' DIAS - ' delimited by size
                  wrk-data-hoje delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'PRODUTO DESCRICAO                      '
                                               delimited by size
                  'DEP LOTE         VALIDADE    DIAS    SALDO'
                                               delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           perform 0100-VARRER thru 0100-VARRER-EXIT.
           move spaces to wrk-linha.
           string 'LOTES LISTADOS: ' delimited by size
                  wrk-qt-listados delimited by size
                  '  JA VENCIDOS: ' delimited by size
                  wrk-qt-vencidos delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close produtos.
           close lotes.
           close vencer-out.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-VARRER SECTION.
           move 0 to wrk-qt-listados.
           move 0 to wrk-qt-vencidos.
           move low-values to lotes-chave.
           start lotes key is greater lotes-chave
               invalid key
                   move '10' to wrk-lot-status
           end-start.
           if wrk-lot-status not = '10'
               read lotes next
                   at end move '10' to wrk-lot-status
               end-read
           end-if.
           perform until wrk-lot-status = '10'
               if lote-saldo > 0 and lote-validade not = 0
                   compute wrk-dias-lote =
                       function integer-of-date(lote-validade)
                   compute wrk-faltam = wrk-dias-lote - wrk-dias-hoje
                   if wrk-faltam not > wrk-dias-aviso
                       perform 0150-LINHA-LOTE
                           thru 0150-LINHA-LOTE-EXIT
                   end-if
               end-if
               read lotes next
                   at end move '10' to wrk-lot-status
               end-read
           end-perform.
           move '00' to wrk-lot-status.
       0100-VARRER-EXIT.
           exit.

       0150-LINHA-LOTE SECTION.
           move 'FORA DO CATALOGO' to wrk-descricao.
           move lote-codigo to produtos-codigo.
           read produtos key is produtos-chave
               invalid key
                   continue
               not invalid key
                   move produtos-descricao to wrk-descricao
           end-read.
           move spaces to wrk-situacao.
           if wrk-faltam < 0
               move 'VENCIDO' to wrk-situacao
               add 1 to wrk-qt-vencidos
           end-if.
           move wrk-faltam to wrk-faltam-ED.
           move lote-saldo to wrk-saldo-ED.
           move spaces to wrk-linha.
           string lote-codigo delimited by size
                  '   ' delimited by size
                  wrk-descricao delimited by size
                  ' ' delimited by size
                  lote-deposito delimited by size
                  '  ' delimited by size
                  lote-numero delimited by size
                  ' ' delimited by size
                  lote-validade delimited by size
                  ' ' delimited by size
                  wrk-faltam-ED delimited by size
                  ' ' delimited by size
                  wrk-saldo-ED delimited by size
                  ' ' delimited by size
                  wrk-situacao delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           add 1 to wrk-qt-listados.
       0150-LINHA-LOTE-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to ven-linha.
           write vencer-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       end program LOTEVENC.
