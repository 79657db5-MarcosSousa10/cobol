       identification division.
       program-id. FERIAS.
      * CONTROLE DE FERIAS: ATUALIZA OS PERIODOS AQUISITIVOS DE TODOS
      * OS FUNCIONARIOS ATIVOS (FERAPUR - CRIA O QUE FALTA DESDE A
      * ADMISSAO E APURA OS QUE TERMINARAM) E LISTA EM
      * FERIAS_VENCER.TXT QUEM TEM SALDO DE FERIAS COM O LIMITE PARA
      * COMECAR A GOZAR DENTRO DE FERIAS/DIAS-AVISO (DEFAULT 60) DIAS
      * OU JA VENCIDO - VENCIDO, A CLT MANDA PAGAR EM DOBRO. A
      * PROGRAMACAO E FEITA NO FUNCION.COB (OPCAO 7).
      * RODA NO BATCH NOTURNO E PELO MENU.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select funcionarios assign to 'FUNCIONARIOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is funcionarios-chave
           file status is wrk-func-status.
           select ferias assign to 'FERIAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ferias-chave
           file status is wrk-fer-status.
           select vencer-out assign to
               "FERIAS_VENCER.TXT"
           organization is line sequential
           file status is wrk-out-status.
       data division.
       file section.
       FD funcionarios.
       COPY FUNCION.

       FD ferias.
       COPY FERIAS.

       FD vencer-out.
       01 vencer-reg.
           05 out-linha pic x(120).

       working-storage section.
       77 wrk-func-status pic x(02).
       77 wrk-fer-status pic x(02).
       77 wrk-out-status pic x(02).
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-data-aviso pic 9(08) value zeros.
       77 wrk-dias-limite pic 9(07) value zeros.
       77 wrk-dias-faltam pic 9(05) value zeros.
       77 wrk-dias-aviso pic 9(03) value 60.
       COPY PARAMLNK.
       COPY FERLNK.
       77 wrk-saldo pic 9(02) value zeros.
       77 wrk-situacao-tx pic x(30) value spaces.
      * TOTAIS DA RODADA.
       77 wrk-qt-func pic 9(05) value zeros.
       77 wrk-qt-novos pic 9(05) value zeros.
       77 wrk-qt-apurados pic 9(05) value zeros.
       77 wrk-qt-vencer pic 9(05) value zeros.
       77 wrk-qt-vencidos pic 9(05) value zeros.
       77 wrk-linha pic x(120) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           perform 0060-LER-PARAMETROS thru 0060-LER-PARAMETROS-EXIT.
           compute wrk-data-aviso = function date-of-integer
               (wrk-dias-hoje + wrk-dias-aviso).
           open output vencer-out.
           open input funcionarios.
           if wrk-func-status not = '00'
               move 'CONTROLE DE FERIAS - CADASTRO DE FUNCIONARIOS '
                 & 'INDISPONIVEL' to wrk-linha
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               close vencer-out
               move 8 to return-code
               go to 0300-final
           end-if.
           perform 0100-ATUALIZAR thru 0100-ATUALIZAR-EXIT.
           move spaces to wrk-linha.
           string 'FERIAS A VENCER - ' delimited by size
                  wrk-data-hoje delimited by size
                  ' - LIMITE ATE ' delimited by size
                  wrk-data-aviso delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'COD  FUNCIONARIO                    '
                                               delimited by size
                  'AQUISITIVO         ' delimited by size
                  '   LIMITE    SALDO SITUACAO' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           open input ferias.
           if wrk-fer-status = '00'
               perform 0200-LISTAR thru 0200-LISTAR-EXIT
               close ferias
           end-if.
           move spaces to wrk-linha.
           string 'FUNCIONARIOS: ' delimited by size
                  wrk-qt-func delimited by size
                  '  PERIODOS NOVOS: ' delimited by size
                  wrk-qt-novos delimited by size
                  '  APURADOS: ' delimited by size
                  wrk-qt-apurados delimited by size
                  '  A VENCER: ' delimited by size
                  wrk-qt-vencer delimited by size
                  '  VENCIDOS: ' delimited by size
                  wrk-qt-vencidos delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           close funcionarios.
           close vencer-out.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-LER-PARAMETROS SECTION.
           move 'FERIAS' to lnk-param-programa.
           move 'DIAS-AVISO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 366
               move lnk-param-valor to wrk-dias-aviso
           end-if.
       0060-LER-PARAMETROS-EXIT.
           exit.

       0100-ATUALIZAR SECTION.
      * PERIODOS DE CADA ATIVO ATE HOJE - O FERAPUR ABRE E FECHA O
      * FERIAS.DAT A CADA CHAMADA, POR ISSO A LISTA SO ABRE DEPOIS.
           move 0 to func-codigo.
           start funcionarios key is greater funcionarios-chave
               invalid key
                   move '10' to wrk-func-status
           end-start.
           if wrk-func-status not = '10'
               read funcionarios next
                   at end move '10' to wrk-func-status
               end-read
           end-if.
           perform until wrk-func-status = '10'
               if func-sit-ativo
                   move func-codigo to lnk-fer-codigo
                   move func-admissao to lnk-fer-admissao
                   move wrk-data-hoje to lnk-fer-data-ref
                   call 'FERAPUR' using lnk-ferias-area
                   add 1 to wrk-qt-func
                   add lnk-fer-qt-novos to wrk-qt-novos
                   add lnk-fer-qt-apurados to wrk-qt-apurados
               end-if
               read funcionarios next
                   at end move '10' to wrk-func-status
               end-read
           end-perform.
           move '00' to wrk-func-status.
       0100-ATUALIZAR-EXIT.
           exit.

       0200-LISTAR SECTION.
           move 0 to fer-codigo.
           move 0 to fer-aquis-inicio.
           start ferias key is greater ferias-chave
               invalid key
                   move '10' to wrk-fer-status
           end-start.
           if wrk-fer-status not = '10'
               read ferias next
                   at end move '10' to wrk-fer-status
               end-read
           end-if.
           perform until wrk-fer-status = '10'
               if fer-aberto
                  and fer-dias-gozados < fer-dias-direito
                  and fer-limite-gozo not > wrk-data-aviso
                   perform 0250-PERIODO thru 0250-PERIODO-EXIT
               end-if
               read ferias next
                   at end move '10' to wrk-fer-status
               end-read
           end-perform.
           move '00' to wrk-fer-status.
       0200-LISTAR-EXIT.
           exit.

       0250-PERIODO SECTION.
      * DESLIGADO FICA DE FORA - O SALDO DELE SAI NA RESCISAO.
           move fer-codigo to func-codigo.
           read funcionarios key is funcionarios-chave
               invalid key
                   go to 0250-PERIODO-EXIT
           end-read.
           if not func-sit-ativo
               go to 0250-PERIODO-EXIT
           end-if.
           compute wrk-saldo = fer-dias-direito - fer-dias-gozados.
           move spaces to wrk-situacao-tx.
           if fer-limite-gozo < wrk-data-hoje
               move 'VENCIDO - PAGAR EM DOBRO' to wrk-situacao-tx
               add 1 to wrk-qt-vencidos
           else
               compute wrk-dias-limite =
                   function integer-of-date(fer-limite-gozo)
               compute wrk-dias-faltam = wrk-dias-limite - wrk-dias-hoje
               string 'VENCE EM ' delimited by size
                      wrk-dias-faltam delimited by size
                      ' DIAS' delimited by size
                 into wrk-situacao-tx
               end-string
               add 1 to wrk-qt-vencer
           end-if.
           move spaces to wrk-linha.
           string fer-codigo delimited by size
                  ' ' delimited by size
                  func-nome delimited by size
                  ' ' delimited by size
                  fer-aquis-inicio delimited by size
                  '-' delimited by size
                  fer-aquis-fim delimited by size
                  ' ' delimited by size
                  fer-limite-gozo delimited by size
                  '   ' delimited by size
                  wrk-saldo delimited by size
                  '    ' delimited by size
                  wrk-situacao-tx delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0250-PERIODO-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to out-linha.
           write vencer-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       end program FERIAS.
