       identification division.
       program-id. FERAPUR.
      * PERIODOS AQUISITIVOS DE FERIAS DE UM FUNCIONARIO, CHAMAVEL
      * COMO SUBPROGRAMA (MESMO PADRAO DO PONTMV): CADA ANO DE CASA A
      * PARTIR DE FUNC-ADMISSAO E UM PERIODO EM FERIAS.DAT. O PERIODO
      * NASCE EM CURSO ('C'); QUANDO TERMINA E APURADO - FALTAS DAS 12
      * COMPETENCIAS DO FOLHAMOV A PARTIR DO MES DE INICIO, DIAS DE
      * DIREITO PELA TABELA DA CLT (ART. 130) E LIMITE PARA GOZAR NO
      * FIM DO PERIODO SEGUINTE (CONCESSIVO). APURADO NAO E REFEITO:
      * FALTA LANCADA DEPOIS NAO MEXE NO DIREITO JA PROGRAMADO.
      *   ATE 5 FALTAS   30 DIAS       15 A 23 FALTAS  18 DIAS
      *   6 A 14 FALTAS  24 DIAS       24 A 32 FALTAS  12 DIAS
      *   MAIS DE 32 FALTAS, SEM DIREITO.
      * CHAMADO PELO FUNCION.COB (PROGRAMACAO DE FERIAS) E PELO
      * FERIAS.COB (RELATORIO DE PERIODOS A VENCER).

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select ferias assign to 'FERIAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ferias-chave
           file status is wrk-fer-status.
           select folhamov assign to 'FOLHAMOV.DAT'
           organization is indexed
           access mode is dynamic
           record key is folhamov-chave
           file status is wrk-mov-status.
       data division.
       file section.
       FD ferias.
       COPY FERIAS.

       FD folhamov.
       COPY FOLHAMOV.

       working-storage section.
       77 wrk-fer-status pic x(02).
       77 wrk-mov-status pic x(02).
       77 wrk-sw-mov pic x(01) value 'N'.
       77 wrk-per-inicio pic 9(08) value zeros.
       77 wrk-per-fim pic 9(08) value zeros.
       77 wrk-prox-inicio pic 9(08) value zeros.
       77 wrk-data-aux pic 9(08) value zeros.
       77 wrk-data-ini-calc pic 9(08) value zeros.
       77 wrk-data-fim-calc pic 9(08) value zeros.
       77 wrk-dias pic 9(07) value zeros.
       77 wrk-comp pic 9(06) value zeros.
       77 wrk-comp-ano pic 9(04) value zeros.
       77 wrk-comp-mes pic 9(02) value zeros.
       77 wrk-ix-mes pic 9(02) value zeros.
       77 wrk-faltas pic 9(03) value zeros.
       77 wrk-ix-gozo pic 9(01) value zeros.

       linkage section.
       COPY FERLNK.

       procedure division using lnk-ferias-area.
       0100-PRINCIPAL SECTION.
           set lnk-fer-erro to true.
           move 0 to lnk-fer-qt-novos.
           move 0 to lnk-fer-qt-apurados.
           if lnk-fer-admissao = 0
              or lnk-fer-admissao > lnk-fer-data-ref
               set lnk-fer-ok to true
               goback
           end-if.
           open i-o ferias.
           if wrk-fer-status = '35'
               open output ferias
               close ferias
               open i-o ferias
           end-if.
           if wrk-fer-status not = '00'
               goback
           end-if.
           open input folhamov.
           move 'N' to wrk-sw-mov.
           if wrk-mov-status = '00'
               move 'S' to wrk-sw-mov
           end-if.
           move lnk-fer-admissao to wrk-per-inicio.
           perform until wrk-per-inicio > lnk-fer-data-ref
               perform 0200-PERIODO thru 0200-PERIODO-EXIT
               move wrk-prox-inicio to wrk-per-inicio
           end-perform.
           if wrk-sw-mov = 'S'
               close folhamov
           end-if.
           close ferias.
           set lnk-fer-ok to true.
           GOBACK.

      * SO RODAM VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0150-FIM-PERIODO SECTION.
      * UM ANO MENOS UM DIA DEPOIS DE WRK-DATA-INI-CALC - QUEM
      * COMECOU EM 29/02 VIRA O ANO EM 01/03.
           if wrk-data-ini-calc(5:4) = '0229'
               move wrk-data-ini-calc(1:4) to wrk-comp-ano
               compute wrk-data-aux = ((wrk-comp-ano + 1) * 10000) + 301
           else
               compute wrk-data-aux = wrk-data-ini-calc + 10000
           end-if.
           compute wrk-dias = function integer-of-date(wrk-data-aux).
           compute wrk-data-fim-calc =
               function date-of-integer(wrk-dias - 1).
       0150-FIM-PERIODO-EXIT.
           exit.

       0200-PERIODO SECTION.
           move wrk-per-inicio to wrk-data-ini-calc.
           perform 0150-FIM-PERIODO thru 0150-FIM-PERIODO-EXIT.
           move wrk-data-fim-calc to wrk-per-fim.
           compute wrk-dias = function integer-of-date(wrk-per-fim).
           compute wrk-prox-inicio =
               function date-of-integer(wrk-dias + 1).
           move lnk-fer-codigo to fer-codigo.
           move wrk-per-inicio to fer-aquis-inicio.
           read ferias key is ferias-chave
               invalid key
                   perform 0250-NOVO-PERIODO
                       thru 0250-NOVO-PERIODO-EXIT
           end-read.
           if fer-em-curso and wrk-per-fim < lnk-fer-data-ref
               perform 0300-APURAR thru 0300-APURAR-EXIT
           end-if.
       0200-PERIODO-EXIT.
           exit.

       0250-NOVO-PERIODO SECTION.
           move lnk-fer-codigo to fer-codigo.
           move wrk-per-inicio to fer-aquis-inicio.
           move wrk-per-fim to fer-aquis-fim.
           move 0 to fer-limite-gozo.
           move 0 to fer-faltas.
           move 0 to fer-dias-direito.
           move 0 to fer-dias-gozados.
           move 0 to fer-qt-gozos.
           perform varying wrk-ix-gozo from 1 by 1 until wrk-ix-gozo > 3
               move 0 to fer-gozo-inicio(wrk-ix-gozo)
               move 0 to fer-gozo-dias(wrk-ix-gozo)
               move spaces to fer-gozo-operador(wrk-ix-gozo)
           end-perform.
           move 'C' to fer-situacao.
           write ferias-reg
               invalid key
                   continue
               not invalid key
                   add 1 to lnk-fer-qt-novos
           end-write.
       0250-NOVO-PERIODO-EXIT.
           exit.

       0300-APURAR SECTION.
           move 0 to wrk-faltas.
           if wrk-sw-mov = 'S'
               move wrk-per-inicio(1:4) to wrk-comp-ano
               move wrk-per-inicio(5:2) to wrk-comp-mes
               perform varying wrk-ix-mes from 1 by 1
                       until wrk-ix-mes > 12
                   perform 0350-FALTAS-MES thru 0350-FALTAS-MES-EXIT
               end-perform
           end-if.
           move wrk-faltas to fer-faltas.
           evaluate true
               when wrk-faltas < 6
                   move 30 to fer-dias-direito
               when wrk-faltas < 15
                   move 24 to fer-dias-direito
               when wrk-faltas < 24
                   move 18 to fer-dias-direito
               when wrk-faltas < 33
                   move 12 to fer-dias-direito
               when other
                   move 0 to fer-dias-direito
           end-evaluate.
      * LIMITE: FIM DO PERIODO CONCESSIVO, OS 12 MESES SEGUINTES.
           move wrk-prox-inicio to wrk-data-ini-calc.
           perform 0150-FIM-PERIODO thru 0150-FIM-PERIODO-EXIT.
           move wrk-data-fim-calc to fer-limite-gozo.
           if fer-dias-gozados < fer-dias-direito
               move 'A' to fer-situacao
           else
               move 'Q' to fer-situacao
           end-if.
           rewrite ferias-reg
               invalid key
                   continue
               not invalid key
                   add 1 to lnk-fer-qt-apurados
           end-rewrite.
       0300-APURAR-EXIT.
           exit.

       0350-FALTAS-MES SECTION.
           compute wrk-comp = (wrk-comp-ano * 100) + wrk-comp-mes.
           move wrk-comp to mov-competencia.
           move lnk-fer-codigo to mov-codigo.
           read folhamov key is folhamov-chave
               invalid key
                   continue
               not invalid key
                   add mov-faltas-dias to wrk-faltas
           end-read.
           add 1 to wrk-comp-mes.
           if wrk-comp-mes > 12
               move 1 to wrk-comp-mes
               add 1 to wrk-comp-ano
           end-if.
       0350-FALTAS-MES-EXIT.
           exit.

       end program FERAPUR.
