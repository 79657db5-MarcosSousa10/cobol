       identification division.
       program-id. DIAUTIL.
      * DIAS UTEIS CHAMAVEL COMO SUBPROGRAMA (MESMO PADRAO DO
      * PARAMLER): SABADO, DOMINGO E OS FERIADOS DO FERIADOS.DAT
      * (MANTIDO NO CALMANT.COB) NAO SAO UTEIS. SEM O ARQUIVO SO O FIM
      * DE SEMANA CONTA, PARA NINGUEM PARAR POR FALTA DO CALENDARIO.
      * USADO NO VENCIMENTO DOS TITULOS (CNABREM), NO PRAZO DE ENTREGA
      * (FRETECALC/ENTREGAS) E NOS PASSOS DE FIM DE MES DO NOTURNO.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select feriados assign to 'FERIADOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is feriados-chave
           file status is wrk-fer-status.
       data division.
       file section.
       FD feriados.
       COPY CALEND.

       working-storage section.
       77 wrk-fer-status pic x(02).
       77 wrk-tem-feriados pic x(01) value 'N'.
       77 wrk-dia pic 9(08) value zeros.
       77 wrk-dia-int pic 9(07) value zeros.
       77 wrk-fim-int pic 9(07) value zeros.
       77 wrk-quociente pic 9(07) value zeros.
       77 wrk-dia-semana pic 9(01) value zeros.
       77 wrk-util-sw pic x(01) value 'N'.
       77 wrk-passo pic s9(01) value +1.
       77 wrk-falta pic 9(04) value zeros.
       77 wrk-contagem pic 9(04) value zeros.
      * TRAVA DOS LACOS: NENHUMA CONTA ANDA MAIS QUE ISSO EM DIAS
      * CORRIDOS (DATA INVALIDA OU CALENDARIO COM TUDO FERIADO).
       77 wrk-voltas pic 9(05) value zeros.
       77 wrk-max-voltas pic 9(05) value 20000.
       01 wrk-dia-x.
           05 wrk-dia-ano pic 9(04).
           05 wrk-dia-mes pic 9(02).
           05 wrk-dia-dd pic 9(02).
       01 wrk-dia-n redefines wrk-dia-x pic 9(08).

       linkage section.
       COPY DIAUTLNK.

       procedure division using lnk-dut-area.
       0100-PRINCIPAL SECTION.
           set lnk-dut-nao-util to true.
           move 0 to lnk-dut-resultado.
           move 'N' to wrk-tem-feriados.
           open input feriados.
           if wrk-fer-status = '00'
               move 'S' to wrk-tem-feriados
           end-if.
           evaluate lnk-dut-op
               when 'V'
                   perform 0200-VERIFICAR thru 0200-VERIFICAR-EXIT
               when 'P'
                   perform 0300-PROXIMO thru 0300-PROXIMO-EXIT
               when 'S'
                   perform 0400-SOMAR thru 0400-SOMAR-EXIT
               when 'C'
                   perform 0500-CONTAR thru 0500-CONTAR-EXIT
               when 'U'
                   perform 0600-ULTIMO thru 0600-ULTIMO-EXIT
           end-evaluate.
           if wrk-tem-feriados = 'S'
               close feriados
           end-if.
           GOBACK.

      * SO RODAM VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0200-VERIFICAR SECTION.
           move lnk-dut-data to wrk-dia.
           perform 0900-TESTAR-DIA thru 0900-TESTAR-DIA-EXIT.
           if wrk-util-sw = 'S'
               set lnk-dut-dia-util to true
           end-if.
       0200-VERIFICAR-EXIT.
           exit.

       0300-PROXIMO SECTION.
      * A PROPRIA DATA SE FOR UTIL, SENAO O PRIMEIRO UTIL DEPOIS.
           move lnk-dut-data to wrk-dia.
           perform 0900-TESTAR-DIA thru 0900-TESTAR-DIA-EXIT.
           if wrk-util-sw = 'S'
               set lnk-dut-dia-util to true
               move wrk-dia to lnk-dut-resultado
               go to 0300-PROXIMO-EXIT
           end-if.
           if wrk-dia-int = 0
               go to 0300-PROXIMO-EXIT
           end-if.
           move +1 to wrk-passo.
           move 1 to wrk-falta.
           perform 0800-ANDAR thru 0800-ANDAR-EXIT.
       0300-PROXIMO-EXIT.
           exit.

       0400-SOMAR SECTION.
      * DIAS NEGATIVOS ANDAM PARA TRAS; ZERO E O MESMO QUE 'P'.
           if lnk-dut-dias = 0
               perform 0300-PROXIMO thru 0300-PROXIMO-EXIT
               go to 0400-SOMAR-EXIT
           end-if.
           move lnk-dut-data to wrk-dia.
           perform 0900-TESTAR-DIA thru 0900-TESTAR-DIA-EXIT.
           if wrk-dia-int = 0
               go to 0400-SOMAR-EXIT
           end-if.
           if lnk-dut-dias > 0
               move +1 to wrk-passo
               move lnk-dut-dias to wrk-falta
           else
               move -1 to wrk-passo
               compute wrk-falta = 0 - lnk-dut-dias
           end-if.
           perform 0800-ANDAR thru 0800-ANDAR-EXIT.
       0400-SOMAR-EXIT.
           exit.

       0500-CONTAR SECTION.
      * DIAS UTEIS DEPOIS DE LNK-DUT-DATA ATE LNK-DUT-DATA-FIM,
      * INCLUSIVE - ENVIO NA SEXTA E ENTREGA NA SEGUNDA DA 1 DIA.
      * FIM ANTES DO INICIO DA A CONTAGEM NEGATIVA.
           move 0 to lnk-dut-dias.
           move 0 to wrk-contagem.
           if lnk-dut-data = lnk-dut-data-fim
               go to 0500-CONTAR-EXIT
           end-if.
           if lnk-dut-data-fim > lnk-dut-data
               move lnk-dut-data to wrk-dia
               move lnk-dut-data-fim to wrk-dia-n
           else
               move lnk-dut-data-fim to wrk-dia
               move lnk-dut-data to wrk-dia-n
           end-if.
           compute wrk-fim-int = function integer-of-date(wrk-dia-n).
           perform 0900-TESTAR-DIA thru 0900-TESTAR-DIA-EXIT.
           if wrk-dia-int = 0 or wrk-fim-int = 0
               go to 0500-CONTAR-EXIT
           end-if.
           move 0 to wrk-voltas.
           perform until wrk-dia-int not < wrk-fim-int
                      or wrk-voltas > wrk-max-voltas
               add 1 to wrk-voltas
               compute wrk-dia =
                   function date-of-integer(wrk-dia-int + 1)
               perform 0900-TESTAR-DIA thru 0900-TESTAR-DIA-EXIT
               if wrk-util-sw = 'S'
                   add 1 to wrk-contagem
               end-if
           end-perform.
           if lnk-dut-data-fim > lnk-dut-data
               move wrk-contagem to lnk-dut-dias
           else
               compute lnk-dut-dias = 0 - wrk-contagem
           end-if.
       0500-CONTAR-EXIT.
           exit.

       0600-ULTIMO SECTION.
      * PRIMEIRO DIA DO MES SEGUINTE MENOS UM, E DALI PARA TRAS ATE
      * ACHAR UM DIA UTIL.
           move lnk-dut-data to wrk-dia-n.
           if wrk-dia-mes < 1 or wrk-dia-mes > 12
               go to 0600-ULTIMO-EXIT
           end-if.
           if wrk-dia-mes = 12
               add 1 to wrk-dia-ano
               move 1 to wrk-dia-mes
           else
               add 1 to wrk-dia-mes
           end-if.
           move 1 to wrk-dia-dd.
           compute wrk-dia-int = function integer-of-date(wrk-dia-n).
           if wrk-dia-int = 0
               go to 0600-ULTIMO-EXIT
           end-if.
           compute wrk-dia = function date-of-integer(wrk-dia-int).
           move -1 to wrk-passo.
           move 1 to wrk-falta.
           perform 0800-ANDAR thru 0800-ANDAR-EXIT.
       0600-ULTIMO-EXIT.
           exit.

       0800-ANDAR SECTION.
      * A PARTIR DE WRK-DIA, ANDA WRK-PASSO POR VEZ ATE PASSAR POR
      * WRK-FALTA DIAS UTEIS; O ULTIMO DELES VAI NO RESULTADO.
           move 0 to wrk-voltas.
           perform 0900-TESTAR-DIA thru 0900-TESTAR-DIA-EXIT.
           perform until wrk-falta = 0
                      or wrk-voltas > wrk-max-voltas
               add 1 to wrk-voltas
               compute wrk-dia =
                   function date-of-integer(wrk-dia-int + wrk-passo)
               perform 0900-TESTAR-DIA thru 0900-TESTAR-DIA-EXIT
               if wrk-util-sw = 'S'
                   subtract 1 from wrk-falta
               end-if
           end-perform.
           if wrk-falta = 0
               move wrk-dia to lnk-dut-resultado
               set lnk-dut-dia-util to true
           end-if.
       0800-ANDAR-EXIT.
           exit.

       0900-TESTAR-DIA SECTION.
      * WRK-DIA UTIL? DEIXA WRK-DIA-INT PRONTO PARA O PROXIMO PASSO.
      * O DIA 1 DO INTEGER-OF-DATE (01/01/1601) FOI SEGUNDA-FEIRA:
      * RESTO 1 = SEGUNDA ... 6 = SABADO, 0 = DOMINGO.
           move 'N' to wrk-util-sw.
           move 0 to wrk-dia-int.
           move wrk-dia to wrk-dia-n.
           if wrk-dia-ano < 1601
              or wrk-dia-mes < 1 or wrk-dia-mes > 12
              or wrk-dia-dd < 1 or wrk-dia-dd > 31
               go to 0900-TESTAR-DIA-EXIT
           end-if.
           compute wrk-dia-int = function integer-of-date(wrk-dia).
           if wrk-dia-int = 0
               go to 0900-TESTAR-DIA-EXIT
           end-if.
           divide wrk-dia-int by 7 giving wrk-quociente
               remainder wrk-dia-semana.
           if wrk-dia-semana = 6 or wrk-dia-semana = 0
               go to 0900-TESTAR-DIA-EXIT
           end-if.
           if wrk-tem-feriados = 'S'
               move wrk-dia to fer-data
               read feriados key is feriados-chave
                   invalid key
                       continue
                   not invalid key
                       go to 0900-TESTAR-DIA-EXIT
               end-read
               move 0 to fer-data
               move wrk-dia-x(5:4) to fer-data(5:4)
               read feriados key is feriados-chave
                   invalid key
                       continue
                   not invalid key
                       go to 0900-TESTAR-DIA-EXIT
               end-read
           end-if.
           move 'S' to wrk-util-sw.
       0900-TESTAR-DIA-EXIT.
           exit.

       end program DIAUTIL.
