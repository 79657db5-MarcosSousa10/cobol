       identification division.
       program-id. CALMANT.
      * CALENDARIO DE FERIADOS (FERIADOS.DAT) QUE O DIAUTIL.COB USA
      * PARA DIA UTIL: VENCIMENTO DE TITULO NO CNABREM, PRAZO DE
      * ENTREGA NO FRETECALC/ENTREGAS E OS PASSOS DE FIM DE MES DO
      * NOTURNO. FERIADO DE DATA FIXA VAI COM ANO 0000 E VALE TODO
      * ANO; OS MOVEIS (CARNAVAL, SEXTA-FEIRA SANTA, CORPUS CHRISTI) E
      * OS LOCAIS VAO COM O ANO E SAO CADASTRADOS ANO A ANO.

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
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-ano pic 9(04) value zeros.
       77 wrk-ano-faixa pic 9(04) value zeros.
       77 wrk-qt-listados pic 9(03) value zeros.
       77 wrk-qt-incluidos pic 9(02) value zeros.
       77 wrk-ind pic 9(02) value zeros.
       77 wrk-tecla pic x(01) value spaces.
       01 wrk-data.
           05 wrk-data-ano pic 9(04).
           05 wrk-data-mes pic 9(02).
           05 wrk-data-dia pic 9(02).
       01 wrk-data-n redefines wrk-data pic 9(08).
       01 wrk-data-ed.
           05 wrk-ed-dia pic 9(02).
           05 filler pic x(01) value '/'.
           05 wrk-ed-mes pic 9(02).
           05 filler pic x(01) value '/'.
           05 wrk-ed-ano pic x(04).
      * FERIADOS NACIONAIS DE DATA FIXA (MMDD + DESCRICAO), SEMEADOS
      * PELA OPCAO 4.
       01 tab-fixos-dados.
           05 filler pic x(34) value '0101CONFRATERNIZACAO UNIVERSAL'.
           05 filler pic x(34) value '0421TIRADENTES'.
           05 filler pic x(34) value '0501DIA DO TRABALHO'.
           05 filler pic x(34) value '0907INDEPENDENCIA DO BRASIL'.
           05 filler pic x(34) value '1012NOSSA SENHORA APARECIDA'.
           05 filler pic x(34) value '1102FINADOS'.
           05 filler pic x(34) value '1115PROCLAMACAO DA REPUBLICA'.
           05 filler pic x(34) value '1120DIA DA CONSCIENCIA NEGRA'.
           05 filler pic x(34) value '1225NATAL'.
       01 tab-fixos redefines tab-fixos-dados.
           05 tab-fixo occurs 9 times.
               10 tab-fixo-mmdd pic 9(04).
               10 tab-fixo-descricao pic x(30).

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO.
           move '1' to wrk-opcao.
           open i-o feriados.
           if wrk-fer-status = '35'
               open output feriados
               close feriados
               open i-o feriados
           end-if.
           if wrk-fer-status not = '00'
               display "erro ao abrir feriados - status: "
                       wrk-fer-status
               go to 0090-final
           end-if.
           perform until wrk-opcao = '9'
               display " "
               display "1 - incluir feriado"
               display "2 - listar feriados do ano"
               display "3 - excluir feriado"
               display "4 - carregar feriados nacionais fixos"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-INCLUIR thru 0100-INCLUIR-EXIT
                   when '2'
                       perform 0200-LISTAR thru 0200-LISTAR-EXIT
                   when '3'
                       perform 0300-EXCLUIR thru 0300-EXCLUIR-EXIT
                   when '4'
                       perform 0400-CARREGAR thru 0400-CARREGAR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close feriados.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0100-INCLUIR SECTION.
           display "data (AAAAMMDD, ano 0000 = todo ano): ".
           accept wrk-data-n.
           perform 0150-VALIDAR-DATA thru 0150-VALIDAR-DATA-EXIT.
           if wrk-data-n = 0
               go to 0100-INCLUIR-EXIT
           end-if.
           move wrk-data-n to fer-data.
           display "descricao: ".
           accept fer-descricao.
           if fer-descricao = spaces
               display "descricao obrigatoria"
               go to 0100-INCLUIR-EXIT
           end-if.
           display "tipo (N nacional / L local): ".
           accept fer-tipo.
           if fer-tipo = 'n'
               move 'N' to fer-tipo
           end-if.
           if fer-tipo = 'l'
               move 'L' to fer-tipo
           end-if.
           if not fer-nacional and not fer-local
               display "tipo invalido"
               go to 0100-INCLUIR-EXIT
           end-if.
           write feriados-reg
               invalid key
                   display "feriado ja cadastrado nesta data"
               not invalid key
                   display "feriado incluido"
           end-write.
       0100-INCLUIR-EXIT.
           exit.

       0150-VALIDAR-DATA SECTION.
      * DATA INVALIDA VOLTA ZERADA.
           if wrk-data-mes < 1 or wrk-data-mes > 12
              or wrk-data-dia < 1 or wrk-data-dia > 31
               display "data invalida"
               move 0 to wrk-data-n
               go to 0150-VALIDAR-DATA-EXIT
           end-if.
           if wrk-data-ano = 0
               go to 0150-VALIDAR-DATA-EXIT
           end-if.
           if function integer-of-date(wrk-data-n) = 0
               display "data invalida"
               move 0 to wrk-data-n
           end-if.
       0150-VALIDAR-DATA-EXIT.
           exit.

       0200-LISTAR SECTION.
      * OS FIXOS (ANO 0000) PRIMEIRO, DEPOIS OS DO ANO PEDIDO.
           display "ano: ".
           accept wrk-ano.
           move 0 to wrk-qt-listados.
           display "DATA       DESCRICAO                      TIPO".
           move 0 to fer-data.
           perform 0210-LISTAR-FAIXA thru 0210-LISTAR-FAIXA-EXIT.
           if wrk-ano not = 0
               compute fer-data = wrk-ano * 10000
               perform 0210-LISTAR-FAIXA thru 0210-LISTAR-FAIXA-EXIT
           end-if.
           display wrk-qt-listados " feriado(s)".
       0200-LISTAR-EXIT.
           exit.

       0210-LISTAR-FAIXA SECTION.
      * DO ANO QUE ESTA EM FER-DATA(1:4) ATE ELE MUDAR.
           move fer-data to wrk-data-n.
           move wrk-data-ano to wrk-ano-faixa.
           start feriados key is not less feriados-chave
               invalid key
                   go to 0210-LISTAR-FAIXA-EXIT
           end-start.
           read feriados next
               at end move '10' to wrk-fer-status
           end-read.
           perform until wrk-fer-status = '10'
               move fer-data to wrk-data-n
               if wrk-data-ano not = wrk-ano-faixa
                   move '10' to wrk-fer-status
               else
                   move wrk-data-dia to wrk-ed-dia
                   move wrk-data-mes to wrk-ed-mes
                   if wrk-data-ano = 0
                       move 'FIXO' to wrk-ed-ano
                   else
                       move wrk-data-ano to wrk-ed-ano
                   end-if
                   display wrk-data-ed " " fer-descricao " " fer-tipo
                   add 1 to wrk-qt-listados
                   read feriados next
                       at end move '10' to wrk-fer-status
                   end-read
               end-if
           end-perform.
           move '00' to wrk-fer-status.
       0210-LISTAR-FAIXA-EXIT.
           exit.

       0300-EXCLUIR SECTION.
           display "data (AAAAMMDD, ano 0000 = todo ano): ".
           accept wrk-data-n.
           move wrk-data-n to fer-data.
           read feriados key is feriados-chave
               invalid key
                   display "feriado nao encontrado"
                   go to 0300-EXCLUIR-EXIT
           end-read.
           display fer-descricao.
           display "confirma exclusao (S/N)? ".
           accept wrk-tecla.
           if wrk-tecla not = 'S' and wrk-tecla not = 's'
               go to 0300-EXCLUIR-EXIT
           end-if.
           delete feriados
               invalid key
                   display "erro ao excluir - status: " wrk-fer-status
               not invalid key
                   display "feriado excluido"
           end-delete.
       0300-EXCLUIR-EXIT.
           exit.

       0400-CARREGAR SECTION.
      * INCLUI SO OS QUE FALTAM - O QUE JA ESTA CADASTRADO FICA.
           move 0 to wrk-qt-incluidos.
           perform varying wrk-ind from 1 by 1 until wrk-ind > 9
               move tab-fixo-mmdd(wrk-ind) to fer-data
               move tab-fixo-descricao(wrk-ind) to fer-descricao
               move 'N' to fer-tipo
               write feriados-reg
                   invalid key
                       continue
                   not invalid key
                       add 1 to wrk-qt-incluidos
               end-write
           end-perform.
           display wrk-qt-incluidos
                   " feriado(s) nacional(is) incluido(s)".
       0400-CARREGAR-EXIT.
           exit.

       end program CALMANT.
