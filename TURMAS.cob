      * CADASTRO DE TURMAS (TURMAS.DAT) - INCLUIR, CONSULTAR, ALTERAR,
      * INATIVAR E LISTAR, NO MESMO FEITIO DO PRODUTOS.COB. O CODIGO
      * DAQUI E VALIDADO NA MANUTENCAO DE ALUNOS (ALUNOS.COB) E VAI
      * NA MATRICULA POR PERIODO. A LISTA DE ALUNOS DA TURMA MARCA
      * QUEM TEM MENSALIDADE (MENSALID.COB) VENCIDA HA MAIS DE
      * MENSALID/DIAS-ATRASO (DEFAULT 30) DIAS.

       environment division.
       configuration section.
           access mode is dynamic
           record key is turmas-chave
           file status is wrk-tur-status.
           select matriculas assign to
               'MATRICULAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is matriculas-chave
           file status is wrk-mat-status.
           select alunos assign to 'ALUNOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is alunos-chave
           file status is wrk-alu-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
       data division.
       file section.
       FD turmas.
       COPY TURMAS.

       FD matriculas.
       COPY MATRICUL.

       FD alunos.
       COPY ALUNOS.

       FD titulos.
       COPY TITULOS.

       working-storage section.
       77 wrk-tur-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-codigo pic x(10) value spaces.
       77 wrk-qt-listadas pic 9(03) value zeros.
       77 wrk-valor-ED pic zzz.zz9,99 value zeros.
      * LISTA DE ALUNOS DA TURMA COM A MARCA DE MENSALIDADE VENCIDA.
       77 wrk-mat-status pic x(02).
       77 wrk-alu-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-sw-tit pic x(01) value 'N'.
       COPY PARAMLNK.
       77 wrk-periodo pic 9(06) value zeros.
       77 wrk-dias-atraso pic 9(03) value 30.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-dias-vencto pic 9(07) value zeros.
       77 wrk-atraso pic s9(07) value zeros.
       77 wrk-qt-vencidas pic 9(03) value zeros.
       77 wrk-val-vencido pic 9(08)v99 value zeros.
       77 wrk-qt-atrasados pic 9(03) value zeros.

       procedure division.
       0050-MENU SECTION.
               display "3 - alterar turma"
               display "4 - inativar turma"
               display "5 - listar turmas"
               display "6 - alunos da turma (mensalidades vencidas)"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
                       perform 0400-INATIVAR thru 0400-INATIVAR-EXIT
                   when '5'
                       perform 0500-LISTAR thru 0500-LISTAR-EXIT
                   when '6'
                       perform 0600-ALUNOS-TURMA
                           thru 0600-ALUNOS-TURMA-EXIT
                   when '9'
                       continue
                   when other
           accept tur-periodo.
           display "professor: ".
           accept tur-professor.
           display "mensalidade (0 = nao cobrada): ".
           accept tur-mensalidade.
           move 'A' to tur-situacao.
           write turmas-reg
               invalid key
           display "descricao: " tur-descricao.
           display "periodo..: " tur-periodo.
           display "professor: " tur-professor.
           move tur-mensalidade to wrk-valor-ED.
           display "mensalid.: " wrk-valor-ED.
           if tur-sit-ativa
               display "situacao.: ATIVA"
           else
           accept tur-periodo.
           display "novo professor: ".
           accept tur-professor.
           display "nova mensalidade (0 = nao cobrada): ".
           accept tur-mensalidade.
           rewrite turmas-reg
               invalid key
                   display "turma nao alterada"
       0500-LISTAR-EXIT.
           exit.

       0600-ALUNOS-TURMA SECTION.
      * ALUNOS MATRICULADOS NA TURMA NO PERIODO; QUEM TEM MENSALIDADE
      * ABERTA VENCIDA HA MAIS DE WRK-DIAS-ATRASO DIAS SAI MARCADO.
           display "codigo da turma: ".
           accept wrk-codigo.
           move wrk-codigo to tur-codigo.
           read turmas key is turmas-chave
               invalid key
                   display "turma nao encontrada"
                   go to 0600-ALUNOS-TURMA-EXIT
           end-read.
           display "periodo (AAAAPP, 0 = o da turma " tur-periodo "): ".
           accept wrk-periodo.
           if wrk-periodo = 0
               move tur-periodo to wrk-periodo
           end-if.
           perform 0610-LER-PARAMETROS thru 0610-LER-PARAMETROS-EXIT.
           accept wrk-data-hoje from date YYYYMMDD.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           move 0 to wrk-qt-listadas.
           move 0 to wrk-qt-atrasados.
           open input matriculas.
           if wrk-mat-status not = '00'
               display "nenhuma matricula registrada"
               go to 0600-ALUNOS-TURMA-EXIT
           end-if.
           open input alunos.
           move 'N' to wrk-sw-tit.
           open input titulos.
           if wrk-tit-status = '00'
               move 'S' to wrk-sw-tit
           end-if.
           display "turma " tur-codigo " " tur-descricao " periodo "
                   wrk-periodo.
           move 0 to mat-matricula.
           move 0 to mat-periodo.
           start matriculas key is greater matriculas-chave
               invalid key
                   move '10' to wrk-mat-status
           end-start.
           if wrk-mat-status not = '10'
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-if.
           perform until wrk-mat-status = '10'
               if mat-turma = wrk-codigo and mat-periodo = wrk-periodo
                   perform 0620-ALUNO thru 0620-ALUNO-EXIT
               end-if
               read matriculas next
                   at end move '10' to wrk-mat-status
               end-read
           end-perform.
           if wrk-sw-tit = 'S'
               close titulos
           end-if.
           close alunos.
           close matriculas.
           display "alunos: " wrk-qt-listadas
                   "  com mensalidade vencida: " wrk-qt-atrasados.
       0600-ALUNOS-TURMA-EXIT.
           exit.

       0610-LER-PARAMETROS SECTION.
           move 'MENSALID' to lnk-param-programa.
           move 'DIAS-ATRASO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
              and lnk-param-valor < 1000
               move lnk-param-valor to wrk-dias-atraso
           end-if.
       0610-LER-PARAMETROS-EXIT.
           exit.

       0620-ALUNO SECTION.
           move mat-matricula to alu-matricula.
           read alunos key is alunos-chave
               invalid key
                   move '*** FORA DO CADASTRO ***' to alu-nome
                   move 0 to alu-resp-fone
           end-read.
           add 1 to wrk-qt-listadas.
           move 0 to wrk-qt-vencidas.
           move 0 to wrk-val-vencido.
           if wrk-sw-tit = 'S' and alu-resp-fone not = 0
               perform 0630-MENSALIDADES thru 0630-MENSALIDADES-EXIT
           end-if.
           if wrk-qt-vencidas = 0
               display mat-matricula " " alu-nome
           else
               add 1 to wrk-qt-atrasados
               move wrk-val-vencido to wrk-valor-ED
               display mat-matricula " " alu-nome " MENSALIDADE "
                       "VENCIDA: " wrk-qt-vencidas " " wrk-valor-ED
           end-if.
       0620-ALUNO-EXIT.
           exit.

       0630-MENSALIDADES SECTION.
      * TITULOS DO RESPONSAVEL PELA CHAVE ALTERNADA, SO OS DESTE
      * ALUNO; ABERTO/RECUSADO COM SALDO E ALEM DO LIMITE DE DIAS.
           move alu-resp-fone to titulos-fone.
           start titulos key is equal titulos-fone
               invalid key
                   move '10' to wrk-tit-status
           end-start.
           if wrk-tit-status not = '10'
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-if.
           perform until wrk-tit-status = '10'
                   or titulos-fone not = alu-resp-fone
               if titulos-aluno = mat-matricula
                  and (titulos-sit-aberto or titulos-sit-rejeitado)
                  and titulos-valor-pago < titulos-valor
                   compute wrk-dias-vencto =
                       function integer-of-date(titulos-vencimento)
                   compute wrk-atraso = wrk-dias-hoje - wrk-dias-vencto
                   if wrk-atraso > wrk-dias-atraso
                       add 1 to wrk-qt-vencidas
                       compute wrk-val-vencido = wrk-val-vencido
                           + titulos-valor - titulos-valor-pago
                   end-if
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           move '00' to wrk-tit-status.
       0630-MENSALIDADES-EXIT.
           exit.

       end program TURMAS.
