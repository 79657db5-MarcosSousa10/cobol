       identification division.
       program-id. PROFMANT.
      * CADASTRO DE PROFESSORES (PROFESSORES.DAT) E GRADE DAS TURMAS
      * (TURMADISC.DAT): QUE DISCIPLINAS CADA TURMA TEM NO PERIODO
      * LETIVO, COM O PROFESSOR E A CARGA HORARIA SEMANAL DE CADA UMA.
      * A GRADE E O QUE O PROGRAMA4 CONFERE NOS LOTES DE NOTAS E DE
      * FREQUENCIA - DISCIPLINA QUE A TURMA DO ALUNO NAO TEM E
      * REJEITADA. O TUR-PROFESSOR DO TURMAS.COB CONTINUA SENDO SO O
      * PROFESSOR RESPONSAVEL (TEXTO LIVRE) DA TURMA. CARGA HORARIA E
      * NOTAS PENDENTES POR PROFESSOR SAEM NO PROFREL.COB.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select professores assign to
               'PROFESSORES.DAT'
           organization is indexed
           access mode is dynamic
           record key is professores-chave
           file status is wrk-prf-status.
           select turmadisc assign to
               'TURMADISC.DAT'
           organization is indexed
           access mode is dynamic
           record key is turmadisc-chave
           file status is wrk-tds-status.
           select turmas assign to 'TURMAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is turmas-chave
           file status is wrk-tur-status.
       data division.
       file section.
       FD professores.
       COPY PROFESSOR.

       FD turmadisc.
       COPY TURMDISC.

       FD turmas.
       COPY TURMAS.

       working-storage section.
       77 wrk-prf-status pic x(02).
       77 wrk-tds-status pic x(02).
       77 wrk-tur-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-codigo pic 9(04) value zeros.
       77 wrk-qt-listados pic 9(03) value zeros.
      * GRADE DA TURMA - TURMA/PERIODO EM TRABALHO E TOTAL SEMANAL.
       77 wrk-turma pic x(10) value spaces.
       77 wrk-periodo pic 9(06) value zeros.
       77 wrk-disciplina pic x(15) value spaces.
       77 wrk-professor pic 9(04) value zeros.
       77 wrk-carga pic 9(02) value zeros.
       77 wrk-tot-carga pic 9(04) value zeros.
       77 wrk-sw-prof pic x(01) value 'N'.
           88 wrk-prof-ok value 'S'.
       77 wrk-sw-turma pic x(01) value 'N'.
           88 wrk-turma-ok value 'S'.
       77 wrk-nome-prof pic x(30) value spaces.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO.
           move '1' to wrk-opcao.
           perform 0060-ABRIR-ARQUIVOS thru 0060-ABRIR-ARQUIVOS-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "1 - incluir professor"
               display "2 - consultar professor"
               display "3 - alterar professor"
               display "4 - inativar professor"
               display "5 - listar professores"
               display "6 - atribuir disciplina a turma"
               display "7 - retirar disciplina da turma"
               display "8 - grade da turma no periodo"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-INCLUIR thru 0100-INCLUIR-EXIT
                   when '2'
                       perform 0200-CONSULTAR thru 0200-CONSULTAR-EXIT
                   when '3'
                       perform 0300-ALTERAR thru 0300-ALTERAR-EXIT
                   when '4'
                       perform 0400-INATIVAR thru 0400-INATIVAR-EXIT
                   when '5'
                       perform 0500-LISTAR thru 0500-LISTAR-EXIT
                   when '6'
                       perform 0600-ATRIBUIR thru 0600-ATRIBUIR-EXIT
                   when '7'
                       perform 0700-RETIRAR thru 0700-RETIRAR-EXIT
                   when '8'
                       perform 0800-GRADE thru 0800-GRADE-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close professores.
           close turmadisc.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-ARQUIVOS SECTION.
           open i-o professores.
           if wrk-prf-status = '35'
               open output professores
               close professores
               open i-o professores
           end-if.
           if wrk-prf-status not = '00'
               display "erro ao abrir professores - status: "
                       wrk-prf-status
           end-if.
           open i-o turmadisc.
           if wrk-tds-status = '35'
               open output turmadisc
               close turmadisc
               open i-o turmadisc
           end-if.
           if wrk-tds-status not = '00'
               display "erro ao abrir turmadisc - status: "
                       wrk-tds-status
           end-if.
       0060-ABRIR-ARQUIVOS-EXIT.
           exit.

       0100-INCLUIR SECTION.
           display "codigo do professor: ".
           accept wrk-codigo.
           if wrk-codigo = 0
               display "codigo invalido"
               go to 0100-INCLUIR-EXIT
           end-if.
           move wrk-codigo to prf-codigo.
           display "nome: ".
           accept prf-nome.
           if prf-nome = spaces
               display "nome obrigatorio"
               go to 0100-INCLUIR-EXIT
           end-if.
           display "telefone: ".
           accept prf-fone.
           display "e-mail: ".
           accept prf-email.
           move 'A' to prf-situacao.
           write professores-reg
               invalid key
                   display "professor ja cadastrado"
               not invalid key
                   display "professor incluido"
           end-write.
       0100-INCLUIR-EXIT.
           exit.

       0200-CONSULTAR SECTION.
           display "codigo do professor: ".
           accept wrk-codigo.
           move wrk-codigo to prf-codigo.
           read professores key is professores-chave
               invalid key
                   display "professor nao encontrado"
                   go to 0200-CONSULTAR-EXIT
           end-read.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
       0200-CONSULTAR-EXIT.
           exit.

       0210-MOSTRAR SECTION.
           display "codigo...: " prf-codigo.
           display "nome.....: " prf-nome.
           display "telefone.: " prf-fone.
           display "e-mail...: " prf-email.
           if prf-sit-ativo
               display "situacao.: ATIVO"
           else
               display "situacao.: INATIVO"
           end-if.
       0210-MOSTRAR-EXIT.
           exit.

       0300-ALTERAR SECTION.
           display "codigo do professor: ".
           accept wrk-codigo.
           move wrk-codigo to prf-codigo.
           read professores key is professores-chave
               invalid key
                   display "professor nao encontrado"
                   go to 0300-ALTERAR-EXIT
           end-read.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           display "novo nome: ".
           accept prf-nome.
           display "novo telefone: ".
           accept prf-fone.
           display "novo e-mail: ".
           accept prf-email.
           rewrite professores-reg
               invalid key
                   display "professor nao alterado"
               not invalid key
                   display "professor alterado"
           end-rewrite.
       0300-ALTERAR-EXIT.
           exit.

       0400-INATIVAR SECTION.
      * SOFT-DELETE, NO MESMO PADRAO DO TURMAS.COB. A GRADE DE
      * PERIODOS JA DADOS CONTINUA APONTANDO PARA ELE; SO NAO RECEBE
      * DISCIPLINA NOVA.
           display "codigo do professor: ".
           accept wrk-codigo.
           move wrk-codigo to prf-codigo.
           read professores key is professores-chave
               invalid key
                   display "professor nao encontrado"
                   go to 0400-INATIVAR-EXIT
           end-read.
           move 'I' to prf-situacao.
           rewrite professores-reg
               invalid key
                   display "professor nao inativado"
               not invalid key
                   display "professor inativado"
           end-rewrite.
       0400-INATIVAR-EXIT.
           exit.

       0500-LISTAR SECTION.
           move 0 to wrk-qt-listados.
           move 0 to prf-codigo.
           start professores key is greater professores-chave
               invalid key
                   move '10' to wrk-prf-status
           end-start.
           if wrk-prf-status not = '10'
               read professores next
                   at end move '10' to wrk-prf-status
               end-read
           end-if.
           perform until wrk-prf-status = '10'
               if prf-sit-ativo
                   display prf-codigo " " prf-nome " " prf-email(1:30)
                   add 1 to wrk-qt-listados
               end-if
               read professores next
                   at end move '10' to wrk-prf-status
               end-read
           end-perform.
           move '00' to wrk-prf-status.
           display "professores ativos: " wrk-qt-listados.
       0500-LISTAR-EXIT.
           exit.

       0600-ATRIBUIR SECTION.
      * INCLUI A DISCIPLINA NA GRADE DA TURMA NO PERIODO, OU TROCA O
      * PROFESSOR / A CARGA SE ELA JA ESTIVER LA.
           perform 0650-TURMA-PERIODO thru 0650-TURMA-PERIODO-EXIT.
           if not wrk-turma-ok
               go to 0600-ATRIBUIR-EXIT
           end-if.
           display "disciplina: ".
           accept wrk-disciplina.
           if wrk-disciplina = spaces
               display "disciplina invalida"
               go to 0600-ATRIBUIR-EXIT
           end-if.
           display "codigo do professor: ".
           accept wrk-professor.
           perform 0660-VALIDA-PROFESSOR
               thru 0660-VALIDA-PROFESSOR-EXIT.
           if not wrk-prof-ok
               go to 0600-ATRIBUIR-EXIT
           end-if.
           display "carga horaria semanal (aulas): ".
           accept wrk-carga.
           if wrk-carga = 0
               display "carga horaria invalida"
               go to 0600-ATRIBUIR-EXIT
           end-if.
           move wrk-turma to tds-turma.
           move wrk-periodo to tds-periodo.
           move wrk-disciplina to tds-disciplina.
           move wrk-professor to tds-professor.
           move wrk-carga to tds-carga-semanal.
           write turmadisc-reg
               invalid key
                   rewrite turmadisc-reg
                       invalid key
                           display "disciplina nao atribuida"
                       not invalid key
                           display "atribuicao alterada - professor "
                                   wrk-nome-prof
                   end-rewrite
               not invalid key
                   display "disciplina atribuida - professor "
                           wrk-nome-prof
           end-write.
       0600-ATRIBUIR-EXIT.
           exit.

       0650-TURMA-PERIODO SECTION.
      * TURMA ATIVA NO CADASTRO; PERIODO 0 = O DA PROPRIA TURMA.
           move 'N' to wrk-sw-turma.
           display "codigo da turma: ".
           accept wrk-turma.
           open input turmas.
           if wrk-tur-status not = '00'
               display "cadastro de turmas indisponivel"
               go to 0650-TURMA-PERIODO-EXIT
           end-if.
           move wrk-turma to tur-codigo.
           read turmas key is turmas-chave
               invalid key
                   display "turma nao encontrada"
               not invalid key
                   if tur-sit-ativa
                       set wrk-turma-ok to true
                   else
                       display "turma inativa"
                   end-if
           end-read.
           close turmas.
           if not wrk-turma-ok
               go to 0650-TURMA-PERIODO-EXIT
           end-if.
           display "periodo (AAAAPP, 0 = o da turma " tur-periodo "): ".
           accept wrk-periodo.
           if wrk-periodo = 0
               move tur-periodo to wrk-periodo
           end-if.
       0650-TURMA-PERIODO-EXIT.
           exit.

       0660-VALIDA-PROFESSOR SECTION.
           move 'N' to wrk-sw-prof.
           move wrk-professor to prf-codigo.
           read professores key is professores-chave
               invalid key
                   display "professor nao encontrado"
               not invalid key
                   if prf-sit-ativo
                       set wrk-prof-ok to true
                       move prf-nome to wrk-nome-prof
                   else
                       display "professor inativo"
                   end-if
           end-read.
       0660-VALIDA-PROFESSOR-EXIT.
           exit.

       0700-RETIRAR SECTION.
      * TIRA A DISCIPLINA DA GRADE - AS NOTAS JA LANCADAS FICAM; SO
      * OS PROXIMOS LOTES DELA PARA A TURMA PASSAM A SER REJEITADOS.
           perform 0650-TURMA-PERIODO thru 0650-TURMA-PERIODO-EXIT.
           if not wrk-turma-ok
               go to 0700-RETIRAR-EXIT
           end-if.
           display "disciplina: ".
           accept wrk-disciplina.
           move wrk-turma to tds-turma.
           move wrk-periodo to tds-periodo.
           move wrk-disciplina to tds-disciplina.
           delete turmadisc record
               invalid key
                   display "disciplina nao esta na grade da turma"
               not invalid key
                   display "disciplina retirada da turma"
           end-delete.
       0700-RETIRAR-EXIT.
           exit.

       0800-GRADE SECTION.
           perform 0650-TURMA-PERIODO thru 0650-TURMA-PERIODO-EXIT.
           if not wrk-turma-ok
               go to 0800-GRADE-EXIT
           end-if.
           move 0 to wrk-qt-listados.
           move 0 to wrk-tot-carga.
           display "grade da turma " wrk-turma " periodo " wrk-periodo.
           move wrk-turma to tds-turma.
           move wrk-periodo to tds-periodo.
           move spaces to tds-disciplina.
           start turmadisc key is not less turmadisc-chave
               invalid key
                   move '10' to wrk-tds-status
           end-start.
           if wrk-tds-status not = '10'
               read turmadisc next
                   at end move '10' to wrk-tds-status
               end-read
           end-if.
           perform until wrk-tds-status = '10'
                   or tds-turma not = wrk-turma
                   or tds-periodo not = wrk-periodo
               move tds-professor to prf-codigo
               read professores key is professores-chave
                   invalid key
                       move '*** FORA DO CADASTRO ***' to prf-nome
               end-read
               display tds-disciplina " " tds-carga-semanal
                       " aulas/sem  prof " tds-professor " " prf-nome
               add 1 to wrk-qt-listados
               add tds-carga-semanal to wrk-tot-carga
               read turmadisc next
                   at end move '10' to wrk-tds-status
               end-read
           end-perform.
           move '00' to wrk-tds-status.
           display "disciplinas: " wrk-qt-listados
                   "  aulas por semana: " wrk-tot-carga.
       0800-GRADE-EXIT.
           exit.

       end program PROFMANT.
