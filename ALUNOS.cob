      * CADASTRO DE ALUNOS (ALUNOS.DAT) E CONSULTA DO HISTORICO
      * ESCOLAR: O BOLETIM DO PROGRAMA4 PASSA A CASAR AS NOTAS PELA
      * MATRICULA E A CONSULTA MOSTRA O HISTORICO COMPLETO DO ALUNO
      * POR PERIODO, COM A MEDIA DE CADA PERIODO E A SITUACAO DAS
      * MENSALIDADES (MENSALID.COB) COBRADAS DO RESPONSAVEL FINANCEIRO.
      * TAMBEM MANTEM OS RESPONSAVEIS DO ALUNO (RESPONSAVEIS.DAT), A
      * QUEM O BOLENVIO.COB ENDERECA O BOLETIM NO FIM DO PERIODO.

       environment division.
       configuration section.
           access mode is dynamic
           record key is matriculas-chave
           file status is wrk-mat-status.
      * RESPONSAVEL FINANCEIRO (PAGADOR DAS MENSALIDADES) E OS TITULOS
      * DELE, PARA O HISTORICO.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           file status is wrk-cli-status.
           select titulos assign to 'TITULOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is titulos-chave
           alternate record key is titulos-fone with duplicates
           file status is wrk-tit-status.
           select responsaveis assign to
               'RESPONSAVEIS.DAT'
           organization is indexed
           access mode is dynamic
           record key is responsaveis-chave
           file status is wrk-rsp-status.
       data division.
       file section.
       FD alunos.
       FD matriculas.
       COPY MATRICUL.

       FD clientes.
       COPY CLIENTES.

       FD titulos.
       COPY TITULOS.

       FD responsaveis.
       COPY RESPONS.

       working-storage section.
       77 wrk-alu-status pic x(02).
       77 wrk-not-status pic x(02).
       77 wrk-frq-status pic x(02).
       77 wrk-presenca pic 9(03)v99 value zeros.
       77 wrk-presenca-ED pic zz9,99 value zeros.
      * RESPONSAVEL FINANCEIRO E SITUACAO DAS MENSALIDADES.
       77 wrk-cli-status pic x(02).
       77 wrk-tit-status pic x(02).
       77 wrk-sw-resp pic x(01) value 'N'.
           88 wrk-resp-achado value 'S'.
       77 wrk-data-pgto pic 9(08) value zeros.
       77 wrk-qt-mens pic 9(03) value zeros.
       77 wrk-sit-mens pic x(12) value spaces.
       77 wrk-valor-ED pic zz.zzz.zz9,99 value zeros.
      * RESPONSAVEIS DO ALUNO (BOLETIM).
       77 wrk-resp pic x(01) value spaces.
       77 wrk-rsp-status pic x(02).
       77 wrk-opcao-rsp pic x(01) value '1'.
       77 wrk-seq pic 9(02) value zeros.
       77 wrk-ult-seq pic 9(02) value zeros.
       77 wrk-qt-rsp pic 9(02) value zeros.
       77 wrk-sw-rsp-ok pic x(01) value 'N'.
           88 wrk-rsp-ok value 'S'.

       procedure division.
       0050-MENU SECTION.
               display "5 - historico escolar (transcript)"
               display "6 - matricular no periodo"
               display "7 - matriculas do aluno"
               display "8 - responsaveis do aluno (boletim)"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
                   when '7'
                       perform 0700-LISTAR-MATRICULAS
                           thru 0700-LISTAR-MATRICULAS-EXIT
                   when '8'
                       perform 0800-RESPONSAVEIS
                           thru 0800-RESPONSAVEIS-EXIT
                   when '9'
                       continue
                   when other
               display "turma fora do cadastro - aluno nao incluido"
               go to 0100-INCLUIR-EXIT
           end-if.
           display "telefone do responsavel financeiro "
                   "(0 = sem cobranca): ".
           accept alu-resp-fone.
           perform 0160-VALIDA-RESPONSAVEL
               thru 0160-VALIDA-RESPONSAVEL-EXIT.
           if not wrk-resp-achado
               display "responsavel fora do cadastro de clientes - "
                       "aluno nao incluido"
               go to 0100-INCLUIR-EXIT
           end-if.
           move 'A' to alu-situacao.
           write alunos-reg
               invalid key
           display "matricula: " alu-matricula.
           display "nome.....: " alu-nome.
           display "turma....: " alu-turma.
           display "resp.fin.: " alu-resp-fone.
           if alu-sit-ativo
               display "situacao.: ATIVO"
           else
               display "turma fora do cadastro - aluno nao alterado"
               go to 0300-ALTERAR-EXIT
           end-if.
           display "responsavel financeiro atual: " alu-resp-fone.
           display "novo telefone do responsavel (0 = sem cobranca): ".
           accept alu-resp-fone.
           perform 0160-VALIDA-RESPONSAVEL
               thru 0160-VALIDA-RESPONSAVEL-EXIT.
           if not wrk-resp-achado
               display "responsavel fora do cadastro de clientes - "
                       "aluno nao alterado"
               go to 0300-ALTERAR-EXIT
           end-if.
           rewrite alunos-reg
               invalid key
                   display "aluno nao alterado"
       0150-VALIDA-TURMA-EXIT.
           exit.

       0160-VALIDA-RESPONSAVEL SECTION.
      * O RESPONSAVEL (ALU-RESP-FONE) TEM QUE SER CLIENTE ATIVO - E O
      * PAGADOR DOS BOLETOS. ZERO E ACEITO (ALUNO SEM COBRANCA).
           move 'N' to wrk-sw-resp.
           if alu-resp-fone = 0
               set wrk-resp-achado to true
               go to 0160-VALIDA-RESPONSAVEL-EXIT
           end-if.
           open input clientes.
           if wrk-cli-status not = '00'
               display "cadastro de clientes indisponivel"
               go to 0160-VALIDA-RESPONSAVEL-EXIT
           end-if.
           move alu-resp-fone to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   continue
               not invalid key
                   if clientes-sit-ativo
                       set wrk-resp-achado to true
                       display "responsavel: " clientes-nome
                   end-if
           end-read.
           close clientes.
       0160-VALIDA-RESPONSAVEL-EXIT.
           exit.

       0600-MATRICULAR SECTION.
      * MATRICULA O ALUNO EM UM PERIODO COM A TURMA VALIDADA - SEM
      * ESTE REGISTRO O LOTE DE NOTAS DO PERIODO REJEITA O ALUNO.
       0700-LISTAR-MATRICULAS-EXIT.
           exit.

       0800-RESPONSAVEIS SECTION.
      * RESPONSAVEIS DE UM ALUNO: LISTA E INCLUI/ALTERA/EXCLUI PELA
      * SEQUENCIA. O ARQUIVO FICA ABERTO SO DURANTE A OPCAO.
           display "matricula: ".
           accept wrk-matricula.
           move wrk-matricula to alu-matricula.
           read alunos key is alunos-chave
               invalid key
                   display "aluno nao encontrado"
                   go to 0800-RESPONSAVEIS-EXIT
           end-read.
           open i-o responsaveis.
           if wrk-rsp-status = '35'
               open output responsaveis
               close responsaveis
               open i-o responsaveis
           end-if.
           if wrk-rsp-status not = '00'
               display "erro ao abrir responsaveis - status: "
                       wrk-rsp-status
               go to 0800-RESPONSAVEIS-EXIT
           end-if.
           move '1' to wrk-opcao-rsp.
           perform until wrk-opcao-rsp = '9'
               display " "
               display "responsaveis de " alu-nome " (" alu-matricula
                       ")"
               perform 0810-LISTAR-RESPONSAVEIS
                   thru 0810-LISTAR-RESPONSAVEIS-EXIT
               display "1 - incluir  2 - alterar  3 - excluir  "
                       "9 - voltar"
               display "opcao: "
               accept wrk-opcao-rsp
               evaluate wrk-opcao-rsp
                   when '1'
                       perform 0820-INCLUIR-RESPONSAVEL
                           thru 0820-INCLUIR-RESPONSAVEL-EXIT
                   when '2'
                       perform 0830-ALTERAR-RESPONSAVEL
                           thru 0830-ALTERAR-RESPONSAVEL-EXIT
                   when '3'
                       perform 0840-EXCLUIR-RESPONSAVEL
                           thru 0840-EXCLUIR-RESPONSAVEL-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close responsaveis.
       0800-RESPONSAVEIS-EXIT.
           exit.

       0810-LISTAR-RESPONSAVEIS SECTION.
      * GUARDA A ULTIMA SEQUENCIA PARA A PROXIMA INCLUSAO.
           move 0 to wrk-qt-rsp.
           move 0 to wrk-ult-seq.
           move alu-matricula to rsp-matricula.
           move 0 to rsp-seq.
           start responsaveis key is greater responsaveis-chave
               invalid key
                   move '10' to wrk-rsp-status
           end-start.
           if wrk-rsp-status not = '10'
               read responsaveis next
                   at end move '10' to wrk-rsp-status
               end-read
           end-if.
           perform until wrk-rsp-status = '10'
                   or rsp-matricula not = alu-matricula
               display rsp-seq " " rsp-nome " (" rsp-parentesco ") "
                       "fone " rsp-fone " e-mail "
                       rsp-email(1:30) " consente " rsp-consente
               move rsp-seq to wrk-ult-seq
               add 1 to wrk-qt-rsp
               read responsaveis next
                   at end move '10' to wrk-rsp-status
               end-read
           end-perform.
           move '00' to wrk-rsp-status.
           if wrk-qt-rsp = 0
               display "nenhum responsavel cadastrado"
           end-if.
       0810-LISTAR-RESPONSAVEIS-EXIT.
           exit.

       0820-INCLUIR-RESPONSAVEL SECTION.
           if wrk-ult-seq = 99
               display "limite de responsaveis do aluno atingido"
               go to 0820-INCLUIR-RESPONSAVEL-EXIT
           end-if.
           move spaces to responsaveis-reg.
           move alu-matricula to rsp-matricula.
           compute rsp-seq = wrk-ult-seq + 1.
           move 0 to rsp-fone.
           move 0 to rsp-cep.
           move 0 to rsp-data-consente.
           perform 0850-DIGITAR-RESPONSAVEL
               thru 0850-DIGITAR-RESPONSAVEL-EXIT.
           if not wrk-rsp-ok
               go to 0820-INCLUIR-RESPONSAVEL-EXIT
           end-if.
           write responsaveis-reg
               invalid key
                   display "responsavel ja cadastrado"
               not invalid key
                   display "responsavel incluido - sequencia " rsp-seq
           end-write.
       0820-INCLUIR-RESPONSAVEL-EXIT.
           exit.

       0830-ALTERAR-RESPONSAVEL SECTION.
           display "sequencia: ".
           accept wrk-seq.
           move alu-matricula to rsp-matricula.
           move wrk-seq to rsp-seq.
           read responsaveis key is responsaveis-chave
               invalid key
                   display "responsavel nao encontrado"
                   go to 0830-ALTERAR-RESPONSAVEL-EXIT
           end-read.
           perform 0850-DIGITAR-RESPONSAVEL
               thru 0850-DIGITAR-RESPONSAVEL-EXIT.
           if not wrk-rsp-ok
               go to 0830-ALTERAR-RESPONSAVEL-EXIT
           end-if.
           rewrite responsaveis-reg
               invalid key
                   display "responsavel nao alterado"
               not invalid key
                   display "responsavel alterado"
           end-rewrite.
       0830-ALTERAR-RESPONSAVEL-EXIT.
           exit.

       0840-EXCLUIR-RESPONSAVEL SECTION.
           display "sequencia: ".
           accept wrk-seq.
           move alu-matricula to rsp-matricula.
           move wrk-seq to rsp-seq.
           read responsaveis key is responsaveis-chave
               invalid key
                   display "responsavel nao encontrado"
                   go to 0840-EXCLUIR-RESPONSAVEL-EXIT
           end-read.
           delete responsaveis record
               invalid key
                   display "responsavel nao excluido"
               not invalid key
                   display "responsavel excluido"
           end-delete.
       0840-EXCLUIR-RESPONSAVEL-EXIT.
           exit.

       0850-DIGITAR-RESPONSAVEL SECTION.
      * DADOS DO RESPONSAVEL; O CONSENTIMENTO SO GRAVA DATA NOVA
      * QUANDO MUDA.
           move 'N' to wrk-sw-rsp-ok.
           display "nome: ".
           accept rsp-nome.
           if rsp-nome = spaces
               display "nome obrigatorio - nada gravado"
               go to 0850-DIGITAR-RESPONSAVEL-EXIT
           end-if.
           display "parentesco (P-pai M-mae A-avo T-tutor O-outro): ".
           accept rsp-parentesco.
           if not rsp-pai and not rsp-mae and not rsp-avo
              and not rsp-tutor and not rsp-outro
               display "parentesco invalido - nada gravado"
               go to 0850-DIGITAR-RESPONSAVEL-EXIT
           end-if.
           display "telefone: ".
           accept rsp-fone.
           display "e-mail: ".
           accept rsp-email.
           display "logradouro: ".
           accept rsp-logradouro.
           display "cidade: ".
           accept rsp-cidade.
           display "uf: ".
           accept rsp-uf.
           display "cep: ".
           accept rsp-cep.
           move rsp-consente to wrk-resp.
           display "autoriza comunicados por e-mail (S/N): ".
           accept rsp-consente.
           if not rsp-consente-sim and not rsp-consente-nao
               display "consentimento invalido - nada gravado"
               go to 0850-DIGITAR-RESPONSAVEL-EXIT
           end-if.
           if rsp-consente not = wrk-resp
               accept rsp-data-consente from date YYYYMMDD
           end-if.
           if rsp-consente-sim and rsp-email = spaces
               display "consentimento sem e-mail - o boletim sai "
                       "impresso"
           end-if.
           set wrk-rsp-ok to true.
       0850-DIGITAR-RESPONSAVEL-EXIT.
           exit.

       0500-HISTORICO SECTION.
      * HISTORICO COMPLETO DO ALUNO: AS NOTAS SAEM EM ORDEM DE CHAVE
      * (PERIODO DENTRO DA MATRICULA), ENTAO A MEDIA DO PERIODO SAI
           if wrk-qt-listadas = 0
               display "nenhuma nota registrada"
           end-if.
           perform 0570-MENSALIDADES thru 0570-MENSALIDADES-EXIT.
       0500-HISTORICO-EXIT.
           exit.

       0570-MENSALIDADES SECTION.
      * MENSALIDADES DO ALUNO, PELOS TITULOS DO RESPONSAVEL ATUAL
      * (CHAVE ALTERNADA) QUE LEVAM A MATRICULA DELE.
           if alu-resp-fone = 0
               display "mensalidades: aluno sem responsavel financeiro"
               go to 0570-MENSALIDADES-EXIT
           end-if.
           open input titulos.
           if wrk-tit-status not = '00'
               display "mensalidades: arquivo de titulos indisponivel"
               go to 0570-MENSALIDADES-EXIT
           end-if.
           accept wrk-data-hoje from date YYYYMMDD.
           move 0 to wrk-qt-mens.
           display "mensalidades (responsavel " alu-resp-fone "):".
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
               if titulos-aluno = alu-matricula
                   perform 0580-MENSALIDADE thru 0580-MENSALIDADE-EXIT
               end-if
               read titulos next
                   at end move '10' to wrk-tit-status
               end-read
           end-perform.
           close titulos.
           if wrk-qt-mens = 0
               display "  nenhuma mensalidade cobrada"
           end-if.
       0570-MENSALIDADES-EXIT.
           exit.

       0580-MENSALIDADE SECTION.
           move 0 to wrk-data-pgto.
           evaluate true
               when titulos-sit-pago
                   move 'PAGA' to wrk-sit-mens
                   move titulos-data-pgto to wrk-data-pgto
               when titulos-sit-cancelado
                   move 'CANCELADA' to wrk-sit-mens
               when titulos-sit-renegociado
                   move 'RENEGOCIADA' to wrk-sit-mens
               when titulos-sit-perda
                   move 'PERDA' to wrk-sit-mens
               when titulos-vencimento < wrk-data-hoje
                   move 'VENCIDA' to wrk-sit-mens
               when other
                   move 'A VENCER' to wrk-sit-mens
           end-evaluate.
           move titulos-valor to wrk-valor-ED.
           if wrk-data-pgto = 0
               display "  " titulos-competencia " titulo "
                       titulos-numero " vencto " titulos-vencimento
                       " " wrk-valor-ED " " wrk-sit-mens
           else
               display "  " titulos-competencia " titulo "
                       titulos-numero " vencto " titulos-vencimento
                       " " wrk-valor-ED " " wrk-sit-mens " EM "
                       wrk-data-pgto
           end-if.
           add 1 to wrk-qt-mens.
       0580-MENSALIDADE-EXIT.
           exit.

       0560-MOSTRAR-PRESENCA SECTION.
      * PRESENCA DA DISCIPLINA CORRENTE DO HISTORICO, QUANDO HA
      * FREQUENCIA CARREGADA - ABAIXO DO MINIMO SAI MARCADA.
