       identification division.
       program-id. DEPMANT.
      * MANUTENCAO DO CADASTRO DE DEPOSITOS (DEPOSITOS.DAT) - INCLUIR,
      * CONSULTAR, ALTERAR, INATIVAR E LISTAR, NO MESMO FEITIO DO
      * FORNMANT.COB. O DEPOSITO 01 E O PRINCIPAL (A LOJA): VALE
      * MESMO SEM CADASTRO E NAO PODE SER INATIVADO. O SALDO DE CADA
      * PRODUTO POR DEPOSITO E AS TRANSFERENCIAS FICAM NO PRODUTOS.COB.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select depositos assign to
               'DEPOSITOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is depositos-chave
           file status is wrk-dep-status.
       data division.
       file section.
       FD depositos.
       COPY DEPOSITO.

       working-storage section.
       77 wrk-dep-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-codigo pic 9(02) value zeros.
       77 wrk-qt-listados pic 9(05) value zeros.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           perform 0060-ABRIR-DEPOSITOS
               thru 0060-ABRIR-DEPOSITOS-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "1 - incluir deposito"
               display "2 - consultar deposito"
               display "3 - alterar deposito"
               display "4 - inativar deposito"
               display "5 - listar depositos"
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
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close depositos.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-DEPOSITOS SECTION.
           open i-o depositos.
           if wrk-dep-status = '35'
               open output depositos
               close depositos
               open i-o depositos
           end-if.
           if wrk-dep-status not = '00'
               display "erro ao abrir depositos - status: "
                       wrk-dep-status
           end-if.
       0060-ABRIR-DEPOSITOS-EXIT.
           exit.

       0100-INCLUIR SECTION.
           display "codigo do deposito (01 = principal): ".
           accept wrk-codigo.
           if wrk-codigo = 0
               display "codigo invalido"
               go to 0100-INCLUIR-EXIT
           end-if.
           move spaces to depositos-reg.
           move wrk-codigo to dep-codigo.
           display "nome do deposito: ".
           accept dep-nome.
           if dep-nome = spaces
               display "nome obrigatorio"
               go to 0100-INCLUIR-EXIT
           end-if.
           display "endereco: ".
           accept dep-endereco.
           move 'A' to dep-situacao.
           write depositos-reg
               invalid key
                   display "codigo ja cadastrado"
               not invalid key
                   display "deposito incluido"
           end-write.
       0100-INCLUIR-EXIT.
           exit.

       0200-CONSULTAR SECTION.
           display "codigo do deposito: ".
           accept wrk-codigo.
           move wrk-codigo to dep-codigo.
           read depositos key is depositos-chave
               invalid key
                   display "deposito nao encontrado"
                   go to 0200-CONSULTAR-EXIT
           end-read.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
       0200-CONSULTAR-EXIT.
           exit.

       0210-MOSTRAR SECTION.
           display "codigo....: " dep-codigo.
           display "nome......: " dep-nome.
           display "endereco..: " dep-endereco.
           if dep-sit-ativo
               display "situacao..: ATIVO"
           else
               display "situacao..: INATIVO"
           end-if.
       0210-MOSTRAR-EXIT.
           exit.

       0300-ALTERAR SECTION.
           display "codigo do deposito: ".
           accept wrk-codigo.
           move wrk-codigo to dep-codigo.
           read depositos key is depositos-chave
               invalid key
                   display "deposito nao encontrado"
                   go to 0300-ALTERAR-EXIT
           end-read.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           display "novo nome: ".
           accept dep-nome.
           if dep-nome = spaces
               display "nome obrigatorio - nao alterado"
               go to 0300-ALTERAR-EXIT
           end-if.
           display "novo endereco: ".
           accept dep-endereco.
           rewrite depositos-reg
               invalid key
                   display "deposito nao alterado"
               not invalid key
                   display "deposito alterado"
           end-rewrite.
       0300-ALTERAR-EXIT.
           exit.

       0400-INATIVAR SECTION.
      * SOFT-DELETE, NO MESMO PADRAO DO CLIENTES1.COB - O SALDO QUE
      * AINDA ESTIVER NO DEPOSITO CONTINUA NO ESTDEP.DAT, MAS NADA
      * MAIS ENTRA NEM SAI DELE ATE SER REATIVADO.
           display "codigo do deposito: ".
           accept wrk-codigo.
           if wrk-codigo = 1
               display "o deposito principal nao pode ser inativado"
               go to 0400-INATIVAR-EXIT
           end-if.
           move wrk-codigo to dep-codigo.
           read depositos key is depositos-chave
               invalid key
                   display "deposito nao encontrado"
                   go to 0400-INATIVAR-EXIT
           end-read.
           move 'I' to dep-situacao.
           rewrite depositos-reg
               invalid key
                   display "deposito nao inativado"
               not invalid key
                   display "deposito inativado"
           end-rewrite.
       0400-INATIVAR-EXIT.
           exit.

       0500-LISTAR SECTION.
           move 0 to wrk-qt-listados.
           move 0 to dep-codigo.
           start depositos key is greater depositos-chave
               invalid key
                   move '10' to wrk-dep-status
           end-start.
           if wrk-dep-status not = '10'
               read depositos next
                   at end move '10' to wrk-dep-status
               end-read
           end-if.
           perform until wrk-dep-status = '10'
               if dep-sit-ativo
                   display dep-codigo " " dep-nome " "
                           dep-endereco(1:35)
                   add 1 to wrk-qt-listados
               end-if
               read depositos next
                   at end move '10' to wrk-dep-status
               end-read
           end-perform.
           move '00' to wrk-dep-status.
           display "depositos ativos: " wrk-qt-listados.
       0500-LISTAR-EXIT.
           exit.

       end program DEPMANT.
