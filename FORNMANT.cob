       identification division.
       program-id. FORNMANT.
      * MANUTENCAO DO CADASTRO DE FORNECEDORES (FORNECEDORES.DAT) -
      * INCLUIR, CONSULTAR, ALTERAR, INATIVAR E LISTAR, NO MESMO
      * FEITIO DO VENDMANT.COB. O CODIGO DAQUI E O FORNECEDOR
      * PREFERENCIAL DO PRODUTO (PRODUTOS.COB) E O DESTINATARIO DOS
      * PEDIDOS DE COMPRA GERADOS PELA REPOSICAO.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select fornecedores assign to
               'FORNECEDORES.DAT'
           organization is indexed
           access mode is dynamic
           record key is fornecedores-chave
           file status is wrk-for-status.
       data division.
       file section.
       FD fornecedores.
       COPY FORNEC.

       working-storage section.
       77 wrk-for-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-codigo pic 9(05) value zeros.
       77 wrk-qt-listados pic 9(05) value zeros.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           perform 0060-ABRIR-FORNECEDORES
               thru 0060-ABRIR-FORNECEDORES-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "1 - incluir fornecedor"
               display "2 - consultar fornecedor"
               display "3 - alterar fornecedor"
               display "4 - inativar fornecedor"
               display "5 - listar fornecedores"
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
           close fornecedores.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-FORNECEDORES SECTION.
           open i-o fornecedores.
           if wrk-for-status = '35'
               open output fornecedores
               close fornecedores
               open i-o fornecedores
           end-if.
           if wrk-for-status not = '00'
               display "erro ao abrir fornecedores - status: "
                       wrk-for-status
           end-if.
       0060-ABRIR-FORNECEDORES-EXIT.
           exit.

       0100-INCLUIR SECTION.
           display "codigo do fornecedor: ".
           accept wrk-codigo.
           if wrk-codigo = 0
               display "codigo invalido"
               go to 0100-INCLUIR-EXIT
           end-if.
           move spaces to fornecedores-reg.
           move wrk-codigo to forn-codigo.
           display "razao social: ".
           accept forn-nome.
           if forn-nome = spaces
               display "razao social obrigatoria"
               go to 0100-INCLUIR-EXIT
           end-if.
           display "cnpj/cpf (so digitos): ".
           accept forn-documento.
           display "e-mail para pedidos de compra: ".
           accept forn-email.
           display "telefone: ".
           accept forn-fone.
           display "contato: ".
           accept forn-contato.
           display "prazo de entrega em dias: ".
           accept forn-prazo-dias.
           move 'A' to forn-situacao.
           write fornecedores-reg
               invalid key
                   display "codigo ja cadastrado"
               not invalid key
                   display "fornecedor incluido"
           end-write.
       0100-INCLUIR-EXIT.
           exit.

       0200-CONSULTAR SECTION.
           display "codigo do fornecedor: ".
           accept wrk-codigo.
           move wrk-codigo to forn-codigo.
           read fornecedores key is fornecedores-chave
               invalid key
                   display "fornecedor nao encontrado"
                   go to 0200-CONSULTAR-EXIT
           end-read.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
       0200-CONSULTAR-EXIT.
           exit.

       0210-MOSTRAR SECTION.
           display "codigo....: " forn-codigo.
           display "nome......: " forn-nome.
           display "documento.: " forn-documento.
           display "e-mail....: " forn-email.
           display "telefone..: " forn-fone.
           display "contato...: " forn-contato.
           display "prazo.....: " forn-prazo-dias " dias".
           if forn-sit-ativo
               display "situacao..: ATIVO"
           else
               display "situacao..: INATIVO"
           end-if.
       0210-MOSTRAR-EXIT.
           exit.

       0300-ALTERAR SECTION.
           display "codigo do fornecedor: ".
           accept wrk-codigo.
           move wrk-codigo to forn-codigo.
           read fornecedores key is fornecedores-chave
               invalid key
                   display "fornecedor nao encontrado"
                   go to 0300-ALTERAR-EXIT
           end-read.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           display "nova razao social: ".
           accept forn-nome.
           if forn-nome = spaces
               display "razao social obrigatoria - nao alterado"
               go to 0300-ALTERAR-EXIT
           end-if.
           display "novo e-mail para pedidos de compra: ".
           accept forn-email.
           display "novo telefone: ".
           accept forn-fone.
           display "novo contato: ".
           accept forn-contato.
           display "novo prazo de entrega em dias: ".
           accept forn-prazo-dias.
           rewrite fornecedores-reg
               invalid key
                   display "fornecedor nao alterado"
               not invalid key
                   display "fornecedor alterado"
           end-rewrite.
       0300-ALTERAR-EXIT.
           exit.

       0400-INATIVAR SECTION.
      * SOFT-DELETE, NO MESMO PADRAO DO CLIENTES1.COB - OS PEDIDOS DE
      * COMPRA JA EMITIDOS CONTINUAM APONTANDO PARA O CODIGO.
           display "codigo do fornecedor: ".
           accept wrk-codigo.
           move wrk-codigo to forn-codigo.
           read fornecedores key is fornecedores-chave
               invalid key
                   display "fornecedor nao encontrado"
                   go to 0400-INATIVAR-EXIT
           end-read.
           move 'I' to forn-situacao.
           rewrite fornecedores-reg
               invalid key
                   display "fornecedor nao inativado"
               not invalid key
                   display "fornecedor inativado"
           end-rewrite.
       0400-INATIVAR-EXIT.
           exit.

       0500-LISTAR SECTION.
           move 0 to wrk-qt-listados.
           move 0 to forn-codigo.
           start fornecedores key is greater fornecedores-chave
               invalid key
                   move '10' to wrk-for-status
           end-start.
           if wrk-for-status not = '10'
               read fornecedores next
                   at end move '10' to wrk-for-status
               end-read
           end-if.
           perform until wrk-for-status = '10'
               if forn-sit-ativo
                   display forn-codigo " " forn-nome " "
                           forn-prazo-dias "d " forn-email(1:30)
                   add 1 to wrk-qt-listados
               end-if
               read fornecedores next
                   at end move '10' to wrk-for-status
               end-read
           end-perform.
           move '00' to wrk-for-status.
           display "fornecedores ativos: " wrk-qt-listados.
       0500-LISTAR-EXIT.
           exit.

       end program FORNMANT.
