       identification division.
       program-id. ROTAMANT.
      * REGIOES DE ENTREGA DO CAMINHAO PROPRIO (ROTAREG.DAT) - FAIXAS
      * DE CEP COM CODIGO E NOME DA REGIAO, NO MESMO FEITIO DO
      * CEPFAIXA.DAT (CHAVE PELO CEP FINAL, FAIXAS SEM SOBREPOSICAO).
      * GERA O PLANO DE ROTAS DO DIA (ROTAPLAN.COB) E DEVOLVE AO
      * PROXIMO PLANO O ENVIO QUE VOLTOU NO CAMINHAO SEM ENTREGA.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select rotareg assign to 'ROTAREG.DAT'
           organization is indexed
           access mode is dynamic
           record key is rotareg-chave
           file status is wrk-reg-status.
           select cotacoes assign to 'COTACOES.DAT'
           organization is indexed
           access mode is dynamic
           record key is cotacoes-chave
           alternate record key is cotacoes-fone with duplicates
           alternate record key is cotacoes-rastreio with duplicates
           file status is wrk-cot-status.
       data division.
       file section.
       FD rotareg.
       COPY ROTAREG.

       FD cotacoes.
       COPY COTACOES.

       working-storage section.
       77 wrk-reg-status pic x(02).
       77 wrk-cot-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-ini pic 9(08) value zeros.
       77 wrk-fim pic 9(08) value zeros.
       77 wrk-cep pic 9(08) value zeros.
       77 wrk-codigo pic 9(02) value zeros.
       77 wrk-nome pic x(25) value spaces.
       77 wrk-cotacao pic 9(06) value zeros.
       77 wrk-confirma pic x(01) value spaces.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-operador pic x(08) value 'AVULSO'.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           move 'AVULSO' to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
           perform 0060-ABRIR-ARQUIVOS thru 0060-ABRIR-ARQUIVOS-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "1 - incluir regiao (faixa de cep)"
               display "2 - excluir regiao"
               display "3 - listar regioes"
               display "4 - gerar plano de rotas do dia"
               display "5 - devolver envio ao proximo plano"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-INCLUIR thru 0100-INCLUIR-EXIT
                   when '2'
                       perform 0200-EXCLUIR thru 0200-EXCLUIR-EXIT
                   when '3'
                       perform 0300-LISTAR thru 0300-LISTAR-EXIT
                   when '4'
      * O ROTAPLAN ABRE OS MESMOS ARQUIVOS - FECHA AQUI E REABRE
      * DEPOIS, COMO NO PASSO NOTURNO DO SACMANT.COB.
                       close cotacoes
                       close rotareg
                       call 'ROTAPLAN'
                       perform 0060-ABRIR-ARQUIVOS
                           thru 0060-ABRIR-ARQUIVOS-EXIT
                   when '5'
                       perform 0500-DEVOLVER thru 0500-DEVOLVER-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close cotacoes.
           close rotareg.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-ARQUIVOS SECTION.
           open i-o rotareg.
           if wrk-reg-status = '35'
               open output rotareg
               close rotareg
               open i-o rotareg
           end-if.
           if wrk-reg-status not = '00'
               display "erro ao abrir regioes - status: "
                       wrk-reg-status
           end-if.
           open i-o cotacoes.
           if wrk-cot-status not = '00'
               display "erro ao abrir cotacoes - status: "
                       wrk-cot-status
           end-if.
       0060-ABRIR-ARQUIVOS-EXIT.
           exit.

       0100-INCLUIR SECTION.
           display "cep inicial da faixa: ".
           accept wrk-ini.
           display "cep final da faixa: ".
           accept wrk-fim.
           if wrk-ini = 0 or wrk-fim < wrk-ini
               display "faixa invalida"
               go to 0100-INCLUIR-EXIT
           end-if.
      * A PRIMEIRA FAIXA QUE TERMINA NO INICIO NOVO OU DEPOIS DELE
      * NAO PODE COMECAR ANTES DO FIM NOVO - SENAO SE SOBREPOEM.
           move wrk-ini to rotareg-fim.
           start rotareg key is not less rotareg-chave
               invalid key
                   move '10' to wrk-reg-status
           end-start.
           if wrk-reg-status not = '10'
               read rotareg next
                   at end move '10' to wrk-reg-status
               end-read
           end-if.
           if wrk-reg-status not = '10'
              and rotareg-ini not > wrk-fim
               display "faixa sobrepoe a regiao " rotareg-codigo " "
                       rotareg-nome " (" rotareg-ini " a "
                       rotareg-fim ")"
               move '00' to wrk-reg-status
               go to 0100-INCLUIR-EXIT
           end-if.
           move '00' to wrk-reg-status.
           display "codigo da regiao (1 a 99): ".
           accept wrk-codigo.
           if wrk-codigo = 0
               display "codigo invalido"
               go to 0100-INCLUIR-EXIT
           end-if.
           display "nome da regiao: ".
           accept wrk-nome.
           inspect wrk-nome converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move spaces to rotareg-reg.
           move wrk-ini to rotareg-ini.
           move wrk-fim to rotareg-fim.
           move wrk-codigo to rotareg-codigo.
           move wrk-nome to rotareg-nome.
           write rotareg-reg
               invalid key
                   display "faixa terminada em " wrk-fim
                           " ja cadastrada"
               not invalid key
                   display "faixa " wrk-ini " a " wrk-fim
                           " incluida na regiao " wrk-codigo
           end-write.
       0100-INCLUIR-EXIT.
           exit.

       0200-EXCLUIR SECTION.
           display "um cep dentro da faixa a excluir: ".
           accept wrk-cep.
           move wrk-cep to rotareg-fim.
           start rotareg key is not less rotareg-chave
               invalid key
                   display "nenhuma faixa contem o cep " wrk-cep
                   go to 0200-EXCLUIR-EXIT
           end-start.
           read rotareg next
               at end
                   move '00' to wrk-reg-status
                   display "nenhuma faixa contem o cep " wrk-cep
                   go to 0200-EXCLUIR-EXIT
           end-read.
           if rotareg-ini > wrk-cep
               display "nenhuma faixa contem o cep " wrk-cep
               go to 0200-EXCLUIR-EXIT
           end-if.
           display "regiao " rotareg-codigo " " rotareg-nome
                   " - faixa " rotareg-ini " a " rotareg-fim.
           display "confirma a exclusao (S/N)? ".
           accept wrk-confirma.
           if wrk-confirma not = 'S' and wrk-confirma not = 's'
               go to 0200-EXCLUIR-EXIT
           end-if.
           delete rotareg record
               invalid key
                   display "erro ao excluir - status: " wrk-reg-status
               not invalid key
                   display "faixa excluida"
           end-delete.
       0200-EXCLUIR-EXIT.
           exit.

       0300-LISTAR SECTION.
           move 0 to wrk-qt-listados.
           display "cep ini   cep fim   reg nome".
           move 0 to rotareg-fim.
           start rotareg key is not less rotareg-chave
               invalid key
                   move '10' to wrk-reg-status
           end-start.
           if wrk-reg-status not = '10'
               read rotareg next
                   at end move '10' to wrk-reg-status
               end-read
           end-if.
           perform until wrk-reg-status = '10'
               display rotareg-ini "  " rotareg-fim "  "
                       rotareg-codigo "  " rotareg-nome
               add 1 to wrk-qt-listados
               read rotareg next
                   at end move '10' to wrk-reg-status
               end-read
           end-perform.
           move '00' to wrk-reg-status.
           display wrk-qt-listados " faixa(s)".
       0300-LISTAR-EXIT.
           exit.

       0500-DEVOLVER SECTION.
      * ENVIO QUE SAIU NUMA ROTA E VOLTOU SEM ENTREGA: TIRA A DATA DA
      * ROTA PARA ELE ENTRAR NO PROXIMO PLANO.
           display "numero da cotacao: ".
           accept wrk-cotacao.
           move wrk-cotacao to cotacoes-numero.
           read cotacoes key is cotacoes-chave
               invalid key
                   display "cotacao nao encontrada"
                   go to 0500-DEVOLVER-EXIT
           end-read.
           if cotacoes-data-rota = 0
               display "cotacao " wrk-cotacao " nao esta em rota"
               go to 0500-DEVOLVER-EXIT
           end-if.
           if cotacoes-data-entrega not = 0
               display "cotacao " wrk-cotacao " ja entregue em "
                       cotacoes-data-entrega
               go to 0500-DEVOLVER-EXIT
           end-if.
           display "cotacao " wrk-cotacao " em rota desde "
                   cotacoes-data-rota " - " cotacoes-produto.
           display "devolve ao proximo plano (S/N)? ".
           accept wrk-confirma.
           if wrk-confirma not = 'S' and wrk-confirma not = 's'
               go to 0500-DEVOLVER-EXIT
           end-if.
           move 0 to cotacoes-data-rota.
           rewrite cotacoes-reg
               invalid key
                   display "erro ao gravar - status: " wrk-cot-status
               not invalid key
                   display "cotacao " wrk-cotacao
                           " volta no proximo plano"
           end-rewrite.
       0500-DEVOLVER-EXIT.
           exit.

       end program ROTAMANT.
