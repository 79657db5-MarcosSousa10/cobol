       identification division.
       program-id. METAMANT.
      * MANUTENCAO DAS METAS MENSAIS DE VENDA (METAS.DAT) POR VENDEDOR
      * E COMPETENCIA - GRAVAR (INCLUI OU SUBSTITUI), CONSULTAR O ANO
      * DE UM VENDEDOR, EXCLUIR E LISTAR A COMPETENCIA, NO MESMO
      * FEITIO DO DEPMANT.COB. SO ACEITA VENDEDOR ATIVO NO CADASTRO
      * (VENDMANT.COB). O ATINGIMENTO SAI NO METAREL.COB.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select metas assign to 'METAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is metas-chave
           file status is wrk-met-status.
           select vendedores assign to
               'VENDEDORES.DAT'
           organization is indexed
           access mode is dynamic
           record key is vendedores-chave
           file status is wrk-ven-status.
       data division.
       file section.
       FD metas.
       COPY METAS.

       FD vendedores.
       COPY VENDEDOR.

       working-storage section.
       77 wrk-met-status pic x(02).
       77 wrk-ven-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-vendedor pic 9(03) value zeros.
       77 wrk-competencia pic 9(06) value zeros.
       77 wrk-ano pic 9(04) value zeros.
       77 wrk-valor pic 9(08)v99 value zeros.
       77 wrk-valor-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-total pic 9(10)v99 value zeros.
       77 wrk-total-ED pic z.zzz.zzz.zz9,99 value zeros.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-tecla pic x(01) value spaces.
       77 wrk-sw-vendedor pic x(01) value 'N'.
           88 wrk-vendedor-achado value 'S'.
       77 wrk-operador pic x(08) value 'AVULSO'.
       COPY SESSLNK.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           move 'AVULSO' to wrk-operador.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
           end-if.
           perform 0060-ABRIR-METAS thru 0060-ABRIR-METAS-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "1 - gravar meta do mes"
               display "2 - consultar metas do vendedor no ano"
               display "3 - excluir meta"
               display "4 - listar metas da competencia"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-GRAVAR thru 0100-GRAVAR-EXIT
                   when '2'
                       perform 0200-CONSULTAR thru 0200-CONSULTAR-EXIT
                   when '3'
                       perform 0300-EXCLUIR thru 0300-EXCLUIR-EXIT
                   when '4'
                       perform 0400-LISTAR thru 0400-LISTAR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close metas.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-METAS SECTION.
           open i-o metas.
           if wrk-met-status = '35'
               open output metas
               close metas
               open i-o metas
           end-if.
           if wrk-met-status not = '00'
               display "erro ao abrir metas - status: " wrk-met-status
           end-if.
       0060-ABRIR-METAS-EXIT.
           exit.

       0100-GRAVAR SECTION.
      * INCLUI A META OU, SE JA EXISTE, MOSTRA A ATUAL E SUBSTITUI
      * COM CONFIRMACAO.
           display "codigo do vendedor: ".
           accept wrk-vendedor.
           perform 0150-VALIDA-VENDEDOR thru 0150-VALIDA-VENDEDOR-EXIT.
           if not wrk-vendedor-achado
               display "vendedor nao cadastrado ou inativo"
               go to 0100-GRAVAR-EXIT
           end-if.
           display "competencia (AAAAMM): ".
           accept wrk-competencia.
           if wrk-competencia(5:2) < '01' or wrk-competencia(5:2) > '12'
               display "competencia invalida"
               go to 0100-GRAVAR-EXIT
           end-if.
           display "valor da meta: ".
           accept wrk-valor.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-vendedor to meta-vendedor.
           move wrk-competencia to meta-competencia.
           read metas key is metas-chave
               invalid key
                   move wrk-valor to meta-valor
                   move wrk-operador to meta-operador
                   move wrk-data-hoje to meta-data
                   write metas-reg
                       invalid key
                           display "meta nao gravada"
                       not invalid key
                           display "meta incluida"
                   end-write
                   go to 0100-GRAVAR-EXIT
           end-read.
           move meta-valor to wrk-valor-ED.
           display "meta atual: " wrk-valor-ED " - substituir (S/N)? ".
           accept wrk-tecla.
           if wrk-tecla not = 'S' and wrk-tecla not = 's'
               display "meta mantida"
               go to 0100-GRAVAR-EXIT
           end-if.
           move wrk-valor to meta-valor.
           move wrk-operador to meta-operador.
           move wrk-data-hoje to meta-data.
           rewrite metas-reg
               invalid key
                   display "meta nao alterada"
               not invalid key
                   display "meta alterada"
           end-rewrite.
       0100-GRAVAR-EXIT.
           exit.

       0150-VALIDA-VENDEDOR SECTION.
      * MESMO CRITERIO DO 0113-VALIDA-VENDEDOR DO PEDIDOS.COB.
           move 'N' to wrk-sw-vendedor.
           open input vendedores.
           if wrk-ven-status not = '00'
               display "cadastro de vendedores indisponivel"
               go to 0150-VALIDA-VENDEDOR-EXIT
           end-if.
           move wrk-vendedor to vend-codigo.
           read vendedores key is vendedores-chave
               invalid key
                   continue
               not invalid key
                   if vend-sit-ativo
                       set wrk-vendedor-achado to true
                   end-if
           end-read.
           close vendedores.
       0150-VALIDA-VENDEDOR-EXIT.
           exit.

       0200-CONSULTAR SECTION.
      * AS DOZE COMPETENCIAS DO ANO DO VENDEDOR, EM ORDEM.
           display "codigo do vendedor: ".
           accept wrk-vendedor.
           display "ano (AAAA): ".
           accept wrk-ano.
           move 0 to wrk-total.
           move 0 to wrk-qt-listados.
           move wrk-vendedor to meta-vendedor.
           move wrk-ano to meta-competencia(1:4).
           move '00' to meta-competencia(5:2).
           start metas key is greater metas-chave
               invalid key
                   move '10' to wrk-met-status
           end-start.
           if wrk-met-status not = '10'
               read metas next
                   at end move '10' to wrk-met-status
               end-read
           end-if.
           perform until wrk-met-status = '10'
                   or meta-vendedor not = wrk-vendedor
                   or meta-competencia(1:4) not = wrk-ano
               move meta-valor to wrk-valor-ED
               display meta-competencia " " wrk-valor-ED " "
                       meta-operador " " meta-data
               add meta-valor to wrk-total
               add 1 to wrk-qt-listados
               read metas next
                   at end move '10' to wrk-met-status
               end-read
           end-perform.
           move '00' to wrk-met-status.
           move wrk-total to wrk-total-ED.
           display "metas no ano: " wrk-qt-listados
                   " - total " wrk-total-ED.
       0200-CONSULTAR-EXIT.
           exit.

       0300-EXCLUIR SECTION.
           display "codigo do vendedor: ".
           accept wrk-vendedor.
           display "competencia (AAAAMM): ".
           accept wrk-competencia.
           move wrk-vendedor to meta-vendedor.
           move wrk-competencia to meta-competencia.
           read metas key is metas-chave
               invalid key
                   display "meta nao encontrada"
                   go to 0300-EXCLUIR-EXIT
           end-read.
           move meta-valor to wrk-valor-ED.
           display "excluir a meta de " wrk-valor-ED " (S/N)? ".
           accept wrk-tecla.
           if wrk-tecla not = 'S' and wrk-tecla not = 's'
               go to 0300-EXCLUIR-EXIT
           end-if.
           delete metas
               invalid key
                   display "meta nao excluida"
               not invalid key
                   display "meta excluida"
           end-delete.
       0300-EXCLUIR-EXIT.
           exit.

       0400-LISTAR SECTION.
      * A CHAVE COMECA PELO VENDEDOR - A COMPETENCIA SAI DE UMA
      * VARREDURA DO ARQUIVO TODO, QUE E PEQUENO (UMA LINHA POR
      * VENDEDOR POR MES).
           display "competencia (AAAAMM): ".
           accept wrk-competencia.
           move 0 to wrk-total.
           move 0 to wrk-qt-listados.
           move low-values to metas-chave.
           start metas key is greater metas-chave
               invalid key
                   move '10' to wrk-met-status
           end-start.
           if wrk-met-status not = '10'
               read metas next
                   at end move '10' to wrk-met-status
               end-read
           end-if.
           perform until wrk-met-status = '10'
               if meta-competencia = wrk-competencia
                   move meta-valor to wrk-valor-ED
                   display meta-vendedor " " wrk-valor-ED " "
                           meta-operador " " meta-data
                   add meta-valor to wrk-total
                   add 1 to wrk-qt-listados
               end-if
               read metas next
                   at end move '10' to wrk-met-status
               end-read
           end-perform.
           move '00' to wrk-met-status.
           move wrk-total to wrk-total-ED.
           display "metas da competencia: " wrk-qt-listados
                   " - total " wrk-total-ED.
       0400-LISTAR-EXIT.
           exit.

       end program METAMANT.
