       identification division.
       program-id. CREDMANT.
      * REVISAO DOS LIMITES DE CREDITO PROPOSTOS PELO CREDREV.COB: O
      * SUPERVISOR PERCORRE AS PROPOSTAS PENDENTES DE LIMPROP.DAT,
      * VE O LIMITE ATUAL, O PROPOSTO E O QUE PESOU NA NOTA, E ACEITA
      * OU REJEITA CADA UMA. ACEITA, O NOVO LIMITE VAI PARA
      * CLIENTES-LIMITE E A MUDANCA ENTRA NO AUDITORIA.TXT NO MESMO
      * FORMATO DA MANUTENCAO DE CLIENTES (OPERACAO 'LIMITE', ANTES E
      * DEPOIS = LIMITE ANTIGO E NOVO). QUALQUER OPERADOR CONSULTA;
      * SO O SUPERVISOR DECIDE.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select limprop assign to 'LIMPROP.DAT'
           organization is indexed
           access mode is dynamic
           record key is limprop-chave
           file status is wrk-lim-status.
           select clientes assign to 'CLIENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is clientes-chave
           alternate record key is clientes-nome with duplicates
           alternate record key is clientes-documento with duplicates
           file status is wrk-cli-status.
           select auditoria assign to
               "AUDITORIA.TXT"
           organization is line sequential
           file status is wrk-aud-status.
       data division.
       file section.
       FD limprop.
       COPY LIMPROP.

       FD clientes.
       COPY CLIENTES.

       FD auditoria.
       01 audit-reg.
           05 audit-linha pic x(600).

       working-storage section.
       77 wrk-lim-status pic x(02).
       77 wrk-cli-status pic x(02).
       77 wrk-aud-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-operador pic x(08) value spaces.
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic x(08) value spaces.
       77 wrk-resp pic x(01) value spaces.
       77 wrk-sw-fim pic x(01) value 'N'.
       77 wrk-aud-antes pic x(20) value spaces.
       77 wrk-aud-depois pic x(20) value spaces.
       77 wrk-limite-tx pic 9(08),99 value zeros.
       77 wrk-valor-ED pic zz.zzz.zz9,99 value zeros.
       77 wrk-valor-ED2 pic zz.zzz.zz9,99 value zeros.
       77 wrk-volume-ED pic zzz.zzz.zz9,99 value zeros.
       77 wrk-pontos-ED pic -z9 value zeros.
       77 wrk-acao-tx pic x(07) value spaces.
       77 wrk-sit-tx pic x(09) value spaces.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-qt-aceitas pic 9(05) value zeros.
       77 wrk-qt-rejeitadas pic 9(05) value zeros.

       procedure division.
       0050-MENU SECTION.
      * REINICIA A OPCAO A CADA ENTRADA - O MENU.COB CHAMA ESTE
      * PROGRAMA VARIAS VEZES NA MESMA SESSAO E A WORKING-STORAGE
      * FICA COM O '9' DA SAIDA ANTERIOR.
           move '1' to wrk-opcao.
           move spaces to wrk-operador.
           move spaces to wrk-perfil.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-operador to wrk-operador
               move lnk-ses-perfil to wrk-perfil
           end-if.
      * A DECISAO MUDA O LIMITE DO CLIENTE E FICA NA AUDITORIA COM O
      * NOME DE QUEM DECIDIU - SEM OPERADOR ASSINADO NAO ENTRA.
           if wrk-operador = spaces
               display "sem operador assinado - use o sign-on do menu"
               go to 0090-final
           end-if.
           perform 0060-ABRIR-ARQUIVOS thru 0060-ABRIR-ARQUIVOS-EXIT.
           perform until wrk-opcao = '9'
               display " "
               display "revisao de limites de credito - operador "
                       wrk-operador
               display "1 - decidir propostas pendentes"
               display "2 - listar propostas"
               display "3 - gerar propostas agora"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-DECIDIR thru 0100-DECIDIR-EXIT
                   when '2'
                       perform 0300-LISTAR thru 0300-LISTAR-EXIT
                   when '3'
      * O CREDREV ABRE OS MESMOS ARQUIVOS - FECHA AQUI E REABRE
      * DEPOIS, COMO NO ROTAMANT.COB.
                       close clientes
                       close limprop
                       call 'CREDREV'
                       perform 0060-ABRIR-ARQUIVOS
                           thru 0060-ABRIR-ARQUIVOS-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close clientes.
           close limprop.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-ARQUIVOS SECTION.
           open i-o limprop.
           if wrk-lim-status = '35'
               open output limprop
               close limprop
               open i-o limprop
           end-if.
           if wrk-lim-status not = '00'
               display "erro ao abrir propostas - status: "
                       wrk-lim-status
           end-if.
           open i-o clientes.
           if wrk-cli-status not = '00'
               display "cadastro de clientes indisponivel - status: "
                       wrk-cli-status
           end-if.
       0060-ABRIR-ARQUIVOS-EXIT.
           exit.

       0100-DECIDIR SECTION.
           if wrk-perfil not = 'S'
               display "decisao de limite so para supervisor"
               go to 0100-DECIDIR-EXIT
           end-if.
           move 'N' to wrk-sw-fim.
           move 0 to wrk-qt-listados.
           move 0 to wrk-qt-aceitas.
           move 0 to wrk-qt-rejeitadas.
           move 0 to limprop-fone.
           start limprop key is greater limprop-chave
               invalid key
                   move '10' to wrk-lim-status
           end-start.
           if wrk-lim-status not = '10'
               read limprop next
                   at end move '10' to wrk-lim-status
               end-read
           end-if.
           perform until wrk-lim-status = '10' or wrk-sw-fim = 'S'
               if limprop-pendente
                   add 1 to wrk-qt-listados
                   perform 0150-UMA-PROPOSTA
                       thru 0150-UMA-PROPOSTA-EXIT
               end-if
               if wrk-sw-fim not = 'S'
                   read limprop next
                       at end move '10' to wrk-lim-status
                   end-read
               end-if
           end-perform.
           move '00' to wrk-lim-status.
           if wrk-qt-listados = 0
               display "nenhuma proposta pendente"
           else
               display "aceitas: " wrk-qt-aceitas
                       "  rejeitadas: " wrk-qt-rejeitadas
           end-if.
       0100-DECIDIR-EXIT.
           exit.

       0150-UMA-PROPOSTA SECTION.
           move limprop-fone to clientes-fone.
           read clientes key is clientes-chave
               invalid key
                   move spaces to clientes-nome
           end-read.
           perform 0160-MOSTRAR thru 0160-MOSTRAR-EXIT.
           move spaces to wrk-resp.
           perform until wrk-resp = 'A' or 'R' or 'P' or 'F'
               display "A-aceitar R-rejeitar P-pular F-encerrar: "
               accept wrk-resp
               inspect wrk-resp converting 'arpf' to 'ARPF'
           end-perform.
           evaluate wrk-resp
               when 'A'
                   perform 0200-ACEITAR thru 0200-ACEITAR-EXIT
               when 'R'
                   move 'R' to limprop-situacao
                   perform 0250-CARIMBAR thru 0250-CARIMBAR-EXIT
                   add 1 to wrk-qt-rejeitadas
               when 'F'
                   move 'S' to wrk-sw-fim
           end-evaluate.
       0150-UMA-PROPOSTA-EXIT.
           exit.

       0160-MOSTRAR SECTION.
           if limprop-aumento
               move 'AUMENTO' to wrk-acao-tx
           else
               move 'CORTE' to wrk-acao-tx
           end-if.
           move limprop-limite-atual to wrk-valor-ED.
           move limprop-limite-novo to wrk-valor-ED2.
           move limprop-volume-12m to wrk-volume-ED.
           move limprop-pontos to wrk-pontos-ED.
           display " ".
           display "cliente " limprop-fone " " clientes-nome.
           display "proposta de " limprop-data ": " wrk-acao-tx
                   " de " wrk-valor-ED " para " wrk-valor-ED2.
           display "nota " wrk-pontos-ED
                   " - atraso medio " limprop-atraso-medio " dias"
                   " - compras 12m " wrk-volume-ED.
           display "titulos em perda " limprop-qt-perdas
                   " - bloqueado por atraso " limprop-bloqueado.
      * O LIMITE PODE TER MUDADO NA MAO DEPOIS DA RODADA.
           if clientes-limite not = limprop-limite-atual
              and clientes-nome not = spaces
               move clientes-limite to wrk-valor-ED
               display "atencao: limite hoje no cadastro e "
                       wrk-valor-ED
           end-if.
       0160-MOSTRAR-EXIT.
           exit.

       0200-ACEITAR SECTION.
           if clientes-nome = spaces
               display "cliente nao encontrado - proposta rejeitada"
               move 'R' to limprop-situacao
               perform 0250-CARIMBAR thru 0250-CARIMBAR-EXIT
               add 1 to wrk-qt-rejeitadas
               go to 0200-ACEITAR-EXIT
           end-if.
           move clientes-limite to wrk-limite-tx.
           move wrk-limite-tx to wrk-aud-antes.
           move limprop-limite-novo to clientes-limite.
           rewrite clientes-reg
               invalid key
                   display "erro ao gravar o cliente - status: "
                           wrk-cli-status
                   go to 0200-ACEITAR-EXIT
           end-rewrite.
           move clientes-limite to wrk-limite-tx.
           move wrk-limite-tx to wrk-aud-depois.
           perform 0900-AUDITORIA thru 0900-AUDITORIA-EXIT.
           move 'A' to limprop-situacao.
           perform 0250-CARIMBAR thru 0250-CARIMBAR-EXIT.
           add 1 to wrk-qt-aceitas.
           display "limite atualizado".
       0200-ACEITAR-EXIT.
           exit.

       0250-CARIMBAR SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           move wrk-data-hoje to limprop-data-decisao.
           move wrk-operador to limprop-operador.
           rewrite limprop-reg
               invalid key
                   display "erro ao gravar a proposta - status: "
                           wrk-lim-status
           end-rewrite.
       0250-CARIMBAR-EXIT.
           exit.

       0300-LISTAR SECTION.
           move 0 to wrk-qt-listados.
           move 0 to limprop-fone.
           start limprop key is greater limprop-chave
               invalid key
                   move '10' to wrk-lim-status
           end-start.
           if wrk-lim-status not = '10'
               read limprop next
                   at end move '10' to wrk-lim-status
               end-read
           end-if.
           perform until wrk-lim-status = '10'
               add 1 to wrk-qt-listados
               if limprop-aumento
                   move 'AUMENTO' to wrk-acao-tx
               else
                   move 'CORTE' to wrk-acao-tx
               end-if
               evaluate true
                   when limprop-pendente
                       move 'PENDENTE' to wrk-sit-tx
                   when limprop-aceita
                       move 'ACEITA' to wrk-sit-tx
                   when other
                       move 'REJEITADA' to wrk-sit-tx
               end-evaluate
               move limprop-limite-atual to wrk-valor-ED
               move limprop-limite-novo to wrk-valor-ED2
               move limprop-pontos to wrk-pontos-ED
               display limprop-fone " " limprop-data " "
                       wrk-acao-tx wrk-valor-ED wrk-valor-ED2
                       " " wrk-pontos-ED " " wrk-sit-tx " "
                       limprop-operador
               read limprop next
                   at end move '10' to wrk-lim-status
               end-read
           end-perform.
           move '00' to wrk-lim-status.
           if wrk-qt-listados = 0
               display "nenhuma proposta gerada"
           end-if.
       0300-LISTAR-EXIT.
           exit.

       0900-AUDITORIA SECTION.
      * MESMA LINHA DO 4000-GRAVAR-AUDITORIA DO CLIENTES1.COB, PARA
      * O AUDCONS.COB ACHAR A MUDANCA JUNTO COM AS DO CADASTRO.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           open extend auditoria.
           if wrk-aud-status = '35'
               open output auditoria
               close auditoria
               open extend auditoria
           end-if.
           move spaces to audit-linha.
           string wrk-data-hoje delimited by size
                  ' ' delimited by size
                  wrk-hora delimited by size
                  ';' delimited by size
                  'LIMITE    ' delimited by size
                  ';' delimited by size
                  clientes-fone delimited by size
                  ';' delimited by size
                  wrk-aud-antes delimited by size
                  ';' delimited by size
                  wrk-aud-depois delimited by size
                  ';' delimited by size
                  wrk-operador delimited by size
             into audit-linha
           end-string.
           write audit-reg.
           close auditoria.
       0900-AUDITORIA-EXIT.
           exit.

       end program CREDMANT.
