       identification division.
       program-id. TRANSMANT.
      * MANUTENCAO DO CADASTRO DE TRANSPORTADORAS (TRANSP.DAT) E DA
      * TABELA DE FRETE DE CADA UMA (TRANSTAB.DAT) - TARIFA E PRAZO
      * POR UF DE DESTINO E FAIXA DE PESO, NO MESMO FEITIO DO
      * CONTMANT.COB. O FRETECALC COTA O METODO T PELA TABELA DA
      * TRANSPORTADORA INFORMADA, E O FRETE.COB (MODO 6) COMPARA
      * TODAS AS ATIVAS. TRANSPORTADORA INATIVADA SAI DA COMPARACAO
      * MAS CONTINUA NAS COTACOES E PEDIDOS ANTIGOS.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select transp assign to 'TRANSP.DAT'
           organization is indexed
           access mode is dynamic
           record key is transp-chave
           file status is wrk-trn-status.
           select transtab assign to 'TRANSTAB.DAT'
           organization is indexed
           access mode is dynamic
           record key is transtab-chave
           file status is wrk-ttb-status.
       data division.
       file section.
       FD transp.
       COPY TRANSP.

       FD transtab.
       COPY TRANSTAB.

       working-storage section.
       77 wrk-trn-status pic x(02).
       77 wrk-ttb-status pic x(02).
       77 wrk-opcao pic x(01) value '1'.
       77 wrk-codigo pic 9(03) value zeros.
       77 wrk-uf pic x(02) value spaces.
       77 wrk-limite pic 9(07) value zeros.
       77 wrk-situacao pic x(08) value spaces.
       77 wrk-confirma pic x(01) value spaces.
       77 wrk-qt-listados pic 9(05) value zeros.
       77 wrk-valor-ED pic zz.zz9,99 value zeros.
       77 wrk-perc-ED pic z9,99 value zeros.
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
               display "1 - incluir transportadora"
               display "2 - consultar transportadora e tabela"
               display "3 - ativar / inativar transportadora"
               display "4 - incluir / alterar faixa da tabela"
               display "5 - excluir faixa da tabela"
               display "6 - listar transportadoras"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao
               evaluate wrk-opcao
                   when '1'
                       perform 0100-INCLUIR thru 0100-INCLUIR-EXIT
                   when '2'
                       perform 0200-CONSULTAR thru 0200-CONSULTAR-EXIT
                   when '3'
                       perform 0300-SITUACAO thru 0300-SITUACAO-EXIT
                   when '4'
                       perform 0400-GRAVAR-FAIXA
                           thru 0400-GRAVAR-FAIXA-EXIT
                   when '5'
                       perform 0500-EXCLUIR-FAIXA
                           thru 0500-EXCLUIR-FAIXA-EXIT
                   when '6'
                       perform 0600-LISTAR thru 0600-LISTAR-EXIT
                   when '9'
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
           close transtab.
           close transp.
       0090-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0090-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-ABRIR-ARQUIVOS SECTION.
           open i-o transp.
           if wrk-trn-status = '35'
               open output transp
               close transp
               open i-o transp
           end-if.
           if wrk-trn-status not = '00'
               display "erro ao abrir transportadoras - status: "
                       wrk-trn-status
           end-if.
           open i-o transtab.
           if wrk-ttb-status = '35'
               open output transtab
               close transtab
               open i-o transtab
           end-if.
           if wrk-ttb-status not = '00'
               display "erro ao abrir tabela de frete - status: "
                       wrk-ttb-status
           end-if.
       0060-ABRIR-ARQUIVOS-EXIT.
           exit.

       0100-INCLUIR SECTION.
           display "codigo da transportadora (1 a 999): ".
           accept wrk-codigo.
           if wrk-codigo = 0
               display "codigo invalido"
               go to 0100-INCLUIR-EXIT
           end-if.
           move spaces to transp-reg.
           move wrk-codigo to transp-codigo.
           display "nome: ".
           accept transp-nome.
           if transp-nome = spaces
               display "nome obrigatorio - transportadora nao incluida"
               go to 0100-INCLUIR-EXIT
           end-if.
           inspect transp-nome converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           display "cnpj (so numeros): ".
           accept transp-cnpj.
           display "contato: ".
           accept transp-contato.
           display "telefone: ".
           accept transp-telefone.
           move 'A' to transp-situacao.
           write transp-reg
               invalid key
                   display "codigo " wrk-codigo " ja cadastrado"
               not invalid key
                   display "transportadora " wrk-codigo " incluida - "
                           "cadastre a tabela de frete na opcao 4"
           end-write.
       0100-INCLUIR-EXIT.
           exit.

       0150-LER-TRANSP SECTION.
           display "codigo da transportadora: ".
           accept wrk-codigo.
           move wrk-codigo to transp-codigo.
           read transp key is transp-chave
               invalid key
                   move '23' to wrk-trn-status
                   display "transportadora nao encontrada"
           end-read.
       0150-LER-TRANSP-EXIT.
           exit.

       0200-CONSULTAR SECTION.
           perform 0150-LER-TRANSP thru 0150-LER-TRANSP-EXIT.
           if wrk-trn-status not = '00'
               go to 0200-CONSULTAR-EXIT
           end-if.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           display "uf  ate (g)   tarifa  % s/ valor  prazo".
           move transp-codigo to ttab-transp.
           move low-values to ttab-uf.
           move 0 to ttab-peso-limite.
           start transtab key is not less transtab-chave
               invalid key
                   move '10' to wrk-ttb-status
           end-start.
           if wrk-ttb-status not = '10'
               read transtab next
                   at end move '10' to wrk-ttb-status
               end-read
           end-if.
           perform until wrk-ttb-status = '10'
                   or ttab-transp not = transp-codigo
               move ttab-valor to wrk-valor-ED
               move ttab-perc to wrk-perc-ED
               display ttab-uf "  " ttab-peso-limite " " wrk-valor-ED
                       "  " wrk-perc-ED "       " ttab-prazo
               read transtab next
                   at end move '10' to wrk-ttb-status
               end-read
           end-perform.
           move '00' to wrk-ttb-status.
       0200-CONSULTAR-EXIT.
           exit.

       0210-MOSTRAR SECTION.
           if transp-sit-ativa
               move 'ATIVA' to wrk-situacao
           else
               move 'INATIVA' to wrk-situacao
           end-if.
           display "transportadora: " transp-codigo " - " transp-nome
                   " - " wrk-situacao.
           display "cnpj..........: " transp-cnpj.
           display "contato.......: " transp-contato " "
                   transp-telefone.
       0210-MOSTRAR-EXIT.
           exit.

       0300-SITUACAO SECTION.
           perform 0150-LER-TRANSP thru 0150-LER-TRANSP-EXIT.
           if wrk-trn-status not = '00'
               go to 0300-SITUACAO-EXIT
           end-if.
           perform 0210-MOSTRAR thru 0210-MOSTRAR-EXIT.
           if transp-sit-ativa
               display "inativar (S/N)? "
           else
               display "reativar (S/N)? "
           end-if.
           accept wrk-confirma.
           if wrk-confirma not = 'S' and wrk-confirma not = 's'
               go to 0300-SITUACAO-EXIT
           end-if.
           if transp-sit-ativa
               move 'I' to transp-situacao
           else
               move 'A' to transp-situacao
           end-if.
           rewrite transp-reg
               invalid key
                   display "erro ao regravar transportadora - status: "
                           wrk-trn-status
               not invalid key
                   display "situacao alterada"
           end-rewrite.
       0300-SITUACAO-EXIT.
           exit.

       0400-GRAVAR-FAIXA SECTION.
      * A FAIXA E IDENTIFICADA PELO LIMITE SUPERIOR DE PESO - A FAIXA
      * MAIS PESADA DA UF DEVE TER LIMITE 9999999 PARA NAO DEIXAR
      * CARGA SEM COTACAO. FAIXA JA EXISTENTE E REGRAVADA.
           perform 0150-LER-TRANSP thru 0150-LER-TRANSP-EXIT.
           if wrk-trn-status not = '00'
               go to 0400-GRAVAR-FAIXA-EXIT
           end-if.
           display "uf de destino: ".
           accept wrk-uf.
           inspect wrk-uf converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           if wrk-uf(1:1) = space or wrk-uf(2:1) = space
               display "uf invalida"
               go to 0400-GRAVAR-FAIXA-EXIT
           end-if.
           display "peso maximo da faixa em gramas (9999999 = acima "
                   "da ultima): ".
           accept wrk-limite.
           if wrk-limite = 0
               display "limite invalido"
               go to 0400-GRAVAR-FAIXA-EXIT
           end-if.
           move transp-codigo to ttab-transp.
           move wrk-uf to ttab-uf.
           move wrk-limite to ttab-peso-limite.
           read transtab key is transtab-chave
               invalid key
                   move '23' to wrk-ttb-status
           end-read.
           if wrk-ttb-status = '00'
               move ttab-valor to wrk-valor-ED
               display "faixa ja cadastrada - tarifa " wrk-valor-ED
                       " prazo " ttab-prazo " (sera regravada)"
           end-if.
           move transp-codigo to ttab-transp.
           move wrk-uf to ttab-uf.
           move wrk-limite to ttab-peso-limite.
           display "tarifa da faixa: ".
           accept ttab-valor.
           display "percentual sobre o valor (cotacao sem peso): ".
           accept ttab-perc.
           display "prazo de entrega em dias: ".
           accept ttab-prazo.
           if ttab-valor = 0 and ttab-perc = 0
               display "tarifa e percentual zerados - faixa nao gravada"
               go to 0400-GRAVAR-FAIXA-EXIT
           end-if.
           if ttab-prazo = 0
               display "prazo invalido - faixa nao gravada"
               go to 0400-GRAVAR-FAIXA-EXIT
           end-if.
           if wrk-ttb-status = '00'
               rewrite transtab-reg
                   invalid key
                       display "faixa nao regravada"
                   not invalid key
                       display "faixa alterada"
               end-rewrite
           else
               move '00' to wrk-ttb-status
               write transtab-reg
                   invalid key
                       display "faixa nao gravada"
                   not invalid key
                       display "faixa incluida"
               end-write
           end-if.
       0400-GRAVAR-FAIXA-EXIT.
           exit.

       0500-EXCLUIR-FAIXA SECTION.
           perform 0150-LER-TRANSP thru 0150-LER-TRANSP-EXIT.
           if wrk-trn-status not = '00'
               go to 0500-EXCLUIR-FAIXA-EXIT
           end-if.
           display "uf de destino: ".
           accept wrk-uf.
           inspect wrk-uf converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           display "peso maximo da faixa em gramas: ".
           accept wrk-limite.
           move transp-codigo to ttab-transp.
           move wrk-uf to ttab-uf.
           move wrk-limite to ttab-peso-limite.
           delete transtab
               invalid key
                   display "faixa nao encontrada"
               not invalid key
                   display "faixa excluida"
           end-delete.
       0500-EXCLUIR-FAIXA-EXIT.
           exit.

       0600-LISTAR SECTION.
           move 0 to wrk-qt-listados.
           move 0 to transp-codigo.
           start transp key is greater transp-chave
               invalid key
                   move '10' to wrk-trn-status
           end-start.
           if wrk-trn-status not = '10'
               read transp next
                   at end move '10' to wrk-trn-status
               end-read
           end-if.
           perform until wrk-trn-status = '10'
               if transp-sit-ativa
                   move 'ATIVA' to wrk-situacao
               else
                   move 'INATIVA' to wrk-situacao
               end-if
               display transp-codigo " " transp-nome " "
                       wrk-situacao
               add 1 to wrk-qt-listados
               read transp next
                   at end move '10' to wrk-trn-status
               end-read
           end-perform.
           move '00' to wrk-trn-status.
           display wrk-qt-listados " transportadora(s)".
       0600-LISTAR-EXIT.
           exit.

       end program TRANSMANT.
