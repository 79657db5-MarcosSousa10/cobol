       identification division.
       program-id. FOLHABCO.
      * PAGAMENTO DA FOLHA PELO BANCO, DEPOIS DO FECHAMENTO DA
      * COMPETENCIA NO PROGRAMA3 (SO COMPETENCIA FECHADA - A ABERTA OU
      * REABERTA AINDA MUDA):
      *   1 - ARQUIVO DE CREDITO DE SALARIOS (LAYOUT 240 SIMPLIFICADO,
      *       NO MESMO ESQUEMA HEADER/DETALHE/TRAILER DO CNABREM.COB):
      *       UM DETALHE POR FUNCIONARIO COM O LIQUIDO DE FOLHAREG.DAT
      *       NA CONTA DO CADASTRO, EM SALARIOS_REMESSA_NNNNNN.TXT.
      *       VAI SO O CREDITO AINDA NAO ENVIADO OU REJEITADO - RODAR
      *       DE NOVO DEPOIS DE CORRIGIR A CONTA MANDA SO O QUE FALTA.
      *       FUNCIONARIO SEM CONTA FICA FORA E SAI NO RELATORIO. NA
      *       MESMA RODADA, O RELATORIO DO FGTS DO MES (8% DO BRUTO DE
      *       CADA FUNCIONARIO E O TOTAL A RECOLHER).
      *   2 - RETORNO DO BANCO (SALARIOS_RETORNO.TXT, ESPELHO DO
      *       DETALHE DA REMESSA): OCORRENCIA 00 MARCA O CREDITO PAGO;
      *       QUALQUER OUTRA MARCA REJEITADO E LISTA EM
      *       SALARIOS_REJEITOS.TXT PARA O RH CORRIGIR A CONTA.
      * RELATORIO DA RODADA EM FOLHA_BANCO_AAAAMM.TXT E NA TELA.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select funcionarios assign to 'FUNCIONARIOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is funcionarios-chave
           file status is wrk-func-status.
           select folhareg assign to 'FOLHAREG.DAT'
           organization is indexed
           access mode is dynamic
           record key is folhareg-chave
           file status is wrk-reg-status.
           select empresa assign to 'EMPRESA.DAT'
           organization is indexed
           access mode is dynamic
           record key is empresa-chave
           file status is wrk-emp-status.
      * A REMESSA SAI NUMERADA (NUMGER, SERIE REMSALARIO) - UMA NOVA
      * NAO SOBRESCREVE A ANTERIOR.
           select remessa-out assign to wrk-arq-remessa
           organization is line sequential
           file status is wrk-rem-status.
           select retorno-in assign to
               "SALARIOS_RETORNO.TXT"
           organization is line sequential
           file status is wrk-ret-status.
           select rejeitos-out assign to
               "SALARIOS_REJEITOS.TXT"
           organization is line sequential
           file status is wrk-rej-status.
           select relatorio-out assign to wrk-arq-relatorio
           organization is line sequential
           file status is wrk-rel-status.
       data division.
       file section.
       FD funcionarios.
       COPY FUNCION.

       FD folhareg.
       COPY FOLHAREG.

       FD empresa.
       COPY EMPRESA.

       FD remessa-out.
       01 remessa-reg.
           05 rem-linha pic x(240).

       FD retorno-in.
       01 retorno-reg.
           05 ret-tipo        pic x(01).
           05 ret-competencia pic 9(06).
           05 ret-codigo      pic 9(04).
           05 ret-ocorrencia  pic x(02).
           05 ret-data        pic 9(08).
           05 ret-valor       pic 9(11)v99.
           05 filler          pic x(206).

       FD rejeitos-out.
       01 rejeitos-reg.
           05 rej-linha pic x(100).

       FD relatorio-out.
       01 relatorio-reg.
           05 rel-linha pic x(100).

       working-storage section.
       77 wrk-func-status pic x(02).
       77 wrk-reg-status pic x(02).
       77 wrk-emp-status pic x(02).
       77 wrk-rem-status pic x(02).
       77 wrk-ret-status pic x(02).
       77 wrk-rej-status pic x(02).
       77 wrk-rel-status pic x(02).
       77 wrk-modo pic x(01) value '1'.
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-data-credito pic 9(08) value zeros.
       77 wrk-competencia pic 9(06) value zeros.
       77 wrk-comp-ano pic 9(04) value zeros.
       77 wrk-comp-mes pic 9(02) value zeros.
       77 wrk-arq-remessa pic x(40) value spaces.
       77 wrk-arq-relatorio pic x(40) value spaces.
       77 wrk-num-remessa pic 9(06) value zeros.
       COPY NUMLNK.
      * EMPRESA PAGADORA (EMPRESA.DAT) NO HEADER.
       77 wrk-emp-cnpj pic 9(14) value zeros.
       77 wrk-emp-razao pic x(40) value spaces.
      * TOTAIS DA RODADA.
       77 wrk-seq-registro pic 9(06) value zeros.
       77 wrk-qt-creditos pic 9(05) value zeros.
       77 wrk-tot-creditos pic 9(11)v99 value zeros.
       77 wrk-qt-sem-conta pic 9(05) value zeros.
       77 wrk-qt-ja-enviados pic 9(05) value zeros.
       77 wrk-qt-fgts pic 9(05) value zeros.
       77 wrk-fgts pic 9(07)v99 value zeros.
       77 wrk-tot-bruto pic 9(11)v99 value zeros.
       77 wrk-tot-fgts pic 9(11)v99 value zeros.
       77 wrk-qt-pagos pic 9(05) value zeros.
       77 wrk-qt-rejeitados pic 9(05) value zeros.
       77 wrk-qt-nao-achados pic 9(05) value zeros.
       77 wrk-valor-ed pic z.zzz.zz9,99 value zeros.
       77 wrk-bruto-ed pic z.zzz.zz9,99 value zeros.
       77 wrk-tot-ed pic zz.zzz.zzz.zz9,99 value zeros.
       77 wrk-linha pic x(100) value spaces.
      * REGISTRO HEADER DA REMESSA (TIPO 0).
       01 rem-header.
           05 filler          pic x(01) value '0'.
           05 filler          pic x(15) value 'CREDITO SALARIO'.
           05 hdr-cnpj        pic 9(14).
           05 hdr-razao       pic x(40).
           05 hdr-competencia pic 9(06).
           05 hdr-data        pic 9(08).
           05 hdr-sequencia   pic 9(06).
           05 filler          pic x(150) value spaces.
      * REGISTRO DETALHE (TIPO 1) - UM POR FUNCIONARIO. COMPETENCIA E
      * CODIGO SAO O "SEU NUMERO" QUE O BANCO DEVOLVE NO RETORNO.
       01 rem-detalhe.
           05 filler          pic x(01) value '1'.
           05 det-competencia pic 9(06).
           05 det-codigo      pic 9(04).
           05 det-nome        pic x(30).
           05 det-banco       pic 9(03).
           05 det-agencia     pic 9(05).
           05 det-conta       pic 9(12).
           05 det-conta-dv    pic x(01).
      * VALOR COM 2 DECIMAIS IMPLICITOS (13 DIGITOS).
           05 det-valor       pic 9(11)v99.
           05 det-data        pic 9(08).
           05 det-sequencia   pic 9(06).
           05 filler          pic x(151) value spaces.
      * REGISTRO TRAILER (TIPO 9) - QUANTIDADE E TOTAL DOS CREDITOS.
       01 rem-trailer.
           05 filler          pic x(01) value '9'.
           05 trl-qtde        pic 9(06).
           05 trl-valor       pic 9(11)v99.
           05 trl-sequencia   pic 9(06).
           05 filler          pic x(214) value spaces.

       procedure division.
       0050-PRINCIPAL SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           display "pagamento da folha (1-credito de salarios e fgts "
                   "2-retorno do banco): ".
           accept wrk-modo.
           if wrk-modo = '2'
               perform 0600-RETORNO thru 0600-RETORNO-EXIT
               go to 0300-final
           end-if.
           display "competencia (AAAAMM, 0 = mes anterior; 13/14 = "
                   "parcelas do 13o): ".
           accept wrk-competencia.
           if wrk-competencia = 0
               move wrk-data-hoje(1:4) to wrk-comp-ano
               move wrk-data-hoje(5:2) to wrk-comp-mes
               if wrk-comp-mes = 1
                   subtract 1 from wrk-comp-ano
                   move 12 to wrk-comp-mes
               else
                   subtract 1 from wrk-comp-mes
               end-if
               compute wrk-competencia =
                   (wrk-comp-ano * 100) + wrk-comp-mes
           end-if.
           move wrk-competencia(1:4) to wrk-comp-ano.
           move wrk-competencia(5:2) to wrk-comp-mes.
           if wrk-comp-mes < 1 or wrk-comp-mes > 14
               display "competencia invalida"
               move 8 to return-code
               go to 0300-final
           end-if.
           display "data do credito (AAAAMMDD, 0 = hoje): ".
           accept wrk-data-credito.
           if wrk-data-credito = 0
               move wrk-data-hoje to wrk-data-credito
           end-if.
           open i-o folhareg.
           if wrk-reg-status not = '00'
               display "registro da folha (FOLHAREG.DAT) nao encontrado"
               move 8 to return-code
               go to 0300-final
           end-if.
           move wrk-competencia to fol-competencia.
           move 0 to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   move spaces to fol-situacao
           end-read.
           if not fol-fechada
               display "competencia " wrk-competencia " nao esta "
                       "fechada - rode e feche a folha no programa3"
               close folhareg
               move 8 to return-code
               go to 0300-final
           end-if.
           open input funcionarios.
           if wrk-func-status not = '00'
               display "cadastro de funcionarios nao encontrado"
               close folhareg
               move 8 to return-code
               go to 0300-final
           end-if.
           perform 0060-CARREGAR-EMPRESA
               thru 0060-CARREGAR-EMPRESA-EXIT.
           perform 0070-NUMERO-REMESSA thru 0070-NUMERO-REMESSA-EXIT.
           move spaces to wrk-arq-relatorio.
           string 'FOLHA_BANCO_' delimited by size
                  wrk-competencia delimited by size
                  '.TXT' delimited by size
             into wrk-arq-relatorio
           end-string.
           open output relatorio-out.
           perform 0100-CREDITOS thru 0100-CREDITOS-EXIT.
           perform 0400-FGTS thru 0400-FGTS-EXIT.
           close relatorio-out.
           close funcionarios.
           close folhareg.
       0300-final SECTION.
           GOBACK.

      * FICAM DEPOIS DE 0300-FINAL PARA SO RODAR VIA PERFORM THRU,
      * NUNCA POR FALLTHROUGH (MESMO CUIDADO JA TOMADO COM
      * 0400-LOTE NO FRETE.COB).
       0060-CARREGAR-EMPRESA SECTION.
           move 0 to wrk-emp-cnpj.
           move spaces to wrk-emp-razao.
           open input empresa.
           if wrk-emp-status not = '00'
               go to 0060-CARREGAR-EMPRESA-EXIT
           end-if.
           move 1 to emp-codigo.
           read empresa key is empresa-chave
               invalid key
                   close empresa
                   go to 0060-CARREGAR-EMPRESA-EXIT
           end-read.
           close empresa.
           move emp-cnpj to wrk-emp-cnpj.
           move emp-razao to wrk-emp-razao.
       0060-CARREGAR-EMPRESA-EXIT.
           exit.

       0070-NUMERO-REMESSA SECTION.
      * SERIE NOVA NO CONTROLE: SEMEIA COM ZERO E PEDE DE NOVO.
           move 'REMSALARIO' to lnk-num-serie.
           move 'P' to lnk-num-op.
           call 'NUMGER' using lnk-num-area.
           if not lnk-num-achado
               move 'REMSALARIO' to lnk-num-serie
               move 'S' to lnk-num-op
               move 0 to lnk-num-valor
               call 'NUMGER' using lnk-num-area
               move 'REMSALARIO' to lnk-num-serie
               move 'P' to lnk-num-op
               call 'NUMGER' using lnk-num-area
           end-if.
           move lnk-num-valor to wrk-num-remessa.
           move spaces to wrk-arq-remessa.
           string 'SALARIOS_REMESSA_' delimited by size
                  wrk-num-remessa delimited by size
                  '.TXT' delimited by size
             into wrk-arq-remessa
           end-string.
       0070-NUMERO-REMESSA-EXIT.
           exit.

       0100-CREDITOS SECTION.
           move spaces to wrk-linha.
           string 'CREDITO DE SALARIOS - COMPETENCIA ' delimited by size
                  wrk-competencia delimited by size
                  ' - CREDITO EM ' delimited by size
                  wrk-data-credito delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           open output remessa-out.
           move 1 to wrk-seq-registro.
           move wrk-emp-cnpj to hdr-cnpj.
           move wrk-emp-razao to hdr-razao.
           move wrk-competencia to hdr-competencia.
           move wrk-data-hoje to hdr-data.
           move wrk-num-remessa to hdr-sequencia.
           move rem-header to rem-linha.
           write remessa-reg.
           move wrk-competencia to fol-competencia.
           move 0 to fol-codigo.
           start folhareg key is greater folhareg-chave
               invalid key
                   move '10' to wrk-reg-status
           end-start.
           if wrk-reg-status not = '10'
               read folhareg next
                   at end move '10' to wrk-reg-status
               end-read
           end-if.
           perform until wrk-reg-status = '10'
                   or fol-competencia not = wrk-competencia
               perform 0150-CREDITO thru 0150-CREDITO-EXIT
               read folhareg next
                   at end move '10' to wrk-reg-status
               end-read
           end-perform.
           move '00' to wrk-reg-status.
           add 1 to wrk-seq-registro.
           move wrk-qt-creditos to trl-qtde.
           move wrk-tot-creditos to trl-valor.
           move wrk-seq-registro to trl-sequencia.
           move rem-trailer to rem-linha.
           write remessa-reg.
           close remessa-out.
           move wrk-tot-creditos to wrk-tot-ed.
           move spaces to wrk-linha.
           string 'CREDITOS ENVIADOS: ' delimited by size
                  wrk-qt-creditos delimited by size
                  '  TOTAL: ' delimited by size
                  wrk-tot-ed delimited by size
                  '  ARQUIVO: ' delimited by size
                  wrk-arq-remessa delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           string 'SEM CONTA: ' delimited by size
                  wrk-qt-sem-conta delimited by size
                  '  JA ENVIADOS/PAGOS ANTES: ' delimited by size
                  wrk-qt-ja-enviados delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move spaces to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0100-CREDITOS-EXIT.
           exit.

       0150-CREDITO SECTION.
           if fol-liquido = 0
               go to 0150-CREDITO-EXIT
           end-if.
           if fol-cred-enviado or fol-cred-pago
               add 1 to wrk-qt-ja-enviados
               go to 0150-CREDITO-EXIT
           end-if.
           move fol-codigo to func-codigo.
           read funcionarios key is funcionarios-chave
               invalid key
                   move 0 to func-banco
           end-read.
           move fol-liquido to wrk-valor-ed.
           if func-banco = 0 or func-conta = 0
               add 1 to wrk-qt-sem-conta
               move spaces to wrk-linha
               string fol-codigo delimited by size
                      ' ' delimited by size
                      fol-nome delimited by size
                      ' ' delimited by size
                      wrk-valor-ed delimited by size
                      '  SEM CONTA NO CADASTRO - PAGAR POR FORA'
                                               delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               go to 0150-CREDITO-EXIT
           end-if.
           add 1 to wrk-seq-registro.
           move fol-competencia to det-competencia.
           move fol-codigo to det-codigo.
           move fol-nome to det-nome.
           move func-banco to det-banco.
           move func-agencia to det-agencia.
           move func-conta to det-conta.
           move func-conta-dv to det-conta-dv.
           move fol-liquido to det-valor.
           move wrk-data-credito to det-data.
           move wrk-seq-registro to det-sequencia.
           move rem-detalhe to rem-linha.
           write remessa-reg.
           add 1 to wrk-qt-creditos.
           add fol-liquido to wrk-tot-creditos.
           move 'E' to fol-cred-situacao.
           move wrk-data-credito to fol-cred-data.
           move spaces to fol-cred-ocorrencia.
           rewrite folhareg-reg
           end-rewrite.
           move spaces to wrk-linha.
           string fol-codigo delimited by size
                  ' ' delimited by size
                  fol-nome delimited by size
                  ' ' delimited by size
                  wrk-valor-ed delimited by size
                  '  BCO ' delimited by size
                  func-banco delimited by size
                  ' AG ' delimited by size
                  func-agencia delimited by size
                  ' CC ' delimited by size
                  func-conta delimited by size
                  '-' delimited by size
                  func-conta-dv delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0150-CREDITO-EXIT.
           exit.

       0400-FGTS SECTION.
      * 8% DO BRUTO DE CADA FUNCIONARIO NA COMPETENCIA, PARA A GUIA
      * DO DEPOSITO MENSAL.
           move spaces to wrk-linha.
           string 'FGTS DA COMPETENCIA ' delimited by size
                  wrk-competencia delimited by size
                  ' (8% DO BRUTO)' delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move 'COD  FUNCIONARIO                           BRUTO'
             & '          FGTS' to wrk-linha.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move wrk-competencia to fol-competencia.
           move 0 to fol-codigo.
           start folhareg key is greater folhareg-chave
               invalid key
                   move '10' to wrk-reg-status
           end-start.
           if wrk-reg-status not = '10'
               read folhareg next
                   at end move '10' to wrk-reg-status
               end-read
           end-if.
           perform until wrk-reg-status = '10'
                   or fol-competencia not = wrk-competencia
               compute wrk-fgts rounded = fol-bruto * 0,08
               add 1 to wrk-qt-fgts
               add fol-bruto to wrk-tot-bruto
               add wrk-fgts to wrk-tot-fgts
               move fol-bruto to wrk-bruto-ed
               move wrk-fgts to wrk-valor-ed
               move spaces to wrk-linha
               string fol-codigo delimited by size
                      ' ' delimited by size
                      fol-nome delimited by size
                      ' ' delimited by size
                      wrk-bruto-ed delimited by size
                      ' ' delimited by size
                      wrk-valor-ed delimited by size
                 into wrk-linha
               end-string
               perform 0280-SAIDA thru 0280-SAIDA-EXIT
               read folhareg next
                   at end move '10' to wrk-reg-status
               end-read
           end-perform.
           move '00' to wrk-reg-status.
           move wrk-tot-bruto to wrk-tot-ed.
           move spaces to wrk-linha.
           string 'FUNCIONARIOS: ' delimited by size
                  wrk-qt-fgts delimited by size
                  '  BRUTO: ' delimited by size
                  wrk-tot-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
           move wrk-tot-fgts to wrk-tot-ed.
           move spaces to wrk-linha.
           string 'FGTS A DEPOSITAR NO MES: ' delimited by size
                  wrk-tot-ed delimited by size
             into wrk-linha
           end-string.
           perform 0280-SAIDA thru 0280-SAIDA-EXIT.
       0400-FGTS-EXIT.
           exit.

       0600-RETORNO SECTION.
           open input retorno-in.
           if wrk-ret-status not = '00'
               display "retorno do banco (SALARIOS_RETORNO.TXT) nao "
                       "encontrado"
               move 8 to return-code
               go to 0600-RETORNO-EXIT
           end-if.
           open i-o folhareg.
           if wrk-reg-status not = '00'
               display "registro da folha (FOLHAREG.DAT) nao encontrado"
               close retorno-in
               move 8 to return-code
               go to 0600-RETORNO-EXIT
           end-if.
           open output rejeitos-out.
           move 'CREDITOS DE SALARIO REJEITADOS PELO BANCO - CORRIGIR '
             & 'A CONTA NO FUNCION E REENVIAR' to rej-linha.
           write rejeitos-reg.
           read retorno-in
               at end move '10' to wrk-ret-status
           end-read.
           perform until wrk-ret-status = '10'
               if ret-tipo = '1'
                   perform 0650-RETORNO-DETALHE
                       thru 0650-RETORNO-DETALHE-EXIT
               end-if
               read retorno-in
                   at end move '10' to wrk-ret-status
               end-read
           end-perform.
           move spaces to rej-linha.
           string 'PAGOS: ' delimited by size
                  wrk-qt-pagos delimited by size
                  '  REJEITADOS: ' delimited by size
                  wrk-qt-rejeitados delimited by size
                  '  NAO ENCONTRADOS: ' delimited by size
                  wrk-qt-nao-achados delimited by size
             into rej-linha
           end-string.
           write rejeitos-reg.
           display rej-linha.
           close rejeitos-out.
           close folhareg.
           close retorno-in.
       0600-RETORNO-EXIT.
           exit.

       0650-RETORNO-DETALHE SECTION.
           move ret-competencia to fol-competencia.
           move ret-codigo to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   add 1 to wrk-qt-nao-achados
                   move spaces to rej-linha
                   string ret-competencia delimited by size
                          ' ' delimited by size
                          ret-codigo delimited by size
                          ' NAO ENCONTRADO NA FOLHA' delimited by size
                     into rej-linha
                   end-string
                   write rejeitos-reg
                   go to 0650-RETORNO-DETALHE-EXIT
           end-read.
           move ret-ocorrencia to fol-cred-ocorrencia.
           if ret-ocorrencia = '00'
               move 'P' to fol-cred-situacao
               move ret-data to fol-cred-data
               add 1 to wrk-qt-pagos
           else
               move 'R' to fol-cred-situacao
               add 1 to wrk-qt-rejeitados
               move fol-liquido to wrk-valor-ed
               move spaces to rej-linha
               string ret-competencia delimited by size
                      ' ' delimited by size
                      fol-codigo delimited by size
                      ' ' delimited by size
                      fol-nome delimited by size
                      ' ' delimited by size
                      wrk-valor-ed delimited by size
                      '  OCORRENCIA ' delimited by size
                      ret-ocorrencia delimited by size
                 into rej-linha
               end-string
               write rejeitos-reg
           end-if.
           rewrite folhareg-reg
           end-rewrite.
       0650-RETORNO-DETALHE-EXIT.
           exit.

       0280-SAIDA SECTION.
           move wrk-linha to rel-linha.
           write relatorio-reg.
           display wrk-linha(1:100).
       0280-SAIDA-EXIT.
           exit.

       end program FOLHABCO.
