       identification division.
       program-id. RESCALC.
      * CALCULO DA RESCISAO DO FUNCIONARIO, CHAMAVEL COMO SUBPROGRAMA
      * (MESMO PADRAO DO PONTMV) PELO DESLIGAMENTO DO FUNCION.COB. O
      * SALARIO E O VIGENTE NO SALHIST NA DATA DO DESLIGAMENTO E AS
      * FALTAS VEM DO FOLHAMOV. VERBAS POR MOTIVO:
      *                           S (SEM JC)  J (JC)  P (PEDIDO)  A
      *   SALDO DE SALARIO            X         X         X       X
      *   13O PROPORCIONAL            X                   X       X
      *   FERIAS VENCIDAS + 1/3       X         X         X       X
      *   FERIAS PROPORC. + 1/3       X                   X       X
      *   AVISO PREVIO INDENIZADO     X                         METADE
      *   MULTA DO FGTS              40%                         20%
      * SALDO DE SALARIO: DIAS DO MES ATE O DESLIGAMENTO (NO MAXIMO
      * 30) MENOS AS FALTAS - ZERO SE A FOLHA DO MES JA PAGOU O
      * FUNCIONARIO. 13O: AVOS DO ANO PELA REGRA DA FOLHA (MES COM 15
      * DIAS OU MAIS TRABALHADOS), MENOS O ADIANTAMENTO JA PAGO NA 1A
      * PARCELA. FERIAS VENCIDAS: SALDO DOS PERIODOS APURADOS (PARTE
      * PROGRAMADA PARA DEPOIS DO DESLIGAMENTO VOLTA AO SALDO), EM
      * DOBRO SE O LIMITE PASSOU. FERIAS PROPORCIONAIS: 1/12 POR MES
      * (FRACAO DE 15 DIAS OU MAIS) DO PERIODO EM CURSO. AVISO: 30
      * DIAS MAIS 3 POR ANO COMPLETO, ATE 90 (LEI 12.506).
      * INSS E IRRF SOBRE O SALDO DE SALARIO E, EM SEPARADO, SOBRE O
      * 13O; FERIAS E AVISO INDENIZADOS NAO TEM DESCONTO. A MULTA DO
      * FGTS E SOBRE OS DEPOSITOS (8% DE TODO BRUTO DO FUNCIONARIO EM
      * FOLHAREG.DAT MAIS AS VERBAS DA RESCISAO QUE TEM FGTS).

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select salhist assign to 'SALHIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is salhist-chave
           file status is wrk-sal-status.
           select folhamov assign to 'FOLHAMOV.DAT'
           organization is indexed
           access mode is dynamic
           record key is folhamov-chave
           file status is wrk-mov-status.
           select ferias assign to 'FERIAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ferias-chave
           file status is wrk-fer-status.
           select folhareg assign to 'FOLHAREG.DAT'
           organization is indexed
           access mode is dynamic
           record key is folhareg-chave
           file status is wrk-reg-status.
      * MESMAS FAIXAS DE INSS/IRRF DA FOLHA (PROGRAMA3).
           select folha-params assign to
               "FOLHA_PARAMS.TXT"
           organization is line sequential
           file status is wrk-par-status.
           select dependentes assign to 'DEPENDENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is dependentes-chave
           file status is wrk-dep-status.
           select termo-out assign to wrk-arq-termo
           organization is line sequential
           file status is wrk-termo-status.
       data division.
       file section.
       FD salhist.
       COPY SALHIST.

       FD folhamov.
       COPY FOLHAMOV.

       FD ferias.
       COPY FERIAS.

       FD folhareg.
       COPY FOLHAREG.

       FD folha-params.
       01 folha-params-reg.
           05 par-tipo     pic x(01).
           05 par-limite   pic 9(07)v99.
           05 par-aliquota pic 9(02)v99.
           05 par-deducao  pic 9(07)v99.

       FD dependentes.
       COPY DEPENDEN.

       FD termo-out.
       01 termo-reg.
           05 termo-linha pic x(100).

       working-storage section.
       77 wrk-sal-status pic x(02).
       77 wrk-mov-status pic x(02).
       77 wrk-fer-status pic x(02).
       77 wrk-reg-status pic x(02).
       77 wrk-par-status pic x(02).
       77 wrk-termo-status pic x(02).
       77 wrk-dep-status pic x(02).
       77 wrk-sw-mov pic x(01) value 'N'.
       77 wrk-sw-fer pic x(01) value 'N'.
       77 wrk-arq-termo pic x(40) value spaces.
       COPY FERLNK.
      * DATAS DO DESLIGAMENTO E DA ADMISSAO.
       77 wrk-ano pic 9(04) value zeros.
       77 wrk-mes pic 9(02) value zeros.
       77 wrk-dia pic 9(02) value zeros.
       77 wrk-adm-ano pic 9(04) value zeros.
       77 wrk-adm-mes pic 9(06) value zeros.
       77 wrk-adm-dia pic 9(02) value zeros.
       77 wrk-anos-casa pic 9(03) value zeros.
       77 wrk-dias-data pic 9(07) value zeros.
       77 wrk-dias-ini pic 9(07) value zeros.
       77 wrk-dias-corridos pic 9(07) value zeros.
       77 wrk-resto pic 9(07) value zeros.
       77 wrk-comp pic 9(06) value zeros.
       77 wrk-mes-avo pic 9(02) value zeros.
       77 wrk-dias-mes pic s9(03) value zeros.
       77 wrk-faltas pic 9(03) value zeros.
       77 wrk-salario pic 9(06)v99 value zeros.
       77 wrk-sw-mes-pago pic x(01) value 'N'.
           88 wrk-mes-ja-pago value 'S'.
       77 wrk-sw-13-pago pic x(01) value 'N'.
           88 wrk-13-ja-pago value 'S'.
       77 wrk-sw-dobro pic x(01) value 'N'.
      * FERIAS.
       77 wrk-ix-gozo pic 9(01) value zeros.
       77 wrk-dias-tirados pic 9(02) value zeros.
       77 wrk-saldo-fer pic s9(03) value zeros.
       77 wrk-val-fer pic 9(07)v99 value zeros.
      * FAIXAS DE INSS E IRRF E O CALCULO DE UMA BASE.
       77 wrk-qt-inss pic 9(01) value zeros.
       77 wrk-qt-irrf pic 9(01) value zeros.
       01 tab-inss.
           05 tab-inss-item occurs 8 times.
               10 tab-inss-limite   pic 9(07)v99.
               10 tab-inss-aliquota pic 9(02)v99.
       01 tab-irrf.
           05 tab-irrf-item occurs 8 times.
               10 tab-irrf-limite   pic 9(07)v99.
               10 tab-irrf-aliquota pic 9(02)v99.
               10 tab-irrf-deducao  pic 9(07)v99.
       77 wrk-ix-faixa pic 9(01) value zeros.
       77 wrk-base pic 9(07)v99 value zeros.
       77 wrk-inss pic 9(07)v99 value zeros.
       77 wrk-irrf pic 9(07)v99 value zeros.
       77 wrk-base-irrf pic s9(07)v99 value zeros.
       77 wrk-faixa-base pic 9(07)v99 value zeros.
       77 wrk-faixa-topo pic 9(07)v99 value zeros.
       77 wrk-liquido pic s9(07)v99 value zeros.
      * DEPENDENTES DE IR EM VIGOR NO MES DO DESLIGAMENTO.
       77 wrk-ded-dependente pic 9(05)v99 value zeros.
       77 wrk-qt-dep pic 9(02) value zeros.
       77 wrk-val-dependentes pic 9(07)v99 value zeros.
      * FGTS.
       77 wrk-soma-bruto pic 9(09)v99 value zeros.
       77 wrk-base-fgts pic 9(09)v99 value zeros.
      * TERMO.
       77 wrk-valor-ed pic z.zzz.zz9,99 value zeros.
       77 wrk-motivo-tx pic x(30) value spaces.
       77 wrk-linha pic x(100) value spaces.

       linkage section.
       COPY RESLNK.

       procedure division using lnk-rescisao-area.
       0100-PRINCIPAL SECTION.
           set lnk-res-erro to true.
           move spaces to lnk-res-msg.
           move spaces to lnk-res-arquivo.
           initialize lnk-res-verbas.
           evaluate lnk-res-motivo
               when 'S'
                   move 'DISPENSA SEM JUSTA CAUSA' to wrk-motivo-tx
               when 'J'
                   move 'DISPENSA POR JUSTA CAUSA' to wrk-motivo-tx
               when 'P'
                   move 'PEDIDO DE DEMISSAO' to wrk-motivo-tx
               when 'A'
                   move 'ACORDO (CLT ART. 484-A)' to wrk-motivo-tx
               when other
                   move 'MOTIVO INVALIDO' to lnk-res-msg
                   goback
           end-evaluate.
           if lnk-res-data < lnk-res-admissao
               move 'DATA ANTES DA ADMISSAO' to lnk-res-msg
               goback
           end-if.
           move lnk-res-data(1:4) to wrk-ano.
           move lnk-res-data(5:2) to wrk-mes.
           move lnk-res-data(7:2) to wrk-dia.
           if wrk-mes < 1 or wrk-mes > 12 or wrk-dia < 1 or wrk-dia > 31
               move 'DATA INVALIDA' to lnk-res-msg
               goback
           end-if.
           move lnk-res-admissao(1:6) to wrk-adm-mes.
           move lnk-res-admissao(7:2) to wrk-adm-dia.
      * PERIODOS DE FERIAS APURADOS ATE A DATA DO DESLIGAMENTO.
           move lnk-res-codigo to lnk-fer-codigo.
           move lnk-res-admissao to lnk-fer-admissao.
           move lnk-res-data to lnk-fer-data-ref.
           call 'FERAPUR' using lnk-ferias-area.
           open i-o folhareg.
           if wrk-reg-status = '35'
               open output folhareg
               close folhareg
               open i-o folhareg
           end-if.
           if wrk-reg-status not = '00'
               move 'REGISTRO DE FOLHA INDISPONIVEL' to lnk-res-msg
               goback
           end-if.
           compute fol-competencia = (wrk-ano * 100) + 15.
           move lnk-res-codigo to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   continue
               not invalid key
                   move 'RESCISAO JA REGISTRADA NO ANO' to lnk-res-msg
                   close folhareg
                   goback
           end-read.
           open input salhist.
           open input folhamov.
           move 'N' to wrk-sw-mov.
           if wrk-mov-status = '00'
               move 'S' to wrk-sw-mov
           end-if.
           open i-o ferias.
           move 'N' to wrk-sw-fer.
           if wrk-fer-status = '00'
               move 'S' to wrk-sw-fer
           end-if.
           perform 0150-CARREGAR-PARAMS thru 0150-CARREGAR-PARAMS-EXIT.
           perform 0200-SALARIO thru 0200-SALARIO-EXIT.
           perform 0300-SALDO-SALARIO thru 0300-SALDO-SALARIO-EXIT.
           if lnk-res-motivo not = 'J'
               perform 0400-DECIMO thru 0400-DECIMO-EXIT
           end-if.
           if wrk-sw-fer = 'S'
               perform 0500-FERIAS thru 0500-FERIAS-EXIT
           end-if.
           perform 0600-AVISO thru 0600-AVISO-EXIT.
           perform 0650-DEPENDENTES thru 0650-DEPENDENTES-EXIT.
           perform 0700-DESCONTOS thru 0700-DESCONTOS-EXIT.
           perform 0780-FGTS thru 0780-FGTS-EXIT.
           set lnk-res-ok to true.
           if lnk-res-gravar
               perform 0800-GRAVAR thru 0800-GRAVAR-EXIT
           end-if.
           if lnk-res-ok and lnk-res-gravar
               perform 0900-TERMO thru 0900-TERMO-EXIT
           end-if.
           close salhist.
           if wrk-sw-mov = 'S'
               close folhamov
           end-if.
           if wrk-sw-fer = 'S'
               close ferias
           end-if.
           close folhareg.
           GOBACK.

      * SO RODAM VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0150-CARREGAR-PARAMS SECTION.
      * FAIXAS DO FOLHA_PARAMS.TXT OU, SEM ELE, AS EMBUTIDAS DA FOLHA.
           move 0 to wrk-qt-inss.
           move 0 to wrk-qt-irrf.
           move 0 to wrk-ded-dependente.
           open input folha-params.
           if wrk-par-status = '00'
               perform until wrk-par-status = '10'
                   read folha-params
                       at end
                           move '10' to wrk-par-status
                       not at end
                           if par-tipo = 'I' and wrk-qt-inss < 8
                               add 1 to wrk-qt-inss
                               move par-limite to
                                   tab-inss-limite(wrk-qt-inss)
                               move par-aliquota to
                                   tab-inss-aliquota(wrk-qt-inss)
                           end-if
                           if par-tipo = 'D'
                               move par-deducao to wrk-ded-dependente
                           end-if
                           if par-tipo = 'R' and wrk-qt-irrf < 8
                               add 1 to wrk-qt-irrf
                               move par-limite to
                                   tab-irrf-limite(wrk-qt-irrf)
                               move par-aliquota to
                                   tab-irrf-aliquota(wrk-qt-irrf)
                               move par-deducao to
                                   tab-irrf-deducao(wrk-qt-irrf)
                           end-if
                   end-read
               end-perform
               close folha-params
           end-if.
           if wrk-qt-inss = 0
               move 4 to wrk-qt-inss
               move 1412,00 to tab-inss-limite(1)
               move 7,50 to tab-inss-aliquota(1)
               move 2666,68 to tab-inss-limite(2)
               move 9,00 to tab-inss-aliquota(2)
               move 4000,03 to tab-inss-limite(3)
               move 12,00 to tab-inss-aliquota(3)
               move 7786,02 to tab-inss-limite(4)
               move 14,00 to tab-inss-aliquota(4)
           end-if.
           if wrk-qt-irrf = 0
               move 5 to wrk-qt-irrf
               move 2259,20 to tab-irrf-limite(1)
               move 0 to tab-irrf-aliquota(1)
               move 0 to tab-irrf-deducao(1)
               move 2826,65 to tab-irrf-limite(2)
               move 7,50 to tab-irrf-aliquota(2)
               move 169,44 to tab-irrf-deducao(2)
               move 3751,05 to tab-irrf-limite(3)
               move 15,00 to tab-irrf-aliquota(3)
               move 381,44 to tab-irrf-deducao(3)
               move 4664,68 to tab-irrf-limite(4)
               move 22,50 to tab-irrf-aliquota(4)
               move 662,77 to tab-irrf-deducao(4)
               move 9999999,99 to tab-irrf-limite(5)
               move 27,50 to tab-irrf-aliquota(5)
               move 896,00 to tab-irrf-deducao(5)
           end-if.
           if wrk-ded-dependente = 0
               move 189,59 to wrk-ded-dependente
           end-if.
       0150-CARREGAR-PARAMS-EXIT.
           exit.

       0200-SALARIO SECTION.
      * ULTIMA VIGENCIA DO SALHIST ATE A DATA DO DESLIGAMENTO; SEM
      * HISTORICO FICA O SALARIO DO CADASTRO.
           move lnk-res-salario to wrk-salario.
           if wrk-sal-status not = '00'
               go to 0200-SALARIO-EXIT
           end-if.
           move lnk-res-codigo to sal-codigo.
           move 0 to sal-vigencia.
           start salhist key is greater salhist-chave
               invalid key
                   move '10' to wrk-sal-status
           end-start.
           if wrk-sal-status not = '10'
               read salhist next
                   at end move '10' to wrk-sal-status
               end-read
           end-if.
           perform until wrk-sal-status = '10'
                   or sal-codigo not = lnk-res-codigo
                   or sal-vigencia > lnk-res-data
               move sal-salario to wrk-salario
               read salhist next
                   at end move '10' to wrk-sal-status
               end-read
           end-perform.
           move '00' to wrk-sal-status.
           move wrk-salario to lnk-res-salario.
       0200-SALARIO-EXIT.
           exit.

       0250-FALTAS-MES SECTION.
      * FALTAS DO FUNCIONARIO NA COMPETENCIA WRK-COMP.
           move 0 to wrk-faltas.
           if wrk-sw-mov not = 'S'
               go to 0250-FALTAS-MES-EXIT
           end-if.
           move wrk-comp to mov-competencia.
           move lnk-res-codigo to mov-codigo.
           read folhamov key is folhamov-chave
               invalid key
                   continue
               not invalid key
                   move mov-faltas-dias to wrk-faltas
           end-read.
       0250-FALTAS-MES-EXIT.
           exit.

       0300-SALDO-SALARIO SECTION.
      * MES JA PAGO PELA FOLHA (REGISTRO DA COMPETENCIA GRAVADO) NAO
      * PAGA DE NOVO.
           move 'N' to wrk-sw-mes-pago.
           move lnk-res-data(1:6) to fol-competencia.
           move lnk-res-codigo to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   continue
               not invalid key
                   set wrk-mes-ja-pago to true
           end-read.
           if wrk-mes-ja-pago
               go to 0300-SALDO-SALARIO-EXIT
           end-if.
           move wrk-dia to wrk-dias-mes.
           if wrk-dias-mes > 30
               move 30 to wrk-dias-mes
           end-if.
           if wrk-adm-mes = lnk-res-data(1:6)
               compute wrk-dias-mes = wrk-dia - wrk-adm-dia + 1
           end-if.
           move lnk-res-data(1:6) to wrk-comp.
           perform 0250-FALTAS-MES thru 0250-FALTAS-MES-EXIT.
           subtract wrk-faltas from wrk-dias-mes.
           if wrk-dias-mes < 0
               move 0 to wrk-dias-mes
           end-if.
           move wrk-dias-mes to lnk-res-dias-saldo.
           compute lnk-res-saldo-salario rounded =
               (wrk-salario / 30) * wrk-dias-mes.
       0300-SALDO-SALARIO-EXIT.
           exit.

       0400-DECIMO SECTION.
      * 2A PARCELA DO ANO JA PAGA (DESLIGAMENTO NO FIM DE DEZEMBRO):
      * O 13O JA SAIU INTEIRO.
           move 'N' to wrk-sw-13-pago.
           compute fol-competencia = (wrk-ano * 100) + 14.
           move lnk-res-codigo to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   continue
               not invalid key
                   set wrk-13-ja-pago to true
           end-read.
           if wrk-13-ja-pago
               go to 0400-DECIMO-EXIT
           end-if.
           perform varying wrk-mes-avo from 1 by 1
                   until wrk-mes-avo > wrk-mes
               perform 0450-AVO-MES thru 0450-AVO-MES-EXIT
           end-perform.
           compute lnk-res-13-proporc rounded =
               (wrk-salario * lnk-res-avos-13) / 12.
      * ADIANTAMENTO DA 1A PARCELA, DESCONTADO NO LIQUIDO.
           compute fol-competencia = (wrk-ano * 100) + 13.
           move lnk-res-codigo to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   continue
               not invalid key
                   move fol-liquido to lnk-res-adiant-13
           end-read.
       0400-DECIMO-EXIT.
           exit.

       0450-AVO-MES SECTION.
           compute wrk-comp = (wrk-ano * 100) + wrk-mes-avo.
           if wrk-comp < wrk-adm-mes
               go to 0450-AVO-MES-EXIT
           end-if.
           move 30 to wrk-dias-mes.
           if wrk-mes-avo = wrk-mes
               move wrk-dia to wrk-dias-mes
               if wrk-dias-mes > 30
                   move 30 to wrk-dias-mes
               end-if
           end-if.
           if wrk-comp = wrk-adm-mes
               if wrk-mes-avo = wrk-mes
                   compute wrk-dias-mes = wrk-dia - wrk-adm-dia + 1
               else
                   compute wrk-dias-mes = 31 - wrk-adm-dia
               end-if
           end-if.
           perform 0250-FALTAS-MES thru 0250-FALTAS-MES-EXIT.
           subtract wrk-faltas from wrk-dias-mes.
           if wrk-dias-mes not < 15
               add 1 to lnk-res-avos-13
           end-if.
       0450-AVO-MES-EXIT.
           exit.

       0500-FERIAS SECTION.
           move lnk-res-codigo to fer-codigo.
           move 0 to fer-aquis-inicio.
           start ferias key is greater ferias-chave
               invalid key
                   move '10' to wrk-fer-status
           end-start.
           if wrk-fer-status not = '10'
               read ferias next
                   at end move '10' to wrk-fer-status
               end-read
           end-if.
           perform until wrk-fer-status = '10'
                   or fer-codigo not = lnk-res-codigo
               if fer-em-curso
                   if lnk-res-motivo not = 'J'
                      and fer-aquis-inicio not > lnk-res-data
                       perform 0550-FERIAS-PROPORC
                           thru 0550-FERIAS-PROPORC-EXIT
                   end-if
               else
                   perform 0520-FERIAS-VENCIDAS
                       thru 0520-FERIAS-VENCIDAS-EXIT
               end-if
               read ferias next
                   at end move '10' to wrk-fer-status
               end-read
           end-perform.
           move '00' to wrk-fer-status.
       0500-FERIAS-EXIT.
           exit.

       0520-FERIAS-VENCIDAS SECTION.
      * SO CONTA COMO TIRADA A PARTE QUE COMECOU ATE O DESLIGAMENTO.
           move 0 to wrk-dias-tirados.
           perform varying wrk-ix-gozo from 1 by 1
                   until wrk-ix-gozo > fer-qt-gozos
               if fer-gozo-inicio(wrk-ix-gozo) not > lnk-res-data
                   add fer-gozo-dias(wrk-ix-gozo) to wrk-dias-tirados
               end-if
           end-perform.
           compute wrk-saldo-fer = fer-dias-direito - wrk-dias-tirados.
           if wrk-saldo-fer not > 0
               go to 0520-FERIAS-VENCIDAS-EXIT
           end-if.
           compute wrk-val-fer rounded =
               (wrk-salario / 30) * wrk-saldo-fer.
           if fer-limite-gozo > 0 and fer-limite-gozo < lnk-res-data
               compute wrk-val-fer = wrk-val-fer * 2
           end-if.
           compute wrk-val-fer rounded =
               wrk-val-fer + (wrk-val-fer / 3).
           add wrk-saldo-fer to lnk-res-dias-fer-venc.
           add wrk-val-fer to lnk-res-ferias-venc.
       0520-FERIAS-VENCIDAS-EXIT.
           exit.

       0550-FERIAS-PROPORC SECTION.
      * UM AVO POR 30 DIAS CORRIDOS DO PERIODO EM CURSO, MAIS UM SE
      * SOBRAREM 15 DIAS OU MAIS.
           compute wrk-dias-ini =
               function integer-of-date(fer-aquis-inicio).
           compute wrk-dias-data =
               function integer-of-date(lnk-res-data).
           compute wrk-dias-corridos = wrk-dias-data - wrk-dias-ini + 1.
           divide wrk-dias-corridos by 30
               giving lnk-res-avos-ferias remainder wrk-resto.
           if wrk-resto not < 15
               add 1 to lnk-res-avos-ferias
           end-if.
           if lnk-res-avos-ferias > 12
               move 12 to lnk-res-avos-ferias
           end-if.
           compute wrk-val-fer rounded =
               (wrk-salario * lnk-res-avos-ferias) / 12.
           compute lnk-res-ferias-prop rounded =
               wrk-val-fer + (wrk-val-fer / 3).
       0550-FERIAS-PROPORC-EXIT.
           exit.

       0600-AVISO SECTION.
           if lnk-res-motivo not = 'S' and lnk-res-motivo not = 'A'
               go to 0600-AVISO-EXIT
           end-if.
           move lnk-res-admissao(1:4) to wrk-adm-ano.
           compute wrk-anos-casa = wrk-ano - wrk-adm-ano.
           if lnk-res-data(5:4) < lnk-res-admissao(5:4)
              and wrk-anos-casa > 0
               subtract 1 from wrk-anos-casa
           end-if.
           compute lnk-res-dias-aviso = 30 + (3 * wrk-anos-casa).
           if lnk-res-dias-aviso > 90
               move 90 to lnk-res-dias-aviso
           end-if.
           if lnk-res-motivo = 'A'
               compute lnk-res-dias-aviso = lnk-res-dias-aviso / 2
           end-if.
           compute lnk-res-aviso rounded =
               (wrk-salario / 30) * lnk-res-dias-aviso.
       0600-AVISO-EXIT.
           exit.

       0650-DEPENDENTES SECTION.
      * MESMA REGRA DA FOLHA (0435 DO PROGRAMA3): EM VIGOR NO MES DO
      * DESLIGAMENTO.
           move 0 to wrk-qt-dep.
           move 0 to wrk-val-dependentes.
           open input dependentes.
           if wrk-dep-status not = '00'
               go to 0650-DEPENDENTES-EXIT
           end-if.
           move lnk-res-codigo to dep-codigo.
           move 0 to dep-seq.
           start dependentes key is greater dependentes-chave
               invalid key
                   move '10' to wrk-dep-status
           end-start.
           if wrk-dep-status not = '10'
               read dependentes next
                   at end move '10' to wrk-dep-status
               end-read
           end-if.
           perform until wrk-dep-status = '10'
                   or dep-codigo not = lnk-res-codigo
               if dep-vigencia(1:6) not > lnk-res-data(1:6)
                  and (dep-vigencia-fim = 0
                   or dep-vigencia-fim(1:6) not < lnk-res-data(1:6))
                   add 1 to wrk-qt-dep
               end-if
               read dependentes next
                   at end move '10' to wrk-dep-status
               end-read
           end-perform.
           close dependentes.
           compute wrk-val-dependentes =
               wrk-qt-dep * wrk-ded-dependente.
       0650-DEPENDENTES-EXIT.
           exit.

       0700-DESCONTOS SECTION.
      * SALDO DE SALARIO E 13O TRIBUTADOS EM SEPARADO.
           move lnk-res-saldo-salario to wrk-base.
           perform 0750-CALCULA-BASE thru 0750-CALCULA-BASE-EXIT.
           move wrk-inss to lnk-res-inss.
           move wrk-irrf to lnk-res-irrf.
           move lnk-res-13-proporc to wrk-base.
           perform 0750-CALCULA-BASE thru 0750-CALCULA-BASE-EXIT.
           add wrk-inss to lnk-res-inss.
           add wrk-irrf to lnk-res-irrf.
           compute lnk-res-bruto = lnk-res-saldo-salario
               + lnk-res-13-proporc + lnk-res-ferias-venc
               + lnk-res-ferias-prop + lnk-res-aviso.
           compute wrk-liquido = lnk-res-bruto - lnk-res-inss
               - lnk-res-irrf - lnk-res-adiant-13.
           if wrk-liquido < 0
               move 0 to wrk-liquido
           end-if.
           move wrk-liquido to lnk-res-liquido.
       0700-DESCONTOS-EXIT.
           exit.

       0750-CALCULA-BASE SECTION.
      * INSS PROGRESSIVO POR FAIXA E IRRF SOBRE A BASE MENOS O INSS
      * E OS DEPENDENTES, COMO NO 0430-CALCULA-DESCONTOS DA FOLHA.
           move 0 to wrk-inss.
           move 0 to wrk-irrf.
           move 0 to wrk-faixa-base.
           if wrk-base = 0
               go to 0750-CALCULA-BASE-EXIT
           end-if.
           perform varying wrk-ix-faixa from 1 by 1
                   until wrk-ix-faixa > wrk-qt-inss
                      or wrk-faixa-base not less wrk-base
               if wrk-base < tab-inss-limite(wrk-ix-faixa)
                   move wrk-base to wrk-faixa-topo
               else
                   move tab-inss-limite(wrk-ix-faixa)
                     to wrk-faixa-topo
               end-if
               compute wrk-inss rounded = wrk-inss +
                   ((wrk-faixa-topo - wrk-faixa-base) *
                    tab-inss-aliquota(wrk-ix-faixa)) / 100
               move tab-inss-limite(wrk-ix-faixa) to wrk-faixa-base
           end-perform.
           compute wrk-base-irrf =
               wrk-base - wrk-inss - wrk-val-dependentes.
           if wrk-base-irrf < 0
               move 0 to wrk-base-irrf
           end-if.
           perform varying wrk-ix-faixa from 1 by 1
                   until wrk-ix-faixa > wrk-qt-irrf
               if wrk-base-irrf not greater
                  tab-irrf-limite(wrk-ix-faixa)
                   compute wrk-irrf rounded =
                       ((wrk-base-irrf *
                         tab-irrf-aliquota(wrk-ix-faixa)) / 100)
                       - tab-irrf-deducao(wrk-ix-faixa)
                   move wrk-qt-irrf to wrk-ix-faixa
               end-if
           end-perform.
           if wrk-irrf < 0
               move 0 to wrk-irrf
           end-if.
       0750-CALCULA-BASE-EXIT.
           exit.

       0780-FGTS SECTION.
      * DEPOSITOS ESTIMADOS: 8% DE TODO BRUTO DO FUNCIONARIO NA FOLHA
      * (MESES E 13O) MAIS O QUE A RESCISAO PAGA COM FGTS.
           move 0 to wrk-soma-bruto.
           move 0 to fol-competencia.
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
               if fol-codigo = lnk-res-codigo
                  and not fol-comp-rescisao
                   add fol-bruto to wrk-soma-bruto
               end-if
               read folhareg next
                   at end move '10' to wrk-reg-status
               end-read
           end-perform.
           move '00' to wrk-reg-status.
           compute wrk-base-fgts = wrk-soma-bruto
               + lnk-res-saldo-salario + lnk-res-13-proporc
               + lnk-res-aviso.
           compute lnk-res-depositos-fgts rounded =
               wrk-base-fgts * 0,08.
           if lnk-res-motivo = 'S'
               compute lnk-res-multa-fgts rounded =
                   lnk-res-depositos-fgts * 0,40
           end-if.
           if lnk-res-motivo = 'A'
               compute lnk-res-multa-fgts rounded =
                   lnk-res-depositos-fgts * 0,20
           end-if.
       0780-FGTS-EXIT.
           exit.

       0800-GRAVAR SECTION.
           compute fol-competencia = (wrk-ano * 100) + 15.
           move lnk-res-codigo to fol-codigo.
           move lnk-res-nome to fol-nome.
           move lnk-res-bruto to fol-bruto.
           move lnk-res-inss to fol-inss.
           move lnk-res-irrf to fol-irrf.
           move lnk-res-liquido to fol-liquido.
           move spaces to fol-situacao.
           move lnk-res-data to fol-res-data.
           move lnk-res-motivo to fol-res-motivo.
           move lnk-res-saldo-salario to fol-res-saldo-salario.
           move lnk-res-13-proporc to fol-res-13-proporc.
           compute fol-res-ferias =
               lnk-res-ferias-venc + lnk-res-ferias-prop.
           move lnk-res-aviso to fol-res-aviso.
           move lnk-res-adiant-13 to fol-res-adiant-13.
           move lnk-res-multa-fgts to fol-res-multa-fgts.
           move lnk-res-operador to fol-res-operador.
           initialize fol-credito.
           write folhareg-reg
               invalid key
                   set lnk-res-erro to true
                   move 'RESCISAO NAO GRAVADA' to lnk-res-msg
                   go to 0800-GRAVAR-EXIT
           end-write.
      * SALDO DE FERIAS PAGO NA RESCISAO - OS PERIODOS SAEM DA LISTA
      * DE A VENCER.
           if wrk-sw-fer not = 'S'
               go to 0800-GRAVAR-EXIT
           end-if.
           move lnk-res-codigo to fer-codigo.
           move 0 to fer-aquis-inicio.
           start ferias key is greater ferias-chave
               invalid key
                   move '10' to wrk-fer-status
           end-start.
           if wrk-fer-status not = '10'
               read ferias next
                   at end move '10' to wrk-fer-status
               end-read
           end-if.
           perform until wrk-fer-status = '10'
                   or fer-codigo not = lnk-res-codigo
               move 'Q' to fer-situacao
               rewrite ferias-reg
               end-rewrite
               read ferias next
                   at end move '10' to wrk-fer-status
               end-read
           end-perform.
           move '00' to wrk-fer-status.
       0800-GRAVAR-EXIT.
           exit.

       0900-TERMO SECTION.
      * TERMO DE RESCISAO EM RESCISAO_<CODIGO>.TXT, PARA IMPRESSAO E
      * ASSINATURA.
           move spaces to wrk-arq-termo.
           string 'RESCISAO_' delimited by size
                  lnk-res-codigo delimited by size
                  '.TXT' delimited by size
             into wrk-arq-termo
           end-string.
           move wrk-arq-termo to lnk-res-arquivo.
           open output termo-out.
           if wrk-termo-status not = '00'
               move 'TERMO NAO EMITIDO' to lnk-res-msg
               go to 0900-TERMO-EXIT
           end-if.
           move 'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'
             to wrk-linha.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move spaces to wrk-linha.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'FUNCIONARIO........: ' delimited by size
                  lnk-res-codigo delimited by size
                  ' - ' delimited by size
                  lnk-res-nome delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'ADMISSAO...........: ' delimited by size
                  lnk-res-admissao delimited by size
                  '   DESLIGAMENTO: ' delimited by size
                  lnk-res-data delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move spaces to wrk-linha.
           string 'MOTIVO.............: ' delimited by size
                  wrk-motivo-tx delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move lnk-res-salario to wrk-valor-ed.
           move spaces to wrk-linha.
           string 'SALARIO BASE.......: ' delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move spaces to wrk-linha.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move lnk-res-saldo-salario to wrk-valor-ed.
           move spaces to wrk-linha.
           if wrk-mes-ja-pago
               string 'SALDO DE SALARIO...: ' delimited by size
                      wrk-valor-ed delimited by size
                      ' (MES JA PAGO NA FOLHA)' delimited by size
                 into wrk-linha
               end-string
           else
               string 'SALDO DE SALARIO...: ' delimited by size
                      wrk-valor-ed delimited by size
                      ' (' delimited by size
                      lnk-res-dias-saldo delimited by size
                      ' DIAS)' delimited by size
                 into wrk-linha
               end-string
           end-if.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move lnk-res-13-proporc to wrk-valor-ed.
           move spaces to wrk-linha.
           string '13O PROPORCIONAL...: ' delimited by size
                  wrk-valor-ed delimited by size
                  ' (' delimited by size
                  lnk-res-avos-13 delimited by size
                  '/12)' delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move lnk-res-ferias-venc to wrk-valor-ed.
           move spaces to wrk-linha.
           string 'FERIAS VENCIDAS+1/3: ' delimited by size
                  wrk-valor-ed delimited by size
                  ' (' delimited by size
                  lnk-res-dias-fer-venc delimited by size
                  ' DIAS)' delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move lnk-res-ferias-prop to wrk-valor-ed.
           move spaces to wrk-linha.
           string 'FERIAS PROPORC+1/3.: ' delimited by size
                  wrk-valor-ed delimited by size
                  ' (' delimited by size
                  lnk-res-avos-ferias delimited by size
                  '/12)' delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move lnk-res-aviso to wrk-valor-ed.
           move spaces to wrk-linha.
           string 'AVISO PREVIO INDEN.: ' delimited by size
                  wrk-valor-ed delimited by size
                  ' (' delimited by size
                  lnk-res-dias-aviso delimited by size
                  ' DIAS)' delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move lnk-res-bruto to wrk-valor-ed.
           move spaces to wrk-linha.
           string 'TOTAL BRUTO........: ' delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move lnk-res-inss to wrk-valor-ed.
           move spaces to wrk-linha.
           string 'INSS...............: -' delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move lnk-res-irrf to wrk-valor-ed.
           move spaces to wrk-linha.
           string 'IRRF...............: -' delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           if lnk-res-adiant-13 not = 0
               move lnk-res-adiant-13 to wrk-valor-ed
               move spaces to wrk-linha
               string 'ADIANTAMENTO 13O...: -' delimited by size
                      wrk-valor-ed delimited by size
                 into wrk-linha
               end-string
               perform 0980-LINHA thru 0980-LINHA-EXIT
           end-if.
           move lnk-res-liquido to wrk-valor-ed.
           move spaces to wrk-linha.
           string 'VALOR LIQUIDO......: ' delimited by size
                  wrk-valor-ed delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move spaces to wrk-linha.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           if lnk-res-multa-fgts not = 0
               move lnk-res-multa-fgts to wrk-valor-ed
               move spaces to wrk-linha
               string 'MULTA FGTS (CONTA VINCULADA): ' delimited by size
                      wrk-valor-ed delimited by size
                 into wrk-linha
               end-string
               perform 0980-LINHA thru 0980-LINHA-EXIT
           end-if.
           move spaces to wrk-linha.
           string 'CALCULADO POR ' delimited by size
                  lnk-res-operador delimited by size
             into wrk-linha
           end-string.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move spaces to wrk-linha.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move '______________________________    '
             & '______________________________' to wrk-linha.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           move '          EMPREGADOR                        '
             & 'EMPREGADO' to wrk-linha.
           perform 0980-LINHA thru 0980-LINHA-EXIT.
           close termo-out.
       0900-TERMO-EXIT.
           exit.

       0980-LINHA SECTION.
           move wrk-linha to termo-linha.
           write termo-reg.
       0980-LINHA-EXIT.
           exit.

       end program RESCALC.
