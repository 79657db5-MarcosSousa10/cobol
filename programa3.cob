           access mode is dynamic
           record key is folhamov-chave
           file status is wrk-mov-status.
      * FERIAS PROGRAMADAS NO FUNCION.COB - PAGAS (COM 1/3) NA FOLHA
      * DO MES EM QUE COMECAM; OS DIAS DE FERIAS SAEM DO SALARIO DO
      * MES EM QUE CAEM.
           select ferias assign to 'FERIAS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ferias-chave
           file status is wrk-fer-status.
      * DEPENDENTES DE IR (FUNCION.COB) - CADA UM EM VIGOR NA
      * COMPETENCIA TIRA O VALOR POR DEPENDENTE DA BASE DO IRRF.
           select dependentes assign to 'DEPENDENTES.DAT'
           organization is indexed
           access mode is dynamic
           record key is dependentes-chave
           file status is wrk-dep-status.
       data division.
       file section.
       FD calc-log.
       FD folhamov.
       COPY FOLHAMOV.

       FD ferias.
       COPY FERIAS.

       FD dependentes.
       COPY DEPENDEN.


       working-storage section.
       77 wrk-log-status pic x(02).
       77 wrk-sal-status pic x(02).
       77 wrk-competencia pic 9(06) value zeros.
       77 wrk-vigencia-limite pic 9(08) value zeros.
      * situacao do credito no banco do registro ja gravado (rerun
      * de competencia reaberta).
       77 wrk-sw-cred pic x(01) value 'N'.
       77 wrk-credito-ant pic x(11) value spaces.
       77 wrk-salario-vigente pic 9(06)v99 value zeros.
       77 wrk-sw-vigente pic x(01) value 'N'.
           88 wrk-achou-vigencia value 'S'.
       77 wrk-reg-status pic x(02).
       77 wrk-perfil pic x(01) value spaces.
       COPY SESSLNK.
      * A REABERTURA VIRA PEDIDO DE APROVACAO (APVGRAV), APLICADO SO
      * QUANDO OUTRO SUPERVISOR APROVA NO APROVMNT.COB.
       77 wrk-operador pic x(08) value spaces.
       77 wrk-motivo-reab pic x(60) value spaces.
       COPY APVLNK.
       77 wrk-sw-fechada pic x(01) value 'N'.
           88 wrk-competencia-fechada value 'S'.
       77 wrk-qt-reimpressos pic 9(04) value zeros.
       77 wrk-val-extras pic 9(07)v99 value zeros.
       77 wrk-desc-ed pic z.zzz.zz9,99 value zeros.
       77 wrk-extras-ed pic z.zzz.zz9,99 value zeros.
      * FERIAS DO MES: DIAS QUE CAEM NA COMPETENCIA (SAEM DO SALARIO)
      * E DIAS DAS FERIAS QUE COMECAM NELA (PAGOS AGORA, COM 1/3 -
      * EM DOBRO QUANDO COMECAM DEPOIS DO LIMITE DO PERIODO).
       77 wrk-fer-status pic x(02).
       77 wrk-sw-fer pic x(01) value 'N'.
       77 wrk-fer-dias-mes pic 9(03) value zeros.
       77 wrk-fer-dias-pagos pic 9(03) value zeros.
       77 wrk-desc-ferias pic 9(07)v99 value zeros.
       77 wrk-val-ferias pic 9(07)v99 value zeros.
       77 wrk-val-terco pic 9(07)v99 value zeros.
       77 wrk-val-parte pic 9(07)v99 value zeros.
       77 wrk-bruto-ferias pic s9(07)v99 value zeros.
       77 wrk-sw-dobro pic x(01) value 'N'.
       77 wrk-ix-gozo pic 9(01) value zeros.
       77 wrk-comp-dia-ini pic 9(07) value zeros.
       77 wrk-comp-dia-fim pic 9(07) value zeros.
       77 wrk-gozo-dia-ini pic 9(07) value zeros.
       77 wrk-gozo-dia-fim pic 9(07) value zeros.
       77 wrk-dia-de pic 9(07) value zeros.
       77 wrk-dia-ate pic 9(07) value zeros.
       77 wrk-prox-mes pic 9(08) value zeros.
       77 wrk-ferias-ed pic z.zzz.zz9,99 value zeros.
       77 wrk-terco-ed pic z.zzz.zz9,99 value zeros.
      * faixas progressivas de INSS (limite superior + aliquota) e de
      * IRRF (limite + aliquota + parcela a deduzir) - carregadas do
      * FOLHA_PARAMS.TXT; sem o arquivo, valem as faixas embutidas
      * abaixo (vigencia 2024).
       77 wrk-qt-inss pic 9(01) value zeros.
       77 wrk-qt-irrf pic 9(01) value zeros.
      * deducao por dependente na base do IRRF (linha tipo D do
      * FOLHA_PARAMS.TXT, valor na coluna da parcela a deduzir) e os
      * dependentes do funcionario em vigor na competencia.
       77 wrk-ded-dependente pic 9(05)v99 value zeros.
       77 wrk-dep-status pic x(02).
       77 wrk-sw-dep pic x(01) value 'N'.
       77 wrk-qt-dep pic 9(02) value zeros.
       77 wrk-val-dependentes pic 9(07)v99 value zeros.
       77 wrk-dep-ed pic z.zzz.zz9,99 value zeros.
       01 tab-inss.
           05 tab-inss-item occurs 8 times.
               10 tab-inss-limite   pic 9(07)v99.
       77 wrk-prestacao pic 9(09)v99 value zeros.
       77 wrk-juros-mes pic 9(09)v99 value zeros.
       77 wrk-amortizacao pic 9(09)v99 value zeros.
      * 13O SALARIO: ANO E PARCELA DA RODADA (1 = ADIANTAMENTO ATE
      * NOVEMBRO, 2 = FINAL EM DEZEMBRO), AVOS DO FUNCIONARIO (MES
      * COM 15 DIAS OU MAIS TRABALHADOS, DESCONTADAS AS FALTAS DO
      * FOLHAMOV) E OS VALORES DA PARCELA.
       77 wrk-ano-13 pic 9(04) value zeros.
       77 wrk-parcela-13 pic 9(01) value zeros.
       77 wrk-ultimo-mes pic 9(02) value zeros.
       77 wrk-mes-avo pic 9(02) value zeros.
       77 wrk-mes-folha pic 9(06) value zeros.
       77 wrk-adm-mes pic 9(06) value zeros.
       77 wrk-adm-dia pic 9(02) value zeros.
       77 wrk-dias-mes pic s9(03) value zeros.
       77 wrk-avos pic 9(02) value zeros.
       77 wrk-sw-mov pic x(01) value 'N'.
       77 wrk-salario-base pic 9(06)v99 value zeros.
       77 wrk-13-integral pic 9(06)v99 value zeros.
       77 wrk-adiantamento pic 9(06)v99 value zeros.
       77 wrk-13-liquido pic s9(07)v99 value zeros.
       77 wrk-integral-ed pic z.zzz.zz9,99 value zeros.
       77 wrk-adiant-ed pic z.zzz.zz9,99 value zeros.
       77 wrk-saldo pic s9(09)v99 value zeros.
       77 wrk-juros-total pic 9(09)v99 value zeros.
       77 wrk-prestacao-ed pic -zzz.zzz.zz9,99 value zeros.
               perform 0400-LOTE thru 0400-LOTE-EXIT
               go to 0300-final
           end-if.
      * 'DECIMO AAAA P' RODA A PARCELA P (1 OU 2) DO 13O DO ANO.
           if wrk-param-cmd(1:6) = 'DECIMO'
               if wrk-param-cmd(8:4) is numeric
                   move wrk-param-cmd(8:4) to wrk-ano-13
               end-if
               if wrk-param-cmd(13:1) is numeric
                   move wrk-param-cmd(13:1) to wrk-parcela-13
               end-if
               perform 0900-DECIMO thru 0900-DECIMO-EXIT
               go to 0300-final
           end-if.
           display "modo (1-calculadora 2-lote folha pagamento "
                   "3-reabrir competencia 4-reimprimir holerites "
                   "5-13o salario): ".
           accept wrk-modo.
           if wrk-modo = '2'
               display "competencia (AAAAMM, 0 = mes corrente): "
               perform 0800-REIMPRIMIR thru 0800-REIMPRIMIR-EXIT
               go to 0300-final
           end-if.
           if wrk-modo = '5'
               display "ano do 13o (AAAA, 0 = ano corrente): "
               accept wrk-ano-13
               display "parcela (1-adiantamento 2-final): "
               accept wrk-parcela-13
               perform 0900-DECIMO thru 0900-DECIMO-EXIT
               go to 0300-final
           end-if.
       0100-RECEBE SECTION.
           display "entre com a linha de dados :".
      *    accept wrk-entrada .
               accept wrk-data-ledger from date YYYYMMDD
               move wrk-data-ledger(1:6) to wrk-competencia
           end-if.
      * OS MESES 13 E 14 SAO AS PARCELAS DO 13O (MODO 5) E O 15 AS
      * RESCISOES (FUNCION.COB).
           if wrk-competencia(5:2) > 12 or wrk-competencia(5:2) = 0
               display "competencia " wrk-competencia " invalida - "
                       "13o salario e no modo 5, rescisao no "
                       "funcion"
               go to 0400-LOTE-EXIT
           end-if.
      * O SALARIO VIGENTE E O ULTIMO COM VIGENCIA DENTRO DA
      * COMPETENCIA.
           compute wrk-vigencia-limite = (wrk-competencia * 100) + 31.
           end-if.
           open input salhist.
           open input folhamov.
           open input ferias.
           move 'N' to wrk-sw-fer.
           if wrk-fer-status = '00'
               move 'S' to wrk-sw-fer
           end-if.
           perform 0436-ABRIR-DEPENDENTES
               thru 0436-ABRIR-DEPENDENTES-EXIT.
      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA, PARA OS DIAS DE FERIAS
      * QUE CAEM NELA.
           compute wrk-comp-dia-ini = function integer-of-date
               ((wrk-competencia * 100) + 1).
           if wrk-competencia(5:2) = '12'
               compute wrk-prox-mes =
                   ((wrk-competencia + 89) * 100) + 1
           else
               compute wrk-prox-mes = (wrk-competencia * 100) + 101
           end-if.
           compute wrk-comp-dia-fim =
               function integer-of-date(wrk-prox-mes) - 1.
           open output folha-lote-out.
           perform 0420-CARREGAR-PARAMS thru 0420-CARREGAR-PARAMS-EXIT.
           open output holerites-out.
               move func-salario to wrk-salario
               perform 0440-SALARIO-VIGENTE
                   thru 0440-SALARIO-VIGENTE-EXIT
               move wrk-salario to wrk-salario-base
               perform 0445-APLICAR-MOVIMENTOS
                   thru 0445-APLICAR-MOVIMENTOS-EXIT
               perform 0447-APLICAR-FERIAS
                   thru 0447-APLICAR-FERIAS-EXIT
               perform 0435-CONTAR-DEPENDENTES
                   thru 0435-CONTAR-DEPENDENTES-EXIT
               perform 0430-CALCULA-DESCONTOS
                   thru 0430-CALCULA-DESCONTOS-EXIT
               perform 0450-GRAVAR-HOLERITE
           close funcionarios.
           close salhist.
           close folhamov.
           if wrk-sw-fer = 'S'
               close ferias
           end-if.
           if wrk-sw-dep = 'S'
               close dependentes
           end-if.
           close folha-lote-out.
           close holerites-out.
      * FECHA A COMPETENCIA NO REGISTRO - A PROXIMA RODADA DO MESMO
       0445-APLICAR-MOVIMENTOS-EXIT.
           exit.

       0447-APLICAR-FERIAS SECTION.
      * SOBRE O SALARIO VIGENTE (ANTES DE FALTAS E EXTRAS): CADA DIA
      * DE FERIAS NO MES TIRA SALARIO/30 - NO MAXIMO 30 - E AS FERIAS
      * QUE COMECAM NO MES ENTRAM INTEIRAS (SALARIO/30 POR DIA) COM O
      * TERCO CONSTITUCIONAL. TUDO VAI PARA O BRUTO E PASSA PELAS
      * FAIXAS DE INSS/IRRF DO MES.
           move 0 to wrk-fer-dias-mes.
           move 0 to wrk-fer-dias-pagos.
           move 0 to wrk-desc-ferias.
           move 0 to wrk-val-ferias.
           move 0 to wrk-val-terco.
           move 'N' to wrk-sw-dobro.
           if wrk-sw-fer not = 'S'
               go to 0447-APLICAR-FERIAS-EXIT
           end-if.
           move wrk-codigo to fer-codigo.
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
                   or fer-codigo not = wrk-codigo
               perform varying wrk-ix-gozo from 1 by 1
                       until wrk-ix-gozo > fer-qt-gozos
                   perform 0448-PARTE-FERIAS
                       thru 0448-PARTE-FERIAS-EXIT
               end-perform
               read ferias next
                   at end move '10' to wrk-fer-status
               end-read
           end-perform.
           move '00' to wrk-fer-status.
           if wrk-fer-dias-mes = 0 and wrk-fer-dias-pagos = 0
               go to 0447-APLICAR-FERIAS-EXIT
           end-if.
           if wrk-fer-dias-mes > 30
               move 30 to wrk-fer-dias-mes
           end-if.
           compute wrk-desc-ferias rounded =
               (wrk-salario-base / 30) * wrk-fer-dias-mes.
           compute wrk-val-terco rounded = wrk-val-ferias / 3.
           compute wrk-bruto-ferias = wrk-salario - wrk-desc-ferias
               + wrk-val-ferias + wrk-val-terco.
           if wrk-bruto-ferias < 0
               move 0 to wrk-bruto-ferias
           end-if.
           move wrk-bruto-ferias to wrk-salario.
       0447-APLICAR-FERIAS-EXIT.
           exit.

       0448-PARTE-FERIAS SECTION.
           if fer-gozo-dias(wrk-ix-gozo) = 0
               go to 0448-PARTE-FERIAS-EXIT
           end-if.
           compute wrk-gozo-dia-ini = function integer-of-date
               (fer-gozo-inicio(wrk-ix-gozo)).
           compute wrk-gozo-dia-fim =
               wrk-gozo-dia-ini + fer-gozo-dias(wrk-ix-gozo) - 1.
      * PARTE QUE COMECA NA COMPETENCIA: PAGA AGORA.
           if fer-gozo-inicio(wrk-ix-gozo)(1:6) = wrk-competencia
               compute wrk-val-parte rounded =
                   (wrk-salario-base / 30) * fer-gozo-dias(wrk-ix-gozo)
               if fer-limite-gozo > 0
                  and fer-gozo-inicio(wrk-ix-gozo) > fer-limite-gozo
                   compute wrk-val-parte = wrk-val-parte * 2
                   move 'S' to wrk-sw-dobro
               end-if
               add wrk-val-parte to wrk-val-ferias
               add fer-gozo-dias(wrk-ix-gozo) to wrk-fer-dias-pagos
           end-if.
      * DIAS DA PARTE DENTRO DA COMPETENCIA.
           move wrk-gozo-dia-ini to wrk-dia-de.
           if wrk-comp-dia-ini > wrk-dia-de
               move wrk-comp-dia-ini to wrk-dia-de
           end-if.
           move wrk-gozo-dia-fim to wrk-dia-ate.
           if wrk-comp-dia-fim < wrk-dia-ate
               move wrk-comp-dia-fim to wrk-dia-ate
           end-if.
           if wrk-dia-ate not < wrk-dia-de
               compute wrk-fer-dias-mes =
                   wrk-fer-dias-mes + wrk-dia-ate - wrk-dia-de + 1
           end-if.
       0448-PARTE-FERIAS-EXIT.
           exit.

       0460-CHECAR-FECHAMENTO SECTION.
      * O MARCADOR (FUNCIONARIO 0000) DIZ SE A COMPETENCIA JA FOI
      * FECHADA - 'R' (REABERTA POR SUPERVISOR) DEIXA RODAR DE NOVO.

       0470-GRAVAR-REGISTRO SECTION.
      * LINHA DA FOLHA FECHADA DO FUNCIONARIO CORRENTE - RERUN DE
      * COMPETENCIA REABERTA REGRAVA A MESMA CHAVE, MAS MANTEM A
      * SITUACAO DO CREDITO NO BANCO (FOLHABCO.COB), PARA UM LIQUIDO
      * JA CREDITADO NAO SAIR DE NOVO.
           move wrk-competencia to fol-competencia.
           move wrk-codigo to fol-codigo.
           move 'N' to wrk-sw-cred.
           read folhareg key is folhareg-chave
               invalid key
                   continue
               not invalid key
                   move fol-credito to wrk-credito-ant
                   move 'S' to wrk-sw-cred
           end-read.
           move wrk-competencia to fol-competencia.
           move wrk-codigo to fol-codigo.
           move wrk-nome to fol-nome.
           move wrk-irrf to fol-irrf.
           move wrk-liquido to fol-liquido.
           move spaces to fol-situacao.
           initialize fol-rescisao.
           initialize fol-credito.
           if wrk-sw-cred = 'S'
               move wrk-credito-ant to fol-credito
           end-if.
           write folhareg-reg
               invalid key
                   rewrite folhareg-reg
           move 0 to fol-irrf.
           move 0 to fol-liquido.
           move 'F' to fol-situacao.
           initialize fol-rescisao.
           initialize fol-credito.
           write folhareg-reg
               invalid key
                   rewrite folhareg-reg

       0700-REABRIR SECTION.
      * REABERTURA DE COMPETENCIA FECHADA - SO SUPERVISOR ASSINADO
      * (SESSAO.TXT DO MENU.COB) PEDE, COM MOTIVO, E O MARCADOR SO
      * VOLTA A 'R' QUANDO OUTRO SUPERVISOR APROVA O PEDIDO NO
      * APROVMNT.COB.
           perform 0750-LER-PERFIL thru 0750-LER-PERFIL-EXIT.
           if wrk-perfil not = 'S'
               display "somente supervisor reabre competencia"
           end-if.
           display "competencia a reabrir (AAAAMM): ".
           accept wrk-competencia.
           open input folhareg.
           if wrk-reg-status not = '00'
               display "registro de folha indisponivel"
               go to 0700-REABRIR-EXIT
                   close folhareg
                   go to 0700-REABRIR-EXIT
           end-read.
           close folhareg.
           if not fol-fechada
               display "competencia " wrk-competencia
                       " ja esta reaberta"
               go to 0700-REABRIR-EXIT
           end-if.
           display "motivo da reabertura: ".
           move spaces to wrk-motivo-reab.
           accept wrk-motivo-reab.
           if wrk-motivo-reab = spaces
               display "motivo obrigatorio - reabertura recusada"
               go to 0700-REABRIR-EXIT
           end-if.
           move 'REABRFOLHA' to lnk-apv-operacao.
           move wrk-competencia to lnk-apv-alvo.
           move 0 to lnk-apv-valor-antes.
           move 0 to lnk-apv-valor-depois.
           move spaces to lnk-apv-antes.
           move spaces to lnk-apv-depois.
           move wrk-motivo-reab to lnk-apv-motivo.
           move wrk-operador to lnk-apv-solicitante.
           call 'APVGRAV' using lnk-apv-area.
           evaluate true
               when lnk-apv-gravada
                   display "reabertura pedida (pedido " lnk-apv-numero
                           ") - aguarda aprovacao de outro supervisor"
               when lnk-apv-ja-pendente
                   display "ja ha pedido de reabertura pendente: "
                           lnk-apv-numero
               when other
                   display "pedido de aprovacao nao gravado"
           end-evaluate.
       0700-REABRIR-EXIT.
           exit.

       0750-LER-PERFIL SECTION.
      * OPERADOR E PERFIL DA SESSAO DO TERMINAL CORRENTE (SESSLER).
           move spaces to wrk-perfil.
           move 'AVULSO' to wrk-operador.
           call 'SESSLER' using lnk-sessao-area.
           if lnk-sessao-achada
               move lnk-ses-perfil to wrk-perfil
               move lnk-ses-operador to wrk-operador
           end-if.
       0750-LER-PERFIL-EXIT.
           exit.
       0800-REIMPRIMIR-EXIT.
           exit.

       0900-DECIMO SECTION.
      * 13O SALARIO DOS FUNCIONARIOS ATIVOS, NO MESMO ESQUEMA DA
      * FOLHA MENSAL: SALARIO VIGENTE DO SALHIST NO FIM DO PERIODO,
      * HOLERITES EM HOLERITES.TXT, UM REGISTRO POR FUNCIONARIO EM
      * FOLHAREG.DAT NA COMPETENCIA AAAA13 (1A PARCELA) OU AAAA14 (2A)
      * E O MARCADOR DE FECHAMENTO CONTRA RODADA EM DOBRO.
           if wrk-ano-13 = 0
               accept wrk-data-ledger from date YYYYMMDD
               move wrk-data-ledger(1:4) to wrk-ano-13
           end-if.
           if wrk-parcela-13 not = 1 and wrk-parcela-13 not = 2
               display "parcela do 13o invalida - use 1 ou 2"
               go to 0900-DECIMO-EXIT
           end-if.
           compute wrk-competencia =
               (wrk-ano-13 * 100) + 12 + wrk-parcela-13.
      * A 1A PARCELA CONTA OS AVOS E O SALARIO ATE NOVEMBRO; A 2A, O
      * ANO INTEIRO.
           if wrk-parcela-13 = 1
               move 11 to wrk-ultimo-mes
               compute wrk-vigencia-limite = (wrk-ano-13 * 10000) + 1130
           else
               move 12 to wrk-ultimo-mes
               compute wrk-vigencia-limite = (wrk-ano-13 * 10000) + 1231
           end-if.
           move 0 to wrk-qt-lote.
           open i-o folhareg.
           if wrk-reg-status = '35'
               open output folhareg
               close folhareg
               open i-o folhareg
           end-if.
           perform 0460-CHECAR-FECHAMENTO
               thru 0460-CHECAR-FECHAMENTO-EXIT.
           if wrk-competencia-fechada
               display "13o " wrk-ano-13 " parcela " wrk-parcela-13
                       " ja fechado - reabertura so por supervisor "
                       "(modo 3, competencia " wrk-competencia ")"
               close folhareg
               go to 0900-DECIMO-EXIT
           end-if.
           open input funcionarios.
           if wrk-lote-status not = '00'
               display "cadastro de funcionarios nao encontrado"
               close folhareg
               go to 0900-DECIMO-EXIT
           end-if.
           open input salhist.
           open input folhamov.
           move 'N' to wrk-sw-mov.
           if wrk-mov-status = '00'
               move 'S' to wrk-sw-mov
           end-if.
           perform 0436-ABRIR-DEPENDENTES
               thru 0436-ABRIR-DEPENDENTES-EXIT.
           perform 0420-CARREGAR-PARAMS thru 0420-CARREGAR-PARAMS-EXIT.
           open output holerites-out.
           move 0 to func-codigo.
           start funcionarios key is greater funcionarios-chave
               invalid key
                   move '10' to wrk-lote-status
           end-start.
           if wrk-lote-status not = '10'
               perform 0410-LOTE-LER
           end-if.
           perform until wrk-lote-status = '10'
               if not func-sit-inativo
                   perform 0910-DECIMO-FUNCIONARIO
                       thru 0910-DECIMO-FUNCIONARIO-EXIT
               end-if
               perform 0410-LOTE-LER
           end-perform.
           close funcionarios.
           close salhist.
           close folhamov.
           if wrk-sw-dep = 'S'
               close dependentes
           end-if.
           close holerites-out.
           perform 0480-FECHAR-COMPETENCIA
               thru 0480-FECHAR-COMPETENCIA-EXIT.
           close folhareg.
           display "13o salario " wrk-ano-13 " parcela "
                   wrk-parcela-13 " (competencia " wrk-competencia
                   ")".
           display "funcionarios processados: " wrk-qt-lote.
       0900-DECIMO-EXIT.
           exit.

       0910-DECIMO-FUNCIONARIO SECTION.
           if func-admissao(1:4) > wrk-ano-13
               go to 0910-DECIMO-FUNCIONARIO-EXIT
           end-if.
           move func-codigo  to wrk-codigo.
           move func-nome    to wrk-nome.
           move func-salario to wrk-salario.
           perform 0440-SALARIO-VIGENTE
               thru 0440-SALARIO-VIGENTE-EXIT.
           move wrk-salario to wrk-salario-base.
           perform 0920-CONTAR-AVOS thru 0920-CONTAR-AVOS-EXIT.
           if wrk-avos = 0
               go to 0910-DECIMO-FUNCIONARIO-EXIT
           end-if.
           compute wrk-13-integral rounded =
               (wrk-salario-base * wrk-avos) / 12.
           move 0 to wrk-adiantamento.
           if wrk-parcela-13 = 1
      * ADIANTAMENTO: METADE DO 13O PROPORCIONAL, SEM DESCONTO.
               compute wrk-salario rounded = wrk-13-integral / 2
               move 0 to wrk-inss
               move 0 to wrk-irrf
               move 0 to wrk-base-irrf
               move 0 to wrk-qt-dep
               move 0 to wrk-val-dependentes
               move wrk-salario to wrk-liquido
           else
      * FINAL: INSS E IRRF SOBRE O 13O INTEIRO; O LIQUIDO DESCONTA O
      * ADIANTAMENTO JA PAGO. O REGISTRO GUARDA COMO BRUTO SO O QUE
      * FALTAVA (INTEIRO MENOS ADIANTAMENTO), PARA AS DUAS PARCELAS
      * SOMAREM O 13O.
               perform 0930-ADIANTAMENTO thru 0930-ADIANTAMENTO-EXIT
               move wrk-13-integral to wrk-salario
               perform 0435-CONTAR-DEPENDENTES
                   thru 0435-CONTAR-DEPENDENTES-EXIT
               perform 0430-CALCULA-DESCONTOS
                   thru 0430-CALCULA-DESCONTOS-EXIT
               compute wrk-13-liquido = wrk-13-integral
                   - wrk-adiantamento - wrk-inss - wrk-irrf
               if wrk-13-liquido < 0
                   move 0 to wrk-13-liquido
               end-if
               move wrk-13-liquido to wrk-liquido
               compute wrk-salario =
                   wrk-13-integral - wrk-adiantamento
           end-if.
           perform 0950-HOLERITE-DECIMO thru 0950-HOLERITE-DECIMO-EXIT.
           perform 0470-GRAVAR-REGISTRO
               thru 0470-GRAVAR-REGISTRO-EXIT.
           add 1 to wrk-qt-lote.
       0910-DECIMO-FUNCIONARIO-EXIT.
           exit.

       0920-CONTAR-AVOS SECTION.
      * UM AVO POR MES COM 15 DIAS OU MAIS TRABALHADOS: MES
      * COMERCIAL DE 30 DIAS, O DA ADMISSAO CONTADO DO DIA DELA, E
      * AS FALTAS LANCADAS NO FOLHAMOV DO MES DESCONTADAS.
           move 0 to wrk-avos.
           move func-admissao(1:6) to wrk-adm-mes.
           move func-admissao(7:2) to wrk-adm-dia.
           perform varying wrk-mes-avo from 1 by 1
                   until wrk-mes-avo > wrk-ultimo-mes
               perform 0925-AVO-MES thru 0925-AVO-MES-EXIT
           end-perform.
       0920-CONTAR-AVOS-EXIT.
           exit.

       0925-AVO-MES SECTION.
           compute wrk-mes-folha = (wrk-ano-13 * 100) + wrk-mes-avo.
           if wrk-mes-folha < wrk-adm-mes
               go to 0925-AVO-MES-EXIT
           end-if.
           move 30 to wrk-dias-mes.
           if wrk-mes-folha = wrk-adm-mes
               compute wrk-dias-mes = 31 - wrk-adm-dia
           end-if.
           if wrk-sw-mov = 'S'
               move wrk-mes-folha to mov-competencia
               move wrk-codigo to mov-codigo
               read folhamov key is folhamov-chave
                   invalid key
                       continue
                   not invalid key
                       subtract mov-faltas-dias from wrk-dias-mes
               end-read
           end-if.
           if wrk-dias-mes not < 15
               add 1 to wrk-avos
           end-if.
       0925-AVO-MES-EXIT.
           exit.

       0930-ADIANTAMENTO SECTION.
      * O QUE FOI PAGO NA 1A PARCELA DO MESMO ANO (SEM DESCONTO, O
      * LIQUIDO E O PROPRIO ADIANTAMENTO).
           compute fol-competencia = (wrk-ano-13 * 100) + 13.
           move wrk-codigo to fol-codigo.
           read folhareg key is folhareg-chave
               invalid key
                   move 0 to wrk-adiantamento
               not invalid key
                   move fol-liquido to wrk-adiantamento
           end-read.
       0930-ADIANTAMENTO-EXIT.
           exit.

       0950-HOLERITE-DECIMO SECTION.
           move spaces to hol-linha.
           string 'HOLERITE ' delimited by size
                  wrk-codigo  delimited by size
                  ' - '       delimited by size
                  wrk-nome    delimited by size
             into hol-linha
           end-string.
           write holerites-reg.
           move spaces to hol-linha.
           if wrk-parcela-13 = 1
               string '13O SALARIO ' delimited by size
                      wrk-ano-13 delimited by size
                      ' - 1A PARCELA (ADIANTAMENTO)' delimited by size
                 into hol-linha
               end-string
           else
               string '13O SALARIO ' delimited by size
                      wrk-ano-13 delimited by size
                      ' - 2A PARCELA' delimited by size
                 into hol-linha
               end-string
           end-if.
           write holerites-reg.
           move wrk-salario-base to wrk-salario-ed.
           move spaces to hol-linha.
           string 'SALARIO BASE.......: ' delimited by size
                  wrk-salario-ed delimited by size
             into hol-linha
           end-string.
           write holerites-reg.
           move wrk-13-integral to wrk-integral-ed.
           move spaces to hol-linha.
           string '13O INTEGRAL (' delimited by size
                  wrk-avos delimited by size
                  '/12): ' delimited by size
                  wrk-integral-ed delimited by size
             into hol-linha
           end-string.
           write holerites-reg.
           if wrk-parcela-13 = 1
               move wrk-liquido to wrk-liquido-ed
               move spaces to hol-linha
               string 'ADIANTAMENTO (50%).: ' delimited by size
                      wrk-liquido-ed delimited by size
                 into hol-linha
               end-string
               write holerites-reg
               move 'SEM DESCONTOS NA 1A PARCELA' to hol-linha
               write holerites-reg
           else
               move wrk-inss to wrk-inss-ed
               move wrk-13-integral to wrk-base-ed
               move spaces to hol-linha
               string 'INSS (BASE ' delimited by size
                      wrk-base-ed delimited by size
                      ' PROGRESSIVO): ' delimited by size
                      wrk-inss-ed delimited by size
                 into hol-linha
               end-string
               write holerites-reg
               perform 0465-LINHA-DEPENDENTES
                   thru 0465-LINHA-DEPENDENTES-EXIT
               move wrk-irrf to wrk-irrf-ed
               move wrk-base-irrf to wrk-base-ed
               perform 0460-ALIQUOTA-IRRF thru 0460-ALIQUOTA-IRRF-EXIT
               move spaces to hol-linha
               string 'IRRF (BASE ' delimited by size
                      wrk-base-ed delimited by size
                      ' ALIQ ' delimited by size
                      wrk-aliquota-ed delimited by size
                      '%): ' delimited by size
                      wrk-irrf-ed delimited by size
                 into hol-linha
               end-string
               write holerites-reg
               move wrk-adiantamento to wrk-adiant-ed
               move spaces to hol-linha
               string 'ADIANTAMENTO PAGO..: -' delimited by size
                      wrk-adiant-ed delimited by size
                 into hol-linha
               end-string
               write holerites-reg
           end-if.
           move wrk-liquido to wrk-liquido-ed.
           move spaces to hol-linha.
           string 'VALOR LIQUIDO......: ' delimited by size
                  wrk-liquido-ed delimited by size
             into hol-linha
           end-string.
           write holerites-reg.
           move spaces to hol-linha.
           write holerites-reg.
       0950-HOLERITE-DECIMO-EXIT.
           exit.

       0440-SALARIO-VIGENTE SECTION.
      * PROCURA NO HISTORICO O ULTIMO SALARIO COM VIGENCIA ATE O FIM
      * DA COMPETENCIA - FUNCIONARIO SEM HISTORICO (CADASTRO ANTIGO)
      * FOLHA NUNCA RODAR SEM TABELA.
           move 0 to wrk-qt-inss.
           move 0 to wrk-qt-irrf.
           move 0 to wrk-ded-dependente.
           open input folha-params.
           if wrk-par-status = '00'
               perform until wrk-par-status = '10'
                               move par-aliquota to
                                   tab-inss-aliquota(wrk-qt-inss)
                           end-if
                           if par-tipo = 'D'
                               move par-deducao to wrk-ded-dependente
                           end-if
                           if par-tipo = 'R' and wrk-qt-irrf < 8
                               add 1 to wrk-qt-irrf
                               move par-limite to
               move 27,50 to tab-irrf-aliquota(5)
               move 896,00 to tab-irrf-deducao(5)
           end-if.
           if wrk-ded-dependente = 0
               move 189,59 to wrk-ded-dependente
           end-if.
       0420-CARREGAR-PARAMS-EXIT.
           exit.

       0430-CALCULA-DESCONTOS SECTION.
      * INSS PROGRESSIVO: CADA FAIXA DESCONTA A SUA ALIQUOTA SOBRE A
      * FATIA DO SALARIO DENTRO DELA, ATE O TETO DA ULTIMA FAIXA.
      * IRRF: ALIQUOTA DA FAIXA SOBRE A BASE (SALARIO - INSS -
      * DEPENDENTES, VER 0435) MENOS A PARCELA A DEDUZIR. SUBSTITUI
      * O DESCONTO CHAPADO DE 10% QUE NAO BATIA COM O CONTRACHEQUE DE
      * NINGUEM.
           move 0 to wrk-inss.
           move 0 to wrk-faixa-base.
           perform varying wrk-ix-faixa from 1 by 1
                    tab-inss-aliquota(wrk-ix-faixa)) / 100
               move tab-inss-limite(wrk-ix-faixa) to wrk-faixa-base
           end-perform.
           compute wrk-base-irrf =
               wrk-salario - wrk-inss - wrk-val-dependentes.
           if wrk-base-irrf < 0
               move 0 to wrk-base-irrf
           end-if.
       0430-CALCULA-DESCONTOS-EXIT.
           exit.

       0435-CONTAR-DEPENDENTES SECTION.
      * DEPENDENTES DO FUNCIONARIO EM VIGOR NO MES DE
      * WRK-VIGENCIA-LIMITE (FIM DA COMPETENCIA OU DO ANO DO 13O) E A
      * DEDUCAO QUE ELES DAO NA BASE DO IRRF.
           move 0 to wrk-qt-dep.
           move 0 to wrk-val-dependentes.
           if wrk-sw-dep not = 'S'
               go to 0435-CONTAR-DEPENDENTES-EXIT
           end-if.
           move wrk-codigo to dep-codigo.
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
                   or dep-codigo not = wrk-codigo
               if dep-vigencia(1:6) not > wrk-vigencia-limite(1:6)
                  and (dep-vigencia-fim = 0
                   or dep-vigencia-fim(1:6) not <
                      wrk-vigencia-limite(1:6))
                   add 1 to wrk-qt-dep
               end-if
               read dependentes next
                   at end move '10' to wrk-dep-status
               end-read
           end-perform.
           move '00' to wrk-dep-status.
           compute wrk-val-dependentes =
               wrk-qt-dep * wrk-ded-dependente.
       0435-CONTAR-DEPENDENTES-EXIT.
           exit.

       0436-ABRIR-DEPENDENTES SECTION.
      * SEM DEPENDENTES.DAT A FOLHA RODA SEM DEDUCAO, COMO ANTES.
           open input dependentes.
           move 'N' to wrk-sw-dep.
           if wrk-dep-status = '00'
               move 'S' to wrk-sw-dep
           end-if.
       0436-ABRIR-DEPENDENTES-EXIT.
           exit.

       0450-GRAVAR-HOLERITE SECTION.
      * BLOCO DE HOLERITE DO FUNCIONARIO: BRUTO, CADA DESCONTO COM
      * BASE E ALIQUOTA DA FAIXA FINAL, E O LIQUIDO.
               end-string
               write holerites-reg
           end-if.
      * FERIAS: DIAS DO MES FORA DO SALARIO E AS FERIAS QUE COMECAM
      * NO MES COM O TERCO - O BRUTO ACIMA JA AS CARREGA.
           if wrk-fer-dias-mes not = 0
               move wrk-desc-ferias to wrk-desc-ed
               move spaces to hol-linha
               string 'DIAS EM FERIAS (' delimited by size
                      wrk-fer-dias-mes delimited by size
                      '): -' delimited by size
                      wrk-desc-ed delimited by size
                 into hol-linha
               end-string
               write holerites-reg
           end-if.
           if wrk-fer-dias-pagos not = 0
               move wrk-val-ferias to wrk-ferias-ed
               move spaces to hol-linha
               if wrk-sw-dobro = 'S'
                   string 'FERIAS (' delimited by size
                          wrk-fer-dias-pagos delimited by size
                          ' DIAS, EM DOBRO): ' delimited by size
                          wrk-ferias-ed delimited by size
                     into hol-linha
                   end-string
               else
                   string 'FERIAS (' delimited by size
                          wrk-fer-dias-pagos delimited by size
                          ' DIAS)....: ' delimited by size
                          wrk-ferias-ed delimited by size
                     into hol-linha
                   end-string
               end-if
               write holerites-reg
               move wrk-val-terco to wrk-terco-ed
               move spaces to hol-linha
               string '1/3 DE FERIAS......: ' delimited by size
                      wrk-terco-ed delimited by size
                 into hol-linha
               end-string
               write holerites-reg
           end-if.
           move wrk-inss to wrk-inss-ed.
           move wrk-salario to wrk-base-ed.
           move spaces to hol-linha.
             into hol-linha
           end-string.
           write holerites-reg.
           perform 0465-LINHA-DEPENDENTES
               thru 0465-LINHA-DEPENDENTES-EXIT.
           move wrk-irrf to wrk-irrf-ed.
           move wrk-base-irrf to wrk-base-ed.
           perform 0460-ALIQUOTA-IRRF thru 0460-ALIQUOTA-IRRF-EXIT.
       0460-ALIQUOTA-IRRF-EXIT.
           exit.

       0465-LINHA-DEPENDENTES SECTION.
      * DEDUCAO DE DEPENDENTES NA BASE DO IRRF, QUANDO HA.
           if wrk-qt-dep = 0
               go to 0465-LINHA-DEPENDENTES-EXIT
           end-if.
           move wrk-val-dependentes to wrk-dep-ed.
           move spaces to hol-linha.
           string 'DEPENDENTES IR (' delimited by size
                  wrk-qt-dep delimited by size
                  '): -' delimited by size
                  wrk-dep-ed delimited by size
                  ' NA BASE DO IRRF' delimited by size
             into hol-linha
           end-string.
           write holerites-reg.
       0465-LINHA-DEPENDENTES-EXIT.
           exit.

       0410-LOTE-LER SECTION.
           read funcionarios next
               at end
