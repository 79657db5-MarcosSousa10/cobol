      *            RETURN-CODE DIFERENTE DE ZERO PARA A CADEIA. O
      *            RELATORIO CONSOLIDADO (PASSO, INICIO/FIM,
      *            REGISTROS NO ARQUIVO DE SAIDA, RESULTADO) SAI EM
      *            NOTURNO_RELATORIO.TXT. OS PASSOS MENSAIS
      *            (EXTRATO CONTABIL, COMISSOES, FECHAMENTO DA
      *            AUDITORIA) SO RODAM NO ULTIMO DIA UTIL DO MES,
      *            PELO CALENDARIO DE FERIADOS (DIAUTIL).
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER PIC X(100) VALUE
              'programa4.exe TURMA                     BOLETIM_LOG.TXT
      -       ''.
      * O EXTRATO DA CONTABILIDADE E MENSAL - SO NO ULTIMO DIA UTIL.
           05 FILLER PIC X(100) VALUE
              'ctbextr.exe                             CTB_EXTRATO.TXT
      -       ''.
           05 FILLER PIC X(100) VALUE
              'inadimpl.exe                            INADIMPL_RELATO
      -       'RIO.TXT'.
      * ACORDOS DE RENEGOCIACAO COM PARCELA MUITO ATRASADA SAO
      * ROMPIDOS E LISTADOS PARA A COBRANCA; OS PAGOS, QUITADOS.
           05 FILLER PIC X(100) VALUE
              'acordven.exe                            ACORDOS_ROMPIDO
      -       'S.TXT'.
      * A REVISAO DE LIMITES (SO NO DIA DO MES DO PARAMETRO) VEM
      * DEPOIS DA INADIMPLENCIA PARA PEGAR O BLOQUEIO DA NOITE.
           05 FILLER PIC X(100) VALUE
              'credrev.exe MENSAL                      LIMITE_PROPOSTA
      -       'S.TXT'.
      * OS PEDIDOS DOS CONTRATOS SAEM DEPOIS DA INADIMPLENCIA, PARA
      * O BLOQUEIO DA NOITE JA VALER NA GERACAO.
           05 FILLER PIC X(100) VALUE
              'contger.exe                             CONTRATOS_NOITE
      -       '.TXT'.
      * COMISSOES DO MES EM DISCO, NO ULTIMO DIA UTIL, DEPOIS DOS
      * PEDIDOS DOS CONTRATOS.
           05 FILLER PIC X(100) VALUE
              'comissao.exe MENSAL                     COMISSAO.TXT'.
      * O AVISO DE LOTES A VENCER SO EMITE NO DIA DA SEMANA DO
      * PARAMETRO - NOS OUTROS DIAS O PASSO TERMINA OK SEM LISTA.
           05 FILLER PIC X(100) VALUE
              'lotevenc.exe SEMANAL                    LOTES_VENCER.TX
      -       'T'.
      * PERIODOS DE FERIAS DOS FUNCIONARIOS ATUALIZADOS ATE HOJE E A
      * LISTA DE QUEM ESTA PERTO DO LIMITE PARA COMECAR A GOZAR.
           05 FILLER PIC X(100) VALUE
              'ferias.exe                              FERIAS_VENCER.T
      -       'XT'.
      * O CATALOGO DO SITE SAI DEPOIS DOS CONTRATOS, QUE RESERVAM
      * ESTOQUE - O SALDO MANDADO JA DESCONTA OS PEDIDOS DA NOITE.
           05 FILLER PIC X(100) VALUE
              'catexp.exe                              CATALOGO_SITE.T
      -       'XT'.
      * OS PONTOS DE FIDELIDADE VENCIDOS EXPIRAM TODA NOITE; O
      * EXTRATO DE PONTOS A VENCER PARA A MALA DIRETA SO SAI NO DIA
      * DO MES DO PARAMETRO.
           05 FILLER PIC X(100) VALUE
              'pontvenc.exe MENSAL                     PONTOS_EXPIRADO
      -       'S.TXT'.
      * CHAMADOS DE ATENDIMENTO FORA DO PRAZO, POR OPERADOR, PARA
      * A COBRANCA DA MANHA.
           05 FILLER PIC X(100) VALUE
              'sacsla.exe                              SAC_VENCIDOS.TX
      -       'T'.
      * EVENTOS DE RASTREIO DO DIA DAS TRANSPORTADORAS - DATAS DE
      * ENVIO E ENTREGA E A LISTA DE EXCECOES E EXTRAVIOS.
           05 FILLER PIC X(100) VALUE
              'rastimp.exe HOJE                        RASTREIO_OCORRE
      -       'NCIAS.TXT'.
      * FECHAMENTO MENSAL DA AUDITORIA NO ULTIMO DIA UTIL, ANTES DO
      * BACKUP - O AUDITORIA_AAAAMM.TXT JA VAI NA COPIA DA NOITE.
           05 FILLER PIC X(100) VALUE
              'audcons.exe FECHAR                      '.
           05 FILLER PIC X(100) VALUE
              'clibkp.exe BACKUP                       '.
      * A CHECAGEM DE INTEGRIDADE RODA DEPOIS DO BACKUP - ORFAO
              'limpeza.exe                             LIMPEZA_RELATOR
      -       'IO.TXT'.
       01 TAB-PASSOS REDEFINES TAB-PASSOS-DADOS.
           05 TAB-PASSO-ITEM OCCURS 22 TIMES.
               10 TAB-PASSO-COMANDO PIC X(40).
               10 TAB-PASSO-SAIDA   PIC X(60).
      * PASSOS CUJO ARQUIVO DE SAIDA E ACUMULATIVO (OPEN EXTEND) SO
      * CONTAM AS LINHAS DATADAS DE HOJE - O BOLETIM_LOG.TXT DO PASSO
      * 5 GUARDA O HISTORICO INTEIRO; OS DEMAIS REGRAVAM POR RODADA.
       01 TAB-FILTROS-DADOS.
           05 FILLER PIC X(22) VALUE 'NNNNDNNNNNNNNNNNNNNNNN'.
       01 TAB-FILTROS REDEFINES TAB-FILTROS-DADOS.
           05 TAB-PASSO-FILTRO OCCURS 22 TIMES PIC X(01).
      * QUANDO CADA PASSO RODA: 'D' TODA NOITE, 'M' SO NO ULTIMO DIA
      * UTIL DO MES (NOS OUTROS DIAS SAI NO RELATORIO COMO PULADO).
       01 TAB-CALENDARIO-DADOS.
           05 FILLER PIC X(22) VALUE 'DDDDDMDDDDDMDDDDDDMDDD'.
       01 TAB-CALENDARIO REDEFINES TAB-CALENDARIO-DADOS.
           05 TAB-PASSO-CALEND OCCURS 22 TIMES PIC X(01).
       77 WRK-DATA-TEXTO   PIC X(08) VALUE SPACES.
       77 WRK-IX-PASSO     PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PASSOS    PIC 9(02) VALUE 22.
       77 WRK-HORA-INI     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-LINHAS    PIC 9(07) VALUE ZEROS.
       77 WRK-SW-RESUME    PIC X(01) VALUE 'N'.
           88 WRK-EXECUCAO-RETOMADA VALUE 'S'.
       01 TAB-PASSOS-OK.
           05 TAB-PASSO-OK OCCURS 22 TIMES PIC X(01).
      * COMUNICADO AUTOMATICO DE PASSO FALHADO - EXPIRA EM DOIS DIAS
      * PARA NAO VIRAR RUIDO PERMANENTE NO SIGN-ON.
       77 MENSAGENS-STATUS PIC X(02).
       77 WRK-RC-PASSO     PIC S9(04) VALUE ZEROS.
       77 WRK-DIAS-EXPIRA  PIC 9(07) VALUE ZEROS.
      * HOJE E O ULTIMO DIA UTIL DO MES? DECIDE OS PASSOS 'M'.
       77 WRK-SW-FIM-MES   PIC X(01) VALUE 'N'.
           88 WRK-ULTIMO-DIA-UTIL VALUE 'S'.
       COPY DIAUTLNK.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
                END-STRING
            END-IF.
            WRITE RELATORIO-REG.
            MOVE 'N' TO WRK-SW-FIM-MES.
            MOVE 'U' TO LNK-DUT-OP.
            MOVE WRK-DATA-HOJE TO LNK-DUT-DATA.
            CALL 'DIAUTIL' USING LNK-DUT-AREA.
            IF LNK-DUT-DIA-UTIL
               AND LNK-DUT-RESULTADO = WRK-DATA-HOJE
                SET WRK-ULTIMO-DIA-UTIL TO TRUE
                MOVE 'ULTIMO DIA UTIL DO MES - PASSOS MENSAIS INCLUIDOS'
                  TO REL-LINHA
                WRITE RELATORIO-REG
            END-IF.
            MOVE 'N' TO WRK-SW-PAROU.
            PERFORM 2000-RODAR-PASSO THRU 2000-FIM
                VARYING WRK-IX-PASSO FROM 1 BY 1
                WRITE RELATORIO-REG
                GO TO 2000-FIM
            END-IF.
      * PASSO MENSAL FORA DO ULTIMO DIA UTIL NAO E FALHA - SO ANOTA.
            IF TAB-PASSO-CALEND(WRK-IX-PASSO) = 'M'
               AND NOT WRK-ULTIMO-DIA-UTIL
                MOVE SPACES TO REL-LINHA
                STRING 'PASSO ' DELIMITED BY SIZE
                       WRK-IX-PASSO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TAB-PASSO-COMANDO(WRK-IX-PASSO)
                         DELIMITED BY SIZE
                       ' PULADO - SO NO ULTIMO DIA UTIL DO MES'
                         DELIMITED BY SIZE
                  INTO REL-LINHA
                END-STRING
                WRITE RELATORIO-REG
                GO TO 2000-FIM
            END-IF.
            ACCEPT WRK-HORA-INI FROM TIME.
            MOVE 0 TO RETURN-CODE.
            CALL 'SYSTEM' USING BY CONTENT
