             RECORD KEY IS FOLHAMOV-CHAVE
             FILE STATUS IS FOLHAMOV-STATUS.

      * PERIODOS AQUISITIVOS DE FERIAS (FERAPUR.COB) E AS PARTES
      * PROGRAMADAS - A FOLHA (PROGRAMA3) PAGA NO MES DO INICIO.
             SELECT FERIAS ASSIGN TO 'FERIAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FERIAS-CHAVE
             FILE STATUS IS FERIAS-STATUS.

      * DEPENDENTES DE IMPOSTO DE RENDA - A FOLHA (PROGRAMA3) DEDUZ
      * DA BASE DO IRRF OS QUE ESTAO EM VIGOR NA COMPETENCIA.
             SELECT DEPENDENTES ASSIGN TO 'DEPENDENTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DEPENDENTES-CHAVE
             FILE STATUS IS DEPENDENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       FD FOLHAMOV.
       COPY FOLHAMOV.

       FD FERIAS.
       COPY FERIAS.

       FD DEPENDENTES.
       COPY DEPENDEN.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO       PIC X.
       77 WRK-MODULO      PIC X(25).
       77 WRK-MOV-PERC    PIC 9(03) VALUE ZEROS.
       77 WRK-SW-MOV      PIC X(01) VALUE 'N'.
           88 WRK-MOV-EXISTIA VALUE 'S'.
      * PROGRAMACAO DE FERIAS: PERIODO ESCOLHIDO (INICIO DO
      * AQUISITIVO), INICIO E DIAS DA PARTE NOVA.
       77 FERIAS-STATUS   PIC X(02).
       COPY FERLNK.
       77 WRK-FER-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-FER-ULTIMO  PIC 9(08) VALUE ZEROS.
       77 WRK-GOZO-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-GOZO-DIAS   PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO       PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-APOS  PIC S9(03) VALUE ZEROS.
       77 WRK-IX-GOZO     PIC 9(01) VALUE ZEROS.
       77 WRK-SW-14       PIC X(01) VALUE 'N'.
           88 WRK-TEM-PARTE-14 VALUE 'S'.
      * DESLIGAMENTO: DATA E MOTIVO DA RESCISAO (RESCALC).
       COPY RESLNK.
       77 WRK-RES-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-RES-MOTIVO  PIC X(01) VALUE SPACES.
       77 WRK-VALOR-ED    PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
      * DEPENDENTE DIGITADO NA TELA (SEQUENCIA 0 = NOVO).
       77 DEPENDENTES-STATUS PIC X(02).
       77 WRK-DEP-SEQ     PIC 9(02) VALUE ZEROS.
       77 WRK-DEP-ULTIMO  PIC 9(02) VALUE ZEROS.
       77 WRK-DEP-NOME    PIC X(30) VALUE SPACES.
       77 WRK-DEP-NASC    PIC 9(08) VALUE ZEROS.
       77 WRK-DEP-PARENT  PIC X(01) VALUE SPACES.
       77 WRK-DEP-VIG     PIC 9(08) VALUE ZEROS.
       77 WRK-DEP-FIM     PIC 9(08) VALUE ZEROS.

       SCREEN SECTION.
       01 TELA.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - DESLIGAR (RESCISAO)'.
            05 LINE 11 COLUMN 15 VALUE '5 - HISTORICO DE SALARIOS'.
            05 LINE 12 COLUMN 15 VALUE '6 - MOVIMENTOS DO MES'.
            05 LINE 13 COLUMN 15 VALUE '7 - FERIAS'.
            05 LINE 14 COLUMN 15 VALUE '8 - DEPENDENTES (IR)'.
            05 LINE 15 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 16 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 16 COLUMN 28 USING WRK-OPCAO.

       01 TELA-REGISTRO.
            05 CHAVE FOREGROUND-COLOR 2.
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE 'DEPARTAMENTO '.
               10 COLUMN PLUS 1 PIC X(15) USING FUNC-DEPARTAMENTO.
      * CONTA DO CREDITO DO SALARIO (FOLHABCO.COB), BANCO 0 = SEM.
       01 TELA-BANCO.
            05 LINE 15 COLUMN 10 VALUE 'BANCO/AGENCIA ... '.
            05 COLUMN PLUS 2 PIC 9(03) USING FUNC-BANCO.
            05 COLUMN PLUS 1 VALUE '/'.
            05 COLUMN PLUS 1 PIC 9(05) USING FUNC-AGENCIA.
            05 LINE 16 COLUMN 10 VALUE 'CONTA/DIGITO .... '.
            05 COLUMN PLUS 2 PIC 9(12) USING FUNC-CONTA.
            05 COLUMN PLUS 1 VALUE '-'.
            05 COLUMN PLUS 1 PIC X(01) USING FUNC-CONTA-DV.
       01 TELA-MOVIMENTO.
            05 LINE 16 COLUMN 10 VALUE 'COMPETENCIA (AAAAMM) '.
            05 COLUMN PLUS 1 PIC 9(06) USING WRK-MOV-COMPETENCIA
            05 LINE 19 COLUMN 10 VALUE 'PERC EXTRA (50=1,5X) '.
            05 COLUMN PLUS 1 PIC 9(03) USING WRK-MOV-PERC
                BLANK WHEN ZEROS.
       01 TELA-FERIAS.
            05 LINE 15 COLUMN 10 VALUE 'PERIODO (INICIO).... '.
            05 COLUMN PLUS 1 PIC 9(08) USING WRK-FER-INICIO.
            05 LINE 16 COLUMN 10 VALUE 'INICIO DAS FERIAS... '.
            05 COLUMN PLUS 1 PIC 9(08) USING WRK-GOZO-INICIO
                BLANK WHEN ZEROS.
            05 LINE 17 COLUMN 10 VALUE 'DIAS (0 = CANCELA).. '.
            05 COLUMN PLUS 1 PIC 9(02) USING WRK-GOZO-DIAS
                BLANK WHEN ZEROS.
       01 TELA-RESCISAO.
            05 LINE 15 COLUMN 10 VALUE 'DATA DESLIGAMENTO... '.
            05 COLUMN PLUS 1 PIC 9(08) USING WRK-RES-DATA
                BLANK WHEN ZEROS.
            05 LINE 16 COLUMN 10 VALUE 'MOTIVO (S/J/P/A).... '.
            05 COLUMN PLUS 1 PIC X(01) USING WRK-RES-MOTIVO.
            05 LINE 17 COLUMN 10
                VALUE 'S-SEM JUSTA CAUSA J-JUSTA CAUSA P-PEDIDO'.
            05 COLUMN PLUS 1 VALUE 'A-ACORDO'.
       01 TELA-DEP-SEQ.
            05 LINE 15 COLUMN 10 VALUE 'DEPENDENTE (0 = NOVO) '.
            05 COLUMN PLUS 1 PIC 9(02) USING WRK-DEP-SEQ.
       01 TELA-DEPENDENTE.
            05 LINE 16 COLUMN 10 VALUE 'NOME................ '.
            05 COLUMN PLUS 1 PIC X(30) USING WRK-DEP-NOME.
            05 LINE 17 COLUMN 10 VALUE 'NASCIMENTO.......... '.
            05 COLUMN PLUS 1 PIC 9(08) USING WRK-DEP-NASC
                BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 VALUE 'PARENTESCO (F/C/P/O) '.
            05 COLUMN PLUS 1 PIC X(01) USING WRK-DEP-PARENT.
            05 LINE 19 COLUMN 10 VALUE 'VIGENCIA (0 = HOJE). '.
            05 COLUMN PLUS 1 PIC 9(08) USING WRK-DEP-VIG
                BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 VALUE 'FIM (0 = SEM FIM) '.
            05 COLUMN PLUS 1 PIC 9(08) USING WRK-DEP-FIM
                BLANK WHEN ZEROS.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 18 COLUMN 01 ERASE EOL
       2000-PROCESSAR.
            MOVE SPACES TO FUNC-NOME FUNC-DEPARTAMENTO WRK-MSGERRO.
            MOVE ZEROS TO FUNC-ADMISSAO FUNC-SALARIO.
            MOVE ZEROS TO FUNC-BANCO FUNC-AGENCIA FUNC-CONTA.
            MOVE SPACES TO FUNC-CONTA-DV.
            EVALUATE WRK-OPCAO
              WHEN 1
                PERFORM 5000-INCLUIR
              WHEN 3
                PERFORM 7000-ALTERAR
              WHEN 4
                PERFORM 8000-INATIVAR THRU 8000-FIM
              WHEN 5
                PERFORM 9000-HISTORICO THRU 9000-FIM
              WHEN 6
                PERFORM 9500-MOVIMENTOS THRU 9500-FIM
              WHEN 7
                PERFORM 9700-FERIAS THRU 9700-FIM
              WHEN 8
                PERFORM 9800-DEPENDENTES THRU 9800-FIM
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY 'ENTRE COM OPCAO CORRETA'
             MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
             DISPLAY TELA.
             ACCEPT TELA-REGISTRO.
             DISPLAY TELA-BANCO.
             ACCEPT TELA-BANCO.
             IF FUNC-CODIGO = 0 OR FUNC-SALARIO = 0
                 MOVE 'CODIGO/SALARIO INVALIDOS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             IF FUNC-STATUS = 0
               MOVE '--  ENCONTRADO  --'  TO WRK-MSGERRO
                DISPLAY SS-DADOS
                DISPLAY TELA-BANCO
             ELSE
                MOVE 'NAO ENCONTRADO   '  TO WRK-MSGERRO
             END-IF.
                 MOVE FUNC-SALARIO TO WRK-SALARIO-ANTES
                 DISPLAY SS-DADOS
                 ACCEPT SS-DADOS
                 DISPLAY TELA-BANCO
                 ACCEPT TELA-BANCO
                 IF FUNC-SALARIO = 0
                     MOVE 'SALARIO INVALIDO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
       8000-INATIVAR.
      * NAO FAZ DELETE FISICO: MARCA FUNC-SITUACAO = 'I' E REESCREVE,
      * O MESMO PADRAO DE SOFT-DELETE DO CLIENTES1.COB - O
      * FUNCIONARIO SAI DA FOLHA MAS O HISTORICO FICA. O DESLIGAMENTO
      * PASSA PELA RESCISAO (RESCALC): MOSTRA AS VERBAS PARA
      * CONFERENCIA E SO INATIVA SE A RESCISAO FOR GRAVADA.
             MOVE 'MODULO - DESLIGAMENTO ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             ACCEPT CHAVE.
                 INVALID KEY
                     MOVE 9 TO FUNC-STATUS
             END-READ.
             IF FUNC-STATUS NOT = 0 OR NOT FUNC-SIT-ATIVO
                 MOVE 'NAO ENCONTRADO   ' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 8000-FIM
             END-IF.
             DISPLAY SS-DADOS.
             MOVE 0 TO WRK-RES-DATA.
             MOVE SPACES TO WRK-RES-MOTIVO.
             DISPLAY TELA-RESCISAO.
             ACCEPT TELA-RESCISAO.
             IF WRK-RES-DATA = 0
                 ACCEPT WRK-RES-DATA FROM DATE YYYYMMDD
             END-IF.
             MOVE FUNC-CODIGO TO LNK-RES-CODIGO.
             MOVE FUNC-NOME TO LNK-RES-NOME.
             MOVE FUNC-ADMISSAO TO LNK-RES-ADMISSAO.
             MOVE FUNC-SALARIO TO LNK-RES-SALARIO.
             MOVE WRK-RES-DATA TO LNK-RES-DATA.
             MOVE WRK-RES-MOTIVO TO LNK-RES-MOTIVO.
             MOVE WRK-OPERADOR TO LNK-RES-OPERADOR.
             SET LNK-RES-SIMULAR TO TRUE.
      * O RESCALC LE O SALHIST E O FOLHAMOV, QUE FICAM FECHADOS AQUI
      * DURANTE A CHAMADA.
             CLOSE SALHIST.
             CLOSE FOLHAMOV.
             CALL 'RESCALC' USING LNK-RESCISAO-AREA.
             IF LNK-RES-ERRO
                 MOVE LNK-RES-MSG TO WRK-MSGERRO
                 GO TO 8090-REABRIR
             END-IF.
             PERFORM 8010-MOSTRAR-VERBAS.
             MOVE ' CONFIRMA A RESCISAO (S/N) ? ' TO WRK-MSGERRO.
             MOVE SPACES TO WRK-TECLA.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                 MOVE 'RESCISAO NAO CONFIRMADA' TO WRK-MSGERRO
                 GO TO 8090-REABRIR
             END-IF.
             SET LNK-RES-GRAVAR TO TRUE.
             CALL 'RESCALC' USING LNK-RESCISAO-AREA.
             IF LNK-RES-ERRO
                 MOVE LNK-RES-MSG TO WRK-MSGERRO
                 GO TO 8090-REABRIR
             END-IF.
             MOVE 'I' TO FUNC-SITUACAO.
             REWRITE FUNCIONARIOS-REG
                 INVALID KEY
                     MOVE 'RESCISAO GRAVADA, NAO INATIVOU'
                       TO WRK-MSGERRO
                 NOT INVALID KEY
                     MOVE 'FUNCIONARIO DESLIGADO' TO WRK-MSGERRO
             END-REWRITE.
             IF LNK-RES-MSG NOT = SPACES
                 MOVE LNK-RES-MSG TO WRK-MSGERRO
             END-IF.
             DISPLAY 'TERMO DE RESCISAO EM ' LNK-RES-ARQUIVO.
       8090-REABRIR.
             OPEN I-O SALHIST.
             OPEN I-O FOLHAMOV.
             ACCEPT MOSTRA-ERRO.
       8000-FIM.
             EXIT.

       8010-MOSTRAR-VERBAS.
      * VERBAS CALCULADAS, NA MESMA ORDEM DO TERMO DE RESCISAO.
             MOVE LNK-RES-SALARIO TO WRK-VALOR-ED.
             DISPLAY 'SALARIO BASE........ ' WRK-VALOR-ED.
             MOVE LNK-RES-SALDO-SALARIO TO WRK-VALOR-ED.
             DISPLAY 'SALDO DE SALARIO.... ' WRK-VALOR-ED
                     ' (' LNK-RES-DIAS-SALDO ' DIAS)'.
             MOVE LNK-RES-13-PROPORC TO WRK-VALOR-ED.
             DISPLAY '13O PROPORCIONAL.... ' WRK-VALOR-ED
                     ' (' LNK-RES-AVOS-13 '/12)'.
             MOVE LNK-RES-FERIAS-VENC TO WRK-VALOR-ED.
             DISPLAY 'FERIAS VENCIDAS+1/3. ' WRK-VALOR-ED
                     ' (' LNK-RES-DIAS-FER-VENC ' DIAS)'.
             MOVE LNK-RES-FERIAS-PROP TO WRK-VALOR-ED.
             DISPLAY 'FERIAS PROPORC+1/3.. ' WRK-VALOR-ED
                     ' (' LNK-RES-AVOS-FERIAS '/12)'.
             MOVE LNK-RES-AVISO TO WRK-VALOR-ED.
             DISPLAY 'AVISO PREVIO INDEN.. ' WRK-VALOR-ED
                     ' (' LNK-RES-DIAS-AVISO ' DIAS)'.
             MOVE LNK-RES-BRUTO TO WRK-VALOR-ED.
             DISPLAY 'TOTAL BRUTO......... ' WRK-VALOR-ED.
             MOVE LNK-RES-INSS TO WRK-VALOR-ED.
             DISPLAY 'INSS................ ' WRK-VALOR-ED.
             MOVE LNK-RES-IRRF TO WRK-VALOR-ED.
             DISPLAY 'IRRF................ ' WRK-VALOR-ED.
             MOVE LNK-RES-ADIANT-13 TO WRK-VALOR-ED.
             DISPLAY 'ADIANTAMENTO 13O.... ' WRK-VALOR-ED.
             MOVE LNK-RES-LIQUIDO TO WRK-VALOR-ED.
             DISPLAY 'VALOR LIQUIDO....... ' WRK-VALOR-ED.
             MOVE LNK-RES-MULTA-FGTS TO WRK-VALOR-ED.
             DISPLAY 'MULTA FGTS.......... ' WRK-VALOR-ED.

       9000-HISTORICO.
      * MOSTRA AS VIGENCIAS DE SALARIO DO FUNCIONARIO, DA MAIS ANTIGA
       9500-FIM.
             EXIT.

       9700-FERIAS.
      * PROGRAMACAO DE FERIAS DO FUNCIONARIO: MOSTRA OS PERIODOS
      * AQUISITIVOS E GRAVA UMA PARTE NOVA NO PERIODO ESCOLHIDO (O
      * MAIS ANTIGO COM SALDO VEM SUGERIDO). ATE 3 PARTES, NENHUMA
      * COM MENOS DE 5 DIAS E UMA DELAS COM 14 OU MAIS (CLT ART.
      * 134); DIAS 0 CANCELA A ULTIMA PARTE AINDA NAO INICIADA.
             MOVE 'MODULO - FERIAS ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             ACCEPT CHAVE.
             READ FUNCIONARIOS KEY IS FUNCIONARIOS-CHAVE
                 INVALID KEY
                     MOVE 'NAO ENCONTRADO   ' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                     GO TO 9700-FIM
             END-READ.
             IF FUNC-SIT-INATIVO
                 MOVE 'FUNCIONARIO INATIVO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 9700-FIM
             END-IF.
             DISPLAY SS-DADOS.
      * PERIODOS ATUALIZADOS ATE HOJE ANTES DE PROGRAMAR - O FERAPUR
      * LE O FOLHAMOV, QUE FICA FECHADO AQUI DURANTE A CHAMADA.
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
             MOVE FUNC-CODIGO TO LNK-FER-CODIGO.
             MOVE FUNC-ADMISSAO TO LNK-FER-ADMISSAO.
             MOVE WRK-DATA-HOJE TO LNK-FER-DATA-REF.
             CLOSE FOLHAMOV.
             CALL 'FERAPUR' USING LNK-FERIAS-AREA.
             OPEN I-O FOLHAMOV.
             OPEN I-O FERIAS.
             IF FERIAS-STATUS NOT = '00'
                 MOVE 'SEM PERIODOS DE FERIAS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 9700-FIM
             END-IF.
             PERFORM 9710-LISTAR-PERIODOS.
             IF WRK-FER-INICIO = 0
                 MOVE WRK-FER-ULTIMO TO WRK-FER-INICIO
             END-IF.
             IF WRK-FER-INICIO = 0
                 MOVE 'NENHUM PERIODO COMPLETO' TO WRK-MSGERRO
                 GO TO 9790-FECHAR
             END-IF.
             MOVE 0 TO WRK-GOZO-INICIO.
             MOVE 0 TO WRK-GOZO-DIAS.
             DISPLAY TELA-FERIAS.
             ACCEPT TELA-FERIAS.
             MOVE SPACES TO WRK-MSGERRO.
             MOVE FUNC-CODIGO TO FER-CODIGO.
             MOVE WRK-FER-INICIO TO FER-AQUIS-INICIO.
             READ FERIAS KEY IS FERIAS-CHAVE
                 INVALID KEY
                     MOVE 'PERIODO NAO ENCONTRADO' TO WRK-MSGERRO
                     GO TO 9790-FECHAR
             END-READ.
             IF FER-EM-CURSO
                 MOVE 'PERIODO AINDA EM CURSO' TO WRK-MSGERRO
                 GO TO 9790-FECHAR
             END-IF.
             IF WRK-GOZO-DIAS = 0
                 PERFORM 9730-CANCELAR
                 GO TO 9790-FECHAR
             END-IF.
             PERFORM 9720-VALIDAR THRU 9720-FIM.
             IF WRK-MSGERRO NOT = SPACES
                 GO TO 9790-FECHAR
             END-IF.
             ADD 1 TO FER-QT-GOZOS.
             MOVE WRK-GOZO-INICIO TO FER-GOZO-INICIO(FER-QT-GOZOS).
             MOVE WRK-GOZO-DIAS TO FER-GOZO-DIAS(FER-QT-GOZOS).
             MOVE WRK-OPERADOR TO FER-GOZO-OPERADOR(FER-QT-GOZOS).
             ADD WRK-GOZO-DIAS TO FER-DIAS-GOZADOS.
             IF FER-DIAS-GOZADOS NOT < FER-DIAS-DIREITO
                 MOVE 'Q' TO FER-SITUACAO
             END-IF.
             REWRITE FERIAS-REG
                 INVALID KEY
                     MOVE 'FERIAS NAO GRAVADAS' TO WRK-MSGERRO
                 NOT INVALID KEY
      * COMECANDO DEPOIS DO LIMITE A FOLHA PAGA EM DOBRO (CLT ART.
      * 137) - GRAVA, MAS AVISA.
                     IF WRK-GOZO-INICIO > FER-LIMITE-GOZO
                         MOVE 'APOS O LIMITE - PAGA EM DOBRO'
                           TO WRK-MSGERRO
                     ELSE
                         MOVE 'FERIAS PROGRAMADAS' TO WRK-MSGERRO
                     END-IF
             END-REWRITE.
       9790-FECHAR.
             CLOSE FERIAS.
             ACCEPT MOSTRA-ERRO.
       9700-FIM.
             EXIT.

       9710-LISTAR-PERIODOS.
      * PERIODOS DO FUNCIONARIO, DO MAIS ANTIGO PARA O MAIS NOVO, COM
      * AS PARTES JA PROGRAMADAS; GUARDA O MAIS ANTIGO COM SALDO E O
      * ULTIMO JA APURADO.
             MOVE 0 TO WRK-FER-INICIO.
             MOVE 0 TO WRK-FER-ULTIMO.
             DISPLAY 'FERIAS DE ' FUNC-NOME
                     ' (C-EM CURSO A-COM SALDO Q-QUITADO)'.
             MOVE FUNC-CODIGO TO FER-CODIGO.
             MOVE 0 TO FER-AQUIS-INICIO.
             START FERIAS KEY IS GREATER FERIAS-CHAVE
                 INVALID KEY
                     MOVE '10' TO FERIAS-STATUS
             END-START.
             IF FERIAS-STATUS NOT = '10'
                 READ FERIAS NEXT
                     AT END MOVE '10' TO FERIAS-STATUS
                 END-READ
             END-IF.
             PERFORM UNTIL FERIAS-STATUS = '10'
                     OR FER-CODIGO NOT = FUNC-CODIGO
                 DISPLAY 'PERIODO ' FER-AQUIS-INICIO ' A '
                         FER-AQUIS-FIM ' LIMITE ' FER-LIMITE-GOZO
                         ' DIREITO ' FER-DIAS-DIREITO
                         ' PROGRAMADO ' FER-DIAS-GOZADOS
                         ' ' FER-SITUACAO
                 PERFORM VARYING WRK-IX-GOZO FROM 1 BY 1
                         UNTIL WRK-IX-GOZO > FER-QT-GOZOS
                     DISPLAY '    FERIAS DE '
                             FER-GOZO-INICIO(WRK-IX-GOZO) ' - '
                             FER-GOZO-DIAS(WRK-IX-GOZO) ' DIAS ('
                             FER-GOZO-OPERADOR(WRK-IX-GOZO) ')'
                 END-PERFORM
                 IF FER-ABERTO AND WRK-FER-INICIO = 0
                     MOVE FER-AQUIS-INICIO TO WRK-FER-INICIO
                 END-IF
                 IF NOT FER-EM-CURSO
                     MOVE FER-AQUIS-INICIO TO WRK-FER-ULTIMO
                 END-IF
                 READ FERIAS NEXT
                     AT END MOVE '10' TO FERIAS-STATUS
                 END-READ
             END-PERFORM.
             MOVE '00' TO FERIAS-STATUS.

       9720-VALIDAR.
      * REGRAS DA PARTE NOVA - A PRIMEIRA QUE FALHA VAI PARA A
      * MENSAGEM E NADA E GRAVADO.
             COMPUTE WRK-SALDO = FER-DIAS-DIREITO - FER-DIAS-GOZADOS.
             IF WRK-GOZO-INICIO(5:2) < '01' OR WRK-GOZO-INICIO(5:2)
                > '12' OR WRK-GOZO-INICIO(7:2) < '01'
                OR WRK-GOZO-INICIO(7:2) > '31'
                 MOVE 'DATA DE INICIO INVALIDA' TO WRK-MSGERRO
                 GO TO 9720-FIM
             END-IF.
             IF WRK-GOZO-INICIO NOT > FER-AQUIS-FIM
                 MOVE 'INICIO ANTES DO FIM DO PERIODO' TO WRK-MSGERRO
                 GO TO 9720-FIM
             END-IF.
             IF FER-QT-GOZOS NOT < 3
                 MOVE 'PERIODO JA TEM 3 PARTES' TO WRK-MSGERRO
                 GO TO 9720-FIM
             END-IF.
             IF WRK-GOZO-DIAS > WRK-SALDO
                 MOVE 'DIAS ACIMA DO SALDO' TO WRK-MSGERRO
                 GO TO 9720-FIM
             END-IF.
             IF WRK-GOZO-DIAS < 5
                 MOVE 'MINIMO DE 5 DIAS' TO WRK-MSGERRO
                 GO TO 9720-FIM
             END-IF.
             COMPUTE WRK-SALDO-APOS = WRK-SALDO - WRK-GOZO-DIAS.
             IF WRK-SALDO-APOS > 0 AND WRK-SALDO-APOS < 5
                 MOVE 'SOBRARIAM MENOS DE 5 DIAS' TO WRK-MSGERRO
                 GO TO 9720-FIM
             END-IF.
             MOVE 'N' TO WRK-SW-14.
             PERFORM VARYING WRK-IX-GOZO FROM 1 BY 1
                     UNTIL WRK-IX-GOZO > FER-QT-GOZOS
                 IF FER-GOZO-DIAS(WRK-IX-GOZO) NOT < 14
                     SET WRK-TEM-PARTE-14 TO TRUE
                 END-IF
             END-PERFORM.
             IF NOT WRK-TEM-PARTE-14 AND WRK-GOZO-DIAS < 14
                AND (WRK-SALDO-APOS < 14 OR FER-QT-GOZOS = 2)
                 MOVE 'UMA PARTE PRECISA DE 14 DIAS' TO WRK-MSGERRO
                 GO TO 9720-FIM
             END-IF.
       9720-FIM.
             EXIT.

       9730-CANCELAR.
      * TIRA A ULTIMA PARTE PROGRAMADA, SE AINDA NAO COMECOU.
             IF FER-QT-GOZOS = 0
                 MOVE 'NADA PROGRAMADO NO PERIODO' TO WRK-MSGERRO
             ELSE
                 IF FER-GOZO-INICIO(FER-QT-GOZOS) NOT > WRK-DATA-HOJE
                     MOVE 'FERIAS JA INICIADAS' TO WRK-MSGERRO
                 ELSE
                     SUBTRACT FER-GOZO-DIAS(FER-QT-GOZOS)
                         FROM FER-DIAS-GOZADOS
                     MOVE 0 TO FER-GOZO-INICIO(FER-QT-GOZOS)
                     MOVE 0 TO FER-GOZO-DIAS(FER-QT-GOZOS)
                     MOVE SPACES TO FER-GOZO-OPERADOR(FER-QT-GOZOS)
                     SUBTRACT 1 FROM FER-QT-GOZOS
                     MOVE 'A' TO FER-SITUACAO
                     REWRITE FERIAS-REG
                         INVALID KEY
                             MOVE 'CANCELAMENTO NAO GRAVADO'
                               TO WRK-MSGERRO
                         NOT INVALID KEY
                             MOVE 'ULTIMA PARTE CANCELADA'
                               TO WRK-MSGERRO
                     END-REWRITE
                 END-IF
             END-IF.

       9800-DEPENDENTES.
      * INCLUI OU ALTERA UM DEPENDENTE DE IR DO FUNCIONARIO. NAO HA
      * EXCLUSAO: O DEPENDENTE QUE DEIXA DE CONTAR GANHA A DATA DE
      * FIM, E O INFORME DE RENDIMENTOS DO ANO CONTINUA A LISTA-LO.
             MOVE 'MODULO - DEPENDENTES ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             ACCEPT CHAVE.
             READ FUNCIONARIOS KEY IS FUNCIONARIOS-CHAVE
                 INVALID KEY
                     MOVE 'NAO ENCONTRADO   ' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                     GO TO 9800-FIM
             END-READ.
             IF FUNC-SIT-INATIVO
                 MOVE 'FUNCIONARIO INATIVO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 9800-FIM
             END-IF.
             DISPLAY SS-DADOS.
             OPEN I-O DEPENDENTES.
             IF DEPENDENTES-STATUS = '35'
                 OPEN OUTPUT DEPENDENTES
                 CLOSE DEPENDENTES
                 OPEN I-O DEPENDENTES
             END-IF.
             IF DEPENDENTES-STATUS NOT = '00'
                 MOVE 'DEPENDENTES INDISPONIVEL' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 GO TO 9800-FIM
             END-IF.
             PERFORM 9810-LISTAR-DEPENDENTES.
             MOVE 0 TO WRK-DEP-SEQ.
             DISPLAY TELA-DEP-SEQ.
             ACCEPT TELA-DEP-SEQ.
             MOVE SPACES TO WRK-MSGERRO.
             MOVE SPACES TO WRK-DEP-NOME.
             MOVE 0 TO WRK-DEP-NASC.
             MOVE SPACES TO WRK-DEP-PARENT.
             MOVE 0 TO WRK-DEP-VIG.
             MOVE 0 TO WRK-DEP-FIM.
             IF WRK-DEP-SEQ NOT = 0
                 MOVE FUNC-CODIGO TO DEP-CODIGO
                 MOVE WRK-DEP-SEQ TO DEP-SEQ
                 READ DEPENDENTES KEY IS DEPENDENTES-CHAVE
                     INVALID KEY
                         MOVE 'DEPENDENTE NAO ENCONTRADO'
                           TO WRK-MSGERRO
                         GO TO 9890-FECHAR
                 END-READ
                 MOVE DEP-NOME TO WRK-DEP-NOME
                 MOVE DEP-NASCIMENTO TO WRK-DEP-NASC
                 MOVE DEP-PARENTESCO TO WRK-DEP-PARENT
                 MOVE DEP-VIGENCIA TO WRK-DEP-VIG
                 MOVE DEP-VIGENCIA-FIM TO WRK-DEP-FIM
             END-IF.
             DISPLAY TELA-DEPENDENTE.
             ACCEPT TELA-DEPENDENTE.
             IF WRK-DEP-SEQ = 0 AND WRK-DEP-NOME = SPACES
                 MOVE 'NADA INCLUIDO' TO WRK-MSGERRO
                 GO TO 9890-FECHAR
             END-IF.
             IF WRK-DEP-VIG = 0
                 ACCEPT WRK-DEP-VIG FROM DATE YYYYMMDD
             END-IF.
             PERFORM 9820-VALIDAR-DEPENDENTE THRU 9820-FIM.
             IF WRK-MSGERRO NOT = SPACES
                 GO TO 9890-FECHAR
             END-IF.
             MOVE FUNC-CODIGO TO DEP-CODIGO.
             MOVE WRK-DEP-NOME TO DEP-NOME.
             MOVE WRK-DEP-NASC TO DEP-NASCIMENTO.
             MOVE WRK-DEP-PARENT TO DEP-PARENTESCO.
             MOVE WRK-DEP-VIG TO DEP-VIGENCIA.
             MOVE WRK-DEP-FIM TO DEP-VIGENCIA-FIM.
             MOVE WRK-OPERADOR TO DEP-OPERADOR.
             IF WRK-DEP-SEQ = 0
                 COMPUTE DEP-SEQ = WRK-DEP-ULTIMO + 1
                 WRITE DEPENDENTES-REG
                     INVALID KEY
                         MOVE 'DEPENDENTE NAO INCLUIDO' TO WRK-MSGERRO
                     NOT INVALID KEY
                         MOVE 'DEPENDENTE INCLUIDO' TO WRK-MSGERRO
                 END-WRITE
             ELSE
                 MOVE WRK-DEP-SEQ TO DEP-SEQ
                 REWRITE DEPENDENTES-REG
                     INVALID KEY
                         MOVE 'DEPENDENTE NAO ALTERADO' TO WRK-MSGERRO
                     NOT INVALID KEY
                         MOVE 'DEPENDENTE ALTERADO' TO WRK-MSGERRO
                 END-REWRITE
             END-IF.
       9890-FECHAR.
             CLOSE DEPENDENTES.
             ACCEPT MOSTRA-ERRO.
       9800-FIM.
             EXIT.

       9810-LISTAR-DEPENDENTES.
      * DEPENDENTES DO FUNCIONARIO, GUARDANDO A ULTIMA SEQUENCIA.
             MOVE 0 TO WRK-DEP-ULTIMO.
             DISPLAY 'DEPENDENTES DE ' FUNC-NOME
                     ' (F-FILHO C-CONJUGE P-PAIS O-OUTRO)'.
             MOVE FUNC-CODIGO TO DEP-CODIGO.
             MOVE 0 TO DEP-SEQ.
             START DEPENDENTES KEY IS GREATER DEPENDENTES-CHAVE
                 INVALID KEY
                     MOVE '10' TO DEPENDENTES-STATUS
             END-START.
             IF DEPENDENTES-STATUS NOT = '10'
                 READ DEPENDENTES NEXT
                     AT END MOVE '10' TO DEPENDENTES-STATUS
                 END-READ
             END-IF.
             PERFORM UNTIL DEPENDENTES-STATUS = '10'
                     OR DEP-CODIGO NOT = FUNC-CODIGO
                 DISPLAY DEP-SEQ ' ' DEP-NOME ' NASC ' DEP-NASCIMENTO
                         ' ' DEP-PARENTESCO ' DE ' DEP-VIGENCIA
                         ' ATE ' DEP-VIGENCIA-FIM
                         ' (' DEP-OPERADOR ')'
                 MOVE DEP-SEQ TO WRK-DEP-ULTIMO
                 READ DEPENDENTES NEXT
                     AT END MOVE '10' TO DEPENDENTES-STATUS
                 END-READ
             END-PERFORM.
             MOVE '00' TO DEPENDENTES-STATUS.

       9820-VALIDAR-DEPENDENTE.
             IF WRK-DEP-NOME = SPACES
                 MOVE 'NOME DO DEPENDENTE EM BRANCO' TO WRK-MSGERRO
                 GO TO 9820-FIM
             END-IF.
             IF WRK-DEP-PARENT = 'f' OR 'c' OR 'p' OR 'o'
                 INSPECT WRK-DEP-PARENT CONVERTING 'fcpo' TO 'FCPO'
             END-IF.
             IF WRK-DEP-PARENT NOT = 'F' AND NOT = 'C'
                AND NOT = 'P' AND NOT = 'O'
                 MOVE 'PARENTESCO INVALIDO' TO WRK-MSGERRO
                 GO TO 9820-FIM
             END-IF.
             IF WRK-DEP-NASC(5:2) < '01' OR WRK-DEP-NASC(5:2) > '12'
                OR WRK-DEP-NASC(7:2) < '01'
                OR WRK-DEP-NASC(7:2) > '31'
                 MOVE 'NASCIMENTO INVALIDO' TO WRK-MSGERRO
                 GO TO 9820-FIM
             END-IF.
             IF WRK-DEP-VIG(5:2) < '01' OR WRK-DEP-VIG(5:2) > '12'
                 MOVE 'VIGENCIA INVALIDA' TO WRK-MSGERRO
                 GO TO 9820-FIM
             END-IF.
             IF WRK-DEP-FIM NOT = 0 AND WRK-DEP-FIM < WRK-DEP-VIG
                 MOVE 'FIM ANTES DA VIGENCIA' TO WRK-MSGERRO
                 GO TO 9820-FIM
             END-IF.
             IF WRK-DEP-SEQ = 0 AND WRK-DEP-ULTIMO NOT < 99
                 MOVE 'LIMITE DE 99 DEPENDENTES' TO WRK-MSGERRO
                 GO TO 9820-FIM
             END-IF.
       9820-FIM.
             EXIT.

       END PROGRAM FUNCION.
