       01 FOLHAREG-REG.
            05 FOLHAREG-CHAVE.
                10 FOL-COMPETENCIA PIC 9(06).
      * MES 13 = 1A PARCELA DO 13O SALARIO (ADIANTAMENTO, SEM
      * DESCONTOS) E MES 14 = 2A PARCELA (INSS/IRRF SOBRE O 13O
      * INTEIRO, MENOS O ADIANTAMENTO) - CADA PARCELA E FECHADA COMO
      * UMA COMPETENCIA A PARTE, COM O MESMO MARCADOR 0000.
      * MES 15 = RESCISOES DO ANO (RESCALC.COB), UMA POR FUNCIONARIO,
      * SEM MARCADOR - O MES DO DESLIGAMENTO ESTA EM FOL-RES-DATA.
                10 FOL-COMPETENCIA-R REDEFINES FOL-COMPETENCIA.
                    15 FOL-COMP-ANO PIC 9(04).
                    15 FOL-COMP-MES PIC 9(02).
                        88 FOL-COMP-13-PRIMEIRA VALUE 13.
                        88 FOL-COMP-13-SEGUNDA  VALUE 14.
                        88 FOL-COMP-RESCISAO    VALUE 15.
      * 0000 = MARCADOR DE FECHAMENTO DA COMPETENCIA.
                10 FOL-CODIGO      PIC 9(04).
            05 FOL-NOME            PIC X(30).
            05 FOL-SITUACAO        PIC X(01).
                88 FOL-FECHADA  VALUE 'F'.
                88 FOL-REABERTA VALUE 'R'.
      * SO NA RESCISAO (MES 15): AS VERBAS QUE COMPOEM O BRUTO, O
      * ADIANTAMENTO DO 13O DESCONTADO NO LIQUIDO E A MULTA DO FGTS
      * (DEPOSITADA NA CONTA VINCULADA, FORA DO BRUTO). ZERADO NAS
      * DEMAIS COMPETENCIAS.
            05 FOL-RESCISAO.
                10 FOL-RES-DATA        PIC 9(08).
                10 FOL-RES-MOTIVO      PIC X(01).
                    88 FOL-RES-SEM-JUSTA-CAUSA VALUE 'S'.
                    88 FOL-RES-JUSTA-CAUSA     VALUE 'J'.
                    88 FOL-RES-PEDIDO          VALUE 'P'.
                    88 FOL-RES-ACORDO          VALUE 'A'.
                10 FOL-RES-SALDO-SALARIO PIC 9(07)V99.
                10 FOL-RES-13-PROPORC  PIC 9(07)V99.
                10 FOL-RES-FERIAS      PIC 9(07)V99.
                10 FOL-RES-AVISO       PIC 9(07)V99.
                10 FOL-RES-ADIANT-13   PIC 9(07)V99.
                10 FOL-RES-MULTA-FGTS  PIC 9(07)V99.
                10 FOL-RES-OPERADOR    PIC X(08).
      * CREDITO DO LIQUIDO NA CONTA DO FUNCIONARIO (FOLHABCO.COB):
      * ESPACOS = AINDA NAO ENVIADO; A OCORRENCIA E A DO RETORNO DO
      * BANCO ('00' = CREDITADO).
            05 FOL-CREDITO.
                10 FOL-CRED-SITUACAO   PIC X(01).
                    88 FOL-CRED-PENDENTE  VALUE ' '.
                    88 FOL-CRED-ENVIADO   VALUE 'E'.
                    88 FOL-CRED-PAGO      VALUE 'P'.
                    88 FOL-CRED-REJEITADO VALUE 'R'.
                10 FOL-CRED-DATA       PIC 9(08).
                10 FOL-CRED-OCORRENCIA PIC X(02).
