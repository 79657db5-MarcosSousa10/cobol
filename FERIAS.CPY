      ******************************************************************
      * COPYBOOK : FERIAS
      * OBJETIVO : LAYOUT DO PERIODO AQUISITIVO DE FERIAS DO
      *            FUNCIONARIO (FERIAS.DAT), CHAVEADO FUNCIONARIO +
      *            INICIO DO PERIODO. OS PERIODOS SAEM DA DATA DE
      *            ADMISSAO (FERAPUR.COB): UM POR ANO DE CASA, COM OS
      *            DIAS DE DIREITO APURADOS PELAS FALTAS DO FOLHAMOV NO
      *            FIM DO PERIODO E O LIMITE PARA GOZAR (FIM DO PERIODO
      *            CONCESSIVO, 12 MESES DEPOIS). AS FERIAS PROGRAMADAS
      *            NO FUNCION.COB (ATE 3 PARTES) FICAM NO PROPRIO
      *            PERIODO E A FOLHA (PROGRAMA3) PAGA NO MES DO INICIO.
      ******************************************************************
       01 FERIAS-REG.
            05 FERIAS-CHAVE.
                10 FER-CODIGO        PIC 9(04).
                10 FER-AQUIS-INICIO  PIC 9(08).
            05 FER-AQUIS-FIM         PIC 9(08).
      * ULTIMO DIA PARA COMECAR A GOZAR - DEPOIS DELE O PAGAMENTO E
      * EM DOBRO. ZEROS ENQUANTO O PERIODO ESTA EM CURSO.
            05 FER-LIMITE-GOZO       PIC 9(08).
            05 FER-FALTAS            PIC 9(03).
            05 FER-DIAS-DIREITO      PIC 9(02).
      * DIAS JA PROGRAMADOS (GOZADOS OU A GOZAR) NAS PARTES ABAIXO.
            05 FER-DIAS-GOZADOS      PIC 9(02).
            05 FER-QT-GOZOS          PIC 9(01).
            05 FER-GOZO OCCURS 3 TIMES.
                10 FER-GOZO-INICIO   PIC 9(08).
                10 FER-GOZO-DIAS     PIC 9(02).
                10 FER-GOZO-OPERADOR PIC X(08).
            05 FER-SITUACAO          PIC X(01).
                88 FER-EM-CURSO   VALUE 'C'.
                88 FER-ABERTO     VALUE 'A'.
                88 FER-QUITADO    VALUE 'Q'.
