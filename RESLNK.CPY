      ******************************************************************
      * COPYBOOK : RESLNK
      * OBJETIVO : AREA DE LINKAGE DO CALCULO DE RESCISAO (RESCALC) -
      *            O FUNCION.COB INFORMA O FUNCIONARIO, A DATA E O
      *            MOTIVO DO DESLIGAMENTO E RECEBE AS VERBAS. OPERACOES:
      *            'C' = SO CALCULA, PARA CONFERENCIA NA TELA;
      *            'G' = CALCULA, GRAVA EM FOLHAREG.DAT (COMPETENCIA
      *                  AAAA15), QUITA OS PERIODOS DE FERIAS E EMITE O
      *                  TERMO EM RESCISAO_<CODIGO>.TXT.
      *            O CHAMADOR NAO PODE ESTAR COM SALHIST, FOLHAMOV,
      *            FERIAS OU FOLHAREG ABERTOS.
      ******************************************************************
       01 LNK-RESCISAO-AREA.
            05 LNK-RES-OP          PIC X(01).
                88 LNK-RES-SIMULAR      VALUE 'C'.
                88 LNK-RES-GRAVAR       VALUE 'G'.
            05 LNK-RES-CODIGO      PIC 9(04).
            05 LNK-RES-NOME        PIC X(30).
            05 LNK-RES-ADMISSAO    PIC 9(08).
      * SALARIO DO CADASTRO NA ENTRADA; NA SAIDA, O VIGENTE NA DATA.
            05 LNK-RES-SALARIO     PIC 9(06)V99.
            05 LNK-RES-DATA        PIC 9(08).
      * S = SEM JUSTA CAUSA, J = JUSTA CAUSA, P = PEDIDO DE DEMISSAO,
      * A = ACORDO (CLT ART. 484-A).
            05 LNK-RES-MOTIVO      PIC X(01).
            05 LNK-RES-OPERADOR    PIC X(08).
            05 LNK-RES-VERBAS.
                10 LNK-RES-DIAS-SALDO    PIC 9(02).
                10 LNK-RES-SALDO-SALARIO PIC 9(07)V99.
                10 LNK-RES-AVOS-13       PIC 9(02).
                10 LNK-RES-13-PROPORC    PIC 9(07)V99.
                10 LNK-RES-DIAS-FER-VENC PIC 9(03).
                10 LNK-RES-FERIAS-VENC   PIC 9(07)V99.
                10 LNK-RES-AVOS-FERIAS   PIC 9(02).
                10 LNK-RES-FERIAS-PROP   PIC 9(07)V99.
                10 LNK-RES-DIAS-AVISO    PIC 9(03).
                10 LNK-RES-AVISO         PIC 9(07)V99.
                10 LNK-RES-ADIANT-13     PIC 9(07)V99.
                10 LNK-RES-BRUTO         PIC 9(07)V99.
                10 LNK-RES-INSS          PIC 9(07)V99.
                10 LNK-RES-IRRF          PIC 9(07)V99.
                10 LNK-RES-LIQUIDO       PIC 9(07)V99.
                10 LNK-RES-DEPOSITOS-FGTS PIC 9(09)V99.
                10 LNK-RES-MULTA-FGTS    PIC 9(07)V99.
            05 LNK-RES-ARQUIVO     PIC X(40).
            05 LNK-RES-MSG         PIC X(30).
            05 LNK-RES-SW          PIC X(01).
                88 LNK-RES-OK           VALUE 'S'.
                88 LNK-RES-ERRO         VALUE 'N'.
