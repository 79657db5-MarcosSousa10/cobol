      ******************************************************************
      * COPYBOOK : EXTBANCO
      * OBJETIVO : LAYOUT DA LINHA DO EXTRATO DA CONTA DE COBRANCA
      *            (EXTBANCO.DAT), IMPORTADO NO CONCBCO.COB. A CHAVE E
      *            A DATA MAIS O DOCUMENTO DO BANCO (ID DA TRANSACAO),
      *            ENTAO O MESMO EXTRATO IMPORTADO DE NOVO NAO DUPLICA.
      *            OS CREDITOS SAO CONCILIADOS CONTRA AS BAIXAS
      *            (BAIXAS.DAT); AS LINHAS DE SALDO FECHAM O MES.
      ******************************************************************
       01 EXTBANCO-REG.
            05 EXTBANCO-CHAVE.
                10 EXTB-DATA       PIC 9(08).
                10 EXTB-DOC        PIC X(20).
            05 EXTB-TIPO           PIC X(01).
                88 EXTB-CREDITO        VALUE 'C'.
                88 EXTB-DEBITO         VALUE 'D'.
                88 EXTB-SALDO          VALUE 'S'.
      * SALDO PODE SER NEGATIVO (CONTA NO CHEQUE ESPECIAL).
            05 EXTB-VALOR          PIC S9(11)V99.
            05 EXTB-HISTORICO      PIC X(40).
            05 EXTB-DATA-IMPORTACAO PIC 9(08).
            05 EXTB-CONCILIADO     PIC X(01).
                88 EXTB-CONC-SIM       VALUE 'S'.
                88 EXTB-CONC-NAO       VALUE 'N' ' '.
            05 EXTB-DATA-CONC      PIC 9(08).
      * DIFERENCA (CREDITO MENOS BAIXA) ACEITA PELO SUPERVISOR NA
      * CONCILIACAO MANUAL - TARIFA DESCONTADA PELO BANCO, POR EXEMPLO.
            05 EXTB-DIFERENCA      PIC S9(11)V99.
            05 EXTB-OPERADOR       PIC X(08).
