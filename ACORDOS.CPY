      ******************************************************************
      * COPYBOOK : ACORDOS
      * OBJETIVO : LAYOUT DO ACORDO DE RENEGOCIACAO DE DIVIDA
      *            (ACORDOS.DAT), GRAVADO NO ACORDOS.COB: OS TITULOS
      *            VENCIDOS DO CLIENTE ATUALIZADOS COM MULTA E JUROS,
      *            O DESCONTO CONCEDIDO E AS PARCELAS NOVAS. OS TITULOS
      *            DO ACORDO (ORIGINAIS E PARCELAS) TRAZEM O NUMERO DO
      *            ACORDO EM TITULOS-ACORDO. O ACORDVEN.COB ROMPE O
      *            ACORDO COM PARCELA ATRASADA ALEM DO PRAZO.
      ******************************************************************
       01 ACORDOS-REG.
            05 ACORDOS-CHAVE.
                10 ACORDOS-NUMERO  PIC 9(06).
            05 ACORDOS-FONE        PIC 9(09).
            05 ACORDOS-DATA        PIC 9(08).
            05 ACORDOS-QT-ORIGINAIS PIC 9(03).
      * SALDO DOS TITULOS ORIGINAIS E MULTA+JUROS ATE A DATA DO ACORDO
      * (MESMA CONTA DO CNABRET.COB).
            05 ACORDOS-VALOR-ORIGINAL PIC 9(09)V99.
            05 ACORDOS-ENCARGOS    PIC 9(09)V99.
            05 ACORDOS-DESCONTO-PCT PIC 9(03)V99.
            05 ACORDOS-DESCONTO    PIC 9(09)V99.
            05 ACORDOS-VALOR-TOTAL PIC 9(09)V99.
            05 ACORDOS-QT-PARCELAS PIC 9(02).
            05 ACORDOS-PRIMEIRO-VENCTO PIC 9(08).
            05 ACORDOS-SITUACAO    PIC X(01).
                88 ACORDOS-SIT-ATIVO    VALUE 'A'.
                88 ACORDOS-SIT-QUITADO  VALUE 'Q'.
                88 ACORDOS-SIT-ROMPIDO  VALUE 'R'.
            05 ACORDOS-DATA-SITUACAO PIC 9(08).
      * NO ROMPIMENTO: DIVIDA ORIGINAL ATUALIZADA (SEM O DESCONTO)
      * MENOS O QUE JA FOI PAGO NAS PARCELAS.
            05 ACORDOS-SALDO-ROMPIDO PIC 9(09)V99.
            05 ACORDOS-OPERADOR    PIC X(08).
