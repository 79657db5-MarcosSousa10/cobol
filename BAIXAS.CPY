      ******************************************************************
      * COPYBOOK : BAIXAS
      * OBJETIVO : LAYOUT DO REGISTRO DE BAIXAS DE TITULOS COM ENTRADA
      *            DE DINHEIRO (BAIXAS.DAT) - O CNABRET.COB GRAVA UM
      *            REGISTRO POR DATA DE CREDITO DE CADA RETORNO (O
      *            TOTAL DO LOTE, QUE E O QUE O BANCO CREDITA NA
      *            CONTA), O TITMANT.COB UM POR BAIXA MANUAL DE
      *            BALCAO E O PIXRET.COB UM POR TITULO PAGO POR PIX.
      *            A CONCILIACAO BANCARIA (CONCBCO.COB) CASA CADA UM
      *            COM O CREDITO DO EXTRATO E MARCA OS DOIS.
      ******************************************************************
       01 BAIXAS-REG.
            05 BAIXAS-CHAVE.
                10 BAIXAS-DATA     PIC 9(08).
                10 BAIXAS-ORIGEM   PIC X(01).
                    88 BAIXAS-ORIG-RETORNO VALUE 'R'.
                    88 BAIXAS-ORIG-MANUAL  VALUE 'M'.
      * PIX RECEBIDO (PIXRET.COB) - CADA PIX E UM CREDITO NA CONTA.
                    88 BAIXAS-ORIG-PIX     VALUE 'X'.
      * RETORNO: SEQUENCIA DO HEADER DO ARQUIVO; MANUAL E PIX: NUMERO
      * DO TITULO.
                10 BAIXAS-REF      PIC 9(08).
            05 BAIXAS-VALOR        PIC 9(11)V99.
            05 BAIXAS-QTDE         PIC 9(05).
            05 BAIXAS-CONCILIADA   PIC X(01).
                88 BAIXAS-CONC-SIM     VALUE 'S'.
                88 BAIXAS-CONC-NAO     VALUE 'N' ' '.
            05 BAIXAS-DATA-CONC    PIC 9(08).
      * CHAVE DA LINHA DO EXTRATO (EXTBANCO.DAT) QUE A CONCILIOU.
            05 BAIXAS-EXTRATO      PIC X(28).
            05 BAIXAS-OPERADOR     PIC X(08).
