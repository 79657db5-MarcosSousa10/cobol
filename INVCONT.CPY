      ******************************************************************
      * COPYBOOK : INVCONT
      * OBJETIVO : LAYOUT DO ARQUIVO DE CONTAGENS DE INVENTARIO
      *            (INVCONT.DAT) - UMA LINHA POR PRODUTO DA FAIXA
      *            CONTADA, COM O SALDO DO SISTEMA CONGELADO NA
      *            ABERTURA E A QUANTIDADE ACHADA NA PRATELEIRA, MAIS
      *            UM MARCADOR DA CONTAGEM (PRODUTO 00000), NO MESMO
      *            ESQUEMA DO MARCADOR DE FECHAMENTO DO FOLHAREG.
      ******************************************************************
       01 INVCONT-REG.
            05 INVCONT-CHAVE.
                10 INV-NUMERO      PIC 9(06).
      * 00000 = MARCADOR DA CONTAGEM (FAIXA, DATAS, SITUACAO).
                10 INV-CODIGO      PIC 9(05).
            05 INV-DESCRICAO       PIC X(30).
      * SALDO DO SISTEMA NA ABERTURA - NUNCA SAI NA FOLHA DE CONTAGEM.
            05 INV-SALDO-SISTEMA   PIC S9(07).
            05 INV-CONTADO         PIC 9(07).
            05 INV-SW-CONTADO      PIC X(01).
                88 INV-FOI-CONTADO VALUE 'S'.
      * VALOR UNITARIO PARA VALORIZAR A DIVERGENCIA.
            05 INV-PRECO           PIC 9(08)V99.
      * NO MARCADOR: FAIXA DE CODIGOS, ABERTURA/ENCERRAMENTO, QUEM
      * ABRIU E QUEM APROVOU. 'A' = ABERTA, 'F' = AJUSTES LANCADOS,
      * 'C' = CANCELADA SEM AJUSTE.
            05 INV-COD-DE          PIC 9(05).
            05 INV-COD-ATE         PIC 9(05).
            05 INV-DATA-ABERTURA   PIC 9(08).
            05 INV-DATA-FECHA      PIC 9(08).
            05 INV-SITUACAO        PIC X(01).
                88 INV-SIT-ABERTA    VALUE 'A'.
                88 INV-SIT-FECHADA   VALUE 'F'.
                88 INV-SIT-CANCELADA VALUE 'C'.
            05 INV-OPERADOR        PIC X(08).
            05 INV-APROVADOR       PIC X(08).
