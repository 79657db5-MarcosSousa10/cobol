      ******************************************************************
      * COPYBOOK : LOTES
      * OBJETIVO : LAYOUT DO SALDO POR LOTE (LOTES.DAT) DOS PRODUTOS
      *            COM CONTROLE DE LOTE E VALIDADE (PRODUTOS-LOTE-SW),
      *            POR DEPOSITO - A ENTRADA INFORMA LOTE E VALIDADE E A
      *            SAIDA CONSOME PRIMEIRO O LOTE QUE VENCE ANTES. SO
      *            MEXIDO PELO SUBPROGRAMA LOTEMV. O SALDO DOS LOTES
      *            PODE FICAR ABAIXO DO SALDO DO DEPOSITO (ESTOQUE DE
      *            ANTES DO CONTROLE, SEM LOTE CONHECIDO).
      ******************************************************************
       01 LOTES-REG.
            05 LOTES-CHAVE.
                10 LOTE-CODIGO    PIC 9(05).
                10 LOTE-DEPOSITO  PIC 9(02).
                10 LOTE-NUMERO    PIC X(12).
      * VALIDADE AAAAMMDD (ZEROS = SEM VALIDADE, SAI POR ULTIMO) E
      * DATA DA PRIMEIRA ENTRADA DO LOTE NO DEPOSITO.
            05 LOTE-VALIDADE      PIC 9(08).
            05 LOTE-ENTRADA       PIC 9(08).
            05 LOTE-SALDO         PIC S9(07).
