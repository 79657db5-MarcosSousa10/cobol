      ******************************************************************
      * COPYBOOK : LOTELNK
      * OBJETIVO : AREA DE LINKAGE DO SUBPROGRAMA DE SALDO POR LOTE
      *            (LOTEMV). OPERACOES:
      *            'E' = ENTRADA DE LNK-LOT-QTDE NO LOTE LNK-LOT-NUMERO
      *                  DO DEPOSITO (LOTE NOVO GRAVADO COM A VALIDADE
      *                  INFORMADA; LOTE EXISTENTE FICA COM A SUA);
      *            'S' = SAIDA DE LNK-LOT-QTDE PELO LOTE QUE VENCE
      *                  PRIMEIRO (FEFO) - OS LOTES CONSUMIDOS VOLTAM
      *                  EM LNK-LOT-USADOS (ATE 10) E O QUE NENHUM LOTE
      *                  COBRIU, EM LNK-LOT-SEM-LOTE.
      ******************************************************************
       01 LNK-LOTE-AREA.
            05 LNK-LOT-OP        PIC X(01).
            05 LNK-LOT-CODIGO    PIC 9(05).
            05 LNK-LOT-DEPOSITO  PIC 9(02).
            05 LNK-LOT-NUMERO    PIC X(12).
            05 LNK-LOT-VALIDADE  PIC 9(08).
            05 LNK-LOT-QTDE      PIC 9(07).
            05 LNK-LOT-SEM-LOTE  PIC 9(07).
            05 LNK-LOT-QT-USADOS PIC 9(02).
            05 LNK-LOT-USADOS OCCURS 10 TIMES.
                10 LNK-LOT-US-NUMERO   PIC X(12).
                10 LNK-LOT-US-VALIDADE PIC 9(08).
                10 LNK-LOT-US-QTDE     PIC 9(07).
            05 LNK-LOT-SW        PIC X(01).
                88 LNK-LOT-OK        VALUE 'S'.
                88 LNK-LOT-ERRO      VALUE 'N'.
