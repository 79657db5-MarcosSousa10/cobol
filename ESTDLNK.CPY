      ******************************************************************
      * COPYBOOK : ESTDLNK
      * OBJETIVO : AREA DE LINKAGE DO SUBPROGRAMA DE SALDO POR DEPOSITO
      *            (ESTDEPMV). OPERACOES:
      *            'V' = SO VALIDA O DEPOSITO (DEVOLVE O NOME);
      *            'C' = CONSULTA SALDO E MINIMO DO PRODUTO NO DEPOSITO;
      *            'M' = MOVIMENTA - SOMA LNK-EDP-QTDE (COM SINAL) AO
      *                  SALDO DO DEPOSITO E DEVOLVE O SALDO NOVO;
      *            'N' = GRAVA LNK-EDP-MINIMO COMO MINIMO DO DEPOSITO.
      *            LNK-EDP-TOTAL LEVA O PRODUTOS-ESTOQUE DE ANTES DO
      *            MOVIMENTO - E DELE QUE SAI O SALDO DO PRINCIPAL
      *            QUANDO O PRODUTO AINDA NAO TEM REGISTRO NO 01.
      ******************************************************************
       01 LNK-ESTDEP-AREA.
            05 LNK-EDP-OP        PIC X(01).
            05 LNK-EDP-CODIGO    PIC 9(05).
            05 LNK-EDP-DEPOSITO  PIC 9(02).
            05 LNK-EDP-QTDE      PIC S9(07).
            05 LNK-EDP-TOTAL     PIC S9(07).
            05 LNK-EDP-SALDO     PIC S9(07).
            05 LNK-EDP-MINIMO    PIC 9(07).
            05 LNK-EDP-NOME      PIC X(30).
            05 LNK-EDP-SW        PIC X(01).
                88 LNK-EDP-OK        VALUE 'S'.
                88 LNK-EDP-ERRO      VALUE 'N'.
