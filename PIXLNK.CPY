      ******************************************************************
      * COPYBOOK : PIXLNK
      * OBJETIVO : AREA DE LINKAGE DO GERADOR DO CODIGO PIX COPIA E
      *            COLA (PIXGER) - O CHAMADOR PASSA O NUMERO DO TITULO
      *            (VAI COMO IDENTIFICADOR DA TRANSACAO, O TXID, E E
      *            POR ELE QUE O PIXRET.COB ACHA O TITULO NO
      *            RECEBIMENTO) E O VALOR A COBRAR; RECEBE O CODIGO
      *            PRONTO E O TAMANHO UTIL. SEM EMPRESA CADASTRADA
      *            (CHAVE PIX = CNPJ DO EMPRESA.DAT) NAO HA CODIGO.
      ******************************************************************
       01 LNK-PIX-AREA.
            05 LNK-PIX-TITULO  PIC 9(08).
            05 LNK-PIX-VALOR   PIC 9(08)V99.
            05 LNK-PIX-CODIGO  PIC X(200).
            05 LNK-PIX-TAM     PIC 9(03).
            05 LNK-PIX-SW      PIC X(01).
                88 LNK-PIX-GERADO     VALUE 'S'.
                88 LNK-PIX-SEM-CHAVE  VALUE 'N'.
