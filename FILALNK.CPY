      ******************************************************************
      * COPYBOOK : FILALNK
      * OBJETIVO : AREA DE LINKAGE DO FILAGRAV - O CHAMADOR PREENCHE
      *            CANAL, DESTINO, MODELO, ORIGEM, CLIENTE, TITULO E
      *            CORPO; O FILAGRAV NUMERA (NUMGER, SERIE FILAMSG) E
      *            GRAVA A MENSAGEM PENDENTE NA FILA (FILAMSG.DAT).
      ******************************************************************
       01 LNK-FILA-AREA.
      * 'E' = E-MAIL, 'S' = SMS.
            05 LNK-FILA-CANAL   PIC X(01).
            05 LNK-FILA-DESTINO PIC X(60).
            05 LNK-FILA-MODELO  PIC X(10).
            05 LNK-FILA-ORIGEM  PIC X(08).
            05 LNK-FILA-FONE    PIC 9(09).
            05 LNK-FILA-TITULO  PIC 9(08).
            05 LNK-FILA-CORPO   PIC X(400).
      * SAIDA: NUMERO DA MENSAGEM NA FILA.
            05 LNK-FILA-NUMERO  PIC 9(08).
            05 LNK-FILA-SW      PIC X(01).
                88 LNK-FILA-GRAVADA     VALUE 'S'.
                88 LNK-FILA-NAO-GRAVADA VALUE 'N'.
