      ******************************************************************
      * COPYBOOK : FATFITEN
      * OBJETIVO : LAYOUT DA LINHA DA FATURA DE FRETE (FATFITEN.DAT),
      *            FILHA DO CABECALHO EM FATFRETE.DAT PELA CHAVE
      *            TRANSPORTADORA + FATURA + SEQUENCIA - CADA ENVIO
      *            COBRADO, A COTACAO ACHADA E O RESULTADO DA AUDITORIA.
      ******************************************************************
       01 FATFITEN-REG.
            05 FATFITEN-CHAVE.
                10 FATI-TRANSP     PIC 9(03).
                10 FATI-NUMERO     PIC X(15).
                10 FATI-SEQ        PIC 9(05).
      * COMO VEIO DA TRANSPORTADORA: RASTREIO E/OU PEDIDO.
            05 FATI-RASTREIO       PIC X(20).
            05 FATI-PEDIDO         PIC 9(06).
      * COTACAO ACHADA (ZEROS = NENHUMA) E O FRETE COTADO DELA.
            05 FATI-COTACAO        PIC 9(06).
            05 FATI-VALOR-COBRADO  PIC 9(08)V99.
            05 FATI-VALOR-COTADO   PIC 9(08)V99.
            05 FATI-GLOSA          PIC 9(08)V99.
            05 FATI-OCORRENCIA     PIC X(01).
                88 FATI-OCO-OK           VALUE 'O'.
                88 FATI-OCO-SOBREPRECO   VALUE 'S'.
                88 FATI-OCO-DUPLICADA    VALUE 'D'.
                88 FATI-OCO-NAO-MANIF    VALUE 'N'.
                88 FATI-OCO-SEM-COTACAO  VALUE 'X'.
                88 FATI-OCO-OUTRA-TRANSP VALUE 'T'.
                88 FATI-OCO-MARCA-COTACAO VALUE 'O' 'S'.
