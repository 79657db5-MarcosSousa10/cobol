      ******************************************************************
      * COPYBOOK : FISCLNK
      * OBJETIVO : AREA DE LINKAGE DO CALCULO DE IMPOSTOS DO ITEM DA
      *            NOTA (FISCALC). ENTRADAS: UF DE DESTINO, SE O
      *            DESTINATARIO E CONTRIBUINTE (CNPJ), ORIGEM DA
      *            MERCADORIA, ALIQUOTA DE IPI E VALOR DA LINHA.
      *            SAIDAS: UF DE ORIGEM (DO EMITENTE), CFOP, BASE,
      *            ALIQUOTA E VALOR DO ICMS E VALOR DO IPI.
      ******************************************************************
       01 LNK-FISCAL-AREA.
            05 LNK-FIS-UF-ORIGEM    PIC X(02).
            05 LNK-FIS-UF-DESTINO   PIC X(02).
            05 LNK-FIS-CONTRIB      PIC X(01).
                88 LNK-FIS-CONTRIBUINTE VALUE 'S'.
      * ORIGEM DA MERCADORIA (TABELA DA NF-E: 0 = NACIONAL, 1/2/3/8 =
      * IMPORTADA OU COM CONTEUDO IMPORTADO ACIMA DE 40%).
            05 LNK-FIS-ORIGEM-PROD  PIC 9(01).
            05 LNK-FIS-ALIQ-IPI     PIC 9(02)V99.
            05 LNK-FIS-VALOR        PIC 9(08)V99.
            05 LNK-FIS-CFOP         PIC 9(04).
            05 LNK-FIS-BASE-ICMS    PIC 9(08)V99.
            05 LNK-FIS-ALIQ-ICMS    PIC 9(02)V99.
            05 LNK-FIS-ICMS         PIC 9(08)V99.
            05 LNK-FIS-IPI          PIC 9(08)V99.
      * 'S' = CALCULADO; 'A' = SEM ALIQUOTA NA TABELA PARA O PAR DE
      * UFS (ICMS ZERADO); 'E' = EMITENTE NAO CADASTRADO (NADA
      * CALCULADO).
            05 LNK-FIS-SW           PIC X(01).
                88 LNK-FIS-OK            VALUE 'S'.
                88 LNK-FIS-SEM-ALIQUOTA  VALUE 'A'.
                88 LNK-FIS-SEM-EMITENTE  VALUE 'E'.
