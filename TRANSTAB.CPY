      ******************************************************************
      * COPYBOOK : TRANSTAB
      * OBJETIVO : LAYOUT DA TABELA DE FRETE POR TRANSPORTADORA
      *            (TRANSTAB.DAT) - UMA LINHA POR TRANSPORTADORA, UF DE
      *            DESTINO E FAIXA DE PESO (LIMITE SUPERIOR EM GRAMAS),
      *            COM A TARIFA DA FAIXA E O PRAZO EM DIAS. A FAIXA DO
      *            ENVIO E A PRIMEIRA COM LIMITE NAO MENOR QUE O PESO
      *            (START NOT LESS PELA CHAVE). SEM PESO (PRODUTO FORA
      *            DO CATALOGO) VALE O PERCENTUAL SOBRE O VALOR DA
      *            PRIMEIRA FAIXA DA UF, COMO NA TABELA GERAL.
      ******************************************************************
       01 TRANSTAB-REG.
            05 TRANSTAB-CHAVE.
                10 TTAB-TRANSP     PIC 9(03).
                10 TTAB-UF         PIC X(02).
                10 TTAB-PESO-LIMITE PIC 9(07).
            05 TTAB-VALOR          PIC 9(05)V99.
            05 TTAB-PERC           PIC 9(02)V99.
            05 TTAB-PRAZO          PIC 9(02).
