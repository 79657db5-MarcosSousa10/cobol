      ******************************************************************
      * COPYBOOK : FATFRETE
      * OBJETIVO : LAYOUT DO CABECALHO DA FATURA DE FRETE DA
      *            TRANSPORTADORA (FATFRETE.DAT) - A FATURA QUINZENAL
      *            IMPORTADA E AUDITADA NO FRETEAUD.COB CONTRA O FRETE
      *            COTADO; SO A APROVADA VIRA CONTA A PAGAR (PAGAR.DAT).
      *            AS LINHAS FICAM EM FATFITEN.DAT.
      ******************************************************************
       01 FATFRETE-REG.
            05 FATFRETE-CHAVE.
                10 FATF-TRANSP     PIC 9(03).
                10 FATF-NUMERO     PIC X(15).
            05 FATF-EMISSAO        PIC 9(08).
            05 FATF-VENCIMENTO     PIC 9(08).
      * TOTAL INFORMADO NO CABECALHO DO ARQUIVO E A SOMA DAS LINHAS
      * LIDAS - DIFERENTES, A FATURA CHEGOU TRUNCADA.
            05 FATF-TOTAL-INFORMADO PIC 9(09)V99.
            05 FATF-TOTAL-COBRADO  PIC 9(09)V99.
            05 FATF-TOTAL-COTADO   PIC 9(09)V99.
      * GLOSA = O QUE NAO SE PAGA: LINHA DUPLICADA, NAO MANIFESTADA,
      * SEM COTACAO OU DE OUTRA TRANSPORTADORA INTEIRA; SOBREPRECO SO
      * O QUE PASSA DO FRETE COTADO.
            05 FATF-TOTAL-GLOSA    PIC 9(09)V99.
            05 FATF-QT-LINHAS      PIC 9(05).
            05 FATF-QT-DIVERGENTES PIC 9(05).
            05 FATF-SITUACAO       PIC X(01).
                88 FATF-SIT-AUDITADA  VALUE 'A'.
                88 FATF-SIT-APROVADA  VALUE 'P'.
                88 FATF-SIT-RECUSADA  VALUE 'R'.
            05 FATF-DATA-IMPORTACAO PIC 9(08).
            05 FATF-DATA-DECISAO   PIC 9(08).
      * CONTA A PAGAR GERADA NA APROVACAO (ZEROS ANTES DISSO).
            05 FATF-PAGAR          PIC 9(08).
            05 FATF-OPERADOR       PIC X(08).
