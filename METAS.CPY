      ******************************************************************
      * COPYBOOK : METAS
      * OBJETIVO : LAYOUT DO ARQUIVO DE METAS MENSAIS DE VENDA
      *            (METAS.DAT), UMA POR VENDEDOR E COMPETENCIA - SAI DA
      *            PLANILHA DA GERENCIA COMERCIAL. MANTIDO NO
      *            METAMANT.COB; O ATINGIMENTO (METAREL.COB) CONFRONTA
      *            COM OS MESMOS PEDIDOS QUE O COMISSAO.COB CONTA.
      ******************************************************************
       01 METAS-REG.
            05 METAS-CHAVE.
                10 META-VENDEDOR    PIC 9(03).
                10 META-COMPETENCIA PIC 9(06).
            05 META-VALOR       PIC 9(08)V99.
      * QUEM GRAVOU A META E QUANDO, PARA A CONFERENCIA DA GERENCIA.
            05 META-OPERADOR    PIC X(08).
            05 META-DATA        PIC 9(08).
