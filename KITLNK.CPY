      ******************************************************************
      * COPYBOOK : KITLNK
      * OBJETIVO : AREA DE LINKAGE DO SUBPROGRAMA KITLER - O CHAMADOR
      *            PASSA O CODIGO DO KIT E RECEBE OS COMPONENTES (ATE
      *            20) COM A QUANTIDADE DE CADA UM POR UNIDADE DO KIT.
      *            KIT SEM NENHUM COMPONENTE VOLTA NAO ACHADO.
      ******************************************************************
       01 LNK-KIT-AREA.
            05 LNK-KIT-CODIGO    PIC 9(05).
            05 LNK-KIT-QT-COMP   PIC 9(02).
            05 LNK-KIT-COMPONENTES OCCURS 20 TIMES.
                10 LNK-KIT-COMP-CODIGO PIC 9(05).
                10 LNK-KIT-COMP-QTDE   PIC 9(03).
            05 LNK-KIT-SW        PIC X(01).
                88 LNK-KIT-ACHADO     VALUE 'S'.
                88 LNK-KIT-NAO-ACHADO VALUE 'N'.
