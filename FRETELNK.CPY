      *            FRETECALC BUSCAR A UF PELO TELEFONE NO CADASTRO) E
      *            PESO EM GRAMAS (ZERO = COTACAO PELA REGRA DE
      *            PERCENTUAL SOBRE O VALOR).
      *            SAIDAS: FRETE CALCULADO, UF RESOLVIDA, PRAZO E DATA
      *            PREVISTA DE ENTREGA E FLAG DE ACHADO/NAO ACHADO.
      ******************************************************************
       01 LNK-FRETE-AREA.
            05 LNK-VALOR        PIC 9(08)V99.
                88 LNK-METODO-PAC    VALUE 'P'.
                88 LNK-METODO-SEDEX  VALUE 'S'.
                88 LNK-METODO-TRANSP VALUE 'T'.
      * TRANSPORTADORA DO CADASTRO (TRANSP.DAT) PARA O METODO T - A
      * CONTA SAI DA TABELA DELA (TRANSTAB.DAT). ZEROS = TABELA GERAL
      * DA TRANSPORTADORA GENERICA, COMO SEMPRE FOI.
            05 LNK-TRANSP       PIC 9(03).
      * COMPONENTES DO FRETE - O FINANCEIRO PRECISA SEPARAR RECEITA DE
      * SEGURO DO CUSTO DE TRANSPORTE NO FECHAMENTO DO MES. LNK-FRETE
      * E SEMPRE A SOMA DOS TRES.
            05 LNK-SEGURO       PIC 9(08)V99.
            05 LNK-MANUSEIO     PIC 9(08)V99.
            05 LNK-FRETE        PIC 9(08)V99.
      * PRAZO ESTIMADO DE ENTREGA EM DIAS UTEIS, PELA UF E PELO
      * METODO, E A DATA PREVISTA DE ENTREGA (HOJE MAIS O PRAZO EM
      * DIAS UTEIS, PELO CALENDARIO DE FERIADOS DO DIAUTIL).
            05 LNK-PRAZO-DIAS   PIC 9(02).
            05 LNK-DATA-PREVISTA PIC 9(08).
            05 LNK-ACHADO       PIC X(01).
                88 LNK-FRETE-ACHADO     VALUE 'S'.
                88 LNK-FRETE-NAO-ACHADO VALUE 'N'.
