      ******************************************************************
      * COPYBOOK : DPESLNK
      * OBJETIVO : AREA DE LINKAGE DO DADOSPES - DADOS PESSOAIS DO
      *            CLIENTE (CPF/CNPJ, NASCIMENTO, E-MAIL E LIMITE) NAS
      *            TELAS E RELATORIOS. OPERACOES:
      *            'V' - VERIFICA NA SESSAO (SESSLER) SE O OPERADOR VE
      *                  OS DADOS: PERFIL 'S' OU O CARACTERE '*' NAS
      *                  PERMISSOES. DEVOLVE O OPERADOR ('AVULSO' SEM
      *                  SESSAO - E AVULSO NAO VE).
      *            'M' - MONTA OS TEXTOS DE SAIDA A PARTIR DOS CAMPOS:
      *                  EM CLARO SE LNK-DPES-LIBERADO, SENAO
      *                  MASCARADOS (EX: ***.456.789-**).
      *            'A' - GRAVA NO ACESSOS_DADOS.TXT QUE O OPERADOR VIU
      *                  OS DADOS EM CLARO DO CLIENTE (FONE) NA TELA.
      *                  FONE ZERO = RELATORIO COM TODOS OS CLIENTES.
      ******************************************************************
       01 LNK-DPES-AREA.
            05 LNK-DPES-OP          PIC X(01).
            05 LNK-DPES-OPERADOR    PIC X(08).
            05 LNK-DPES-FONE        PIC 9(09).
            05 LNK-DPES-TELA        PIC X(10).
      * ENTRADA DO 'M'.
            05 LNK-DPES-DOCUMENTO   PIC 9(14).
            05 LNK-DPES-DATANASC    PIC 9(08).
            05 LNK-DPES-EMAIL       PIC X(60).
            05 LNK-DPES-LIMITE      PIC 9(08)V99.
      * SAIDA DO 'M'.
            05 LNK-DPES-DOC-TX      PIC X(18).
            05 LNK-DPES-NASC-TX     PIC X(10).
            05 LNK-DPES-EMAIL-TX    PIC X(60).
            05 LNK-DPES-LIMITE-TX   PIC X(14).
      * SAIDA DO 'V', ENTRADA DO 'M'.
            05 LNK-DPES-SW          PIC X(01).
                88 LNK-DPES-LIBERADO    VALUE 'S'.
                88 LNK-DPES-MASCARADO   VALUE 'N'.
