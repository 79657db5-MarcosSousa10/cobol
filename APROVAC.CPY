      ******************************************************************
      * COPYBOOK : APROVAC
      * OBJETIVO : LAYOUT DO PEDIDO DE APROVACAO (APROVACOES.DAT) DAS
      *            OPERACOES DE ALTO RISCO - PERDA DE TITULO
      *            (TITMANT), AUMENTO DE LIMITE DE CREDITO (CLIENTES1),
      *            REABERTURA DE COMPETENCIA DA FOLHA (PROGRAMA3),
      *            RESTAURACAO DE CADASTRO (CLIREST) E EXPURGO DE
      *            INATIVO (CLIINAT). A OPERACAO SO GRAVA O PEDIDO
      *            (APVGRAV); OUTRO SUPERVISOR APROVA OU REJEITA NO
      *            APROVMNT.COB E SO A APROVACAO APLICA A MUDANCA.
      ******************************************************************
       01 APROVACOES-REG.
            05 APROVACOES-CHAVE.
                10 APV-NUMERO      PIC 9(08).
            05 APV-OPERACAO        PIC X(10).
                88 APV-OP-PERDA        VALUE 'PERDA'.
                88 APV-OP-LIMITE       VALUE 'LIMITE'.
                88 APV-OP-REABRE-FOLHA VALUE 'REABRFOLHA'.
                88 APV-OP-RESTAURAR    VALUE 'RESTAURAR'.
                88 APV-OP-EXPURGO      VALUE 'EXPURGO'.
      * ALVO DA OPERACAO: NUMERO DO TITULO, TELEFONE DO CLIENTE OU
      * COMPETENCIA (AAAAMM) DA FOLHA, CONFORME A OPERACAO.
            05 APV-ALVO            PIC 9(14).
      * ANTES/DEPOIS: NO LIMITE, OS VALORES NUMERICOS; NA RESTAURACAO,
      * A IMAGEM ATUAL E A IMAGEM A APLICAR (POSICOES FIXAS DO
      * 7000-ALTERAR); NO EXPURGO, A LINHA QUE VAI PARA O HISTORICO.
            05 APV-VALOR-ANTES     PIC 9(08)V99.
            05 APV-VALOR-DEPOIS    PIC 9(08)V99.
            05 APV-ANTES           PIC X(250).
            05 APV-DEPOIS          PIC X(250).
            05 APV-MOTIVO          PIC X(60).
            05 APV-SOLICITANTE     PIC X(08).
            05 APV-DATA-SOL        PIC 9(08).
            05 APV-HORA-SOL        PIC 9(06).
      * 'P' = PENDENTE, 'A' = APROVADA E APLICADA, 'R' = REJEITADA
      * (PELO SUPERVISOR OU PORQUE O ALVO MUDOU DESDE O PEDIDO),
      * 'E' = EXPIRADA SEM DECISAO (APROVMNT/DIAS-VALIDADE).
            05 APV-SITUACAO        PIC X(01).
                88 APV-PENDENTE        VALUE 'P'.
                88 APV-APROVADA        VALUE 'A'.
                88 APV-REJEITADA       VALUE 'R'.
                88 APV-EXPIRADA        VALUE 'E'.
            05 APV-APROVADOR       PIC X(08).
            05 APV-DATA-DEC        PIC 9(08).
            05 APV-HORA-DEC        PIC 9(06).
            05 APV-MOTIVO-DEC      PIC X(60).
