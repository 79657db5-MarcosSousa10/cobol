      ******************************************************************
      * COPYBOOK : PONTOS
      * OBJETIVO : LAYOUT DO EXTRATO DE PONTOS DO PROGRAMA DE
      *            FIDELIDADE (PONTOS.DAT) - UM LANCAMENTO POR
      *            MOVIMENTO, CHAVEADO PELO TELEFONE DO CLIENTE
      *            (CLIENTES-FONE) + DATA/HORA, ENTAO OS LANCAMENTOS DE
      *            UM CLIENTE SAEM EM ORDEM CRONOLOGICA. O SEQUENCIAL
      *            SO DESEMPATA DOIS LANCAMENTOS NO MESMO CENTESIMO.
      *            GRAVADO PELO SUBPROGRAMA PONTMV E PELO PONTVENC.
      ******************************************************************
       01 PONTOS-REG.
            05 PONTOS-CHAVE.
                10 PONTOS-FONE     PIC 9(09).
                10 PONTOS-DATA     PIC 9(08).
                10 PONTOS-HORA     PIC 9(08).
                10 PONTOS-SEQ      PIC 9(02).
      * G = GANHO NO FATURAMENTO, E = ESTORNO (DEVOLUCAO OU NOTA
      * CANCELADA), R = RESGATE COMO DESCONTO NO PEDIDO, V = RESGATE
      * DEVOLVIDO (PEDIDO CANCELADO), X = EXPIRADO.
            05 PONTOS-TIPO         PIC X(01).
                88 PONTOS-GANHO       VALUE 'G'.
                88 PONTOS-ESTORNO     VALUE 'E'.
                88 PONTOS-RESGATE     VALUE 'R'.
                88 PONTOS-DEVOLVIDO   VALUE 'V'.
                88 PONTOS-EXPIRADO    VALUE 'X'.
                88 PONTOS-CREDITO     VALUE 'G' 'V'.
            05 PONTOS-PEDIDO       PIC 9(06).
      * QUANTIDADE DO LANCAMENTO, COM SINAL (CREDITO POSITIVO).
            05 PONTOS-QTDE         PIC S9(07).
      * SO NOS CREDITOS (G E V): VALIDADE E O QUE AINDA RESTA DELES -
      * OS DEBITOS CONSOMEM OS CREDITOS MAIS ANTIGOS PRIMEIRO, E O
      * SALDO DO CLIENTE E A SOMA DO QUE RESTA NOS CREDITOS VALIDOS.
            05 PONTOS-VALIDADE     PIC 9(08).
            05 PONTOS-RESTANTE     PIC 9(07).
            05 PONTOS-OPERADOR     PIC X(08).
