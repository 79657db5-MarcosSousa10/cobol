      ******************************************************************
      * COPYBOOK : SAC
      * OBJETIVO : LAYOUT DO REGISTRO DE CHAMADOS DE ATENDIMENTO
      *            (SAC.DAT) - CADA RECLAMACAO OU PEDIDO DO CLIENTE
      *            GANHA UM PROTOCOLO (SERIE 'SAC' DO NUMGER), TIPO,
      *            PEDIDO / NOTA / TITULO LIGADOS, OPERADOR
      *            RESPONSAVEL, SITUACAO E O PRAZO DE ATENDIMENTO
      *            (SLA) CALCULADO NA ABERTURA. AS ANOTACOES LIVRES DO
      *            ANOTACOES.DAT CONTINUAM PARA O RESTO; O HISTORICO
      *            DE CADA MUDANCA DE SITUACAO FICA EM SACHIS.DAT.
      ******************************************************************
       01 SAC-REG.
            05 SAC-CHAVE.
                10 SAC-PROTOCOLO  PIC 9(08).
      * TELEFONE DO CLIENTE (CLIENTES-FONE) - CHAVE ALTERNADA, PARA A
      * CONSULTA DO CLIENTE LISTAR OS CHAMADOS ABERTOS DELE.
            05 SAC-FONE           PIC 9(09).
            05 SAC-TIPO           PIC X(01).
                88 SAC-TIPO-ENTREGA  VALUE 'E'.
                88 SAC-TIPO-COBRANCA VALUE 'C'.
                88 SAC-TIPO-PRODUTO  VALUE 'P'.
      * PEDIDO DO TITULAR DE DADOS PESSOAIS (LGPD) - ACESSO,
      * CORRECAO, ELIMINACAO.
                88 SAC-TIPO-LGPD     VALUE 'L'.
                88 SAC-TIPO-VALIDO   VALUE 'E' 'C' 'P' 'L'.
      * LIGACOES OPCIONAIS (ZEROS = SEM LIGACAO).
            05 SAC-PEDIDO         PIC 9(06).
            05 SAC-NOTA           PIC 9(08).
            05 SAC-TITULO         PIC 9(08).
      * OPERADOR RESPONSAVEL (OPER-ID) - CHAVE ALTERNADA, PARA O
      * RELATORIO DIARIO DE CHAMADOS FORA DO PRAZO SAIR POR OPERADOR.
            05 SAC-RESPONSAVEL    PIC X(08).
            05 SAC-SITUACAO       PIC X(01).
                88 SAC-SIT-ABERTO     VALUE 'A'.
                88 SAC-SIT-ANDAMENTO  VALUE 'T'.
      * AGUARDANDO RETORNO DO CLIENTE - O PRAZO CONTINUA CORRENDO.
                88 SAC-SIT-AGUARDANDO VALUE 'G'.
                88 SAC-SIT-RESOLVIDO  VALUE 'R'.
                88 SAC-SIT-CANCELADO  VALUE 'X'.
                88 SAC-SIT-PENDENTE   VALUE 'A' 'T' 'G'.
                88 SAC-SIT-ENCERRADO  VALUE 'R' 'X'.
                88 SAC-SIT-VALIDA     VALUE 'A' 'T' 'G' 'R' 'X'.
            05 SAC-DATA-ABERTURA  PIC 9(08).
            05 SAC-HORA-ABERTURA  PIC 9(06).
      * DATA LIMITE = ABERTURA + DIAS DE SLA DO TIPO (PARAMETROS
      * SAC/SLA-ENTREGA, SLA-COBRANCA, SLA-PRODUTO, SLA-LGPD).
            05 SAC-PRAZO          PIC 9(08).
      * ZEROS ENQUANTO O CHAMADO NAO FOI RESOLVIDO OU CANCELADO.
            05 SAC-DATA-FECHAMENTO PIC 9(08).
            05 SAC-OPERADOR-ABERTURA PIC X(08).
            05 SAC-ASSUNTO        PIC X(60).
