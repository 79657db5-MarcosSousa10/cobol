      ******************************************************************
      * COPYBOOK : FILAMSG
      * OBJETIVO : LAYOUT DA FILA CENTRAL DE MENSAGENS DE SAIDA
      *            (FILAMSG.DAT) - E-MAIL E SMS GERADOS PELA COBRANCA
      *            (COBRANCA.COB), PELA MALA DIRETA (MALADIR.COB) E
      *            PELA EXPORTACAO DE E-MAILS DO CLIENTES1.COB ENTRAM
      *            AQUI PELO FILAGRAV, EM VEZ DE CADA UM GERAR O SEU
      *            ARQUIVO SOLTO. O FILAENV.COB EXPORTA AS PENDENTES
      *            PARA A PLATAFORMA DE ENVIO E IMPORTA O RETORNO DE
      *            ENTREGA DE CADA UMA.
      ******************************************************************
       01 FILAMSG-REG.
            05 FILAMSG-CHAVE.
                10 FMS-NUMERO        PIC 9(08).
            05 FMS-CANAL             PIC X(01).
                88 FMS-CANAL-EMAIL  VALUE 'E'.
                88 FMS-CANAL-SMS    VALUE 'S'.
      * E-MAIL OU TELEFONE, CONFORME O CANAL.
            05 FMS-DESTINO           PIC X(60).
      * ID DO MODELO NO CADASTRO DE MENSAGENS (CRUD_IDX.DAT) - A
      * EXPORTACAO DE E-MAILS DO CLIENTES1 USA 'MARKETING', COM O
      * CORPO EM BRANCO (O MODELO FICA NA PLATAFORMA).
            05 FMS-MODELO            PIC X(10).
            05 FMS-ORIGEM            PIC X(08).
      * CLIENTE (CLIENTES-FONE) E TITULO DE ORIGEM - ZEROS QUANDO NAO
      * SE APLICA.
            05 FMS-FONE              PIC 9(09).
            05 FMS-TITULO            PIC 9(08).
            05 FMS-CORPO             PIC X(400).
      * P = PENDENTE, X = EXPORTADA PARA A PLATAFORMA, S = ENVIADA,
      * E = ENTREGUE, F = FALHOU (VAI PARA A LISTA DE REENVIO).
            05 FMS-SITUACAO          PIC X(01).
                88 FMS-PENDENTE     VALUE 'P'.
                88 FMS-EXPORTADA    VALUE 'X'.
                88 FMS-ENVIADA      VALUE 'S'.
                88 FMS-ENTREGUE     VALUE 'E'.
                88 FMS-FALHOU       VALUE 'F'.
            05 FMS-DATA-GERACAO      PIC 9(08).
            05 FMS-HORA-GERACAO      PIC 9(06).
            05 FMS-DATA-EXPORT       PIC 9(08).
            05 FMS-DATA-SITUACAO     PIC 9(08).
      * REENFILEIRAMENTOS DEPOIS DE FALHA.
            05 FMS-TENTATIVAS        PIC 9(02).
            05 FMS-MOTIVO            PIC X(40).
