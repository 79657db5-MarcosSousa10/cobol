      *********************************
      * OBJETIVO:  RESTAURACAO DE CADASTRO A PARTIR DO AUDITORIA.TXT
      *            - O OPERADOR ESCOLHE O CLIENTE E UMA LINHA DE
      *            ALTERACAO, VE O ANTES/DEPOIS LADO A LADO E PEDE A
      *            VOLTA DA IMAGEM-ANTES EM CLIENTES.DAT, EM VEZ DE
      *            REDIGITAR OS VALORES LENDO O LOG NO NOTEPAD.
      *            AS IMAGENS TRAZEM E-MAIL, CPF/CNPJ E NASCIMENTO EM
      *            CLARO, ENTAO SO ENTRA QUEM TEM A PERMISSAO DE DADOS
      *            PESSOAIS (DADOSPES), E A CONSULTA E REGISTRADA.
      *            A IMAGEM-ANTES DO 7000-ALTERAR E GRAVADA EM
      *            POSICOES FIXAS (CADA CAMPO NO SEU TAMANHO PIC,
      *            SEPARADOS POR UM ESPACO), ENTAO DA PARA FATIAR.
      *            A RESTAURACAO NAO E APLICADA AQUI: VIRA PEDIDO DE
      *            APROVACAO (APVGRAV) COM A IMAGEM ATUAL E A IMAGEM
      *            ESCOLHIDA, E SO OUTRO SUPERVISOR, NO APROVMNT.COB,
      *            APLICA (E GRAVA A LINHA RESTAURAR NA AUDITORIA).
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-FONE-TEXTO   PIC X(09) VALUE SPACES.
       77 WRK-ESCOLHA      PIC 9(02) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
      * PEDIDO DE APROVACAO DA RESTAURACAO (APVGRAV).
       COPY APVLNK.
       COPY DPESLNK.
       01 WRK-AUD-CAMPOS.
           05 WRK-AUDC-DATAHORA PIC X(17).
           05 WRK-AUDC-OPER     PIC X(10).
       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1900-LER-SESSAO.
            MOVE 'V' TO LNK-DPES-OP.
            CALL 'DADOSPES' USING LNK-DPES-AREA.
            IF LNK-DPES-MASCARADO
                DISPLAY 'RESTAURACAO EXIGE PERMISSAO DE DADOS PESSOAIS'
                GOBACK
            END-IF.
            DISPLAY 'RESTAURACAO DE CADASTRO PELA AUDITORIA'.
            DISPLAY 'TELEFONE DO CLIENTE: '.
            ACCEPT WRK-FONE.
            MOVE WRK-FONE TO WRK-FONE-TEXTO.
            MOVE 'A' TO LNK-DPES-OP.
            MOVE WRK-FONE TO LNK-DPES-FONE.
            MOVE 'RESTAURAR' TO LNK-DPES-TELA.
            CALL 'DADOSPES' USING LNK-DPES-AREA.
            PERFORM 1000-LISTAR-ALTERACOES THRU 1000-FIM.
            IF WRK-QT-ALT = 0
                DISPLAY 'NENHUMA ALTERACAO NA AUDITORIA PARA ELE'
            DISPLAY 'CEP....... ' WRK-IMG-CEP.
            DISPLAY 'DOCUMENTO. ' WRK-IMG-DOCUMENTO.
            DISPLAY 'NASCIMENTO ' WRK-IMG-DATANASC.
            DISPLAY 'CONFIRMA O PEDIDO DE RESTAURACAO (S/N)? '.
            ACCEPT WRK-CONFIRMA.
            IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                DISPLAY 'RESTAURACAO CANCELADA'
                GO TO 2000-FIM
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
                GO TO 2000-FIM
                    CLOSE CLIENTES
                    GO TO 2000-FIM
            END-READ.
      * A IMAGEM ATUAL VAI NO PEDIDO - A APROVACAO SO APLICA SE O
      * CADASTRO AINDA ESTIVER IGUAL A ELA.
            MOVE SPACES TO WRK-AUDC-ANTES.
            STRING CLIENTES-NOME       DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   CLIENTES-LIMITE     DELIMITED BY SIZE
              INTO WRK-AUDC-ANTES
            END-STRING.
            CLOSE CLIENTES.
            MOVE 'RESTAURAR' TO LNK-APV-OPERACAO.
            MOVE WRK-FONE TO LNK-APV-ALVO.
            MOVE 0 TO LNK-APV-VALOR-ANTES.
            MOVE 0 TO LNK-APV-VALOR-DEPOIS.
            MOVE WRK-AUDC-ANTES TO LNK-APV-ANTES.
            MOVE TAB-ALT-ANTES(WRK-ESCOLHA) TO LNK-APV-DEPOIS.
            MOVE SPACES TO LNK-APV-MOTIVO.
            STRING 'VOLTAR A ALTERACAO DE ' DELIMITED BY SIZE
                   TAB-ALT-DATAHORA(WRK-ESCOLHA) DELIMITED BY SIZE
              INTO LNK-APV-MOTIVO
            END-STRING.
            MOVE WRK-OPERADOR TO LNK-APV-SOLICITANTE.
            CALL 'APVGRAV' USING LNK-APV-AREA.
            EVALUATE TRUE
                WHEN LNK-APV-GRAVADA
                    DISPLAY 'RESTAURACAO PEDIDA (PEDIDO '
                            LNK-APV-NUMERO
                            ') - AGUARDA APROVACAO DE UM SUPERVISOR'
                WHEN LNK-APV-JA-PENDENTE
                    DISPLAY 'JA HA PEDIDO DE RESTAURACAO PENDENTE: '
                            LNK-APV-NUMERO
                WHEN OTHER
                    DISPLAY 'PEDIDO DE APROVACAO NAO GRAVADO'
            END-EVALUATE.
       2000-FIM.
            EXIT.

       END PROGRAM CLIREST.
