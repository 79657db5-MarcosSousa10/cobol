             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEDIDOS-CHAVE
             ALTERNATE RECORD KEY IS PEDIDOS-FONE WITH DUPLICATES
             ALTERNATE RECORD KEY IS PEDIDOS-DATA WITH DUPLICATES
             FILE STATUS IS PEDIDOS-STATUS.

      * PEDIDOS JA ARQUIVADOS (PEDARQ.COB) - TAMBEM SEGUEM O
      * TELEFONE NOVO.
             SELECT PEDHIST ASSIGN TO 'PEDIDOS_HIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PEDHIST-CHAVE
             ALTERNATE RECORD KEY IS PHIS-FONE WITH DUPLICATES
             FILE STATUS IS PEDHIST-STATUS.

      * PROSPECTS DO FRETE.COB (COTACOES FEITAS SEM CADASTRO) - NA
      * INCLUSAO DE UM CLIENTE NOVO, AS COTACOES DO MESMO TELEFONE DE
      * RETORNO SAO LIGADAS AO CLIENTES-FONE E O HISTORICO DO 6095
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS COTACOES-CHAVE
             ALTERNATE RECORD KEY IS COTACOES-FONE WITH DUPLICATES
             ALTERNATE RECORD KEY IS COTACOES-RASTREIO WITH DUPLICATES
             FILE STATUS IS COTACOES-STATUS.

      * CHAMADOS DE ATENDIMENTO (SACMANT.COB), SO PARA LISTAR NA
      * CONSULTA OS CHAMADOS AINDA PENDENTES DO CLIENTE PELO INDICE
      * ALTERNADO DE TELEFONE.
             SELECT SAC ASSIGN TO 'SAC.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SAC-CHAVE
             ALTERNATE RECORD KEY IS SAC-FONE WITH DUPLICATES
             ALTERNATE RECORD KEY IS SAC-RESPONSAVEL WITH DUPLICATES
             FILE STATUS IS SAC-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       COPY PEDIDOS.

       FD PEDHIST.
       COPY PEDHIST.

       FD COTACOES.
       COPY COTACOES.

       FD SAC.
       COPY SAC.

       FD PROSPECTS.
       COPY PROSPECT.

           05 WRK-ANTES-DATANASC   PIC 9(08) VALUE 0.
           05 WRK-ANTES-LIMITE     PIC 9(08)V99 VALUE 0.
           05 WRK-ANTES-CONSENTE   PIC X(01) VALUE SPACES.
           05 WRK-ANTES-LISTA      PIC 9(02) VALUE 0.
      * GUARDA O QUE O OPERADOR ACABOU DE DIGITAR EM SS-DADOS ANTES DE
      * RELER CLIENTES-REG DO DISCO PARA CONFERIR SE OUTRO OPERADOR
      * ALTEROU O REGISTRO ENTRE A LOCALIZACAO E A REESCRITA (A LEITURA
           05 WRK-EDIT-DATANASC   PIC 9(08) VALUE 0.
           05 WRK-EDIT-LIMITE     PIC 9(08)V99 VALUE 0.
           05 WRK-EDIT-CONSENTE   PIC X(01) VALUE SPACES.
           05 WRK-EDIT-LISTA      PIC 9(02) VALUE 0.
       01 WRK-INCL-REG.
           05 WRK-INCL-FONE   PIC 9(09) VALUE 0.
           05 WRK-INCL-NOME   PIC X(30) VALUE SPACES.
           05 WRK-INCL-DATANASC   PIC 9(08) VALUE 0.
           05 WRK-INCL-LIMITE     PIC 9(08)V99 VALUE 0.
           05 WRK-INCL-CONSENTE   PIC X(01) VALUE SPACES.
           05 WRK-INCL-LISTA      PIC 9(02) VALUE 0.
       77 WRK-SW-DUPLICADO PIC X VALUE 'N'.
           88 WRK-DUPLICADO-ACHADO VALUE 'S'.
      * PARAMETRO DE LINHA DE COMANDO, USADO PELO JOB SCHEDULER NOTURNO
       77 WRK-FONE-ANTIGO   PIC 9(09) VALUE ZEROS.
       77 WRK-FONE-NOVO     PIC 9(09) VALUE ZEROS.
       77 PEDIDOS-STATUS    PIC X(02).
       77 PEDHIST-STATUS    PIC X(02).
       77 WRK-REG-SALVO     PIC X(150) VALUE SPACES.
       77 WRK-QT-TRF-PED    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-TRF-TIT    PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-ED     PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       77 WRK-SALDO-ED      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       77 WRK-DISPON-ED     PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
      * SALDO DE PONTOS DE FIDELIDADE NA CONSULTA (PONTMV).
       COPY PONTLNK.
       77 WRK-PONTOS-ED     PIC Z,ZZZ,ZZ9 VALUE ZEROS.
       77 WRK-PONTOS-VALOR  PIC 9(10)V99 VALUE ZEROS.
      * E-MAIL DE MARKETING NA FILA CENTRAL DE SAIDA (FILAGRAV).
       COPY FILALNK.
      * AUMENTO DE LIMITE NA ALTERACAO VIRA PEDIDO DE APROVACAO
      * (APVGRAV) - O CADASTRO GRAVA COM O LIMITE ANTIGO ATE OUTRO
      * SUPERVISOR APROVAR NO APROVMNT.COB.
       COPY APVLNK.
       77 WRK-SW-LIMITE-PED PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-PEDIDO VALUE 'S'.
       77 WRK-LIMITE-PEDIDO-VALOR PIC 9(08)V99 VALUE ZEROS.
      * CPF/CNPJ, NASCIMENTO, E-MAIL E LIMITE SO APARECEM EM CLARO
      * PARA QUEM TEM A PERMISSAO DE DADOS PESSOAIS (DADOSPES) - E CADA
      * VISUALIZACAO EM CLARO VAI PARA O ACESSOS_DADOS.TXT.
       COPY DPESLNK.
      * CHAMADOS PENDENTES NA CONSULTA (SAC.DAT).
       77 SAC-STATUS        PIC X(02).
       77 WRK-QT-CHAMADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-SAC-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-SAC-AVISO     PIC X(15) VALUE SPACES.

       SCREEN SECTION.
       01 TELA.
                   BLANK WHEN ZEROS.
               10 LINE 19 COLUMN 40 VALUE 'MKT(S/N) '.
               10 COLUMN PLUS 2 PIC X(01) USING CLIENTES-CONSENTE.
               10 LINE 19 COLUMN 55 VALUE 'LISTA PRECO '.
               10 COLUMN PLUS 2 PIC 9(02) USING CLIENTES-LISTA
                   BLANK WHEN ZEROS.
      * MESMA TELA COM OS DADOS PESSOAIS MASCARADOS E PROTEGIDOS - NA
      * ALTERACAO SEM PERMISSAO, SO OS DEMAIS CAMPOS SAO DIGITADOS.
       01 TELA-REGISTRO-MASC.
            05 SS-DADOS-MASC.
               10 LINE 11 COLUMN 10 VALUE 'NOME.... '.
               10 COLUMN PLUS 2 PIC X(30) USING CLIENTES-NOME.
               10 LINE 12 COLUMN 10 VALUE 'EMAIL... '.
               10 COLUMN PLUS 2 PIC X(40) FROM LNK-DPES-EMAIL-TX.
               10 LINE 13 COLUMN 10 VALUE 'ENDERECO '.
               10 COLUMN PLUS 2 PIC X(40) USING CLIENTES-LOGRADOURO.
               10 LINE 14 COLUMN 10 VALUE 'CIDADE.. '.
               10 COLUMN PLUS 2 PIC X(25) USING CLIENTES-CIDADE.
               10 LINE 15 COLUMN 10 VALUE 'UF...... '.
               10 COLUMN PLUS 2 PIC X(02) USING CLIENTES-UF.
               10 LINE 16 COLUMN 10 VALUE 'CEP..... '.
               10 COLUMN PLUS 2 PIC 9(08) USING CLIENTES-CEP
                   BLANK WHEN ZEROS.
               10 LINE 17 COLUMN 10 VALUE 'CPF/CNPJ '.
               10 COLUMN PLUS 2 PIC X(18) FROM LNK-DPES-DOC-TX.
               10 LINE 18 COLUMN 10 VALUE 'NASCIMENTO '.
               10 COLUMN PLUS 2 PIC X(10) FROM LNK-DPES-NASC-TX.
               10 LINE 19 COLUMN 10 VALUE 'LIMITE.. '.
               10 COLUMN PLUS 2 PIC X(14) FROM LNK-DPES-LIMITE-TX.
               10 LINE 19 COLUMN 40 VALUE 'MKT(S/N) '.
               10 COLUMN PLUS 2 PIC X(01) USING CLIENTES-CONSENTE.
               10 LINE 19 COLUMN 55 VALUE 'LISTA PRECO '.
               10 COLUMN PLUS 2 PIC 9(02) USING CLIENTES-LISTA
                   BLANK WHEN ZEROS.
       01 TELA-CONFIRMA-EMAIL FOREGROUND-COLOR 2.
            05 LINE 12 COLUMN 10 VALUE 'CONFIRME O EMAIL '.
            05 COLUMN PLUS 2 PIC X(40) USING WRK-EMAIL-CONFIRMA.
                MOVE LNK-SES-OPERADOR TO WRK-OPERADOR
                MOVE LNK-SES-PERFIL TO WRK-OPER-PERFIL
            END-IF.
            MOVE 'V' TO LNK-DPES-OP.
            CALL 'DADOSPES' USING LNK-DPES-AREA.

       1100-MONTATELA.
            MOVE 0 TO WRK-QTREGISTROS.
                          CLIENTES-LIMITE.
            MOVE SPACES TO CLIENTES-CONSENTE.
            MOVE SPACES TO CLIENTES-BLOQ-ATRASO.
            MOVE ZEROS TO CLIENTES-LISTA.
            MOVE 'A' TO CLIENTES-SITUACAO.
            display WRK-OPCAO
            EVALUATE WRK-OPCAO
             MOVE CLIENTES-DATANASC   TO WRK-INCL-DATANASC.
             MOVE CLIENTES-LIMITE     TO WRK-INCL-LIMITE.
             MOVE CLIENTES-CONSENTE   TO WRK-INCL-CONSENTE.
             MOVE CLIENTES-LISTA      TO WRK-INCL-LISTA.

             MOVE WRK-INCL-NOME TO CLIENTES-NOME.
             READ CLIENTES KEY IS CLIENTES-NOME
             MOVE WRK-INCL-DATANASC   TO CLIENTES-DATANASC.
             MOVE WRK-INCL-LIMITE     TO CLIENTES-LIMITE.
             MOVE WRK-INCL-CONSENTE   TO CLIENTES-CONSENTE.
             MOVE WRK-INCL-LISTA      TO CLIENTES-LISTA.

       5018-NORMALIZAR-NOME.
      * PADRONIZA O NOME DIGITADO EM MAIUSCULAS E COM UM UNICO ESPACO
             MOVE ZEROS TO CLIENTES-DOCUMENTO CLIENTES-DATANASC
                           CLIENTES-LIMITE.
             MOVE SPACES TO CLIENTES-CONSENTE.
             MOVE ZEROS TO CLIENTES-LISTA.
             MOVE 'V' TO CLIENTES-EMAIL-SIT.
      * MESMAS VALIDACOES DA TELA (FONE E EMAIL), SO QUE SEM PARAR
      * NO OPERADOR - O MOTIVO VAI PARA O RESULTADO. O CONSENTIMENTO
                     MOVE ZEROS TO CLIENTES-DATANASC
                     MOVE ZEROS TO CLIENTES-LIMITE
                     MOVE SPACES TO CLIENTES-CONSENTE
                     MOVE ZEROS TO CLIENTES-LISTA
                     PERFORM 5018-NORMALIZAR-NOME
                     WRITE CLIENTES-REG
                         INVALID KEY
       5800-EXPORTAR-EMAILS.
      * EXPORTA SOMENTE CLIENTES-EMAIL (SEM FONE/NOME) PARA UM ARQUIVO
      * A PARTE, DE-DUPLICADO, PARA O PESSOAL DE MARKETING NAO TER QUE
      * EXTRAIR ISSO DO RELATORIO COMPLETO NA MAO. CADA E-MAIL
      * EXPORTADO TAMBEM ENTRA NA FILA CENTRAL (MODELO MARKETING,
      * CORPO PREENCHIDO PELA PLATAFORMA), DESPACHADA PELO FILAENV.
             MOVE 'MODULO - EXPORTAR EMAILS' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE 0 TO WRK-QT-EMAILS.
                         MOVE CLIENTES-EMAIL TO EMAILS-LINHA
                         WRITE EMAILS-REG
                         ADD 1 TO WRK-QT-EMAILS
                         IF CLIENTES-EMAIL NOT = SPACES
                             PERFORM 5820-ENFILEIRAR-EMAIL
                         END-IF
                     END-IF
                 END-IF
                 READ CLIENTES NEXT
                     SET WRK-EMAIL-JA-GRAVADO TO TRUE
             END-SEARCH.

       5820-ENFILEIRAR-EMAIL.
             MOVE 'E' TO LNK-FILA-CANAL.
             MOVE CLIENTES-EMAIL TO LNK-FILA-DESTINO.
             MOVE 'MARKETING' TO LNK-FILA-MODELO.
             MOVE 'CLIENTES' TO LNK-FILA-ORIGEM.
             MOVE CLIENTES-FONE TO LNK-FILA-FONE.
             MOVE 0 TO LNK-FILA-TITULO.
             MOVE SPACES TO LNK-FILA-CORPO.
             CALL 'FILAGRAV' USING LNK-FILA-AREA.

       6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
             DISPLAY TELA.
                END-IF.
                IF CLIENTES-STATUS = 0
                  MOVE '--  ENCONTRADO  --'  TO WRK-MSGERRO
                   MOVE 'CONSULTA' TO LNK-DPES-TELA
                   PERFORM 6010-MOSTRAR-DADOS
                   PERFORM 6080-MOSTRAR-CREDITO
                   PERFORM 6090-MOSTRAR-ULT-ANOTACAO
                   PERFORM 6095-MOSTRAR-COTACOES
                   PERFORM 6097-MOSTRAR-PONTOS
                   PERFORM 6098-MOSTRAR-CHAMADOS
                ELSE
                   MOVE 'NAO ENCONTRADO   '  TO WRK-MSGERRO
                END-IF.
                   ACCEPT MOSTRA-ERRO.

       6010-MOSTRAR-DADOS.
      * DADOS DO CLIENTE LOCALIZADO: EM CLARO (E REGISTRADO COM A TELA
      * EM LNK-DPES-TELA) PARA QUEM TEM A PERMISSAO, SENAO MASCARADOS.
             IF LNK-DPES-LIBERADO
                 DISPLAY SS-DADOS
                 PERFORM 6020-REGISTRAR-ACESSO
             ELSE
                 PERFORM 6015-MASCARAR-DADOS
                 DISPLAY SS-DADOS-MASC
             END-IF.

       6015-MASCARAR-DADOS.
             MOVE 'M' TO LNK-DPES-OP.
             MOVE CLIENTES-DOCUMENTO TO LNK-DPES-DOCUMENTO.
             MOVE CLIENTES-DATANASC  TO LNK-DPES-DATANASC.
             MOVE CLIENTES-EMAIL     TO LNK-DPES-EMAIL.
             MOVE CLIENTES-LIMITE    TO LNK-DPES-LIMITE.
             CALL 'DADOSPES' USING LNK-DPES-AREA.

       6020-REGISTRAR-ACESSO.
             MOVE 'A' TO LNK-DPES-OP.
             MOVE CLIENTES-FONE TO LNK-DPES-FONE.
             CALL 'DADOSPES' USING LNK-DPES-AREA.

       6025-REGISTRAR-RELATORIO.
      * RELATORIO COM DADOS EM CLARO DE TODOS OS CLIENTES - UMA LINHA
      * POR EXECUCAO, COM FONE ZERO.
             IF LNK-DPES-LIBERADO
                 MOVE 'A' TO LNK-DPES-OP
                 MOVE 0 TO LNK-DPES-FONE
                 CALL 'DADOSPES' USING LNK-DPES-AREA
             END-IF.

       6080-MOSTRAR-CREDITO.
      * SOMA OS TITULOS EM ABERTO (ABERTOS E REJEITADOS) DO CLIENTE
      * LOCALIZADO E MOSTRA LIMITE, SALDO ABERTO E CREDITO DISPONIVEL
             COMPUTE WRK-CRED-DISPON =
                 CLIENTES-LIMITE - WRK-SALDO-ABERTO.
             MOVE WRK-CRED-DISPON TO WRK-DISPON-ED.
      * SEM A PERMISSAO DE DADOS PESSOAIS, O DISPONIVEL TAMBEM SAI
      * MASCARADO - ELE ENTREGARIA O LIMITE PELA CONTA.
             IF LNK-DPES-MASCARADO
                 DISPLAY 'LIMITE....: ' LNK-DPES-LIMITE-TX
                 DISPLAY 'EM ABERTO.: ' WRK-SALDO-ED
                 DISPLAY 'DISPONIVEL: ' LNK-DPES-LIMITE-TX
             ELSE
                 DISPLAY 'LIMITE....: ' WRK-LIMITE-ED
                 DISPLAY 'EM ABERTO.: ' WRK-SALDO-ED
                 IF CLIENTES-LIMITE = 0
                     DISPLAY 'DISPONIVEL: SEM LIMITE DEFINIDO'
                 ELSE
                     DISPLAY 'DISPONIVEL: ' WRK-DISPON-ED
                 END-IF
             END-IF.

       6090-MOSTRAR-ULT-ANOTACAO.
                 END-PERFORM
             END-IF.

       6097-MOSTRAR-PONTOS.
      * SALDO DE PONTOS DE FIDELIDADE, O VALOR DELES EM DESCONTO E O
      * QUE VENCE DENTRO DO AVISO.
             MOVE 'S' TO LNK-PON-OP.
             MOVE CLIENTES-FONE TO LNK-PON-FONE.
             MOVE 0 TO LNK-PON-PEDIDO.
             MOVE 0 TO LNK-PON-VALOR.
             MOVE 0 TO LNK-PON-PONTOS.
             MOVE SPACES TO LNK-PON-OPERADOR.
             CALL 'PONTMV' USING LNK-PONTOS-AREA.
             IF LNK-PON-ERRO OR LNK-PON-SALDO = 0
                 DISPLAY 'PONTOS FIDELIDADE: NENHUM'
             ELSE
                 MOVE LNK-PON-SALDO TO WRK-PONTOS-ED
                 COMPUTE WRK-PONTOS-VALOR =
                     LNK-PON-SALDO * LNK-PON-VALOR-PONTO
                 MOVE WRK-PONTOS-VALOR TO WRK-SALDO-ED
                 DISPLAY 'PONTOS FIDELIDADE: ' WRK-PONTOS-ED
                         ' (VALE ' WRK-SALDO-ED ')'
                 IF LNK-PON-A-VENCER > 0
                     MOVE LNK-PON-A-VENCER TO WRK-PONTOS-ED
                     DISPLAY 'VENCENDO EM BREVE: ' WRK-PONTOS-ED
                             ' - PRIMEIRO VENCIMENTO '
                             LNK-PON-VENCIMENTO
                 END-IF
             END-IF.

       6098-MOSTRAR-CHAMADOS.
      * CHAMADOS DE ATENDIMENTO AINDA PENDENTES DO CLIENTE, COM O
      * PRAZO E O AVISO DE PRAZO ESTOURADO. SEM SAC.DAT AINDA
      * (STATUS 35), NENHUM.
             MOVE 0 TO WRK-QT-CHAMADOS.
             ACCEPT WRK-SAC-HOJE FROM DATE YYYYMMDD.
             OPEN INPUT SAC.
             IF SAC-STATUS = '00'
                 MOVE CLIENTES-FONE TO SAC-FONE
                 START SAC KEY IS EQUAL SAC-FONE
                     INVALID KEY
                         MOVE '10' TO SAC-STATUS
                 END-START
                 IF SAC-STATUS NOT = '10'
                     READ SAC NEXT
                         AT END MOVE '10' TO SAC-STATUS
                     END-READ
                 END-IF
                 PERFORM UNTIL SAC-STATUS = '10'
                         OR SAC-FONE NOT = CLIENTES-FONE
                     IF SAC-SIT-PENDENTE
                         IF WRK-QT-CHAMADOS = 0
                             DISPLAY 'CHAMADOS SAC ABERTOS:'
                         END-IF
                         ADD 1 TO WRK-QT-CHAMADOS
                         MOVE SPACES TO WRK-SAC-AVISO
                         IF SAC-PRAZO < WRK-SAC-HOJE
                             MOVE ' FORA DO PRAZO' TO WRK-SAC-AVISO
                         END-IF
                         DISPLAY SAC-PROTOCOLO ' ' SAC-TIPO ' '
                                 SAC-SITUACAO ' PRAZO ' SAC-PRAZO
                                 ' ' SAC-RESPONSAVEL WRK-SAC-AVISO
                     END-IF
                     READ SAC NEXT
                         AT END MOVE '10' TO SAC-STATUS
                     END-READ
                 END-PERFORM
                 CLOSE SAC
             END-IF.
             IF WRK-QT-CHAMADOS = 0
                 DISPLAY 'CHAMADOS SAC ABERTOS: NENHUM'
             END-IF.

       6050-LOCALIZAR.
      * LOCALIZA UM CLIENTE POR TELEFONE (CHAVE) OU POR NOME (CHAVE
      * ALTERNATIVA), DEIXANDO O REGISTRO LIDO EM CLIENTES-REG E O
                    MOVE CLIENTES-DATANASC   TO WRK-ANTES-DATANASC
                    MOVE CLIENTES-LIMITE     TO WRK-ANTES-LIMITE
                    MOVE CLIENTES-CONSENTE   TO WRK-ANTES-CONSENTE
                    MOVE CLIENTES-LISTA      TO WRK-ANTES-LISTA
                    IF LNK-DPES-LIBERADO
                        MOVE 'ALTERAR' TO LNK-DPES-TELA
                        PERFORM 6020-REGISTRAR-ACESSO
                        ACCEPT SS-DADOS
                    ELSE
                        PERFORM 6015-MASCARAR-DADOS
                        ACCEPT SS-DADOS-MASC
                    END-IF
                    PERFORM 5020-AUTOFILL-CEP THRU 5020-AUTOFILL-FIM
                    PERFORM 5018-NORMALIZAR-NOME
      * RELE O REGISTRO PELA CHAVE PARA CONFERIR SE NINGUEM MUDOU OS
                 MOVE CLIENTES-DATANASC   TO WRK-EDIT-DATANASC
                 MOVE CLIENTES-LIMITE     TO WRK-EDIT-LIMITE
                 MOVE CLIENTES-CONSENTE   TO WRK-EDIT-CONSENTE
                 MOVE CLIENTES-LISTA      TO WRK-EDIT-LISTA
                 READ CLIENTES KEY IS CLIENTES-CHAVE
                 IF CLIENTES-STATUS NOT = 0
                    OR CLIENTES-NOME NOT = WRK-ANTES-NOME
                    OR CLIENTES-DATANASC NOT = WRK-ANTES-DATANASC
                    OR CLIENTES-LIMITE NOT = WRK-ANTES-LIMITE
                    OR CLIENTES-CONSENTE NOT = WRK-ANTES-CONSENTE
                    OR CLIENTES-LISTA NOT = WRK-ANTES-LISTA
                     MOVE 'ALTERADO POR OUTRO USUARIO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
      * SUBIR O LIMITE (OU ZERAR, QUE E TIRAR O LIMITE) FICA PARA A
      * APROVACAO; BAIXAR CONTINUA DIRETO.
                     MOVE 'N' TO WRK-SW-LIMITE-PED
                     IF WRK-EDIT-LIMITE NOT = WRK-ANTES-LIMITE
                        AND WRK-ANTES-LIMITE NOT = 0
                        AND (WRK-EDIT-LIMITE > WRK-ANTES-LIMITE
                             OR WRK-EDIT-LIMITE = 0)
                         SET WRK-LIMITE-PEDIDO TO TRUE
                         MOVE WRK-EDIT-LIMITE TO WRK-LIMITE-PEDIDO-VALOR
                         MOVE WRK-ANTES-LIMITE TO WRK-EDIT-LIMITE
                     END-IF
                     MOVE WRK-EDIT-NOME TO CLIENTES-NOME
                     MOVE WRK-EDIT-EMAIL TO CLIENTES-EMAIL
                     MOVE WRK-EDIT-LOGRADOURO TO CLIENTES-LOGRADOURO
                     MOVE WRK-EDIT-DATANASC TO CLIENTES-DATANASC
                     MOVE WRK-EDIT-LIMITE TO CLIENTES-LIMITE
                     MOVE WRK-EDIT-CONSENTE TO CLIENTES-CONSENTE
                     MOVE WRK-EDIT-LISTA TO CLIENTES-LISTA
      * E-MAIL CORRIGIDO PELO OPERADOR VOLTA A CONTAR COMO VALIDO -
      * A MARCA DE BOUNCE ERA DO ENDERECO ANTIGO.
                     IF WRK-EDIT-EMAIL NOT = WRK-ANTES-EMAIL
                              INTO WRK-AUD-DEPOIS
                            END-STRING
                            PERFORM 4000-GRAVAR-AUDITORIA
                            IF WRK-LIMITE-PEDIDO
                                PERFORM 7050-PEDIR-LIMITE
                            END-IF
                            ACCEPT MOSTRA-ERRO
                       ELSE
                            MOVE 'REGISTRO NAO ALTERADO' TO WRK-MSGERRO
                END-IF.


       7050-PEDIR-LIMITE.
             MOVE 'LIMITE' TO LNK-APV-OPERACAO.
             MOVE CLIENTES-FONE TO LNK-APV-ALVO.
             MOVE WRK-ANTES-LIMITE TO LNK-APV-VALOR-ANTES.
             MOVE WRK-LIMITE-PEDIDO-VALOR TO LNK-APV-VALOR-DEPOIS.
             MOVE SPACES TO LNK-APV-ANTES LNK-APV-DEPOIS.
             MOVE 'AUMENTO DE LIMITE NA ALTERACAO DO CADASTRO'
               TO LNK-APV-MOTIVO.
             MOVE WRK-OPERADOR TO LNK-APV-SOLICITANTE.
             CALL 'APVGRAV' USING LNK-APV-AREA.
             EVALUATE TRUE
                 WHEN LNK-APV-GRAVADA
                     MOVE 'LIMITE AGUARDA APROVACAO' TO WRK-MSGERRO
                 WHEN LNK-APV-JA-PENDENTE
                     MOVE 'LIMITE JA TEM PEDIDO PENDENTE' TO WRK-MSGERRO
                 WHEN OTHER
                     MOVE 'PEDIDO DE LIMITE NAO GRAVADO' TO WRK-MSGERRO
             END-EVALUATE.

       7500-TROCAR-FONE.
      * TROCA A CHAVE DO CLIENTE SEM PERDER O REGISTRO: O CADASTRO
      * INTEIRO E REGRAVADO SOB O TELEFONE NOVO E O TELEFONE ANTIGO
                         AT END MOVE '10' TO PEDIDOS-STATUS
                     END-READ
                 END-PERFORM
                 PERFORM 7515-TRF-PEDHIST
                 CLOSE PEDIDOS
             END-IF.

       7515-TRF-PEDHIST.
      * PEDIDOS JA ARQUIVADOS TROCAM O TELEFONE NO REGISTRO E NA
      * IMAGEM - SENAO SOMEM DO EXTRATO E DO RANKING DO CLIENTE. A
      * TROCA MUDA A PROPRIA CHAVE DE LEITURA, ENTAO CADA VOLTA
      * REPOSICIONA NO TELEFONE ANTIGO.
             OPEN I-O PEDHIST.
             IF PEDHIST-STATUS NOT = '00'
                 CONTINUE
             ELSE
                 PERFORM 7516-TRF-UM-PEDHIST
                     UNTIL PEDHIST-STATUS NOT = '00'
                 CLOSE PEDHIST
             END-IF.

       7516-TRF-UM-PEDHIST.
             MOVE WRK-FONE-ANTIGO TO PHIS-FONE.
             START PEDHIST KEY IS EQUAL PHIS-FONE
                 INVALID KEY
                     MOVE '10' TO PEDHIST-STATUS
             END-START.
             IF PEDHIST-STATUS = '00'
                 READ PEDHIST NEXT
                     AT END MOVE '10' TO PEDHIST-STATUS
                 END-READ
             END-IF.
             IF PEDHIST-STATUS = '00'
                 MOVE PHIS-IMAGEM TO PEDIDOS-REG
                 MOVE WRK-FONE-NOVO TO PEDIDOS-FONE
                 MOVE WRK-FONE-NOVO TO PHIS-FONE
                 MOVE PEDIDOS-REG TO PHIS-IMAGEM
                 REWRITE PEDHIST-REG
                 END-REWRITE
                 IF PEDHIST-STATUS = '00'
                     ADD 1 TO WRK-QT-TRF-PED
                 END-IF
             END-IF.

       7520-TRF-TITULOS.
             MOVE 0 TO WRK-QT-TRF-TIT.
             OPEN I-O TITULOS.
                 ACCEPT MOSTRA-ERRO
                 GO TO 7800-LGPD-FIM
             END-IF.
             MOVE 'ESQUECER' TO LNK-DPES-TELA.
             PERFORM 6010-MOSTRAR-DADOS.
             MOVE 'ANONIMIZAR ESTE CLIENTE (S/N)? ' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                END-IF.
                IF CLIENTES-STATUS = 0
                  MOVE ' ENCONTRADO  (S/N) ? '  TO WRK-MSGERRO
                   MOVE 'EXCLUIR' TO LNK-DPES-TELA
                   PERFORM 6010-MOSTRAR-DADOS
                ELSE
                   MOVE 'NAO ENCONTRADO   '  TO WRK-MSGERRO
                END-IF.
             MOVE CLIENTES-CEP        TO RL-CEP.
             MOVE CLIENTES-DATACAD    TO RL-DATACAD.

       8495-MASCARAR-LINHA.
      * NOS RELATORIOS, O E-MAIL SO SAI EM CLARO PARA QUEM TEM A
      * PERMISSAO DE DADOS PESSOAIS (O ARQUIVAMENTO DO 9300 E COPIA
      * DE DADOS, NAO RELATORIO, E NAO PASSA POR AQUI).
             IF LNK-DPES-MASCARADO
                 PERFORM 6015-MASCARAR-DADOS
                 MOVE LNK-DPES-EMAIL-TX TO RL-EMAIL
             END-IF.

       8500-RELATORIO.
       MOVE 'MODULO - RELATORIO EXCEL ' TO WRK-MODULO.
       DISPLAY TELA.
                PERFORM UNTIL CLIENTES-STATUS = 10
                   ADD 1 TO WRK-QTREGISTROS
                   PERFORM 8490-MONTAR-LINHA-RELATORIO
                   PERFORM 8495-MASCARAR-LINHA

                   STRING
                           RL-FONE DELIMITED BY SIZE
               END-STRING
               WRITE RELATO-REG1
               PERFORM 8487-LIMPAR-CHECKPOINT
               MOVE 'RELEXCEL' TO LNK-DPES-TELA
               PERFORM 6025-REGISTRAR-RELATORIO


               CLOSE RELATO1
                       AND CLIENTES-DATACAD NOT LESS WRK-DATAINI
                       AND CLIENTES-DATACAD NOT GREATER WRK-DATAFIM
                       ADD 1 TO WRK-QTREGISTROS
                       PERFORM 6015-MASCARAR-DADOS
                       DISPLAY CLIENTES-FONE ' '
                             CLIENTES-NOME ' '
                             LNK-DPES-EMAIL-TX
                     END-IF
                     READ CLIENTES NEXT
                     PERFORM 4900-VERIFICAR-STATUS-CLIENTES
                     
                   END-PERFORM
             END-READ.
               MOVE 'RELTELA' TO LNK-DPES-TELA.
               PERFORM 6025-REGISTRAR-RELATORIO.
               MOVE 'REGISTROS LIDOS ' TO WRK-MSGERRO.
               MOVE WRK-QTREGISTROS TO WRK-MSGERRO(17:05).
               ACCEPT MOSTRA-ERRO.
                      AND CLIENTES-DATACAD NOT GREATER WRK-DATAFIM
                       ADD 1 TO WRK-QTREGISTROS
                       PERFORM 8490-MONTAR-LINHA-RELATORIO
                       PERFORM 8495-MASCARAR-LINHA

                       MOVE SPACES TO RELATO-DADOS
                       MOVE RL-FONE  TO RELATO-DADOS(01:09)
               WRITE RELATO-REG

               PERFORM 8487-LIMPAR-CHECKPOINT
               MOVE 'RELDISCO' TO LNK-DPES-TELA
               PERFORM 6025-REGISTRAR-RELATORIO
               CLOSE RELATO
       END-IF.

                      AND CLIENTES-DATACAD NOT GREATER WRK-DATAFIM
                       ADD 1 TO WRK-QTREGISTROS
                       PERFORM 8490-MONTAR-LINHA-RELATORIO
                       PERFORM 8495-MASCARAR-LINHA

                       MOVE SPACES TO RELATO-DADOS
                       MOVE RL-FONE  TO RELATO-DADOS(01:09)
               WRITE RELATO-REG

               PERFORM 8487-LIMPAR-CHECKPOINT
               MOVE 'RELDISCO' TO LNK-DPES-TELA
               PERFORM 6025-REGISTRAR-RELATORIO
               CLOSE RELATO
       END-IF.

               AND NOT CLIENTES-CONSENTE-NAO
               AND CLIENTES-DATANASC NOT = ZEROS
               AND CLIENTES-DATANASC(5:2) = WRK-ANIV-MES
               PERFORM 6015-MASCARAR-DADOS
               DISPLAY CLIENTES-NOME ' - ' CLIENTES-FONE
                       ' - NASCIMENTO: ' LNK-DPES-NASC-TX
               ADD 1 TO WRK-QTREGISTROS
           END-IF
           READ CLIENTES NEXT
           PERFORM 4900-VERIFICAR-STATUS-CLIENTES
       END-PERFORM.

       MOVE 'RELANIV' TO LNK-DPES-TELA.
       PERFORM 6025-REGISTRAR-RELATORIO.
       MOVE 'ANIVERSARIANTES DO MES: ' TO WRK-MSGERRO.
       MOVE WRK-QTREGISTROS TO WRK-MSGERRO(25:05).
       ACCEPT MOSTRA-ERRO.
