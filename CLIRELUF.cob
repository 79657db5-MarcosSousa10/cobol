      *            ORDEM DE TELEFONE E NAO SERVE PARA O PACOTE MENSAL
      *            DA DIRETORIA. USA A MESMA LINHA COMUM CLIRELAT DOS
      *            OUTROS RELATORIOS, PARA NAO SAIR DE SINCRONIA.
      *            O E-MAIL SAI MASCARADO SE O OPERADOR NAO TEM A
      *            PERMISSAO DE DADOS PESSOAIS (DADOSPES).
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-QT-GERAL     PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 WRK-SORT-ACABOU VALUE 'S'.
       COPY DPESLNK.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE 'V' TO LNK-DPES-OP.
            CALL 'DADOSPES' USING LNK-DPES-AREA.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
                OUTPUT PROCEDURE IS 3000-IMPRIMIR.
            CLOSE RELATORIO-UF.
            CLOSE CLIENTES.
      * RELATORIO COM E-MAIL EM CLARO ENTRA NO REGISTRO DE ACESSOS
      * (FONE ZERO = TODOS OS CLIENTES).
            IF LNK-DPES-LIBERADO
                MOVE 'A' TO LNK-DPES-OP
                MOVE 0 TO LNK-DPES-FONE
                MOVE 'RELUF' TO LNK-DPES-TELA
                CALL 'DADOSPES' USING LNK-DPES-AREA
            END-IF.
            DISPLAY 'RELATORIO_UF.TXT GERADO - CLIENTES: '
                    WRK-QT-GERAL.
            GOBACK.
            MOVE SORT-FONE       TO RL-FONE.
            MOVE SORT-NOME       TO RL-NOME.
            MOVE SORT-EMAIL      TO RL-EMAIL.
            IF LNK-DPES-MASCARADO
                MOVE 'M' TO LNK-DPES-OP
                MOVE 0 TO LNK-DPES-DOCUMENTO
                MOVE 0 TO LNK-DPES-DATANASC
                MOVE 0 TO LNK-DPES-LIMITE
                MOVE SORT-EMAIL TO LNK-DPES-EMAIL
                CALL 'DADOSPES' USING LNK-DPES-AREA
                MOVE LNK-DPES-EMAIL-TX TO RL-EMAIL
            END-IF.
            MOVE SORT-LOGRADOURO TO RL-LOGRADOURO.
            MOVE SORT-CIDADE     TO RL-CIDADE.
            MOVE SORT-UF         TO RL-UF.
