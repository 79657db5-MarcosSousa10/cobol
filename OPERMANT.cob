       77 WRK-PERFIL-LOGADO PIC X(01) VALUE SPACES.
       77 WRK-QT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-PERMS        PIC X(16) VALUE SPACES.
       77 WRK-PERMS-OUTROS PIC X(36) VALUE SPACES.
      * A SENHA DIGITADA VIRA HASH (SENHAHASH) ANTES DE IR PARA O
      * ARQUIVO - E TODA SENHA DADA AQUI NASCE COM TROCA OBRIGATORIA
      * NO PRIMEIRO SIGN-ON.
                DISPLAY 'PERFIL INVALIDO'
                GO TO 2000-FIM
            END-IF.
      * '*' NAS PERMISSOES LIBERA OS DADOS PESSOAIS EM CLARO (DADOSPES).
            DISPLAY 'OPCOES DE MENU LIBERADAS (EX: 1256): '.
            DISPLAY '(* = VE CPF, NASCIMENTO, EMAIL E LIMITE)'.
            ACCEPT OPER-PERMISSOES.
            DISPLAY 'OPCOES DE OUTROS MODULOS LIBERADAS (EX: ABJ4): '.
            MOVE SPACES TO OPER-PERM-OUTROS.
            ACCEPT OPER-PERM-OUTROS.
            MOVE 'A' TO OPER-SITUACAO.
            WRITE OPERADOR-REG
                INVALID KEY
                    ADD 1 TO WRK-QT-LISTADOS
                    DISPLAY OPER-ID ' ' OPER-NOME ' ' OPER-PERFIL
                            ' ' OPER-PERMISSOES
                            ' ' OPER-PERM-OUTROS
                END-IF
                READ OPERADORES NEXT
                    AT END MOVE '10' TO OPERADOR-STATUS
            IF WRK-ID(1:1) = 'S' OR WRK-ID(1:1) = 'O'
                MOVE WRK-ID(1:1) TO OPER-PERFIL
            END-IF.
            DISPLAY 'NOVAS PERMISSOES (BRANCO = MANTER, * = DADOS '
                    'PESSOAIS): '.
            MOVE SPACES TO WRK-PERMS.
            ACCEPT WRK-PERMS.
            IF WRK-PERMS NOT = SPACES
                MOVE WRK-PERMS TO OPER-PERMISSOES
            END-IF.
            DISPLAY 'NOVAS PERMISSOES EM OUTROS MODULOS (BRANCO = '
                    'MANTER, - = NENHUMA): '.
            MOVE SPACES TO WRK-PERMS-OUTROS.
            ACCEPT WRK-PERMS-OUTROS.
            IF WRK-PERMS-OUTROS = '-'
                MOVE SPACES TO OPER-PERM-OUTROS
            ELSE
                IF WRK-PERMS-OUTROS NOT = SPACES
                    MOVE WRK-PERMS-OUTROS TO OPER-PERM-OUTROS
                END-IF
            END-IF.
            REWRITE OPERADOR-REG
                INVALID KEY
                    DISPLAY 'OPERADOR NAO ALTERADO'
