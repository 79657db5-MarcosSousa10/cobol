                88 OPER-SUPERVISOR VALUE 'S'.
                88 OPER-COMUM      VALUE 'O'.
      * OPCOES DO MENU PRINCIPAL LIBERADAS PARA O OPERADOR COMUM -
      * CADA POSICAO E O CARACTERE DE UMA OPCAO (EX: '1256'). O
      * CARACTERE '*' (QUE NAO E OPCAO DE MENU) LIBERA VER CPF/CNPJ,
      * NASCIMENTO, E-MAIL E LIMITE DO CLIENTE EM CLARO (DADOSPES).
            05 OPER-PERMISSOES   PIC X(16).
            05 OPER-SITUACAO     PIC X(01).
                88 OPER-SIT-ATIVO    VALUE 'A'.
                88 OPER-SIT-INATIVO  VALUE 'I'.
      * BLOQUEADO POR EXCESSO DE TENTATIVAS ERRADAS NO SIGN-ON.
                88 OPER-SIT-BLOQUEADO VALUE 'B'.
      * OPCOES DO SUBMENU "OUTROS MODULOS" (OPCAO 0 DO MENU)
      * LIBERADAS PARA O OPERADOR COMUM - MESMO ESQUEMA DE
      * OPER-PERMISSOES, COM OS CARACTERES DO SUBMENU (EX: 'ABJ4').
      * FOLHA NO BANCO, DIARIO CONTABIL, ALIQUOTAS, FERIADOS, LOG DE
      * ACESSO AOS DADOS E ARQUIVAMENTO DE PEDIDOS SAO SO DO
      * SUPERVISOR, COM OU SEM O CARACTERE AQUI.
            05 OPER-PERM-OUTROS  PIC X(36).
