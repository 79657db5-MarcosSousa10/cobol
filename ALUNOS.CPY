            05 ALU-SITUACAO      PIC X(01).
                88 ALU-SIT-ATIVO   VALUE 'A'.
                88 ALU-SIT-INATIVO VALUE 'I'.
      * RESPONSAVEL FINANCEIRO: TELEFONE (CLIENTES-FONE) DO CADASTRO
      * DE CLIENTES EM NOME DE QUEM SAEM OS BOLETOS DAS MENSALIDADES.
      * ZEROS = SEM RESPONSAVEL, ALUNO FICA FORA DO FATURAMENTO.
            05 ALU-RESP-FONE     PIC 9(09).
