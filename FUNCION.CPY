            05 FUNC-SITUACAO     PIC X(01).
                88 FUNC-SIT-ATIVO   VALUE 'A'.
                88 FUNC-SIT-INATIVO VALUE 'I'.
      * CONTA PARA O CREDITO DO SALARIO (FOLHABCO.COB) - BANCO ZERADO
      * = SEM CONTA, O FUNCIONARIO FICA FORA DO ARQUIVO DO BANCO.
            05 FUNC-BANCO        PIC 9(03).
            05 FUNC-AGENCIA      PIC 9(05).
            05 FUNC-CONTA        PIC 9(12).
            05 FUNC-CONTA-DV     PIC X(01).
