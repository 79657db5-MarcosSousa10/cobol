           move WRK-SALARIO to func-salario.
           move spaces to func-departamento.
           move 'A' to func-situacao.
           move 0 to func-banco.
           move 0 to func-agencia.
           move 0 to func-conta.
           move spaces to func-conta-dv.
           write funcionarios-reg
               invalid key
                   display "funcionario ja cadastrado"
