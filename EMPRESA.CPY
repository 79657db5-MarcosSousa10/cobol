      ******************************************************************
      * COPYBOOK : EMPRESA
      * OBJETIVO : LAYOUT DOS DADOS FISCAIS DO EMITENTE (EMPRESA.DAT) -
      *            UM REGISTRO SO (EMP-CODIGO = 1) COM A RAZAO SOCIAL,
      *            CNPJ, INSCRICAO ESTADUAL E ENDERECO DA EMPRESA. A UF
      *            DAQUI E A ORIGEM DA TABELA DE ICMS E DO CFOP DA NOTA.
      *            MANTIDO PELO FISCMANT.COB (SO SUPERVISOR ALTERA, COM
      *            AUDITORIA).
      ******************************************************************
       01 EMPRESA-REG.
            05 EMPRESA-CHAVE.
                10 EMP-CODIGO      PIC 9(01).
            05 EMP-RAZAO           PIC X(40).
            05 EMP-CNPJ            PIC 9(14).
            05 EMP-IE              PIC X(14).
            05 EMP-ENDERECO.
                10 EMP-LOGRADOURO  PIC X(40).
                10 EMP-CIDADE      PIC X(25).
                10 EMP-UF          PIC X(02).
                10 EMP-CEP         PIC 9(08).
            05 EMP-DATA            PIC 9(08).
            05 EMP-OPERADOR        PIC X(08).
