      * NO TITMANT.COB - SAI DO AGING E DA CHECAGEM DE CREDITO, MAS
      * FICA NO ARQUIVO PARA O RELATORIO ANUAL DO CONTADOR.
                88 TITULOS-SIT-PERDA     VALUE 'L'.
      * RENEGOCIADO: TITULO VENCIDO SUBSTITUIDO PELAS PARCELAS DE UM
      * ACORDO (ACORDOS.COB) - A DIVIDA PASSA PARA AS PARCELAS, ENTAO
      * SAI DO SALDO ABERTO DO CLIENTE COMO O CANCELADO.
                88 TITULOS-SIT-RENEGOCIADO VALUE 'N'.
      * INSTRUCAO PENDENTE PARA O BANCO, MARCADA NA MANUTENCAO DE
      * TITULOS (TITMANT.COB): 'B' = PEDIR BAIXA DO BOLETO, 'P' =
      * PRORROGAR O VENCIMENTO PARA TITULOS-NOVO-VENCTO. A PROXIMA
      * DATA E MOTIVO DA PERDA (SO PREENCHIDOS NA SITUACAO 'L').
            05 TITULOS-DATA-PERDA  PIC 9(08).
            05 TITULOS-MOTIVO-PERDA PIC X(40).
      * ACORDO DE RENEGOCIACAO (ACORDOS.DAT): NO TITULO RENEGOCIADO, O
      * ACORDO QUE O SUBSTITUIU; NA PARCELA DO ACORDO, O ACORDO QUE A
      * GEROU. ZEROS = FORA DE ACORDO.
            05 TITULOS-ACORDO      PIC 9(06).
      * 'P' = TITULO CRIADO FORA DO FATURAMENTO (PARCELA DE ACORDO)
      * AINDA NAO REGISTRADO NO BANCO - A PROXIMA REMESSA
      * (CNABREM.COB) EMITE O DETALHE E LIMPA A MARCA.
            05 TITULOS-REGISTRO    PIC X(01).
                88 TITULOS-REG-PENDENTE VALUE 'P'.
      * MENSALIDADE ESCOLAR (MENSALID.COB): ALUNO (ALU-MATRICULA) E
      * COMPETENCIA AAAAMM COBRADOS - O PAGADOR (TITULOS-FONE) E O
      * RESPONSAVEL FINANCEIRO DO ALUNO. ZEROS = TITULO DE VENDA OU DE
      * ACORDO.
            05 TITULOS-ALUNO       PIC 9(06).
            05 TITULOS-COMPETENCIA PIC 9(06).
