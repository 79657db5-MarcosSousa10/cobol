      ******************************************************************
      * COPYBOOK : DOCESCOL
      * OBJETIVO : LAYOUT DO REGISTRO DE DOCUMENTOS ESCOLARES EMITIDOS
      *            (DOCUMENTOS.DAT) PELO DOCESCOL.COB - DECLARACAO DE
      *            MATRICULA E HISTORICO ESCOLAR OFICIAL. CADA
      *            DOCUMENTO TEM NUMERO SEQUENCIAL (NUMGER, SERIE
      *            DOCESCOLAR) E CODIGO DE VERIFICACAO, E QUEM RECEBE O
      *            PAPEL PODE PEDIR A CONFIRMACAO POR NUMERO + CODIGO.
      ******************************************************************
       01 DOCUMENTOS-REG.
            05 DOCUMENTOS-CHAVE.
                10 DOC-NUMERO        PIC 9(08).
            05 DOC-TIPO              PIC X(01).
                88 DOC-DECLARACAO  VALUE 'D'.
                88 DOC-HISTORICO   VALUE 'H'.
            05 DOC-MATRICULA         PIC 9(06).
            05 DOC-NOME              PIC X(30).
      * DECLARACAO: PERIODO DA MATRICULA DECLARADA; HISTORICO: ULTIMO
      * PERIODO COM NOTA NO DOCUMENTO.
            05 DOC-PERIODO           PIC 9(06).
            05 DOC-TURMA             PIC X(10).
            05 DOC-CODIGO            PIC 9(09).
            05 DOC-EMISSAO           PIC 9(08).
            05 DOC-HORA              PIC 9(06).
            05 DOC-OPERADOR          PIC X(08).
      * CANCELADO (SO SUPERVISOR): CONTINUA NO REGISTRO, MAS A
      * VERIFICACAO RESPONDE QUE O DOCUMENTO NAO VALE MAIS.
            05 DOC-SITUACAO          PIC X(01).
                88 DOC-VALIDO      VALUE 'V'.
                88 DOC-CANCELADO   VALUE 'C'.
            05 DOC-CANC-DATA         PIC 9(08).
            05 DOC-CANC-OPERADOR     PIC X(08).
