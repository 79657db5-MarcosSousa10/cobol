      ******************************************************************
      * COPYBOOK : SACHIS
      * OBJETIVO : LAYOUT DO HISTORICO DOS CHAMADOS DE ATENDIMENTO
      *            (SACHIS.DAT) - A ABERTURA E CADA MUDANCA DE
      *            SITUACAO OU DE RESPONSAVEL DO SAC.DAT VIRAM UM
      *            REGISTRO DATADO COM O ANTES, O DEPOIS, O OPERADOR
      *            E A OBSERVACAO DIGITADA. A SEQUENCIA SEPARA DUAS
      *            MUDANCAS NO MESMO CENTESIMO.
      ******************************************************************
       01 SACHIS-REG.
            05 SACHIS-CHAVE.
                10 SACH-PROTOCOLO PIC 9(08).
                10 SACH-DATA      PIC 9(08).
                10 SACH-HORA      PIC 9(08).
                10 SACH-SEQ       PIC 9(02).
            05 SACH-SIT-ANTERIOR  PIC X(01).
            05 SACH-SIT-NOVA      PIC X(01).
            05 SACH-RESP-ANTERIOR PIC X(08).
            05 SACH-RESP-NOVO     PIC X(08).
            05 SACH-OPERADOR      PIC X(08).
            05 SACH-OBSERVACAO    PIC X(60).
