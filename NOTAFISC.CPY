            05 NF-PEDIDO     PIC 9(06).
            05 NF-FONE       PIC 9(09).
            05 NF-TOTAL      PIC 9(08)V99.
      * UF DE DESTINO, CFOP E TOTAIS DE IMPOSTO DA NOTA (SOMA DAS
      * LINHAS) - O NF-TOTAL CONTINUA SENDO O TOTAL DAS MERCADORIAS.
            05 NF-UF         PIC X(02).
            05 NF-CFOP       PIC 9(04).
            05 NF-BASE-ICMS  PIC 9(08)V99.
            05 NF-ICMS       PIC 9(08)V99.
            05 NF-IPI        PIC 9(08)V99.
      * SITUACAO NA SEFAZ, DEVOLVIDA PELO EMISSOR DE NF-E E GRAVADA
      * PELO NFERET.COB: CHAVE DE ACESSO, PROTOCOLO, DATA DO RETORNO E,
      * NA REJEICAO, O MOTIVO. O FATURAMENTO GRAVA 'P' (ENVIADA,
      * AGUARDANDO RETORNO); BRANCO E NOTA DE ANTES DA INTERFACE. SO
      * NOTA AUTORIZADA SAI NO ROMANEIO.
            05 NF-CHAVE-ACESSO PIC X(44).
            05 NF-PROTOCOLO  PIC X(15).
            05 NF-SEFAZ      PIC X(01).
                88 NF-SEFAZ-PENDENTE   VALUE 'P' ' '.
                88 NF-SEFAZ-AUTORIZADA VALUE 'A'.
                88 NF-SEFAZ-REJEITADA  VALUE 'R'.
                88 NF-SEFAZ-CANCELADA  VALUE 'C'.
            05 NF-SEFAZ-DATA PIC 9(08).
            05 NF-MOTIVO     PIC X(60).
