      ******************************************************************
      * COPYBOOK : ICMSUF
      * OBJETIVO : LAYOUT DA TABELA DE ALIQUOTAS DE ICMS POR UF DE
      *            ORIGEM E UF DE DESTINO (ICMSUF.DAT) - ORIGEM IGUAL AO
      *            DESTINO E A ALIQUOTA INTERNA DA UF. ARQUIVO
      *            CONTROLADO: SO O SUPERVISOR GRAVA OU EXCLUI, PELO
      *            FISCMANT.COB, E TODA MUDANCA VAI PARA AUDITORIA.TXT.
      *            LIDO NO FATURAMENTO PELO SUBPROGRAMA FISCALC.
      ******************************************************************
       01 ICMSUF-REG.
            05 ICMSUF-CHAVE.
                10 ICMS-UF-ORIGEM  PIC X(02).
                10 ICMS-UF-DESTINO PIC X(02).
            05 ICMS-ALIQ           PIC 9(02)V99.
      * DATA E OPERADOR DA ULTIMA GRAVACAO.
            05 ICMS-DATA           PIC 9(08).
            05 ICMS-OPERADOR       PIC X(08).
