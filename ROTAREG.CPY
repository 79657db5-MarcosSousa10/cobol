      ******************************************************************
      * COPYBOOK : ROTAREG
      * OBJETIVO : LAYOUT DA TABELA DE REGIOES DE ENTREGA DO CAMINHAO
      *            PROPRIO (ROTAREG.DAT), NO FEITIO DO CEPFAIXA.DAT: A
      *            CHAVE E O FIM DA FAIXA DE CEP, E UM START NOT LESS
      *            PELO CEP DO ENDERECO CAI NA UNICA FAIXA CANDIDATA.
      *            VARIAS FAIXAS PODEM FORMAR A MESMA REGIAO (MESMO
      *            CODIGO). MANTIDA NO ROTAMANT.COB, USADA PELO
      *            ROTAPLAN.COB PARA MONTAR AS CARGAS DO DIA.
      ******************************************************************
       01 ROTAREG-REG.
            05 ROTAREG-CHAVE.
                10 ROTAREG-FIM    PIC 9(08).
            05 ROTAREG-INI       PIC 9(08).
            05 ROTAREG-CODIGO    PIC 9(02).
            05 ROTAREG-NOME      PIC X(25).
