      ******************************************************************
      * COPYBOOK : KITS
      * OBJETIVO : LAYOUT DA COMPOSICAO DOS KITS (KITS.DAT) - UMA
      *            LINHA POR COMPONENTE DO KIT, COM A QUANTIDADE DELE
      *            EM UMA UNIDADE DO KIT. O KIT E UM PRODUTO DO
      *            CATALOGO (PRODUTOS-KIT-SW = 'S') COM PRECO PROPRIO
      *            E SEM SALDO: O ESTOQUE, A RESERVA, A BAIXA NO
      *            FATURAMENTO E O PESO DO FRETE SAEM DOS COMPONENTES.
      *            MANTIDO PELO PRODUTOS.COB E LIDO VIA KITLER.
      ******************************************************************
       01 KITS-REG.
            05 KITS-CHAVE.
                10 KIT-CODIGO     PIC 9(05).
                10 KIT-COMPONENTE PIC 9(05).
            05 KIT-QTDE           PIC 9(03).
