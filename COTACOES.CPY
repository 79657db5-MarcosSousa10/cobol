                88 COTACOES-SIT-CONFIRMADA VALUE 'F'.
                88 COTACOES-SIT-CANCELADA  VALUE 'X'.
                88 COTACOES-SIT-EXPIRADA   VALUE 'E'.
      * TRANSPORTADORA COTADA PARA O METODO T (TRANSP.DAT) - O
      * ROMANEIO SAI UM POR TRANSPORTADORA E O ENTREGAS.COB CLASSIFICA
      * O DESEMPENHO POR ELA. ZEROS = CORREIOS OU TABELA GERAL.
            05 COTACOES-TRANSP   PIC 9(03).
      * RASTREIO AUTOMATICO: CODIGO DE RASTREIO GRAVADO PELO ROMANEIO
      * NA HORA DO MANIFESTO (OU O DA TRANSPORTADORA, DIGITADO NO
      * MODO 4 DO FRETE.COB), ULTIMO EVENTO RECEBIDO NOS ARQUIVOS
      * DIARIOS DAS TRANSPORTADORAS (RASTIMP.COB) E A DATA DELE.
      * ESPACOS = SEM EVENTO AINDA; X = EXTRAVIO SUSPEITO, SEM EVENTO
      * HA MAIS DIAS QUE O PARAMETRO RASTREIO/DIAS-EXTRAVIO.
            05 COTACOES-RASTREIO PIC X(20).
            05 COTACOES-SIT-RASTREIO PIC X(01).
                88 COTACOES-RAS-SEM-EVENTO VALUE ' '.
                88 COTACOES-RAS-POSTADO    VALUE 'P'.
                88 COTACOES-RAS-TRANSITO   VALUE 'T'.
                88 COTACOES-RAS-ENTREGUE   VALUE 'E'.
                88 COTACOES-RAS-DEVOLVIDO  VALUE 'D'.
                88 COTACOES-RAS-EXTRAVIADO VALUE 'X'.
                88 COTACOES-RAS-ENCERRADO  VALUE 'E' 'D'.
            05 COTACOES-DATA-EVENTO PIC 9(08).
      * FATURA DA TRANSPORTADORA QUE COBROU ESTE ENVIO E O VALOR
      * COBRADO (FRETEAUD.COB) - ESPACOS = AINDA NAO FATURADO; UMA
      * SEGUNDA COBRANCA DO MESMO ENVIO SAI COMO DUPLICADA.
            05 COTACOES-FATURA-FRETE PIC X(15).
            05 COTACOES-FRETE-PAGO   PIC 9(08)V99.
      * DATA DO PLANO DE ROTAS DO CAMINHAO PROPRIO (ROTAPLAN.COB) EM
      * QUE O ENVIO ENTROU NUMA CARGA - ZEROS = AINDA NAO ROTEADO (O
      * QUE NAO COUBE NA CARGA FICA ZERADO E VAI PARA O PLANO DO DIA
      * SEGUINTE).
            05 COTACOES-DATA-ROTA    PIC 9(08).
