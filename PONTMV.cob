       identification division.
       program-id. PONTMV.
      * PONTOS DO PROGRAMA DE FIDELIDADE (PONTOS.DAT), CHAMAVEL COMO
      * SUBPROGRAMA (MESMO PADRAO DO ESTDEPMV): O FATURAMENTO CREDITA,
      * A DEVOLUCAO E A NOTA CANCELADA ESTORNAM, A DIGITACAO DO PEDIDO
      * RESGATA COMO DESCONTO E O CANCELAMENTO DO PEDIDO DEVOLVE O
      * RESGATE. TAXA DE GANHO, VALIDADE E VALOR DO PONTO VEM DO
      * ARQUIVO DE PARAMETROS (PONTOS/PONTOS-REAL, VALIDADE-MESES,
      * VALOR-PONTO E DIAS-AVISO). DEBITO CONSOME OS CREDITOS MAIS
      * ANTIGOS PRIMEIRO; ESTORNO DE UM PEDIDO COMECA PELO CREDITO DO
      * PROPRIO PEDIDO. PONTO JA GASTO NAO VOLTA NO ESTORNO - O
      * ESTORNO SO TIRA O QUE AINDA RESTA NO SALDO.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select pontos assign to 'PONTOS.DAT'
           organization is indexed
           access mode is dynamic
           record key is pontos-chave
           file status is wrk-pon-status.
       data division.
       file section.
       FD pontos.
       COPY PONTOS.

       working-storage section.
       77 wrk-pon-status pic x(02).
       77 wrk-data-hoje pic 9(08) value zeros.
       77 wrk-hora pic 9(08) value zeros.
       77 wrk-dias-hoje pic 9(07) value zeros.
       77 wrk-data-aviso pic 9(08) value zeros.
       77 wrk-validade pic 9(08) value zeros.
       77 wrk-ano pic 9(04) value zeros.
       77 wrk-mes pic 9(02) value zeros.
       77 wrk-dia pic 9(02) value zeros.
       77 wrk-meses pic 9(04) value zeros.
       77 wrk-anos-mais pic 9(04) value zeros.
      * PARAMETROS (DEFAULTS: 1 PONTO POR REAL, 12 MESES DE VALIDADE,
      * 1 CENTAVO POR PONTO NO RESGATE, AVISO DE 30 DIAS).
       77 wrk-pontos-real pic 9(03)v99 value 1.
       77 wrk-validade-meses pic 9(03) value 12.
       77 wrk-valor-ponto pic 9(03)v99 value 0,01.
       77 wrk-dias-aviso pic 9(03) value 30.
       COPY PARAMLNK.
      * O QUE O PEDIDO DE LNK-PON-PEDIDO JA TEM NO EXTRATO.
       77 wrk-ganho-ped pic 9(07) value zeros.
       77 wrk-estornado-ped pic 9(07) value zeros.
       77 wrk-resgatado-ped pic 9(07) value zeros.
       77 wrk-devolvido-ped pic 9(07) value zeros.
       77 wrk-pontos pic 9(07) value zeros.
       77 wrk-a-consumir pic 9(07) value zeros.
       77 wrk-consumo pic 9(07) value zeros.
       77 wrk-sw-so-pedido pic x(01) value 'N'.
           88 wrk-consumo-do-pedido value 'S'.
       77 wrk-sw-gravado pic x(01) value 'N'.
           88 wrk-lancamento-gravado value 'S'.

       linkage section.
       COPY PONTLNK.

       procedure division using lnk-pontos-area.
       0100-PRINCIPAL SECTION.
           set lnk-pon-erro to true.
           move 0 to lnk-pon-saldo.
           move 0 to lnk-pon-a-vencer.
           move 0 to lnk-pon-vencimento.
           perform 0150-PARAMETROS thru 0150-PARAMETROS-EXIT.
           move wrk-valor-ponto to lnk-pon-valor-ponto.
           open i-o pontos.
           if wrk-pon-status = '35'
               open output pontos
               close pontos
               open i-o pontos
           end-if.
           if wrk-pon-status not = '00'
               goback
           end-if.
           perform 0200-LER-CLIENTE thru 0200-LER-CLIENTE-EXIT.
           evaluate lnk-pon-op
               when 'S'
                   set lnk-pon-ok to true
               when 'G'
                   perform 0300-GANHAR thru 0300-GANHAR-EXIT
               when 'E'
                   perform 0310-ESTORNAR thru 0310-ESTORNAR-EXIT
               when 'R'
                   perform 0320-RESGATAR thru 0320-RESGATAR-EXIT
               when 'V'
                   perform 0330-DEVOLVER thru 0330-DEVOLVER-EXIT
           end-evaluate.
      * SALDO DEVOLVIDO JA COM O LANCAMENTO DESTA CHAMADA.
           if lnk-pon-op not = 'S'
               perform 0200-LER-CLIENTE thru 0200-LER-CLIENTE-EXIT
           end-if.
           close pontos.
           GOBACK.

      * SO RODAM VIA PERFORM THRU, NUNCA POR FALLTHROUGH (MESMO
      * CUIDADO JA TOMADO COM 0400-LOTE NO FRETE.COB).
       0150-PARAMETROS SECTION.
           accept wrk-data-hoje from date YYYYMMDD.
           accept wrk-hora from time.
           move 'PONTOS' to lnk-param-programa.
           move 'PONTOS-REAL' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-pontos-real
           end-if.
           move 'PONTOS' to lnk-param-programa.
           move 'VALIDADE-MESES' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-validade-meses
           end-if.
           move 'PONTOS' to lnk-param-programa.
           move 'VALOR-PONTO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-valor-ponto
           end-if.
           move 'PONTOS' to lnk-param-programa.
           move 'DIAS-AVISO' to lnk-param-nome.
           call 'PARAMLER' using lnk-param-area.
           if lnk-param-achado and lnk-param-valor > 0
               move lnk-param-valor to wrk-dias-aviso
           end-if.
           compute wrk-dias-hoje =
               function integer-of-date(wrk-data-hoje).
           compute wrk-data-aviso = function date-of-integer
               (wrk-dias-hoje + wrk-dias-aviso).
      * VALIDADE DO CREDITO: HOJE MAIS OS MESES DO PARAMETRO, DIA
      * LIMITADO A 28 PARA NAO CAIR EM DATA QUE NAO EXISTE.
           move wrk-data-hoje(1:4) to wrk-ano.
           move wrk-data-hoje(5:2) to wrk-mes.
           move wrk-data-hoje(7:2) to wrk-dia.
           compute wrk-meses = wrk-mes - 1 + wrk-validade-meses.
           divide wrk-meses by 12 giving wrk-anos-mais
               remainder wrk-meses.
           add wrk-anos-mais to wrk-ano.
           compute wrk-mes = wrk-meses + 1.
           if wrk-dia > 28
               move 28 to wrk-dia
           end-if.
           compute wrk-validade = wrk-ano * 10000 + wrk-mes * 100
                                + wrk-dia.
       0150-PARAMETROS-EXIT.
           exit.

       0200-LER-CLIENTE SECTION.
      * SALDO (O QUE RESTA NOS CREDITOS AINDA VALIDOS), A VENCER NO
      * AVISO, PRIMEIRO VENCIMENTO E O QUE O PEDIDO INFORMADO JA
      * GANHOU, ESTORNOU, RESGATOU E TEVE DEVOLVIDO.
           move 0 to lnk-pon-saldo.
           move 0 to lnk-pon-a-vencer.
           move 0 to lnk-pon-vencimento.
           move 0 to wrk-ganho-ped.
           move 0 to wrk-estornado-ped.
           move 0 to wrk-resgatado-ped.
           move 0 to wrk-devolvido-ped.
           move lnk-pon-fone to pontos-fone.
           move 0 to pontos-data.
           move 0 to pontos-hora.
           move 0 to pontos-seq.
           start pontos key is greater pontos-chave
               invalid key
                   move '10' to wrk-pon-status
           end-start.
           if wrk-pon-status not = '10'
               read pontos next
                   at end move '10' to wrk-pon-status
               end-read
           end-if.
           perform until wrk-pon-status = '10'
                   or pontos-fone not = lnk-pon-fone
               if pontos-credito and pontos-restante > 0
                  and pontos-validade not < wrk-data-hoje
                   add pontos-restante to lnk-pon-saldo
                   if pontos-validade not > wrk-data-aviso
                       add pontos-restante to lnk-pon-a-vencer
                   end-if
                   if lnk-pon-vencimento = 0
                      or pontos-validade < lnk-pon-vencimento
                       move pontos-validade to lnk-pon-vencimento
                   end-if
               end-if
               if lnk-pon-pedido not = 0
                  and pontos-pedido = lnk-pon-pedido
                   evaluate true
                       when pontos-ganho
                           add pontos-qtde to wrk-ganho-ped
                       when pontos-estorno
                           subtract pontos-qtde from wrk-estornado-ped
                       when pontos-resgate
                           subtract pontos-qtde from wrk-resgatado-ped
                       when pontos-devolvido
                           add pontos-qtde to wrk-devolvido-ped
                   end-evaluate
               end-if
               read pontos next
                   at end move '10' to wrk-pon-status
               end-read
           end-perform.
           move '00' to wrk-pon-status.
       0200-LER-CLIENTE-EXIT.
           exit.

       0300-GANHAR SECTION.
      * O PEDIDO SO GANHA UMA VEZ - REFATURAMENTO OU CHAMADA REPETIDA
      * NAO DOBRA O CREDITO.
           move 0 to lnk-pon-pontos.
           if wrk-ganho-ped > 0
               set lnk-pon-ok to true
               go to 0300-GANHAR-EXIT
           end-if.
           compute wrk-pontos = lnk-pon-valor * wrk-pontos-real.
           if wrk-pontos = 0
               set lnk-pon-ok to true
               go to 0300-GANHAR-EXIT
           end-if.
           move spaces to pontos-reg.
           move 'G' to pontos-tipo.
           move wrk-pontos to pontos-qtde.
           move wrk-validade to pontos-validade.
           move wrk-pontos to pontos-restante.
           perform 0400-GRAVAR-LANCAMENTO
               thru 0400-GRAVAR-LANCAMENTO-EXIT.
           if wrk-lancamento-gravado
               move wrk-pontos to lnk-pon-pontos
               set lnk-pon-ok to true
           end-if.
       0300-GANHAR-EXIT.
           exit.

       0310-ESTORNAR SECTION.
      * ESTORNO PELO VALOR DEVOLVIDO, ATE O QUE O PEDIDO AINDA TEM
      * GANHO (NOTA CANCELADA MANDA O TOTAL E LEVA TUDO).
           move 0 to lnk-pon-pontos.
           compute wrk-pontos = lnk-pon-valor * wrk-pontos-real.
           if wrk-pontos > wrk-ganho-ped - wrk-estornado-ped
               compute wrk-pontos = wrk-ganho-ped - wrk-estornado-ped
           end-if.
           if wrk-pontos = 0
               set lnk-pon-ok to true
               go to 0310-ESTORNAR-EXIT
           end-if.
           move spaces to pontos-reg.
           move 'E' to pontos-tipo.
           compute pontos-qtde = 0 - wrk-pontos.
           move 0 to pontos-validade.
           move 0 to pontos-restante.
           perform 0400-GRAVAR-LANCAMENTO
               thru 0400-GRAVAR-LANCAMENTO-EXIT.
           if not wrk-lancamento-gravado
               go to 0310-ESTORNAR-EXIT
           end-if.
           move wrk-pontos to wrk-a-consumir.
           set wrk-consumo-do-pedido to true.
           perform 0350-CONSUMIR thru 0350-CONSUMIR-EXIT.
           move 'N' to wrk-sw-so-pedido.
           perform 0350-CONSUMIR thru 0350-CONSUMIR-EXIT.
           move wrk-pontos to lnk-pon-pontos.
           set lnk-pon-ok to true.
       0310-ESTORNAR-EXIT.
           exit.

       0320-RESGATAR SECTION.
           if lnk-pon-pontos = 0 or lnk-pon-pontos > lnk-pon-saldo
               go to 0320-RESGATAR-EXIT
           end-if.
           move lnk-pon-pontos to wrk-pontos.
           move spaces to pontos-reg.
           move 'R' to pontos-tipo.
           compute pontos-qtde = 0 - wrk-pontos.
           move 0 to pontos-validade.
           move 0 to pontos-restante.
           perform 0400-GRAVAR-LANCAMENTO
               thru 0400-GRAVAR-LANCAMENTO-EXIT.
           if not wrk-lancamento-gravado
               go to 0320-RESGATAR-EXIT
           end-if.
           move wrk-pontos to wrk-a-consumir.
           move 'N' to wrk-sw-so-pedido.
           perform 0350-CONSUMIR thru 0350-CONSUMIR-EXIT.
           set lnk-pon-ok to true.
       0320-RESGATAR-EXIT.
           exit.

       0330-DEVOLVER SECTION.
      * O RESGATE DEVOLVIDO VOLTA COMO CREDITO NOVO, COM VALIDADE
      * CONTADA DE HOJE.
           move 0 to lnk-pon-pontos.
           if wrk-resgatado-ped not > wrk-devolvido-ped
               set lnk-pon-ok to true
               go to 0330-DEVOLVER-EXIT
           end-if.
           compute wrk-pontos = wrk-resgatado-ped - wrk-devolvido-ped.
           move spaces to pontos-reg.
           move 'V' to pontos-tipo.
           move wrk-pontos to pontos-qtde.
           move wrk-validade to pontos-validade.
           move wrk-pontos to pontos-restante.
           perform 0400-GRAVAR-LANCAMENTO
               thru 0400-GRAVAR-LANCAMENTO-EXIT.
           if wrk-lancamento-gravado
               move wrk-pontos to lnk-pon-pontos
               set lnk-pon-ok to true
           end-if.
       0330-DEVOLVER-EXIT.
           exit.

       0350-CONSUMIR SECTION.
      * BAIXA WRK-A-CONSUMIR DO RESTANTE DOS CREDITOS VALIDOS, DO
      * MAIS ANTIGO PARA O MAIS NOVO (SO O CREDITO DO PROPRIO PEDIDO
      * COM WRK-CONSUMO-DO-PEDIDO).
           if wrk-a-consumir = 0
               go to 0350-CONSUMIR-EXIT
           end-if.
           move lnk-pon-fone to pontos-fone.
           move 0 to pontos-data.
           move 0 to pontos-hora.
           move 0 to pontos-seq.
           start pontos key is greater pontos-chave
               invalid key
                   move '10' to wrk-pon-status
           end-start.
           if wrk-pon-status not = '10'
               read pontos next
                   at end move '10' to wrk-pon-status
               end-read
           end-if.
           perform until wrk-pon-status = '10'
                   or pontos-fone not = lnk-pon-fone
                   or wrk-a-consumir = 0
               if pontos-credito and pontos-restante > 0
                  and pontos-validade not < wrk-data-hoje
                  and (not wrk-consumo-do-pedido
                       or (pontos-ganho
                           and pontos-pedido = lnk-pon-pedido))
                   if pontos-restante > wrk-a-consumir
                       move wrk-a-consumir to wrk-consumo
                   else
                       move pontos-restante to wrk-consumo
                   end-if
                   subtract wrk-consumo from pontos-restante
                   subtract wrk-consumo from wrk-a-consumir
                   rewrite pontos-reg
                       invalid key
                           continue
                   end-rewrite
               end-if
               read pontos next
                   at end move '10' to wrk-pon-status
               end-read
           end-perform.
           move '00' to wrk-pon-status.
       0350-CONSUMIR-EXIT.
           exit.

       0400-GRAVAR-LANCAMENTO SECTION.
      * CHAVE = CLIENTE + DATA/HORA; O SEQUENCIAL SOBE ATE ACHAR
      * CHAVE LIVRE.
           move 'N' to wrk-sw-gravado.
           move lnk-pon-fone to pontos-fone.
           move wrk-data-hoje to pontos-data.
           move wrk-hora to pontos-hora.
           move 0 to pontos-seq.
           move lnk-pon-pedido to pontos-pedido.
           move lnk-pon-operador to pontos-operador.
           perform until wrk-lancamento-gravado or pontos-seq = 99
               write pontos-reg
                   invalid key
                       add 1 to pontos-seq
                   not invalid key
                       set wrk-lancamento-gravado to true
               end-write
           end-perform.
       0400-GRAVAR-LANCAMENTO-EXIT.
           exit.

       end program PONTMV.
