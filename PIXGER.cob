       identification division.
       program-id. PIXGER.
      * GERADOR DO CODIGO PIX COPIA E COLA (BR CODE ESTATICO COM
      * VALOR), CHAMAVEL COMO SUBPROGRAMA (MESMO PADRAO DO PARAMLER):
      * CHAVE PIX = CNPJ DA EMPRESA (EMPRESA.DAT), NOME E CIDADE DO
      * RECEBEDOR TAMBEM DE LA, O VALOR DO TITULO E O NUMERO DO
      * TITULO COMO IDENTIFICADOR DA TRANSACAO (TXID) - E ELE QUE
      * VOLTA NO ARQUIVO DE RECEBIMENTOS DO BANCO E LIGA O PIX AO
      * TITULO NO PIXRET.COB. A CARTA DE COBRANCA (COBRANCA.COB) E O
      * EXTRATO DO CLIENTE (EXTRATO.COB) IMPRIMEM O CODIGO.
      * CADA CAMPO E ID (2) + TAMANHO (2) + CONTEUDO; O CODIGO FECHA
      * COM O CRC16 (POLINOMIO 1021, INICIO FFFF) DE TUDO O QUE VEM
      * ANTES, EM HEXADECIMAL.

       environment division.
       configuration section.
      *colocar virgula
       SPECIAL-NAMES.
           DECIMAL-POINT is COMMA.
       input-output section.
       file-control.
           select empresa assign to 'EMPRESA.DAT'
           organization is indexed
           access mode is dynamic
           record key is empresa-chave
           file status is wrk-emp-status.
       data division.
       file section.
       FD empresa.
       COPY EMPRESA.

       working-storage section.
       77 wrk-emp-status pic x(02).
      * DADOS DO RECEBEDOR, LIDOS UMA VEZ POR EXECUCAO DO CHAMADOR.
       77 wrk-sw-carregado pic x(01) value 'N'.
       77 wrk-chave pic x(14) value spaces.
       77 wrk-nome pic x(25) value spaces.
       77 wrk-tam-nome pic 9(02) value zeros.
       77 wrk-cidade pic x(15) value spaces.
       77 wrk-tam-cidade pic 9(02) value zeros.
      * MONTAGEM DO CODIGO.
       77 wrk-payload pic x(200) value spaces.
       77 wrk-pos pic 9(03) value zeros.
       77 wrk-id pic x(02) value spaces.
       77 wrk-campo pic x(99) value spaces.
       77 wrk-tam-campo pic 9(02) value zeros.
       77 wrk-inteiro pic 9(08) value zeros.
       77 wrk-centavos pic 9(02) value zeros.
       77 wrk-ix-valor pic 9(02) value zeros.
      * CRC16 BIT A BIT: WRK-CRC-BIT(1) E O BIT MAIS ALTO.
       01 wrk-crc.
           05 wrk-crc-bit pic 9(01) occurs 16 times.
       77 wrk-tam-dados pic 9(03) value zeros.
       77 wrk-ix pic 9(03) value zeros.
       77 wrk-ix-bit pic 9(02) value zeros.
       77 wrk-byte pic 9(03) value zeros.
       77 wrk-div pic 9(03) value zeros.
       77 wrk-bit-dado pic 9(01) value zeros.
       77 wrk-topo pic 9(01) value zeros.
       77 wrk-nibble pic 9(02) value zeros.
       77 wrk-hex pic x(16) value '0123456789ABCDEF'.
       77 wrk-crc-tx pic x(04) value spaces.

       linkage section.
       COPY PIXLNK.

       procedure division using lnk-pix-area.
       0050-GERAR SECTION.
           set lnk-pix-sem-chave to true.
           move spaces to lnk-pix-codigo.
           move 0 to lnk-pix-tam.
           if wrk-sw-carregado not = 'S'
               perform 0100-CARREGAR-EMPRESA
                   thru 0100-CARREGAR-EMPRESA-EXIT
           end-if.
           if wrk-chave = spaces
               GOBACK
           end-if.
           move spaces to wrk-payload.
           move 1 to wrk-pos.
      * FORMATO 01, CODIGO PARA UM PAGAMENTO SO (12).
           string '000201' delimited by size
                  '010212' delimited by size
             into wrk-payload with pointer wrk-pos
           end-string.
      * CONTA DO RECEBEDOR: IDENTIFICADOR DO ARRANJO PIX E A CHAVE.
           move '26' to wrk-id.
           move spaces to wrk-campo.
           string '0014BR.GOV.BCB.PIX' delimited by size
                  '0114' delimited by size
                  wrk-chave delimited by size
             into wrk-campo
           end-string.
           move 36 to wrk-tam-campo.
           perform 0200-ACRESCENTAR thru 0200-ACRESCENTAR-EXIT.
      * CATEGORIA DO RECEBEDOR 0000 E MOEDA 986 (REAL).
           string '52040000' delimited by size
                  '5303986' delimited by size
             into wrk-payload with pointer wrk-pos
           end-string.
           if lnk-pix-valor > 0
               perform 0150-VALOR thru 0150-VALOR-EXIT
               move '54' to wrk-id
               perform 0200-ACRESCENTAR thru 0200-ACRESCENTAR-EXIT
           end-if.
           string '5802BR' delimited by size
             into wrk-payload with pointer wrk-pos
           end-string.
           move '59' to wrk-id.
           move wrk-nome to wrk-campo.
           move wrk-tam-nome to wrk-tam-campo.
           perform 0200-ACRESCENTAR thru 0200-ACRESCENTAR-EXIT.
           move '60' to wrk-id.
           move wrk-cidade to wrk-campo.
           move wrk-tam-cidade to wrk-tam-campo.
           perform 0200-ACRESCENTAR thru 0200-ACRESCENTAR-EXIT.
      * DADOS ADICIONAIS: SO O TXID (05) = NUMERO DO TITULO.
           move '62' to wrk-id.
           move spaces to wrk-campo.
           string '0508' delimited by size
                  lnk-pix-titulo delimited by size
             into wrk-campo
           end-string.
           move 12 to wrk-tam-campo.
           perform 0200-ACRESCENTAR thru 0200-ACRESCENTAR-EXIT.
      * O CRC COBRE O PROPRIO ID E TAMANHO DO CAMPO 63.
           string '6304' delimited by size
             into wrk-payload with pointer wrk-pos
           end-string.
           compute wrk-tam-dados = wrk-pos - 1.
           perform 0300-CRC16 thru 0300-CRC16-EXIT.
           string wrk-crc-tx delimited by size
             into wrk-payload with pointer wrk-pos
           end-string.
           compute lnk-pix-tam = wrk-pos - 1.
           move wrk-payload to lnk-pix-codigo.
           set lnk-pix-gerado to true.
           GOBACK.

       0100-CARREGAR-EMPRESA SECTION.
      * CNPJ COMO CHAVE PIX; NOME ATE 25 E CIDADE ATE 15 POSICOES,
      * EM MAIUSCULAS, COMO O BR CODE PEDE.
           move spaces to wrk-chave.
           open input empresa.
           if wrk-emp-status not = '00'
               go to 0100-CARREGAR-EMPRESA-EXIT
           end-if.
           move 1 to emp-codigo.
           read empresa key is empresa-chave
               invalid key
                   close empresa
                   go to 0100-CARREGAR-EMPRESA-EXIT
           end-read.
           close empresa.
           if emp-cnpj = 0
               go to 0100-CARREGAR-EMPRESA-EXIT
           end-if.
           move emp-cnpj to wrk-chave.
           move emp-razao to wrk-nome.
           move emp-cidade to wrk-cidade.
           inspect wrk-nome converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           inspect wrk-cidade converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move 0 to wrk-tam-nome.
           perform varying wrk-ix from 25 by -1
                   until wrk-ix < 1 or wrk-tam-nome > 0
               if wrk-nome(wrk-ix:1) not = space
                   move wrk-ix to wrk-tam-nome
               end-if
           end-perform.
           move 0 to wrk-tam-cidade.
           perform varying wrk-ix from 15 by -1
                   until wrk-ix < 1 or wrk-tam-cidade > 0
               if wrk-cidade(wrk-ix:1) not = space
                   move wrk-ix to wrk-tam-cidade
               end-if
           end-perform.
           if wrk-tam-nome = 0
               move 'EMPRESA' to wrk-nome
               move 7 to wrk-tam-nome
           end-if.
           if wrk-tam-cidade = 0
               move 'BRASIL' to wrk-cidade
               move 6 to wrk-tam-cidade
           end-if.
           move 'S' to wrk-sw-carregado.
       0100-CARREGAR-EMPRESA-EXIT.
           exit.

       0150-VALOR SECTION.
      * VALOR COM PONTO DECIMAL E SEM ZEROS A ESQUERDA (1234.50).
           move lnk-pix-valor to wrk-inteiro.
           compute wrk-centavos =
               (lnk-pix-valor - wrk-inteiro) * 100.
           move 8 to wrk-ix-valor.
           perform varying wrk-ix from 1 by 1
                   until wrk-ix > 7 or wrk-ix-valor < 8
               if wrk-inteiro(wrk-ix:1) not = '0'
                   move wrk-ix to wrk-ix-valor
               end-if
           end-perform.
           move spaces to wrk-campo.
           string wrk-inteiro(wrk-ix-valor:) delimited by size
                  '.' delimited by size
                  wrk-centavos delimited by size
             into wrk-campo
           end-string.
           compute wrk-tam-campo = 9 - wrk-ix-valor + 3.
       0150-VALOR-EXIT.
           exit.

       0200-ACRESCENTAR SECTION.
      * ID + TAMANHO EM DOIS DIGITOS + CONTEUDO.
           string wrk-id delimited by size
                  wrk-tam-campo delimited by size
                  wrk-campo(1:wrk-tam-campo) delimited by size
             into wrk-payload with pointer wrk-pos
           end-string.
       0200-ACRESCENTAR-EXIT.
           exit.

       0300-CRC16 SECTION.
           perform varying wrk-ix-bit from 1 by 1
                   until wrk-ix-bit > 16
               move 1 to wrk-crc-bit(wrk-ix-bit)
           end-perform.
           perform varying wrk-ix from 1 by 1
                   until wrk-ix > wrk-tam-dados
               compute wrk-byte =
                   function ord(wrk-payload(wrk-ix:1)) - 1
               move 128 to wrk-div
               perform 8 times
                   divide wrk-byte by wrk-div giving wrk-bit-dado
                       remainder wrk-byte
                   move wrk-crc-bit(1) to wrk-topo
                   perform varying wrk-ix-bit from 1 by 1
                           until wrk-ix-bit > 15
                       move wrk-crc-bit(wrk-ix-bit + 1)
                         to wrk-crc-bit(wrk-ix-bit)
                   end-perform
                   move 0 to wrk-crc-bit(16)
      * BIT QUE SAIU DIFERENTE DO BIT DO DADO: APLICA O POLINOMIO
      * 1021 (BITS 12, 5 E 0).
                   if wrk-topo not = wrk-bit-dado
                       compute wrk-crc-bit(4) = 1 - wrk-crc-bit(4)
                       compute wrk-crc-bit(11) = 1 - wrk-crc-bit(11)
                       compute wrk-crc-bit(16) = 1 - wrk-crc-bit(16)
                   end-if
                   divide wrk-div by 2 giving wrk-div
               end-perform
           end-perform.
           perform varying wrk-ix-bit from 1 by 4
                   until wrk-ix-bit > 16
               compute wrk-nibble =
                   (wrk-crc-bit(wrk-ix-bit) * 8)
                   + (wrk-crc-bit(wrk-ix-bit + 1) * 4)
                   + (wrk-crc-bit(wrk-ix-bit + 2) * 2)
                   + wrk-crc-bit(wrk-ix-bit + 3)
               compute wrk-ix = ((wrk-ix-bit - 1) / 4) + 1
               move wrk-hex(wrk-nibble + 1:1) to wrk-crc-tx(wrk-ix:1)
           end-perform.
       0300-CRC16-EXIT.
           exit.

       end program PIXGER.
