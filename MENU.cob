      * ALFANUMERICO - AS OPCOES PASSARAM DO 8 E AS NOVAS SAO LETRAS,
      * NO MESMO ESTILO DO MENU DO CLIENTES1.COB.
       77 wrk-opcao pic x(01) value spaces.
      * AS LETRAS DO MENU PRINCIPAL ACABARAM - OS MODULOS NOVOS FICAM
      * NO SUBMENU DA OPCAO 0, COM A PERMISSAO CONFERIDA NO '0' E
      * DEPOIS A DE CADA OPCAO DO SUBMENU (OPER-PERM-OUTROS).
       77 wrk-opcao-outros pic x(01) value spaces.
       77 wrk-opcao-chk pic x(01) value spaces.
           88 wrk-outros-so-supervisor value 'F' 'S' 'W' '6' '7' '8'.
       77 wrk-oper-status pic x(02).
       77 wrk-ses-status pic x(02).
       77 wrk-id pic x(08) value spaces.
       77 wrk-senha pic x(08) value spaces.
       77 wrk-perfil pic x(01) value spaces.
       77 wrk-permissoes pic x(16) value spaces.
       77 wrk-perm-outros pic x(36) value spaces.
       77 wrk-tentativas pic 9(01) value zeros.
       77 wrk-sw-logado pic x(01) value 'N'.
           88 wrk-operador-logado value 'S'.
               move 'MASTER' to wrk-id
               move 'S' to wrk-perfil
               move spaces to wrk-permissoes
               move spaces to wrk-perm-outros
               set wrk-operador-logado to true
           else
               perform 0042-VALIDAR-OPERADOR
               display "R - cadastro de turmas"
               display "S - semear controle de numeracao"
               display "T - arquivar titulos liquidados"
               display "U - cadastro de fornecedores"
               display "V - contas a pagar"
               display "W - devolucoes de clientes"
               display "X - margem bruta mensal"
               display "Y - cadastro de depositos"
               display "Z - lista de separacao"
               display "0 - outros modulos"
               display "9 - sair"
               display "opcao: "
               accept wrk-opcao
                   when 'T'
                   when 't'
                       call "TITARQ"
                   when 'U'
                   when 'u'
                       call "FORNMANT"
                   when 'V'
                   when 'v'
                       call "PAGMANT"
                   when 'W'
                   when 'w'
                       call "DEVOLUC"
                   when 'X'
                   when 'x'
                       call "MARGEM"
                   when 'Y'
                   when 'y'
                       call "DEPMANT"
                   when 'Z'
                   when 'z'
                       call "SEPARAC"
                   when '0'
                       perform 0080-OUTROS-MODULOS
                           thru 0080-OUTROS-MODULOS-EXIT
                   when '9'
                       continue
                   when other
               end-if
               move oper-perfil to wrk-perfil
               move oper-permissoes to wrk-permissoes
               move oper-perm-outros to wrk-perm-outros
               set wrk-operador-logado to true
               move 'OK' to wrk-resultado-acesso
               perform 0047-GRAVAR-ACESSO
       0045-BULLETINS-EXIT.
           exit.

       0080-OUTROS-MODULOS SECTION.
           move '1' to wrk-opcao-outros.
           perform until wrk-opcao-outros = '9'
               display " "
               display "outros modulos - operador: " wrk-id
               display "A - lotes a vencer"
               display "B - listas de preco"
               display "C - metas de venda"
               display "D - atingimento de metas"
               display "E - contratos de fornecimento"
               display "F - dados fiscais e aliquotas de ICMS"
               display "G - retorno da NF-e e lista de correcao"
               display "H - importar pedidos da loja virtual"
               display "I - pontos de fidelidade - vencimento e extrato"
               display "J - chamados de atendimento (SAC)"
               display "K - transportadoras e tabelas de frete"
               display "L - importar rastreio das transportadoras"
               display "M - auditoria de faturas de frete"
               display "N - regioes e rotas do caminhao proprio"
               display "O - conciliacao bancaria (extrato x baixas)"
               display "P - acordos de renegociacao de dividas"
               display "Q - baixa de recebimentos pix"
               display "R - revisao de limites de credito"
               display "S - diario contabil mensal"
               display "T - dre gerencial"
               display "U - controle de ferias (periodos a vencer)"
               display "V - informe de rendimentos (anual)"
               display "W - pagamento da folha no banco / fgts"
               display "X - faturamento de mensalidades escolares"
               display "Y - envio de boletins do periodo"
               display "Z - documentos escolares (declaracao/historico)"
               display "1 - professores e grade das turmas"
               display "2 - carga e notas pendentes por professor"
               display "3 - fechamento do periodo letivo"
               display "4 - fila de mensagens (envio/retorno)"
               display "5 - aprovacoes pendentes"
               display "6 - quem acessou dados do cliente (LGPD)"
               display "7 - calendario de feriados"
               display "8 - arquivamento de pedidos encerrados"
               display "9 - voltar"
               display "opcao: "
               accept wrk-opcao-outros
               if wrk-opcao-outros not = '9'
                   perform 0085-CHECAR-PERM-OUTROS
                       thru 0085-CHECAR-PERM-OUTROS-EXIT
               end-if
               evaluate wrk-opcao-outros
                   when 'A'
                   when 'a'
                       call "LOTEVENC"
                   when 'B'
                   when 'b'
                       call "TABPMANT"
                   when 'C'
                   when 'c'
                       call "METAMANT"
                   when 'D'
                   when 'd'
                       call "METAREL"
                   when 'E'
                   when 'e'
                       call "CONTMANT"
                   when 'F'
                   when 'f'
                       call "FISCMANT"
                   when 'G'
                   when 'g'
                       call "NFERET"
                   when 'H'
                   when 'h'
                       call "LOJAIMP"
                   when 'I'
                   when 'i'
                       call "PONTVENC"
                   when 'J'
                   when 'j'
                       call "SACMANT"
                   when 'K'
                   when 'k'
                       call "TRANSMANT"
                   when 'L'
                   when 'l'
                       call "RASTIMP"
                   when 'M'
                   when 'm'
                       call "FRETEAUD"
                   when 'N'
                   when 'n'
                       call "ROTAMANT"
                   when 'O'
                   when 'o'
                       call "CONCBCO"
                   when 'P'
                   when 'p'
                       call "ACORDOS"
                   when 'Q'
                   when 'q'
                       call "PIXRET"
                   when 'R'
                   when 'r'
                       call "CREDMANT"
                   when 'S'
                   when 's'
                       call "CTBDIAR"
                   when 'T'
                   when 't'
                       call "DREGER"
                   when 'U'
                   when 'u'
                       call "FERIAS"
                   when 'V'
                   when 'v'
                       call "INFREND"
                   when 'W'
                   when 'w'
                       call "FOLHABCO"
                   when 'X'
                   when 'x'
                       call "MENSALID"
                   when 'Y'
                   when 'y'
                       call "BOLENVIO"
                   when 'Z'
                   when 'z'
                       call "DOCESCOL"
                   when '1'
                       call "PROFMANT"
                   when '2'
                       call "PROFREL"
                   when '3'
                       call "FECHAPER"
                   when '4'
                       call "FILAENV"
                   when '5'
                       call "APROVMNT"
                   when '6'
                       call "ACESSREL"
                   when '7'
                       call "CALMANT"
                   when '8'
                       call "PEDARQ"
                   when '9'
                       continue
                   when ' '
                       continue
                   when other
                       display "opcao invalida"
               end-evaluate
           end-perform.
       0080-OUTROS-MODULOS-EXIT.
           exit.

       0060-CHECAR-PERMISSAO SECTION.
      * SUPERVISOR ACESSA TUDO; OPERADOR COMUM SO AS OPCOES LISTADAS
      * NO SEU PERFIL. OPCAO NEGADA VIRA BRANCO E O MENU REPETE.
       0060-CHECAR-PERMISSAO-EXIT.
           exit.

       0085-CHECAR-PERM-OUTROS SECTION.
      * A MESMA CHECAGEM DO 0060 PARA O SUBMENU, CONTRA AS OPCOES DE
      * OPER-PERM-OUTROS. AS OPCOES SO DE SUPERVISOR NAO SE LIBERAM
      * PARA OPERADOR COMUM NEM COM O CARACTERE NAS PERMISSOES.
           if wrk-perfil = 'S'
               go to 0085-CHECAR-PERM-OUTROS-EXIT
           end-if.
           move wrk-opcao-outros to wrk-opcao-chk.
           inspect wrk-opcao-chk
               converting 'abcdefghijklmnopqrstuvwxyz'
                       to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           if wrk-outros-so-supervisor
               display "opcao restrita ao supervisor"
               move ' ' to wrk-opcao-outros
               go to 0085-CHECAR-PERM-OUTROS-EXIT
           end-if.
           move 0 to wrk-qt-achou.
           inspect wrk-perm-outros tallying wrk-qt-achou
               for all wrk-opcao-chk.
           if wrk-qt-achou = 0
               display "opcao nao liberada para este operador"
               move ' ' to wrk-opcao-outros
           end-if.
       0085-CHECAR-PERM-OUTROS-EXIT.
           exit.

       end program MENU.
