      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTCAIXA".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Caixa da conta corrente do jogador: deposito e saque no saldo
      *> (pl-saldo do cadastro PLAYERS) e consulta do saldo. Cada operacao
      *> vira um movimento em MOV-CONTA com o saldo corrente logo apos o
      *> lancamento - o mesmo arquivo em que o jogo (TELASLOTERIA) e a
      *> fila (LOTFILA) debitam as apostas e a conferencia (LOTCONFER)
      *> credita os premios. Saque maior que o saldo e recusado; conta
      *> bloqueada nao movimenta ate a manutencao (LOTPLAYER) liberar.
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select players               assign to "data/PLAYERS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is pl-player-id
                                        sharing with all other
                                        lock mode is automatic
                                        file status is wk-fs-players.

           select mov-conta             assign to "data/MOV-CONTA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-mov-conta.

       i-O-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       File Section.

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  mov-conta
           label records are standard
           record contains 125 characters.
       copy "MOVCONTA.cpy".

      *>----Variaveis de trabalho
       working-storage section.

                                                                         *>status dos arquivos
       01 wk-status-arquivos.
           05 wk-fs-players                        pic x(02) value "00".
           05 wk-fs-mov-conta                      pic x(02) value "00".

                                                                         *>menu principal do caixa
       01 wk-tela-menu.
           05 wk-opcao                             pic 9(01) value zero.
           05 wk-sair-menu                         pic x(01).
           05 wk-msg-manut                         pic x(60) value spaces.

                                                                         *>operacao de deposito / saque em andamento
       01 wk-tela-operacao.
           05 wk-op-titulo                         pic x(30) value spaces.
           05 wk-op-tipo                           pic x(01) value space.
           05 wk-op-player-id                      pic x(10) value spaces.
           05 wk-op-valor                          pic 9(07)v99 value zero.
           05 wk-op-confirma                       pic x(01).
           05 wk-sair-operacao                     pic x(01).

                                                                         *>consulta do saldo de um jogador
       01 wk-tela-saldo.
           05 wk-sal-player-id                     pic x(10) value spaces.
           05 wk-sal-saldo                         pic s9(11)v99 value zero.
           05 wk-sal-situacao                      pic x(01) value space.
           05 wk-sair-saldo                        pic x(01).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

       01  tela-menu-caixa.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "                    ****************************************                     ".
           05 line 05 col 01 value "                    ****************************************                     ".
           05 line 06 col 01 value "                    **   CAIXA - CONTA CORRENTE JOGADOR   **                     ".
           05 line 07 col 01 value "                    **                                    **                     ".
           05 line 08 col 01 value "                    **  1 - Deposito na conta             **                     ".
           05 line 09 col 01 value "                    **  2 - Saque da conta                **                     ".
           05 line 10 col 01 value "                    **  3 - Consultar saldo               **                     ".
           05 line 11 col 01 value "                    **                                    **                     ".
           05 line 12 col 01 value "                    **  Digite o numero da opcao: [ ]     **                     ".
           05 line 13 col 01 value "                    ****************************************                     ".
           05 line 14 col 01 value "                    ****************************************                     ".

           05 sc-sair-menu               line 01  col 71 pic x(01)               using wk-sair-menu foreground-color 12.
           05 sc-opcao-menu              line 12  col 51 pic 9(01)               using wk-opcao foreground-color 12.
           05 sc-msg-menu                line 18  col 12 pic x(60)               from wk-msg-manut foreground-color 12.

       01  tela-operacao-caixa.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "                    ****************************************                     ".
           05 line 05 col 01 value "                    ****************************************                     ".
           05 line 06 col 01 value "                    **                                    **                     ".
           05 line 07 col 01 value "                    **                                    **                     ".
           05 line 08 col 01 value "                    **  ID do jogador ....: [          ]  **                     ".
           05 line 09 col 01 value "                    **  Valor ............: [          ]  **                     ".
           05 line 10 col 01 value "                    **                                    **                     ".
           05 line 11 col 01 value "                    **  Marque p/ confirmar: [ ]          **                     ".
           05 line 12 col 01 value "                    ****************************************                     ".
           05 line 13 col 01 value "                    ****************************************                     ".

           05 sc-sair-operacao           line 01  col 71 pic x(01)               using wk-sair-operacao foreground-color 12.
           05 sc-op-titulo               line 06  col 25 pic x(30)               from wk-op-titulo foreground-color 14.
           05 sc-op-id                   line 08  col 45 pic x(10)               using wk-op-player-id foreground-color 12.
           05 sc-op-valor                line 09  col 45 pic zzzzzz9,99          using wk-op-valor foreground-color 12.
           05 sc-op-confirma             line 11  col 47 pic x(01)               using wk-op-confirma foreground-color 12.

       01  tela-busca-saldo.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "                    ****************************************                     ".
           05 line 05 col 01 value "                    ****************************************                     ".
           05 line 06 col 01 value "                    **      SALDO DA CONTA DO JOGADOR     **                     ".
           05 line 07 col 01 value "                    **                                    **                     ".
           05 line 08 col 01 value "                    **  Informe o ID do jogador           **                     ".
           05 line 09 col 01 value "                    **                                    **                     ".
           05 line 10 col 01 value "                    **  ID do jogador: [          ]       **                     ".
           05 line 12 col 01 value "                    ****************************************                     ".
           05 line 13 col 01 value "                    ****************************************                     ".

           05 sc-sair-busca              line 01  col 71 pic x(01)               using wk-sair-saldo foreground-color 12.
           05 sc-busca-id                line 10  col 40 pic x(10)               using wk-sal-player-id foreground-color 12.

       01  tela-saldo-jog.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "                    ****************************************                     ".
           05 line 05 col 01 value "                    ****************************************                     ".
           05 line 06 col 01 value "                    **      SALDO DA CONTA DO JOGADOR     **                     ".
           05 line 07 col 01 value "                    **                                    **                     ".
           05 line 08 col 01 value "                    **  ID do jogador ....: [          ]  **                     ".
           05 line 09 col 01 value "                    **  Saldo ...: [                  ]   **                     ".
           05 line 10 col 01 value "                    **  Situacao (A/B) ...: [ ]           **                     ".
           05 line 12 col 01 value "                    ****************************************                     ".
           05 line 13 col 01 value "                    ****************************************                     ".

           05 sc-sair-saldo              line 01  col 71 pic x(01)               using wk-sair-saldo foreground-color 12.
           05 sc-sal-id                  line 08  col 45 pic x(10)               from wk-sal-player-id foreground-color 14.
           05 sc-sal-saldo               line 09  col 37 pic -zz.zzz.zzz.zz9,99  from wk-sal-saldo foreground-color 14.
           05 sc-sal-situacao            line 10  col 45 pic x(01)               from wk-sal-situacao foreground-color 14.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>                   Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           continue

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until wk-sair-menu = "X"
                      or wk-sair-menu = "x"

               move space to wk-sair-menu
               move zero  to wk-opcao

               display tela-menu-caixa
               accept tela-menu-caixa

               move spaces to wk-msg-manut

               if wk-sair-menu <> "X"
               and wk-sair-menu <> "x" then
                   evaluate wk-opcao
                       when 1
                           move "D" to wk-op-tipo
                           move "  DEPOSITO NA CONTA DO JOGADOR" to wk-op-titulo
                           perform operar-conta
                       when 2
                           move "S" to wk-op-tipo
                           move "   SAQUE DA CONTA DO JOGADOR" to wk-op-titulo
                           perform operar-conta
                       when 3
                           perform consultar-saldo
                       when other
                           move "Opcao invalida - digite de 1 a 3."
                             to wk-msg-manut
                   end-evaluate
               end-if

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> DEPOSITO / SAQUE
      *> Pede o ID e o valor; confirmada a operacao, grava o saldo novo no
      *> cadastro e o movimento correspondente em MOV-CONTA.
      *>------------------------------------------------------------------------
       operar-conta section.

           move space  to wk-sair-operacao
           move space  to wk-op-confirma
           move spaces to wk-op-player-id
           move zero   to wk-op-valor

           display tela-operacao-caixa
           accept tela-operacao-caixa

           if wk-sair-operacao = "X"
           or wk-sair-operacao = "x" then
               continue
           else
               if wk-op-confirma <> "X"
               and wk-op-confirma <> "x" then
                   move "Operacao nao confirmada - nada foi alterado."
                     to wk-msg-manut
               else
                   if wk-op-player-id = spaces
                   or wk-op-valor = zero then
                       move "Informe o ID do jogador e um valor maior que zero."
                         to wk-msg-manut
                   else
                       perform gravar-operacao
                   end-if
               end-if
           end-if

           .
       operar-conta-exit.
           exit.

       gravar-operacao section.

           open i-o players
           if wk-fs-players <> "00" then
               if wk-fs-players = "93"
               or wk-fs-players = "61" then
                   move "Cadastro em uso pela rodada em lote - tente depois."
                     to wk-msg-manut
               else
                   move "Nao foi possivel abrir o cadastro de jogadores."
                     to wk-msg-manut
               end-if
           else
               open extend mov-conta
               if wk-fs-mov-conta <> "00" then
                   open output mov-conta
               end-if

               if wk-fs-mov-conta <> "00" then
                   move "Movimentos da conta indisponiveis - nada foi alterado."
                     to wk-msg-manut
               else
                   move wk-op-player-id to pl-player-id
                   read players key is pl-player-id
                       invalid key
                           move "Jogador nao encontrado no cadastro."
                             to wk-msg-manut
                       not invalid key
                           perform movimentar-saldo
                   end-read
                   close mov-conta
               end-if
               close players
           end-if

           .
       gravar-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aplica a operacao sobre o registro lido: conta bloqueada nao
      *> movimenta e saque nunca deixa o saldo negativo.
      *>------------------------------------------------------------------------
       movimentar-saldo section.

           evaluate true
               when pl-situacao = "B"
                   move "Conta bloqueada - libere na manutencao (LOTPLAYER)."
                     to wk-msg-manut
               when wk-op-tipo = "S"
               and  wk-op-valor > pl-saldo
                   move "Saque maior que o saldo da conta - recusado."
                     to wk-msg-manut
               when other
                   initialize mc-registro
                   if wk-op-tipo = "D" then
                       add wk-op-valor to pl-saldo
                       move wk-op-valor to mc-valor
                       move "DEPOSITO NO CAIXA" to mc-referencia
                       move "Deposito gravado na conta." to wk-msg-manut
                   else
                       subtract wk-op-valor from pl-saldo
                       compute mc-valor = zero - wk-op-valor
                       move "SAQUE NO CAIXA" to mc-referencia
                       move "Saque gravado na conta." to wk-msg-manut
                   end-if
                   rewrite pl-registro

                   move pl-player-id to mc-player-id
                   accept mc-data from date yyyymmdd
                   accept mc-hora from time
                   move wk-op-tipo   to mc-tipo
                   move pl-saldo     to mc-saldo
                   move "LOTCAIXA"   to mc-origem
                   write mc-registro
           end-evaluate

           .
       movimentar-saldo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> CONSULTA DO SALDO
      *>------------------------------------------------------------------------
       consultar-saldo section.

           move space  to wk-sair-saldo
           move spaces to wk-sal-player-id

           display tela-busca-saldo
           accept tela-busca-saldo

           if wk-sair-saldo = "X"
           or wk-sair-saldo = "x" then
               continue
           else
               open input players
               if wk-fs-players <> "00" then
                   move "Nao ha cadastro de jogadores gravado ainda."
                     to wk-msg-manut
               else
                   move wk-sal-player-id to pl-player-id
                   read players key is pl-player-id
                       invalid key
                           move "Jogador nao encontrado no cadastro."
                             to wk-msg-manut
                       not invalid key
                           move pl-saldo    to wk-sal-saldo
                           move pl-situacao to wk-sal-situacao
                   end-read
                   close players

                   if wk-msg-manut = spaces then
                       move space to wk-sair-saldo
                       display tela-saldo-jog
                       accept tela-saldo-jog
                   end-if
               end-if
           end-if

           .
       consultar-saldo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                       Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           stop run
           .
       finaliza-exit.
           exit.
