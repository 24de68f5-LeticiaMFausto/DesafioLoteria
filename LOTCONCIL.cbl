      *>  2. pl-qtd-jogos de cada jogador deve ser igual à contagem dos
      *>     seus registros em JOGOS-HIST;
      *>  3. pl-melhor-tentativas / pl-melhor-tempo devem ser iguais aos
      *>     mínimos realmente presentes no histórico;
      *>  4. pl-saldo de cada jogador deve ser igual à soma dos seus
      *>     movimentos em MOV-CONTA e ao saldo corrente gravado no último
      *>     deles (conta sem movimento nenhum tem que estar zerada).
      *>
      *> Qualquer divergência é impressa no relatório e o programa termina
      *> com RETURN-CODE 8, para o escalonador acusar a corrupção no mesmo
                                        access mode is sequential
                                        file status is wk-fs-sum.

           select mov-conta             assign to "data/MOV-CONTA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-mov-conta.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential

       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  sorteios-log
           record contains 55 characters.
       copy "SORTSUM.cpy".

       fd  mov-conta
           label records are standard
           record contains 125 characters.
       copy "MOVCONTA.cpy".

       fd  run-journal
           label records are standard
           record contains 56 characters.
           05 wk-fs-players                        pic x(02) value "00".
           05 wk-fs-sorteios                       pic x(02) value "00".
           05 wk-fs-sum                            pic x(02) value "00".
           05 wk-fs-mov-conta                      pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".
               10 wk-jg-no-cadastro                pic x(01).
       77  wk-jg-achou                             pic x(01) value "N".

                                                                         *>conta corrente por jogador recalculada dos movimentos
       01 wk-contas-mov.
           05 wk-cm-qtd                            pic 9(03) value zero.
           05 wk-cm-tab                            occurs 200 times
                                                    indexed by wk-idx-cm.
               10 wk-cm-player-id                  pic x(10).
               10 wk-cm-soma                       pic s9(11)v99.
               10 wk-cm-ultimo-saldo               pic s9(11)v99.
               10 wk-cm-no-cadastro                pic x(01).
       77  wk-cm-achou                             pic x(01) value "N".
       77  wk-ed-saldo-cad                         pic -zz.zzz.zzz.zz9,99.
       77  wk-ed-saldo-mov                         pic -zz.zzz.zzz.zz9,99.

                                                                         *>totalizadores da conciliacao
       01 wk-totalizadores.
           05 wk-total-jogos-hist                  pic 9(07) value zero.
           05 wk-total-jogadores                   pic 9(05) value zero.
           05 wk-total-movimentos                  pic 9(07) value zero.
           05 wk-total-discrepancias               pic 9(05) value zero.

      *>----Variaveis para comunicação entre programas
           perform carregar-sessoes-vivas
           perform carregar-sessoes-resumidas
           perform conferir-historico
           perform carregar-movimentos-conta
           perform conferir-cadastro
           perform conferir-orfaos-historico
           perform conferir-orfaos-conta
           perform imprimir-totais

           .
       conferir-sessao-do-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Passa os movimentos da conta corrente somando os valores de cada
      *> jogador e guardando o saldo corrente do ultimo movimento dele (o
      *> arquivo e gravado em ordem cronologica).
      *>------------------------------------------------------------------------
       carregar-movimentos-conta section.

           open input mov-conta
           if wk-fs-mov-conta <> "00" then
                                                       *>sem movimento gravado ainda - normal enquanto
                                                       *>nenhuma conta foi movimentada
               continue
           else
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read mov-conta
                       at end move "S" to wk-fim-arquivo
                       not at end
                           add 1 to wk-total-movimentos
                           perform acumular-movimento-conta
                   end-read
               end-perform
               close mov-conta
           end-if

           .
       carregar-movimentos-conta-exit.
           exit.

       acumular-movimento-conta section.

           move "N" to wk-cm-achou
           perform varying wk-idx-cm from 1 by 1
                   until wk-idx-cm > wk-cm-qtd
                      or wk-cm-achou = "S"
               if wk-cm-player-id(wk-idx-cm) = mc-player-id then
                   move "S" to wk-cm-achou
               end-if
           end-perform

           if wk-cm-achou = "S" then
                                                *>o perform varying acima avancou uma posicao alem do
                                                *>jogador encontrado antes de sair do laco - corrige de volta
               subtract 1 from wk-idx-cm
               add mc-valor  to wk-cm-soma(wk-idx-cm)
               move mc-saldo to wk-cm-ultimo-saldo(wk-idx-cm)
           else
               if wk-cm-qtd < 200 then
                   add 1 to wk-cm-qtd
                   move mc-player-id to wk-cm-player-id(wk-idx-cm)
                   move mc-valor     to wk-cm-soma(wk-idx-cm)
                   move mc-saldo     to wk-cm-ultimo-saldo(wk-idx-cm)
                   move "N"          to wk-cm-no-cadastro(wk-idx-cm)
               else
                   add 1 to wk-total-discrepancias
                   display "DIVERGENCIA: tabela de contas lotada - movimento de "
                           mc-player-id " nao sera conferido."
               end-if
           end-if

           .
       acumular-movimento-conta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere o cadastro mestre contra as estatisticas recalculadas:
      *> contagem de jogos e minimos de tentativas/tempo, e o saldo da
      *> conta corrente contra os movimentos.
      *>------------------------------------------------------------------------
       conferir-cadastro section.


           add 1 to wk-total-jogadores

           perform conferir-saldo-jogador

           move "N" to wk-jg-achou
           perform varying wk-idx-jg from 1 by 1
                   until wk-idx-jg > wk-jg-qtd
       conferir-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Saldo do cadastro contra a soma dos movimentos e contra o saldo
      *> corrente do ultimo movimento do jogador.
      *>------------------------------------------------------------------------
       conferir-saldo-jogador section.

           move "N" to wk-cm-achou
           perform varying wk-idx-cm from 1 by 1
                   until wk-idx-cm > wk-cm-qtd
                      or wk-cm-achou = "S"
               if wk-cm-player-id(wk-idx-cm) = pl-player-id then
                   move "S" to wk-cm-achou
               end-if
           end-perform

           move pl-saldo to wk-ed-saldo-cad
           if wk-cm-achou = "N" then
               if pl-saldo <> zero then
                   add 1 to wk-total-discrepancias
                   display "DIVERGENCIA: jogador " pl-player-id
                           " tem saldo " wk-ed-saldo-cad
                           " mas nenhum movimento na conta corrente."
               end-if
           else
               subtract 1 from wk-idx-cm
               move "S" to wk-cm-no-cadastro(wk-idx-cm)

               if pl-saldo <> wk-cm-soma(wk-idx-cm) then
                   add 1 to wk-total-discrepancias
                   move wk-cm-soma(wk-idx-cm) to wk-ed-saldo-mov
                   display "DIVERGENCIA: jogador " pl-player-id
                           " saldo no cadastro " wk-ed-saldo-cad
                           " <> soma dos movimentos " wk-ed-saldo-mov "."
               end-if

               if pl-saldo <> wk-cm-ultimo-saldo(wk-idx-cm) then
                   add 1 to wk-total-discrepancias
                   move wk-cm-ultimo-saldo(wk-idx-cm) to wk-ed-saldo-mov
                   display "DIVERGENCIA: jogador " pl-player-id
                           " saldo no cadastro " wk-ed-saldo-cad
                           " <> saldo do ultimo movimento " wk-ed-saldo-mov "."
               end-if
           end-if

           .
       conferir-saldo-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Contas com saldo nos movimentos cujo jogador nao esta mais no
      *> cadastro (exclusao so e aceita com a conta zerada).
      *>------------------------------------------------------------------------
       conferir-orfaos-conta section.

           perform varying wk-idx-cm from 1 by 1
                   until wk-idx-cm > wk-cm-qtd
               if wk-cm-no-cadastro(wk-idx-cm) = "N"
               and wk-cm-ultimo-saldo(wk-idx-cm) <> zero then
                   add 1 to wk-total-discrepancias
                   move wk-cm-ultimo-saldo(wk-idx-cm) to wk-ed-saldo-mov
                   display "DIVERGENCIA: conta de " wk-cm-player-id(wk-idx-cm)
                           " com saldo " wk-ed-saldo-mov
                           " nos movimentos mas fora do cadastro."
               end-if
           end-perform

           .
       conferir-orfaos-conta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Jogadores que aparecem no historico mas nao tem registro no
      *> cadastro mestre (gravacao de ranking perdida).
           display "=========================================================="
           display "Jogos conferidos no historico ...: " wk-total-jogos-hist
           display "Jogadores conferidos no cadastro : " wk-total-jogadores
           display "Movimentos de conta conferidos ..: " wk-total-movimentos
           display "Divergencias encontradas ........: " wk-total-discrepancias
           display "=========================================================="

