      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTMOVIMP".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Implantacao, por uma unica vez, da conta corrente dos jogadores
      *> em MOV-CONTA: os saldos que ja existiam em pl-saldo antes da conta
      *> corrente (creditos de premio da conferencia) nao tem movimento
      *> nenhum que os explique, e a conciliacao LOTCONCIL os acusaria.
      *>
      *> Para cada jogador do cadastro com pl-saldo maior que zero e sem
      *> movimento nenhum em MOV-CONTA, grava um movimento de implantacao
      *> (tipo "I") com o valor e o saldo iguais a pl-saldo. Jogador que
      *> ja tem movimento e deixado como esta - o programa pode ser rodado
      *> de novo sem duplicar nada.
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

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-jornal.

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

       fd  run-journal
           label records are standard
           record contains 56 characters.
       copy "RUNJRNL.cpy".

      *>----Variaveis de trabalho
       working-storage section.

                                                                         *>jornal de rodadas em lote - registro de inicio e de
                                                                         *>fim desta rodada, gravados em RUN-JOURNAL
       77  wk-fs-jornal                            pic x(02) value "00".
       01 wk-jornal.
           05 wk-jor-tipo                          pic x(01).
           05 wk-jor-lidos                         pic 9(09) value zero.
           05 wk-jor-gravados                      pic 9(09) value zero.
           05 wk-jor-rejeitados                    pic 9(09) value zero.
           05 wk-jor-severidade                    pic 9(02) value zero.
           05 wk-jor-data                          pic 9(08).
           05 wk-jor-hora                          pic 9(08).

       01 wk-status-arquivos.
           05 wk-fs-players                        pic x(02) value "00".
           05 wk-fs-mov-conta                      pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

                                                                         *>jogadores que ja tem movimento na conta corrente
       01 wk-contas-mov.
           05 wk-cm-qtd                            pic 9(03) value zero.
           05 wk-cm-tab                            occurs 200 times
                                                    indexed by wk-idx-cm.
               10 wk-cm-player-id                  pic x(10).
       77  wk-cm-achou                             pic x(01) value "N".
       77  wk-cm-transbordou                       pic x(01) value "N".

                                                                         *>totalizadores da implantacao
       01 wk-totalizadores.
           05 wk-total-jogadores                   pic 9(05) value zero.
           05 wk-total-implantados                 pic 9(05) value zero.
           05 wk-total-ja-movimentados             pic 9(05) value zero.
           05 wk-total-valor                       pic 9(11)v99 value zero.
       77  wk-ed-valor                             pic zz.zzz.zzz.zz9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>                   Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display "=========================================================="
           display "  DESAFIO LOTERIA - IMPLANTACAO DA CONTA CORRENTE         "
           display "=========================================================="

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform carregar-contas-movimentadas

           if wk-cm-transbordou = "S" then
               display "Aviso: mais de 200 contas ja movimentadas - "
                       "implantacao nao realizada."
               move 8 to return-code
           else
               open input players
               if wk-fs-players <> "00" then
                   display "Aviso: nao foi possivel abrir o cadastro de jogadores "
                           "(status " wk-fs-players ")."
                   move 8 to return-code
               else
                   open extend mov-conta
                   if wk-fs-mov-conta <> "00" then
                       open output mov-conta
                   end-if
                   if wk-fs-mov-conta <> "00" then
                       display "Aviso: nao foi possivel abrir os movimentos da "
                               "conta (status " wk-fs-mov-conta ")."
                       move 8 to return-code
                   else
                       perform until wk-fs-players <> "00"
                           read players next record
                               at end move "10" to wk-fs-players
                               not at end perform implantar-jogador
                           end-read
                       end-perform
                       close mov-conta
                   end-if
                   close players
               end-if
           end-if

           perform imprimir-totais

           .
       processamento-exit.
           exit.

       carregar-contas-movimentadas section.

           open input mov-conta
           if wk-fs-mov-conta = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read mov-conta
                       at end move "S" to wk-fim-arquivo
                       not at end perform registrar-conta-movimentada
                   end-read
               end-perform
               close mov-conta
           end-if

           .
       carregar-contas-movimentadas-exit.
           exit.

       registrar-conta-movimentada section.

           perform procurar-conta

           if wk-cm-achou = "N" then
               if wk-cm-qtd >= 200 then
                   move "S" to wk-cm-transbordou
               else
                   add 1 to wk-cm-qtd
                   move mc-player-id to wk-cm-player-id(wk-cm-qtd)
               end-if
           end-if

           .
       registrar-conta-movimentada-exit.
           exit.

       procurar-conta section.

           move "N" to wk-cm-achou
           perform varying wk-idx-cm from 1 by 1
                   until wk-idx-cm > wk-cm-qtd
                      or wk-cm-achou = "S"
               if wk-cm-player-id(wk-idx-cm) = mc-player-id then
                   move "S" to wk-cm-achou
               end-if
           end-perform

           .
       procurar-conta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Jogador com saldo e sem movimento: grava a implantacao.
      *>------------------------------------------------------------------------
       implantar-jogador section.

           add 1 to wk-total-jogadores

           if pl-saldo > zero then
               move pl-player-id to mc-player-id
               perform procurar-conta
               if wk-cm-achou = "S" then
                   add 1 to wk-total-ja-movimentados
               else
                   initialize mc-registro
                   move pl-player-id to mc-player-id
                   accept mc-data from date yyyymmdd
                   accept mc-hora from time
                   move "I"          to mc-tipo
                   move pl-saldo     to mc-valor
                   move pl-saldo     to mc-saldo
                   move "LOTMOVIMP"  to mc-origem
                   move "SALDO ANTERIOR A CONTA CORRENTE" to mc-referencia
                   write mc-registro
                   add 1        to wk-total-implantados
                   add pl-saldo to wk-total-valor
                   move pl-saldo to wk-ed-valor
                   display "Implantado " pl-player-id " saldo " wk-ed-valor
               end-if
           end-if

           .
       implantar-jogador-exit.
           exit.

       imprimir-totais section.

           display " "
           display "=========================================================="
           display "Jogadores lidos no cadastro .....: " wk-total-jogadores
           display "Contas implantadas ..............: " wk-total-implantados
           display "Contas ja movimentadas (ignoradas): " wk-total-ja-movimentados
           move wk-total-valor to wk-ed-valor
           display "Valor total implantado ..........: " wk-ed-valor
           display "=========================================================="

           .
       imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> JORNAL DE RODADAS EM LOTE
      *> Um registro de inicio ao comecar e um de fim (com os contadores
      *> e a severidade/RETURN-CODE da rodada) ao terminar - e por aqui
      *> que o escalonador e o relatorio da manha (LOTJORNAL) enxergam o
      *> que rodou, quanto levou e o que terminou com erro.
      *>------------------------------------------------------------------------
       gravar-jornal-inicio section.

           move "I"  to wk-jor-tipo
           move zero to wk-jor-lidos
           move zero to wk-jor-gravados
           move zero to wk-jor-rejeitados
           move zero to wk-jor-severidade
           perform gravar-jornal

           .
       gravar-jornal-inicio-exit.
           exit.

       gravar-jornal-fim section.

           move wk-total-jogadores   to wk-jor-lidos
           move wk-total-implantados to wk-jor-gravados
           move return-code to wk-jor-severidade
           move "F"         to wk-jor-tipo
           perform gravar-jornal

           .
       gravar-jornal-fim-exit.
           exit.

       gravar-jornal section.

           accept wk-jor-data from date yyyymmdd
           accept wk-jor-hora from time

           open extend run-journal
           if wk-fs-jornal <> "00" then
               open output run-journal
           end-if

           if wk-fs-jornal = "00" then
               move "LOTMOVIMP"       to rj-programa
               move wk-jor-tipo       to rj-tipo
               move wk-jor-data       to rj-data
               move wk-jor-hora       to rj-hora
               move wk-jor-lidos      to rj-lidos
               move wk-jor-gravados   to rj-gravados
               move wk-jor-rejeitados to rj-rejeitados
               move wk-jor-severidade to rj-severidade
               write rj-registro
               close run-journal
           else
               display "Aviso: nao foi possivel gravar o jornal de rodadas "
                       "(status " wk-fs-jornal ")."
           end-if

           .
       gravar-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                       Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           perform gravar-jornal-fim

           stop run
           .
       finaliza-exit.
           exit.
