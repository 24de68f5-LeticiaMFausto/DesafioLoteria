      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTEXTCC".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Extrato da conta corrente do jogador sobre os movimentos de
      *> MOV-CONTA: saldo anterior ao periodo pedido, cada movimento do
      *> periodo (deposito, saque, cobranca de aposta, credito e estorno de
      *> premio, transferencia de fusao) com o saldo corrente logo apos,
      *> totais de creditos e debitos e o saldo final. Sem data final, o
      *> saldo final e conferido contra pl-saldo do cadastro PLAYERS e a
      *> divergencia sai no proprio extrato (a conciliacao LOTCONCIL faz
      *> o mesmo para todos os jogadores de uma vez).
      *>
      *> Parâmetros por variáveis de ambiente (mesmo padrão do extrato de
      *> jogos LOTEXTRATO):
      *>   LOTERIA_EXTCC_JOGADOR  - ID do jogador (obrigatório)
      *>   LOTERIA_EXTCC_DATA_INI - data inicial aaaammdd (opcional)
      *>   LOTERIA_EXTCC_DATA_FIM - data final   aaaammdd (opcional)
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select mov-conta             assign to "data/MOV-CONTA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-mov-conta.

           select players               assign to "data/PLAYERS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is pl-player-id
                                        sharing with all other
                                        lock mode is automatic
                                        file status is wk-fs-players.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-jornal.

       i-O-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       File Section.

       fd  mov-conta
           label records are standard
           record contains 125 characters.
       copy "MOVCONTA.cpy".

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

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
           05 wk-fs-mov-conta                      pic x(02) value "00".
           05 wk-fs-players                        pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

                                                                         *>parametros recebidos do ambiente
       01 wk-parametros.
           05 wk-param-jogador                     pic x(10) value spaces.
           05 wk-param-data-ini                    pic x(08) value spaces.
           05 wk-param-data-fim                    pic x(08) value spaces.
           05 wk-data-ini                          pic 9(08) value zero.
           05 wk-data-fim                          pic 9(08) value 99999999.

                                                                         *>saldos e totais do extrato
       01 wk-totalizadores.
           05 wk-saldo-anterior                    pic s9(11)v99 value zero.
           05 wk-saldo-final                       pic s9(11)v99 value zero.
           05 wk-total-creditos                    pic s9(11)v99 value zero.
           05 wk-total-debitos                     pic s9(11)v99 value zero.
           05 wk-total-lidos                       pic 9(09) value zero.
           05 wk-total-movimentos                  pic 9(07) value zero.
       77  wk-saldo-cadastro                       pic s9(11)v99 value zero.
       77  wk-saldo-achou                          pic x(01) value "N".

                                                                         *>linha do extrato
       01 wk-linha-extrato.
           05 wk-desc-tipo                         pic x(14).
           05 wk-ed-data                           pic 9999/99/99.

                                                                         *>valores editados no formato local
       01 wk-edicao.
           05 wk-ed-valor                          pic -zz.zzz.zzz.zz9,99.
           05 wk-ed-saldo                          pic -zz.zzz.zzz.zz9,99.

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
           display "  DESAFIO LOTERIA - EXTRATO DA CONTA CORRENTE DO JOGADOR  "
           display "=========================================================="

           accept wk-param-jogador  from environment "LOTERIA_EXTCC_JOGADOR"
           accept wk-param-data-ini from environment "LOTERIA_EXTCC_DATA_INI"
           accept wk-param-data-fim from environment "LOTERIA_EXTCC_DATA_FIM"

           if wk-param-data-ini <> spaces then
               move function numval(wk-param-data-ini) to wk-data-ini
               display "Data inicial ....: " wk-param-data-ini
           end-if
           if wk-param-data-fim <> spaces then
               move function numval(wk-param-data-fim) to wk-data-fim
               display "Data final ......: " wk-param-data-fim
           end-if

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           if wk-param-jogador = spaces then
               display "Informe o jogador em LOTERIA_EXTCC_JOGADOR."
               move 8 to return-code
           else
               display "Jogador .........: " wk-param-jogador
               open input mov-conta
               if wk-fs-mov-conta <> "00" then
                   display "Nenhum movimento de conta gravado ainda "
                           "(data/MOV-CONTA.dat, status " wk-fs-mov-conta ")."
               else
                   display " "
                   display "DATA       HORA     MOVIMENTO                   VALOR"
                           "              SALDO  REFERENCIA"
                   perform ler-movimento
                   perform until wk-fim-arquivo-sim
                       if mc-player-id = wk-param-jogador then
                           perform tratar-movimento
                       end-if
                       perform ler-movimento
                   end-perform
                   close mov-conta

                   perform imprimir-totais
               end-if
           end-if

           .
       processamento-exit.
           exit.

       ler-movimento section.

           read mov-conta
               at end move "S" to wk-fim-arquivo
               not at end add 1 to wk-total-lidos
           end-read

           .
       ler-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Movimento do jogador pedido: antes do periodo so atualiza o saldo
      *> anterior; dentro do periodo sai no extrato e entra nos totais.
      *> O arquivo e gravado em ordem cronologica, entao o saldo corrente
      *> do ultimo movimento lido e sempre o saldo da conta naquele ponto.
      *>------------------------------------------------------------------------
       tratar-movimento section.

           evaluate true
               when mc-data < wk-data-ini
                   move mc-saldo to wk-saldo-anterior
                   move mc-saldo to wk-saldo-final
               when mc-data > wk-data-fim
                   continue
               when other
                   add 1 to wk-total-movimentos
                   if mc-valor < zero then
                       add mc-valor to wk-total-debitos
                   else
                       add mc-valor to wk-total-creditos
                   end-if
                   move mc-saldo to wk-saldo-final
                   perform imprimir-movimento
           end-evaluate

           .
       tratar-movimento-exit.
           exit.

       imprimir-movimento section.

           evaluate mc-tipo
               when "I"  move "IMPLANTACAO"    to wk-desc-tipo
               when "D"  move "DEPOSITO"       to wk-desc-tipo
               when "S"  move "SAQUE"          to wk-desc-tipo
               when "A"  move "APOSTA"         to wk-desc-tipo
               when "P"  move "PREMIO"         to wk-desc-tipo
               when "T"  move "TRANSFERENCIA"  to wk-desc-tipo
               when "E"  move "ESTORNO PREMIO" to wk-desc-tipo
               when other
                   move mc-tipo to wk-desc-tipo
           end-evaluate

           move mc-data  to wk-ed-data
           move mc-valor to wk-ed-valor
           move mc-saldo to wk-ed-saldo
           display wk-ed-data " " mc-hora(1:2) ":" mc-hora(3:2) ":" mc-hora(5:2)
                   " " wk-desc-tipo " " wk-ed-valor " " wk-ed-saldo
                   "  " mc-referencia

           .
       imprimir-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fechamento do extrato: saldo anterior, totais e saldo final; sem
      *> data final, o saldo final tem que bater com o cadastro.
      *>------------------------------------------------------------------------
       imprimir-totais section.

           display " "
           display "=========================================================="
           move wk-saldo-anterior to wk-ed-saldo
           display "Saldo anterior ao periodo .......: " wk-ed-saldo
           display "Movimentos no periodo ...........: " wk-total-movimentos
           move wk-total-creditos to wk-ed-valor
           display "Total de creditos ...............: " wk-ed-valor
           move wk-total-debitos to wk-ed-valor
           display "Total de debitos ................: " wk-ed-valor
           move wk-saldo-final to wk-ed-saldo
           display "Saldo final .....................: " wk-ed-saldo

           if wk-param-data-fim = spaces then
               perform buscar-saldo-cadastro
               if wk-saldo-achou = "S" then
                   move wk-saldo-cadastro to wk-ed-saldo
                   display "Saldo no cadastro PLAYERS .......: " wk-ed-saldo
                   if wk-saldo-cadastro <> wk-saldo-final then
                       display "DIVERGENCIA: saldo do cadastro nao bate com os "
                               "movimentos - rode a conciliacao (LOTCONCIL)."
                       move 8 to return-code
                   end-if
               else
                   display "Jogador sem registro no cadastro PLAYERS."
               end-if
           end-if
           display "=========================================================="

           .
       imprimir-totais-exit.
           exit.

       buscar-saldo-cadastro section.

           move "N"  to wk-saldo-achou
           move zero to wk-saldo-cadastro

           open input players
           if wk-fs-players = "00" then
               move wk-param-jogador to pl-player-id
               read players key is pl-player-id
                   invalid key
                       continue
                   not invalid key
                       move "S"      to wk-saldo-achou
                       move pl-saldo to wk-saldo-cadastro
               end-read
               close players
           end-if

           .
       buscar-saldo-cadastro-exit.
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

           move wk-total-lidos      to wk-jor-lidos
           move wk-total-movimentos to wk-jor-gravados
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
               move "LOTEXTCC"        to rj-programa
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
