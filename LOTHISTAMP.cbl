      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTHISTAMP".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Conversao, por uma unica vez, do historico de jogos indexado do
      *> leiaute de 236 posicoes (aposta com no maximo 15 numeros) para o
      *> leiaute atual de JOGOHIST.cpy, que guarda a quantidade de numeros
      *> apostados e ate 20 numeros - o desdobramento - e o concurso e a
      *> teimosinha para os quais a aposta foi registrada.
      *>
      *> Roteiro da virada:
      *>   1. terminar (ou abandonar) qualquer busca pendente no jogo de
      *>      tela e na fila - os checkpoints tambem mudaram de tamanho;
      *>   2. renomear o historico vivo antigo para
      *>      data/JOGOS-HIST-ANT.dat;
      *>   3. rodar este programa - ele le cada jogo antigo pela chave e
      *>      grava no indexado novo com os mesmos campos, a quantidade
      *>      apostada igual a quantidade do modo (no leiaute antigo toda
      *>      aposta era simples), as posicoes 16 a 20 da aposta vazias
      *>      e concurso zerado (o jogo antigo vale a partir do dia em
      *>      que foi feito);
      *>   4. conferir os totais impressos, guardar o historico antigo
      *>      junto com as copias de seguranca e tirar uma geracao nova
      *>      (LOTBACKUP) - as geracoes antigas do historico ficam no
      *>      leiaute de 236 posicoes e nao servem mais para restauracao.
      *>
      *> O historico novo e criado do zero: se ja existir, a conversao e
      *> recusada para nao misturar os dois leiautes.
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select hist-antigo           assign to "data/JOGOS-HIST-ANT.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is ha-chave
                                        alternate record key is ha-grupo-id
                                            with duplicates
                                        file status is wk-fs-antigo.

           select jogos-hist           assign to "data/JOGOS-HIST.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is jh-chave
                                        alternate record key is jh-grupo-id
                                            with duplicates
                                        file status is wk-fs-jogos-hist.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-jornal.

       i-O-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       File Section.

                                                                         *>leiaute antigo - os mesmos campos do historico, sem a
                                                                         *>quantidade apostada e com a aposta limitada a 15 numeros
       fd  hist-antigo
           label records are standard
           record contains 236 characters.
       01  ha-registro.
           05 ha-chave.
               10 ha-player-id                     pic x(10).
               10 ha-data-hora                     pic x(16).
           05 ha-modo-qtd                          pic 9(02).
           05 ha-modo-max                          pic 9(02).
           05 ha-aposta.
               10 ha-aposta-num                    pic 9(02) occurs 15 times.
           05 ha-sorteio.
               10 ha-sorteio-num                   pic 9(02) occurs 15 times.
           05 ha-tentativas                        pic 9(07).
           05 ha-tempo-gasto                       pic 9(08).
           05 ha-melhor-acertos                    pic 9(02).
           05 ha-melhor-acertos-tent               pic 9(07).
           05 ha-dist-acertos.
               10 ha-dist-qtd                      pic 9(07) occurs 16 times.
           05 ha-grupo-id                          pic x(10).

       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

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
           05 wk-fs-antigo                         pic x(02) value "00".
           05 wk-fs-jogos-hist                     pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

       01 wk-totalizadores.
           05 wk-total-lidos                       pic 9(07) value zero.
           05 wk-total-convertidos                 pic 9(07) value zero.
           05 wk-total-rejeitados                  pic 9(07) value zero.

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
           display "  DESAFIO LOTERIA - AMPLIACAO DO HISTORICO (DESDOBRAMENTO)"
           display "=========================================================="

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           open input hist-antigo
           if wk-fs-antigo <> "00" then
               display "Historico antigo nao encontrado - renomeie o "
                       "historico vivo para data/JOGOS-HIST-ANT.dat antes "
                       "da conversao (status " wk-fs-antigo ")."
               move 8 to return-code
           else
               open input jogos-hist
               if wk-fs-jogos-hist = "00" then
                   close jogos-hist
                   display "Ja existe um historico no leiaute novo - "
                           "conversao recusada."
                   move 8 to return-code
                   close hist-antigo
               else
                   open output jogos-hist
                   if wk-fs-jogos-hist <> "00" then
                       display "Nao foi possivel criar o historico novo "
                               "(status " wk-fs-jogos-hist ")."
                       move 8 to return-code
                       close hist-antigo
                   else
                       perform ler-jogo-antigo
                       perform until wk-fim-arquivo-sim
                           add 1 to wk-total-lidos
                           perform converter-jogo
                           perform ler-jogo-antigo
                       end-perform
                       close hist-antigo
                       close jogos-hist
                       perform imprimir-totais
                   end-if
               end-if
           end-if

           .
       processamento-exit.
           exit.

       ler-jogo-antigo section.

           read hist-antigo next record
               at end move "S" to wk-fim-arquivo
           end-read

           .
       ler-jogo-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Remonta o jogo antigo no leiaute atual, campo a campo - a aposta
      *> antiga ocupa as primeiras 15 posicoes e as demais ficam vazias.
      *>------------------------------------------------------------------------
       converter-jogo section.

           move spaces                  to jh-registro
           move ha-player-id            to jh-player-id
           move ha-data-hora            to jh-data-hora
           move ha-modo-qtd             to jh-modo-qtd
           move ha-modo-max             to jh-modo-max
           move ha-modo-qtd             to jh-aposta-qtd
           move ha-aposta               to jh-aposta
           move ha-sorteio              to jh-sorteio
           move ha-tentativas           to jh-tentativas
           move ha-tempo-gasto          to jh-tempo-gasto
           move ha-melhor-acertos       to jh-melhor-acertos
           move ha-melhor-acertos-tent  to jh-melhor-acertos-tent
           move ha-dist-acertos         to jh-dist-acertos
           move ha-grupo-id             to jh-grupo-id
           move zero                    to jh-concurso
           move zero                    to jh-qtd-concursos

           write jh-registro
               invalid key
                   add 1 to wk-total-rejeitados
                   display "Rejeitado: jogo de " ha-player-id
                           " em " ha-data-hora
                           " com chave duplicada no historico novo (status "
                           wk-fs-jogos-hist ")."
               not invalid key
                   add 1 to wk-total-convertidos
           end-write

           .
       converter-jogo-exit.
           exit.

       imprimir-totais section.

           display " "
           display "=========================================================="
           display "Jogos lidos do historico antigo .: " wk-total-lidos
           display "Jogos gravados no historico novo : " wk-total-convertidos
           display "Jogos rejeitados (chave em dobro): " wk-total-rejeitados
           display "=========================================================="

           if wk-total-rejeitados > zero then
               move 8 to return-code
           end-if

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

           move wk-total-lidos       to wk-jor-lidos
           move wk-total-convertidos to wk-jor-gravados
           move wk-total-rejeitados  to wk-jor-rejeitados
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
               move "LOTHISTAMP"     to rj-programa
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
