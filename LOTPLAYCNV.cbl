      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTPLAYCNV".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Conversao, por uma unica vez, do cadastro de jogadores indexado do
      *> leiaute de 120 posicoes para o leiaute atual de PLAYERS.cpy, que
      *> acrescenta no fim do registro o contato do jogador para os avisos
      *> (telefone, e-mail e a recusa dos avisos).
      *>
      *> Roteiro da virada:
      *>   1. parar o jogo de tela, a fila e a manutencao do cadastro;
      *>   2. renomear o cadastro vivo antigo para data/PLAYERS-ANT.dat;
      *>   3. rodar este programa - ele le cada jogador antigo pela chave e
      *>      grava no indexado novo com os mesmos campos e o contato em
      *>      branco (o jogador recebe avisos assim que o contato for
      *>      informado na manutencao - LOTPLAYER);
      *>   4. conferir os totais impressos, guardar o cadastro antigo
      *>      junto com as copias de seguranca e tirar uma geracao nova
      *>      (LOTBACKUP) - as geracoes antigas do cadastro ficam no
      *>      leiaute de 120 posicoes e nao servem mais para restauracao.
      *>
      *> O cadastro novo e criado do zero: se ja existir, a conversao e
      *> recusada para nao misturar os dois leiautes.
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select players-antigo        assign to "data/PLAYERS-ANT.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is pa-player-id
                                        file status is wk-fs-antigo.

           select players               assign to "data/PLAYERS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is pl-player-id
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

                                                                         *>leiaute antigo - os mesmos campos do cadastro, sem o
                                                                         *>contato do jogador
       fd  players-antigo
           label records are standard
           record contains 120 characters.
       01  pa-registro.
           05 pa-player-id                         pic x(10).
           05 pa-dados                             pic x(110).

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
           05 wk-fs-antigo                         pic x(02) value "00".
           05 wk-fs-players                        pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

       01 wk-totalizadores.
           05 wk-total-lidos                       pic 9(07) value zero.
           05 wk-total-convertidos                 pic 9(07) value zero.
           05 wk-total-rejeitados                  pic 9(07) value zero.
           05 wk-total-saldo-antigo                pic s9(13)v99 value zero.
           05 wk-total-saldo-novo                  pic s9(13)v99 value zero.

       01 wk-saldo-antigo-r.
           05 filler                               pic x(102).
           05 wk-saldo-antigo                      pic s9(11)v99.
           05 filler                               pic x(05).

       01 wk-edicao.
           05 wk-ed-saldo                          pic -z.zzz.zzz.zzz.zz9,99.

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
           display "  DESAFIO LOTERIA - AMPLIACAO DO CADASTRO (CONTATO)       "
           display "=========================================================="

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           open input players-antigo
           if wk-fs-antigo <> "00" then
               display "Cadastro antigo nao encontrado - renomeie o "
                       "cadastro vivo para data/PLAYERS-ANT.dat antes "
                       "da conversao (status " wk-fs-antigo ")."
               move 8 to return-code
           else
               open input players
               if wk-fs-players = "00" then
                   close players
                   display "Ja existe um cadastro no leiaute novo - "
                           "conversao recusada."
                   move 8 to return-code
                   close players-antigo
               else
                   open output players
                   if wk-fs-players <> "00" then
                       display "Nao foi possivel criar o cadastro novo "
                               "(status " wk-fs-players ")."
                       move 8 to return-code
                       close players-antigo
                   else
                       perform ler-jogador-antigo
                       perform until wk-fim-arquivo-sim
                           add 1 to wk-total-lidos
                           perform converter-jogador
                           perform ler-jogador-antigo
                       end-perform
                       close players-antigo
                       close players
                       perform imprimir-totais
                   end-if
               end-if
           end-if

           .
       processamento-exit.
           exit.

       ler-jogador-antigo section.

           read players-antigo next record
               at end move "S" to wk-fim-arquivo
           end-read

           .
       ler-jogador-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> As 120 posicoes antigas sao as primeiras do leiaute novo, na
      *> mesma ordem - o contato, acrescentado no fim, fica em branco.
      *>------------------------------------------------------------------------
       converter-jogador section.

           move pa-registro      to wk-saldo-antigo-r
           add wk-saldo-antigo   to wk-total-saldo-antigo

           move spaces           to pl-registro
           move pa-registro      to pl-registro(1:120)
           move spaces           to pl-contato

           write pl-registro
               invalid key
                   add 1 to wk-total-rejeitados
                   display "Rejeitado: jogador " pa-player-id
                           " com chave duplicada no cadastro novo (status "
                           wk-fs-players ")."
               not invalid key
                   add 1 to wk-total-convertidos
                   add pl-saldo to wk-total-saldo-novo
           end-write

           .
       converter-jogador-exit.
           exit.

       imprimir-totais section.

           display " "
           display "=========================================================="
           display "Jogadores lidos do cadastro antigo: " wk-total-lidos
           display "Jogadores gravados no cadastro novo: " wk-total-convertidos
           display "Jogadores rejeitados (chave em dobro): " wk-total-rejeitados
           move wk-total-saldo-antigo to wk-ed-saldo
           display "Soma dos saldos - cadastro antigo : " wk-ed-saldo
           move wk-total-saldo-novo to wk-ed-saldo
           display "Soma dos saldos - cadastro novo ..: " wk-ed-saldo
           display "=========================================================="

           if wk-total-rejeitados > zero
           or wk-total-saldo-antigo <> wk-total-saldo-novo then
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
               move "LOTPLAYCNV"      to rj-programa
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
