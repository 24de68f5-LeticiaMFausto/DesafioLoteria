      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTGANCNV".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Conversao, por uma unica vez, do livro de ganhos do leiaute
      *> antigo de 80 posicoes (sem o tipo de lancamento e sem o bruto e
      *> o imposto retido na fonte) para o leiaute atual de GANHOS.cpy.
      *>
      *> Roteiro da virada:
      *>   1. renomear o livro vivo antigo para data/GANHOS-LEDGER-ANT.dat;
      *>   2. rodar este programa - ele le cada lancamento antigo e grava
      *>      no livro novo com os mesmos campos, tipo "P" (premio da
      *>      conferencia - o unico que existia no leiaute antigo), valor
      *>      bruto igual ao valor e imposto retido zerado (no leiaute
      *>      antigo o premio era creditado inteiro);
      *>   3. conferir os totais impressos (quantidade e valor tem que
      *>      bater com o relatorio de pagamentos LOTPAGTO rodado antes da
      *>      virada) e guardar o livro antigo junto com as copias de
      *>      seguranca.
      *>
      *> O livro novo e criado do zero: se ja existir, a conversao e
      *> recusada para nao misturar os dois leiautes.
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select ganhos-antigo         assign to "data/GANHOS-LEDGER-ANT.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-antigo.

           select ganhos-ledger         assign to "data/GANHOS-LEDGER.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-ganhos.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-jornal.

       i-O-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       File Section.

                                                                         *>leiaute antigo - os mesmos campos do livro, sem o
                                                                         *>tipo de lancamento e com o valor sem sinal
       fd  ganhos-antigo
           label records are standard
           record contains 80 characters.
       01  ga-registro.
           05 ga-player-id                         pic x(10).
           05 ga-apostador                         pic x(10).
           05 ga-grupo-id                          pic x(10).
           05 ga-modo-qtd                          pic 9(02).
           05 ga-modo-max                          pic 9(02).
           05 ga-concurso                          pic 9(06).
           05 ga-data-jogo                         pic x(16).
           05 ga-acertos                           pic 9(02).
           05 ga-cota                              pic 9(03).
           05 ga-valor                             pic 9(09)v99.
           05 ga-data-conferencia                  pic 9(08).

       fd  ganhos-ledger
           label records are standard
           record contains 103 characters.
       copy "GANHOS.cpy".

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
           05 wk-fs-ganhos                         pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

       01 wk-totalizadores.
           05 wk-total-lidos                       pic 9(07) value zero.
           05 wk-total-convertidos                 pic 9(07) value zero.
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
           display "  DESAFIO LOTERIA - CONVERSAO DO LIVRO DE GANHOS          "
           display "=========================================================="

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           open input ganhos-antigo
           if wk-fs-antigo <> "00" then
               display "Livro antigo nao encontrado - renomeie o livro "
                       "vivo para data/GANHOS-LEDGER-ANT.dat antes da "
                       "conversao (status " wk-fs-antigo ")."
               move 8 to return-code
           else
               open input ganhos-ledger
               if wk-fs-ganhos = "00" then
                   close ganhos-ledger
                   display "Ja existe um livro de ganhos no leiaute novo - "
                           "conversao recusada."
                   move 8 to return-code
                   close ganhos-antigo
               else
                   open output ganhos-ledger
                   if wk-fs-ganhos <> "00" then
                       display "Nao foi possivel criar o livro de ganhos "
                               "(status " wk-fs-ganhos ")."
                       move 8 to return-code
                       close ganhos-antigo
                   else
                       perform ler-lancamento-antigo
                       perform until wk-fim-arquivo-sim
                           add 1 to wk-total-lidos
                           perform converter-lancamento
                           perform ler-lancamento-antigo
                       end-perform
                       close ganhos-antigo
                       close ganhos-ledger
                       perform imprimir-totais
                   end-if
               end-if
           end-if

           .
       processamento-exit.
           exit.

       ler-lancamento-antigo section.

           read ganhos-antigo
               at end move "S" to wk-fim-arquivo
           end-read

           .
       ler-lancamento-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Remonta o lancamento antigo no leiaute atual, campo a campo.
      *>------------------------------------------------------------------------
       converter-lancamento section.

           initialize gn-registro
           move ga-player-id         to gn-player-id
           move ga-apostador         to gn-apostador
           move ga-grupo-id          to gn-grupo-id
           move ga-modo-qtd          to gn-modo-qtd
           move ga-modo-max          to gn-modo-max
           move ga-concurso          to gn-concurso
           move ga-data-jogo         to gn-data-jogo
           move ga-acertos           to gn-acertos
           move ga-cota              to gn-cota
           move ga-valor             to gn-valor
           move ga-data-conferencia  to gn-data-conferencia
           move "P"                  to gn-tipo
           move ga-valor             to gn-valor-bruto
           move zero                 to gn-valor-ir
           write gn-registro

           add 1        to wk-total-convertidos
           add ga-valor to wk-total-valor

           .
       converter-lancamento-exit.
           exit.

       imprimir-totais section.

           display " "
           display "=========================================================="
           display "Lancamentos lidos do livro antigo: " wk-total-lidos
           display "Lancamentos gravados no novo ....: " wk-total-convertidos
           move wk-total-valor to wk-ed-valor
           display "Valor total convertido ..........: " wk-ed-valor
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

           move wk-total-lidos       to wk-jor-lidos
           move wk-total-convertidos to wk-jor-gravados
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
               move "LOTGANCNV"      to rj-programa
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
