                                        record key is cp-chave
                                        file status is wk-fs-campeoes.

           select resultados            assign to "data/RESULTADOS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is rs-chave
                                        file status is wk-fs-resultados.

           select precos                assign to "data/PRECOS.txt"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-precos.

           select mov-conta             assign to "data/MOV-CONTA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-mov-conta.

       i-O-control.

      *>Declaração de variáveis

       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  checkpoint
           label records are standard
           record contains 213 characters.
       copy "CHECKPT.cpy".

       fd  bilhete-log
           record contains 52 characters.
       copy "CAMPEOES.cpy".

       fd  resultados
           label records are standard
           record contains 48 characters.
       copy "RESULT.cpy".

       fd  precos
           label records are standard
           record contains 13 characters.
       copy "PRECOS.cpy".

       fd  mov-conta
           label records are standard
           record contains 125 characters.
       copy "MOVCONTA.cpy".


      *>----Variaveis de trabalho
       working-storage section.
           05  wk-qtd-numeros                      pic 9(02) value 15.
           05  wk-max-numero                       pic 9(02) value 60.

                                                                          *>desdobramento: a aposta pode ter mais numeros do que o
                                                                          *>modo sorteia, ate o limite oficial da modalidade - a
                                                                          *>busca para quando todos os sorteados estao na aposta
                                                                          *>e o preco e o da aposta simples vezes a quantidade de
                                                                          *>combinacoes (apostas simples) contidas no desdobramento
       01 wk-desdobramento.
           05  wk-limite-numeros                   pic 9(02) value 20.
           05  wk-qtd-aposta                       pic 9(02) value zero.
           05  wk-combinacoes                      pic 9(07) value 1.
           05  wk-comb-sub                         pic 9(02).

                                                                          *>concurso para o qual a aposta vale e teimosinha - a
                                                                          *>mesma aposta repetida nos concursos seguintes, ate o
                                                                          *>limite da modalidade; so vale concurso ainda nao
                                                                          *>importado em RESULTADOS e o preco e multiplicado pela
                                                                          *>quantidade de concursos
       01 wk-concurso-aposta.
           05  wk-concurso                         pic 9(06) value zero.
           05  wk-qtd-concursos                    pic 9(02) value 1.
           05  wk-limite-concursos                 pic 9(02) value 24.
           05  wk-ultimo-concurso                  pic 9(06) value zero.
           05  wk-concurso-final                   pic 9(06) value zero.

                                                                          *>modo escolhido para exibir o ranking - cada modo tem o
                                                                          *>seu proprio leaderboard, nunca misturados
       01 wk-tela-modo-rank.
           05 wk-num-13                            pic 9(02) value zero.
           05 wk-num-14                            pic 9(02) value zero.
           05 wk-num-15                            pic 9(02) value zero.
           05 wk-num-16                            pic 9(02) value zero.
           05 wk-num-17                            pic 9(02) value zero.
           05 wk-num-18                            pic 9(02) value zero.
           05 wk-num-19                            pic 9(02) value zero.
           05 wk-num-20                            pic 9(02) value zero.

                                                                           *>tabela dos mesmos números, para processamento genérico
                                                                           *>dirigido pelo modo de jogo
       01 wk-tela-entrada-tab redefines wk-tela-entrada.
           05 wk-num-tab                           pic 9(02) occurs 20 times.

                                                                           *>aviso ao lado das caixas opcionais (desdobramento) e
                                                                           *>das nao usadas no modo escolhido
       01 wk-tela-entrada-status.
           05 wk-linha-status                      pic x(04) occurs 20 times
                                                    value spaces.

                                                                           *>surpresinha: marcada na tela de entrada, preenche as
                                                                           *>caixas com uma sugestao pela estrategia escolhida -
                                                                           *>"Q" quentes, "F" frios, "E" metade pares/metade impares,
                                                                           *>"A" aleatoria - que o jogador ainda pode alterar
       01 wk-tela-surpresinha.
           05 wk-surpresinha                       pic x(01) value space.
           05 wk-estrategia                        pic x(01) value "A".

                                                                           *>estatisticas de RESULTADOS da modalidade escolhida -
                                                                           *>frequencia e ultimo concurso em que cada numero saiu
       01 wk-estatisticas.
           05 wk-est-ultimo                        pic 9(06) value zero.
           05 wk-est-num                           occurs 60 times.
               10 wk-est-freq                      pic 9(05).
               10 wk-est-visto                     pic 9(06).

                                                                           *>montagem da sugestao: peso de cada numero pela
                                                                           *>estrategia, numeros ja escolhidos e contagem de pares
                                                                           *>e impares (estrategia equilibrada)
       01 wk-sugestao.
           05 wk-sug-qtd                           pic 9(02).
           05 wk-sug-num-tab                       occurs 60 times.
               10 wk-sug-peso                      pic 9(07).
               10 wk-sug-escolhido                 pic x(01).
               10 wk-sug-elegivel                  pic x(01).
           05 wk-sug-tab                           pic 9(02) occurs 20 times.
           05 wk-sug-max-impar                     pic 9(02).
           05 wk-sug-max-par                       pic 9(02).
           05 wk-sug-impares                       pic 9(02).
           05 wk-sug-pares                         pic 9(02).
           05 wk-sug-total                         pic 9(09).
           05 wk-sug-alvo                          pic 9(09).
           05 wk-sug-acumulado                     pic 9(09).
           05 wk-sug-achou                         pic x(01).
           05 wk-sug-nome                          pic x(12).
       77  wk-sug-sub                              pic 9(02).
       77  wk-sug-n                                pic 9(02).
       77  wk-sug-aux                              pic 9(02).
       77  wk-sug-troca                            pic x(01).
                                                                           *>gerador proprio da sugestao - a busca continua
                                                                           *>reseedando o seu a cada jogo (checkpoint/restart)
       77  wk-sug-semente                          pic 9(08).
       77  wk-sug-randnum                          pic 9v9(09).
       77  wk-sug-semente-ok                       pic x(01) value "N".

                                                                           *>numeros que o programa vai sortear
       01 wk-num-sorteados.
           05 wk-num_sort1                        pic 9(02).
           05 wk-fs-grupos                          pic x(02) value "00".
           05 wk-fs-temporadas                      pic x(02) value "00".
           05 wk-fs-campeoes                        pic x(02) value "00".
           05 wk-fs-precos                          pic x(02) value "00".
           05 wk-fs-mov-conta                       pic x(02) value "00".
           05 wk-fs-resultados                      pic x(02) value "00".

                                                                         *>diretorio onde ficam os arquivos de dados da aplicacao -
                                                                         *>criado em inicializa caso ainda nao exista
                                                                         *>controle de checkpoint/restart da busca
       77  wk-checkpoint-resumido                  pic x(01) value "N".

                                                                         *>cobranca da aposta na conta corrente: preco da
                                                                         *>modalidade (tabela PRECOS) e quem paga quanto - na
                                                                         *>aposta de bolao, cada participante paga a sua cota
       01 wk-cobranca.
           05 wk-cobranca-ok                       pic x(01) value "N".
           05 wk-preco-achou                       pic x(01) value "N".
           05 wk-fim-precos                        pic x(01) value "N".
           05 wk-preco-aposta                      pic 9(09)v99 value zero.
           05 wk-cob-acumulado                     pic 9(09)v99 value zero.
           05 wk-cob-qtd                           pic 9(02) value zero.
           05 wk-cob-tab                           occurs 10 times.
               10 wk-cob-player-id                 pic x(10).
               10 wk-cob-valor                     pic 9(09)v99.
       77  wk-cob-sub                              pic 9(02).

                                                                         *>tela de progresso / aborto da busca
       01 wk-tela-progresso.
           05  wk-sair-progresso                    pic x(01).
                                                                         *>montagem do bilhete impresso
       01 wk-bilhete-aux.
           05 wk-bilhete-num-ed                    pic 99.
           05 wk-bilhete-aposta-fmt                pic x(60).
           05 wk-bilhete-sorteio-fmt                pic x(45).
           05 wk-bilhete-data-fmt                   pic x(19).
           05 wk-bilhete-ptr-ap                     pic 9(03).
           05 line 03 col 01 value "                   -Ao terminar sua aposta, marque Continuar-                    ".
           05 line 04 col 01 value "                    ****************************************                     ".
           05 line 05 col 01 value "                    ****************************************                     ".
           05 line 06 col 01 value "                    **  1°:  [  ]        11°: [  ]        **                     ".
           05 line 07 col 01 value "                    **  2°:  [  ]        12°: [  ]        **                     ".
           05 line 08 col 01 value "                    **  3°:  [  ]        13°: [  ]        **                     ".
           05 line 09 col 01 value "                    **  4°:  [  ]        14°: [  ]        **                     ".
           05 line 10 col 01 value "                    **  5°:  [  ]        15°: [  ]        **                     ".
           05 line 11 col 01 value "                    **  6°:  [  ]        16°: [  ]        **                     ".
           05 line 12 col 01 value "                    **  7°:  [  ]        17°: [  ]        **                     ".
           05 line 13 col 01 value "                    **  8°:  [  ]        18°: [  ]        **                     ".
           05 line 14 col 01 value "                    **  9°:  [  ]        19°: [  ]        **                     ".
           05 line 15 col 01 value "                    **  10°: [  ]        20°: [  ]        **                     ".
           05 line 16 col 01 value "                    **  Teimosinha = concursos seguidos   **                     ".
           05 line 17 col 01 value "                    **  Marque de [  ] a [  ] numeros     **                     ".
           05 line 18 col 01 value "                    **  Caixas opc. = desdobramento:      **                     ".
           05 line 19 col 01 value "                    **  preco x combinacoes jogadas       **                     ".
           05 line 20 col 01 value "                    **  Concurso [      ]  Teimosinha [  ]**                     ".
           05 line 21 col 01 value "                    ****************************************                     ".
           05 line 22 col 01 value "                    ****************************************                     ".
           05 line 24 col 01 value "                                [ ]Continuar   [ ]Surpresinha [ ]Q/F/E/A         ".



           05 sc-num-8                   line 13  col 31 pic 9(02)               using wk-num-8 foreground-color 12.
           05 sc-num-9                   line 14  col 31 pic 9(02)               using wk-num-9 foreground-color 12.
           05 sc-num-10                  line 15  col 31 pic 9(02)               using wk-num-10 foreground-color 12.
           05 sc-num-11                  line 06  col 48 pic 9(02)               using wk-num-11 foreground-color 12.
           05 sc-num-12                  line 07  col 48 pic 9(02)               using wk-num-12 foreground-color 12.
           05 sc-num-13                  line 08  col 48 pic 9(02)               using wk-num-13 foreground-color 12.
           05 sc-num-14                  line 09  col 48 pic 9(02)               using wk-num-14 foreground-color 12.
           05 sc-num-15                  line 10  col 48 pic 9(02)               using wk-num-15 foreground-color 12.
           05 sc-num-16                  line 11  col 48 pic 9(02)               using wk-num-16 foreground-color 12.
           05 sc-num-17                  line 12  col 48 pic 9(02)               using wk-num-17 foreground-color 12.
           05 sc-num-18                  line 13  col 48 pic 9(02)               using wk-num-18 foreground-color 12.
           05 sc-num-19                  line 14  col 48 pic 9(02)               using wk-num-19 foreground-color 12.
           05 sc-num-20                  line 15  col 48 pic 9(02)               using wk-num-20 foreground-color 12.
           05 sc-concurso                line 20  col 35 pic 9(06)               using wk-concurso foreground-color 12.
           05 sc-qtd-concursos           line 20  col 56 pic 9(02)               using wk-qtd-concursos foreground-color 12.
           05 sc-continuar-entrada       line 24  col 34 pic x(01)               using wk-continuar foreground-color 12.
           05 sc-surpresinha             line 24  col 49 pic x(01)               using wk-surpresinha foreground-color 12.
           05 sc-estrategia              line 24  col 64 pic x(01)               using wk-estrategia foreground-color 12.
           05 sc-msg-erro                line 23  col 12 pic x(60)               from wk-msg-erro foreground-color 12.

                                                                                *>grupo/bolao em nome do qual a aposta vai ser feita
           05 line 01 col 02 value "Grupo: ".
           05 sc-grupo-entrada           line 01  col 09 pic x(10)               from wk-grupo-id foreground-color 14.

                                                                                *>marca as caixas opcionais (desdobramento) e as nao
                                                                                *>usadas no modo escolhido
           05 sc-status-01               line 06  col 35 pic x(04)               from wk-linha-status(01).
           05 sc-status-02               line 07  col 35 pic x(04)               from wk-linha-status(02).
           05 sc-status-03               line 08  col 35 pic x(04)               from wk-linha-status(03).
           05 sc-status-04               line 09  col 35 pic x(04)               from wk-linha-status(04).
           05 sc-status-05               line 10  col 35 pic x(04)               from wk-linha-status(05).
           05 sc-status-06               line 11  col 35 pic x(04)               from wk-linha-status(06).
           05 sc-status-07               line 12  col 35 pic x(04)               from wk-linha-status(07).
           05 sc-status-08               line 13  col 35 pic x(04)               from wk-linha-status(08).
           05 sc-status-09               line 14  col 35 pic x(04)               from wk-linha-status(09).
           05 sc-status-10               line 15  col 35 pic x(04)               from wk-linha-status(10).
           05 sc-status-11               line 06  col 52 pic x(04)               from wk-linha-status(11).
           05 sc-status-12               line 07  col 52 pic x(04)               from wk-linha-status(12).
           05 sc-status-13               line 08  col 52 pic x(04)               from wk-linha-status(13).
           05 sc-status-14               line 09  col 52 pic x(04)               from wk-linha-status(14).
           05 sc-status-15               line 10  col 52 pic x(04)               from wk-linha-status(15).
           05 sc-status-16               line 11  col 52 pic x(04)               from wk-linha-status(16).
           05 sc-status-17               line 12  col 52 pic x(04)               from wk-linha-status(17).
           05 sc-status-18               line 13  col 52 pic x(04)               from wk-linha-status(18).
           05 sc-status-19               line 14  col 52 pic x(04)               from wk-linha-status(19).
           05 sc-status-20               line 15  col 52 pic x(04)               from wk-linha-status(20).

                                                                                *>faixa de quantidade de numeros aceita no modo escolhido
           05 sc-qtd-minima              line 17  col 36 pic 9(02)               from wk-qtd-numeros foreground-color 14.
           05 sc-qtd-limite              line 17  col 43 pic 9(02)               from wk-limite-numeros foreground-color 14.


       01  tela-progresso.

                move   space  to  wk-continuar
                move   space  to  wk-sair
                move   space  to  wk-surpresinha

                display tela-entrada
                accept tela-entrada
                                                       *>tela ou da consistencia
                perform marcar-campos-inativos

                                                       *>a sugestao volta para a tela, para o jogador
                                                       *>conferir antes de marcar Continuar
                if wk-surpresinha = "X"
                or wk-surpresinha = "x" then
                       perform sugerir-aposta
                else
                    if wk-continuar = "X"
                    or wk-continuar = "x" then
                           perform consistencia
                    end-if
                end-if


                       move 06 to wk-qtd-numeros
                       move 60 to wk-max-numero
                       move 04 to wk-premio-minimo
                       move 20 to wk-limite-numeros
                       move 08 to wk-limite-concursos
                   when 2
                       move 15 to wk-qtd-numeros
                       move 25 to wk-max-numero
                       move 11 to wk-premio-minimo
                       move 20 to wk-limite-numeros
                       move 24 to wk-limite-concursos
                   when other
                       move 15 to wk-qtd-numeros
                       move 60 to wk-max-numero
                       move 11 to wk-premio-minimo
                       move 20 to wk-limite-numeros
                       move 24 to wk-limite-concursos
               end-evaluate

                                                                     *>campos não usados no modo escolhido ficam zerados
               initialize wk-tela-entrada
               move spaces to wk-msg-erro
               perform marcar-campos-inativos

                                                                     *>a aposta vem sugerida para o proximo concurso da
                                                                     *>modalidade, sem teimosinha
               perform obter-ultimo-concurso
               compute wk-concurso = wk-ultimo-concurso + 1
               move 1 to wk-qtd-concursos
           end-if

           .
           exit.

      *>------------------------------------------------------------------------
      *> Sinaliza, ao lado das caixas de tela-entrada, como cada uma e usada
      *> no modo de jogo escolhido: as primeiras wk-qtd-numeros sao
      *> obrigatorias, as seguintes ate wk-limite-numeros sao opcionais
      *> ("opc." - numeros a mais formam o desdobramento) e as que passam
      *> do limite da modalidade nao sao usadas ("----"). Numero digitado
      *> numa caixa nao usada e zerado - a caixa continua aceitando
      *> digitacao (o dialeto de tela em uso nao permite proteger campos
      *> individuais em tempo de execucao), mas o que for digitado ali
      *> nunca sobrevive a proxima tela redesenhada nem chega a
      *> consistencia/geranum/grava-historico.
      *>------------------------------------------------------------------------
       marcar-campos-inativos section.

           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > 20
               evaluate true
                   when wk-idx-1 <= wk-qtd-numeros
                       move spaces          to wk-linha-status(wk-idx-1)
                   when wk-idx-1 <= wk-limite-numeros
                       move "opc."          to wk-linha-status(wk-idx-1)
                   when other
                       move "----"          to wk-linha-status(wk-idx-1)
                       move zero            to wk-num-tab(wk-idx-1)
               end-evaluate
           end-perform

           .
       marcar-campos-inativos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> SURPRESINHA
      *> Preenche as caixas com uma sugestao pela estrategia escolhida,
      *> com tantos numeros quantas caixas o jogador ja tinha preenchido
      *> (no minimo os do modo - mais que isso vira desdobramento). A
      *> escolha e a mesma do lote de assinaturas (LOTSURPR): sorteio
      *> ponderado pela frequencia + 1 (quentes) ou pelo atraso + 1
      *> (frios) de cada numero nos resultados oficiais, ou peso igual
      *> para todos (aleatoria e equilibrada - nesta, metade pares e
      *> metade impares).
      *>------------------------------------------------------------------------
       sugerir-aposta section.

           inspect wk-estrategia converting "qfea" to "QFEA"
           if wk-estrategia = space then
               move "A" to wk-estrategia
           end-if

           evaluate wk-estrategia
               when "Q" move "quentes"     to wk-sug-nome
               when "F" move "frios"       to wk-sug-nome
               when "E" move "equilibrada" to wk-sug-nome
               when "A" move "aleatoria"   to wk-sug-nome
               when other
                   move spaces to wk-sug-nome
           end-evaluate

           if wk-sug-nome = spaces then
               move "Estrategia: Q quentes, F frios, E par/impar, A aleatoria"
                 to wk-msg-erro
           else
               move zero to wk-sug-qtd
               perform varying wk-sug-sub from 1 by 1
                       until wk-sug-sub > wk-limite-numeros
                   if wk-num-tab(wk-sug-sub) <> zero then
                       add 1 to wk-sug-qtd
                   end-if
               end-perform
               if wk-sug-qtd < wk-qtd-numeros then
                   move wk-qtd-numeros to wk-sug-qtd
               end-if

               perform carregar-estatisticas
               perform gerar-sugestao

               initialize wk-tela-entrada
               perform varying wk-sug-sub from 1 by 1
                       until wk-sug-sub > wk-sug-qtd
                   move wk-sug-tab(wk-sug-sub) to wk-num-tab(wk-sug-sub)
               end-perform
               perform marcar-campos-inativos

               move spaces to wk-msg-erro
               string "Sugestao (" delimited by size
                      wk-sug-nome delimited by space
                      ") - altere se quiser e marque Continuar"
                      delimited by size
                      into wk-msg-erro
               end-string
           end-if

           .
       sugerir-aposta-exit.
           exit.

       carregar-estatisticas section.

           initialize wk-estatisticas

           open input resultados
           if wk-fs-resultados = "00" then
               move wk-qtd-numeros to rs-modo-qtd
               move wk-max-numero  to rs-modo-max
               move zero           to rs-concurso
               start resultados key >= rs-chave
                   invalid key move "10" to wk-fs-resultados
               end-start
               perform until wk-fs-resultados <> "00"
                   read resultados next record
                       at end move "10" to wk-fs-resultados
                       not at end
                           if rs-modo-qtd = wk-qtd-numeros
                           and rs-modo-max = wk-max-numero then
                               move rs-concurso to wk-est-ultimo
                               perform varying wk-sug-sub from 1 by 1
                                       until wk-sug-sub > wk-qtd-numeros
                                   move rs-numero(wk-sug-sub) to wk-sug-n
                                   if wk-sug-n > zero
                                   and wk-sug-n <= wk-max-numero then
                                       add 1 to wk-est-freq(wk-sug-n)
                                       move rs-concurso to wk-est-visto(wk-sug-n)
                                   end-if
                               end-perform
                           else
                               move "10" to wk-fs-resultados
                           end-if
                   end-read
               end-perform
               close resultados
           end-if

           .
       carregar-estatisticas-exit.
           exit.

       gerar-sugestao section.

           perform varying wk-sug-n from 1 by 1
                   until wk-sug-n > wk-max-numero
               move "N" to wk-sug-escolhido(wk-sug-n)
               evaluate wk-estrategia
                   when "Q"
                       compute wk-sug-peso(wk-sug-n) =
                               wk-est-freq(wk-sug-n) + 1
                   when "F"
                       compute wk-sug-peso(wk-sug-n) =
                               wk-est-ultimo - wk-est-visto(wk-sug-n) + 1
                   when other
                       move 1 to wk-sug-peso(wk-sug-n)
               end-evaluate
           end-perform

           compute wk-sug-max-par   = wk-sug-qtd / 2
           compute wk-sug-max-impar = wk-sug-qtd - wk-sug-max-par
           move zero to wk-sug-pares
           move zero to wk-sug-impares

           perform varying wk-sug-sub from 1 by 1
                   until wk-sug-sub > wk-sug-qtd
               perform sortear-numero-sugestao
           end-perform

           perform ordenar-sugestao

           .
       gerar-sugestao-exit.
           exit.

       sortear-numero-sugestao section.

           move zero to wk-sug-total
           perform varying wk-sug-n from 1 by 1
                   until wk-sug-n > wk-max-numero
               move "S" to wk-sug-elegivel(wk-sug-n)
               evaluate true
                   when wk-sug-escolhido(wk-sug-n) = "S"
                       move "N" to wk-sug-elegivel(wk-sug-n)
                   when wk-estrategia <> "E"
                       continue
                   when function mod(wk-sug-n, 2) = zero
                    and wk-sug-pares >= wk-sug-max-par
                       move "N" to wk-sug-elegivel(wk-sug-n)
                   when function mod(wk-sug-n, 2) <> zero
                    and wk-sug-impares >= wk-sug-max-impar
                       move "N" to wk-sug-elegivel(wk-sug-n)
               end-evaluate
               if wk-sug-elegivel(wk-sug-n) = "S" then
                   add wk-sug-peso(wk-sug-n) to wk-sug-total
               end-if
           end-perform

           if wk-sug-semente-ok = "N" then
               accept wk-sug-semente from time
               compute wk-sug-randnum = function random(wk-sug-semente)
               move "S" to wk-sug-semente-ok
           else
               compute wk-sug-randnum = function random()
           end-if
           compute wk-sug-alvo = wk-sug-randnum * wk-sug-total

           move zero to wk-sug-acumulado
           move "N"  to wk-sug-achou
           perform varying wk-sug-n from 1 by 1
                   until wk-sug-n > wk-max-numero
                      or wk-sug-achou = "S"
               if wk-sug-elegivel(wk-sug-n) = "S" then
                   add wk-sug-peso(wk-sug-n) to wk-sug-acumulado
                   if wk-sug-acumulado > wk-sug-alvo then
                       move "S"      to wk-sug-achou
                       move wk-sug-n to wk-sug-tab(wk-sug-sub)
                       move "S"      to wk-sug-escolhido(wk-sug-n)
                       if function mod(wk-sug-n, 2) = zero then
                           add 1 to wk-sug-pares
                       else
                           add 1 to wk-sug-impares
                       end-if
                   end-if
               end-if
           end-perform

           .
       sortear-numero-sugestao-exit.
           exit.

       ordenar-sugestao section.

           move "S" to wk-sug-troca
           perform until wk-sug-troca = "N"
               move "N" to wk-sug-troca
               perform varying wk-sug-sub from 1 by 1
                       until wk-sug-sub >= wk-sug-qtd
                   if wk-sug-tab(wk-sug-sub) > wk-sug-tab(wk-sug-sub + 1) then
                       move wk-sug-tab(wk-sug-sub)     to wk-sug-aux
                       move wk-sug-tab(wk-sug-sub + 1) to wk-sug-tab(wk-sug-sub)
                       move wk-sug-aux                 to wk-sug-tab(wk-sug-sub + 1)
                       move "S" to wk-sug-troca
                   end-if
               end-perform
           end-perform

           .
       ordenar-sugestao-exit.
           exit.



      *>------------------------------------------------------------------------
      *> CONSISTENCIA DOS NUMEROS INFORMADOS
      *> As primeiras wk-qtd-numeros caixas sao obrigatorias; as opcionais
      *> (ate wk-limite-numeros) podem ficar zeradas - as preenchidas
      *> entram no desdobramento. Todo numero informado tem de estar no
      *> intervalo do modo e sem repeticao.
      *>------------------------------------------------------------------------

       consistencia section.
           move "S" to wk-consistente

           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > wk-limite-numeros
                      or wk-consistente = "N"

               if wk-num-tab(wk-idx-1) = zero
               and wk-idx-1 > wk-qtd-numeros then
                                                       *>caixa opcional em branco - fora do desdobramento
                   continue
               else
                   if wk-num-tab(wk-idx-1) = zero
                   or wk-num-tab(wk-idx-1) > wk-max-numero then
                       move "N" to wk-consistente
                       move wk-idx-1 to wk-idx-erro
                   else
                       compute wk-idx-2 = wk-idx-1 + 1
                       perform varying wk-idx-2 from wk-idx-2 by 1
                               until wk-idx-2 > wk-limite-numeros
                                  or wk-consistente = "N"
                           if wk-num-tab(wk-idx-1) = wk-num-tab(wk-idx-2) then
                               move "N" to wk-consistente
                               move wk-idx-2 to wk-idx-erro
                           end-if
                       end-perform
                   end-if
               end-if

           end-perform

           if wk-consistente = "S" then
               perform consistir-concurso
               if wk-consistente = "S" then
                   move spaces to wk-msg-erro
                   perform compactar-aposta
                   perform calcular-combinacoes
                   perform controle-prog
               end-if
           else
               move zero to wk-num-tab(wk-idx-erro)
               string "Num " wk-idx-erro "°, invalido - corrija o campo destacado"
       consistencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Concurso e teimosinha: o concurso tem que ser posterior ao ultimo
      *> ja importado em RESULTADOS na modalidade (bilhete de concurso ja
      *> sorteado nao existe) e a teimosinha vai de 1 (so o concurso
      *> informado) ao limite da modalidade - em branco vale 1.
      *>------------------------------------------------------------------------
       consistir-concurso section.

           perform obter-ultimo-concurso

           if wk-qtd-concursos = zero then
               move 1 to wk-qtd-concursos
           end-if

           evaluate true
               when wk-concurso <= wk-ultimo-concurso
                   move "N" to wk-consistente
                   compute wk-concurso = wk-ultimo-concurso + 1
                   move spaces to wk-msg-erro
                   string "Concurso ja sorteado - o proximo e o " wk-concurso
                          delimited by size
                          into wk-msg-erro
                   end-string
               when wk-qtd-concursos > wk-limite-concursos
                   move "N" to wk-consistente
                   move spaces to wk-msg-erro
                   string "Teimosinha de 1 a " wk-limite-concursos
                          " concursos nesta modalidade"
                          delimited by size
                          into wk-msg-erro
                   end-string
                   move 1 to wk-qtd-concursos
               when other
                   compute wk-concurso-final =
                           wk-concurso + wk-qtd-concursos - 1
           end-evaluate

           .
       consistir-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ultimo concurso da modalidade escolhida ja importado em
      *> RESULTADOS (zero quando nenhum) - os concursos de cada
      *> modalidade ficam juntos e em ordem na chave do cadastro.
      *>------------------------------------------------------------------------
       obter-ultimo-concurso section.

           move zero to wk-ultimo-concurso

           open input resultados
           if wk-fs-resultados = "00" then
               move wk-qtd-numeros to rs-modo-qtd
               move wk-max-numero  to rs-modo-max
               move zero           to rs-concurso
               start resultados key >= rs-chave
                   invalid key move "10" to wk-fs-resultados
               end-start
               perform until wk-fs-resultados <> "00"
                   read resultados next record
                       at end move "10" to wk-fs-resultados
                       not at end
                           if rs-modo-qtd = wk-qtd-numeros
                           and rs-modo-max = wk-max-numero then
                               move rs-concurso to wk-ultimo-concurso
                           else
                               move "10" to wk-fs-resultados
                           end-if
                   end-read
               end-perform
               close resultados
           end-if

           .
       obter-ultimo-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Encosta os numeros das caixas opcionais preenchidas logo depois
      *> dos obrigatorios (caixa opcional deixada em branco no meio nao
      *> abre buraco na aposta) e conta os numeros apostados.
      *>------------------------------------------------------------------------
       compactar-aposta section.

           move zero to wk-qtd-aposta
           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > 20
               if wk-num-tab(wk-idx-1) <> zero then
                   add 1 to wk-qtd-aposta
                   move wk-num-tab(wk-idx-1) to wk-num-tab(wk-qtd-aposta)
               end-if
           end-perform

           compute wk-idx-1 = wk-qtd-aposta + 1
           perform varying wk-idx-1 from wk-idx-1 by 1
                   until wk-idx-1 > 20
               move zero to wk-num-tab(wk-idx-1)
           end-perform

           .
       compactar-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Quantas apostas simples o desdobramento contem: combinacoes de
      *> wk-qtd-aposta numeros tomados wk-qtd-numeros a wk-qtd-numeros (1
      *> na aposta simples). A cada passo o produto parcial ja e uma
      *> combinacao inteira, entao a divisao e sempre exata.
      *>------------------------------------------------------------------------
       calcular-combinacoes section.

           move 1 to wk-combinacoes
           perform varying wk-comb-sub from 1 by 1
                   until wk-comb-sub > wk-qtd-aposta - wk-qtd-numeros
               compute wk-combinacoes =
                       wk-combinacoes * (wk-qtd-numeros + wk-comb-sub)
                       / wk-comb-sub
           end-perform

           .
       calcular-combinacoes-exit.
           exit.





       controle-prog section.

           perform verificar-checkpoint

                                                       *>busca retomada do checkpoint ja foi paga quando
                                                       *>comecou - so a aposta nova e cobrada na conta
           if wk-checkpoint-resumido = "N" then
               perform cobrar-aposta
           else
               move "S" to wk-cobranca-ok
           end-if

           if wk-cobranca-ok = "S" then
               perform abrir-sorteios-log

               initialize wk-num-sorteados
               move 'N' to wk-decidir
               move "N" to wk-abortar-busca
               move "N" to wk-semente-inicializada
               perform avancar-sequencia-aleatoria

               perform until wk-decidir = 'S'
                          or wk-abortar-busca = "S"

                   perform geranum
                   perform grava-sorteio-log
                   perform verifica-acerto
                   perform salvar-checkpoint
                   perform exibir-progresso

                   if wk-acertou = "S" then
                       accept wk-hora-final from time
                       set wk-decisao to true
                   end-if

               end-perform

               if wk-fs-sorteios = "00" then
                   close sorteios-log
               end-if

                                                       *>um acerto encontrado na mesma tentativa em que o
                                                       *>operador pediu para sair (ambas na cadencia de 500 em
                                                       *>500) conta como vitoria - so trata como aborto quando
                                                       *>a busca de fato terminou sem decisao
               if wk-decidir = "S" then
                   perform limpar-checkpoint
                   perform fim-programa
               else
                   move "V" to wk-sair
               end-if
           end-if

           .
       controle-prog-exit.
           exit.

      *>------------------------------------------------------------------------
      *> COBRANCA DA APOSTA NA CONTA CORRENTE
      *> O preco da modalidade (tabela PRECOS) e debitado do saldo do
      *> jogador - ou, na aposta de bolao, da conta de cada participante
      *> pela sua cota no grupo. Basta um participante sem saldo (ou com
      *> a conta bloqueada) para a aposta inteira ser recusada, sem
      *> debitar ninguem; cada debito vira um movimento em MOV-CONTA.
      *>------------------------------------------------------------------------
       cobrar-aposta section.

           move "N"  to wk-cobranca-ok
           move zero to wk-cob-qtd

           perform obter-preco-aposta

           evaluate true
               when wk-player-id = "ANONIMO"
                   move "Aposta paga - identifique-se com o seu ID para jogar."
                     to wk-msg-erro
               when wk-preco-achou = "N"
                   move "Modalidade sem preco na tabela PRECOS - procure a operacao."
                     to wk-msg-erro
               when other
                   perform montar-rateio-cobranca
                   if wk-cob-qtd > zero then
                       perform debitar-contas-aposta
                   end-if
           end-evaluate

           .
       cobrar-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura o preco da modalidade escolhida na tabela PRECOS - o da
      *> aposta simples, multiplicado pelas combinacoes do desdobramento
      *> e pelos concursos da teimosinha.
      *>------------------------------------------------------------------------
       obter-preco-aposta section.

           move "N"  to wk-preco-achou
           move zero to wk-preco-aposta

           open input precos
           if wk-fs-precos = "00" then
               move "N" to wk-fim-precos
               perform until wk-fim-precos = "S"
                          or wk-preco-achou = "S"
                   read precos
                       at end move "S" to wk-fim-precos
                       not at end
                           if pc-modo-qtd = wk-qtd-numeros
                           and pc-modo-max = wk-max-numero then
                               compute wk-preco-aposta =
                                       pc-valor-aposta * wk-combinacoes
                                       * wk-qtd-concursos
                               move "S" to wk-preco-achou
                           end-if
                   end-read
               end-perform
               close precos
           end-if

           .
       obter-preco-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta quem paga quanto: aposta individual cobra o preco inteiro
      *> do jogador; aposta de bolao cobra de cada participante a sua
      *> cota do preco, e o ultimo participante fica com a diferenca de
      *> arredondamento para o total cobrado fechar no preco.
      *>------------------------------------------------------------------------
       montar-rateio-cobranca section.

           move zero to wk-cob-qtd
           move zero to wk-cob-acumulado

           if wk-grupo-id = spaces then
               move 1               to wk-cob-qtd
               move wk-player-id    to wk-cob-player-id(1)
               move wk-preco-aposta to wk-cob-valor(1)
           else
               open input grupos
               if wk-fs-grupos <> "00" then
                   move "Cadastro de grupos indisponivel - aposta nao cobrada."
                     to wk-msg-erro
               else
                   move wk-grupo-id to gr-grupo-id
                   read grupos key is gr-grupo-id
                       invalid key
                           move "Grupo nao cadastrado - aposta nao cobrada."
                             to wk-msg-erro
                       not invalid key
                           perform varying wk-cob-sub from 1 by 1
                                   until wk-cob-sub > 10
                               if gr-mem-player-id(wk-cob-sub) <> spaces then
                                   add 1 to wk-cob-qtd
                                   move gr-mem-player-id(wk-cob-sub)
                                     to wk-cob-player-id(wk-cob-qtd)
                                   compute wk-cob-valor(wk-cob-qtd) rounded =
                                           wk-preco-aposta
                                           * gr-mem-cota(wk-cob-sub) / 100
                                   add wk-cob-valor(wk-cob-qtd) to wk-cob-acumulado
                               end-if
                           end-perform
                   end-read
                   close grupos
               end-if

               if wk-cob-qtd > zero then
                   compute wk-cob-valor(wk-cob-qtd) =
                           wk-preco-aposta
                           - (wk-cob-acumulado - wk-cob-valor(wk-cob-qtd))
               end-if
           end-if

           .
       montar-rateio-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Confere o saldo de todos os pagadores e so entao debita cada um,
      *> gravando o movimento com o saldo corrente apos o debito.
      *>------------------------------------------------------------------------
       debitar-contas-aposta section.

           open i-o players
           if wk-fs-players <> "00" then
               if wk-fs-players = "93"
               or wk-fs-players = "61" then
                   move "Cadastro em uso pela rodada em lote - aguarde."
                     to wk-msg-erro
               else
                   move "Cadastro de jogadores indisponivel no momento."
                     to wk-msg-erro
               end-if
           else
               open extend mov-conta
               if wk-fs-mov-conta <> "00" then
                   open output mov-conta
               end-if

               if wk-fs-mov-conta <> "00" then
                   move "Movimentos da conta indisponiveis - aposta nao cobrada."
                     to wk-msg-erro
               else
                   perform conferir-saldos-cobranca
                   if wk-cobranca-ok = "S" then
                       perform varying wk-cob-sub from 1 by 1
                               until wk-cob-sub > wk-cob-qtd
                           perform debitar-conta-pagador
                       end-perform
                   end-if
                   close mov-conta
               end-if
               close players
           end-if

           .
       debitar-contas-aposta-exit.
           exit.

       conferir-saldos-cobranca section.

           move "S" to wk-cobranca-ok

           perform varying wk-cob-sub from 1 by 1
                   until wk-cob-sub > wk-cob-qtd
                      or wk-cobranca-ok = "N"
               move wk-cob-player-id(wk-cob-sub) to pl-player-id
               read players key is pl-player-id
                   invalid key
                       move "N" to wk-cobranca-ok
                       move spaces to wk-msg-erro
                       string wk-cob-player-id(wk-cob-sub) delimited by space
                              " sem conta no cadastro - aposta recusada."
                              delimited by size
                              into wk-msg-erro
                       end-string
                   not invalid key
                       if pl-situacao = "B" then
                           move "N" to wk-cobranca-ok
                           move spaces to wk-msg-erro
                           string "Conta de " delimited by size
                                  pl-player-id delimited by space
                                  " bloqueada - aposta recusada."
                                  delimited by size
                                  into wk-msg-erro
                           end-string
                       else
                           if pl-saldo < wk-cob-valor(wk-cob-sub) then
                               move "N" to wk-cobranca-ok
                               move spaces to wk-msg-erro
                               string "Saldo insuficiente em " delimited by size
                                      pl-player-id delimited by space
                                      " - deposite no caixa." delimited by size
                                      into wk-msg-erro
                               end-string
                           end-if
                       end-if
               end-read
           end-perform

           .
       conferir-saldos-cobranca-exit.
           exit.

       debitar-conta-pagador section.

           move wk-cob-player-id(wk-cob-sub) to pl-player-id
           read players key is pl-player-id
               invalid key
                   continue
               not invalid key
                   subtract wk-cob-valor(wk-cob-sub) from pl-saldo
                   rewrite pl-registro

                   initialize mc-registro
                   move pl-player-id   to mc-player-id
                   accept mc-data from date yyyymmdd
                   accept mc-hora from time
                   move "A"            to mc-tipo
                   compute mc-valor = zero - wk-cob-valor(wk-cob-sub)
                   move pl-saldo       to mc-saldo
                   move "TELASLOTERIA" to mc-origem
                   move wk-player-id   to mc-apostador
                   move wk-grupo-id    to mc-grupo-id
                   move wk-qtd-numeros to mc-modo-qtd
                   move wk-max-numero  to mc-modo-max
                   move wk-concurso    to mc-concurso
                   evaluate true
                       when wk-qtd-aposta > wk-qtd-numeros
                        and wk-grupo-id = spaces
                           string "DESDOBRAMENTO " wk-qtd-aposta " NUMEROS"
                                  delimited by size
                                  into mc-referencia
                           end-string
                       when wk-qtd-aposta > wk-qtd-numeros
                           string "COTA DE BOLAO - DESDOBR. " wk-qtd-aposta
                                  delimited by size
                                  into mc-referencia
                           end-string
                       when wk-grupo-id = spaces
                           move "APOSTA SIMPLES"  to mc-referencia
                       when other
                           move "COTA DE BOLAO"   to mc-referencia
                   end-evaluate
                   write mc-registro
           end-read

           .
       debitar-conta-pagador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> AUDITORIA DE TODOS OS SORTEIOS CANDIDATOS
      *>------------------------------------------------------------------------
                   not at end
                       if ck-qtd-numeros = wk-qtd-numeros
                       and ck-max-numero = wk-max-numero
                       and ck-aposta    = wk-tela-entrada-tab
                       and ck-concurso  = wk-concurso
                       and ck-qtd-concursos = wk-qtd-concursos then
                           move ck-tentativas    to wk-contador
                           move ck-semente       to semente
                           move ck-data-inicio   to wk-sessao-data
               move wk-hora-inicio    to ck-hora-inicio
               move wk-total-random   to ck-total-random
               move wk-tela-entrada-tab to ck-aposta
               move wk-concurso       to ck-concurso
               move wk-qtd-concursos  to ck-qtd-concursos
               move wk-melhor-acertos      to ck-melhor-acertos
               move wk-melhor-acertos-tent to ck-melhor-acertos-tent
               move wk-dist-acertos-grp    to ck-dist-acertos
      *> Pontua cada sorteio candidato pela quantidade de acertos (faixas
      *> de premio parciais, nao mais tudo-ou-nada): alimenta a
      *> distribuicao de acertos da busca, guarda o melhor parcial e so
      *> declara o acerto cheio quando todos os numeros baterem. Conta os
      *> numeros sorteados que estao na aposta - no desdobramento, e o
      *> acerto da melhor combinacao contida nele, e o acerto cheio sai
      *> quando qualquer uma das combinacoes e sorteada.
      *>------------------------------------------------------------------------
       verifica-acerto section.


               move "N" to wk-achou-num
               perform varying wk-idx-2 from 1 by 1
                       until wk-idx-2 > wk-qtd-aposta
                          or wk-achou-num = "S"
                   if wk-num-sort-tab(wk-idx-1) = wk-num-tab(wk-idx-2) then
                       move "S" to wk-achou-num
                   end-if
               end-perform
           move wk-player-id          to jh-player-id
           move wk-qtd-numeros         to jh-modo-qtd
           move wk-max-numero          to jh-modo-max
           move wk-qtd-aposta          to jh-aposta-qtd

                                                       *>apenas os numeros apostados e os wk-qtd-numeros sorteados -
                                                       *>os demais ficam em branco (nunca com numero de um jogo antigo)
           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > wk-qtd-aposta
               move wk-num-tab(wk-idx-1)      to jh-aposta-num(wk-idx-1)
           end-perform
           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > wk-qtd-numeros
               move wk-num-sort-tab(wk-idx-1) to jh-sorteio-num(wk-idx-1)
           end-perform

           move wk-melhor-acertos-tent to jh-melhor-acertos-tent
           move wk-dist-acertos-grp    to jh-dist-acertos
           move wk-grupo-id            to jh-grupo-id
           move wk-concurso            to jh-concurso
           move wk-qtd-concursos       to jh-qtd-concursos

           open i-o jogos-hist
           if wk-fs-jogos-hist = "35" then
           move 1 to wk-bilhete-ptr-ap
           move 1 to wk-bilhete-ptr-so
           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > wk-qtd-aposta
               move wk-num-tab(wk-idx-1) to wk-bilhete-num-ed
               string wk-bilhete-num-ed delimited by size
                      " " delimited by size
                      into wk-bilhete-aposta-fmt
                      with pointer wk-bilhete-ptr-ap
               end-string
           end-perform
           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > wk-qtd-numeros
               move wk-num-sort-tab(wk-idx-1) to wk-bilhete-num-ed
               string wk-bilhete-num-ed delimited by size
                      " " delimited by size
               string "  Aposta .......: " wk-bilhete-aposta-fmt delimited by size into bl-linha end-string
               write bl-linha

               if wk-qtd-aposta > wk-qtd-numeros then
                   move spaces to bl-linha
                   string "  Desdobramento : " wk-qtd-aposta " numeros, "
                          wk-combinacoes " combinacoes"
                          delimited by size into bl-linha
                   end-string
                   write bl-linha
               end-if

               move spaces to bl-linha
               if wk-qtd-concursos > 1 then
                   string "  Concursos ....: " wk-concurso " a " wk-concurso-final
                          " (teimosinha de " wk-qtd-concursos ")"
                          delimited by size into bl-linha
                   end-string
               else
                   string "  Concurso .....: " wk-concurso delimited by size into bl-linha end-string
               end-if
               write bl-linha

               move spaces to bl-linha
               string "  Sorteio ......: " wk-bilhete-sorteio-fmt delimited by size into bl-linha end-string
               write bl-linha
