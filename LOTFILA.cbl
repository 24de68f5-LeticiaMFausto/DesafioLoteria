      *> rodada - fila deixada as 18h, resultados prontos de manha.
      *>
      *> Leiaute da linha da fila (data/FILA-APOSTAS.dat):
      *>   col 01-10  ID do jogador (em branco = ANONIMO, que nao tem
      *>              conta e por isso tem a entrada rejeitada)
      *>   col 11     modo de jogo (1, 2 ou 3, como em tela-modo)
      *>   col 12-41  os numeros apostados 1 a 15, 2 posicoes cada
      *>   col 42-51  ID do grupo/bolao em nome do qual a aposta vai ser
      *>              feita (em branco = aposta individual)
      *>   col 52-61  os numeros apostados 16 a 20 (desdobramento), 2
      *>              posicoes cada
      *>   col 62-67  concurso para o qual a aposta vale (em branco = o
      *>              proximo depois do ultimo ja importado em RESULTADOS)
      *>   col 68-69  teimosinha - quantos concursos seguidos a aposta
      *>              vale, a partir do informado (em branco = 1)
      *>   col 70-79  agente de venda (loterica) que registrou a aposta -
      *>              linha acrescentada pela recepcao dos arquivos dos
      *>              agentes (LOTAGENTE); em branco = digitada aqui
      *> Linha antiga, mais curta, vale como se viesse com as posicoes
      *> que faltam em branco.
      *>
      *> As primeiras posicoes do modo escolhido (6 ou 15) sao
      *> obrigatorias; numeros nas posicoes seguintes, ate o limite
      *> oficial de 20, formam um desdobramento - a busca para quando
      *> todos os sorteados estao na aposta e o preco e o da aposta
      *> simples vezes as combinacoes contidas no desdobramento. Posicao
      *> em branco ou zerada fica fora da aposta. Concurso ja sorteado
      *> (importado em RESULTADOS) rejeita a entrada; a teimosinha
      *> multiplica o preco pela quantidade de concursos.
      *>
      *> A situacao de cada entrada (branco = pendente, "A" = busca em
      *> andamento, "C" = concluida, "R" = rejeitada) vive no arquivo
      *> companheiro data/FILA-STATUS.dat, um registro por ordinal de
      *> linha da fila, com a data/hora da ultima marca - e por ela que a
      *> rodada seguinte pula o que ja foi resolvido (e o LOTNOTIF separa
      *> a entrada de uma fila da entrada de mesmo numero de outra);
      *> enquanto houver entrada por resolver, a fila nao deve ser
      *> reordenada pelo operador.
      *>
      *> Cada entrada e cobrada na conta corrente antes da busca, pelo
      *> preco da modalidade na tabela PRECOS, vezes as combinacoes do
      *> desdobramento e os concursos da teimosinha (em bolao, cada
      *> participante paga a sua cota); sem saldo, a entrada e rejeitada
      *> ("R"). A cobranca marca a entrada "A" na mesma hora - retomada
      *> nao cobra duas vezes. Aposta de agente ja foi paga no balcao da
      *> loterica e nao e cobrada na conta do jogador.
      *>
      *> Janela noturna: com LOTERIA_FILA_HORA_CORTE (hhmmss) a rodada
      *> para de forma limpa ao bater o horario - a busca em andamento e
                                        record key is gr-grupo-id
                                        file status is wk-fs-grupos.

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

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential

       fd  fila-apostas
           label records are standard
           record contains 79 characters.
       01  fa-linha.
           05 fa-player-id                         pic x(10).
           05 fa-modo                              pic 9(01).
           05 fa-numeros.
               10 fa-numero                        pic x(02) occurs 15 times.
           05 fa-grupo-id                          pic x(10).
           05 fa-numeros-extra.
               10 fa-numero-extra                  pic x(02) occurs 5 times.
           05 fa-concurso                          pic x(06).
           05 fa-qtd-concursos                     pic x(02).
           05 fa-agente                            pic x(10).

       fd  fila-status
           label records are standard
           record contains 22 characters.
       01  st-registro.
           05 st-seq                               pic 9(05).
           05 st-situacao                          pic x(01).
           05 st-resolucao.
               10 st-res-data                      pic 9(08).
               10 st-res-hora                      pic 9(08).

       fd  fila-checkpoint
           label records are standard
           record contains 233 characters.
       copy "FILACHKP.cpy".

       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  bilhete-log
           record contains 162 characters.
       copy "GRUPOS.cpy".

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

       fd  run-journal
           label records are standard
           record contains 56 characters.
           05 wk-fs-bilhete                        pic x(02) value "00".
           05 wk-fs-sorteios                       pic x(02) value "00".
           05 wk-fs-grupos                         pic x(02) value "00".
           05 wk-fs-precos                         pic x(02) value "00".
           05 wk-fs-mov-conta                      pic x(02) value "00".
           05 wk-fs-resultados                     pic x(02) value "00".

       77  wk-fim-fila                             pic x(01) value "N".
           88 wk-fim-fila-sim                      value "S".
           05 wk-max-numero                        pic 9(02) value 60.
           05 wk-premio-minimo                     pic 9(02) value 11.
           05 wk-num-tab-grp.
               10 wk-num-tab                       pic 9(02) occurs 20 times.
           05 wk-grupo-id                          pic x(10) value spaces.
           05 wk-entrada-valida                    pic x(01) value "S".

                                                                         *>desdobramento: limite oficial de numeros da modalidade,
                                                                         *>quantos numeros a entrada aposta e quantas apostas
                                                                         *>simples (combinacoes) isso contem
       01 wk-desdobramento.
           05 wk-limite-numeros                    pic 9(02) value 20.
           05 wk-qtd-aposta                        pic 9(02) value zero.
           05 wk-combinacoes                       pic 9(07) value 1.
           05 wk-comb-sub                          pic 9(02).
       77  wk-num-lido                             pic x(02).

                                                                         *>concurso para o qual a entrada vale e teimosinha
                                                                         *>(concursos seguidos), com o limite da modalidade
       01 wk-concurso-aposta.
           05 wk-concurso                          pic 9(06) value zero.
           05 wk-qtd-concursos                     pic 9(02) value 1.
           05 wk-limite-concursos                  pic 9(02) value 24.
           05 wk-ultimo-concurso                   pic 9(06) value zero.
           05 wk-concurso-final                    pic 9(06) value zero.

                                                                         *>corte da janela noturna e retomada da busca em
                                                                         *>andamento (checkpoint da fila)
       01 wk-controle-corte.
       77  wk-checkpoint-resumido                  pic x(01) value "N".
       77  wk-situacao-nova                        pic x(01) value space.

                                                                         *>cobranca da aposta na conta corrente: preco da
                                                                         *>modalidade (tabela PRECOS) e quem paga quanto - na
                                                                         *>aposta de bolao, cada participante paga a sua cota.
                                                                         *>Entrada ja marcada "A" foi cobrada quando a busca
                                                                         *>comecou e nao e cobrada de novo na retomada
       01 wk-cobranca.
           05 wk-cobrar                            pic x(01) value "S".
           05 wk-preco-achou                       pic x(01) value "N".
           05 wk-fim-precos                        pic x(01) value "N".
           05 wk-preco-aposta                      pic 9(09)v99 value zero.
           05 wk-cob-acumulado                     pic 9(09)v99 value zero.
           05 wk-cob-qtd                           pic 9(02) value zero.
           05 wk-cob-tab                           occurs 10 times.
               10 wk-cob-player-id                 pic x(10).
               10 wk-cob-valor                     pic 9(09)v99.
       77  wk-cob-sub                              pic 9(02).

                                                                         *>situacao de cada entrada da fila, pela ordem da linha
                                                                         *>no arquivo (1 a 999), espelhada do arquivo companheiro
                                                                         *>FILA-STATUS - regravado inteiro a cada mudanca, para a
                                                                         *>marca sobreviver a qualquer interrupcao da rodada - e
                                                                         *>a data/hora da ultima marca de cada entrada
       01 wk-fila-situacoes.
           05 wk-fst-qtd                           pic 9(05) value zero.
           05 wk-fst-tab                           pic x(01) occurs 999 times
                                                    value spaces.
           05 wk-fst-resolucao                     occurs 999 times.
               10 wk-fst-res-data                  pic 9(08).
               10 wk-fst-res-hora                  pic 9(08).
       77  wk-fst-sub                              pic 9(05).
       77  wk-fim-status                           pic x(01) value "N".

                                                                         *>montagem do bilhete impresso
       01 wk-bilhete-aux.
           05 wk-bilhete-num-ed                    pic 99.
           05 wk-bilhete-aposta-fmt                pic x(60).
           05 wk-bilhete-sorteio-fmt               pic x(45).
           05 wk-bilhete-data-fmt                  pic x(19).
           05 wk-bilhete-ptr-ap                    pic 9(03).
           05 wk-total-processadas                 pic 9(05) value zero.
           05 wk-total-falhas                      pic 9(05) value zero.
           05 wk-total-ja-feitas                   pic 9(05) value zero.
           05 wk-total-cobradas                    pic 9(05) value zero.
           05 wk-total-agentes                     pic 9(05) value zero.
           05 wk-total-valor-cobrado               pic 9(09)v99 value zero.
           05 wk-ed-valor                          pic zzz.zzz.zz9,99.
           05 wk-total-tentativas                  pic 9(12) value zero.
           05 wk-total-tempo                       pic 9(12) value zero.

                       add 1 to wk-total-ja-feitas
                   else
                       perform montar-entrada
                       if wk-entrada-valida = "S" then
                           perform cobrar-entrada
                       end-if
                       if wk-entrada-valida = "S" then
                           perform rodar-busca
                           if wk-corte-atingido = "S" then
           move zero to wk-fst-qtd
           perform varying wk-fst-sub from 1 by 1
                   until wk-fst-sub > 999
               move space  to wk-fst-tab(wk-fst-sub)
               move spaces to wk-fst-resolucao(wk-fst-sub)
           end-perform

           open input fila-status
                       not at end
                           if st-seq >= 1
                           and st-seq <= 999 then
                               move st-situacao  to wk-fst-tab(st-seq)
                               move st-resolucao to wk-fst-resolucao(st-seq)
                               if st-seq > wk-fst-qtd then
                                   move st-seq to wk-fst-qtd
                               end-if
                       "da entrada " wk-total-entradas " nao sera guardada."
           else
               move wk-situacao-nova to wk-fst-tab(wk-total-entradas)
               accept wk-fst-res-data(wk-total-entradas) from date yyyymmdd
               accept wk-fst-res-hora(wk-total-entradas) from time
               if wk-total-entradas > wk-fst-qtd then
                   move wk-total-entradas to wk-fst-qtd
               end-if
                       until wk-fst-sub > wk-fst-qtd
                   move wk-fst-sub             to st-seq
                   move wk-fst-tab(wk-fst-sub) to st-situacao
                   move wk-fst-resolucao(wk-fst-sub) to st-resolucao
                   write st-registro
               end-perform
               close fila-status
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
               when 3
                   move 15 to wk-qtd-numeros
                   move 60 to wk-max-numero
                   move 11 to wk-premio-minimo
                   move 20 to wk-limite-numeros
                   move 24 to wk-limite-concursos
               when other
                   move "N" to wk-entrada-valida
                   move "modo de jogo invalido (use 1, 2 ou 3)"

           if wk-entrada-valida = "S" then
               perform varying wk-idx-1 from 1 by 1
                       until wk-idx-1 > 20
                   if wk-idx-1 <= 15 then
                       move fa-numero(wk-idx-1) to wk-num-lido
                   else
                       move fa-numero-extra(wk-idx-1 - 15) to wk-num-lido
                   end-if
                                                       *>posicao em branco (ou alem do limite da modalidade)
                                                       *>nunca entra na busca nem no historico
                   if wk-num-lido is numeric
                   and wk-idx-1 <= wk-limite-numeros then
                       move wk-num-lido to wk-num-tab(wk-idx-1)
                   else
                       move zero to wk-num-tab(wk-idx-1)
                   end-if
               end-perform

               perform consistencia
               if wk-entrada-valida = "S" then
                   perform consistir-concurso
               end-if
               if wk-entrada-valida = "S" then
                   perform compactar-aposta
                   perform calcular-combinacoes
               end-if
           end-if

           .
       montar-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Concurso e teimosinha da entrada: concurso em branco vale o
      *> proximo da modalidade; informado, tem que ser posterior ao
      *> ultimo ja importado em RESULTADOS. Entrada ja cobrada ("A" -
      *> busca retomada) nao e recusada por isso: o bilhete foi
      *> registrado quando o concurso ainda estava aberto.
      *>------------------------------------------------------------------------
       consistir-concurso section.

           perform obter-ultimo-concurso

           evaluate true
               when fa-concurso = spaces
                   compute wk-concurso = wk-ultimo-concurso + 1
               when fa-concurso is numeric
                   move fa-concurso to wk-concurso
               when other
                   move "N" to wk-entrada-valida
                   move "concurso invalido (6 digitos ou em branco)"
                     to wk-msg-erro
           end-evaluate

           evaluate true
               when fa-qtd-concursos = spaces
                   move 1 to wk-qtd-concursos
               when fa-qtd-concursos is numeric
                   move fa-qtd-concursos to wk-qtd-concursos
               when other
                   move zero to wk-qtd-concursos
           end-evaluate

           if wk-entrada-valida = "S" then
               move "S" to wk-cobrar
               if wk-total-entradas <= 999 then
                   if wk-fst-tab(wk-total-entradas) = "A" then
                       move "N" to wk-cobrar
                   end-if
               end-if

               evaluate true
                   when wk-concurso <= wk-ultimo-concurso
                    and wk-cobrar = "S"
                       move "N" to wk-entrada-valida
                       string "concurso " wk-concurso " ja sorteado"
                              delimited by size
                              into wk-msg-erro
                       end-string
                   when wk-qtd-concursos = zero
                     or wk-qtd-concursos > wk-limite-concursos
                       move "N" to wk-entrada-valida
                       string "teimosinha de 1 a " wk-limite-concursos
                              " concursos nesta modalidade"
                              delimited by size
                              into wk-msg-erro
                       end-string
                   when other
                       compute wk-concurso-final =
                               wk-concurso + wk-qtd-concursos - 1
               end-evaluate
           end-if

           .
       consistir-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ultimo concurso da modalidade da entrada ja importado em
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
      *> Confere a situacao da conta do jogador da entrada: bloqueada
      *> ("B" no cadastro) rejeita a entrada; jogador ainda sem registro

      *>------------------------------------------------------------------------
      *> CONSISTENCIA DOS NUMEROS INFORMADOS (mesmas regras da tela de
      *> entrada do jogo: posicoes do modo obrigatorias, as seguintes
      *> opcionais, tudo dentro do intervalo do modo e sem repeticao)
      *>------------------------------------------------------------------------
       consistencia section.

           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > wk-limite-numeros
                      or wk-entrada-valida = "N"

               if wk-num-tab(wk-idx-1) = zero
               and wk-idx-1 > wk-qtd-numeros then
                                                       *>posicao opcional em branco - fora do desdobramento
                   continue
               else
                   if wk-num-tab(wk-idx-1) = zero
                   or wk-num-tab(wk-idx-1) > wk-max-numero then
                       move "N" to wk-entrada-valida
                       string "numero " wk-idx-1 " fora do intervalo do modo"
                              delimited by size
                              into wk-msg-erro
                       end-string
                   else
                       compute wk-idx-2 = wk-idx-1 + 1
                       perform varying wk-idx-2 from wk-idx-2 by 1
                               until wk-idx-2 > wk-limite-numeros
                                  or wk-entrada-valida = "N"
                           if wk-num-tab(wk-idx-1) = wk-num-tab(wk-idx-2) then
                               move "N" to wk-entrada-valida
                               string "numero " wk-idx-2 " repetido na aposta"
                                      delimited by size
                                      into wk-msg-erro
                               end-string
                           end-if
                       end-perform
                   end-if
               end-if

           end-perform

           .
       consistencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Encosta os numeros das posicoes opcionais preenchidas logo depois
      *> dos obrigatorios e conta os numeros apostados - mesma regra da
      *> tela de entrada.
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

      *>------------------------------------------------------------------------
      *> COBRANCA DA APOSTA NA CONTA CORRENTE (mesmas regras do jogo de
      *> tela): o preco da modalidade (tabela PRECOS) e debitado do saldo
      *> do jogador - ou, na aposta de bolao, da conta de cada
      *> participante pela sua cota. Basta um participante sem saldo (ou
      *> com a conta bloqueada) para a entrada inteira ser rejeitada, sem
      *> debitar ninguem. Cobrada a entrada, ela e marcada "A" na hora:
      *> uma rodada cortada ou interrompida retoma a busca sem cobrar de
      *> novo.
      *>------------------------------------------------------------------------
       cobrar-entrada section.

           move "S" to wk-cobrar
           if wk-total-entradas <= 999 then
               if wk-fst-tab(wk-total-entradas) = "A" then
                   move "N" to wk-cobrar
               end-if
           end-if

                                                       *>aposta de agente foi paga no balcao da loterica -
                                                       *>so marca "A" para a retomada, sem debito na conta
           if wk-cobrar = "S"
           and fa-agente <> spaces then
               move "N" to wk-cobrar
               add 1 to wk-total-agentes
               move "A" to wk-situacao-nova
               perform marcar-situacao-entrada
           end-if

           if wk-cobrar = "S" then
               move zero to wk-cob-qtd
               perform obter-preco-aposta

               evaluate true
                   when wk-player-id = "ANONIMO"
                       move "N" to wk-entrada-valida
                       move "aposta paga exige o ID do jogador na linha"
                         to wk-msg-erro
                   when wk-preco-achou = "N"
                       move "N" to wk-entrada-valida
                       move "modalidade sem preco na tabela PRECOS"
                         to wk-msg-erro
                   when other
                       perform montar-rateio-cobranca
                       if wk-entrada-valida = "S" then
                           perform debitar-contas-aposta
                       end-if
               end-evaluate

               if wk-entrada-valida = "S" then
                   add 1 to wk-total-cobradas
                   add wk-preco-aposta to wk-total-valor-cobrado
                   move "A" to wk-situacao-nova
                   perform marcar-situacao-entrada
               end-if
           end-if

           .
       cobrar-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura o preco da modalidade da entrada na tabela PRECOS - o da
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
                   move "N" to wk-entrada-valida
                   move "cadastro de grupos indisponivel para a cobranca"
                     to wk-msg-erro
               else
                   move wk-grupo-id to gr-grupo-id
                   read grupos key is gr-grupo-id
                       invalid key
                           move "N" to wk-entrada-valida
                           move "grupo nao cadastrado em GRUPOS"
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
               else
                   if wk-entrada-valida = "S" then
                       move "N" to wk-entrada-valida
                       move "grupo sem participantes para a cobranca"
                         to wk-msg-erro
                   end-if
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
               move "N" to wk-entrada-valida
               string "cadastro de jogadores indisponivel para a cobranca "
                      "(status " wk-fs-players ")"
                      delimited by size
                      into wk-msg-erro
               end-string
           else
               open extend mov-conta
               if wk-fs-mov-conta <> "00" then
                   open output mov-conta
               end-if

               if wk-fs-mov-conta <> "00" then
                   move "N" to wk-entrada-valida
                   string "movimentos da conta indisponiveis (status "
                          wk-fs-mov-conta ")"
                          delimited by size
                          into wk-msg-erro
                   end-string
               else
                   perform conferir-saldos-cobranca
                   if wk-entrada-valida = "S" then
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

           perform varying wk-cob-sub from 1 by 1
                   until wk-cob-sub > wk-cob-qtd
                      or wk-entrada-valida = "N"
               move wk-cob-player-id(wk-cob-sub) to pl-player-id
               read players key is pl-player-id
                   invalid key
                       move "N" to wk-entrada-valida
                       string wk-cob-player-id(wk-cob-sub) delimited by space
                              " sem conta no cadastro" delimited by size
                              into wk-msg-erro
                       end-string
                   not invalid key
                       if pl-situacao = "B" then
                           move "N" to wk-entrada-valida
                           string "conta de " delimited by size
                                  pl-player-id delimited by space
                                  " bloqueada" delimited by size
                                  into wk-msg-erro
                           end-string
                       else
                           if pl-saldo < wk-cob-valor(wk-cob-sub) then
                               move "N" to wk-entrada-valida
                               string "saldo insuficiente em " delimited by size
                                      pl-player-id delimited by space
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
                   move "LOTFILA"      to mc-origem
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
                       and fc-grupo-id = wk-grupo-id
                       and fc-qtd-numeros = wk-qtd-numeros
                       and fc-max-numero = wk-max-numero
                       and fc-aposta = wk-num-tab-grp
                       and fc-concurso = wk-concurso
                       and fc-qtd-concursos = wk-qtd-concursos then
                           move fc-tentativas          to wk-contador
                           move fc-semente             to semente
                           move fc-sessao-data         to wk-sessao-data
           move wk-qtd-numeros         to fc-qtd-numeros
           move wk-max-numero          to fc-max-numero
           move wk-num-tab-grp         to fc-aposta
           move wk-concurso            to fc-concurso
           move wk-qtd-concursos       to fc-qtd-concursos
           move semente                to fc-semente
           move wk-contador            to fc-tentativas
           move wk-total-random        to fc-total-random

      *>------------------------------------------------------------------------
      *> VERIFICA SE A APOSTA BATE COM O SORTEIO GERADO
      *> Pontua cada sorteio candidato pela quantidade de sorteados que
      *> estao na aposta e alimenta a distribuicao e o melhor parcial,
      *> como no jogo de tela - no desdobramento, o acerto cheio sai
      *> quando qualquer uma das combinacoes contidas nele e sorteada.
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
           move wk-qtd-numeros        to jh-modo-qtd
           move wk-max-numero         to jh-modo-max
           move wk-qtd-aposta         to jh-aposta-qtd

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
           display "Buscas processadas ..............: " wk-total-processadas
           display "Entradas rejeitadas .............: " wk-total-falhas
           display "Ja resolvidas em rodada anterior : " wk-total-ja-feitas
           display "Apostas cobradas nas contas .....: " wk-total-cobradas
           move wk-total-valor-cobrado to wk-ed-valor
           display "Valor cobrado nas contas ........: " wk-ed-valor
           display "Apostas pagas no agente .........: " wk-total-agentes
           display "Total de tentativas da rodada ...: " wk-total-tentativas
           display "Tempo somado das buscas (hhmmssth): " wk-total-tempo
           if wk-corte-atingido = "S" then
