      *>------------------------------------------------------------------------
      *> Conferência das apostas guardadas contra os resultados oficiais:
      *> roda cada aposta de JOGOS-HIST (jh-aposta, respeitando a
      *> modalidade jh-modo-qtd de jh-modo-max) contra os concursos reais
      *> da mesma modalidade importados em RESULTADOS para os quais ela
      *> vale, e imprime o relatorio de conferencia com os acertos por
      *> faixa de premio - "essa aposta teria ganho num sorteio de
      *> verdade?".
      *>
      *> A aposta vale para o concurso em que foi registrada (jh-concurso)
      *> e, com teimosinha, para os jh-qtd-concursos seguidos a partir
      *> dele; jogo anterior ao registro por concurso (jh-concurso zero)
      *> vale para os concursos sorteados a partir do dia em que foi
      *> feito. Aposta com concurso ainda sem resultado importado entra
      *> no relatorio de apostas pendentes, no fim da rodada - os
      *> bilhetes ainda em aberto.
      *>
      *> Aposta com desdobramento (jh-aposta-qtd maior que a modalidade)
      *> vale por todas as apostas simples contidas nela: em cada
      *> concurso, com h sorteados entre os n numeros apostados, sao
      *> C(h,j) x C(n-h,k-j) combinacoes de k numeros com j acertos - o
      *> mesmo bilhete pode levar varias faixas no mesmo concurso, e o
      *> premio do par aposta x concurso e a soma de todas elas.
      *>
      *> Cada acerto em faixa premiada tambem e precificado pela tabela
      *> de valores (PREMIOS, importada por LOTPREMIMP): o valor vira um
      *> lancamento no livro de ganhos (GANHOS-LEDGER) - rateado pela
      *> cota de cada participante quando a aposta e de bolao - e entra
      *> no saldo do jogador no cadastro PLAYERS, com o movimento de
      *> credito na conta corrente (MOV-CONTA). Sobre cada lancamento e
      *> retido o imposto de renda na fonte pela tabela IMPOSTO (limite
      *> de isencao e aliquota da vigencia da data da conferencia),
      *> avaliado por participante no bolao: o livro guarda o bruto, o
      *> imposto e o liquido, e so o liquido entra no saldo. Sem linha
      *> vigente na tabela, a conferencia sai sem precificacao. O livro
      *> ja gravado e relido no inicio para a mesma aposta x concurso nunca ser
      *> lancada (nem creditada) duas vezes em reconferencias.
      *>
      *> Correcoes oficiais: concurso cujo resultado ou tabela de premios
      *> mudou na importacao (LOTRESIMP / LOTPREMIMP) fica pendente em
      *> CORRECOES. Nesses concursos toda aposta e reconferida com a
      *> versao nova e comparada com o que ja foi lancado para ela no
      *> livro: o lancamento que nao bate e estornado (gn-tipo "E", valor
      *> negativo, debitado do saldo) e o valor certo relancado (gn-tipo
      *> "C"). A rodada fecha com o relatorio de correcoes - cada jogador
      *> cujo saldo mudou, com o saldo antes e depois - e marca as
      *> correcoes como aplicadas. Rodada interrompida deixa a correcao
      *> pendente; a seguinte so lanca a diferenca que ainda faltar.
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
                                        lock mode is automatic
                                        file status is wk-fs-players.

           select mov-conta             assign to "data/MOV-CONTA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-mov-conta.

           select imposto               assign to "data/IMPOSTO.txt"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-imposto.

           select correcoes             assign to "data/CORRECOES.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-correcoes.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential

       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  resultados

       fd  ganhos-ledger
           label records are standard
           record contains 103 characters.
       copy "GANHOS.cpy".

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  mov-conta
           label records are standard
           record contains 125 characters.
       copy "MOVCONTA.cpy".

       fd  imposto
           label records are standard
           record contains 23 characters.
       copy "IMPOSTO.cpy".

       fd  correcoes
           label records are standard
           record contains 408 characters.
       copy "CORRECAO.cpy".

       fd  run-journal
           label records are standard
           record contains 56 characters.
           05 wk-fs-premios                        pic x(02) value "00".
           05 wk-fs-ganhos                         pic x(02) value "00".
           05 wk-fs-players                        pic x(02) value "00".
           05 wk-fs-mov-conta                      pic x(02) value "00".
           05 wk-fs-correcoes                      pic x(02) value "00".
           05 wk-fs-imposto                        pic x(02) value "00".

                                                                         *>rateio do bolao da aposta corrente
       77  wk-gr-sub                               pic 9(02).
       77  wk-precifica                            pic x(01) value "N".
       77  wk-data-hoje                            pic 9(08) value zero.

                                                                         *>imposto de renda retido na fonte - a linha da tabela
                                                                         *>IMPOSTO vigente na data da conferencia
       01 wk-imposto-vigente.
           05 wk-ir-achou                          pic x(01) value "N".
           05 wk-fim-imposto                       pic x(01) value "N".
           05 wk-ir-vigencia                       pic 9(08) value zero.
           05 wk-ir-limite-isencao                 pic 9(09)v99 value zero.
           05 wk-ir-aliquota                       pic 9(02)v99 value zero.

                                                                         *>valores da faixa corrente e do rateio por participante
       01 wk-valores.
           05 wk-valor-faixa                       pic 9(09)v99 value zero.
           05 wk-valor-rateio                      pic 9(09)v99 value zero.
           05 wk-valor-devido                      pic 9(09)v99 value zero.
           05 wk-ed-valor                          pic -zzz.zzz.zz9,99.
           05 wk-ed-valor-total                    pic -zz.zzz.zzz.zz9,99.

                                                                         *>lancamento em montagem (quem recebe, cota e valor -
                                                                         *>bruto, imposto retido e liquido creditado)
       01 wk-lancamento.
           05 wk-lanc-player-id                    pic x(10).
           05 wk-lanc-cota                         pic 9(03).
           05 wk-lanc-bruto                        pic s9(09)v99.
           05 wk-lanc-ir                           pic s9(09)v99.
           05 wk-lanc-valor                        pic s9(09)v99.
           05 wk-lanc-concurso                     pic 9(06).
           05 wk-lanc-acertos                      pic 9(02).
                                                                         *>"P" premio, "E" estorno, "C" relancamento corrigido
           05 wk-lanc-tipo                         pic x(01) value "P".

                                                                         *>pares aposta x concurso ja lancados no livro de ganhos
                                                                         *>em rodadas anteriores - garantem que reconferencia
       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

                                                                         *>concursos com correcao oficial pendente - desligada
                                                                         *>("N") quando alguma tabela lota e a reconferencia
                                                                         *>nao pode ser completa
       77  wk-corrige                              pic x(01) value "S".
       01 wk-correcoes.
           05 wk-cor-qtd                           pic 9(03) value zero.
           05 wk-cor-tab                           occurs 200 times
                                                    indexed by wk-idx-cor.
               10 wk-cor-modo-qtd                  pic 9(02).
               10 wk-cor-modo-max                  pic 9(02).
               10 wk-cor-concurso                  pic 9(06).
       77  wk-cor-achou                            pic x(01) value "N".
       01 wk-cor-busca.
           05 wk-cor-busca-modo-qtd                pic 9(02).
           05 wk-cor-busca-modo-max                pic 9(02).
           05 wk-cor-busca-concurso                pic 9(06).
       77  wk-cor-sub                              pic 9(02).
       77  wk-cor-aplicadas                        pic 9(05) value zero.

                                                                         *>lancamentos ja gravados nos concursos corrigidos, um
                                                                         *>por aposta x concurso x quem recebe, com o valor
                                                                         *>liquido (premio menos estornos) ate aqui - bruto,
                                                                         *>imposto e liquido creditado
       01 wk-lanc-corrigir.
           05 wk-lc-qtd                            pic 9(04) value zero.
           05 wk-lc-tab                            occurs 2000 times
                                                    indexed by wk-idx-lc.
               10 wk-lc-apostador                  pic x(10).
               10 wk-lc-data-jogo                  pic x(16).
               10 wk-lc-modo-qtd                   pic 9(02).
               10 wk-lc-modo-max                   pic 9(02).
               10 wk-lc-concurso                   pic 9(06).
               10 wk-lc-player-id                  pic x(10).
               10 wk-lc-cota                       pic 9(03).
               10 wk-lc-acertos                    pic 9(02).
               10 wk-lc-bruto                      pic s9(09)v99.
               10 wk-lc-ir                         pic s9(09)v99.
               10 wk-lc-valor                      pic s9(09)v99.
       77  wk-lc-achou                             pic x(01) value "N".
       77  wk-lc-achou-par                         pic x(01) value "N".

                                                                         *>jogadores cujo saldo mudou por correcao, para o
                                                                         *>relatorio de correcoes
       01 wk-ajustes.
           05 wk-aj-qtd                            pic 9(03) value zero.
           05 wk-aj-tab                            occurs 200 times
                                                    indexed by wk-idx-aj.
               10 wk-aj-player-id                  pic x(10).
               10 wk-aj-saldo-antes                pic s9(11)v99.
               10 wk-aj-valor                      pic s9(11)v99.
               10 wk-aj-saldo-depois               pic s9(11)v99.
       77  wk-aj-achou                             pic x(01) value "N".
       77  wk-aj-transbordou                       pic x(01) value "N".
       01 wk-edicao-ajuste.
           05 wk-ed-aj-antes                       pic -zz.zzz.zzz.zz9,99.
           05 wk-ed-aj-valor                       pic -zz.zzz.zzz.zz9,99.
           05 wk-ed-aj-depois                      pic -zz.zzz.zzz.zz9,99.

                                                                         *>resultados oficiais carregados em memoria
       01 wk-resultados.
           05 wk-res-qtd                           pic 9(04) value zero.
               10 wk-res-modo-qtd                  pic 9(02).
               10 wk-res-modo-max                  pic 9(02).
               10 wk-res-concurso                  pic 9(06).
               10 wk-res-data-sorteio              pic 9(08).
               10 wk-res-numeros.
                   15 wk-res-numero                pic 9(02) occurs 15 times.
       77  wk-res-transbordou                      pic x(01) value "N".
           05 wk-premio-minimo                     pic 9(02) value 11.
           05 wk-idx-1                             pic 9(02).
           05 wk-idx-2                             pic 9(02).
           05 wk-qtd-aposta                        pic 9(02) value zero.

                                                                         *>desdobramento: combinacoes da aposta corrente por faixa
                                                                         *>de acertos no concurso corrente - posicao n conta as
                                                                         *>combinacoes com n - 1 acertos (1 so, na aposta simples)
       01 wk-combinacoes-faixa.
           05 wk-comb-faixa                        pic 9(07) occurs 16 times.
           05 wk-comb-n                            pic 9(02).
           05 wk-comb-k                            pic 9(02).
           05 wk-comb-sub                          pic 9(02).
           05 wk-comb-res                          pic 9(07).
           05 wk-comb-acertos                      pic 9(02).
           05 wk-comb-faixa-1                      pic 9(07).

                                                                         *>contagem por faixa de acertos da aposta corrente -
                                                                         *>posicao n conta os concursos com n - 1 acertos (no
                                                                         *>desdobramento, a melhor combinacao do concurso)
       01 wk-faixas-aposta.
           05 wk-faixa-conta                       pic 9(05) occurs 16 times.
                                                                         *>desdobramento: combinacoes premiadas somadas em
                                                                         *>todos os concursos, por faixa
           05 wk-faixa-comb                        pic 9(09) occurs 16 times.
       77  wk-idx-faixa                            pic 9(02).
       77  wk-concursos-conferidos                 pic 9(05) value zero.

                                                                         *>concursos para os quais a aposta corrente vale - sem
                                                                         *>concurso registrado, a partir do dia do jogo
       01 wk-validade-aposta.
           05 wk-val-concurso-ini                  pic 9(06) value zero.
           05 wk-val-concurso-fim                  pic 9(06) value zero.
           05 wk-val-qtd-concursos                 pic 9(02) value zero.
           05 wk-val-data-jogo                     pic 9(08) value zero.
           05 wk-val-concurso-ok                   pic x(01) value "N".
           05 wk-val-faltam                        pic 9(02) value zero.

                                                                         *>apostas com concurso ainda sem resultado importado,
                                                                         *>para o relatorio de apostas pendentes
       01 wk-pendentes.
           05 wk-pen-qtd                           pic 9(04) value zero.
           05 wk-pen-tab                           occurs 2000 times
                                                    indexed by wk-idx-pen.
               10 wk-pen-player-id                 pic x(10).
               10 wk-pen-grupo-id                  pic x(10).
               10 wk-pen-data-jogo                 pic x(16).
               10 wk-pen-modo-qtd                  pic 9(02).
               10 wk-pen-modo-max                  pic 9(02).
               10 wk-pen-concurso-ini              pic 9(06).
               10 wk-pen-concurso-fim              pic 9(06).
               10 wk-pen-faltam                    pic 9(02).
       77  wk-pen-transbordou                      pic x(01) value "N".
       77  wk-total-pendentes                      pic 9(07) value zero.

                                                                         *>formatacao da aposta no relatorio
       01 wk-linha-aux.
           05 wk-num-ed                            pic 99.
           05 wk-aposta-fmt                        pic x(60).
           05 wk-ptr-ap                            pic 9(03).

       01 wk-totalizadores.
           05 wk-total-comparacoes                 pic 9(09) value zero.
           05 wk-total-premiados                   pic 9(07) value zero.
           05 wk-total-lancamentos                 pic 9(07) value zero.
           05 wk-total-valor                       pic s9(11)v99 value zero.
           05 wk-total-bruto                       pic s9(11)v99 value zero.
           05 wk-total-ir                          pic s9(11)v99 value zero.
           05 wk-total-sem-tabela                  pic 9(07) value zero.
           05 wk-total-estornos                    pic 9(07) value zero.
           05 wk-total-relancados                  pic 9(07) value zero.

      *>----Variaveis para comunicação entre programas
       linkage section.
                       "importacao (LOTRESIMP) antes da conferencia."
               move 8 to return-code
           else
               perform carregar-correcoes
               perform carregar-lancamentos
               open input jogos-hist
               if wk-fs-jogos-hist <> "00" then
                   end-perform
                   close jogos-hist
                   perform fechar-livro-ganhos
                   if wk-cor-qtd > zero then
                       perform marcar-correcoes-aplicadas
                   end-if
                   perform imprimir-totais
                   if wk-cor-qtd > zero then
                       perform imprimir-relatorio-correcoes
                   end-if
                   if wk-total-pendentes > zero then
                       perform imprimir-relatorio-pendentes
                   end-if
               end-if
           end-if

                               move rs-modo-qtd to wk-res-modo-qtd(wk-idx-res)
                               move rs-modo-max to wk-res-modo-max(wk-idx-res)
                               move rs-concurso to wk-res-concurso(wk-idx-res)
                               move rs-data-sorteio
                                 to wk-res-data-sorteio(wk-idx-res)
                               move rs-numeros  to wk-res-numeros(wk-idx-res)
                           else
                               move "S" to wk-res-transbordou
               move 11 to wk-premio-minimo
           end-if

                                                       *>historico sem a quantidade apostada vale como aposta
                                                       *>simples da modalidade
           if jh-aposta-qtd is numeric
           and jh-aposta-qtd > jh-modo-qtd then
               move jh-aposta-qtd to wk-qtd-aposta
           else
               move jh-modo-qtd   to wk-qtd-aposta
           end-if

           perform montar-validade-aposta

           move zero to wk-concursos-conferidos
           perform varying wk-idx-faixa from 1 by 1
                   until wk-idx-faixa > 16
               move zero to wk-faixa-conta(wk-idx-faixa)
               move zero to wk-faixa-comb(wk-idx-faixa)
           end-perform

           perform varying wk-idx-res from 1 by 1
                   until wk-idx-res > wk-res-qtd
               perform verificar-validade-concurso
               if wk-res-modo-qtd(wk-idx-res) = jh-modo-qtd
               and wk-res-modo-max(wk-idx-res) = jh-modo-max
               and wk-val-concurso-ok = "S" then
                   add 1 to wk-concursos-conferidos
                   add 1 to wk-total-comparacoes
                   perform apurar-acertos
                   add 1 to wk-faixa-conta(wk-acertos + 1)
                   perform contar-combinacoes-faixa
                   if wk-precifica = "S" then
                       move jh-modo-qtd                 to wk-cor-busca-modo-qtd
                       move jh-modo-max                 to wk-cor-busca-modo-max
                       move wk-res-concurso(wk-idx-res) to wk-cor-busca-concurso
                       perform verificar-concurso-corrigido
                       if wk-cor-achou = "S" then
                           perform reprecificar-aposta-concurso
                       else
                           if wk-acertos >= wk-premio-minimo then
                               perform precificar-aposta-concurso
                           end-if
                       end-if
                   end-if
               else
                   if wk-res-modo-qtd(wk-idx-res) = jh-modo-qtd
                   and wk-res-modo-max(wk-idx-res) = jh-modo-max
                   and wk-precifica = "S" then
                       perform reconferir-lancado-fora-validade
                   end-if
               end-if
           end-perform

                                                       *>aposta registrada para concurso que ainda nao tem
                                                       *>resultado fica em aberto
           move zero to wk-val-faltam
           if wk-val-concurso-ini > zero
           and wk-concursos-conferidos < wk-val-qtd-concursos then
               compute wk-val-faltam =
                       wk-val-qtd-concursos - wk-concursos-conferidos
               perform registrar-aposta-pendente
           end-if

           perform imprimir-aposta

           .
           exit.

      *>------------------------------------------------------------------------
      *> Concursos para os quais a aposta corrente vale: do concurso
      *> registrado ate o ultimo da teimosinha; jogo sem concurso
      *> registrado (anterior ao registro por concurso) vale para os
      *> sorteios a partir do dia em que foi feito.
      *>------------------------------------------------------------------------
       montar-validade-aposta section.

           move zero to wk-val-concurso-ini
           move zero to wk-val-concurso-fim
           move zero to wk-val-qtd-concursos
           move jh-data-hora(1:8) to wk-val-data-jogo

           if jh-concurso is numeric
           and jh-concurso > zero then
               move jh-concurso to wk-val-concurso-ini
               move 1 to wk-val-qtd-concursos
               if jh-qtd-concursos is numeric
               and jh-qtd-concursos > 1 then
                   move jh-qtd-concursos to wk-val-qtd-concursos
               end-if
               compute wk-val-concurso-fim =
                       wk-val-concurso-ini + wk-val-qtd-concursos - 1
           end-if

           .
       montar-validade-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> O concurso apontado por wk-idx-res esta dentro da validade da
      *> aposta corrente?
      *>------------------------------------------------------------------------
       verificar-validade-concurso section.

           move "N" to wk-val-concurso-ok

           if wk-val-concurso-ini > zero then
               if wk-res-concurso(wk-idx-res) >= wk-val-concurso-ini
               and wk-res-concurso(wk-idx-res) <= wk-val-concurso-fim then
                   move "S" to wk-val-concurso-ok
               end-if
           else
               if wk-res-data-sorteio(wk-idx-res) >= wk-val-data-jogo then
                   move "S" to wk-val-concurso-ok
               end-if
           end-if

           .
       verificar-validade-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Concurso fora da validade da aposta corrente, mas corrigido e com
      *> premio ja lancado no livro para ela (jogo antigo, sem concurso
      *> registrado, creditado antes da regra da validade): o lancamento
      *> e acertado pela versao nova como nos demais. Nao entra na
      *> contagem por faixa nem nas apostas pendentes.
      *>------------------------------------------------------------------------
       reconferir-lancado-fora-validade section.

           move jh-modo-qtd                 to wk-cor-busca-modo-qtd
           move jh-modo-max                 to wk-cor-busca-modo-max
           move wk-res-concurso(wk-idx-res) to wk-cor-busca-concurso
           perform verificar-concurso-corrigido

           if wk-cor-achou = "S" then
               move "N" to wk-lc-achou-par
               perform varying wk-idx-lc from 1 by 1
                       until wk-idx-lc > wk-lc-qtd
                          or wk-lc-achou-par = "S"
                   if wk-lc-apostador(wk-idx-lc) = jh-player-id
                   and wk-lc-data-jogo(wk-idx-lc) = jh-data-hora
                   and wk-lc-modo-qtd(wk-idx-lc) = jh-modo-qtd
                   and wk-lc-modo-max(wk-idx-lc) = jh-modo-max
                   and wk-lc-concurso(wk-idx-lc) = wk-cor-busca-concurso then
                       move "S" to wk-lc-achou-par
                   end-if
               end-perform

               if wk-lc-achou-par = "S" then
                   perform apurar-acertos
                   perform calcular-combinacoes-faixa
                   perform reprecificar-aposta-concurso
               end-if
           end-if

           .
       reconferir-lancado-fora-validade-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guarda a aposta corrente para o relatorio de apostas pendentes.
      *>------------------------------------------------------------------------
       registrar-aposta-pendente section.

           add 1 to wk-total-pendentes

           if wk-pen-qtd < 2000 then
               add 1 to wk-pen-qtd
               set wk-idx-pen to wk-pen-qtd
               move jh-player-id          to wk-pen-player-id(wk-idx-pen)
               move jh-grupo-id           to wk-pen-grupo-id(wk-idx-pen)
               move jh-data-hora          to wk-pen-data-jogo(wk-idx-pen)
               move jh-modo-qtd           to wk-pen-modo-qtd(wk-idx-pen)
               move jh-modo-max           to wk-pen-modo-max(wk-idx-pen)
               move wk-val-concurso-ini   to wk-pen-concurso-ini(wk-idx-pen)
               move wk-val-concurso-fim   to wk-pen-concurso-fim(wk-idx-pen)
               move wk-val-faltam         to wk-pen-faltam(wk-idx-pen)
           else
               move "S" to wk-pen-transbordou
           end-if

           .
       registrar-aposta-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conta quantos numeros sorteados no concurso apontado por
      *> wk-idx-res estao na aposta corrente - na aposta simples, os
      *> acertos; no desdobramento, os acertos da melhor combinacao.
      *>------------------------------------------------------------------------
       apurar-acertos section.

                   until wk-idx-1 > jh-modo-qtd
               move "N" to wk-achou-num
               perform varying wk-idx-2 from 1 by 1
                       until wk-idx-2 > wk-qtd-aposta
                          or wk-achou-num = "S"
                   if wk-res-numero(wk-idx-res wk-idx-1) =
                      jh-aposta-num(wk-idx-2) then
                       move "S" to wk-achou-num
                   end-if
               end-perform
       apurar-acertos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Quantas combinacoes de jh-modo-qtd numeros da aposta corrente
      *> acertam j numeros no concurso corrente, para cada j: escolhe j
      *> entre os wk-acertos sorteados apostados e o resto entre os
      *> apostados que nao sairam - C(h,j) x C(n-h,k-j). Na aposta simples
      *> da 1 na faixa de wk-acertos e zero nas demais.
      *>------------------------------------------------------------------------
       calcular-combinacoes-faixa section.

           perform varying wk-idx-faixa from 1 by 1
                   until wk-idx-faixa > 16
               move zero to wk-comb-faixa(wk-idx-faixa)
           end-perform

           perform varying wk-comb-acertos from zero by 1
                   until wk-comb-acertos > wk-acertos
               move wk-acertos      to wk-comb-n
               move wk-comb-acertos to wk-comb-k
               perform calcular-combinacao
               move wk-comb-res to wk-comb-faixa-1

               compute wk-comb-n = wk-qtd-aposta - wk-acertos
               compute wk-comb-k = jh-modo-qtd - wk-comb-acertos
               perform calcular-combinacao

               compute wk-comb-faixa(wk-comb-acertos + 1) =
                       wk-comb-faixa-1 * wk-comb-res
           end-perform

           .
       calcular-combinacoes-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Combinacoes por faixa do concurso corrente, somando as premiadas
      *> na contagem da aposta para o relatorio.
      *>------------------------------------------------------------------------
       contar-combinacoes-faixa section.

           perform calcular-combinacoes-faixa

           perform varying wk-comb-acertos from wk-premio-minimo by 1
                   until wk-comb-acertos > wk-acertos
               add wk-comb-faixa(wk-comb-acertos + 1)
                to wk-faixa-comb(wk-comb-acertos + 1)
           end-perform

           .
       contar-combinacoes-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Combinacoes de wk-comb-n tomados wk-comb-k a wk-comb-k (zero
      *> quando nao ha como escolher). A cada passo o produto parcial ja
      *> e uma combinacao inteira, entao a divisao e sempre exata.
      *>------------------------------------------------------------------------
       calcular-combinacao section.

           if wk-comb-k > wk-comb-n then
               move zero to wk-comb-res
           else
               move 1 to wk-comb-res
               perform varying wk-comb-sub from 1 by 1
                       until wk-comb-sub > wk-comb-n - wk-comb-k
                   compute wk-comb-res =
                           wk-comb-res * (wk-comb-k + wk-comb-sub)
                           / wk-comb-sub
               end-perform
           end-if

           .
       calcular-combinacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Valor do par aposta x concurso pela tabela de premios lida: cada
      *> faixa premiada vale o seu valor vezes as combinacoes da aposta
      *> que caem nela (uma so, na aposta simples).
      *>------------------------------------------------------------------------
       somar-faixas-premiadas section.

           move zero to wk-valor-faixa
           perform varying wk-comb-acertos from wk-premio-minimo by 1
                   until wk-comb-acertos > wk-acertos
               compute wk-valor-faixa = wk-valor-faixa
                       + pm-valor-faixa(wk-comb-acertos + 1)
                       * wk-comb-faixa(wk-comb-acertos + 1)
           end-perform

           .
       somar-faixas-premiadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Rele o livro de ganhos ja gravado e guarda os pares aposta x
      *> concurso lancados em rodadas anteriores - e o que impede a
               end-if
           end-if

           move gn-modo-qtd to wk-cor-busca-modo-qtd
           move gn-modo-max to wk-cor-busca-modo-max
           move gn-concurso to wk-cor-busca-concurso
           perform verificar-concurso-corrigido
           if wk-cor-achou = "S" then
               perform registrar-lancamento-corrigir
           end-if

           .
       registrar-lancado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le as correcoes oficiais ainda pendentes e guarda os concursos
      *> afetados, listando a versao anterior e a nova de cada uma no
      *> inicio do relatorio.
      *>------------------------------------------------------------------------
       carregar-correcoes section.

           move zero to wk-cor-qtd

           open input correcoes
           if wk-fs-correcoes <> "00" then
                                                       *>nenhuma correcao registrada ainda - normal enquanto
                                                       *>nenhum concurso voltou diferente na importacao
               continue
           else
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read correcoes
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if cr-situacao = "P" then
                               perform registrar-correcao-pendente
                           end-if
                   end-read
               end-perform
               close correcoes
               move "N" to wk-fim-arquivo
           end-if

           if wk-cor-qtd > zero
           and wk-res-transbordou = "S" then
               display "Aviso: resultados alem da capacidade da memoria - "
                       "correcoes ficam pendentes para a proxima rodada."
               move "N" to wk-corrige
               move 8 to return-code
           end-if

           .
       carregar-correcoes-exit.
           exit.

       registrar-correcao-pendente section.

           if wk-cor-qtd = zero then
               display " "
               display "Correcoes oficiais pendentes de reconferencia:"
           end-if

           if cr-tipo = "R" then
               display "  Concurso " cr-concurso
                       " (modo " cr-modo-qtd " de " cr-modo-max
                       ") - resultado corrigido em " cr-data
               move spaces to wk-aposta-fmt
               move 1 to wk-ptr-ap
               perform varying wk-cor-sub from 1 by 1
                       until wk-cor-sub > cr-modo-qtd
                   move cr-ra-numero(wk-cor-sub) to wk-num-ed
                   string wk-num-ed delimited by size
                          " " delimited by size
                          into wk-aposta-fmt
                          with pointer wk-ptr-ap
                   end-string
               end-perform
               display "    antes : " cr-ra-data-sorteio " " wk-aposta-fmt
               move spaces to wk-aposta-fmt
               move 1 to wk-ptr-ap
               perform varying wk-cor-sub from 1 by 1
                       until wk-cor-sub > cr-modo-qtd
                   move cr-rd-numero(wk-cor-sub) to wk-num-ed
                   string wk-num-ed delimited by size
                          " " delimited by size
                          into wk-aposta-fmt
                          with pointer wk-ptr-ap
                   end-string
               end-perform
               display "    depois: " cr-rd-data-sorteio " " wk-aposta-fmt
           else
               display "  Concurso " cr-concurso
                       " (modo " cr-modo-qtd " de " cr-modo-max
                       ") - tabela de premios corrigida em " cr-data
               perform varying wk-cor-sub from 1 by 1
                       until wk-cor-sub > 16
                   if cr-pa-valor-faixa(wk-cor-sub) <>
                      cr-pd-valor-faixa(wk-cor-sub) then
                       subtract 1 from wk-cor-sub giving wk-acertos
                       move cr-pa-valor-faixa(wk-cor-sub) to wk-ed-valor
                       move cr-pd-valor-faixa(wk-cor-sub) to wk-ed-valor-total
                       display "    " wk-acertos " acerto(s): antes "
                               wk-ed-valor " depois " wk-ed-valor-total
                   end-if
               end-perform
           end-if

           move cr-modo-qtd to wk-cor-busca-modo-qtd
           move cr-modo-max to wk-cor-busca-modo-max
           move cr-concurso to wk-cor-busca-concurso
           perform verificar-concurso-corrigido
           if wk-cor-achou = "N" then
               if wk-cor-qtd >= 200 then
                   display "Aviso: mais de 200 concursos corrigidos - "
                           "correcoes ficam pendentes para a proxima rodada."
                   move "N" to wk-corrige
                   move 8 to return-code
               else
                   add 1 to wk-cor-qtd
                   set wk-idx-cor to wk-cor-qtd
                   move cr-modo-qtd to wk-cor-modo-qtd(wk-idx-cor)
                   move cr-modo-max to wk-cor-modo-max(wk-idx-cor)
                   move cr-concurso to wk-cor-concurso(wk-idx-cor)
               end-if
           end-if

           .
       registrar-correcao-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> O concurso em wk-cor-busca tem correcao pendente a aplicar?
      *>------------------------------------------------------------------------
       verificar-concurso-corrigido section.

           move "N" to wk-cor-achou
           if wk-corrige = "S" then
               perform varying wk-idx-cor from 1 by 1
                       until wk-idx-cor > wk-cor-qtd
                          or wk-cor-achou = "S"
                   if wk-cor-modo-qtd(wk-idx-cor) = wk-cor-busca-modo-qtd
                   and wk-cor-modo-max(wk-idx-cor) = wk-cor-busca-modo-max
                   and wk-cor-concurso(wk-idx-cor) = wk-cor-busca-concurso then
                       move "S" to wk-cor-achou
                   end-if
               end-perform
           end-if

           .
       verificar-concurso-corrigido-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lancamento do livro num concurso corrigido: acumula o valor
      *> liquido (e o bruto e o imposto que o compoem) por aposta x
      *> concurso x quem recebe, guardando a cota e
      *> os acertos do ultimo lancamento de premio.
      *>------------------------------------------------------------------------
       registrar-lancamento-corrigir section.

           move "N" to wk-lc-achou
           perform varying wk-idx-lc from 1 by 1
                   until wk-idx-lc > wk-lc-qtd
                      or wk-lc-achou = "S"
               if wk-lc-apostador(wk-idx-lc) = gn-apostador
               and wk-lc-data-jogo(wk-idx-lc) = gn-data-jogo
               and wk-lc-modo-qtd(wk-idx-lc) = gn-modo-qtd
               and wk-lc-modo-max(wk-idx-lc) = gn-modo-max
               and wk-lc-concurso(wk-idx-lc) = gn-concurso
               and wk-lc-player-id(wk-idx-lc) = gn-player-id then
                   move "S" to wk-lc-achou
               end-if
           end-perform

           if wk-lc-achou = "S" then
                                                *>o perform varying acima avancou uma posicao alem do
                                                *>lancamento encontrado antes de sair do laco - corrige de volta
               subtract 1 from wk-idx-lc
               add gn-valor       to wk-lc-valor(wk-idx-lc)
               add gn-valor-bruto to wk-lc-bruto(wk-idx-lc)
               add gn-valor-ir    to wk-lc-ir(wk-idx-lc)
               if gn-tipo <> "E" then
                   move gn-cota    to wk-lc-cota(wk-idx-lc)
                   move gn-acertos to wk-lc-acertos(wk-idx-lc)
               end-if
           else
               if wk-lc-qtd >= 2000 then
                   display "Aviso: mais de 2000 lancamentos em concursos "
                           "corrigidos - correcoes ficam pendentes para a "
                           "proxima rodada."
                   move "N" to wk-corrige
                   move 8 to return-code
               else
                   add 1 to wk-lc-qtd
                   set wk-idx-lc to wk-lc-qtd
                   move gn-apostador to wk-lc-apostador(wk-idx-lc)
                   move gn-data-jogo to wk-lc-data-jogo(wk-idx-lc)
                   move gn-modo-qtd  to wk-lc-modo-qtd(wk-idx-lc)
                   move gn-modo-max  to wk-lc-modo-max(wk-idx-lc)
                   move gn-concurso  to wk-lc-concurso(wk-idx-lc)
                   move gn-player-id to wk-lc-player-id(wk-idx-lc)
                   move gn-cota      to wk-lc-cota(wk-idx-lc)
                   move gn-acertos   to wk-lc-acertos(wk-idx-lc)
                   move gn-valor     to wk-lc-valor(wk-idx-lc)
                   move gn-valor-bruto to wk-lc-bruto(wk-idx-lc)
                   move gn-valor-ir  to wk-lc-ir(wk-idx-lc)
               end-if
           end-if

           .
       registrar-lancamento-corrigir-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Abre o livro de ganhos (extend) e o cadastro de jogadores para a
      *> precificacao; sem os dois (ou com a tabela de pares lotada, que
      *> impediria a garantia de nao creditar em dobro, ou sem linha
      *> vigente na tabela de imposto), a conferencia sai normalmente mas
      *> sem lancar valor nenhum.
      *>------------------------------------------------------------------------
       abrir-livro-ganhos section.

           move "N" to wk-precifica
           accept wk-data-hoje from date yyyymmdd
           perform carregar-imposto-vigente

           if wk-lan-transbordou = "S"
           or wk-ir-achou <> "S" then
               if wk-lan-transbordou = "S" then
                   display "Aviso: mais de 2000 pares ja lancados no livro - "
                           "precificacao desligada nesta rodada para nao "
                           "arriscar credito em dobro."
               else
                   display "Aviso: tabela de imposto (data/IMPOSTO.txt) sem "
                           "linha vigente em " wk-data-hoje " - premio nao e "
                           "creditado sem a retencao; conferencia sai sem "
                           "precificacao."
               end-if
               move 8 to return-code
           else
               open extend ganhos-ledger
                           close ganhos-ledger
                           close premios
                       else
                           open extend mov-conta
                           if wk-fs-mov-conta <> "00" then
                               open output mov-conta
                           end-if

                           if wk-fs-mov-conta <> "00" then
                               display "Aviso: movimentos da conta indisponiveis "
                                       "(status " wk-fs-mov-conta ") - conferencia "
                                       "sai sem precificacao."
                               close ganhos-ledger
                               close premios
                               close players
                           else
                               move "S" to wk-precifica
                           end-if
                       end-if
                   end-if
               end-if
       abrir-livro-ganhos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le a tabela de imposto de renda na fonte e guarda a linha de
      *> maior inicio de vigencia que nao passa da data da conferencia.
      *>------------------------------------------------------------------------
       carregar-imposto-vigente section.

           move "N"  to wk-ir-achou
           move zero to wk-ir-vigencia
           move zero to wk-ir-limite-isencao
           move zero to wk-ir-aliquota

           open input imposto
           if wk-fs-imposto = "00" then
               move "N" to wk-fim-imposto
               perform until wk-fim-imposto = "S"
                   read imposto
                       at end move "S" to wk-fim-imposto
                       not at end
                           if ir-vigencia is numeric
                           and ir-limite-isencao is numeric
                           and ir-aliquota is numeric
                           and ir-vigencia <= wk-data-hoje
                           and (wk-ir-achou = "N"
                                or ir-vigencia > wk-ir-vigencia) then
                               move ir-vigencia       to wk-ir-vigencia
                               move ir-limite-isencao to wk-ir-limite-isencao
                               move ir-aliquota       to wk-ir-aliquota
                               move "S"               to wk-ir-achou
                           end-if
                   end-read
               end-perform
               close imposto
           end-if

           .
       carregar-imposto-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imposto na fonte sobre o bruto do lancamento em montagem (o
      *> premio, ou a parte do participante no bolao): acima do limite de
      *> isencao, aliquota sobre o valor inteiro; ate o limite, nada. O
      *> liquido e o que vai ao saldo.
      *>------------------------------------------------------------------------
       calcular-imposto section.

           if wk-lanc-bruto > wk-ir-limite-isencao then
               compute wk-lanc-ir rounded =
                       wk-lanc-bruto * wk-ir-aliquota / 100
           else
               move zero to wk-lanc-ir
           end-if
           compute wk-lanc-valor = wk-lanc-bruto - wk-lanc-ir

           .
       calcular-imposto-exit.
           exit.

       fechar-livro-ganhos section.

           if wk-precifica = "S" then
               close ganhos-ledger
               close premios
               close players
               close mov-conta
           end-if

           .

      *>------------------------------------------------------------------------
      *> Precifica o acerto premiado corrente (aposta x concurso apontado
      *> por wk-idx-res): soma o valor das faixas na tabela de premios e
      *> lanca no livro de ganhos - um lancamento por participante, com o
      *> valor rateado pela cota, quando a aposta e de bolao. Par ja
      *> lancado em rodada anterior e pulado.
                       add 1 to wk-total-sem-tabela
                       move zero to wk-valor-faixa
                   not invalid key
                       perform somar-faixas-premiadas
               end-read

               if wk-valor-faixa > zero then
       precificar-aposta-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aposta x concurso com correcao pendente: reprecifica com a versao
      *> nova do resultado e da tabela e acerta cada lancamento ja gravado
      *> para o par. Par que nunca foi lancado e agora e premiado recebe o
      *> lancamento normal, marcado como relancamento corrigido.
      *>------------------------------------------------------------------------
       reprecificar-aposta-concurso section.

           move wk-res-concurso(wk-idx-res) to wk-lanc-concurso
           move wk-acertos                  to wk-lanc-acertos

           move zero to wk-valor-faixa
           if wk-acertos >= wk-premio-minimo then
               move jh-modo-qtd      to pm-modo-qtd
               move jh-modo-max      to pm-modo-max
               move wk-lanc-concurso to pm-concurso
               read premios key is pm-chave
                   invalid key
                       add 1 to wk-total-sem-tabela
                   not invalid key
                       perform somar-faixas-premiadas
               end-read
           end-if

           move "N" to wk-lc-achou-par
           perform varying wk-idx-lc from 1 by 1
                   until wk-idx-lc > wk-lc-qtd
               if wk-lc-apostador(wk-idx-lc) = jh-player-id
               and wk-lc-data-jogo(wk-idx-lc) = jh-data-hora
               and wk-lc-modo-qtd(wk-idx-lc) = jh-modo-qtd
               and wk-lc-modo-max(wk-idx-lc) = jh-modo-max
               and wk-lc-concurso(wk-idx-lc) = wk-lanc-concurso then
                   move "S" to wk-lc-achou-par
                   perform acertar-lancamento-corrigido
               end-if
           end-perform

           if wk-lc-achou-par = "N"
           and wk-valor-faixa > zero then
               move "C" to wk-lanc-tipo
               perform lancar-ganho-da-aposta
               move "P" to wk-lanc-tipo
               perform marcar-par-lancado
           end-if

           .
       reprecificar-aposta-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um participante do par ja lancado (wk-idx-lc): o valor devido pela
      *> versao nova usa a mesma cota do lancamento original. Se nao bate
      *> com o bruto lancado, estorna o lancado inteiro (bruto, imposto e
      *> liquido) e relanca o devido, com o imposto da tabela vigente.
      *>------------------------------------------------------------------------
       acertar-lancamento-corrigido section.

           compute wk-valor-devido rounded =
                   wk-valor-faixa * wk-lc-cota(wk-idx-lc) / 100

           if wk-valor-devido <> wk-lc-bruto(wk-idx-lc) then
               move wk-lc-player-id(wk-idx-lc) to wk-lanc-player-id
               move wk-lc-cota(wk-idx-lc)      to wk-lanc-cota

               if wk-lc-bruto(wk-idx-lc) <> zero
               or wk-lc-valor(wk-idx-lc) <> zero then
                   move "E" to wk-lanc-tipo
                   move wk-lc-acertos(wk-idx-lc) to wk-lanc-acertos
                   compute wk-lanc-bruto = zero - wk-lc-bruto(wk-idx-lc)
                   compute wk-lanc-ir    = zero - wk-lc-ir(wk-idx-lc)
                   compute wk-lanc-valor = zero - wk-lc-valor(wk-idx-lc)
                   perform gravar-lancamento
               end-if

               move zero to wk-lanc-bruto
               move zero to wk-lanc-ir
               move zero to wk-lanc-valor
               if wk-valor-devido > zero then
                   move "C" to wk-lanc-tipo
                   move wk-acertos      to wk-lanc-acertos
                   move wk-valor-devido to wk-lanc-bruto
                   perform calcular-imposto
                   perform gravar-lancamento
               end-if

               move wk-lanc-bruto   to wk-lc-bruto(wk-idx-lc)
               move wk-lanc-ir      to wk-lc-ir(wk-idx-lc)
               move wk-lanc-valor   to wk-lc-valor(wk-idx-lc)
               move wk-acertos      to wk-lc-acertos(wk-idx-lc)
               move wk-acertos      to wk-lanc-acertos
               move "P"             to wk-lanc-tipo
           end-if

           .
       acertar-lancamento-corrigido-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lanca o valor da faixa: aposta individual rende um lancamento
      *> unico (cota 100%); aposta de bolao rende um lancamento por
      *> participante com o valor rateado pela cota do cadastro GRUPOS. O
      *> imposto na fonte e calculado sobre a parte de cada um.
      *>------------------------------------------------------------------------
       lancar-ganho-da-aposta section.

           if jh-grupo-id = spaces then
               move jh-player-id   to wk-lanc-player-id
               move 100            to wk-lanc-cota
               move wk-valor-faixa to wk-lanc-bruto
               perform calcular-imposto
               perform gravar-lancamento
           else
               move "N" to wk-grupo-achou
                           move gr-mem-player-id(wk-gr-sub)
                             to wk-lanc-player-id
                           move gr-mem-cota(wk-gr-sub) to wk-lanc-cota
                           compute wk-lanc-bruto rounded =
                                   wk-valor-faixa
                                   * gr-mem-cota(wk-gr-sub) / 100
                           perform calcular-imposto
                           perform gravar-lancamento
                       end-if
                   end-perform
                           "premio lancado inteiro para " jh-player-id "."
                   move jh-player-id   to wk-lanc-player-id
                   move 100            to wk-lanc-cota
                   move wk-valor-faixa to wk-lanc-bruto
                   perform calcular-imposto
                   perform gravar-lancamento
               end-if
           end-if
      *>------------------------------------------------------------------------
      *> Um lancamento no livro de ganhos + o credito no saldo do jogador
      *> que recebe (criado no cadastro se ainda nao existir - um
      *> participante de bolao pode nunca ter jogado sozinho) + o
      *> movimento de credito de premio na conta corrente. O livro leva
      *> bruto, imposto e liquido; saldo e conta corrente, so o liquido.
      *>------------------------------------------------------------------------
       gravar-lancamento section.

           move wk-lanc-cota      to gn-cota
           move wk-lanc-valor     to gn-valor
           move wk-data-hoje      to gn-data-conferencia
           move wk-lanc-tipo      to gn-tipo
           move wk-lanc-bruto     to gn-valor-bruto
           move wk-lanc-ir        to gn-valor-ir
           write gn-registro

           add 1             to wk-total-lancamentos
           add wk-lanc-valor to wk-total-valor
           add wk-lanc-bruto to wk-total-bruto
           add wk-lanc-ir    to wk-total-ir
           evaluate wk-lanc-tipo
               when "E"  add 1 to wk-total-estornos
               when "C"  add 1 to wk-total-relancados
               when other continue
           end-evaluate

           move wk-lanc-player-id to pl-player-id
           read players key is pl-player-id
                   rewrite pl-registro
           end-read

           initialize mc-registro
           move pl-player-id      to mc-player-id
           accept mc-data from date yyyymmdd
           accept mc-hora from time
           move "P"               to mc-tipo
           move wk-lanc-valor     to mc-valor
           move pl-saldo          to mc-saldo
           move "LOTCONFER"       to mc-origem
           move jh-player-id      to mc-apostador
           move jh-grupo-id       to mc-grupo-id
           move jh-modo-qtd       to mc-modo-qtd
           move jh-modo-max       to mc-modo-max
           move wk-lanc-concurso  to mc-concurso
           evaluate wk-lanc-tipo
               when "E"
                   move "E" to mc-tipo
                   move "ESTORNO - CORRECAO DO CONCURSO" to mc-referencia
               when "C"
                   move "PREMIO RELANCADO POR CORRECAO" to mc-referencia
               when other
                   if wk-lanc-ir <> zero then
                       move "PREMIO CONFERIDO - LIQ. DE IR" to mc-referencia
                   else
                       move "PREMIO DE APOSTA CONFERIDA" to mc-referencia
                   end-if
           end-evaluate
           write mc-registro

           if wk-lanc-tipo <> "P" then
               perform anotar-ajuste-saldo
           end-if

           move wk-lanc-valor to wk-ed-valor
           evaluate wk-lanc-tipo
               when "E"
                   display "  ESTORNADO: " wk-lanc-player-id
                           " concurso " wk-lanc-concurso
                           " " wk-lanc-acertos " acerto(s)"
                           " cota " wk-lanc-cota "% valor " wk-ed-valor
               when "C"
                   display "  RELANCADO: " wk-lanc-player-id
                           " concurso " wk-lanc-concurso
                           " " wk-lanc-acertos " acerto(s)"
                           " cota " wk-lanc-cota "% valor " wk-ed-valor
               when other
                   display "  LANCADO: " wk-lanc-player-id
                           " concurso " wk-lanc-concurso
                           " " wk-lanc-acertos " acerto(s)"
                           " cota " wk-lanc-cota "% valor " wk-ed-valor
           end-evaluate
           if wk-lanc-ir <> zero then
               move wk-lanc-bruto to wk-ed-valor
               display "             bruto " wk-ed-valor
               move wk-lanc-ir    to wk-ed-valor
               display "             imposto retido na fonte " wk-ed-valor
           end-if

           .
       gravar-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Saldo movido por correcao: guarda o saldo antes da primeira
      *> movimentacao do jogador nesta rodada, o ajuste acumulado e o
      *> saldo depois, para o relatorio de correcoes.
      *>------------------------------------------------------------------------
       anotar-ajuste-saldo section.

           move "N" to wk-aj-achou
           perform varying wk-idx-aj from 1 by 1
                   until wk-idx-aj > wk-aj-qtd
                      or wk-aj-achou = "S"
               if wk-aj-player-id(wk-idx-aj) = pl-player-id then
                   move "S" to wk-aj-achou
               end-if
           end-perform

           if wk-aj-achou = "S" then
               subtract 1 from wk-idx-aj
           else
               if wk-aj-qtd >= 200 then
                   move "S" to wk-aj-transbordou
               else
                   add 1 to wk-aj-qtd
                   set wk-idx-aj to wk-aj-qtd
                   move pl-player-id to wk-aj-player-id(wk-idx-aj)
                   compute wk-aj-saldo-antes(wk-idx-aj) =
                           pl-saldo - wk-lanc-valor
                   move zero to wk-aj-valor(wk-idx-aj)
                   move "S"  to wk-aj-achou
               end-if
           end-if

           if wk-aj-achou = "S" then
               add wk-lanc-valor to wk-aj-valor(wk-idx-aj)
               move pl-saldo     to wk-aj-saldo-depois(wk-idx-aj)
           end-if

           .
       anotar-ajuste-saldo-exit.
           exit.

       marcar-par-lancado section.

           if wk-lan-qtd >= 2000 then
           close ganhos-ledger
           close premios
           close players
           close mov-conta

           .
       fechar-livro-ganhos-tardio-exit.
           move spaces to wk-aposta-fmt
           move 1 to wk-ptr-ap
           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > wk-qtd-aposta
               move jh-aposta-num(wk-idx-1) to wk-num-ed
               string wk-num-ed delimited by size
                      " " delimited by size
                   " (modo " jh-modo-qtd " de " jh-modo-max
                   ", jogada em " jh-data-hora(1:8) "):"
           display "  " wk-aposta-fmt
           if wk-qtd-aposta > jh-modo-qtd then
               display "  Desdobramento de " wk-qtd-aposta " numeros."
           end-if
           if wk-val-concurso-ini > zero then
               if wk-val-qtd-concursos > 1 then
                   display "  Valida nos concursos " wk-val-concurso-ini
                           " a " wk-val-concurso-fim
                           " (teimosinha de " wk-val-qtd-concursos ")."
               else
                   display "  Valida no concurso " wk-val-concurso-ini "."
               end-if
           end-if

           if wk-val-faltam > zero then
               display "  PENDENTE: " wk-val-faltam " concurso(s) ainda sem "
                       "resultado importado."
           end-if

           if wk-concursos-conferidos = zero then
               display "  Nenhum concurso real importado para esta aposta."
           else
               display "  Concursos reais conferidos: " wk-concursos-conferidos
               perform varying wk-idx-faixa from 1 by 1
                       add wk-faixa-conta(wk-idx-faixa) to wk-total-premiados
                   end-if
               end-perform
               if wk-qtd-aposta > jh-modo-qtd then
                   perform varying wk-idx-faixa from 1 by 1
                           until wk-idx-faixa > jh-modo-qtd + 1
                       if wk-idx-faixa > wk-premio-minimo
                       and wk-faixa-comb(wk-idx-faixa) > zero then
                           subtract 1 from wk-idx-faixa giving wk-acertos
                           display "    combinacoes com " wk-acertos
                                   " acerto(s): " wk-faixa-comb(wk-idx-faixa)
                       end-if
                   end-perform
               end-if
           end-if

           if jh-grupo-id <> spaces then
           display "Apostas conferidas ..............: " wk-total-apostas
           display "Comparacoes aposta x concurso ...: " wk-total-comparacoes
           display "Resultados em faixa premiada ....: " wk-total-premiados
           display "Apostas com concurso pendente ...: " wk-total-pendentes
           display "Lancamentos no livro de ganhos ..: " wk-total-lancamentos
           move wk-total-bruto to wk-ed-valor-total
           display "Valor bruto lancado .............: " wk-ed-valor-total
           move wk-total-ir to wk-ed-valor-total
           display "Imposto de renda retido .........: " wk-ed-valor-total
           move wk-total-valor to wk-ed-valor-total
           display "Valor liquido lancado ...........: " wk-ed-valor-total
           if wk-total-sem-tabela > zero then
               display "Acertos sem tabela de premio ....: " wk-total-sem-tabela
                       " (rode LOTPREMIMP e reconfira)"
       imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fim de rodada com as correcoes aplicadas por inteiro: marca as
      *> pendentes como aplicadas. Se a precificacao caiu ou alguma tabela
      *> lotou, ficam pendentes e a proxima rodada lanca o que faltar.
      *>------------------------------------------------------------------------
       marcar-correcoes-aplicadas section.

           if wk-precifica <> "S"
           or wk-corrige <> "S" then
               display "Aviso: correcoes oficiais nao aplicadas por inteiro "
                       "nesta rodada - continuam pendentes."
               move 8 to return-code
           else
               open i-o correcoes
               if wk-fs-correcoes <> "00" then
                   display "Aviso: nao foi possivel marcar as correcoes "
                           "aplicadas (status " wk-fs-correcoes ")."
                   move 8 to return-code
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read correcoes
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if cr-situacao = "P" then
                                   move "A"          to cr-situacao
                                   move wk-data-hoje to cr-data-aplicacao
                                   rewrite cr-registro
                                   add 1 to wk-cor-aplicadas
                               end-if
                       end-read
                   end-perform
                   close correcoes
               end-if
           end-if

           .
       marcar-correcoes-aplicadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Relatorio de correcoes: todo jogador cujo saldo mudou por estorno
      *> ou relancamento nesta rodada, com o saldo antes e depois.
      *>------------------------------------------------------------------------
       imprimir-relatorio-correcoes section.

           display " "
           display "=========================================================="
           display "  RELATORIO DE CORRECOES OFICIAIS                         "
           display "=========================================================="
           display "Concursos com correcao pendente .: " wk-cor-qtd
           display "Correcoes marcadas aplicadas ....: " wk-cor-aplicadas
           display "Lancamentos estornados ..........: " wk-total-estornos
           display "Lancamentos relancados ..........: " wk-total-relancados

           if wk-aj-qtd = zero then
               display "Nenhum saldo de jogador alterado pelas correcoes."
           else
               display " "
               display "JOGADOR           SALDO ANTES             AJUSTE"
                       "       SALDO DEPOIS"
               perform varying wk-idx-aj from 1 by 1
                       until wk-idx-aj > wk-aj-qtd
                   move wk-aj-saldo-antes(wk-idx-aj)  to wk-ed-aj-antes
                   move wk-aj-valor(wk-idx-aj)        to wk-ed-aj-valor
                   move wk-aj-saldo-depois(wk-idx-aj) to wk-ed-aj-depois
                   display wk-aj-player-id(wk-idx-aj) " "
                           wk-ed-aj-antes " " wk-ed-aj-valor " "
                           wk-ed-aj-depois
               end-perform
           end-if

           if wk-aj-transbordou = "S" then
               display "Aviso: mais de 200 jogadores com saldo alterado - "
                       "so os 200 primeiros estao listados; os saldos de "
                       "todos foram acertados."
           end-if
           display "=========================================================="

           .
       imprimir-relatorio-correcoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Relatorio de apostas pendentes: os bilhetes ainda em aberto -
      *> apostas registradas para concurso (ou teimosinha) que ainda nao
      *> tem resultado importado em RESULTADOS, com os concursos que
      *> faltam.
      *>------------------------------------------------------------------------
       imprimir-relatorio-pendentes section.

           display " "
           display "=========================================================="
           display "  RELATORIO DE APOSTAS PENDENTES                          "
           display "=========================================================="
           display "JOGADOR    GRUPO      JOGO EM   MODO  CONCURSOS"
                   "         FALTAM"
           perform varying wk-idx-pen from 1 by 1
                   until wk-idx-pen > wk-pen-qtd
               display wk-pen-player-id(wk-idx-pen) " "
                       wk-pen-grupo-id(wk-idx-pen) " "
                       wk-pen-data-jogo(wk-idx-pen)(1:8) " "
                       wk-pen-modo-qtd(wk-idx-pen) "/"
                       wk-pen-modo-max(wk-idx-pen) " "
                       wk-pen-concurso-ini(wk-idx-pen) " a "
                       wk-pen-concurso-fim(wk-idx-pen) "    "
                       wk-pen-faltam(wk-idx-pen)
           end-perform

           if wk-pen-transbordou = "S" then
               display "Aviso: mais de 2000 apostas pendentes - so as 2000 "
                       "primeiras estao listadas."
           end-if
           display "Apostas pendentes ...............: " wk-total-pendentes
           display "=========================================================="

           .
       imprimir-relatorio-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> JORNAL DE RODADAS EM LOTE
      *> Um registro de inicio ao comecar e um de fim (com os contadores
