      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTSURPR".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Surpresinha - sugestao de apostas a partir das estatisticas dos
      *> resultados oficiais.
      *>
      *> Para cada modalidade, levanta em RESULTADOS a frequencia de cada
      *> numero, o atraso (concursos desde a ultima vez que saiu) e os
      *> pares que mais sairam juntos, e imprime o quadro de estatisticas.
      *>
      *> Em seguida percorre o cadastro de assinaturas (ASSINATURAS.txt,
      *> leiaute em ASSINAT.cpy) e, para cada assinatura ativa, grava na
      *> fila de apostas (FILA-APOSTAS) as apostas sugeridas da semana,
      *> pela estrategia escolhida pelo jogador:
      *>   "Q" quentes     - sorteio ponderado pela frequencia do numero
      *>   "F" frios       - sorteio ponderado pelo atraso do numero
      *>   "E" equilibrada - metade pares, metade impares
      *>   "A" aleatoria   - todos os numeros com a mesma chance
      *> As linhas vao para a fila sem concurso (vale o proximo) e sem
      *> teimosinha; a cobranca e a validacao da conta sao as da propria
      *> fila (LOTFILA). A semana vai de segunda a domingo: o que ja foi
      *> gerado na semana fica em ASSINATURAS-CTRL, entao o lote pode rodar
      *> todo dia (ou ser reexecutado) sem gerar aposta a mais - so gera o
      *> que falta para completar as apostas semanais da assinatura.
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select resultados            assign to "data/RESULTADOS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is rs-chave
                                        file status is wk-fs-resultados.

           select assinaturas           assign to "data/ASSINATURAS.txt"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-assinaturas.

           select assinaturas-ctrl      assign to "data/ASSINATURAS-CTRL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-ctrl.

           select fila-apostas          assign to "data/FILA-APOSTAS.dat"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-fila.

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

       fd  resultados
           label records are standard
           record contains 48 characters.
       copy "RESULT.cpy".

       fd  assinaturas
           label records are standard
           record contains 17 characters.
       copy "ASSINAT.cpy".

                                                                         *>um registro por geracao de apostas de uma assinatura
       fd  assinaturas-ctrl
           label records are standard
           record contains 36 characters.
       01  ac-registro.
           05 ac-player-id                         pic x(10).
           05 ac-modo                              pic x(01).
           05 ac-estrategia                        pic x(01).
                                                       *>semanas corridas desde 01/01/1601 (uma segunda-feira)
           05 ac-semana                            pic 9(06).
           05 ac-data                              pic 9(08).
           05 ac-hora                              pic 9(08).
           05 ac-apostas                           pic 9(02).

       fd  fila-apostas
           label records are standard
           record contains 79 characters.
       01  fa-linha.
           05 fa-player-id                         pic x(10).
           05 fa-modo                              pic x(01).
           05 fa-numero                            pic x(02) occurs 15 times.
           05 fa-grupo-id                          pic x(10).
           05 fa-numero-extra                      pic x(02) occurs 5 times.
           05 fa-concurso                          pic x(06).
           05 fa-qtd-concursos                     pic x(02).
           05 fa-agente                            pic x(10).

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
           05 wk-fs-resultados                     pic x(02) value "00".
           05 wk-fs-assinaturas                    pic x(02) value "00".
           05 wk-fs-ctrl                           pic x(02) value "00".
           05 wk-fs-fila                           pic x(02) value "00".
           05 wk-fs-players                        pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

                                                                         *>as tres modalidades, na ordem do codigo de modo da fila
       01 wk-modalidades.
           05 wk-mod-tab                           occurs 3 times.
               10 wk-mod-qtd                       pic 9(02).
               10 wk-mod-max                       pic 9(02).
       77  wk-m                                    pic 9(01).

                                                                         *>estatisticas de RESULTADOS por modalidade e numero -
                                                                         *>frequencia e ultimo concurso em que o numero saiu
       01 wk-estatisticas.
           05 wk-est-modo                          occurs 3 times.
               10 wk-est-concursos                 pic 9(06).
               10 wk-est-ultimo                    pic 9(06).
               10 wk-est-num                       occurs 60 times.
                   15 wk-est-freq                  pic 9(05).
                   15 wk-est-visto                 pic 9(06).

                                                                         *>vezes que cada par de numeros saiu junto (so a metade
                                                                         *>de cima da tabela e usada: linha menor que coluna) e os
                                                                         *>dez pares mais frequentes da modalidade
       01 wk-pares.
           05 wk-par-lin                           occurs 60 times.
               10 wk-par-qtd                       pic 9(05) occurs 60 times.
       01 wk-top-pares.
           05 wk-top-qtd                           pic 9(02) value zero.
           05 wk-top-tab                           occurs 10 times.
               10 wk-top-a                         pic 9(02).
               10 wk-top-b                         pic 9(02).
               10 wk-top-vezes                     pic 9(05).
       77  wk-top-pos                              pic 9(02).
       77  wk-top-fim                              pic x(01).
       77  wk-par-a                                pic 9(02).
       77  wk-par-b                                pic 9(02).
       77  wk-idx-1                                pic 9(02).
       77  wk-idx-2                                pic 9(02).

                                                                         *>montagem da sugestao: peso de cada numero pela
                                                                         *>estrategia, numeros ja escolhidos e contagem de pares
                                                                         *>e impares (estrategia equilibrada)
       01 wk-sugestao.
           05 wk-estrategia                        pic x(01).
           05 wk-qtd-numeros                       pic 9(02).
           05 wk-max-numero                        pic 9(02).
           05 wk-qtd-aposta                        pic 9(02).
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
       77  wk-sug-sub                              pic 9(02).
       77  wk-sug-n                                pic 9(02).
       77  wk-sug-aux                              pic 9(02).
       77  wk-sug-troca                            pic x(01).

       01 wk-aleatorio.
           05 wk-semente                           pic 9(08).
           05 wk-randnum                           pic 9v9(09).
       77  wk-semente-inicializada                 pic x(01) value "N".

                                                                         *>assinatura corrente
       01 wk-assinatura.
           05 wk-assin-linha                       pic 9(05) value zero.
           05 wk-assin-ok                          pic x(01).
           05 wk-assin-msg                         pic x(40).
           05 wk-qtd-semana                        pic 9(02).
           05 wk-qtd-faltam                        pic 9(02).
           05 wk-qtd-geradas                       pic 9(02).

                                                                         *>apostas ja geradas na semana corrente, por assinatura
                                                                         *>(jogador + modo + estrategia), lidas de ASSINATURAS-CTRL
       01 wk-controle-semana.
           05 wk-cs-qtd                            pic 9(03) value zero.
           05 wk-cs-tab                            occurs 999 times.
               10 wk-cs-player-id                  pic x(10).
               10 wk-cs-modo                       pic x(01).
               10 wk-cs-estrategia                 pic x(01).
               10 wk-cs-apostas                    pic 9(03).
       77  wk-cs-sub                               pic 9(03).
       77  wk-cs-achou                             pic 9(03).

                                                                         *>ocupacao da fila - a situacao das entradas (FILA-STATUS)
                                                                         *>so acompanha as primeiras 999 linhas
       77  wk-fila-qtd                             pic 9(05) value zero.

       01 wk-datas.
           05 wk-data-hoje                         pic 9(08) value zero.
           05 wk-hora-agora                        pic 9(08) value zero.
           05 wk-semana                            pic 9(06) value zero.

       01 wk-totalizadores.
           05 wk-total-lidas                       pic 9(06) value zero.
           05 wk-total-suspensas                   pic 9(06) value zero.
           05 wk-total-invalidas                   pic 9(06) value zero.
           05 wk-total-completas                   pic 9(06) value zero.
           05 wk-total-apostas                     pic 9(06) value zero.

       01 wk-relatorio.
           05 wk-rel-linha                         pic x(78).
           05 wk-ed-num                            pic z9.
           05 wk-ed-num-b                          pic z9.
           05 wk-ed-freq                           pic zz.zz9.
           05 wk-ed-atraso                         pic zzz.zz9.
           05 wk-ed-concursos                      pic zzz.zz9.
       77  wk-atraso                               pic 9(06).

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
           display "  DESAFIO LOTERIA - SURPRESINHA (SUGESTAO DE APOSTAS)     "
           display "=========================================================="

           accept wk-data-hoje from date yyyymmdd
           accept wk-hora-agora from time
           compute wk-semana =
                   (function integer-of-date(wk-data-hoje) - 1) / 7

           move 06 to wk-mod-qtd(1)
           move 60 to wk-mod-max(1)
           move 15 to wk-mod-qtd(2)
           move 25 to wk-mod-max(2)
           move 15 to wk-mod-qtd(3)
           move 60 to wk-mod-max(3)

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform varying wk-m from 1 by 1
                   until wk-m > 3
               perform carregar-estatisticas
               perform imprimir-estatisticas
           end-perform

           perform processar-assinaturas
           perform imprimir-resumo

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Estatisticas da modalidade wk-m: percorre os concursos da
      *> modalidade em RESULTADOS contando a frequencia de cada numero, o
      *> ultimo concurso em que saiu e os pares sorteados juntos.
      *>------------------------------------------------------------------------
       carregar-estatisticas section.

           initialize wk-est-modo(wk-m)
           initialize wk-pares
           initialize wk-top-pares

           open input resultados
           if wk-fs-resultados <> "00" then
               display "Aviso: resultados oficiais indisponiveis (status "
                       wk-fs-resultados ") - sugestoes sem estatistica."
               move 8 to return-code
           else
               move wk-mod-qtd(wk-m) to rs-modo-qtd
               move wk-mod-max(wk-m) to rs-modo-max
               move zero             to rs-concurso
               start resultados key >= rs-chave
                   invalid key move "10" to wk-fs-resultados
               end-start
               perform until wk-fs-resultados <> "00"
                   read resultados next record
                       at end move "10" to wk-fs-resultados
                       not at end
                           if rs-modo-qtd = wk-mod-qtd(wk-m)
                           and rs-modo-max = wk-mod-max(wk-m) then
                               perform acumular-concurso
                           else
                               move "10" to wk-fs-resultados
                           end-if
                   end-read
               end-perform
               close resultados
           end-if

           perform varying wk-par-a from 1 by 1
                   until wk-par-a >= wk-mod-max(wk-m)
               compute wk-par-b = wk-par-a + 1
               perform varying wk-par-b from wk-par-b by 1
                       until wk-par-b > wk-mod-max(wk-m)
                   if wk-par-qtd(wk-par-a, wk-par-b) > zero then
                       perform classificar-par
                   end-if
               end-perform
           end-perform

           .
       carregar-estatisticas-exit.
           exit.

       acumular-concurso section.

           add 1 to wk-est-concursos(wk-m)
           move rs-concurso to wk-est-ultimo(wk-m)

           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > wk-mod-qtd(wk-m)
               move rs-numero(wk-idx-1) to wk-par-a
               if wk-par-a > zero
               and wk-par-a <= wk-mod-max(wk-m) then
                   add 1 to wk-est-freq(wk-m, wk-par-a)
                   move rs-concurso to wk-est-visto(wk-m, wk-par-a)

                   compute wk-idx-2 = wk-idx-1 + 1
                   perform varying wk-idx-2 from wk-idx-2 by 1
                           until wk-idx-2 > wk-mod-qtd(wk-m)
                       move rs-numero(wk-idx-2) to wk-par-b
                       if wk-par-b > zero
                       and wk-par-b <= wk-mod-max(wk-m)
                       and wk-par-b <> wk-par-a then
                           if wk-par-a < wk-par-b then
                               add 1 to wk-par-qtd(wk-par-a, wk-par-b)
                           else
                               add 1 to wk-par-qtd(wk-par-b, wk-par-a)
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform

           .
       acumular-concurso-exit.
           exit.

                                                       *>insere o par wk-par-a/wk-par-b entre os dez mais
                                                       *>frequentes, mantidos em ordem decrescente de vezes
       classificar-par section.

           if wk-top-qtd < 10
           or wk-par-qtd(wk-par-a, wk-par-b) > wk-top-vezes(10) then
               if wk-top-qtd < 10 then
                   add 1 to wk-top-qtd
               end-if
               move wk-top-qtd to wk-top-pos
               move "N"        to wk-top-fim
               perform until wk-top-pos = 1
                          or wk-top-fim = "S"
                   if wk-top-vezes(wk-top-pos - 1) >=
                      wk-par-qtd(wk-par-a, wk-par-b) then
                       move "S" to wk-top-fim
                   else
                       move wk-top-tab(wk-top-pos - 1) to wk-top-tab(wk-top-pos)
                       subtract 1 from wk-top-pos
                   end-if
               end-perform
               move wk-par-a                       to wk-top-a(wk-top-pos)
               move wk-par-b                       to wk-top-b(wk-top-pos)
               move wk-par-qtd(wk-par-a, wk-par-b) to wk-top-vezes(wk-top-pos)
           end-if

           .
       classificar-par-exit.
           exit.

       imprimir-estatisticas section.

           move wk-mod-qtd(wk-m)          to wk-ed-num
           move wk-mod-max(wk-m)          to wk-ed-num-b
           move wk-est-concursos(wk-m)    to wk-ed-concursos

           display " "
           display "----------------------------------------------------------"
           display "Modalidade " wk-ed-num " de " wk-ed-num-b
                   " - concursos apurados: " wk-ed-concursos
                   " (ultimo " wk-est-ultimo(wk-m) ")"
           display "----------------------------------------------------------"
           display "Num  Frequencia  Atraso"

           perform varying wk-sug-n from 1 by 1
                   until wk-sug-n > wk-mod-max(wk-m)
               compute wk-atraso = wk-est-ultimo(wk-m)
                                 - wk-est-visto(wk-m, wk-sug-n)
               move wk-sug-n                       to wk-ed-num
               move wk-est-freq(wk-m, wk-sug-n)    to wk-ed-freq
               move wk-atraso                      to wk-ed-atraso
               display " " wk-ed-num "      " wk-ed-freq "  " wk-ed-atraso
           end-perform

           display " "
           display "Pares que mais sairam juntos:"
           if wk-top-qtd = zero then
               display "  (nenhum concurso apurado)"
           end-if
           perform varying wk-top-pos from 1 by 1
                   until wk-top-pos > wk-top-qtd
               move wk-top-a(wk-top-pos)     to wk-ed-num
               move wk-top-b(wk-top-pos)     to wk-ed-num-b
               move wk-top-vezes(wk-top-pos) to wk-ed-freq
               display "  " wk-ed-num " e " wk-ed-num-b " - " wk-ed-freq " vezes"
           end-perform

           .
       imprimir-estatisticas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Geracao semanal das assinaturas - cada assinatura ativa e valida
      *> recebe na fila as apostas que ainda faltam na semana corrente.
      *>------------------------------------------------------------------------
       processar-assinaturas section.

           open input assinaturas
           if wk-fs-assinaturas <> "00" then
               display " "
               display "Nenhum cadastro de assinaturas (ASSINATURAS.txt) - "
                       "nenhuma aposta gerada."
           else
               perform carregar-controle-semana
               perform contar-fila

               open input players
               open extend fila-apostas
               if wk-fs-fila <> "00" then
                   open output fila-apostas
               end-if
               open extend assinaturas-ctrl
               if wk-fs-ctrl <> "00" then
                   open output assinaturas-ctrl
               end-if

               if wk-fs-players <> "00"
               or wk-fs-fila <> "00"
               or wk-fs-ctrl <> "00" then
                   display "Aviso: cadastro de jogadores (status "
                           wk-fs-players "), fila (status " wk-fs-fila
                           ") ou controle das assinaturas (status "
                           wk-fs-ctrl ") indisponivel - nenhuma aposta gerada."
                   move 8 to return-code
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read assinaturas
                           at end move "S" to wk-fim-arquivo
                           not at end perform tratar-assinatura
                       end-read
                   end-perform
               end-if

               close players
               close fila-apostas
               close assinaturas-ctrl
               close assinaturas
           end-if

           .
       processar-assinaturas-exit.
           exit.

       carregar-controle-semana section.

           move zero to wk-cs-qtd

           open input assinaturas-ctrl
           if wk-fs-ctrl = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read assinaturas-ctrl
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if ac-semana = wk-semana then
                               perform somar-controle-semana
                           end-if
                   end-read
               end-perform
               close assinaturas-ctrl
           end-if

           .
       carregar-controle-semana-exit.
           exit.

                                                       *>soma as apostas de ac-registro na entrada da assinatura
       somar-controle-semana section.

           move zero to wk-cs-achou
           perform varying wk-cs-sub from 1 by 1
                   until wk-cs-sub > wk-cs-qtd
                      or wk-cs-achou > zero
               if wk-cs-player-id(wk-cs-sub)  = ac-player-id
               and wk-cs-modo(wk-cs-sub)      = ac-modo
               and wk-cs-estrategia(wk-cs-sub) = ac-estrategia then
                   move wk-cs-sub to wk-cs-achou
               end-if
           end-perform

           if wk-cs-achou = zero
           and wk-cs-qtd < 999 then
               add 1 to wk-cs-qtd
               move wk-cs-qtd     to wk-cs-achou
               move ac-player-id  to wk-cs-player-id(wk-cs-achou)
               move ac-modo       to wk-cs-modo(wk-cs-achou)
               move ac-estrategia to wk-cs-estrategia(wk-cs-achou)
               move zero          to wk-cs-apostas(wk-cs-achou)
           end-if

           if wk-cs-achou > zero then
               add ac-apostas to wk-cs-apostas(wk-cs-achou)
           end-if

           .
       somar-controle-semana-exit.
           exit.

       contar-fila section.

           move zero to wk-fila-qtd
           open input fila-apostas
           if wk-fs-fila = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read fila-apostas
                       at end move "S" to wk-fim-arquivo
                       not at end add 1 to wk-fila-qtd
                   end-read
               end-perform
               close fila-apostas
           end-if

           .
       contar-fila-exit.
           exit.

       tratar-assinatura section.

           add 1 to wk-assin-linha
           add 1 to wk-total-lidas

           if as-situacao = "S" then
               add 1 to wk-total-suspensas
           else
               perform validar-assinatura
               if wk-assin-ok = "N" then
                   add 1 to wk-total-invalidas
                   display "Aviso: assinatura da linha " wk-assin-linha
                           " (" as-player-id ") ignorada - " wk-assin-msg
                   move 8 to return-code
               else
                   perform gerar-apostas-assinatura
               end-if
           end-if

           .
       tratar-assinatura-exit.
           exit.

       validar-assinatura section.

           move "S"    to wk-assin-ok
           move spaces to wk-assin-msg

           evaluate as-modo
               when "1" move 1 to wk-m
               when "2" move 2 to wk-m
               when "3" move 3 to wk-m
               when other
                   move "N" to wk-assin-ok
                   move "modo de jogo invalido" to wk-assin-msg
           end-evaluate

           if wk-assin-ok = "S" then
               move wk-mod-qtd(wk-m) to wk-qtd-numeros
               move wk-mod-max(wk-m) to wk-max-numero
               evaluate true
                   when as-player-id = spaces
                     or as-player-id = "ANONIMO"
                       move "N" to wk-assin-ok
                       move "jogador nao informado" to wk-assin-msg
                   when as-estrategia <> "Q" and <> "F" and <> "E" and <> "A"
                       move "N" to wk-assin-ok
                       move "estrategia invalida" to wk-assin-msg
                   when as-qtd-apostas is not numeric
                       move "N" to wk-assin-ok
                       move "apostas por semana invalida" to wk-assin-msg
                   when as-qtd-apostas = "00"
                       move "N" to wk-assin-ok
                       move "apostas por semana invalida" to wk-assin-msg
                   when as-qtd-numeros = spaces
                       move wk-qtd-numeros to wk-qtd-aposta
                   when as-qtd-numeros is not numeric
                       move "N" to wk-assin-ok
                       move "numeros por aposta invalido" to wk-assin-msg
                   when other
                       move as-qtd-numeros to wk-qtd-aposta
                       if wk-qtd-aposta < wk-qtd-numeros
                       or wk-qtd-aposta > 20 then
                           move "N" to wk-assin-ok
                           move "numeros por aposta invalido" to wk-assin-msg
                       end-if
               end-evaluate
           end-if

           if wk-assin-ok = "S" then
               move as-player-id to pl-player-id
               read players key is pl-player-id
                   invalid key
                       move "N" to wk-assin-ok
                       move "jogador nao cadastrado" to wk-assin-msg
                   not invalid key
                       if pl-situacao = "B" then
                           move "N" to wk-assin-ok
                           move "conta do jogador bloqueada" to wk-assin-msg
                       end-if
               end-read
           end-if

           .
       validar-assinatura-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gera as apostas que faltam na semana para a assinatura corrente e
      *> registra em ASSINATURAS-CTRL quantas foram geradas.
      *>------------------------------------------------------------------------
       gerar-apostas-assinatura section.

           move as-qtd-apostas to wk-qtd-semana
           move as-player-id   to ac-player-id
           move as-modo        to ac-modo
           move as-estrategia  to ac-estrategia
           move zero           to ac-apostas
           perform somar-controle-semana

           if wk-cs-achou > zero
           and wk-cs-apostas(wk-cs-achou) >= wk-qtd-semana then
               move zero to wk-qtd-faltam
           else
               if wk-cs-achou > zero then
                   compute wk-qtd-faltam =
                           wk-qtd-semana - wk-cs-apostas(wk-cs-achou)
               else
                   move wk-qtd-semana to wk-qtd-faltam
               end-if
           end-if

           move as-estrategia to wk-estrategia
           move zero to wk-qtd-geradas
           perform until wk-qtd-geradas >= wk-qtd-faltam
                      or wk-fila-qtd >= 999
               perform gerar-sugestao
               perform gravar-aposta-fila
               add 1 to wk-qtd-geradas
           end-perform

           if wk-qtd-geradas < wk-qtd-faltam then
               compute wk-qtd-semana = wk-qtd-faltam - wk-qtd-geradas
               display "Aviso: fila de apostas cheia - assinatura de "
                       as-player-id " ficou sem " wk-qtd-semana
                       " aposta(s); o restante sai na proxima rodada."
               move 8 to return-code
           else
               add 1 to wk-total-completas
           end-if

           if wk-qtd-geradas > zero then
               move as-player-id   to ac-player-id
               move as-modo        to ac-modo
               move as-estrategia  to ac-estrategia
               move wk-semana      to ac-semana
               move wk-data-hoje   to ac-data
               move wk-hora-agora  to ac-hora
               move wk-qtd-geradas to ac-apostas
               write ac-registro
               if wk-cs-achou > zero then
                   add wk-qtd-geradas to wk-cs-apostas(wk-cs-achou)
               end-if
           end-if

           .
       gerar-apostas-assinatura-exit.
           exit.

       gravar-aposta-fila section.

           move spaces       to fa-linha
           move as-player-id to fa-player-id
           move as-modo      to fa-modo
           perform varying wk-sug-sub from 1 by 1
                   until wk-sug-sub > wk-qtd-aposta
               if wk-sug-sub <= 15 then
                   move wk-sug-tab(wk-sug-sub) to fa-numero(wk-sug-sub)
               else
                   move wk-sug-tab(wk-sug-sub)
                     to fa-numero-extra(wk-sug-sub - 15)
               end-if
           end-perform
           write fa-linha

           add 1 to wk-fila-qtd
           add 1 to wk-total-apostas

           .
       gravar-aposta-fila-exit.
           exit.

      *>------------------------------------------------------------------------
      *> SUGESTAO DE NUMEROS
      *> Escolhe wk-qtd-aposta numeros de 1 a wk-max-numero, um de cada
      *> vez, por sorteio ponderado: cada numero ainda nao escolhido tem
      *> chance proporcional ao seu peso na estrategia - frequencia + 1
      *> (quentes), atraso + 1 (frios) ou 1 (equilibrada e aleatoria; na
      *> equilibrada, o numero da paridade que ja completou a sua metade
      *> sai do sorteio). Sem concurso apurado todos pesam o mesmo. A
      *> sugestao sai em ordem crescente.
      *>------------------------------------------------------------------------
       gerar-sugestao section.

           perform varying wk-sug-n from 1 by 1
                   until wk-sug-n > wk-max-numero
               move "N" to wk-sug-escolhido(wk-sug-n)
               evaluate wk-estrategia
                   when "Q"
                       compute wk-sug-peso(wk-sug-n) =
                               wk-est-freq(wk-m, wk-sug-n) + 1
                   when "F"
                       compute wk-sug-peso(wk-sug-n) =
                               wk-est-ultimo(wk-m)
                             - wk-est-visto(wk-m, wk-sug-n) + 1
                   when other
                       move 1 to wk-sug-peso(wk-sug-n)
               end-evaluate
           end-perform

           compute wk-sug-max-par   = wk-qtd-aposta / 2
           compute wk-sug-max-impar = wk-qtd-aposta - wk-sug-max-par
           move zero to wk-sug-pares
           move zero to wk-sug-impares

           perform varying wk-sug-sub from 1 by 1
                   until wk-sug-sub > wk-qtd-aposta
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

           perform obter-proximo-aleatorio
           compute wk-sug-alvo = wk-randnum * wk-sug-total

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
                       until wk-sug-sub >= wk-qtd-aposta
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

                                                       *>semente tirada do relogio uma vez por rodada; dai em
                                                       *>diante a mesma sequencia de function random()
       obter-proximo-aleatorio section.

           if wk-semente-inicializada = "N" then
               accept wk-semente from time
               compute wk-randnum = function random(wk-semente)
               move "S" to wk-semente-inicializada
           else
               compute wk-randnum = function random()
           end-if

           .
       obter-proximo-aleatorio-exit.
           exit.

       imprimir-resumo section.

           display " "
           display "=========================================================="
           display "Assinaturas lidas ...............: " wk-total-lidas
           display "Assinaturas suspensas ...........: " wk-total-suspensas
           display "Assinaturas invalidas ...........: " wk-total-invalidas
           display "Assinaturas completas na semana .: " wk-total-completas
           display "Apostas sugeridas gravadas ......: " wk-total-apostas
           display "=========================================================="

           .
       imprimir-resumo-exit.
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

           move wk-total-lidas     to wk-jor-lidos
           move wk-total-apostas   to wk-jor-gravados
           move wk-total-invalidas to wk-jor-rejeitados
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
               move "LOTSURPR"        to rj-programa
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
