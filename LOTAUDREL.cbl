      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTAUDREL".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Relatorio da trilha de auditoria da manutencao dos cadastros
      *> mestres (AUDITORIA, gravada por LOTPLAYER e LOTGRUPO): cada
      *> alteracao do periodo pedido com a data/hora, o operador, a acao e
      *> os campos do registro antes e depois - e o que se mostra quando
      *> um rateio de bolao ou um saldo e contestado.
      *>
      *> Filtro por jogador: alteracoes do cadastro do jogador (inclusive
      *> a fusao em que ele foi o outro ID) e dos grupos em que ele aparece
      *> como participante antes ou depois da alteracao. Filtro por grupo:
      *> alteracoes daquele grupo.
      *>
      *> Parâmetros por variáveis de ambiente (todos opcionais):
      *>   LOTERIA_AUDREL_DATA_INI - data inicial aaaammdd
      *>   LOTERIA_AUDREL_DATA_FIM - data final   aaaammdd
      *>   LOTERIA_AUDREL_JOGADOR  - ID do jogador
      *>   LOTERIA_AUDREL_GRUPO    - ID do grupo
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select auditoria             assign to "data/AUDITORIA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-auditoria.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-jornal.

       i-O-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       File Section.

       fd  auditoria
           label records are standard
           record contains 458 characters.
       copy "AUDITORIA.cpy".

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
           05 wk-fs-auditoria                      pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

                                                                         *>parametros recebidos do ambiente
       01 wk-parametros.
           05 wk-param-data-ini                    pic x(08) value spaces.
           05 wk-param-data-fim                    pic x(08) value spaces.
           05 wk-param-jogador                     pic x(10) value spaces.
           05 wk-param-grupo                       pic x(10) value spaces.
           05 wk-data-ini                          pic 9(08) value zero.
           05 wk-data-fim                          pic 9(08) value 99999999.

                                                                         *>imagens do registro de PLAYERS na trilha (PIN mascarado)
       01 wk-img-jog-antes.
           05 wk-ija-player-id                     pic x(10).
           05 wk-ija-melhor-tentativas             pic 9(07).
           05 wk-ija-melhor-tempo                  pic 9(08).
           05 wk-ija-qtd-jogos                     pic 9(05).
           05 wk-ija-modos                         pic x(72).
           05 wk-ija-saldo                         pic s9(11)v99.
           05 wk-ija-senha                         pic x(04).
           05 wk-ija-situacao                      pic x(01).
           05 wk-ija-telefone                      pic x(15).
           05 wk-ija-email                         pic x(50).
           05 wk-ija-sem-avisos                    pic x(01).
           05 filler                               pic x(14).
       01 wk-img-jog-depois.
           05 wk-ijd-player-id                     pic x(10).
           05 wk-ijd-melhor-tentativas             pic 9(07).
           05 wk-ijd-melhor-tempo                  pic 9(08).
           05 wk-ijd-qtd-jogos                     pic 9(05).
           05 wk-ijd-modos                         pic x(72).
           05 wk-ijd-saldo                         pic s9(11)v99.
           05 wk-ijd-senha                         pic x(04).
           05 wk-ijd-situacao                      pic x(01).
           05 wk-ijd-telefone                      pic x(15).
           05 wk-ijd-email                         pic x(50).
           05 wk-ijd-sem-avisos                    pic x(01).
           05 filler                               pic x(14).

                                                                         *>imagens do registro de GRUPOS na trilha
       01 wk-img-grp-antes.
           05 wk-iga-grupo-id                      pic x(10).
           05 wk-iga-nome                          pic x(20).
           05 wk-iga-qtd-membros                   pic 9(02).
           05 wk-iga-membro-tab                    occurs 10 times.
               10 wk-iga-mem-player-id             pic x(10).
               10 wk-iga-mem-cota                  pic 9(03).
           05 filler                               pic x(38).
       01 wk-img-grp-depois.
           05 wk-igd-grupo-id                      pic x(10).
           05 wk-igd-nome                          pic x(20).
           05 wk-igd-qtd-membros                   pic 9(02).
           05 wk-igd-membro-tab                    occurs 10 times.
               10 wk-igd-mem-player-id             pic x(10).
               10 wk-igd-mem-cota                  pic 9(03).
           05 filler                               pic x(38).
       77  wk-mem-sub                              pic 9(02).
       77  wk-tem-antes                            pic x(01) value "N".
       77  wk-tem-depois                           pic x(01) value "N".

                                                                         *>selecao do registro lido
       77  wk-seleciona                            pic x(01) value "N".
       77  wk-participa                            pic x(01) value "N".

       01 wk-totalizadores.
           05 wk-total-lidos                       pic 9(09) value zero.
           05 wk-total-listados                    pic 9(07) value zero.
           05 wk-total-jogadores                   pic 9(07) value zero.
           05 wk-total-grupos                      pic 9(07) value zero.

                                                                         *>linha do relatorio
       01 wk-linha-relatorio.
           05 wk-desc-acao                         pic x(13).
           05 wk-desc-cadastro                     pic x(07).
           05 wk-ed-data                           pic 9999/99/99.

                                                                         *>valores editados no formato local
       01 wk-edicao.
           05 wk-ed-saldo-antes                    pic -zz.zzz.zzz.zz9,99.
           05 wk-ed-saldo-depois                   pic -zz.zzz.zzz.zz9,99.

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
           display "  DESAFIO LOTERIA - TRILHA DE AUDITORIA DOS CADASTROS     "
           display "=========================================================="

           accept wk-param-data-ini from environment "LOTERIA_AUDREL_DATA_INI"
           accept wk-param-data-fim from environment "LOTERIA_AUDREL_DATA_FIM"
           accept wk-param-jogador  from environment "LOTERIA_AUDREL_JOGADOR"
           accept wk-param-grupo    from environment "LOTERIA_AUDREL_GRUPO"

           if wk-param-data-ini <> spaces then
               move function numval(wk-param-data-ini) to wk-data-ini
               display "Data inicial ....: " wk-param-data-ini
           end-if
           if wk-param-data-fim <> spaces then
               move function numval(wk-param-data-fim) to wk-data-fim
               display "Data final ......: " wk-param-data-fim
           end-if
           if wk-param-jogador <> spaces then
               display "Jogador .........: " wk-param-jogador
           end-if
           if wk-param-grupo <> spaces then
               display "Grupo ...........: " wk-param-grupo
           end-if

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           open input auditoria
           if wk-fs-auditoria <> "00" then
               display "Nenhuma alteracao de cadastro gravada ainda "
                       "(data/AUDITORIA.dat, status " wk-fs-auditoria ")."
           else
               perform ler-auditoria
               perform until wk-fim-arquivo-sim
                   perform selecionar-registro
                   if wk-seleciona = "S" then
                       perform imprimir-alteracao
                   end-if
                   perform ler-auditoria
               end-perform
               close auditoria

               perform imprimir-totais
           end-if

           .
       processamento-exit.
           exit.

       ler-auditoria section.

           read auditoria
               at end move "S" to wk-fim-arquivo
               not at end add 1 to wk-total-lidos
           end-read

           .
       ler-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Filtros pedidos: periodo, jogador (o proprio cadastro, a fusao em
      *> que foi o outro ID e os grupos de que participa antes ou depois)
      *> e grupo.
      *>------------------------------------------------------------------------
       selecionar-registro section.

           move "S" to wk-seleciona

           if au-data < wk-data-ini
           or au-data > wk-data-fim then
               move "N" to wk-seleciona
           end-if

           if wk-seleciona = "S"
           and wk-param-grupo <> spaces then
               if au-cadastro <> "G"
               or au-chave <> wk-param-grupo then
                   move "N" to wk-seleciona
               end-if
           end-if

           if wk-seleciona = "S"
           and wk-param-jogador <> spaces then
               if au-cadastro = "P" then
                   if au-chave <> wk-param-jogador
                   and au-chave-rel <> wk-param-jogador then
                       move "N" to wk-seleciona
                   end-if
               else
                   perform verificar-participacao
                   if wk-participa = "N" then
                       move "N" to wk-seleciona
                   end-if
               end-if
           end-if

           .
       selecionar-registro-exit.
           exit.

       verificar-participacao section.

           move "N" to wk-participa
           move au-imagem-antes  to wk-img-grp-antes
           move au-imagem-depois to wk-img-grp-depois

           perform varying wk-mem-sub from 1 by 1
                   until wk-mem-sub > 10
                      or wk-participa = "S"
               if wk-iga-mem-player-id(wk-mem-sub) = wk-param-jogador
               or wk-igd-mem-player-id(wk-mem-sub) = wk-param-jogador then
                   move "S" to wk-participa
               end-if
           end-perform

           .
       verificar-participacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Uma alteracao no relatorio: linha de identificacao e os campos do
      *> registro antes e depois.
      *>------------------------------------------------------------------------
       imprimir-alteracao section.

           add 1 to wk-total-listados

           evaluate au-acao
               when "I"  move "INCLUSAO"     to wk-desc-acao
               when "C"  move "CORRECAO"     to wk-desc-acao
               when "E"  move "EXCLUSAO"     to wk-desc-acao
               when "F"  move "FUSAO"        to wk-desc-acao
               when "B"  move "BLOQUEIO"     to wk-desc-acao
               when "D"  move "DESBLOQUEIO"  to wk-desc-acao
               when "P"  move "PIN"          to wk-desc-acao
               when other
                   move au-acao to wk-desc-acao
           end-evaluate

           if au-cadastro = "G" then
               move "GRUPO"   to wk-desc-cadastro
               add 1 to wk-total-grupos
           else
               move "JOGADOR" to wk-desc-cadastro
               add 1 to wk-total-jogadores
           end-if

           move "N" to wk-tem-antes
           move "N" to wk-tem-depois
           if au-imagem-antes <> spaces then
               move "S" to wk-tem-antes
           end-if
           if au-imagem-depois <> spaces then
               move "S" to wk-tem-depois
           end-if

           move au-data to wk-ed-data
           display " "
           display wk-ed-data " " au-hora(1:2) ":" au-hora(3:2) ":" au-hora(5:2)
                   "  " wk-desc-cadastro " " au-chave "  " wk-desc-acao
                   " operador " au-operador " (" au-programa ")"
           if au-chave-rel <> spaces then
               if wk-tem-depois = "S" then
                   display "      absorveu o ID " au-chave-rel
               else
                   display "      absorvido pelo ID " au-chave-rel
               end-if
           end-if

           if au-cadastro = "G" then
               perform imprimir-imagens-grupo
           else
               perform imprimir-imagens-jogador
           end-if

           .
       imprimir-alteracao-exit.
           exit.

       imprimir-imagens-jogador section.

           move au-imagem-antes  to wk-img-jog-antes
           move au-imagem-depois to wk-img-jog-depois

           if wk-tem-antes = "N" then
               move zero   to wk-ija-melhor-tentativas
               move zero   to wk-ija-melhor-tempo
               move zero   to wk-ija-qtd-jogos
               move zero   to wk-ija-saldo
               move spaces to wk-ija-situacao
               move spaces to wk-ija-telefone
               move spaces to wk-ija-email
               move spaces to wk-ija-sem-avisos
           end-if
           if wk-tem-depois = "N" then
               move zero   to wk-ijd-melhor-tentativas
               move zero   to wk-ijd-melhor-tempo
               move zero   to wk-ijd-qtd-jogos
               move zero   to wk-ijd-saldo
               move spaces to wk-ijd-situacao
               move spaces to wk-ijd-telefone
               move spaces to wk-ijd-email
               move spaces to wk-ijd-sem-avisos
           end-if

           display "      campo                      antes               depois"
           display "      melhor tentativas ...: " wk-ija-melhor-tentativas
                   "             " wk-ijd-melhor-tentativas
           display "      melhor tempo ........: " wk-ija-melhor-tempo
                   "            " wk-ijd-melhor-tempo
           display "      qtde. de jogos ......: " wk-ija-qtd-jogos
                   "               " wk-ijd-qtd-jogos
           move wk-ija-saldo to wk-ed-saldo-antes
           move wk-ijd-saldo to wk-ed-saldo-depois
           display "      saldo ...............: " wk-ed-saldo-antes
                   " " wk-ed-saldo-depois
           display "      situacao ............: " wk-ija-situacao
                   "                   " wk-ijd-situacao
           display "      telefone ............: " wk-ija-telefone
                   "     " wk-ijd-telefone
           display "      sem avisos ..........: " wk-ija-sem-avisos
                   "                   " wk-ijd-sem-avisos
           display "      e-mail (antes) ......: " wk-ija-email
           display "      e-mail (depois) .....: " wk-ijd-email
           if wk-ija-modos <> wk-ijd-modos
           and wk-tem-antes = "S"
           and wk-tem-depois = "S" then
               display "      marcas por modo alteradas"
           end-if

           .
       imprimir-imagens-jogador-exit.
           exit.

       imprimir-imagens-grupo section.

           move au-imagem-antes  to wk-img-grp-antes
           move au-imagem-depois to wk-img-grp-depois

           if wk-tem-antes = "N" then
               move zero to wk-iga-qtd-membros
               perform varying wk-mem-sub from 1 by 1
                       until wk-mem-sub > 10
                   move zero to wk-iga-mem-cota(wk-mem-sub)
               end-perform
           end-if
           if wk-tem-depois = "N" then
               move zero to wk-igd-qtd-membros
               perform varying wk-mem-sub from 1 by 1
                       until wk-mem-sub > 10
                   move zero to wk-igd-mem-cota(wk-mem-sub)
               end-perform
           end-if

           display "      nome ........: " wk-iga-nome " -> " wk-igd-nome
           display "      participantes: " wk-iga-qtd-membros
                   "                      -> " wk-igd-qtd-membros
           perform varying wk-mem-sub from 1 by 1
                   until wk-mem-sub > 10
               if wk-iga-mem-player-id(wk-mem-sub) <> spaces
               or wk-igd-mem-player-id(wk-mem-sub) <> spaces then
                   display "      " wk-mem-sub ") "
                           wk-iga-mem-player-id(wk-mem-sub) " "
                           wk-iga-mem-cota(wk-mem-sub) "%"
                           "                 -> "
                           wk-igd-mem-player-id(wk-mem-sub) " "
                           wk-igd-mem-cota(wk-mem-sub) "%"
               end-if
           end-perform

           .
       imprimir-imagens-grupo-exit.
           exit.

       imprimir-totais section.

           display " "
           display "=========================================================="
           display "Registros lidos da trilha .......: " wk-total-lidos
           display "Alteracoes listadas .............: " wk-total-listados
           display "  no cadastro de jogadores ......: " wk-total-jogadores
           display "  no cadastro de grupos .........: " wk-total-grupos
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

           move wk-total-lidos    to wk-jor-lidos
           move wk-total-listados to wk-jor-gravados
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
               move "LOTAUDREL"       to rj-programa
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
