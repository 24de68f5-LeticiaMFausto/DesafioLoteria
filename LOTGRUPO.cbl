      *> tem que fechar em 100%. E por este cadastro que o jogo de tela
      *> (TELASLOTERIA), a fila em lote (LOTFILA), o extrato (LOTEXTRATO)
      *> e a conferencia (LOTCONFER) reconhecem as apostas de bolao.
      *> Toda inclusao, correcao e exclusao gravada deixa um registro na
      *> trilha de auditoria (AUDITORIA) com o operador, a data/hora, a
      *> acao e as imagens do grupo antes e depois - o operador se
      *> identifica no menu (sugerido pela variavel LOTERIA_OPERADOR) e sem
      *> ele so a listagem e a consulta ficam liberadas. Relatorio:
      *> LOTAUDREL.
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
                                        record key is gr-grupo-id
                                        file status is wk-fs-grupos.

           select auditoria             assign to "data/AUDITORIA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-auditoria.

       i-O-control.

      *>Declaração de variáveis
           record contains 162 characters.
       copy "GRUPOS.cpy".

       fd  auditoria
           label records are standard
           record contains 458 characters.
       copy "AUDITORIA.cpy".

      *>----Variaveis de trabalho
       working-storage section.

                                                                         *>status dos arquivos
       01 wk-status-arquivos.
           05 wk-fs-grupos                         pic x(02) value "00".
           05 wk-fs-auditoria                      pic x(02) value "00".

                                                                         *>menu principal da manutencao
       01 wk-tela-menu.
           05 wk-opcao                             pic 9(01) value zero.
           05 wk-sair-menu                         pic x(01).
           05 wk-msg-manut                         pic x(60) value spaces.
           05 wk-operador                          pic x(10) value spaces.

                                                                         *>alteracao a registrar na trilha de auditoria - imagens
                                                                         *>do registro de GRUPOS antes e depois
       01 wk-auditoria.
           05 wk-aud-acao                          pic x(01) value space.
           05 wk-aud-antes                         pic x(200) value spaces.
           05 wk-aud-depois                        pic x(200) value spaces.

                                                                         *>busca de um grupo pelo ID
       01 wk-tela-busca.
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 03 col 01 value "                    Operador: [          ]                                       ".
           05 line 04 col 01 value "                    ****************************************                     ".
           05 line 05 col 01 value "                    ****************************************                     ".
           05 line 06 col 01 value "                    **   MANUTENCAO GRUPOS DE APOSTA      **                     ".
           05 line 15 col 01 value "                    ****************************************                     ".

           05 sc-sair-menu               line 01  col 71 pic x(01)               using wk-sair-menu foreground-color 12.
           05 sc-operador-menu           line 03  col 32 pic x(10)               using wk-operador foreground-color 12.
           05 sc-opcao-menu              line 13  col 51 pic 9(01)               using wk-opcao foreground-color 12.
           05 sc-msg-menu                line 17  col 12 pic x(60)               from wk-msg-manut foreground-color 12.

      *>------------------------------------------------------------------------
       inicializa section.

                                                       *>operador da sessao - sugerido pelo ambiente e
                                                       *>confirmado (ou trocado) no menu
           accept wk-operador from environment "LOTERIA_OPERADOR"

           .
       inicializa-exit.

               if wk-sair-menu <> "X"
               and wk-sair-menu <> "x" then
                   evaluate true
                       when wk-opcao = 1
                           perform listar-grupos
                       when wk-opcao = 2
                           perform consultar-grupo
                       when wk-opcao >= 3 and wk-opcao <= 4
                        and wk-operador = spaces
                           move "Informe o operador antes de alterar o cadastro."
                             to wk-msg-manut
                       when wk-opcao = 3
                           perform incluir-corrigir-grupo
                       when wk-opcao = 4
                           perform excluir-grupo
                       when other
                           move "Opcao invalida - digite de 1 a 4."

      *>------------------------------------------------------------------------
      *> Grava o grupo consistido: inclui quando o ID ainda nao existe,
      *> regrava quando ja existe - lido antes, para a imagem anterior da
      *> trilha de auditoria.
      *>------------------------------------------------------------------------
       gravar-grupo section.

               move "Nao foi possivel abrir o cadastro de grupos."
                 to wk-msg-manut
           else
               move "I"             to wk-aud-acao
               move spaces          to wk-aud-antes
               move wk-det-grupo-id to gr-grupo-id
               read grupos key is gr-grupo-id
                   invalid key
                       continue
                   not invalid key
                       move "C"         to wk-aud-acao
                       move gr-registro to wk-aud-antes
               end-read

               move wk-det-grupo-id    to gr-grupo-id
               move wk-det-nome        to gr-nome
               move wk-qtd-informados  to gr-qtd-membros
                     to gr-mem-cota(wk-mem-sub)
               end-perform

               if wk-aud-acao = "C" then
                   rewrite gr-registro
               else
                   write gr-registro
               end-if
               move "Grupo gravado no cadastro." to wk-msg-manut
               if wk-fs-grupos = "00" then
                   move gr-registro to wk-aud-depois
                   perform gravar-auditoria
               end-if
               close grupos
           end-if

           .
                                   move "Grupo nao encontrado para excluir."
                                     to wk-msg-manut
                               not invalid key
                                   move gr-registro to wk-aud-antes
                                   delete grupos record
                                   move "Grupo excluido do cadastro."
                                     to wk-msg-manut
                                   if wk-fs-grupos = "00" then
                                       move "E"    to wk-aud-acao
                                       move spaces to wk-aud-depois
                                       perform gravar-auditoria
                                   end-if
                           end-read
                           close grupos
                       else
       excluir-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> TRILHA DE AUDITORIA
      *> Grava a alteracao preparada em wk-auditoria com o operador da
      *> sessao e a data/hora.
      *>------------------------------------------------------------------------
       gravar-auditoria section.

           open extend auditoria
           if wk-fs-auditoria <> "00" then
               open output auditoria
           end-if

           if wk-fs-auditoria = "00" then
               accept au-data from date yyyymmdd
               accept au-hora from time
               move wk-operador      to au-operador
               move "LOTGRUPO"       to au-programa
               move "G"              to au-cadastro
               move wk-aud-acao      to au-acao
               move wk-det-grupo-id  to au-chave
               move spaces           to au-chave-rel
               move wk-aud-antes     to au-imagem-antes
               move wk-aud-depois    to au-imagem-depois
               write au-registro
               close auditoria
           else
               move "Alteracao gravada, mas a trilha de auditoria falhou."
                 to wk-msg-manut
           end-if

           .
       gravar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pede o ID do grupo nas operacoes de consulta/inclusao/exclusao.
      *>------------------------------------------------------------------------
