      *> os jogos do ID absorvido - nunca soma contadores às cegas. O
      *> histórico indexado por jogador + data/hora permite fazer os dois
      *> passos posicionados pela chave, sem ler o arquivo inteiro.
      *> O saldo da conta corrente do absorvido passa ao sobrevivente com
      *> um par de movimentos de transferencia em MOV-CONTA; jogador com
      *> saldo na conta nao pode ser excluido (saque no caixa antes).
      *> Toda alteracao gravada (correcao, exclusao, fusao, bloqueio e
      *> desbloqueio, troca/zeragem do PIN) deixa um registro na trilha de
      *> auditoria (AUDITORIA) com o operador, a data/hora, a acao e as
      *> imagens do registro antes e depois - o operador se identifica no
      *> menu (sugerido pela variavel LOTERIA_OPERADOR) e sem ele so a
      *> listagem e a consulta ficam liberadas. Relatorio: LOTAUDREL.
      *> A consulta e a correcao mostram tambem o contato do jogador
      *> (telefone, e-mail e a recusa dos avisos) usado pelo arquivo de
      *> avisos ao jogador (LOTNOTIF); na fusao o sobrevivente fica com o
      *> proprio contato e, se nao tinha registro, com o do absorvido.
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
                                        lock mode is automatic
                                        file status is wk-fs-jogos-hist.

           select mov-conta             assign to "data/MOV-CONTA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-mov-conta.

           select auditoria             assign to "data/AUDITORIA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-auditoria.

       i-O-control.

      *>Declaração de variáveis

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  mov-conta
           label records are standard
           record contains 125 characters.
       copy "MOVCONTA.cpy".

       fd  auditoria
           label records are standard
           record contains 458 characters.
       copy "AUDITORIA.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       01 wk-status-arquivos.
           05 wk-fs-players                        pic x(02) value "00".
           05 wk-fs-jogos-hist                     pic x(02) value "00".
           05 wk-fs-mov-conta                      pic x(02) value "00".
           05 wk-fs-auditoria                      pic x(02) value "00".

                                                                         *>menu principal da manutenção
       01 wk-tela-menu.
           05 wk-opcao                             pic 9(01) value zero.
           05 wk-sair-menu                         pic x(01).
           05 wk-msg-manut                         pic x(60) value spaces.
           05 wk-operador                          pic x(10) value spaces.

                                                                         *>alteracao a registrar na trilha de auditoria - imagens
                                                                         *>do registro de PLAYERS antes e depois (o PIN e
                                                                         *>mascarado antes da gravacao)
       01 wk-auditoria.
           05 wk-aud-acao                          pic x(01) value space.
           05 wk-aud-chave                         pic x(10) value spaces.
           05 wk-aud-chave-rel                     pic x(10) value spaces.
           05 wk-aud-antes                         pic x(200) value spaces.
           05 wk-aud-depois                        pic x(200) value spaces.
           05 wk-aud-antes-origem                  pic x(200) value spaces.
           05 wk-aud-antes-destino                 pic x(200) value spaces.

                                                                         *>busca de um jogador pelo ID
       01 wk-tela-busca.
           05 wk-det-tentativas                    pic 9(07) value zero.
           05 wk-det-tempo                         pic 9(08) value zero.
           05 wk-det-jogos                         pic 9(05) value zero.
           05 wk-det-telefone                      pic x(15) value spaces.
           05 wk-det-email                         pic x(50) value spaces.
           05 wk-det-sem-avisos                    pic x(01) value space.
           05 wk-det-confirma                      pic x(01).
           05 wk-sair-detalhe                      pic x(01).

                                                                         *>saldos de premios dos dois registros - na fusao o
                                                                         *>sobrevivente fica com a soma (dinheiro nunca se perde
                                                                         *>nem se recalcula do historico)
           05 wk-ant-origem-saldo                  pic s9(11)v99 value zero.
           05 wk-ant-destino-saldo                 pic s9(11)v99 value zero.
                                                                         *>tabelas por modo antigas dos dois registros (imagem
                                                                         *>de pl-modos), para a mesma reserva
           05 wk-ant-origem-modos                  pic x(72) value spaces.
           05 wk-ant-destino-modos                 pic x(72) value spaces.
                                                                         *>contato do absorvido - vai para o sobrevivente
                                                                         *>criado na fusao (quem ja existia fica com o seu)
           05 wk-ant-origem-contato                pic x(66) value spaces.

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 03 col 01 value "                    Operador: [          ]                                       ".
           05 line 04 col 01 value "                    ****************************************                     ".
           05 line 05 col 01 value "                    ****************************************                     ".
           05 line 06 col 01 value "                    **   MANUTENCAO CADASTRO DE JOGADORES **                     ".
           05 line 16 col 01 value "                    ****************************************                     ".

           05 sc-sair-menu               line 01  col 71 pic x(01)               using wk-sair-menu foreground-color 12.
           05 sc-operador-menu           line 03  col 32 pic x(10)               using wk-operador foreground-color 12.
           05 sc-opcao-menu              line 14  col 51 pic 9(01)               using wk-opcao foreground-color 12.
           05 sc-msg-menu                line 18  col 12 pic x(60)               from wk-msg-manut foreground-color 12.

           05 line 11 col 01 value "                    **  Qtde. de jogos ...: [     ]       **                     ".
           05 line 13 col 01 value "                    ****************************************                     ".
           05 line 14 col 01 value "                    ****************************************                     ".
           05 line 17 col 01 value "        Telefone: [               ]   Sem avisos (S/N): [ ]                      ".
           05 line 18 col 01 value "        E-mail .: [                                                  ]           ".

           05 sc-sair-detalhe            line 01  col 71 pic x(01)               using wk-sair-detalhe foreground-color 12.
           05 sc-det-id                  line 08  col 45 pic x(10)               from wk-det-player-id foreground-color 14.
           05 sc-det-tent                line 09  col 45 pic 9(07)               from wk-det-tentativas foreground-color 14.
           05 sc-det-tempo               line 10  col 45 pic 9(08)               from wk-det-tempo foreground-color 14.
           05 sc-det-jogos               line 11  col 45 pic 9(05)               from wk-det-jogos foreground-color 14.
           05 sc-det-telefone            line 17  col 20 pic x(15)               from wk-det-telefone foreground-color 14.
           05 sc-det-sem-avisos          line 17  col 58 pic x(01)               from wk-det-sem-avisos foreground-color 14.
           05 sc-det-email               line 18  col 20 pic x(50)               from wk-det-email foreground-color 14.

       01  tela-correcao-jog.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
           05 line 13 col 01 value "                    **  Marque p/ gravar a correcao: [ ]  **                     ".
           05 line 14 col 01 value "                    ****************************************                     ".
           05 line 15 col 01 value "                    ****************************************                     ".
           05 line 17 col 01 value "        Telefone: [               ]   Sem avisos (S/N): [ ]                      ".
           05 line 18 col 01 value "        E-mail .: [                                                  ]           ".

           05 sc-sair-correcao           line 01  col 71 pic x(01)               using wk-sair-detalhe foreground-color 12.
           05 sc-cor-id                  line 08  col 45 pic x(10)               from wk-det-player-id foreground-color 14.
           05 sc-cor-tent                line 09  col 45 pic 9(07)               using wk-det-tentativas foreground-color 12.
           05 sc-cor-tempo               line 10  col 45 pic 9(08)               using wk-det-tempo foreground-color 12.
           05 sc-cor-jogos               line 11  col 45 pic 9(05)               using wk-det-jogos foreground-color 12.
           05 sc-cor-telefone            line 17  col 20 pic x(15)               using wk-det-telefone foreground-color 12.
           05 sc-cor-sem-avisos          line 17  col 58 pic x(01)               using wk-det-sem-avisos foreground-color 12.
           05 sc-cor-email               line 18  col 20 pic x(50)               using wk-det-email foreground-color 12.
           05 sc-cor-confirma            line 13  col 54 pic x(01)               using wk-det-confirma foreground-color 12.

       01  tela-exclusao-jog.
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
                           perform listar-jogadores
                       when wk-opcao = 2
                           perform consultar-jogador
                       when wk-opcao >= 3 and wk-opcao <= 6
                        and wk-operador = spaces
                           move "Informe o operador antes de alterar o cadastro."
                             to wk-msg-manut
                       when wk-opcao = 3
                           perform corrigir-jogador
                       when wk-opcao = 4
                           perform excluir-jogador
                       when wk-opcao = 5
                           perform fundir-jogadores
                       when wk-opcao = 6
                           perform situacao-pin-jogador
                       when other
                           move "Opcao invalida - digite de 1 a 6."
                                   move "Jogador nao encontrado para regravar."
                                     to wk-msg-manut
                               not invalid key
                                   move pl-registro       to wk-aud-antes
                                   move wk-det-tentativas to pl-melhor-tentativas
                                   move wk-det-tempo      to pl-melhor-tempo
                                   move wk-det-jogos      to pl-qtd-jogos
                                   move wk-det-telefone   to pl-telefone
                                   move wk-det-email      to pl-email
                                   if wk-det-sem-avisos = "S"
                                   or wk-det-sem-avisos = "s" then
                                       move "S" to pl-sem-avisos
                                   else
                                       move "N" to pl-sem-avisos
                                   end-if
                                   rewrite pl-registro
                                   move "Correcao gravada." to wk-msg-manut
                                   if wk-fs-players = "00" then
                                       move "C"          to wk-aud-acao
                                       move pl-player-id to wk-aud-chave
                                       move spaces       to wk-aud-chave-rel
                                       move pl-registro  to wk-aud-depois
                                       perform gravar-auditoria
                                   end-if
                           end-read
                           close players
                       else
                                   move "Jogador nao encontrado para excluir."
                                     to wk-msg-manut
                               not invalid key
                                                       *>dinheiro na conta nunca some com o cadastro - o
                                                       *>saldo sai pelo caixa (LOTCAIXA) antes da exclusao,
                                                       *>e saldo devedor (estorno de premio) e acertado antes
                                   if pl-saldo <> zero then
                                       move "Jogador com saldo na conta - saque no caixa antes."
                                         to wk-msg-manut
                                   else
                                       move pl-registro to wk-aud-antes
                                       delete players record
                                       move "Jogador excluido do cadastro."
                                         to wk-msg-manut
                                       if wk-fs-players = "00" then
                                           move "E"          to wk-aud-acao
                                           move pl-player-id to wk-aud-chave
                                           move spaces       to wk-aud-chave-rel
                                           move spaces       to wk-aud-depois
                                           perform gravar-auditoria
                                       end-if
                                   end-if
                           end-read
                           close players
                       else
                       move "Jogador nao encontrado para regravar."
                         to wk-msg-manut
                   not invalid key
                       move pl-registro     to wk-aud-antes
                       move wk-sit-situacao to pl-situacao
                                                       *>zerar forca o jogador a definir PIN novo no proximo
                                                       *>sign-on; PIN informado troca na hora; 0000 sem a
                       rewrite pl-registro
                       move "Situacao/PIN gravados no cadastro."
                         to wk-msg-manut
                       if wk-fs-players = "00" then
                           perform auditar-situacao-pin
                       end-if
               end-read
               close players
           end-if
       gravar-situacao-pin-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Uma gravacao da tela de situacao/PIN pode trazer duas acoes - a
      *> troca da situacao (bloqueio ou desbloqueio) e a do PIN (zerado ou
      *> trocado) - e cada uma vai para a trilha no seu proprio registro.
      *> Regravacao sem mudanca de situacao nem de PIN nao gera registro.
      *>------------------------------------------------------------------------
       auditar-situacao-pin section.

           move pl-player-id to wk-aud-chave
           move spaces       to wk-aud-chave-rel
           move pl-registro  to wk-aud-depois

           if wk-aud-antes(120:1) <> pl-situacao then
               if pl-situacao = "B" then
                   move "B" to wk-aud-acao
               else
                   move "D" to wk-aud-acao
               end-if
               perform gravar-auditoria
           end-if

           if wk-sit-zerar = "X"
           or wk-sit-zerar = "x"
           or wk-sit-pin-novo <> zero then
               move "P" to wk-aud-acao
               perform gravar-auditoria
           end-if

           .
       auditar-situacao-pin-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pede o ID do jogador nas operações de consulta/correção/exclusão.
      *>------------------------------------------------------------------------
                       move pl-melhor-tentativas to wk-det-tentativas
                       move pl-melhor-tempo      to wk-det-tempo
                       move pl-qtd-jogos         to wk-det-jogos
                       move pl-telefone          to wk-det-telefone
                       move pl-email             to wk-det-email
                       move pl-sem-avisos        to wk-det-sem-avisos
                       move pl-situacao          to wk-sit-situacao
               end-read
               close players
           move "N"  to wk-ant-destino-achou
           move zero to wk-ant-origem-saldo
           move zero to wk-ant-destino-saldo
           move spaces to wk-ant-origem-contato
           move spaces to wk-aud-antes-origem
           move spaces to wk-aud-antes-destino

           open i-o players
           if wk-fs-players <> "00" then
                       move pl-qtd-jogos         to wk-ant-origem-jogos
                       move pl-modos             to wk-ant-origem-modos
                       move pl-saldo             to wk-ant-origem-saldo
                       move pl-contato           to wk-ant-origem-contato
                       move pl-registro          to wk-aud-antes-origem
                       delete players record
               end-read

                       move pl-qtd-jogos         to wk-ant-destino-jogos
                       move pl-modos             to wk-ant-destino-modos
                       move pl-saldo             to wk-ant-destino-saldo
                       move pl-registro          to wk-aud-antes-destino
               end-read

                                                       *>historico vazio ou indisponivel - combina as marcas
                   if wk-ant-destino-achou = "S" then
                       rewrite pl-registro
                   else
                       move wk-ant-origem-contato to pl-contato
                       write pl-registro
                   end-if
                   if wk-ant-origem-saldo <> zero then
                       perform gravar-mov-transferencia
                   end-if
                   move "Fusao concluida - marcas recalculadas do historico."
                     to wk-msg-manut
                   perform auditar-fusao
               end-if

               close players
       regravar-sobrevivente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fusao na trilha de auditoria: um registro para o absorvido (sai do
      *> cadastro) e um para o sobrevivente (regravado ou criado), cada um
      *> apontando o outro ID em au-chave-rel.
      *>------------------------------------------------------------------------
       auditar-fusao section.

           move "F" to wk-aud-acao

           if wk-ant-origem-achou = "S" then
               move wk-fusao-origem     to wk-aud-chave
               move wk-fusao-destino    to wk-aud-chave-rel
               move wk-aud-antes-origem to wk-aud-antes
               move spaces              to wk-aud-depois
               perform gravar-auditoria
           end-if

           move wk-fusao-destino     to wk-aud-chave
           move wk-fusao-origem      to wk-aud-chave-rel
           move wk-aud-antes-destino to wk-aud-antes
           move pl-registro          to wk-aud-depois
           perform gravar-auditoria

           .
       auditar-fusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Transferencia do saldo do absorvido na conta corrente: debito
      *> que zera a conta do ID antigo e credito no sobrevivente, com o
      *> saldo corrente de cada um apos o movimento.
      *>------------------------------------------------------------------------
       gravar-mov-transferencia section.

           open extend mov-conta
           if wk-fs-mov-conta <> "00" then
               open output mov-conta
           end-if

           if wk-fs-mov-conta <> "00" then
               display "Aviso: movimentos da conta indisponiveis (status "
                       wk-fs-mov-conta ") - transferencia de saldo da "
                       "fusao nao registrada."
           else
               initialize mc-registro
               move wk-fusao-origem   to mc-player-id
               accept mc-data from date yyyymmdd
               accept mc-hora from time
               move "T"               to mc-tipo
               compute mc-valor = zero - wk-ant-origem-saldo
               move zero              to mc-saldo
               move "LOTPLAYER"       to mc-origem
               string "FUSAO PARA " wk-fusao-destino
                      delimited by size
                      into mc-referencia
               end-string
               write mc-registro

               initialize mc-registro
               move wk-fusao-destino  to mc-player-id
               accept mc-data from date yyyymmdd
               accept mc-hora from time
               move "T"               to mc-tipo
               move wk-ant-origem-saldo to mc-valor
               move pl-saldo          to mc-saldo
               move "LOTPLAYER"       to mc-origem
               string "FUSAO DE " wk-fusao-origem
                      delimited by size
                      into mc-referencia
               end-string
               write mc-registro

               close mov-conta
           end-if

           .
       gravar-mov-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> TRILHA DE AUDITORIA
      *> Grava a alteracao preparada em wk-auditoria com o operador da
      *> sessao e a data/hora. O PIN e mascarado nas duas imagens - a
      *> trilha mostra que houve troca (acao "P"), nunca o PIN.
      *>------------------------------------------------------------------------
       gravar-auditoria section.

           if wk-aud-antes <> spaces then
               move "****" to wk-aud-antes(116:4)
           end-if
           if wk-aud-depois <> spaces then
               move "****" to wk-aud-depois(116:4)
           end-if

           open extend auditoria
           if wk-fs-auditoria <> "00" then
               open output auditoria
           end-if

           if wk-fs-auditoria = "00" then
               accept au-data from date yyyymmdd
               accept au-hora from time
               move wk-operador      to au-operador
               move "LOTPLAYER"      to au-programa
               move "P"              to au-cadastro
               move wk-aud-acao      to au-acao
               move wk-aud-chave     to au-chave
               move wk-aud-chave-rel to au-chave-rel
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
      *> Reserva para quando o recalculo nao encontrou nenhum jogo no
      *> histórico: combina as marcas antigas dos dois registros (menor
