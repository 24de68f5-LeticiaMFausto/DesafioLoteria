      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTNOTIF".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Arquivo diario de avisos ao jogador para o fornecedor de
      *> e-mail/SMS (leiaute em NOTIFIC.cpy). Roda no fim da cadeia da
      *> noite, depois da fila (LOTFILA), da conferencia (LOTCONFER) e do
      *> fechamento de temporada (LOTTEMPFE), e gera um aviso por:
      *>   - lancamento novo no livro de ganhos (GANHOS-LEDGER): premio,
      *>     estorno ou premio corrigido, com o concurso, os acertos, o
      *>     valor liquido e o saldo atual do jogador;
      *>   - entrada da fila (FILA-APOSTAS) concluida ("C") ou rejeitada
      *>     ("R") em FILA-STATUS;
      *>   - conta bloqueada na manutencao (LOTPLAYER) - registro "B" do
      *>     cadastro de jogadores na trilha de auditoria (AUDITORIA);
      *>   - posicao de podio gravada em CAMPEOES.
      *>
      *> Cada evento tratado vai para o historico de avisos (NOTIF-HIST)
      *> e nunca mais e avisado, mesmo rodando o lote de novo. Jogador sem
      *> cadastro, sem telefone nem e-mail ou que recusou os avisos
      *> (pl-sem-avisos "S") nao recebe nada - o evento fica no historico
      *> como suprimido e nao volta quando o contato for informado.
      *>
      *> Gravacao em duas fases: as chaves dos avisos do arquivo vao para
      *> NOTIF-PEND e so passam ao historico (e o arquivo ao controle
      *> NOTIF-CTRL) depois que o trailer foi gravado. Rodada interrompida
      *> antes do trailer nao deixa nada no historico e a proxima rodada
      *> regrava o arquivo com a mesma sequencia; interrompida depois do
      *> trailer, a proxima rodada completa o historico antes de comecar.
      *> NOTIF-PEND so e esvaziado com o arquivo registrado em NOTIF-CTRL;
      *> enquanto o registro nao for possivel, nenhum arquivo novo e gerado
      *> (a sequencia seria repetida).
      *>
      *> Parametro por variavel de ambiente:
      *>   LOTERIA_NOTIF_MODO - "INICIAL" na primeira rodada: marca como ja
      *>                        tratado tudo o que existe nos arquivos de
      *>                        origem, sem gerar arquivo (senao o primeiro
      *>                        arquivo avisaria o passado inteiro); em
      *>                        branco, rodada diaria
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select notificacoes          assign to dynamic wk-nome-arquivo
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-notif.

           select notif-hist            assign to "data/NOTIF-HIST.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is nh-chave
                                        file status is wk-fs-hist.

           select notif-ctrl            assign to "data/NOTIF-CTRL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-ctrl.

           select notif-pend            assign to "data/NOTIF-PEND.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-pend.

           select players               assign to "data/PLAYERS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is pl-player-id
                                        sharing with all other
                                        lock mode is automatic
                                        file status is wk-fs-players.

           select ganhos-ledger         assign to "data/GANHOS-LEDGER.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-ganhos.

           select fila-apostas          assign to "data/FILA-APOSTAS.dat"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-fila.

           select fila-status           assign to "data/FILA-STATUS.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-fila-st.

           select auditoria             assign to "data/AUDITORIA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-auditoria.

           select campeoes              assign to "data/CAMPEOES.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is cp-chave
                                        file status is wk-fs-campeoes.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-jornal.

       i-O-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       File Section.

       fd  notificacoes
           label records are standard
           record contains 220 characters.
       copy "NOTIFIC.cpy".

       fd  notif-hist
           label records are standard
           record contains 113 characters.
       copy "NOTIFHST.cpy".

       fd  notif-ctrl
           label records are standard
           record contains 91 characters.
       copy "NOTIFCTL.cpy".

                                                                         *>avisos do arquivo corrente, a passar para o historico:
                                                                         *>"D" um por evento (enviado ou suprimido), "T" o
                                                                         *>arquivo completo - sem o "T" nada passa
       fd  notif-pend
           label records are standard
           record contains 123 characters.
       01  np-registro.
           05 np-tipo                              pic x(01).
           05 np-chave                             pic x(80).
           05 np-player-id                         pic x(10).
           05 np-situacao                          pic x(01).
           05 np-sequencia                         pic 9(06).
           05 np-data                              pic 9(08).
           05 np-hora                              pic 9(08).
           05 np-qtd                               pic 9(09).
       01  np-trailer.
           05 filler                               pic x(01).
           05 np-tra-arquivo                       pic x(60).
           05 filler                               pic x(62).

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  ganhos-ledger
           label records are standard
           record contains 103 characters.
       copy "GANHOS.cpy".

       fd  fila-apostas
           label records are standard
           record contains 79 characters.
       01  fa-linha.
           05 fa-player-id                         pic x(10).
           05 fa-modo                              pic x(01).
           05 fa-resto                             pic x(68).

       fd  fila-status
           label records are standard
           record contains 22 characters.
       01  st-registro.
           05 st-seq                               pic 9(05).
           05 st-situacao                          pic x(01).
           05 st-resolucao.
               10 st-res-data                      pic 9(08).
               10 st-res-hora                      pic 9(08).

       fd  auditoria
           label records are standard
           record contains 458 characters.
       copy "AUDITORIA.cpy".

       fd  campeoes
           label records are standard
           record contains 52 characters.
       copy "CAMPEOES.cpy".

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
           05 wk-fs-notif                          pic x(02) value "00".
           05 wk-fs-hist                           pic x(02) value "00".
           05 wk-fs-ctrl                           pic x(02) value "00".
           05 wk-fs-pend                           pic x(02) value "00".
           05 wk-fs-players                        pic x(02) value "00".
           05 wk-fs-ganhos                         pic x(02) value "00".
           05 wk-fs-fila                           pic x(02) value "00".
           05 wk-fs-fila-st                        pic x(02) value "00".
           05 wk-fs-auditoria                      pic x(02) value "00".
           05 wk-fs-campeoes                       pic x(02) value "00".

       01 wk-nomes-arquivos.
           05 wk-nome-arquivo                      pic x(60) value spaces.

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

                                                                         *>"INICIAL" marca o passado como tratado, sem arquivo
       77  wk-param-modo                           pic x(10) value spaces.
       77  wk-carga-inicial                        pic x(01) value "N".
       77  wk-arquivo-aberto                       pic x(01) value "N".

       01 wk-datas.
           05 wk-data-hoje                         pic 9(08) value zero.
           05 wk-data-hoje-r redefines wk-data-hoje.
               10 wk-hoje-ano                      pic 9(04).
               10 wk-hoje-mes                      pic 9(02).
               10 wk-hoje-dia                      pic 9(02).
           05 wk-hora-agora                        pic 9(08) value zero.
           05 wk-data-evento                       pic 9(08) value zero.
           05 wk-data-evento-r redefines wk-data-evento.
               10 wk-evento-ano                    pic 9(04).
               10 wk-evento-mes                    pic 9(02).
               10 wk-evento-dia                    pic 9(02).

                                                                         *>arquivo corrente e a rodada interrompida, se houver
       01 wk-controle.
           05 wk-sequencia                         pic 9(06) value zero.
           05 wk-pend-completo                     pic x(01) value "N".
           05 wk-pend-sequencia                    pic 9(06) value zero.
           05 wk-pend-qtd                          pic 9(09) value zero.
           05 wk-pend-arquivo                      pic x(60) value spaces.
           05 wk-ctrl-gravado                      pic x(01) value "N".

                                                                         *>evento corrente - a chave do historico, o jogador e o
                                                                         *>tipo; a mensagem e montada com o registro de origem
       01 wk-evento.
           05 wk-ev-chave                          pic x(80) value spaces.
           05 wk-ev-chave-g redefines wk-ev-chave.
               10 wk-evg-tipo                      pic x(01).
               10 wk-evg-ordem                     pic 9(09).
               10 filler                           pic x(70).
           05 wk-ev-chave-f redefines wk-ev-chave.
               10 wk-evf-tipo                      pic x(01).
               10 wk-evf-entrada                   pic 9(05).
               10 wk-evf-resolucao                 pic x(16).
               10 filler                           pic x(58).
           05 wk-ev-chave-c redefines wk-ev-chave.
               10 wk-evc-tipo                      pic x(01).
               10 wk-evc-chave                     pic x(14).
               10 filler                           pic x(65).
           05 wk-ev-tipo                           pic x(01) value space.
           05 wk-ev-player-id                      pic x(10) value spaces.
           05 wk-ev-situacao                       pic x(01) value space.
           05 wk-ev-valor                          pic s9(09)v99 value zero.
           05 wk-ev-mensagem                       pic x(120) value spaces.
       77  wk-ordem                                pic 9(09) value zero.

                                                                         *>situacao das entradas da fila (FILA-STATUS), por
                                                                         *>numero de ordem da linha - so as primeiras 999
       01 wk-fila-situacoes.
           05 wk-fst-tab                           pic x(01) occurs 999 times.
           05 wk-fst-resolucao                     pic x(16) occurs 999 times.
       77  wk-fst-sub                              pic 9(04).
       77  wk-fila-ordem                           pic 9(05) value zero.

                                                                         *>montagem das mensagens
       01 wk-mensagem.
           05 wk-ed-valor                          pic -zzz.zzz.zz9,99.
           05 wk-ed-saldo                          pic -zzz.zzz.zz9,99.
           05 wk-valor-texto                       pic x(15) value spaces.
           05 wk-saldo-texto                       pic x(15) value spaces.
           05 wk-brancos                           pic 9(02) value zero.
           05 wk-modo-texto                        pic x(05) value spaces.
           05 wk-posicao-texto                     pic x(02) value spaces.
           05 wk-data-texto                        pic x(10) value spaces.
           05 wk-acertos                           pic 9(02) value zero.
           05 wk-qtd-2                             pic 9(02) value zero.
           05 wk-max-2                             pic 9(02) value zero.

       01 wk-totalizadores.
           05 wk-total-novos                       pic 9(09) value zero.
           05 wk-total-enviados                    pic 9(09) value zero.
           05 wk-total-suprimidos                  pic 9(09) value zero.
           05 wk-total-iniciais                    pic 9(09) value zero.
           05 wk-total-ganhos                      pic 9(07) value zero.
           05 wk-total-fila                        pic 9(07) value zero.
           05 wk-total-bloqueios                   pic 9(07) value zero.
           05 wk-total-podios                      pic 9(07) value zero.
           05 wk-total-valor                       pic s9(13)v99 value zero.

       01 wk-edicao.
           05 wk-ed-total-valor                    pic -z.zzz.zzz.zzz.zz9,99.

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
           display "  DESAFIO LOTERIA - AVISOS AO JOGADOR (E-MAIL/SMS)        "
           display "=========================================================="

           accept wk-data-hoje  from date yyyymmdd
           accept wk-hora-agora from time
           accept wk-param-modo from environment "LOTERIA_NOTIF_MODO"
           inspect wk-param-modo converting "inicial" to "INICIAL"
           if wk-param-modo = "INICIAL" then
               move "S" to wk-carga-inicial
               display "Carga inicial: os eventos existentes serao marcados "
                       "como tratados, sem arquivo de avisos."
           end-if

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform abrir-historico
           if wk-fs-hist <> "00" then
               display "Aviso: historico de avisos indisponivel (status "
                       wk-fs-hist ") - nada foi gerado."
               move 8 to return-code
           else
               open input players
               if wk-fs-players <> "00" then
                   display "Aviso: cadastro de jogadores indisponivel (status "
                           wk-fs-players ") - nada foi gerado."
                   move 8 to return-code
               else
                   if wk-carga-inicial = "S" then
                       perform tratar-origens
                   else
                       perform recuperar-pendente
                       if wk-pend-completo = "S"
                       and wk-ctrl-gravado = "N" then
                           display "Aviso: arquivo da rodada anterior ainda "
                                   "sem registro em NOTIF-CTRL - nenhum "
                                   "arquivo novo foi gerado."
                           move 8 to return-code
                       else
                           perform obter-sequencia
                           perform abrir-arquivo-avisos
                           if wk-arquivo-aberto = "S" then
                               perform tratar-origens
                               perform fechar-arquivo-avisos
                               perform aplicar-pendente
                           end-if
                       end-if
                   end-if
                   close players
               end-if
               close notif-hist
               perform imprimir-resumo
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> O historico e criado vazio na primeira rodada.
      *>------------------------------------------------------------------------
       abrir-historico section.

           open i-o notif-hist
           if wk-fs-hist = "35" then
               open output notif-hist
               if wk-fs-hist = "00" then
                   close notif-hist
                   open i-o notif-hist
               end-if
           end-if

           .
       abrir-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Os quatro arquivos de origem, sempre na mesma ordem.
      *>------------------------------------------------------------------------
       tratar-origens section.

           perform tratar-ganhos
           perform tratar-fila
           perform tratar-auditoria
           perform tratar-campeoes

           .
       tratar-origens-exit.
           exit.

      *>------------------------------------------------------------------------
      *> RODADA INTERROMPIDA
      *> NOTIF-PEND com o registro "T": o arquivo daquela rodada foi
      *> gravado inteiro mas o historico nao - completa agora, antes de
      *> procurar eventos novos, para nao avisar de novo. Sem o "T", o
      *> arquivo ficou pela metade e sera regravado com a mesma sequencia.
      *>------------------------------------------------------------------------
       recuperar-pendente section.

           move "N" to wk-pend-completo

           open input notif-pend
           if wk-fs-pend = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read notif-pend
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if np-tipo = "T" then
                               move "S"            to wk-pend-completo
                           end-if
                   end-read
               end-perform
               close notif-pend
           end-if

           if wk-pend-completo = "S" then
               display "Aviso: a rodada anterior gravou o arquivo de avisos "
                       "mas nao o historico - historico completado agora."
               perform aplicar-pendente
           end-if

           .
       recuperar-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Passa os avisos de NOTIF-PEND para o historico, registra o
      *> arquivo em NOTIF-CTRL e esvazia NOTIF-PEND. So com o "T" gravado.
      *>------------------------------------------------------------------------
       aplicar-pendente section.

           move "N" to wk-pend-completo

           open input notif-pend
           if wk-fs-pend = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read notif-pend
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if np-tipo = "T" then
                               move "S"            to wk-pend-completo
                               move np-sequencia   to wk-pend-sequencia
                               move np-qtd         to wk-pend-qtd
                               move np-tra-arquivo to wk-pend-arquivo
                           end-if
                   end-read
               end-perform
               close notif-pend
           end-if

           if wk-pend-completo = "S" then
               open input notif-pend
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read notif-pend
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if np-tipo = "D" then
                               move np-chave     to nh-chave
                               move np-player-id to nh-player-id
                               move np-situacao  to nh-situacao
                               move np-sequencia to nh-sequencia
                               move np-data      to nh-data
                               move np-hora      to nh-hora
                               write nh-registro
                                   invalid key continue
                               end-write
                           end-if
                   end-read
               end-perform
               close notif-pend

               perform gravar-controle

                                                       *>sem o registro em NOTIF-CTRL o pendente fica: a
                                                       *>proxima rodada completa o registro antes de tudo
               if wk-ctrl-gravado = "S" then
                   open output notif-pend
                   if wk-fs-pend = "00" then
                       close notif-pend
                   end-if
               end-if
           end-if

           .
       aplicar-pendente-exit.
           exit.

       gravar-controle section.

           move "N" to wk-ctrl-gravado

           open extend notif-ctrl
           if wk-fs-ctrl <> "00" then
               open output notif-ctrl
           end-if

           if wk-fs-ctrl = "00" then
               move wk-pend-sequencia to nc-sequencia
               move wk-data-hoje      to nc-data
               move wk-hora-agora     to nc-hora
               move wk-pend-qtd       to nc-qtd
               move wk-pend-arquivo   to nc-arquivo
               write nc-registro
               if wk-fs-ctrl = "00" then
                   move "S" to wk-ctrl-gravado
               else
                   display "Aviso: nao foi possivel registrar o arquivo em "
                           "NOTIF-CTRL (status " wk-fs-ctrl ")."
                   move 8 to return-code
               end-if
               close notif-ctrl
           else
               display "Aviso: nao foi possivel registrar o arquivo em "
                       "NOTIF-CTRL (status " wk-fs-ctrl ")."
               move 8 to return-code
           end-if

           .
       gravar-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sequencia do arquivo de hoje: a maior ja registrada mais um.
      *>------------------------------------------------------------------------
       obter-sequencia section.

           move zero to wk-sequencia

           open input notif-ctrl
           if wk-fs-ctrl = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read notif-ctrl
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if nc-sequencia > wk-sequencia then
                               move nc-sequencia to wk-sequencia
                           end-if
                   end-read
               end-perform
               close notif-ctrl
           end-if

           add 1 to wk-sequencia

           .
       obter-sequencia-exit.
           exit.

       abrir-arquivo-avisos section.

           move "N" to wk-arquivo-aberto
           move spaces to wk-nome-arquivo
           string "data/NOTIFICACOES-" wk-data-hoje "-" wk-sequencia ".txt"
                  delimited by size
                  into wk-nome-arquivo
           end-string

           open output notif-pend
           if wk-fs-pend <> "00" then
               display "Aviso: nao foi possivel gravar NOTIF-PEND (status "
                       wk-fs-pend ") - nada foi gerado."
               move 8 to return-code
           else
               open output notificacoes
               if wk-fs-notif <> "00" then
                   display "Aviso: nao foi possivel gravar " wk-nome-arquivo
                           " (status " wk-fs-notif ") - nada foi gerado."
                   move 8 to return-code
                   close notif-pend
               else
                   move "S" to wk-arquivo-aberto
                   move spaces           to nt-cabecalho
                   move "H"              to nt-tipo-registro
                   move "LOTERIA"        to nt-cab-origem
                   move wk-data-hoje     to nt-cab-data
                   move wk-hora-agora    to nt-cab-hora
                   move wk-sequencia     to nt-cab-sequencia
                   write nt-cabecalho
               end-if
           end-if

           .
       abrir-arquivo-avisos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trailer com os totais de controle e, so depois dele, o "T" de
      *> NOTIF-PEND que libera a passagem para o historico.
      *>------------------------------------------------------------------------
       fechar-arquivo-avisos section.

           move spaces              to nt-trailer
           move "T"                 to nt-tipo-registro
           move wk-total-enviados   to nt-tra-qtd
           move wk-total-ganhos     to nt-tra-ganhos
           move wk-total-fila       to nt-tra-fila
           move wk-total-bloqueios  to nt-tra-bloqueios
           move wk-total-podios     to nt-tra-podios
           move wk-total-valor      to nt-tra-soma-valor
           write nt-trailer
           close notificacoes

           move spaces              to np-trailer
           move "T"                 to np-tipo
           move wk-sequencia        to np-sequencia
           move wk-total-enviados   to np-qtd
           move wk-nome-arquivo     to np-tra-arquivo
           write np-trailer
           close notif-pend

           .
       fechar-arquivo-avisos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> LIVRO DE GANHOS - um aviso por lancamento, identificado pelo
      *> numero de ordem do registro (o livro so cresce no fim).
      *>------------------------------------------------------------------------
       tratar-ganhos section.

           open input ganhos-ledger
           if wk-fs-ganhos <> "00" then
               if wk-fs-ganhos <> "35" then
                   display "Aviso: livro de ganhos indisponivel (status "
                           wk-fs-ganhos ")."
                   move 8 to return-code
               end-if
           else
               move zero to wk-ordem
               move "N"  to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read ganhos-ledger
                       at end move "S" to wk-fim-arquivo
                       not at end
                           add 1 to wk-ordem
                           move spaces       to wk-ev-chave
                           move "G"          to wk-evg-tipo
                           move wk-ordem     to wk-evg-ordem
                           move "G"          to wk-ev-tipo
                           move gn-player-id to wk-ev-player-id
                           move gn-valor     to wk-ev-valor
                           perform tratar-evento
                   end-read
               end-perform
               close ganhos-ledger
           end-if

           .
       tratar-ganhos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> FILA DE APOSTAS - entradas com situacao final em FILA-STATUS:
      *> "C" concluida ou "R" rejeitada. A chave leva a data/hora em que
      *> o LOTFILA marcou a entrada, para a fila trocada por outra (que
      *> recomeca do numero 1) nao repetir a chave de uma entrada antiga.
      *>------------------------------------------------------------------------
       tratar-fila section.

           perform varying wk-fst-sub from 1 by 1
                   until wk-fst-sub > 999
               move space  to wk-fst-tab(wk-fst-sub)
               move spaces to wk-fst-resolucao(wk-fst-sub)
           end-perform

           open input fila-status
           if wk-fs-fila-st = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read fila-status
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if st-seq >= 1
                           and st-seq <= 999 then
                               move st-situacao  to wk-fst-tab(st-seq)
                               move st-resolucao to wk-fst-resolucao(st-seq)
                           end-if
                   end-read
               end-perform
               close fila-status

               open input fila-apostas
               if wk-fs-fila = "00" then
                   move zero to wk-fila-ordem
                   move "N"  to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                                 or wk-fila-ordem >= 999
                       read fila-apostas
                           at end move "S" to wk-fim-arquivo
                           not at end
                               add 1 to wk-fila-ordem
                               if wk-fst-tab(wk-fila-ordem) = "C"
                               or wk-fst-tab(wk-fila-ordem) = "R" then
                                   move spaces            to wk-ev-chave
                                   move "F"               to wk-evf-tipo
                                   move wk-fila-ordem     to wk-evf-entrada
                                   move wk-fst-resolucao(wk-fila-ordem)
                                                          to wk-evf-resolucao
                                   move "F"               to wk-ev-tipo
                                   move fa-player-id      to wk-ev-player-id
                                   if fa-player-id = spaces then
                                       move "ANONIMO" to wk-ev-player-id
                                   end-if
                                   move zero              to wk-ev-valor
                                   perform tratar-evento
                               end-if
                       end-read
                   end-perform
                   close fila-apostas
               end-if
           end-if

           .
       tratar-fila-exit.
           exit.

      *>------------------------------------------------------------------------
      *> TRILHA DE AUDITORIA - bloqueios de conta feitos na manutencao
      *> do cadastro de jogadores (au-cadastro "P", au-acao "B").
      *>------------------------------------------------------------------------
       tratar-auditoria section.

           open input auditoria
           if wk-fs-auditoria <> "00" then
               if wk-fs-auditoria <> "35" then
                   display "Aviso: trilha de auditoria indisponivel (status "
                           wk-fs-auditoria ")."
                   move 8 to return-code
               end-if
           else
               move zero to wk-ordem
               move "N"  to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read auditoria
                       at end move "S" to wk-fim-arquivo
                       not at end
                           add 1 to wk-ordem
                           if au-cadastro = "P"
                           and au-acao = "B" then
                               move spaces       to wk-ev-chave
                               move "B"          to wk-evg-tipo
                               move wk-ordem     to wk-evg-ordem
                               move "B"          to wk-ev-tipo
                               move au-chave     to wk-ev-player-id
                               move zero         to wk-ev-valor
                               perform tratar-evento
                           end-if
                   end-read
               end-perform
               close auditoria
           end-if

           .
       tratar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> CAMPEOES - cada posicao de podio congelada pelo fechamento de
      *> temporada.
      *>------------------------------------------------------------------------
       tratar-campeoes section.

           open input campeoes
           if wk-fs-campeoes <> "00" then
               if wk-fs-campeoes <> "35" then
                   display "Aviso: historico de campeoes indisponivel (status "
                           wk-fs-campeoes ")."
                   move 8 to return-code
               end-if
           else
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read campeoes next record
                       at end move "S" to wk-fim-arquivo
                       not at end
                           move spaces       to wk-ev-chave
                           move "C"          to wk-evc-tipo
                           move cp-chave     to wk-evc-chave
                           move "C"          to wk-ev-tipo
                           move cp-player-id to wk-ev-player-id
                           move zero         to wk-ev-valor
                           perform tratar-evento
                   end-read
               end-perform
               close campeoes
           end-if

           .
       tratar-campeoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> EVENTO - ja no historico: nada a fazer. Na carga inicial vai
      *> direto para o historico; na rodada diaria vira linha do arquivo
      *> (ou fica suprimido) e a chave vai para NOTIF-PEND.
      *>------------------------------------------------------------------------
       tratar-evento section.

           move wk-ev-chave to nh-chave
           read notif-hist key is nh-chave
               invalid key
                   add 1 to wk-total-novos
                   if wk-carga-inicial = "S" then
                       perform gravar-evento-inicial
                   else
                       perform avisar-jogador
                   end-if
               not invalid key
                   continue
           end-read

           .
       tratar-evento-exit.
           exit.

       gravar-evento-inicial section.

           move wk-ev-chave     to nh-chave
           move wk-ev-player-id to nh-player-id
           move "I"             to nh-situacao
           move zero            to nh-sequencia
           move wk-data-hoje    to nh-data
           move wk-hora-agora   to nh-hora
           write nh-registro
               invalid key continue
               not invalid key add 1 to wk-total-iniciais
           end-write

           .
       gravar-evento-inicial-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Jogador sem cadastro, que recusou os avisos ou sem telefone nem
      *> e-mail: suprimido. Os demais recebem a linha no arquivo.
      *>------------------------------------------------------------------------
       avisar-jogador section.

           move "S" to wk-ev-situacao

           move wk-ev-player-id to pl-player-id
           read players key is pl-player-id
               invalid key
                   continue
               not invalid key
                   if pl-sem-avisos <> "S"
                   and (pl-telefone <> spaces
                        or pl-email <> spaces) then
                       move "E" to wk-ev-situacao
                   end-if
           end-read

           if wk-ev-situacao = "E" then
               perform montar-mensagem
               add 1 to wk-total-enviados
               move spaces          to nt-detalhe
               move "D"             to nt-tipo-registro
               move wk-ev-tipo      to nt-evento
               move wk-total-enviados to nt-item
               move wk-ev-player-id to nt-player-id
               move pl-telefone     to nt-telefone
               move pl-email        to nt-email
               move wk-ev-valor     to nt-valor
               move wk-ev-mensagem  to nt-mensagem
               write nt-detalhe
               add wk-ev-valor to wk-total-valor
               evaluate wk-ev-tipo
                   when "G" add 1 to wk-total-ganhos
                   when "F" add 1 to wk-total-fila
                   when "B" add 1 to wk-total-bloqueios
                   when "C" add 1 to wk-total-podios
               end-evaluate
           else
               add 1 to wk-total-suprimidos
           end-if

           move spaces          to np-registro
           move "D"             to np-tipo
           move wk-ev-chave     to np-chave
           move wk-ev-player-id to np-player-id
           move wk-ev-situacao  to np-situacao
           move wk-sequencia    to np-sequencia
           move wk-data-hoje    to np-data
           move wk-hora-agora   to np-hora
           move zero            to np-qtd
           write np-registro

           .
       avisar-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> MENSAGENS - montadas com o registro de origem ainda na area do
      *> arquivo; o saldo e o do cadastro no momento do aviso.
      *>------------------------------------------------------------------------
       montar-mensagem section.

           move spaces to wk-ev-mensagem

           evaluate wk-ev-tipo
               when "G"
                   perform montar-mensagem-ganho
               when "F"
                   perform montar-mensagem-fila
               when "B"
                   perform montar-mensagem-bloqueio
               when "C"
                   perform montar-mensagem-podio
           end-evaluate

           .
       montar-mensagem-exit.
           exit.

       montar-mensagem-ganho section.

           move gn-valor to wk-ed-valor
           move zero     to wk-brancos
           inspect wk-ed-valor tallying wk-brancos for leading spaces
           move wk-ed-valor(wk-brancos + 1:) to wk-valor-texto

           move pl-saldo to wk-ed-saldo
           move zero     to wk-brancos
           inspect wk-ed-saldo tallying wk-brancos for leading spaces
           move wk-ed-saldo(wk-brancos + 1:) to wk-saldo-texto

           move gn-acertos to wk-acertos

           evaluate gn-tipo
               when "E"
                   string "Estorno do premio do concurso " gn-concurso
                          " (correcao do resultado oficial): R$ "
                          delimited by size
                          wk-valor-texto delimited by space
                          ". Saldo atual R$ " delimited by size
                          wk-saldo-texto delimited by space
                          "." delimited by size
                          into wk-ev-mensagem
                   end-string
               when "C"
                   string "Premio corrigido do concurso " gn-concurso
                          ", " wk-acertos " acertos: R$ "
                          delimited by size
                          wk-valor-texto delimited by space
                          ". Saldo atual R$ " delimited by size
                          wk-saldo-texto delimited by space
                          "." delimited by size
                          into wk-ev-mensagem
                   end-string
               when other
                   string "Parabens! Sua aposta no concurso " gn-concurso
                          " fez " wk-acertos " acertos: premio liquido R$ "
                          delimited by size
                          wk-valor-texto delimited by space
                          ". Saldo atual R$ " delimited by size
                          wk-saldo-texto delimited by space
                          "." delimited by size
                          into wk-ev-mensagem
                   end-string
           end-evaluate

           .
       montar-mensagem-ganho-exit.
           exit.

       montar-mensagem-fila section.

           evaluate fa-modo
               when "1"   move "6/60"  to wk-modo-texto
               when "2"   move "15/25" to wk-modo-texto
               when "3"   move "15/60" to wk-modo-texto
               when other move "?"     to wk-modo-texto
           end-evaluate

           if wk-fst-tab(wk-fila-ordem) = "C" then
               string "Sua aposta da fila (entrada " wk-fila-ordem
                      ", modo " delimited by size
                      wk-modo-texto delimited by space
                      ") foi concluida - confira o resultado no seu "
                      "historico de jogos." delimited by size
                      into wk-ev-mensagem
               end-string
           else
               string "Sua aposta da fila (entrada " wk-fila-ordem
                      ", modo " delimited by size
                      wk-modo-texto delimited by space
                      ") foi rejeitada - procure o atendimento."
                      delimited by size
                      into wk-ev-mensagem
               end-string
           end-if

           .
       montar-mensagem-fila-exit.
           exit.

       montar-mensagem-bloqueio section.

           move au-data to wk-data-evento
           move spaces  to wk-data-texto
           string wk-evento-dia "/" wk-evento-mes "/" wk-evento-ano
                  delimited by size
                  into wk-data-texto
           end-string

           string "Sua conta foi bloqueada em " wk-data-texto
                  ". Procure o atendimento para regularizar."
                  delimited by size
                  into wk-ev-mensagem
           end-string

           .
       montar-mensagem-bloqueio-exit.
           exit.

       montar-mensagem-podio section.

           move cp-modo-qtd to wk-qtd-2
           move cp-modo-max to wk-max-2
           move spaces      to wk-modo-texto
           if wk-qtd-2 < 10 then
               string wk-qtd-2(2:1) "/" wk-max-2 delimited by size
                      into wk-modo-texto
               end-string
           else
               string wk-qtd-2 "/" wk-max-2 delimited by size
                      into wk-modo-texto
               end-string
           end-if

           if cp-posicao < 10 then
               move cp-posicao(2:1) to wk-posicao-texto
           else
               move cp-posicao      to wk-posicao-texto
           end-if

           string "Parabens! Voce ficou em " delimited by size
                  wk-posicao-texto delimited by space
                  "o lugar na temporada " delimited by size
                  cp-temporada-id delimited by space
                  " do modo " delimited by size
                  wk-modo-texto delimited by space
                  "." delimited by size
                  into wk-ev-mensagem
           end-string

           .
       montar-mensagem-podio-exit.
           exit.

       imprimir-resumo section.

           display " "
           display "=========================================================="
           if wk-carga-inicial = "S" then
               display "Carga inicial - eventos marcados: " wk-total-iniciais
           else
               display "Arquivo de avisos ...............: " wk-nome-arquivo
               display "Eventos novos ...................: " wk-total-novos
               display "Avisos gravados no arquivo ......: " wk-total-enviados
               display "  premios e estornos ............: " wk-total-ganhos
               display "  fila concluida/rejeitada ......: " wk-total-fila
               display "  contas bloqueadas .............: " wk-total-bloqueios
               display "  podios de temporada ...........: " wk-total-podios
               move wk-total-valor to wk-ed-total-valor
               display "Soma dos valores avisados .......: " wk-ed-total-valor
               display "Suprimidos (sem contato/recusa) .: " wk-total-suprimidos
           end-if
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

           move wk-total-novos      to wk-jor-lidos
           if wk-carga-inicial = "S" then
               move wk-total-iniciais to wk-jor-gravados
           else
               move wk-total-enviados to wk-jor-gravados
           end-if
           move wk-total-suprimidos to wk-jor-rejeitados
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
               move "LOTNOTIF"        to rj-programa
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
