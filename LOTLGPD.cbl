      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTLGPD".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Remocao de dados pessoais a pedido do titular (LGPD): troca o ID
      *> do jogador por um pseudonimo gerado ("LGPD" + sequencial), numa
      *> unica rodada, em todos os arquivos onde o ID aparece:
      *>   - JOGOS-HIST (o jogador faz parte da chave - cada jogo e
      *>     regravado sob a chave nova e o antigo excluido, como na
      *>     fusao de cadastros do LOTPLAYER);
      *>   - GANHOS-LEDGER (quem recebe e quem apostou) e MOV-CONTA (dono
      *>     do movimento, quem apostou e o outro ID na referencia das
      *>     transferencias de fusao);
      *>   - GRUPOS (participacao nos boloes) e CAMPEOES (podios);
      *>   - SORTEIOS-LOG, SORTEIOS-SUM e os arquivos mortos datados do
      *>     arquivamento (LOTARQSORT) que guardam sessoes do jogador;
      *>   - FILA-APOSTAS (entradas ja resolvidas) e BILHETE-LOG;
      *>   - os arquivos de retorno aos agentes de venda registrados em
      *>     AGENTES-CTRL (data/AGENTE-RET-<agente>-<sequencia>.txt), que
      *>     devolvem a aposta com o jogador;
      *>   - as assinaturas da surpresinha (ASSINATURAS, que ficam
      *>     suspensas) e o controle semanal delas (ASSINATURAS-CTRL);
      *>   - a trilha de auditoria dos cadastros (AUDITORIA): chaves e
      *>     imagens antes/depois do cadastro e dos grupos - nas imagens
      *>     do titular o contato (telefone e e-mail) tambem e apagado;
      *>   - os avisos ao jogador (LOTNOTIF): o historico NOTIF-HIST, os
      *>     avisos pendentes de NOTIF-PEND e os arquivos ja gravados
      *>     registrados em NOTIF-CTRL (com o telefone e o e-mail
      *>     apagados das linhas do titular);
      *>   - as geracoes de copia de seguranca registradas em BACKUP-CTRL
      *>     (JOGOS-HIST, PLAYERS, BILHETE-LOG e SORTEIOS-LOG);
      *>   - por ultimo, PLAYERS: o registro passa para o pseudonimo com
      *>     as mesmas marcas, PIN zerado, conta bloqueada e sem contato
      *>     (telefone e e-mail apagados, sem avisos).
      *> Como o mesmo pseudonimo entra em todos os arquivos, estatisticas,
      *> rankings, historico de temporadas e totais do livro continuam
      *> fechando depois da troca - so o nome muda.
      *>
      *> Pedido recusado (nada e alterado) quando o jogador tem saldo na
      *> conta corrente (credor ou devedor - acerto no caixa antes) ou
      *> entrada na fila ainda por resolver, dele ou de bolao de que
      *> participa.
      *>
      *> Evidencias para o encarregado de dados: cada pedido grava em
      *> LGPD-EVIDENCIA o inicio (pseudonimo reservado), cada arquivo
      *> tratado com a quantidade de registros alterados e o fim - ou a
      *> recusa com o motivo - e imprime o relatorio
      *> data/LGPD-EVIDENCIA-<pseudonimo>.txt. O ID original nao e
      *> gravado em lugar nenhum: o pedido e identificado pelo protocolo.
      *> Rodada interrompida e repetida com o mesmo protocolo retoma com o
      *> pseudonimo ja reservado e trata de novo todos os arquivos.
      *>
      *> Parametros por variaveis de ambiente:
      *>   LOTERIA_LGPD_JOGADOR   - ID do titular (obrigatorio)
      *>   LOTERIA_LGPD_PROTOCOLO - protocolo do pedido (obrigatorio)
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select players               assign to "data/PLAYERS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is pl-player-id
                                        sharing with all other
                                        lock mode is automatic
                                        file status is wk-fs-players.

           select jogos-hist           assign to "data/JOGOS-HIST.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is jh-chave
                                        alternate record key is jh-grupo-id
                                            with duplicates
                                        sharing with all other
                                        lock mode is automatic
                                        file status is wk-fs-jogos-hist.

           select grupos                assign to "data/GRUPOS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is gr-grupo-id
                                        file status is wk-fs-grupos.

           select campeoes              assign to "data/CAMPEOES.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is cp-chave
                                        file status is wk-fs-campeoes.

           select ganhos-ledger         assign to "data/GANHOS-LEDGER.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-ganhos.

           select mov-conta             assign to "data/MOV-CONTA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-mov-conta.

           select sorteios-log          assign to "data/SORTEIOS-LOG.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-sorteios.

           select sorteios-sum          assign to "data/SORTEIOS-SUM.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-sum.

           select arquivo-morto         assign to dynamic wk-nome-arquivo-morto
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-morto.

           select bilhete-log           assign to "data/BILHETE-LOG.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-bilhete.

           select fila-apostas          assign to "data/FILA-APOSTAS.dat"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-fila.

           select fila-temp             assign to "data/FILA-APOSTAS.tmp"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-fila-tmp.

           select fila-status           assign to "data/FILA-STATUS.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-fila-st.

           select backup-ctrl           assign to "data/BACKUP-CTRL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-ctrl.

           select gen-jogos             assign to dynamic wk-nome-gen-jogos
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-gen.

           select gen-players           assign to dynamic wk-nome-gen-players
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-gen.

           select gen-bilhete           assign to dynamic wk-nome-gen-bilhete
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-gen.

           select gen-sorteios          assign to dynamic wk-nome-gen-sorteios
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-gen.

           select assinaturas           assign to "data/ASSINATURAS.txt"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-assinaturas.

           select assinaturas-temp      assign to "data/ASSINATURAS.tmp"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-assin-tmp.

           select assinaturas-ctrl      assign to "data/ASSINATURAS-CTRL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-assin-ctrl.

           select auditoria             assign to "data/AUDITORIA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        sharing with all other
                                        file status is wk-fs-auditoria.

           select agentes-ctrl          assign to "data/AGENTES-CTRL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-agentes-ctrl.

           select agente-retorno        assign to dynamic wk-nome-retorno-agente
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-retorno.

           select agente-retorno-temp   assign to "data/AGENTE-RET.tmp"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-retorno-tmp.

           select notif-hist            assign to "data/NOTIF-HIST.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is nh-chave
                                        file status is wk-fs-notif-hist.

           select notif-pend            assign to "data/NOTIF-PEND.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-notif-pend.

           select notif-ctrl            assign to "data/NOTIF-CTRL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-notif-ctrl.

           select notificacoes          assign to dynamic wk-nome-notificacoes
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-notif.

           select notificacoes-temp     assign to "data/NOTIFICACOES.tmp"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-notif-tmp.

           select evidencia             assign to "data/LGPD-EVIDENCIA.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-evidencia.

           select relatorio             assign to dynamic wk-nome-relatorio
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-relatorio.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-jornal.

       i-O-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       File Section.

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  grupos
           label records are standard
           record contains 162 characters.
       copy "GRUPOS.cpy".

       fd  campeoes
           label records are standard
           record contains 52 characters.
       copy "CAMPEOES.cpy".

       fd  ganhos-ledger
           label records are standard
           record contains 103 characters.
       copy "GANHOS.cpy".

       fd  mov-conta
           label records are standard
           record contains 125 characters.
       copy "MOVCONTA.cpy".

       fd  sorteios-log
           label records are standard
           record contains 65 characters.
       copy "SORTLOG.cpy".

       fd  sorteios-sum
           label records are standard
           record contains 55 characters.
       copy "SORTSUM.cpy".

                                                                         *>arquivo morto do log de sorteios - mesmo leiaute do
                                                                         *>log vivo, so o ID interessa aqui
       fd  arquivo-morto
           label records are standard
           record contains 65 characters.
       01  am-registro.
           05 am-player-id                         pic x(10).
           05 filler                               pic x(55).

       fd  bilhete-log
           label records are standard
           record contains 80 characters.
       copy "BILHETE.cpy".

       fd  fila-apostas
           label records are standard
           record contains 79 characters.
       01  fa-linha.
           05 fa-player-id                         pic x(10).
           05 fa-modo                              pic 9(01).
           05 fa-numeros                           pic x(30).
           05 fa-grupo-id                          pic x(10).
           05 fa-resto                             pic x(28).

       fd  fila-temp
           label records are standard
           record contains 79 characters.
       01  ft-linha                                pic x(79).

       fd  fila-status
           label records are standard
           record contains 22 characters.
       01  st-registro.
           05 st-seq                               pic 9(05).
           05 st-situacao                          pic x(01).
           05 st-resolucao.
               10 st-res-data                      pic 9(08).
               10 st-res-hora                      pic 9(08).

       fd  backup-ctrl
           label records are standard
           record contains 41 characters.
       copy "BKPCTRL.cpy".

                                                                         *>geracoes de copia de seguranca - imagens planas dos
                                                                         *>arquivos vivos, com o ID nas primeiras posicoes
       fd  gen-jogos
           label records are standard
           record contains 256 characters.
       01  gj-registro.
           05 gj-player-id                         pic x(10).
           05 filler                               pic x(246).

       fd  gen-players
           label records are standard
           record contains 186 characters.
       01  gp-registro.
           05 gp-player-id                         pic x(10).
           05 filler                               pic x(105).
           05 gp-senha                             pic 9(04).
           05 gp-situacao                          pic x(01).
           05 gp-contato                           pic x(66).

       fd  gen-bilhete
           label records are standard
           record contains 80 characters.
       01  gb-registro.
           05 gb-rotulo                            pic x(18).
           05 gb-player-id                         pic x(10).
           05 filler                               pic x(52).

       fd  gen-sorteios
           label records are standard
           record contains 65 characters.
       01  gs-registro.
           05 gs-player-id                         pic x(10).
           05 filler                               pic x(55).

       fd  assinaturas
           label records are standard
           record contains 17 characters.
       copy "ASSINAT.cpy".

       fd  assinaturas-temp
           label records are standard
           record contains 17 characters.
       01  at-linha                                pic x(17).

       fd  assinaturas-ctrl
           label records are standard
           record contains 36 characters.
       01  ac-registro.
           05 ac-player-id                         pic x(10).
           05 filler                               pic x(26).

       fd  auditoria
           label records are standard
           record contains 458 characters.
       copy "AUDITORIA.cpy".

                                                                         *>um registro por arquivo de agente recebido (LOTAGENTE)
       fd  agentes-ctrl
           label records are standard
           record contains 61 characters.
       01  ag-registro.
           05 ag-agente                            pic x(10).
           05 ag-sequencia                         pic 9(06).
           05 filler                               pic x(45).

                                                                         *>retorno ao agente - nas linhas "D" a aposta devolvida
                                                                         *>comeca pelo jogador
       fd  agente-retorno
           label records are standard
           record contains 80 characters.
       01  ar-linha.
           05 ar-tipo                              pic x(01).
           05 ar-linha-seq                         pic x(06).
           05 ar-situacao                          pic x(01).
           05 ar-codigo                            pic x(02).
           05 ar-player-id                         pic x(10).
           05 filler                               pic x(60).

       fd  agente-retorno-temp
           label records are standard
           record contains 80 characters.
       01  ax-linha                                pic x(80).

       fd  notif-hist
           label records are standard
           record contains 113 characters.
       copy "NOTIFHST.cpy".

       fd  notif-pend
           label records are standard
           record contains 123 characters.
       01  np-registro.
           05 np-tipo                              pic x(01).
           05 np-chave                             pic x(80).
           05 np-player-id                         pic x(10).
           05 filler                               pic x(32).

       fd  notif-ctrl
           label records are standard
           record contains 91 characters.
       copy "NOTIFCTL.cpy".

       fd  notificacoes
           label records are standard
           record contains 220 characters.
       copy "NOTIFIC.cpy".

       fd  notificacoes-temp
           label records are standard
           record contains 220 characters.
       01  nx-linha                                pic x(220).

       fd  evidencia
           label records are standard
           record contains 96 characters.
       copy "LGPDEVID.cpy".

       fd  relatorio
           label records are standard
           record contains 80 characters.
       01  rl-linha                                pic x(80).

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
           05 wk-fs-players                        pic x(02) value "00".
           05 wk-fs-jogos-hist                     pic x(02) value "00".
           05 wk-fs-grupos                         pic x(02) value "00".
           05 wk-fs-campeoes                       pic x(02) value "00".
           05 wk-fs-ganhos                         pic x(02) value "00".
           05 wk-fs-mov-conta                      pic x(02) value "00".
           05 wk-fs-sorteios                       pic x(02) value "00".
           05 wk-fs-sum                            pic x(02) value "00".
           05 wk-fs-morto                          pic x(02) value "00".
           05 wk-fs-bilhete                        pic x(02) value "00".
           05 wk-fs-fila                           pic x(02) value "00".
           05 wk-fs-fila-tmp                       pic x(02) value "00".
           05 wk-fs-fila-st                        pic x(02) value "00".
           05 wk-fs-ctrl                           pic x(02) value "00".
           05 wk-fs-gen                            pic x(02) value "00".
           05 wk-fs-assinaturas                    pic x(02) value "00".
           05 wk-fs-assin-tmp                      pic x(02) value "00".
           05 wk-fs-assin-ctrl                     pic x(02) value "00".
           05 wk-fs-auditoria                      pic x(02) value "00".
           05 wk-fs-agentes-ctrl                   pic x(02) value "00".
           05 wk-fs-retorno                        pic x(02) value "00".
           05 wk-fs-retorno-tmp                    pic x(02) value "00".
           05 wk-fs-notif-hist                     pic x(02) value "00".
           05 wk-fs-notif-pend                     pic x(02) value "00".
           05 wk-fs-notif-ctrl                     pic x(02) value "00".
           05 wk-fs-notif                          pic x(02) value "00".
           05 wk-fs-notif-tmp                      pic x(02) value "00".
           05 wk-fs-evidencia                      pic x(02) value "00".
           05 wk-fs-relatorio                      pic x(02) value "00".

                                                                         *>nomes montados na rodada
       01 wk-nomes-arquivos.
           05 wk-nome-arquivo-morto                pic x(40) value spaces.
           05 wk-nome-gen-jogos                    pic x(40) value spaces.
           05 wk-nome-gen-players                  pic x(40) value spaces.
           05 wk-nome-gen-bilhete                  pic x(40) value spaces.
           05 wk-nome-gen-sorteios                 pic x(40) value spaces.
           05 wk-nome-relatorio                    pic x(40) value spaces.
           05 wk-nome-notificacoes                 pic x(60) value spaces.
           05 wk-nome-retorno-agente               pic x(60) value spaces.

                                                                         *>parametros recebidos do ambiente
       01 wk-parametros.
           05 wk-param-jogador                     pic x(10) value spaces.
           05 wk-param-protocolo                   pic x(20) value spaces.

                                                                         *>pedido em tratamento: "S" aceito, "N" recusado (com o
                                                                         *>motivo); retomada = pedido com inicio gravado e sem fim
       01 wk-pedido.
           05 wk-pedido-ok                         pic x(01) value "S".
           05 wk-motivo                            pic x(40) value spaces.
           05 wk-retomada                          pic x(01) value "N".
           05 wk-concluido                         pic x(01) value "N".
           05 wk-pseudonimo                        pic x(10) value spaces.
           05 wk-pseudonimo-r redefines wk-pseudonimo.
               10 wk-pseud-prefixo                 pic x(04).
               10 wk-pseud-seq                     pic 9(06).
           05 wk-ultimo-seq                        pic 9(06) value zero.
           05 wk-pseud-livre                       pic x(01) value "N".

                                                                         *>boloes de que o titular participa - entrada de fila
                                                                         *>pendente em nome de um deles tambem recusa o pedido
       01 wk-grupos-titular.
           05 wk-gt-qtd                            pic 9(03) value zero.
           05 wk-gt-tab                            occurs 200 times
                                                    indexed by wk-idx-gt.
               10 wk-gt-grupo-id                   pic x(10).
       77  wk-gt-achou                             pic x(01) value "N".
       77  wk-mem-sub                              pic 9(02).

                                                                         *>situacao das entradas da fila, pelo ordinal da linha
                                                                         *>(o mesmo arquivo companheiro do LOTFILA)
       01 wk-situacoes-fila.
           05 wk-fst-tab                           pic x(01) occurs 999 times.
       77  wk-fst-sub                              pic 9(05).
       77  wk-fila-ordinal                         pic 9(05) value zero.

                                                                         *>datas das geracoes de copia de seguranca e dos
                                                                         *>arquivos mortos a tratar
       01 wk-datas-geracao.
           05 wk-dg-qtd                            pic 9(03) value zero.
           05 wk-dg-tab                            occurs 400 times
                                                    indexed by wk-idx-dg.
               10 wk-dg-data                       pic 9(08).
       01 wk-datas-morto.
           05 wk-dm-qtd                            pic 9(03) value zero.
           05 wk-dm-tab                            occurs 400 times
                                                    indexed by wk-idx-dm.
               10 wk-dm-data                       pic 9(08).
                                                                         *>arquivos de avisos ao jogador registrados em NOTIF-CTRL
       01 wk-arquivos-notif.
           05 wk-an-qtd                            pic 9(03) value zero.
           05 wk-an-tab                            occurs 400 times
                                                    indexed by wk-idx-an.
               10 wk-an-nome                       pic x(60).
                                                                         *>arquivos de retorno aos agentes registrados em
                                                                         *>AGENTES-CTRL (arquivo recusado e reenviado com a mesma
                                                                         *>sequencia aparece mais de uma vez - tratado uma so)
       01 wk-retornos-agente.
           05 wk-ra-qtd                            pic 9(03) value zero.
           05 wk-ra-tab                            occurs 400 times
                                                    indexed by wk-idx-ra.
               10 wk-ra-nome                       pic x(60).
       77  wk-nome-achou                           pic x(01) value "N".
       77  wk-data-achou                           pic x(01) value "N".
       77  wk-datas-transbordou                    pic x(01) value "N".

                                                                         *>re-identificacao dos jogos no historico indexado - o
                                                                         *>cursor de data/hora permite retomar o posicionamento
                                                                         *>pela chave depois de cada regravacao
       77  wk-ult-data-hora                        pic x(16) value low-values.

                                                                         *>linha do bilhete com o rotulo do jogador
       01 wk-linha-bilhete.
           05 wk-lb-rotulo                         pic x(18).
           05 wk-lb-player-id                      pic x(10).
           05 filler                               pic x(52).
       77  wk-rotulo-jogador                       pic x(18)
                                                   value "  Jogador ......: ".

                                                                         *>imagem de grupo na trilha de auditoria - participantes
                                                                         *>nas mesmas posicoes do registro de GRUPOS
       01 wk-img-grupo.
           05 filler                               pic x(32).
           05 wk-ig-membro-tab                     occurs 10 times.
               10 wk-ig-mem-player-id              pic x(10).
               10 wk-ig-mem-cota                   pic 9(03).
           05 filler                               pic x(38).

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".
       77  wk-alterou                              pic x(01) value "N".

                                                                         *>arquivo em tratamento e totais do pedido
       01 wk-contexto.
           05 wk-ctx-nome                          pic x(40) value spaces.
           05 wk-ctx-alterados                     pic 9(09) value zero.
           05 wk-ctx-ausente                       pic x(01) value "N".

       01 wk-totalizadores.
           05 wk-total-arquivos                    pic 9(05) value zero.
           05 wk-total-alterados                   pic 9(09) value zero.
           05 wk-total-falhas                      pic 9(05) value zero.

       01 wk-datas.
           05 wk-data-hoje                         pic 9(08) value zero.
           05 wk-hora-agora                        pic 9(08) value zero.

                                                                         *>linha do relatorio de evidencias
       77  wk-linha-rel                            pic x(80) value spaces.

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
           display "  DESAFIO LOTERIA - REMOCAO DE DADOS PESSOAIS (LGPD)      "
           display "=========================================================="

           accept wk-data-hoje from date yyyymmdd

           accept wk-param-jogador   from environment "LOTERIA_LGPD_JOGADOR"
           accept wk-param-protocolo from environment "LOTERIA_LGPD_PROTOCOLO"

           display "Protocolo do pedido: " wk-param-protocolo

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           if wk-param-jogador = spaces
           or wk-param-protocolo = spaces then
               display "Aviso: informe o jogador (LOTERIA_LGPD_JOGADOR) e o "
                       "protocolo do pedido (LOTERIA_LGPD_PROTOCOLO) - nada "
                       "foi alterado."
               move 8 to return-code
           else
               perform ler-evidencias
               if wk-concluido = "S" then
                   display "Pedido " wk-param-protocolo " ja concluido com o "
                           "pseudonimo " wk-pseudonimo " - nada a fazer."
               else
                   perform validar-pedido
                   if wk-pedido-ok <> "S" then
                       perform recusar-pedido
                   else
                       if wk-retomada = "S" then
                           display "Retomando o pedido com o pseudonimo ja "
                                   "reservado: " wk-pseudonimo
                       else
                           perform reservar-pseudonimo
                       end-if
                       if wk-pedido-ok <> "S" then
                           perform recusar-pedido
                       else
                           perform pseudonimizar-arquivos
                       end-if
                   end-if
               end-if
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le o registro de evidencias: o maior sequencial de pseudonimo ja
      *> usado e a situacao de um pedido anterior com o mesmo protocolo
      *> (iniciado e nao terminado = retomada; terminado = concluido).
      *>------------------------------------------------------------------------
       ler-evidencias section.

           move zero to wk-ultimo-seq
           move "N"  to wk-retomada
           move "N"  to wk-concluido

           open input evidencia
           if wk-fs-evidencia = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read evidencia
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if ev-pseud-prefixo = "LGPD"
                           and ev-pseud-seq is numeric
                           and ev-pseud-seq > wk-ultimo-seq then
                               move ev-pseud-seq to wk-ultimo-seq
                           end-if
                           if ev-protocolo = wk-param-protocolo then
                               evaluate ev-tipo
                                   when "I"
                                       move "S"           to wk-retomada
                                       move ev-pseudonimo to wk-pseudonimo
                                   when "F"
                                       move "S"           to wk-concluido
                                       move ev-pseudonimo to wk-pseudonimo
                                   when other
                                       continue
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close evidencia
           end-if

           .
       ler-evidencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Condicoes para remover: titular cadastrado (ou, na retomada, o
      *> cadastro ja passado ao pseudonimo), sem saldo na conta e sem
      *> entrada de fila por resolver - dele ou de bolao de que participa.
      *>------------------------------------------------------------------------
       validar-pedido section.

           move "S"    to wk-pedido-ok
           move spaces to wk-motivo

           if wk-param-jogador = "ANONIMO"
           or wk-param-jogador(1:4) = "LGPD" then
               move "N" to wk-pedido-ok
               move "ID nao pertence a um titular" to wk-motivo
           end-if

           if wk-pedido-ok = "S" then
               perform validar-cadastro
           end-if

           if wk-pedido-ok = "S" then
               perform carregar-grupos-titular
               perform validar-fila-pendente
           end-if

           .
       validar-pedido-exit.
           exit.

       validar-cadastro section.

           open input players
           if wk-fs-players <> "00" then
               move "N" to wk-pedido-ok
               move "cadastro de jogadores indisponivel" to wk-motivo
           else
               move wk-param-jogador to pl-player-id
               read players key is pl-player-id
                   invalid key
                       if wk-retomada = "S" then
                           move wk-pseudonimo to pl-player-id
                           read players key is pl-player-id
                               invalid key
                                   move "N" to wk-pedido-ok
                                   move "jogador nao cadastrado" to wk-motivo
                           end-read
                       else
                           move "N" to wk-pedido-ok
                           move "jogador nao cadastrado" to wk-motivo
                       end-if
                   not invalid key
                                                       *>dinheiro na conta nunca some com o titular - credor
                                                       *>saca no caixa, devedor acerta antes do pedido
                       if pl-saldo <> zero then
                           move "N" to wk-pedido-ok
                           move "saldo na conta corrente diferente de zero"
                             to wk-motivo
                       end-if
               end-read
               close players
           end-if

           .
       validar-cadastro-exit.
           exit.

       carregar-grupos-titular section.

           move zero to wk-gt-qtd

           open input grupos
           if wk-fs-grupos = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read grupos next record
                       at end move "S" to wk-fim-arquivo
                       not at end
                           perform varying wk-mem-sub from 1 by 1
                                   until wk-mem-sub > 10
                               if gr-mem-player-id(wk-mem-sub) = wk-param-jogador
                               and wk-gt-qtd < 200 then
                                   add 1 to wk-gt-qtd
                                   move gr-grupo-id to wk-gt-grupo-id(wk-gt-qtd)
                               end-if
                           end-perform
                   end-read
               end-perform
               close grupos
           end-if

           .
       carregar-grupos-titular-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Entrada da fila sem situacao final ("C" concluida ou "R"
      *> rejeitada) em nome do titular, ou de bolao de que ele participa,
      *> ainda vai ser cobrada e jogada - o pedido espera a fila rodar.
      *>------------------------------------------------------------------------
       validar-fila-pendente section.

           perform varying wk-fst-sub from 1 by 1
                   until wk-fst-sub > 999
               move space to wk-fst-tab(wk-fst-sub)
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
                               move st-situacao to wk-fst-tab(st-seq)
                           end-if
                   end-read
               end-perform
               close fila-status
           end-if

           move zero to wk-fila-ordinal
           open input fila-apostas
           if wk-fs-fila = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                          or wk-pedido-ok = "N"
                   read fila-apostas
                       at end move "S" to wk-fim-arquivo
                       not at end
                           add 1 to wk-fila-ordinal
                           perform avaliar-entrada-fila
                   end-read
               end-perform
               close fila-apostas
           end-if

           .
       validar-fila-pendente-exit.
           exit.

       avaliar-entrada-fila section.

           if wk-fila-ordinal <= 999 then
               if wk-fst-tab(wk-fila-ordinal) = "C"
               or wk-fst-tab(wk-fila-ordinal) = "R" then
                   continue
               else
                   if fa-player-id = wk-param-jogador then
                       move "N" to wk-pedido-ok
                       move "entrada pendente na fila de apostas"
                         to wk-motivo
                   else
                       if fa-grupo-id <> spaces then
                           move "N" to wk-gt-achou
                           perform varying wk-idx-gt from 1 by 1
                                   until wk-idx-gt > wk-gt-qtd
                                      or wk-gt-achou = "S"
                               if wk-gt-grupo-id(wk-idx-gt) = fa-grupo-id then
                                   move "S" to wk-gt-achou
                               end-if
                           end-perform
                           if wk-gt-achou = "S" then
                               move "N" to wk-pedido-ok
                               move "entrada pendente na fila em bolao do titular"
                                 to wk-motivo
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           .
       avaliar-entrada-fila-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pseudonimo novo: "LGPD" + o sequencial seguinte ao maior ja
      *> usado, pulando qualquer um que (por acaso) ja exista no cadastro.
      *> Reservado no registro de evidencias antes de tocar nos arquivos.
      *>------------------------------------------------------------------------
       reservar-pseudonimo section.

           move "N" to wk-pseud-livre
           open input players
           if wk-fs-players <> "00" then
               move "N" to wk-pedido-ok
               move "cadastro de jogadores indisponivel" to wk-motivo
           else
               perform until wk-pseud-livre = "S"
                          or wk-ultimo-seq >= 999999
                   add 1 to wk-ultimo-seq
                   move "LGPD"        to wk-pseud-prefixo
                   move wk-ultimo-seq to wk-pseud-seq
                   move wk-pseudonimo to pl-player-id
                   read players key is pl-player-id
                       invalid key
                           move "S" to wk-pseud-livre
                   end-read
               end-perform
               close players

               if wk-pseud-livre = "S" then
                   move "I"           to ev-tipo
                   move spaces        to ev-objeto
                   move zero          to ev-registros
                   perform gravar-evidencia
               else
                   move "N" to wk-pedido-ok
                   move "sequencial de pseudonimos esgotado" to wk-motivo
               end-if
           end-if

           .
       reservar-pseudonimo-exit.
           exit.

       recusar-pedido section.

           display "Pedido RECUSADO - " wk-motivo " - nada foi alterado."
           move spaces    to wk-pseudonimo
           move "R"       to ev-tipo
           move wk-motivo to ev-objeto
           move zero      to ev-registros
           perform gravar-evidencia
           move 8 to return-code

           .
       recusar-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Troca o ID pelo pseudonimo arquivo a arquivo - o cadastro por
      *> ultimo, para uma rodada interrompida continuar enxergando o
      *> titular na retomada.
      *>------------------------------------------------------------------------
       pseudonimizar-arquivos section.

           string "data/LGPD-EVIDENCIA-" wk-pseudonimo ".txt"
                  delimited by size into wk-nome-relatorio
           end-string
           open output relatorio
           perform imprimir-cabecalho

           perform tratar-historico
           perform tratar-ganhos
           perform tratar-mov-conta
           perform tratar-grupos
           perform tratar-campeoes
           perform tratar-sorteios-log
           perform tratar-sorteios-sum
           perform tratar-arquivos-mortos
           perform tratar-fila
           perform tratar-bilhete
           perform tratar-retornos-agente
           perform tratar-geracoes
           perform tratar-assinaturas
           perform tratar-assinaturas-ctrl
           perform tratar-auditoria
           perform tratar-notif-hist
           perform tratar-notif-pend
           perform tratar-notificacoes
           perform tratar-cadastro

           if wk-total-falhas > zero then
               display "Aviso: " wk-total-falhas " arquivo(s) nao puderam ser "
                       "tratados - repita a rodada com o mesmo protocolo."
               move 8 to return-code
           else
               move "F"    to ev-tipo
               move spaces to ev-objeto
               move wk-total-alterados to ev-registros
               perform gravar-evidencia
           end-if

           perform imprimir-rodape
           close relatorio

           .
       pseudonimizar-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> JOGOS-HIST: o jogador faz parte da chave - cada jogo e gravado sob
      *> a chave do pseudonimo e o antigo excluido, posicionado pela chave.
      *>------------------------------------------------------------------------
       tratar-historico section.

           move "data/JOGOS-HIST.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados
           move low-values to wk-ult-data-hora

           open i-o jogos-hist
           if wk-fs-jogos-hist = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-jogos-hist <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       move wk-param-jogador to jh-player-id
                       move wk-ult-data-hora to jh-data-hora
                       start jogos-hist key > jh-chave
                           invalid key move "S" to wk-fim-arquivo
                       end-start
                       if wk-fim-arquivo = "N" then
                           read jogos-hist next record
                               at end move "S" to wk-fim-arquivo
                               not at end
                                   if jh-player-id = wk-param-jogador then
                                       perform regravar-jogo-pseudonimo
                                   else
                                       move "S" to wk-fim-arquivo
                                   end-if
                           end-read
                       end-if
                   end-perform
                   close jogos-hist
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-historico-exit.
           exit.

       regravar-jogo-pseudonimo section.

           move jh-data-hora  to wk-ult-data-hora
           move wk-pseudonimo to jh-player-id
           write jh-registro
               invalid key
                   display "Aviso: jogo de " wk-ult-data-hora " ja existe sob "
                           "o pseudonimo - o antigo sera excluido."
               not invalid key
                   continue
           end-write

           move wk-param-jogador to jh-player-id
           move wk-ult-data-hora to jh-data-hora
           delete jogos-hist record
               invalid key
                   display "Aviso: nao foi possivel excluir o jogo antigo de "
                           wk-ult-data-hora "."
                   add 1 to wk-total-falhas
               not invalid key
                   add 1 to wk-ctx-alterados
           end-delete

           .
       regravar-jogo-pseudonimo-exit.
           exit.

       tratar-ganhos section.

           move "data/GANHOS-LEDGER.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o ganhos-ledger
           if wk-fs-ganhos = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-ganhos <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read ganhos-ledger
                           at end move "S" to wk-fim-arquivo
                           not at end
                               move "N" to wk-alterou
                               if gn-player-id = wk-param-jogador then
                                   move wk-pseudonimo to gn-player-id
                                   move "S" to wk-alterou
                               end-if
                               if gn-apostador = wk-param-jogador then
                                   move wk-pseudonimo to gn-apostador
                                   move "S" to wk-alterou
                               end-if
                               if wk-alterou = "S" then
                                   rewrite gn-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close ganhos-ledger
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-ganhos-exit.
           exit.

       tratar-mov-conta section.

           move "data/MOV-CONTA.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o mov-conta
           if wk-fs-mov-conta = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-mov-conta <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read mov-conta
                           at end move "S" to wk-fim-arquivo
                           not at end
                               move "N" to wk-alterou
                               if mc-player-id = wk-param-jogador then
                                   move wk-pseudonimo to mc-player-id
                                   move "S" to wk-alterou
                               end-if
                               if mc-apostador = wk-param-jogador then
                                   move wk-pseudonimo to mc-apostador
                                   move "S" to wk-alterou
                               end-if
                                                       *>transferencia da fusao (LOTPLAYER) leva o outro ID
                                                       *>na referencia: "FUSAO PARA <id>" / "FUSAO DE <id>"
                               if mc-origem = "LOTPLAYER"
                               and mc-tipo = "T" then
                                   if mc-referencia(1:11) = "FUSAO PARA "
                                   and mc-referencia(12:10) = wk-param-jogador then
                                       move wk-pseudonimo to mc-referencia(12:10)
                                       move "S" to wk-alterou
                                   end-if
                                   if mc-referencia(1:9) = "FUSAO DE "
                                   and mc-referencia(10:10) = wk-param-jogador then
                                       move wk-pseudonimo to mc-referencia(10:10)
                                       move "S" to wk-alterou
                                   end-if
                               end-if
                               if wk-alterou = "S" then
                                   rewrite mc-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close mov-conta
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-mov-conta-exit.
           exit.

       tratar-grupos section.

           move "data/GRUPOS.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o grupos
           if wk-fs-grupos = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-grupos <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read grupos next record
                           at end move "S" to wk-fim-arquivo
                           not at end
                               move "N" to wk-alterou
                               perform varying wk-mem-sub from 1 by 1
                                       until wk-mem-sub > 10
                                   if gr-mem-player-id(wk-mem-sub) = wk-param-jogador then
                                       move wk-pseudonimo
                                         to gr-mem-player-id(wk-mem-sub)
                                       move "S" to wk-alterou
                                   end-if
                               end-perform
                               if wk-alterou = "S" then
                                   rewrite gr-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close grupos
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-grupos-exit.
           exit.

       tratar-campeoes section.

           move "data/CAMPEOES.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o campeoes
           if wk-fs-campeoes = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-campeoes <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read campeoes next record
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if cp-player-id = wk-param-jogador then
                                   move wk-pseudonimo to cp-player-id
                                   rewrite cp-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close campeoes
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-campeoes-exit.
           exit.

       tratar-sorteios-log section.

           move "data/SORTEIOS-LOG.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o sorteios-log
           if wk-fs-sorteios = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-sorteios <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read sorteios-log
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if sl-player-id = wk-param-jogador then
                                   move wk-pseudonimo to sl-player-id
                                   rewrite sl-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close sorteios-log
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-sorteios-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *> SORTEIOS-SUM: alem de trocar o ID, anota a data de arquivamento de
      *> cada sessao do titular - e o nome do arquivo morto onde o detalhe
      *> dela foi parar (data/SORTEIOS-ARQ-<aaaammdd>.dat).
      *>------------------------------------------------------------------------
       tratar-sorteios-sum section.

           move "data/SORTEIOS-SUM.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados
           move zero to wk-dm-qtd

           open i-o sorteios-sum
           if wk-fs-sum = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-sum <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read sorteios-sum
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if su-player-id = wk-param-jogador
                               or su-player-id = wk-pseudonimo then
                                   perform anotar-data-morto
                               end-if
                               if su-player-id = wk-param-jogador then
                                   move wk-pseudonimo to su-player-id
                                   rewrite su-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close sorteios-sum
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-sorteios-sum-exit.
           exit.

       anotar-data-morto section.

           move "N" to wk-data-achou
           perform varying wk-idx-dm from 1 by 1
                   until wk-idx-dm > wk-dm-qtd
                      or wk-data-achou = "S"
               if wk-dm-data(wk-idx-dm) = su-data-arquivamento then
                   move "S" to wk-data-achou
               end-if
           end-perform

           if wk-data-achou = "N" then
               if wk-dm-qtd >= 400 then
                   move "S" to wk-datas-transbordou
               else
                   add 1 to wk-dm-qtd
                   move su-data-arquivamento to wk-dm-data(wk-dm-qtd)
               end-if
           end-if

           .
       anotar-data-morto-exit.
           exit.

       tratar-arquivos-mortos section.

           perform varying wk-idx-dm from 1 by 1
                   until wk-idx-dm > wk-dm-qtd
               move spaces to wk-nome-arquivo-morto
               string "data/SORTEIOS-ARQ-" wk-dm-data(wk-idx-dm) ".dat"
                      delimited by size into wk-nome-arquivo-morto
               end-string
               move wk-nome-arquivo-morto to wk-ctx-nome
               move zero to wk-ctx-alterados

               open i-o arquivo-morto
               if wk-fs-morto = "35" then
                   move "S" to wk-ctx-ausente
               else
                   if wk-fs-morto <> "00" then
                       perform registrar-falha
                   else
                       move "N" to wk-fim-arquivo
                       perform until wk-fim-arquivo-sim
                           read arquivo-morto
                               at end move "S" to wk-fim-arquivo
                               not at end
                                   if am-player-id = wk-param-jogador then
                                       move wk-pseudonimo to am-player-id
                                       rewrite am-registro
                                       add 1 to wk-ctx-alterados
                                   end-if
                           end-read
                       end-perform
                       close arquivo-morto
                   end-if
               end-if
               perform registrar-arquivo
           end-perform

           if wk-datas-transbordou = "S" then
               display "Aviso: mais de 400 datas de arquivamento - arquivos "
                       "mortos alem delas nao foram tratados."
               add 1 to wk-total-falhas
           end-if

           .
       tratar-arquivos-mortos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> FILA-APOSTAS e texto (sequencial de linha): regravada inteira por
      *> um arquivo de passagem, na mesma ordem - o ordinal de cada linha,
      *> que liga a entrada a sua situacao em FILA-STATUS, nao muda.
      *>------------------------------------------------------------------------
       tratar-fila section.

           move "data/FILA-APOSTAS.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open input fila-apostas
           if wk-fs-fila = "35" then
               move "S" to wk-ctx-ausente
           else
               open output fila-temp
               if wk-fs-fila <> "00"
               or wk-fs-fila-tmp <> "00" then
                   perform registrar-falha
                   close fila-apostas
                   close fila-temp
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read fila-apostas
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if fa-player-id = wk-param-jogador then
                                   move wk-pseudonimo to fa-player-id
                                   add 1 to wk-ctx-alterados
                               end-if
                               write ft-linha from fa-linha
                       end-read
                   end-perform
                   close fila-apostas
                   close fila-temp

                   if wk-ctx-alterados > zero then
                       perform regravar-fila
                   end-if
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-fila-exit.
           exit.

       regravar-fila section.

           open input fila-temp
           open output fila-apostas
           if wk-fs-fila-tmp <> "00"
           or wk-fs-fila <> "00" then
                                                       *>a copia nao pode comecar - a fila tratada continua
                                                       *>guardada em FILA-APOSTAS.tmp para recuperacao manual
               display "Aviso: nao foi possivel regravar a fila (passagem "
                       wk-fs-fila-tmp ", fila " wk-fs-fila "); a fila tratada "
                       "ficou em FILA-APOSTAS.tmp."
               perform registrar-falha
               close fila-temp
               close fila-apostas
           else
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read fila-temp
                       at end move "S" to wk-fim-arquivo
                       not at end
                           write fa-linha from ft-linha
                   end-read
               end-perform
               close fila-temp
               close fila-apostas

                                                       *>esvazia o arquivo de passagem
               open output fila-temp
               close fila-temp
           end-if

           .
       regravar-fila-exit.
           exit.

       tratar-bilhete section.

           move "data/BILHETE-LOG.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o bilhete-log
           if wk-fs-bilhete = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-bilhete <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read bilhete-log
                           at end move "S" to wk-fim-arquivo
                           not at end
                               move bl-linha to wk-linha-bilhete
                               if wk-lb-rotulo = wk-rotulo-jogador
                               and wk-lb-player-id = wk-param-jogador then
                                   move wk-pseudonimo to wk-lb-player-id
                                   move wk-linha-bilhete to bl-linha
                                   rewrite bl-linha
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close bilhete-log
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retornos aos agentes de venda (texto): cada arquivo registrado
      *> em AGENTES-CTRL e regravado por um arquivo de passagem, com o
      *> pseudonimo no lugar do jogador nas linhas de aposta. Cabecalho,
      *> trailer e a ordem das linhas nao mudam.
      *>------------------------------------------------------------------------
       tratar-retornos-agente section.

           move zero to wk-ra-qtd
           move "N"  to wk-datas-transbordou

           open input agentes-ctrl
           if wk-fs-agentes-ctrl = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read agentes-ctrl
                       at end move "S" to wk-fim-arquivo
                       not at end perform anotar-retorno-agente
                   end-read
               end-perform
               close agentes-ctrl
           end-if

           perform varying wk-idx-ra from 1 by 1
                   until wk-idx-ra > wk-ra-qtd
               perform tratar-arquivo-retorno
           end-perform

           if wk-datas-transbordou = "S" then
               display "Aviso: mais de 400 arquivos em AGENTES-CTRL - retornos "
                       "aos agentes alem deles nao foram tratados."
               add 1 to wk-total-falhas
           end-if

           .
       tratar-retornos-agente-exit.
           exit.

       anotar-retorno-agente section.

           move spaces to wk-nome-retorno-agente
           string "data/AGENTE-RET-" delimited by size
                  ag-agente delimited by space
                  "-" ag-sequencia ".txt" delimited by size
                  into wk-nome-retorno-agente
           end-string

           move "N" to wk-nome-achou
           perform varying wk-idx-ra from 1 by 1
                   until wk-idx-ra > wk-ra-qtd
                      or wk-nome-achou = "S"
               if wk-ra-nome(wk-idx-ra) = wk-nome-retorno-agente then
                   move "S" to wk-nome-achou
               end-if
           end-perform

           if wk-nome-achou = "N" then
               if wk-ra-qtd >= 400 then
                   move "S" to wk-datas-transbordou
               else
                   add 1 to wk-ra-qtd
                   move wk-nome-retorno-agente to wk-ra-nome(wk-ra-qtd)
               end-if
           end-if

           .
       anotar-retorno-agente-exit.
           exit.

       tratar-arquivo-retorno section.

           move wk-ra-nome(wk-idx-ra) to wk-nome-retorno-agente
           move wk-ra-nome(wk-idx-ra) to wk-ctx-nome
           move zero to wk-ctx-alterados

           open input agente-retorno
           if wk-fs-retorno = "35" then
               move "S" to wk-ctx-ausente
           else
               open output agente-retorno-temp
               if wk-fs-retorno <> "00"
               or wk-fs-retorno-tmp <> "00" then
                   perform registrar-falha
                   close agente-retorno
                   close agente-retorno-temp
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read agente-retorno
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if ar-tipo = "D"
                               and ar-player-id = wk-param-jogador then
                                   move wk-pseudonimo to ar-player-id
                                   add 1 to wk-ctx-alterados
                               end-if
                               write ax-linha from ar-linha
                       end-read
                   end-perform
                   close agente-retorno
                   close agente-retorno-temp

                   if wk-ctx-alterados > zero then
                       perform regravar-arquivo-retorno
                   end-if
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-arquivo-retorno-exit.
           exit.

       regravar-arquivo-retorno section.

           open input agente-retorno-temp
           open output agente-retorno
           if wk-fs-retorno-tmp <> "00"
           or wk-fs-retorno <> "00" then
               display "Aviso: nao foi possivel regravar " wk-nome-retorno-agente
                       " (passagem " wk-fs-retorno-tmp ", arquivo "
                       wk-fs-retorno "); as linhas tratadas ficaram em "
                       "AGENTE-RET.tmp."
               perform registrar-falha
               close agente-retorno-temp
               close agente-retorno
           else
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read agente-retorno-temp
                       at end move "S" to wk-fim-arquivo
                       not at end
                           write ar-linha from ax-linha
                   end-read
               end-perform
               close agente-retorno-temp
               close agente-retorno

               open output agente-retorno-temp
               close agente-retorno-temp
           end-if

           .
       regravar-arquivo-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Geracoes de copia de seguranca: as datas vem de BACKUP-CTRL (um
      *> registro por arquivo copiado por rodada); em cada data, as
      *> copias de JOGOS-HIST, PLAYERS, BILHETE-LOG e SORTEIOS-LOG sao
      *> tratadas no lugar - mesmo tamanho e mesma contagem, entao o
      *> controle continua valendo. A copia de CHECKPOINT nao guarda ID.
      *>------------------------------------------------------------------------
       tratar-geracoes section.

           move zero to wk-dg-qtd
           move "N"  to wk-datas-transbordou

           open input backup-ctrl
           if wk-fs-ctrl = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read backup-ctrl
                       at end move "S" to wk-fim-arquivo
                       not at end perform anotar-data-geracao
                   end-read
               end-perform
               close backup-ctrl
           end-if

           perform varying wk-idx-dg from 1 by 1
                   until wk-idx-dg > wk-dg-qtd
               perform tratar-geracao-data
           end-perform

           if wk-datas-transbordou = "S" then
               display "Aviso: mais de 400 datas em BACKUP-CTRL - geracoes "
                       "alem delas nao foram tratadas."
               add 1 to wk-total-falhas
           end-if

           .
       tratar-geracoes-exit.
           exit.

       anotar-data-geracao section.

           move "N" to wk-data-achou
           perform varying wk-idx-dg from 1 by 1
                   until wk-idx-dg > wk-dg-qtd
                      or wk-data-achou = "S"
               if wk-dg-data(wk-idx-dg) = ct-data-backup then
                   move "S" to wk-data-achou
               end-if
           end-perform

           if wk-data-achou = "N" then
               if wk-dg-qtd >= 400 then
                   move "S" to wk-datas-transbordou
               else
                   add 1 to wk-dg-qtd
                   move ct-data-backup to wk-dg-data(wk-dg-qtd)
               end-if
           end-if

           .
       anotar-data-geracao-exit.
           exit.

       tratar-geracao-data section.

           move spaces to wk-nome-gen-jogos
           move spaces to wk-nome-gen-players
           move spaces to wk-nome-gen-bilhete
           move spaces to wk-nome-gen-sorteios
           string "data/BKP-JOGOS-HIST-" wk-dg-data(wk-idx-dg) ".dat"
                  delimited by size into wk-nome-gen-jogos
           end-string
           string "data/BKP-PLAYERS-" wk-dg-data(wk-idx-dg) ".dat"
                  delimited by size into wk-nome-gen-players
           end-string
           string "data/BKP-BILHETE-LOG-" wk-dg-data(wk-idx-dg) ".dat"
                  delimited by size into wk-nome-gen-bilhete
           end-string
           string "data/BKP-SORTEIOS-LOG-" wk-dg-data(wk-idx-dg) ".dat"
                  delimited by size into wk-nome-gen-sorteios
           end-string

                                                       *>copia do historico
           move wk-nome-gen-jogos to wk-ctx-nome
           move zero to wk-ctx-alterados
           open i-o gen-jogos
           if wk-fs-gen = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-gen <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read gen-jogos
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if gj-player-id = wk-param-jogador then
                                   move wk-pseudonimo to gj-player-id
                                   rewrite gj-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close gen-jogos
               end-if
           end-if
           perform registrar-arquivo

                                                       *>copia do cadastro - PIN zerado e conta bloqueada,
                                                       *>como no cadastro vivo
           move wk-nome-gen-players to wk-ctx-nome
           move zero to wk-ctx-alterados
           open i-o gen-players
           if wk-fs-gen = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-gen <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read gen-players
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if gp-player-id = wk-param-jogador then
                                   move wk-pseudonimo to gp-player-id
                                   move zero          to gp-senha
                                   move "B"           to gp-situacao
                                   move spaces        to gp-contato
                                   rewrite gp-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close gen-players
               end-if
           end-if
           perform registrar-arquivo

                                                       *>copia dos bilhetes
           move wk-nome-gen-bilhete to wk-ctx-nome
           move zero to wk-ctx-alterados
           open i-o gen-bilhete
           if wk-fs-gen = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-gen <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read gen-bilhete
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if gb-rotulo = wk-rotulo-jogador
                               and gb-player-id = wk-param-jogador then
                                   move wk-pseudonimo to gb-player-id
                                   rewrite gb-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close gen-bilhete
               end-if
           end-if
           perform registrar-arquivo

                                                       *>copia do log de sorteios
           move wk-nome-gen-sorteios to wk-ctx-nome
           move zero to wk-ctx-alterados
           open i-o gen-sorteios
           if wk-fs-gen = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-gen <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read gen-sorteios
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if gs-player-id = wk-param-jogador then
                                   move wk-pseudonimo to gs-player-id
                                   rewrite gs-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close gen-sorteios
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-geracao-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Assinaturas da surpresinha - texto, regravado por um arquivo de
      *> passagem como a fila. A assinatura do titular passa para o
      *> pseudonimo e fica suspensa (a conta fica bloqueada de qualquer
      *> forma).
      *>------------------------------------------------------------------------
       tratar-assinaturas section.

           move "data/ASSINATURAS.txt" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open input assinaturas
           if wk-fs-assinaturas = "35" then
               move "S" to wk-ctx-ausente
           else
               open output assinaturas-temp
               if wk-fs-assinaturas <> "00"
               or wk-fs-assin-tmp <> "00" then
                   perform registrar-falha
                   close assinaturas
                   close assinaturas-temp
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read assinaturas
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if as-player-id = wk-param-jogador then
                                   move wk-pseudonimo to as-player-id
                                   move "S"           to as-situacao
                                   add 1 to wk-ctx-alterados
                               end-if
                               write at-linha from as-linha
                       end-read
                   end-perform
                   close assinaturas
                   close assinaturas-temp

                   if wk-ctx-alterados > zero then
                       perform regravar-assinaturas
                   end-if
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-assinaturas-exit.
           exit.

       regravar-assinaturas section.

           open input assinaturas-temp
           open output assinaturas
           if wk-fs-assin-tmp <> "00"
           or wk-fs-assinaturas <> "00" then
               display "Aviso: nao foi possivel regravar as assinaturas "
                       "(passagem " wk-fs-assin-tmp ", assinaturas "
                       wk-fs-assinaturas "); as assinaturas tratadas "
                       "ficaram em ASSINATURAS.tmp."
               perform registrar-falha
               close assinaturas-temp
               close assinaturas
           else
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read assinaturas-temp
                       at end move "S" to wk-fim-arquivo
                       not at end
                           write as-linha from at-linha
                   end-read
               end-perform
               close assinaturas-temp
               close assinaturas

               open output assinaturas-temp
               close assinaturas-temp
           end-if

           .
       regravar-assinaturas-exit.
           exit.

       tratar-assinaturas-ctrl section.

           move "data/ASSINATURAS-CTRL.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o assinaturas-ctrl
           if wk-fs-assin-ctrl = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-assin-ctrl <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read assinaturas-ctrl
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if ac-player-id = wk-param-jogador then
                                   move wk-pseudonimo to ac-player-id
                                   rewrite ac-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close assinaturas-ctrl
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-assinaturas-ctrl-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trilha de auditoria: no cadastro de jogadores o ID esta na chave,
      *> na chave relacionada (fusao) e no inicio das duas imagens, que
      *> tambem perdem o contato do titular; nos grupos, nos participantes
      *> das duas imagens. O PIN ja e gravado mascarado pela manutencao.
      *>------------------------------------------------------------------------
       tratar-auditoria section.

           move "data/AUDITORIA.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o auditoria
           if wk-fs-auditoria = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-auditoria <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read auditoria
                           at end move "S" to wk-fim-arquivo
                           not at end
                               move "N" to wk-alterou
                               if au-cadastro = "G" then
                                   perform tratar-auditoria-grupo
                               else
                                   perform tratar-auditoria-jogador
                               end-if
                               if wk-alterou = "S" then
                                   rewrite au-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close auditoria
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-auditoria-exit.
           exit.

       tratar-auditoria-jogador section.

           if au-chave = wk-param-jogador then
               move wk-pseudonimo to au-chave
               move "S" to wk-alterou
           end-if
           if au-chave-rel = wk-param-jogador then
               move wk-pseudonimo to au-chave-rel
               move "S" to wk-alterou
           end-if
           if au-imagem-antes(1:10) = wk-param-jogador then
               move wk-pseudonimo to au-imagem-antes(1:10)
               move spaces        to au-imagem-antes(121:66)
               move "S" to wk-alterou
           end-if
           if au-imagem-depois(1:10) = wk-param-jogador then
               move wk-pseudonimo to au-imagem-depois(1:10)
               move spaces        to au-imagem-depois(121:66)
               move "S" to wk-alterou
           end-if

           .
       tratar-auditoria-jogador-exit.
           exit.

       tratar-auditoria-grupo section.

           move au-imagem-antes to wk-img-grupo
           perform varying wk-mem-sub from 1 by 1
                   until wk-mem-sub > 10
               if wk-ig-mem-player-id(wk-mem-sub) = wk-param-jogador then
                   move wk-pseudonimo to wk-ig-mem-player-id(wk-mem-sub)
                   move "S" to wk-alterou
               end-if
           end-perform
           move wk-img-grupo to au-imagem-antes

           move au-imagem-depois to wk-img-grupo
           perform varying wk-mem-sub from 1 by 1
                   until wk-mem-sub > 10
               if wk-ig-mem-player-id(wk-mem-sub) = wk-param-jogador then
                   move wk-pseudonimo to wk-ig-mem-player-id(wk-mem-sub)
                   move "S" to wk-alterou
               end-if
           end-perform
           move wk-img-grupo to au-imagem-depois

           .
       tratar-auditoria-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Avisos ao jogador: o historico guarda o jogador fora da chave
      *> (a chave do evento nunca leva o ID) - regravado no lugar, como os
      *> avisos pendentes de uma rodada interrompida do LOTNOTIF.
      *>------------------------------------------------------------------------
       tratar-notif-hist section.

           move "data/NOTIF-HIST.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o notif-hist
           if wk-fs-notif-hist = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-notif-hist <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read notif-hist next record
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if nh-player-id = wk-param-jogador then
                                   move wk-pseudonimo to nh-player-id
                                   rewrite nh-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close notif-hist
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-notif-hist-exit.
           exit.

       tratar-notif-pend section.

           move "data/NOTIF-PEND.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           open i-o notif-pend
           if wk-fs-notif-pend = "35" then
               move "S" to wk-ctx-ausente
           else
               if wk-fs-notif-pend <> "00" then
                   perform registrar-falha
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read notif-pend
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if np-tipo = "D"
                               and np-player-id = wk-param-jogador then
                                   move wk-pseudonimo to np-player-id
                                   rewrite np-registro
                                   add 1 to wk-ctx-alterados
                               end-if
                       end-read
                   end-perform
                   close notif-pend
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-notif-pend-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquivos de avisos ja gravados (texto): cada um listado em
      *> NOTIF-CTRL e regravado por um arquivo de passagem, com o
      *> pseudonimo e sem o telefone e o e-mail nas linhas do titular.
      *> Cabecalho, trailer e totais de controle nao mudam.
      *>------------------------------------------------------------------------
       tratar-notificacoes section.

           move zero to wk-an-qtd
           move "N"  to wk-datas-transbordou

           open input notif-ctrl
           if wk-fs-notif-ctrl = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read notif-ctrl
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if wk-an-qtd >= 400 then
                               move "S" to wk-datas-transbordou
                           else
                               add 1 to wk-an-qtd
                               move nc-arquivo to wk-an-nome(wk-an-qtd)
                           end-if
                   end-read
               end-perform
               close notif-ctrl
           end-if

           perform varying wk-idx-an from 1 by 1
                   until wk-idx-an > wk-an-qtd
               perform tratar-arquivo-notif
           end-perform

           if wk-datas-transbordou = "S" then
               display "Aviso: mais de 400 arquivos em NOTIF-CTRL - arquivos "
                       "de avisos alem deles nao foram tratados."
               add 1 to wk-total-falhas
           end-if

           .
       tratar-notificacoes-exit.
           exit.

       tratar-arquivo-notif section.

           move wk-an-nome(wk-idx-an) to wk-nome-notificacoes
           move wk-an-nome(wk-idx-an) to wk-ctx-nome
           move zero to wk-ctx-alterados

           open input notificacoes
           if wk-fs-notif = "35" then
               move "S" to wk-ctx-ausente
           else
               open output notificacoes-temp
               if wk-fs-notif <> "00"
               or wk-fs-notif-tmp <> "00" then
                   perform registrar-falha
                   close notificacoes
                   close notificacoes-temp
               else
                   move "N" to wk-fim-arquivo
                   perform until wk-fim-arquivo-sim
                       read notificacoes
                           at end move "S" to wk-fim-arquivo
                           not at end
                               if nt-tipo-registro = "D"
                               and nt-player-id = wk-param-jogador then
                                   move wk-pseudonimo to nt-player-id
                                   move spaces        to nt-telefone
                                   move spaces        to nt-email
                                   add 1 to wk-ctx-alterados
                               end-if
                               write nx-linha from nt-detalhe
                       end-read
                   end-perform
                   close notificacoes
                   close notificacoes-temp

                   if wk-ctx-alterados > zero then
                       perform regravar-arquivo-notif
                   end-if
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-arquivo-notif-exit.
           exit.

       regravar-arquivo-notif section.

           open input notificacoes-temp
           open output notificacoes
           if wk-fs-notif-tmp <> "00"
           or wk-fs-notif <> "00" then
               display "Aviso: nao foi possivel regravar " wk-nome-notificacoes
                       " (passagem " wk-fs-notif-tmp ", arquivo "
                       wk-fs-notif "); as linhas tratadas ficaram em "
                       "NOTIFICACOES.tmp."
               perform registrar-falha
               close notificacoes-temp
               close notificacoes
           else
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read notificacoes-temp
                       at end move "S" to wk-fim-arquivo
                       not at end
                           write nt-detalhe from nx-linha
                   end-read
               end-perform
               close notificacoes-temp
               close notificacoes

               open output notificacoes-temp
               close notificacoes-temp
           end-if

           .
       regravar-arquivo-notif-exit.
           exit.

      *>------------------------------------------------------------------------
      *> PLAYERS, por ultimo: o registro do titular e gravado sob o
      *> pseudonimo com as mesmas marcas (rankings continuam fechando),
      *> saldo zero, PIN zerado e conta bloqueada - e o antigo excluido.
      *>------------------------------------------------------------------------
       tratar-cadastro section.

           move "data/PLAYERS.dat" to wk-ctx-nome
           move zero to wk-ctx-alterados

           if wk-total-falhas > zero then
                                                       *>o titular continua no cadastro para a retomada
               display "Aviso: cadastro mantido - ha arquivos por tratar."
           else
               open i-o players
               if wk-fs-players <> "00" then
                   perform registrar-falha
               else
                   move wk-param-jogador to pl-player-id
                   read players key is pl-player-id
                       invalid key
                           continue
                       not invalid key
                           move wk-pseudonimo to pl-player-id
                           move zero          to pl-senha
                           move "B"           to pl-situacao
                           move spaces        to pl-contato
                           move "S"           to pl-sem-avisos
                           write pl-registro
                               invalid key
                                   continue
                           end-write
                           move wk-param-jogador to pl-player-id
                           delete players record
                               invalid key
                                   perform registrar-falha
                               not invalid key
                                   add 1 to wk-ctx-alterados
                           end-delete
                   end-read
                   close players
               end-if
           end-if
           perform registrar-arquivo

           .
       tratar-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fim do tratamento de um arquivo: evidencia "A" com a quantidade
      *> de registros alterados e a linha do relatorio.
      *>------------------------------------------------------------------------
       registrar-arquivo section.

           add 1                 to wk-total-arquivos
           add wk-ctx-alterados  to wk-total-alterados

           move "A"              to ev-tipo
           move wk-ctx-nome      to ev-objeto
           move wk-ctx-alterados to ev-registros
           perform gravar-evidencia

           move spaces to wk-linha-rel
           if wk-ctx-ausente = "S" then
               string "  " wk-ctx-nome "   (inexistente)"
                      delimited by size into wk-linha-rel
               end-string
           else
               string "  " wk-ctx-nome "   " wk-ctx-alterados
                      delimited by size into wk-linha-rel
               end-string
           end-if
           write rl-linha from wk-linha-rel

           display "  " wk-ctx-nome " " wk-ctx-alterados " registro(s)"
           move "N" to wk-ctx-ausente

           .
       registrar-arquivo-exit.
           exit.

       registrar-falha section.

           display "Aviso: " wk-ctx-nome " nao pode ser tratado (status "
                   wk-fs-jogos-hist wk-fs-ganhos wk-fs-mov-conta
                   wk-fs-grupos wk-fs-campeoes wk-fs-sorteios wk-fs-sum
                   wk-fs-morto wk-fs-fila wk-fs-bilhete wk-fs-gen
                   wk-fs-auditoria wk-fs-retorno wk-fs-retorno-tmp
                   wk-fs-notif-hist wk-fs-notif-pend
                   wk-fs-notif wk-fs-notif-tmp wk-fs-players ")."
           add 1 to wk-total-falhas

           .
       registrar-falha-exit.
           exit.

       gravar-evidencia section.

           accept wk-hora-agora from time

           move wk-param-protocolo to ev-protocolo
           move wk-pseudonimo      to ev-pseudonimo
           move wk-data-hoje       to ev-data
           move wk-hora-agora      to ev-hora

           open extend evidencia
           if wk-fs-evidencia <> "00" then
               open output evidencia
           end-if

           if wk-fs-evidencia = "00" then
               write ev-registro
               close evidencia
           else
               display "Aviso: nao foi possivel gravar a evidencia (status "
                       wk-fs-evidencia ")."
               move 8 to return-code
           end-if

           .
       gravar-evidencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Relatorio de evidencias para o encarregado de dados.
      *>------------------------------------------------------------------------
       imprimir-cabecalho section.

           move "==============================================================================" to rl-linha
           write rl-linha

           move spaces to rl-linha
           string "  DESAFIO LOTERIA - EVIDENCIA DE REMOCAO DE DADOS PESSOAIS (LGPD)"
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move "==============================================================================" to rl-linha
           write rl-linha

           move spaces to rl-linha
           string "  Protocolo do pedido ..: " wk-param-protocolo
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move spaces to rl-linha
           string "  Pseudonimo atribuido .: " wk-pseudonimo
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move spaces to rl-linha
           string "  Data da rodada .......: " wk-data-hoje(1:4) "-"
                  wk-data-hoje(5:2) "-" wk-data-hoje(7:2)
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move spaces to rl-linha
           string "  Conferido antes da troca: saldo zero na conta corrente e "
                  "nenhuma"
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move spaces to rl-linha
           string "  entrada pendente na fila de apostas."
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move spaces to rl-linha
           write rl-linha

           move spaces to rl-linha
           string "  Arquivo                                     Registros alterados"
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move "  ----------------------------------------------------------------------------" to rl-linha
           write rl-linha

           .
       imprimir-cabecalho-exit.
           exit.

       imprimir-rodape section.

           move "  ----------------------------------------------------------------------------" to rl-linha
           write rl-linha

           move spaces to rl-linha
           string "  Arquivos tratados ....: " wk-total-arquivos
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move spaces to rl-linha
           string "  Registros alterados ..: " wk-total-alterados
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move spaces to rl-linha
           if wk-total-falhas > zero then
               string "  Situacao .............: INCOMPLETO - " wk-total-falhas
                      " arquivo(s) por tratar; repetir com o mesmo protocolo"
                      delimited by size into rl-linha
               end-string
           else
               string "  Situacao .............: CONCLUIDO"
                      delimited by size into rl-linha
               end-string
           end-if
           write rl-linha

           move spaces to rl-linha
           write rl-linha

           move spaces to rl-linha
           string "  O ID original do titular nao consta deste relatorio nem do "
                  "registro"
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move spaces to rl-linha
           string "  de evidencias (data/LGPD-EVIDENCIA.dat)."
                  delimited by size into rl-linha
           end-string
           write rl-linha

           move "==============================================================================" to rl-linha
           write rl-linha

           display " "
           display "=========================================================="
           display "Pseudonimo atribuido ............: " wk-pseudonimo
           display "Arquivos tratados ...............: " wk-total-arquivos
           display "Registros alterados .............: " wk-total-alterados
           display "Relatorio de evidencias .........: " wk-nome-relatorio
           display "=========================================================="

           .
       imprimir-rodape-exit.
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

           move wk-total-arquivos  to wk-jor-lidos
           move wk-total-alterados to wk-jor-gravados
           if wk-pedido-ok <> "S" then
               move 1 to wk-jor-rejeitados
           end-if
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
               move "LOTLGPD"         to rj-programa
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
