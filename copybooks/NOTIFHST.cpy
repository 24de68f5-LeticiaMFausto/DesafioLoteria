      *>------------------------------------------------------------------------
      *> COPYBOOK: NOTIFHST
      *> Layout do historico de avisos ao jogador (NOTIF-HIST) - um
      *> registro por evento ja tratado pelo LOTNOTIF, para que nenhum
      *> aviso saia duas vezes, mesmo rodando o lote de novo. A chave
      *> identifica o evento na origem e nunca leva o ID do jogador:
      *>   "G" + numero de ordem do lancamento no livro de ganhos (9(09))
      *>   "F" + numero da entrada na fila (9(05)) + data/hora (9(08) +
      *>         9(08)) da marca "C"/"R" da entrada em FILA-STATUS
      *>   "B" + numero de ordem do registro na trilha de auditoria (9(09))
      *>   "C" + chave do podio em CAMPEOES
      *>   nh-situacao  "E" enviado no arquivo nh-sequencia, "S" suprimido
      *>                (jogador sem cadastro, sem contato ou que recusou os
      *>                avisos), "I" evento anterior a carga inicial
      *>------------------------------------------------------------------------
       01  nh-registro.
           05 nh-chave                             pic x(80).
           05 nh-player-id                         pic x(10).
           05 nh-situacao                          pic x(01).
           05 nh-sequencia                         pic 9(06).
           05 nh-data                              pic 9(08).
           05 nh-hora                              pic 9(08).
