      *>------------------------------------------------------------------------
      *> COPYBOOK: AUDITORIA
      *> Layout da trilha de auditoria da manutencao dos cadastros mestres
      *> (AUDITORIA) - um registro por alteracao feita pelo operador na
      *> manutencao de jogadores (LOTPLAYER) ou de grupos (LOTGRUPO), com
      *> a imagem do registro antes e depois da alteracao
      *>   au-cadastro "P" PLAYERS, "G" GRUPOS
      *>   au-acao     "I" inclusao, "C" correcao, "E" exclusao, "F" fusao,
      *>               "B" bloqueio, "D" desbloqueio, "P" troca/zeragem do PIN
      *>   au-chave-rel  na fusao, o outro ID envolvido (absorvido ou
      *>                 sobrevivente); em branco nas demais acoes
      *> Imagem em branco: inclusao (antes) ou exclusao (depois). As imagens
      *> tem folga alem do tamanho atual dos dois cadastros; o PIN nunca
      *> vai para a trilha - as imagens do cadastro de jogadores levam
      *> "****" na posicao do PIN.
      *>------------------------------------------------------------------------
       01  au-registro.
           05 au-data                              pic 9(08).
           05 au-hora                              pic 9(08).
           05 au-operador                          pic x(10).
           05 au-programa                          pic x(10).
           05 au-cadastro                          pic x(01).
           05 au-acao                              pic x(01).
           05 au-chave                             pic x(10).
           05 au-chave-rel                         pic x(10).
           05 au-imagem-antes                      pic x(200).
           05 au-imagem-depois                     pic x(200).
