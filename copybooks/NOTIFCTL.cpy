      *>------------------------------------------------------------------------
      *> COPYBOOK: NOTIFCTL
      *> Layout do controle dos arquivos de avisos ao jogador
      *> (NOTIF-CTRL) - um registro por arquivo gravado pelo LOTNOTIF; a
      *> sequencia do proximo arquivo e a maior gravada mais um
      *>------------------------------------------------------------------------
       01  nc-registro.
           05 nc-sequencia                         pic 9(06).
           05 nc-data                              pic 9(08).
           05 nc-hora                              pic 9(08).
           05 nc-qtd                               pic 9(09).
           05 nc-arquivo                           pic x(60).
