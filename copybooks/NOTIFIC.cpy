      *>------------------------------------------------------------------------
      *> COPYBOOK: NOTIFIC
      *> Layout do arquivo diario de avisos ao jogador entregue ao
      *> fornecedor de e-mail/SMS (data/NOTIFICACOES-<aaaammdd>-<seq>.txt,
      *> gravado pelo LOTNOTIF) - texto, 220 posicoes por linha: um
      *> cabecalho, uma linha por aviso e um trailer com os totais de
      *> controle do arquivo
      *>   nt-evento  "G" lancamento no livro de ganhos (premio, estorno
      *>              ou premio corrigido), "F" entrada da fila concluida
      *>              ou rejeitada, "B" conta bloqueada, "C" podio de
      *>              temporada gravado em CAMPEOES
      *>   nt-valor   valor liquido do lancamento nos avisos "G"; zero
      *>              nos demais - o trailer soma este campo
      *>------------------------------------------------------------------------
       01  nt-detalhe.
           05 nt-tipo-registro                     pic x(01).
           05 nt-evento                            pic x(01).
           05 nt-item                              pic 9(06).
           05 nt-player-id                         pic x(10).
           05 nt-telefone                          pic x(15).
           05 nt-email                             pic x(50).
           05 nt-valor                             pic s9(09)v99
                                                   sign leading separate.
           05 nt-mensagem                          pic x(120).
           05 filler                               pic x(05).
       01  nt-cabecalho.
           05 filler                               pic x(01).
           05 nt-cab-origem                        pic x(10).
           05 nt-cab-data                          pic 9(08).
           05 nt-cab-hora                          pic 9(08).
           05 nt-cab-sequencia                     pic 9(06).
           05 filler                               pic x(187).
       01  nt-trailer.
           05 filler                               pic x(01).
           05 nt-tra-qtd                           pic 9(09).
           05 nt-tra-ganhos                        pic 9(07).
           05 nt-tra-fila                          pic 9(07).
           05 nt-tra-bloqueios                     pic 9(07).
           05 nt-tra-podios                        pic 9(07).
           05 nt-tra-soma-valor                    pic s9(13)v99
                                                   sign leading separate.
           05 filler                               pic x(166).
