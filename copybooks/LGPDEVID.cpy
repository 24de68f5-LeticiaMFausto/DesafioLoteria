      *>------------------------------------------------------------------------
      *> COPYBOOK: LGPDEVID
      *> Layout do registro de evidencias da remocao de dados pessoais
      *> (LGPD-EVIDENCIA) - gravado pela pseudonimizacao LOTLGPD, um
      *> registro por evento de cada pedido. O ID original do titular
      *> nunca e gravado: o pedido e identificado pelo protocolo do
      *> encarregado de dados e pelo pseudonimo que substituiu o ID
      *>   ev-tipo  "I" inicio da pseudonimizacao (pseudonimo reservado),
      *>            "A" arquivo tratado (ev-objeto = arquivo, ev-registros
      *>            = registros alterados), "F" fim - pedido concluido,
      *>            "R" pedido recusado (ev-objeto = motivo)
      *>------------------------------------------------------------------------
       01  ev-registro.
           05 ev-protocolo                         pic x(20).
           05 ev-pseudonimo                        pic x(10).
                                                       *>pseudonimos sao "LGPD" + sequencial de 6 posicoes
           05 ev-pseudonimo-r redefines ev-pseudonimo.
               10 ev-pseud-prefixo                 pic x(04).
               10 ev-pseud-seq                     pic 9(06).
           05 ev-tipo                              pic x(01).
           05 ev-objeto                            pic x(40).
           05 ev-registros                         pic 9(09).
           05 ev-data                              pic 9(08).
           05 ev-hora                              pic 9(08).
