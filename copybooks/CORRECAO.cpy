      *>------------------------------------------------------------------------
      *> COPYBOOK: CORRECAO
      *> Layout do arquivo de correcoes oficiais (CORRECOES) - um registro
      *> por concurso ja cadastrado que voltou na importacao com conteudo
      *> diferente: resultado (LOTRESIMP) ou tabela de premios
      *> (LOTPREMIMP). Guarda a versao anterior e a nova do registro, e
      *> fica pendente ate a conferencia (LOTCONFER) reconferir as apostas
      *> do concurso, estornar os premios lancados com a versao errada e
      *> relancar os corretos
      *>   cr-tipo      "R" resultado, "P" tabela de premios
      *>   cr-situacao  "P" pendente, "A" aplicada pela conferencia
      *>------------------------------------------------------------------------
       01  cr-registro.
           05 cr-tipo                              pic x(01).
           05 cr-chave.
               10 cr-modo-qtd                      pic 9(02).
               10 cr-modo-max                      pic 9(02).
               10 cr-concurso                      pic 9(06).
           05 cr-data                              pic 9(08).
           05 cr-hora                              pic 9(08).
           05 cr-situacao                          pic x(01).
           05 cr-data-aplicacao                    pic 9(08).
                                                       *>imagens do registro antes e depois da correcao -
                                                       *>rs-registro (48) ou pm-registro (186), completadas
                                                       *>com espacos
           05 cr-imagem-antes                      pic x(186).
           05 cr-res-antes redefines cr-imagem-antes.
               10 filler                           pic x(10).
               10 cr-ra-data-sorteio               pic 9(08).
               10 cr-ra-numero                     pic 9(02) occurs 15 times.
               10 filler                           pic x(138).
           05 cr-pre-antes redefines cr-imagem-antes.
               10 filler                           pic x(10).
               10 cr-pa-valor-faixa                pic 9(09)v99 occurs 16 times.
           05 cr-imagem-depois                     pic x(186).
           05 cr-res-depois redefines cr-imagem-depois.
               10 filler                           pic x(10).
               10 cr-rd-data-sorteio               pic 9(08).
               10 cr-rd-numero                     pic 9(02) occurs 15 times.
               10 filler                           pic x(138).
           05 cr-pre-depois redefines cr-imagem-depois.
               10 filler                           pic x(10).
               10 cr-pd-valor-faixa                pic 9(09)v99 occurs 16 times.
