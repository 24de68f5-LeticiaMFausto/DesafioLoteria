      *>------------------------------------------------------------------------
      *> COPYBOOK: MOVCONTA
      *> Layout do arquivo de movimentos da conta corrente do jogador
      *> (MOV-CONTA) - todo debito e credito em pl-saldo gera um
      *> movimento, com o saldo corrente logo apos o lancamento; e por
      *> aqui que sai o extrato de conta (LOTEXTCC) e que a conciliacao
      *> (LOTCONCIL) confere o saldo do cadastro
      *>   mc-tipo: "I" saldo de implantacao, "D" deposito no caixa,
      *>            "S" saque no caixa, "A" cobranca de aposta, "P"
      *>            credito de premio, "T" transferencia na fusao de
      *>            cadastros, "E" estorno de premio por correcao
      *>            oficial do concurso
      *>   mc-valor: positivo credita, negativo debita
      *>------------------------------------------------------------------------
       01  mc-registro.
           05 mc-player-id                         pic x(10).
           05 mc-data                              pic 9(08).
           05 mc-hora                              pic 9(08).
           05 mc-tipo                              pic x(01).
           05 mc-valor                             pic s9(11)v99.
           05 mc-saldo                             pic s9(11)v99.
                                                       *>programa que lancou o movimento
           05 mc-origem                            pic x(12).
                                                       *>aposta a que o movimento se refere (quem apostou, em
                                                       *>nome de qual bolao, modalidade e concurso) - em
                                                       *>branco/zero nos movimentos de caixa
           05 mc-apostador                         pic x(10).
           05 mc-grupo-id                          pic x(10).
           05 mc-modo-qtd                          pic 9(02).
           05 mc-modo-max                          pic 9(02).
           05 mc-concurso                          pic 9(06).
           05 mc-referencia                        pic x(30).
