                   15 pl-mod-melhor-tempo          pic 9(08).
                   15 pl-mod-qtd-jogos             pic 9(05).
                                                       *>saldo corrente de premios do jogador - alimentado pela
                                                       *>conferencia (LOTCONFER) a partir do livro de ganhos;
                                                       *>com sinal porque o estorno de um premio corrigido pode
                                                       *>deixar devedor quem ja sacou o valor
           05 pl-saldo                             pic s9(11)v99.
                                                       *>PIN secreto do jogador (zero = ainda nao definido; o
                                                       *>jogo de tela pede a definicao no primeiro acesso) e a
                                                       *>situacao da conta: "A" ativa, "B" bloqueada - conta
                                                       *>bloqueada nao joga nem pela tela nem pela fila
           05 pl-senha                             pic 9(04).
           05 pl-situacao                          pic x(01).
                                                       *>contato para os avisos ao jogador (premio, conta
                                                       *>bloqueada, fila concluida, podio - LOTNOTIF) e a
                                                       *>recusa dos avisos: pl-sem-avisos "S" nao recebe nada;
                                                       *>sem telefone nem e-mail tambem nao
           05 pl-contato.
               10 pl-telefone                      pic x(15).
               10 pl-email                         pic x(50).
               10 pl-sem-avisos                    pic x(01).
