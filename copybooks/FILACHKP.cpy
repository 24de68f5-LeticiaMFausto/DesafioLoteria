           05 fc-qtd-numeros                       pic 9(02).
           05 fc-max-numero                        pic 9(02).
           05 fc-aposta.
                                                       *>aposta simples ou desdobramento (ate 20 numeros)
               10 fc-aposta-num                    pic 9(02) occurs 20 times.
           05 fc-semente                           pic 9(08).
           05 fc-tentativas                        pic 9(07).
           05 fc-total-random                      pic 9(09).
           05 fc-melhor-acertos-tent               pic 9(07).
           05 fc-dist-acertos.
               10 fc-dist-qtd                      pic 9(07) occurs 16 times.
                                                       *>concurso e teimosinha da entrada em andamento - fazem
                                                       *>parte da identidade da busca retomada
           05 fc-concurso                          pic 9(06).
           05 fc-qtd-concursos                     pic 9(02).
