           05 ck-hora-inicio                       pic 9(08).
           05 ck-total-random                      pic 9(09).
           05 ck-aposta.
                                                       *>as 20 caixas da tela de entrada - aposta simples ou
                                                       *>desdobramento, ja com os numeros encostados no inicio
               10 ck-aposta-num                    pic 9(02) occurs 20 times.
                                                       *>melhor parcial e distribuicao de acertos da busca em
                                                       *>andamento - sem eles, uma retomada de checkpoint
                                                       *>perderia o melhor-ate-agora ja observado
           05 ck-melhor-acertos-tent               pic 9(07).
           05 ck-dist-acertos.
               10 ck-dist-qtd                      pic 9(07) occurs 16 times.
                                                       *>concurso e teimosinha da aposta em andamento - fazem
                                                       *>parte da identidade da busca retomada
           05 ck-concurso                          pic 9(06).
           05 ck-qtd-concursos                     pic 9(02).
