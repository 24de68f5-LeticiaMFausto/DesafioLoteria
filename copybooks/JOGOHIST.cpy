               10 jh-data-hora                     pic x(16).
           05 jh-modo-qtd                          pic 9(02).
           05 jh-modo-max                          pic 9(02).
                                                       *>quantidade de numeros apostados - igual a jh-modo-qtd
                                                       *>na aposta simples, maior no desdobramento (ate o limite
                                                       *>oficial de 20 numeros); so as primeiras jh-aposta-qtd
                                                       *>posicoes de jh-aposta sao usadas
           05 jh-aposta-qtd                        pic 9(02).
           05 jh-aposta.
               10 jh-aposta-num                    pic 9(02) occurs 20 times.
           05 jh-sorteio.
               10 jh-sorteio-num                   pic 9(02) occurs 15 times.
           05 jh-tentativas                        pic 9(07).
                                                       *>feito - em branco quando a aposta e individual; o
                                                       *>rateio entre os participantes vem do cadastro GRUPOS
           05 jh-grupo-id                          pic x(10).
                                                       *>concurso para o qual a aposta foi registrada e quantos
                                                       *>concursos seguidos ela vale (teimosinha; 1 = so o
                                                       *>concurso) - zero nos jogos anteriores ao registro por
                                                       *>concurso, que valem a partir do dia em que foram feitos
           05 jh-concurso                          pic 9(06).
           05 jh-qtd-concursos                     pic 9(02).
