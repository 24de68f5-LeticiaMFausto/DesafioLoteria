
       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  grupos
                                                                         *>montagem das linhas do extrato
       01 wk-linha-aux.
           05 wk-num-ed                            pic 99.
           05 wk-aposta-fmt                        pic x(60).
           05 wk-sorteio-fmt                       pic x(45).
           05 wk-data-fmt                          pic x(19).
           05 wk-ptr-ap                            pic 9(03).
           05 wk-ptr-so                            pic 9(03).

       77  wk-sub                                  pic 9(02).
       77  wk-qtd-aposta                           pic 9(02).

      *>----Variaveis para comunicação entre programas
       linkage section.
           move spaces to wk-sorteio-fmt
           move 1 to wk-ptr-ap
           move 1 to wk-ptr-so
                                                       *>historico sem a quantidade apostada vale como aposta
                                                       *>simples da modalidade
           if jh-aposta-qtd is numeric
           and jh-aposta-qtd > jh-modo-qtd then
               move jh-aposta-qtd to wk-qtd-aposta
           else
               move jh-modo-qtd   to wk-qtd-aposta
           end-if
           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-qtd-aposta
               move jh-aposta-num(wk-sub) to wk-num-ed
               string wk-num-ed delimited by size
                      " " delimited by size
                      into wk-aposta-fmt
                      with pointer wk-ptr-ap
               end-string
           end-perform
           perform varying wk-sub from 1 by 1
                   until wk-sub > jh-modo-qtd
               move jh-sorteio-num(wk-sub) to wk-num-ed
               string wk-num-ed delimited by size
                      " " delimited by size
           display "Jogo " wk-total-jogos " em " wk-data-fmt
                   "  modo " jh-modo-qtd " de " jh-modo-max
           display "  Aposta .....: " wk-aposta-fmt
           if jh-concurso is numeric
           and jh-concurso > zero then
               if jh-qtd-concursos is numeric
               and jh-qtd-concursos > 1 then
                   display "  Concurso ...: " jh-concurso
                           " (teimosinha de " jh-qtd-concursos ")"
               else
                   display "  Concurso ...: " jh-concurso
               end-if
           end-if
           display "  Sorteio ....: " wk-sorteio-fmt
           display "  Tentativas .: " jh-tentativas
                   "  Tempo gasto (hhmmssth): " jh-tempo-gasto
