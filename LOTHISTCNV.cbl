
       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  run-journal
           move ha-data-hora            to jh-data-hora
           move ha-modo-qtd             to jh-modo-qtd
           move ha-modo-max             to jh-modo-max
                                                       *>o sequencial antigo so tinha aposta simples
           move ha-modo-qtd             to jh-aposta-qtd
           move ha-aposta               to jh-aposta
           move ha-sorteio              to jh-sorteio
           move ha-tentativas           to jh-tentativas
                                                       *>apostas convertidas sao todas individuais - o bolao so
                                                       *>existe a partir do leiaute novo
           move spaces                  to jh-grupo-id
                                                       *>jogo antigo nao foi registrado para concurso - vale a
                                                       *>partir do dia em que foi feito
           move zero                    to jh-concurso
           move zero                    to jh-qtd-concursos

           write jh-registro
               invalid key
