      *> regravado depois do trailer - uma rodada que falha no meio nao
      *> avanca a marca e o proximo dia reenvia tudo o que faltou.
      *>
      *> Leiaute do arquivo de intercambio (145 posicoes):
      *>   Cabecalho: "H" + data (8) + hora (8) da geracao
      *>   Detalhe:   "D" + jogador (10) + grupo (10) + modo qtd (2) +
      *>              modo max (2) + aposta (30) + sorteio (30) +
      *>              tentativas (7) + tempo (8) + data/hora do jogo (16)
      *>              + melhor parcial (2) + tentativa do parcial (7)
      *>              + numeros apostados (2) + aposta 16 a 20 (10) -
      *>              a aposta (30) leva os 15 primeiros numeros; os do
      *>              desdobramento alem deles vao no fim do detalhe
      *>              + concurso (6) + teimosinha (2) - zero no jogo
      *>              anterior ao registro por concurso
      *>   Trailer:   "T" + contagem de detalhes (9) + hash total de
      *>              tentativas (18, modulo 10^18)
      *>------------------------------------------------------------------------

       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  intercambio
           label records are standard
           record contains 145 characters.
       01  ic-registro                             pic x(145).

       fd  extracao-ctrl
           label records are standard
           05 wk-hd-tipo                           pic x(01) value "H".
           05 wk-hd-data                           pic 9(08).
           05 wk-hd-hora                           pic 9(08).
           05 filler                               pic x(128) value spaces.

       01 wk-ic-detalhe.
           05 wk-dt-tipo                           pic x(01) value "D".
           05 wk-dt-data-hora                      pic x(16).
           05 wk-dt-melhor-acertos                 pic 9(02).
           05 wk-dt-melhor-acertos-tent            pic 9(07).
           05 wk-dt-aposta-qtd                     pic 9(02).
           05 wk-dt-aposta-extra                   pic x(10).
           05 wk-dt-concurso                       pic 9(06).
           05 wk-dt-qtd-concursos                  pic 9(02).

       01 wk-ic-trailer.
           05 wk-tr-tipo                           pic x(01) value "T".
           05 wk-tr-qtd-detalhes                   pic 9(09).
           05 wk-tr-hash-tentativas                pic 9(18).
           05 filler                               pic x(117) value spaces.

       01 wk-totalizadores.
           05 wk-total-lidos                       pic 9(07) value zero.
           move jh-grupo-id            to wk-dt-grupo-id
           move jh-modo-qtd            to wk-dt-modo-qtd
           move jh-modo-max            to wk-dt-modo-max
           move jh-aposta(1:30)        to wk-dt-aposta
           move jh-aposta(31:10)       to wk-dt-aposta-extra
           move jh-aposta-qtd          to wk-dt-aposta-qtd
           move jh-concurso            to wk-dt-concurso
           move jh-qtd-concursos       to wk-dt-qtd-concursos
           move jh-sorteio             to wk-dt-sorteio
           move jh-tentativas          to wk-dt-tentativas
           move jh-tempo-gasto         to wk-dt-tempo-gasto
