      *> aposta de bolao cada participante recebe o seu lancamento com o
      *> valor ja rateado pela cota (gn-apostador guarda quem fez a
      *> aposta, gn-player-id quem recebe o valor)
      *> Correcao oficial de um concurso ja conferido nao apaga nada: o
      *> lancamento errado e estornado por outro de valor negativo
      *> (gn-tipo "E") e o valor certo e relancado (gn-tipo "C"); o saldo
      *> de cada par aposta x concurso e sempre a soma dos seus lancamentos
      *>   gn-tipo  "P" premio da conferencia (tambem nos registros
      *>            anteriores convertidos por LOTGANCNV), "E" estorno,
      *>            "C" relancamento corrigido
      *> Imposto de renda retido na fonte: gn-valor-bruto e o premio (ou a
      *> parte do participante no bolao), gn-valor-ir o imposto retido
      *> pela tabela IMPOSTO e gn-valor o liquido creditado no saldo -
      *> bruto menos imposto; no estorno, os tres com sinal negativo
      *>------------------------------------------------------------------------
       01  gn-registro.
           05 gn-player-id                         pic x(10).
           05 gn-data-jogo                         pic x(16).
           05 gn-acertos                           pic 9(02).
           05 gn-cota                              pic 9(03).
           05 gn-valor                             pic s9(09)v99.
           05 gn-data-conferencia                  pic 9(08).
           05 gn-tipo                              pic x(01).
           05 gn-valor-bruto                       pic s9(09)v99.
           05 gn-valor-ir                          pic s9(09)v99.
