      *>------------------------------------------------------------------------
      *> COPYBOOK: ASSINAT
      *> Layout do cadastro de assinaturas da surpresinha
      *> (data/ASSINATURAS.txt) - uma linha por assinatura, mantida pela
      *> operacao num editor de texto como a fila de apostas e a tabela
      *> de precos; a cada semana o lote LOTSURPR gera, para cada
      *> assinatura ativa, as apostas sugeridas na fila (FILA-APOSTAS)
      *>   col 01-10  ID do jogador (conta existente e ativa)
      *>   col 11     modo de jogo (1, 2 ou 3, como na fila)
      *>   col 12     estrategia: "Q" numeros quentes (mais sorteados),
      *>              "F" numeros frios (mais atrasados), "E" equilibrada
      *>              (metade pares, metade impares), "A" aleatoria
      *>   col 13-14  apostas por semana
      *>   col 15-16  numeros por aposta - em branco vale a quantidade
      *>              sorteada no modo; acima dela, desdobramento ate 20
      *>   col 17     situacao: "S" suspensa; em branco ou "A" ativa
      *>------------------------------------------------------------------------
       01  as-linha.
           05 as-player-id                         pic x(10).
           05 as-modo                              pic x(01).
           05 as-estrategia                        pic x(01).
           05 as-qtd-apostas                       pic x(02).
           05 as-qtd-numeros                       pic x(02).
           05 as-situacao                          pic x(01).
