      *>------------------------------------------------------------------------
      *> COPYBOOK: PRECOS
      *> Layout da tabela de precos da aposta (data/PRECOS.txt) - uma
      *> linha por modalidade, mantida pela operacao num editor de texto
      *> como a fila de apostas; modalidade sem linha na tabela nao
      *> aceita aposta (nem pela tela nem pela fila)
      *>   col 01-02  quantidade de numeros sorteados (06 ou 15)
      *>   col 03-04  maior numero da modalidade (25 ou 60)
      *>   col 05-13  preco da aposta simples, 9 posicoes (7 inteiras +
      *>              2 decimais, sem virgula)
      *>------------------------------------------------------------------------
       01  pc-linha.
           05 pc-modo-qtd                          pic 9(02).
           05 pc-modo-max                          pic 9(02).
           05 pc-valor-aposta                      pic 9(07)v99.
