      *>------------------------------------------------------------------------
      *> COPYBOOK: IMPOSTO
      *> Layout da tabela de imposto de renda retido na fonte sobre
      *> premios (data/IMPOSTO.txt) - uma linha por vigencia, mantida pela
      *> operacao num editor de texto como a tabela de precos; vale, para
      *> cada conferencia, a linha de maior inicio de vigencia que nao
      *> passa da data da conferencia. Premio (ou parte de participante
      *> no bolao) acima do limite de isencao tem o imposto retido sobre
      *> o valor inteiro; ate o limite, nada e retido
      *>   col 01-08  inicio da vigencia, aaaammdd
      *>   col 09-19  limite de isencao, 11 posicoes (9 inteiras + 2
      *>              decimais, sem virgula)
      *>   col 20-23  aliquota em percentual, 4 posicoes (2 inteiras + 2
      *>              decimais, sem virgula - 3000 = 30,00%)
      *>------------------------------------------------------------------------
       01  ir-linha.
           05 ir-vigencia                          pic 9(08).
           05 ir-limite-isencao                    pic 9(09)v99.
           05 ir-aliquota                          pic 9(02)v99.
