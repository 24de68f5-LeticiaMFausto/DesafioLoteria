      *>------------------------------------------------------------------------
      *> Relatorio de pagamentos sobre o livro de ganhos (GANHOS-LEDGER):
      *> totaliza os lancamentos da conferencia (LOTCONFER) por jogador -
      *> com o saldo corrente do cadastro PLAYERS ao lado, para consulta
      *> (o saldo tambem recebe depositos, saques e cobrancas de aposta;
      *> quem o confere e a conciliacao LOTCONCIL, contra MOV-CONTA) - e
      *> por concurso (modalidade + numero), e fecha com o total geral
      *> lancado. Estornos de correcao oficial entram com valor negativo,
      *> entao os totais ja saem liquidos. Os valores sao os creditados
      *> no saldo, ja descontado o imposto de renda retido na fonte (o
      *> bruto e o imposto por jogador e por mes saem no informe de
      *> rendimentos, LOTINFREND). Responde "quanto ganhamos no mes" e
      *> "quanto pagou cada concurso". Valores no formato local (virgula
      *> decimal), como em todo o resto da aplicacao.
      *>

       fd  ganhos-ledger
           label records are standard
           record contains 103 characters.
       copy "GANHOS.cpy".

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  run-journal
                                                    indexed by wk-idx-jg.
               10 wk-jg-player-id                  pic x(10).
               10 wk-jg-lancamentos                pic 9(07).
               10 wk-jg-valor                      pic s9(11)v99.
       77  wk-jg-achou                             pic x(01) value "N".
       77  wk-jg-transbordou                       pic x(01) value "N".

               10 wk-cc-modo-max                   pic 9(02).
               10 wk-cc-concurso                   pic 9(06).
               10 wk-cc-lancamentos                pic 9(07).
               10 wk-cc-valor                      pic s9(11)v99.
       77  wk-cc-achou                             pic x(01) value "N".
       77  wk-cc-transbordou                       pic x(01) value "N".

                                                                         *>saldo corrente do cadastro, para bater com o livro
       77  wk-saldo-cadastro                       pic s9(11)v99 value zero.
       77  wk-saldo-achou                          pic x(01) value "N".

       01 wk-totalizadores.
           05 wk-total-lancamentos                 pic 9(07) value zero.
           05 wk-total-valor                       pic s9(11)v99 value zero.

                                                                         *>valores editados no formato local
       01 wk-edicao.
           05 wk-ed-valor                          pic -zz.zzz.zzz.zz9,99.
           05 wk-ed-saldo                          pic -zz.zzz.zzz.zz9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.
           exit.

      *>------------------------------------------------------------------------
      *> Totais por jogador, com o saldo corrente do cadastro ao lado
      *> para consulta.
      *>------------------------------------------------------------------------
       imprimir-por-jogador section.

