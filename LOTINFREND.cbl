      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTINFREND".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Informe de rendimentos anual, para rodar na virada do ano: le o
      *> livro de ganhos (GANHOS-LEDGER) e imprime, para cada jogador que
      *> recebeu premio no ano-calendario (pela data da conferencia, que
      *> e quando o valor foi creditado e o imposto retido), o total
      *> bruto, o imposto de renda retido na fonte e o liquido creditado
      *> - o informe que o jogador leva para a declaracao. Estornos de
      *> correcao oficial entram com sinal negativo, entao o informe ja
      *> sai com o que ficou valendo.
      *>
      *> Fecha com o resumo da contabilidade: bruto, imposto retido e
      *> liquido mes a mes, com o total do ano - o imposto retido no mes
      *> e o que a contabilidade recolhe.
      *>
      *> Parametros por variaveis de ambiente:
      *>   LOTERIA_INFREND_ANO     - ano-calendario aaaa (opcional; sem
      *>                             ele, o ano anterior ao da rodada)
      *>   LOTERIA_INFREND_JOGADOR - um jogador so (opcional; sem ele,
      *>                             todos os que receberam no ano)
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select ganhos-ledger         assign to "data/GANHOS-LEDGER.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-ganhos.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-jornal.

       i-O-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       File Section.

       fd  ganhos-ledger
           label records are standard
           record contains 103 characters.
       copy "GANHOS.cpy".

       fd  run-journal
           label records are standard
           record contains 56 characters.
       copy "RUNJRNL.cpy".

      *>----Variaveis de trabalho
       working-storage section.

                                                                         *>jornal de rodadas em lote - registro de inicio e de
                                                                         *>fim desta rodada, gravados em RUN-JOURNAL
       77  wk-fs-jornal                            pic x(02) value "00".
       01 wk-jornal.
           05 wk-jor-tipo                          pic x(01).
           05 wk-jor-lidos                         pic 9(09) value zero.
           05 wk-jor-gravados                      pic 9(09) value zero.
           05 wk-jor-rejeitados                    pic 9(09) value zero.
           05 wk-jor-severidade                    pic 9(02) value zero.
           05 wk-jor-data                          pic 9(08).
           05 wk-jor-hora                          pic 9(08).

       01 wk-status-arquivos.
           05 wk-fs-ganhos                         pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

                                                                         *>parametros recebidos do ambiente
       01 wk-parametros.
           05 wk-param-ano                         pic x(04) value spaces.
           05 wk-param-ano-num redefines wk-param-ano
                                                   pic 9(04).
           05 wk-param-jogador                     pic x(10) value spaces.
       77  wk-parametros-ok                        pic x(01) value "S".

                                                                         *>ano-calendario do informe e data da rodada
       77  wk-ano-informe                          pic 9(04) value zero.
       01 wk-data-hoje                             pic 9(08) value zero.
       01 wk-data-hoje-r redefines wk-data-hoje.
           05 wk-hoje-ano                          pic 9(04).
           05 wk-hoje-mes-dia                      pic 9(04).

                                                                         *>data de conferencia do lancamento corrente, aberta em
                                                                         *>ano e mes
       01 wk-data-lanc                             pic 9(08) value zero.
       01 wk-data-lanc-r redefines wk-data-lanc.
           05 wk-lanc-ano                          pic 9(04).
           05 wk-lanc-mes                          pic 9(02).
           05 wk-lanc-dia                          pic 9(02).
       77  wk-lanc-no-recorte                      pic x(01).

                                                                         *>totais do ano por jogador que recebeu lancamento
       01 wk-jogadores.
           05 wk-jg-qtd                            pic 9(04) value zero.
           05 wk-jg-tab                            occurs 2000 times
                                                    indexed by wk-idx-jg.
               10 wk-jg-player-id                  pic x(10).
               10 wk-jg-premios                    pic 9(07).
               10 wk-jg-estornos                   pic 9(07).
               10 wk-jg-bruto                      pic s9(11)v99.
               10 wk-jg-ir                         pic s9(11)v99.
               10 wk-jg-liquido                    pic s9(11)v99.
       77  wk-jg-achou                             pic x(01) value "N".
       77  wk-jg-transbordou                       pic x(01) value "N".

                                                                         *>resumo mensal da retencao, para a contabilidade
       01 wk-meses.
           05 wk-ms-tab                            occurs 12 times
                                                    indexed by wk-idx-ms.
               10 wk-ms-lancamentos                pic 9(07).
               10 wk-ms-bruto                      pic s9(11)v99.
               10 wk-ms-ir                         pic s9(11)v99.
               10 wk-ms-liquido                    pic s9(11)v99.

       01 wk-totalizadores.
           05 wk-total-lidos                       pic 9(07) value zero.
           05 wk-total-lancamentos                 pic 9(07) value zero.
           05 wk-total-bruto                       pic s9(11)v99 value zero.
           05 wk-total-ir                          pic s9(11)v99 value zero.
           05 wk-total-liquido                     pic s9(11)v99 value zero.

                                                                         *>valores editados no formato local
       01 wk-edicao.
           05 wk-ed-bruto                          pic -zz.zzz.zzz.zz9,99.
           05 wk-ed-ir                             pic -zz.zzz.zzz.zz9,99.
           05 wk-ed-liquido                        pic -zz.zzz.zzz.zz9,99.
           05 wk-ed-mes                            pic 99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>                   Procedimentos de Inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display "=========================================================="
           display "  DESAFIO LOTERIA - INFORME DE RENDIMENTOS (PREMIOS)      "
           display "=========================================================="

           accept wk-param-ano     from environment "LOTERIA_INFREND_ANO"
           accept wk-param-jogador from environment "LOTERIA_INFREND_JOGADOR"

           accept wk-data-hoje from date yyyymmdd
           if wk-param-ano = spaces then
               compute wk-ano-informe = wk-hoje-ano - 1
           else
               if wk-param-ano-num is numeric then
                   move wk-param-ano-num to wk-ano-informe
               else
                   display "Aviso: ano informado em LOTERIA_INFREND_ANO ("
                           wk-param-ano ") nao e um ano aaaa valido."
                   move "N" to wk-parametros-ok
                   move 8 to return-code
               end-if
           end-if

           if wk-parametros-ok = "S" then
               display "Ano-calendario ..: " wk-ano-informe
               if wk-param-jogador <> spaces then
                   display "Jogador .........: " wk-param-jogador
               end-if
           end-if

           perform varying wk-idx-ms from 1 by 1
                   until wk-idx-ms > 12
               move zero to wk-ms-lancamentos(wk-idx-ms)
               move zero to wk-ms-bruto(wk-idx-ms)
               move zero to wk-ms-ir(wk-idx-ms)
               move zero to wk-ms-liquido(wk-idx-ms)
           end-perform

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           if wk-parametros-ok = "S" then
               open input ganhos-ledger
               if wk-fs-ganhos <> "00" then
                   display "Nenhum ganho lancado ainda - rode a conferencia "
                           "(LOTCONFER) depois de importar premios e "
                           "resultados."
               else
                   perform ler-lancamento
                   perform until wk-fim-arquivo-sim
                       add 1 to wk-total-lidos
                       perform filtrar-recorte
                       if wk-lanc-no-recorte = "S" then
                           perform acumular-lancamento
                       end-if
                       perform ler-lancamento
                   end-perform
                   close ganhos-ledger

                   if wk-total-lancamentos > zero then
                       perform imprimir-informes
                       perform imprimir-resumo-mensal
                   else
                       display " "
                       display "Nenhum premio creditado no ano pedido."
                   end-if
               end-if
           end-if

           .
       processamento-exit.
           exit.

       ler-lancamento section.

           read ganhos-ledger
               at end move "S" to wk-fim-arquivo
           end-read

           .
       ler-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Decide se o lancamento corrente entra no informe: conferido no
      *> ano-calendario pedido e, havendo jogador pedido, creditado a ele.
      *>------------------------------------------------------------------------
       filtrar-recorte section.

           move "S" to wk-lanc-no-recorte
           move gn-data-conferencia to wk-data-lanc

           if wk-lanc-ano <> wk-ano-informe
           or wk-lanc-mes < 1
           or wk-lanc-mes > 12 then
               move "N" to wk-lanc-no-recorte
           end-if

           if wk-param-jogador <> spaces
           and gn-player-id <> wk-param-jogador then
               move "N" to wk-lanc-no-recorte
           end-if

           .
       filtrar-recorte-exit.
           exit.

       acumular-lancamento section.

           add 1              to wk-total-lancamentos
           add gn-valor-bruto to wk-total-bruto
           add gn-valor-ir    to wk-total-ir
           add gn-valor       to wk-total-liquido

           set wk-idx-ms to wk-lanc-mes
           add 1              to wk-ms-lancamentos(wk-idx-ms)
           add gn-valor-bruto to wk-ms-bruto(wk-idx-ms)
           add gn-valor-ir    to wk-ms-ir(wk-idx-ms)
           add gn-valor       to wk-ms-liquido(wk-idx-ms)

           perform acumular-jogador

           .
       acumular-lancamento-exit.
           exit.

       acumular-jogador section.

           move "N" to wk-jg-achou
           perform varying wk-idx-jg from 1 by 1
                   until wk-idx-jg > wk-jg-qtd
                      or wk-jg-achou = "S"
               if wk-jg-player-id(wk-idx-jg) = gn-player-id then
                   move "S" to wk-jg-achou
               end-if
           end-perform

           if wk-jg-achou = "S" then
                                                *>o perform varying acima avancou uma posicao alem do
                                                *>jogador encontrado antes de sair do laco - corrige de volta
               subtract 1 from wk-idx-jg
           else
               if wk-jg-qtd >= 2000 then
                   move "S" to wk-jg-transbordou
               else
                   add 1 to wk-jg-qtd
                   set wk-idx-jg to wk-jg-qtd
                   move gn-player-id to wk-jg-player-id(wk-idx-jg)
                   move zero         to wk-jg-premios(wk-idx-jg)
                   move zero         to wk-jg-estornos(wk-idx-jg)
                   move zero         to wk-jg-bruto(wk-idx-jg)
                   move zero         to wk-jg-ir(wk-idx-jg)
                   move zero         to wk-jg-liquido(wk-idx-jg)
                   move "S"          to wk-jg-achou
               end-if
           end-if

           if wk-jg-achou = "S" then
               if gn-tipo = "E" then
                   add 1 to wk-jg-estornos(wk-idx-jg)
               else
                   add 1 to wk-jg-premios(wk-idx-jg)
               end-if
               add gn-valor-bruto to wk-jg-bruto(wk-idx-jg)
               add gn-valor-ir    to wk-jg-ir(wk-idx-jg)
               add gn-valor       to wk-jg-liquido(wk-idx-jg)
           end-if

           .
       acumular-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um informe por jogador: rendimentos (premios) do ano, imposto
      *> retido na fonte e valor liquido creditado.
      *>------------------------------------------------------------------------
       imprimir-informes section.

           perform varying wk-idx-jg from 1 by 1
                   until wk-idx-jg > wk-jg-qtd
               move wk-jg-bruto(wk-idx-jg)   to wk-ed-bruto
               move wk-jg-ir(wk-idx-jg)      to wk-ed-ir
               move wk-jg-liquido(wk-idx-jg) to wk-ed-liquido
               display " "
               display "----------------------------------------------------------"
               display "INFORME DE RENDIMENTOS - ANO-CALENDARIO " wk-ano-informe
               display "Beneficiario ....................: "
                       wk-jg-player-id(wk-idx-jg)
               display "Premios creditados ..............: "
                       wk-jg-premios(wk-idx-jg)
               if wk-jg-estornos(wk-idx-jg) > zero then
                   display "Estornos por correcao oficial ...: "
                           wk-jg-estornos(wk-idx-jg)
               end-if
               display "Rendimento bruto (premios) ......: " wk-ed-bruto
               display "Imposto de renda retido na fonte : " wk-ed-ir
               display "Valor liquido creditado .........: " wk-ed-liquido
           end-perform
           display "----------------------------------------------------------"

           if wk-jg-transbordou = "S" then
               display "Aviso: mais de 2000 jogadores com premio no ano - "
                       "so os 2000 primeiros tiveram o informe impresso; "
                       "rode de novo por jogador (LOTERIA_INFREND_JOGADOR)."
               move 8 to return-code
           end-if

           .
       imprimir-informes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Resumo para a contabilidade: retencao mes a mes e total do ano.
      *>------------------------------------------------------------------------
       imprimir-resumo-mensal section.

           display " "
           display "=========================================================="
           display "RESUMO MENSAL DO IMPOSTO RETIDO - ANO " wk-ano-informe
           display "=========================================================="
           perform varying wk-idx-ms from 1 by 1
                   until wk-idx-ms > 12
               if wk-ms-lancamentos(wk-idx-ms) > zero then
                   set wk-ed-mes to wk-idx-ms
                   move wk-ms-bruto(wk-idx-ms)   to wk-ed-bruto
                   move wk-ms-ir(wk-idx-ms)      to wk-ed-ir
                   move wk-ms-liquido(wk-idx-ms) to wk-ed-liquido
                   display "  Mes " wk-ed-mes "/" wk-ano-informe
                           " lancamentos " wk-ms-lancamentos(wk-idx-ms)
                   display "      bruto " wk-ed-bruto
                           " imposto " wk-ed-ir
                           " liquido " wk-ed-liquido
               end-if
           end-perform

           move wk-total-bruto   to wk-ed-bruto
           move wk-total-ir      to wk-ed-ir
           move wk-total-liquido to wk-ed-liquido
           display "=========================================================="
           display "Lancamentos no ano ..............: " wk-total-lancamentos
           display "Beneficiarios ...................: " wk-jg-qtd
           display "Rendimento bruto no ano .........: " wk-ed-bruto
           display "Imposto retido no ano ...........: " wk-ed-ir
           display "Valor liquido creditado no ano ..: " wk-ed-liquido
           display "=========================================================="

           .
       imprimir-resumo-mensal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> JORNAL DE RODADAS EM LOTE
      *> Um registro de inicio ao comecar e um de fim (com os contadores
      *> e a severidade/RETURN-CODE da rodada) ao terminar - e por aqui
      *> que o escalonador e o relatorio da manha (LOTJORNAL) enxergam o
      *> que rodou, quanto levou e o que terminou com erro.
      *>------------------------------------------------------------------------
       gravar-jornal-inicio section.

           move "I"  to wk-jor-tipo
           move zero to wk-jor-lidos
           move zero to wk-jor-gravados
           move zero to wk-jor-rejeitados
           move zero to wk-jor-severidade
           perform gravar-jornal

           .
       gravar-jornal-inicio-exit.
           exit.

       gravar-jornal-fim section.

           move wk-total-lidos       to wk-jor-lidos
           move wk-total-lancamentos to wk-jor-gravados
           move return-code to wk-jor-severidade
           move "F"         to wk-jor-tipo
           perform gravar-jornal

           .
       gravar-jornal-fim-exit.
           exit.

       gravar-jornal section.

           accept wk-jor-data from date yyyymmdd
           accept wk-jor-hora from time

           open extend run-journal
           if wk-fs-jornal <> "00" then
               open output run-journal
           end-if

           if wk-fs-jornal = "00" then
               move "LOTINFREND"      to rj-programa
               move wk-jor-tipo       to rj-tipo
               move wk-jor-data       to rj-data
               move wk-jor-hora       to rj-hora
               move wk-jor-lidos      to rj-lidos
               move wk-jor-gravados   to rj-gravados
               move wk-jor-rejeitados to rj-rejeitados
               move wk-jor-severidade to rj-severidade
               write rj-registro
               close run-journal
           else
               display "Aviso: nao foi possivel gravar o jornal de rodadas "
                       "(status " wk-fs-jornal ")."
           end-if

           .
       gravar-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                       Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           perform gravar-jornal-fim

           stop run
           .
       finaliza-exit.
           exit.
