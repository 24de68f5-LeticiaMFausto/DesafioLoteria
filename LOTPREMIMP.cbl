      *> desconhecida são rejeitadas e listadas - mesma mecanica da
      *> importacao de resultados (LOTRESIMP).
      *>
      *> Concurso já cadastrado que volta com algum valor de faixa
      *> diferente (correção publicada) tem a versão anterior e a nova
      *> gravadas em CORRECOES, pendentes, antes de a tabela ser
      *> atualizada - a próxima conferência (LOTCONFER) estorna os prêmios
      *> lançados com o valor errado e relança os corretos.
      *>
      *> Leiaute da linha de entrada (data/PREMIOS-OFICIAIS.txt):
      *>   col 001-006  numero do concurso
      *>   col 007-008  quantidade de numeros sorteados (06 ou 15)
                                        record key is pm-chave
                                        file status is wk-fs-premios.

           select correcoes             assign to "data/CORRECOES.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-correcoes.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
           record contains 186 characters.
       copy "PREMIOS.cpy".

       fd  correcoes
           label records are standard
           record contains 408 characters.
       copy "CORRECAO.cpy".

       fd  run-journal
           label records are standard
           record contains 56 characters.
       01 wk-status-arquivos.
           05 wk-fs-txt                            pic x(02) value "00".
           05 wk-fs-premios                        pic x(02) value "00".
           05 wk-fs-correcoes                      pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

       77  wk-linha-valida                         pic x(01) value "S".

                                                                         *>versao nova do concurso, guardada enquanto o
                                                                         *>registro ja cadastrado e relido para comparacao
       01 wk-pm-novo.
           05 wk-pm-novo-chave                     pic x(10).
           05 wk-pm-novo-valores                   pic x(176).

       01 wk-totalizadores.
           05 wk-total-lidas                       pic 9(07) value zero.
           05 wk-total-incluidos                   pic 9(07) value zero.
           05 wk-total-atualizados                 pic 9(07) value zero.
           05 wk-total-inalterados                 pic 9(07) value zero.
           05 wk-total-rejeitadas                  pic 9(07) value zero.

      *>----Variaveis para comunicação entre programas
                       "(data/PREMIOS-OFICIAIS.txt, status " wk-fs-txt ")."
               move 8 to return-code
           else
               open extend correcoes
               if wk-fs-correcoes <> "00" then
                   open output correcoes
               end-if

               open i-o premios
               if wk-fs-premios = "35" then
                   open output premios
                   open i-o premios
               end-if

               if wk-fs-correcoes <> "00" then
                                                       *>sem onde guardar a versao anterior, correcao nao
                                                       *>pode ser aceita - nao importa nada nesta rodada
                   display "Nao foi possivel abrir o arquivo de correcoes "
                           "(status " wk-fs-correcoes ")."
                   move 8 to return-code
                   close premios-txt
                   if wk-fs-premios = "00" then
                       close premios
                   end-if
               else
                   if wk-fs-premios <> "00" then
                       display "Nao foi possivel abrir a tabela de premios "
                               "(status " wk-fs-premios ")."
                       move 8 to return-code
                       close premios-txt
                       close correcoes
                   else
                       perform ler-linha
                       perform until wk-fim-arquivo-sim
                           add 1 to wk-total-lidas
                           perform validar-linha
                           if wk-linha-valida = "S" then
                               perform gravar-premio
                           else
                               add 1 to wk-total-rejeitadas
                           end-if
                           perform ler-linha
                       end-perform
                       close premios-txt
                       close premios
                       close correcoes
                       perform imprimir-totais
                   end-if
               end-if
           end-if


      *>------------------------------------------------------------------------
      *> Inclui o concurso na tabela de premios; se a chave ja existe
      *> (reimportacao ou correcao publicada depois), compara com o
      *> registro existente.
      *>------------------------------------------------------------------------
       gravar-premio section.


           write pm-registro
               invalid key
                   perform comparar-premio-existente
               not invalid key
                   add 1 to wk-total-incluidos
           end-write
       gravar-premio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Concurso ja cadastrado: igual ao publicado so e contado; diferente
      *> grava a correcao (versao anterior + nova, pendente de reconferencia)
      *> e so depois atualiza a tabela - mesma mecanica de LOTRESIMP.
      *>------------------------------------------------------------------------
       comparar-premio-existente section.

           move pm-registro to wk-pm-novo

           read premios key is pm-chave
               invalid key
                   add 1 to wk-total-rejeitadas
                   display "Rejeitada: concurso " tx-concurso
                           " nao pode ser relido (status "
                           wk-fs-premios ")."
               not invalid key
                   if pm-valores = wk-pm-novo-valores then
                       add 1 to wk-total-inalterados
                   else
                       initialize cr-registro
                       move "P"              to cr-tipo
                       move pm-chave         to cr-chave
                       accept cr-data from date yyyymmdd
                       accept cr-hora from time
                       move "P"              to cr-situacao
                       move pm-registro      to cr-imagem-antes
                       move wk-pm-novo       to cr-imagem-depois
                       write cr-registro

                       move wk-pm-novo to pm-registro
                       rewrite pm-registro
                           invalid key
                               add 1 to wk-total-rejeitadas
                               display "Rejeitada: concurso " tx-concurso
                                       " nao pode ser gravado (status "
                                       wk-fs-premios ")."
                           not invalid key
                               add 1 to wk-total-atualizados
                               display "Corrigido: concurso " tx-concurso
                                       " modo " tx-modo-qtd " de " tx-modo-max
                                       " - reconferencia pendente."
                       end-rewrite
                   end-if
           end-read

           .
       comparar-premio-existente-exit.
           exit.

       imprimir-totais section.

           display " "
           display "=========================================================="
           display "Linhas lidas do arquivo baixado .: " wk-total-lidas
           display "Concursos incluidos .............: " wk-total-incluidos
           display "Concursos corrigidos ............: " wk-total-atualizados
           display "Concursos sem alteracao .........: " wk-total-inalterados
           display "Linhas rejeitadas ...............: " wk-total-rejeitadas
           display "=========================================================="

