      *> sua modalidade. Linhas com modalidade desconhecida ou números
      *> fora do intervalo da modalidade são rejeitadas e listadas.
      *>
      *> Concurso já cadastrado que volta igual é só contado. Se volta com
      *> data ou números diferentes (correção publicada pela loteria), a
      *> versão anterior e a nova são gravadas em CORRECOES, pendentes,
      *> antes de o cadastro ser atualizado - a próxima conferência
      *> (LOTCONFER) reconfere as apostas do concurso, estorna os prêmios
      *> lançados com os números errados e relança os corretos.
      *>
      *> Leiaute da linha de entrada (data/RESULTADOS-OFICIAIS.txt):
      *>   col 01-06  numero do concurso
      *>   col 07-14  data do sorteio (aaaammdd)
                                        record key is rs-chave
                                        file status is wk-fs-resultados.

           select correcoes             assign to "data/CORRECOES.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-correcoes.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
           record contains 48 characters.
       copy "RESULT.cpy".

       fd  correcoes
           label records are standard
           record contains 408 characters.
       copy "CORRECAO.cpy".

       fd  run-journal
           label records are standard
           record contains 56 characters.
       01 wk-status-arquivos.
           05 wk-fs-txt                            pic x(02) value "00".
           05 wk-fs-resultados                     pic x(02) value "00".
           05 wk-fs-correcoes                      pic x(02) value "00".

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".
       77  wk-sub                                  pic 9(02).
       77  wk-sub-2                                pic 9(02).

                                                                         *>versao nova do concurso, guardada enquanto o
                                                                         *>registro ja cadastrado e relido para comparacao
       01 wk-rs-novo.
           05 wk-rs-novo-chave                     pic x(10).
           05 wk-rs-novo-data                      pic 9(08).
           05 wk-rs-novo-numeros                   pic x(30).

       01 wk-totalizadores.
           05 wk-total-lidas                       pic 9(07) value zero.
           05 wk-total-incluidos                   pic 9(07) value zero.
           05 wk-total-atualizados                 pic 9(07) value zero.
           05 wk-total-inalterados                 pic 9(07) value zero.
           05 wk-total-rejeitadas                  pic 9(07) value zero.

      *>----Variaveis para comunicação entre programas
               display "Arquivo de resultados oficiais nao encontrado "
                       "(data/RESULTADOS-OFICIAIS.txt, status " wk-fs-txt ")."
           else
               open extend correcoes
               if wk-fs-correcoes <> "00" then
                   open output correcoes
               end-if

               open i-o resultados
               if wk-fs-resultados = "35" then
                   open output resultados
                   open i-o resultados
               end-if

               if wk-fs-correcoes <> "00" then
                                                       *>sem onde guardar a versao anterior, correcao nao
                                                       *>pode ser aceita - nao importa nada nesta rodada
                   display "Nao foi possivel abrir o arquivo de correcoes "
                           "(status " wk-fs-correcoes ")."
                   move 8 to return-code
                   close resultados-txt
                   if wk-fs-resultados = "00" then
                       close resultados
                   end-if
               else
                   if wk-fs-resultados <> "00" then
                       display "Nao foi possivel abrir o cadastro de resultados "
                               "(status " wk-fs-resultados ")."
                       close resultados-txt
                       close correcoes
                   else
                       perform ler-linha
                       perform until wk-fim-arquivo-sim
                           add 1 to wk-total-lidas
                           perform validar-linha
                           if wk-linha-valida = "S" then
                               perform gravar-resultado
                           else
                               add 1 to wk-total-rejeitadas
                           end-if
                           perform ler-linha
                       end-perform
                       close resultados-txt
                       close resultados
                       close correcoes
                       perform imprimir-totais
                   end-if
               end-if
           end-if


      *>------------------------------------------------------------------------
      *> Inclui o concurso no cadastro; se a chave ja existe (reimportacao
      *> ou correcao publicada depois), compara com o registro existente.
      *>------------------------------------------------------------------------
       gravar-resultado section.


           write rs-registro
               invalid key
                   perform comparar-resultado-existente
               not invalid key
                   add 1 to wk-total-incluidos
           end-write
       gravar-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Concurso ja cadastrado: igual ao publicado so e contado; diferente
      *> grava a correcao (versao anterior + nova, pendente de reconferencia)
      *> e so depois atualiza o cadastro - se a atualizacao falhar, a
      *> correcao pendente nao muda nada na conferencia.
      *>------------------------------------------------------------------------
       comparar-resultado-existente section.

           move rs-registro to wk-rs-novo

           read resultados key is rs-chave
               invalid key
                   add 1 to wk-total-rejeitadas
                   display "Rejeitada: concurso " tx-concurso
                           " nao pode ser relido (status "
                           wk-fs-resultados ")."
               not invalid key
                   if rs-data-sorteio = wk-rs-novo-data
                   and rs-numeros = wk-rs-novo-numeros then
                       add 1 to wk-total-inalterados
                   else
                       initialize cr-registro
                       move "R"              to cr-tipo
                       move rs-chave         to cr-chave
                       accept cr-data from date yyyymmdd
                       accept cr-hora from time
                       move "P"              to cr-situacao
                       move rs-registro      to cr-imagem-antes
                       move wk-rs-novo       to cr-imagem-depois
                       write cr-registro

                       move wk-rs-novo to rs-registro
                       rewrite rs-registro
                           invalid key
                               add 1 to wk-total-rejeitadas
                               display "Rejeitada: concurso " tx-concurso
                                       " nao pode ser gravado (status "
                                       wk-fs-resultados ")."
                           not invalid key
                               add 1 to wk-total-atualizados
                               display "Corrigido: concurso " tx-concurso
                                       " modo " tx-modo-qtd " de " tx-modo-max
                                       " - reconferencia pendente."
                       end-rewrite
                   end-if
           end-read

           .
       comparar-resultado-existente-exit.
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

