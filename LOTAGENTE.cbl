      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "LOTAGENTE".
       author. "LetíciaFausto".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *> Recepcao do arquivo de apostas de um agente de venda (loterica):
      *> confere os totais de controle do arquivo, valida cada aposta
      *> contra o cadastro de jogadores, o de grupos e as regras da
      *> modalidade, acrescenta as aceitas na fila de apostas
      *> (FILA-APOSTAS, com o agente nas colunas 70-79 - a aposta ja foi
      *> paga no balcao e a fila nao cobra na conta do jogador) e devolve
      *> ao agente o arquivo de retorno com a situacao de cada linha.
      *>
      *> Arquivo do agente (texto, 70 posicoes por linha):
      *>   cabecalho  col 01     "H"
      *>              col 02-11  codigo do agente
      *>              col 12-19  data do movimento aaaammdd
      *>              col 20-25  numero de sequencia do arquivo no agente
      *>   aposta     col 01     "D"
      *>              col 02-70  a linha da aposta no leiaute das colunas
      *>                         1-69 da fila (LOTFILA): jogador, modo,
      *>                         numeros 1-15, grupo, numeros 16-20,
      *>                         concurso e teimosinha
      *>   trailer    col 01     "T"
      *>              col 02-10  quantidade de linhas de aposta
      *>              col 11-25  total de controle: soma de todos os
      *>                         numeros apostados do arquivo
      *>
      *> O arquivo inteiro e recusado - nenhuma aposta entra na fila - se
      *> faltar cabecalho ou trailer, se a quantidade ou o total de
      *> controle nao baterem com o trailer, ou se a sequencia daquele
      *> agente ja foi recebida e processada (controle em AGENTES-CTRL).
      *> Arquivo recusado pode ser reenviado, corrigido, com a mesma
      *> sequencia.
      *>
      *> Retorno (data/AGENTE-RET-<agente>-<sequencia>.txt, 80 posicoes):
      *>   "H" agente, data, sequencia, situacao do arquivo (A aceito / R
      *>       recusado) e codigo do motivo;
      *>   "D" numero da linha de aposta, situacao (A aceita / R
      *>       rejeitada), codigo do motivo e a aposta como foi recebida;
      *>   "T" linhas de aposta lidas, aceitas e rejeitadas.
      *> Codigos do motivo:
      *>   00 aceita
      *>   01 jogador nao informado        02 jogador nao cadastrado
      *>   03 conta do jogador bloqueada   04 grupo nao cadastrado
      *>   05 modo de jogo invalido        06 numero fora do intervalo
      *>   07 numero repetido              08 concurso invalido ou ja
      *>                                      sorteado
      *>   09 teimosinha fora do limite    10 fila de apostas cheia
      *>   90 arquivo sem cabecalho        91 registro fora de ordem ou
      *>                                      arquivo sem trailer
      *>   92 quantidade diverge do trailer
      *>   93 total de controle diverge do trailer
      *>   94 sequencia ja recebida        95 cabecalho invalido
      *>   96 tipo de registro invalido     97 fila ou cadastro de jogadores
      *>                                      indisponivel (reenviar)
      *>
      *> Parametro por variavel de ambiente:
      *>   LOTERIA_AGENTE_ARQUIVO - caminho do arquivo recebido do agente
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment Division.
       configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output Section.
       file-control.
           select agente-entrada        assign to dynamic wk-nome-entrada
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-entrada.

           select agente-retorno        assign to dynamic wk-nome-retorno
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-retorno.

           select agentes-ctrl          assign to "data/AGENTES-CTRL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-ctrl.

           select fila-apostas          assign to "data/FILA-APOSTAS.dat"
                                        organization is line sequential
                                        access mode is sequential
                                        file status is wk-fs-fila.

           select players               assign to "data/PLAYERS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is pl-player-id
                                        sharing with all other
                                        lock mode is automatic
                                        file status is wk-fs-players.

           select grupos                assign to "data/GRUPOS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is gr-grupo-id
                                        file status is wk-fs-grupos.

           select resultados            assign to "data/RESULTADOS.dat"
                                        organization is indexed
                                        access mode is dynamic
                                        record key is rs-chave
                                        file status is wk-fs-resultados.

           select run-journal           assign to "data/RUN-JOURNAL.dat"
                                        organization is sequential
                                        access mode is sequential
                                        file status is wk-fs-jornal.

       i-O-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       File Section.

       fd  agente-entrada
           label records are standard
           record contains 70 characters.
       01  ae-cabecalho.
           05 ae-tipo                              pic x(01).
           05 ae-cab-agente                        pic x(10).
           05 ae-cab-data                          pic x(08).
           05 ae-cab-sequencia                     pic x(06).
           05 filler                               pic x(45).
       01  ae-detalhe.
           05 filler                               pic x(01).
           05 ae-aposta.
               10 ae-player-id                     pic x(10).
               10 ae-modo                          pic x(01).
               10 ae-numero                        pic x(02) occurs 15 times.
               10 ae-grupo-id                      pic x(10).
               10 ae-numero-extra                  pic x(02) occurs 5 times.
               10 ae-concurso                      pic x(06).
               10 ae-qtd-concursos                 pic x(02).
       01  ae-trailer.
           05 filler                               pic x(01).
           05 ae-tra-qtd                           pic x(09).
           05 ae-tra-hash                          pic x(15).
           05 filler                               pic x(45).

       fd  agente-retorno
           label records are standard
           record contains 80 characters.
       01  ar-linha                                pic x(80).

                                                                         *>um registro por arquivo de agente recebido
       fd  agentes-ctrl
           label records are standard
           record contains 61 characters.
       01  ag-registro.
           05 ag-agente                            pic x(10).
           05 ag-sequencia                         pic 9(06).
           05 ag-data-arquivo                      pic 9(08).
           05 ag-data-proc                         pic 9(08).
           05 ag-hora-proc                         pic 9(08).
                                                       *>"A" processado, "R" recusado inteiro (pode voltar
                                                       *>com a mesma sequencia)
           05 ag-situacao                          pic x(01).
           05 ag-codigo                            pic x(02).
           05 ag-lidas                             pic 9(06).
           05 ag-aceitas                           pic 9(06).
           05 ag-rejeitadas                        pic 9(06).

       fd  fila-apostas
           label records are standard
           record contains 79 characters.
       01  fa-linha.
           05 fa-aposta                            pic x(69).
           05 fa-agente                            pic x(10).

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  grupos
           label records are standard
           record contains 162 characters.
       copy "GRUPOS.cpy".

       fd  resultados
           label records are standard
           record contains 48 characters.
       copy "RESULT.cpy".

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
           05 wk-fs-entrada                        pic x(02) value "00".
           05 wk-fs-retorno                        pic x(02) value "00".
           05 wk-fs-ctrl                           pic x(02) value "00".
           05 wk-fs-fila                           pic x(02) value "00".
           05 wk-fs-players                        pic x(02) value "00".
           05 wk-fs-grupos                         pic x(02) value "00".
           05 wk-fs-resultados                     pic x(02) value "00".

                                                                         *>arquivos abertos para a gravacao das apostas aceitas
       01 wk-arquivos-abertos.
           05 wk-fila-aberta                       pic x(01) value "N".
           05 wk-players-aberto                    pic x(01) value "N".
           05 wk-grupos-aberto                     pic x(01) value "N".

       01 wk-nomes-arquivos.
           05 wk-nome-entrada                      pic x(60) value spaces.
           05 wk-nome-retorno                      pic x(60) value spaces.

       77  wk-fim-arquivo                          pic x(01) value "N".
           88 wk-fim-arquivo-sim                   value "S".

                                                                         *>conferencia do arquivo inteiro (primeira passada)
       01 wk-controle-arquivo.
           05 wk-arquivo-ok                        pic x(01) value "S".
           05 wk-codigo-arquivo                    pic x(02) value "00".
           05 wk-agente                            pic x(10) value spaces.
           05 wk-data-arquivo                      pic 9(08) value zero.
           05 wk-sequencia                         pic 9(06) value zero.
           05 wk-qtd-registros                     pic 9(07) value zero.
           05 wk-qtd-detalhes                      pic 9(09) value zero.
           05 wk-hash-calculado                    pic 9(15) value zero.
           05 wk-tem-cabecalho                     pic x(01) value "N".
           05 wk-tem-trailer                       pic x(01) value "N".
           05 wk-tra-qtd                           pic 9(09) value zero.
           05 wk-tra-hash                          pic 9(15) value zero.
       77  wk-num-sub                              pic 9(02).
       77  wk-num-lido                             pic x(02).

                                                                         *>aposta corrente (segunda passada)
       01 wk-aposta.
           05 wk-linha-seq                         pic 9(06) value zero.
           05 wk-aposta-ok                         pic x(01) value "S".
           05 wk-codigo-aposta                     pic x(02) value "00".
           05 wk-qtd-numeros                       pic 9(02) value 15.
           05 wk-max-numero                        pic 9(02) value 60.
           05 wk-limite-numeros                    pic 9(02) value 20.
           05 wk-limite-concursos                  pic 9(02) value 24.
           05 wk-num-tab-grp.
               10 wk-num-tab                       pic 9(02) occurs 20 times.
           05 wk-concurso                          pic 9(06) value zero.
           05 wk-qtd-concursos                     pic 9(02) value 1.
           05 wk-ultimo-concurso                   pic 9(06) value zero.
       77  wk-idx-1                                pic 9(02).
       77  wk-idx-2                                pic 9(02).

                                                                         *>ocupacao da fila - a situacao das entradas (FILA-STATUS)
                                                                         *>so acompanha as primeiras 999 linhas
       77  wk-fila-qtd                             pic 9(05) value zero.

                                                                         *>linhas do arquivo de retorno
       01 wk-ret-cabecalho.
           05 filler                               pic x(01) value "H".
           05 wk-rc-agente                         pic x(10).
           05 wk-rc-data                           pic 9(08).
           05 wk-rc-sequencia                      pic 9(06).
           05 wk-rc-situacao                       pic x(01).
           05 wk-rc-codigo                         pic x(02).
           05 filler                               pic x(52) value spaces.
       01 wk-ret-detalhe.
           05 filler                               pic x(01) value "D".
           05 wk-rd-linha                          pic 9(06).
           05 wk-rd-situacao                       pic x(01).
           05 wk-rd-codigo                         pic x(02).
           05 wk-rd-aposta                         pic x(69).
           05 filler                               pic x(01) value space.
       01 wk-ret-trailer.
           05 filler                               pic x(01) value "T".
           05 wk-rt-lidas                          pic 9(06).
           05 wk-rt-aceitas                        pic 9(06).
           05 wk-rt-rejeitadas                     pic 9(06).
           05 filler                               pic x(61) value spaces.

       01 wk-totalizadores.
           05 wk-total-lidas                       pic 9(06) value zero.
           05 wk-total-aceitas                     pic 9(06) value zero.
           05 wk-total-rejeitadas                  pic 9(06) value zero.

       01 wk-datas.
           05 wk-data-hoje                         pic 9(08) value zero.
           05 wk-hora-agora                        pic 9(08) value zero.

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
           display "  DESAFIO LOTERIA - RECEPCAO DE APOSTAS DOS AGENTES       "
           display "=========================================================="

           accept wk-data-hoje from date yyyymmdd
           accept wk-nome-entrada from environment "LOTERIA_AGENTE_ARQUIVO"

           perform gravar-jornal-inicio

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                        Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           if wk-nome-entrada = spaces then
               display "Aviso: informe o arquivo do agente em "
                       "LOTERIA_AGENTE_ARQUIVO - nada foi processado."
               move 8 to return-code
           else
               display "Arquivo recebido : " wk-nome-entrada
               open input agente-entrada
               if wk-fs-entrada <> "00" then
                   display "Aviso: arquivo do agente nao encontrado (status "
                           wk-fs-entrada ")."
                   move 8 to return-code
               else
                   perform conferir-arquivo
                   close agente-entrada

                   if wk-arquivo-ok = "S" then
                       perform verificar-sequencia
                   end-if

                   if wk-arquivo-ok = "S" then
                       perform abrir-fila-cadastro
                   end-if

                   perform abrir-retorno
                   if wk-fs-retorno = "00" then
                       if wk-arquivo-ok = "S" then
                           perform processar-apostas
                       else
                           perform recusar-apostas
                       end-if
                       perform fechar-retorno
                       perform gravar-controle
                   else
                       if wk-arquivo-ok = "S" then
                           perform fechar-fila-cadastro
                       end-if
                   end-if
                   perform imprimir-resumo
               end-if
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Primeira passada: estrutura do arquivo (cabecalho primeiro,
      *> trailer por ultimo, so apostas no meio), quantidade de apostas e
      *> total de controle calculado - conferidos contra o trailer.
      *>------------------------------------------------------------------------
       conferir-arquivo section.

           move "S"  to wk-arquivo-ok
           move "00" to wk-codigo-arquivo
           move zero to wk-qtd-registros
           move zero to wk-qtd-detalhes
           move zero to wk-hash-calculado

           move "N" to wk-fim-arquivo
           perform until wk-fim-arquivo-sim
               read agente-entrada
                   at end move "S" to wk-fim-arquivo
                   not at end
                       add 1 to wk-qtd-registros
                       perform conferir-registro
               end-read
           end-perform

           if wk-arquivo-ok = "S" then
               evaluate true
                   when wk-tem-cabecalho = "N"
                       move "N"  to wk-arquivo-ok
                       move "90" to wk-codigo-arquivo
                   when wk-tem-trailer = "N"
                       move "N"  to wk-arquivo-ok
                       move "91" to wk-codigo-arquivo
                   when wk-tra-qtd <> wk-qtd-detalhes
                       move "N"  to wk-arquivo-ok
                       move "92" to wk-codigo-arquivo
                   when wk-tra-hash <> wk-hash-calculado
                       move "N"  to wk-arquivo-ok
                       move "93" to wk-codigo-arquivo
                   when other
                       continue
               end-evaluate
           end-if

           .
       conferir-arquivo-exit.
           exit.

       conferir-registro section.

           evaluate true
               when wk-arquivo-ok = "N"
                   continue
               when wk-qtd-registros = 1
                and ae-tipo <> "H"
                   move "N"  to wk-arquivo-ok
                   move "90" to wk-codigo-arquivo
               when wk-tem-trailer = "S"
                   move "N"  to wk-arquivo-ok
                   move "91" to wk-codigo-arquivo
               when ae-tipo = "H"
                   if wk-tem-cabecalho = "S" then
                       move "N"  to wk-arquivo-ok
                       move "91" to wk-codigo-arquivo
                   else
                       move "S" to wk-tem-cabecalho
                       move ae-cab-agente to wk-agente
                       if ae-cab-agente = spaces
                       or ae-cab-data is not numeric
                       or ae-cab-sequencia is not numeric then
                           move "N"  to wk-arquivo-ok
                           move "95" to wk-codigo-arquivo
                       else
                           move ae-cab-data      to wk-data-arquivo
                           move ae-cab-sequencia to wk-sequencia
                       end-if
                   end-if
               when ae-tipo = "D"
                   add 1 to wk-qtd-detalhes
                   perform somar-hash-aposta
               when ae-tipo = "T"
                   move "S" to wk-tem-trailer
                   if ae-tra-qtd is numeric
                   and ae-tra-hash is numeric then
                       move ae-tra-qtd  to wk-tra-qtd
                       move ae-tra-hash to wk-tra-hash
                   else
                       move "N"  to wk-arquivo-ok
                       move "93" to wk-codigo-arquivo
                   end-if
               when other
                   move "N"  to wk-arquivo-ok
                   move "96" to wk-codigo-arquivo
           end-evaluate

           .
       conferir-registro-exit.
           exit.

                                                       *>posicao em branco ou nao numerica soma zero
       somar-hash-aposta section.

           perform varying wk-num-sub from 1 by 1
                   until wk-num-sub > 20
               if wk-num-sub <= 15 then
                   move ae-numero(wk-num-sub) to wk-num-lido
               else
                   move ae-numero-extra(wk-num-sub - 15) to wk-num-lido
               end-if
               if wk-num-lido is numeric then
                   add function numval(wk-num-lido) to wk-hash-calculado
               end-if
           end-perform

           .
       somar-hash-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sequencia ja processada deste agente recusa o arquivo inteiro -
      *> reenvio de arquivo recusado (situacao "R") e aceito.
      *>------------------------------------------------------------------------
       verificar-sequencia section.

           open input agentes-ctrl
           if wk-fs-ctrl = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read agentes-ctrl
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if ag-agente = wk-agente
                           and ag-sequencia = wk-sequencia
                           and ag-situacao = "A" then
                               move "N"  to wk-arquivo-ok
                               move "94" to wk-codigo-arquivo
                           end-if
                   end-read
               end-perform
               close agentes-ctrl
           end-if

           .
       verificar-sequencia-exit.
           exit.

       abrir-retorno section.

           if wk-agente = spaces then
               move "SEM-AGENTE" to wk-agente
           end-if
           move spaces to wk-nome-retorno
           string "data/AGENTE-RET-" delimited by size
                  wk-agente delimited by space
                  "-" wk-sequencia ".txt" delimited by size
                  into wk-nome-retorno
           end-string

           open output agente-retorno
           if wk-fs-retorno <> "00" then
               display "Aviso: nao foi possivel gravar o retorno "
                       wk-nome-retorno " (status " wk-fs-retorno
                       ") - arquivo nao processado."
               move 8 to return-code
           else
               move wk-agente         to wk-rc-agente
               move wk-data-arquivo   to wk-rc-data
               move wk-sequencia      to wk-rc-sequencia
               move wk-codigo-arquivo to wk-rc-codigo
               if wk-arquivo-ok = "S" then
                   move "A" to wk-rc-situacao
               else
                   move "R" to wk-rc-situacao
               end-if
               write ar-linha from wk-ret-cabecalho
           end-if

           .
       abrir-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Segunda passada, arquivo conferido: cada aposta e validada e, se
      *> aceita, acrescentada na fila com o codigo do agente.
      *>------------------------------------------------------------------------
       processar-apostas section.

           open input agente-entrada
           move zero to wk-linha-seq
           move "N" to wk-fim-arquivo
           perform until wk-fim-arquivo-sim
               read agente-entrada
                   at end move "S" to wk-fim-arquivo
                   not at end
                       if ae-tipo = "D" then
                           perform tratar-aposta
                       end-if
               end-read
           end-perform
           close agente-entrada

           perform fechar-fila-cadastro

           .
       processar-apostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fila e cadastro de jogadores abertos antes do retorno: sem eles o
      *> arquivo inteiro volta recusado (97) e o agente reenvia a mesma
      *> sequencia depois.
      *>------------------------------------------------------------------------
       abrir-fila-cadastro section.

           perform contar-fila

           open extend fila-apostas
           if wk-fs-fila <> "00" then
               open output fila-apostas
           end-if
           if wk-fs-fila = "00" then
               move "S" to wk-fila-aberta
           end-if
           open input players
           if wk-fs-players = "00" then
               move "S" to wk-players-aberto
           end-if
           open input grupos
           if wk-fs-grupos = "00" then
               move "S" to wk-grupos-aberto
           end-if

           if wk-fila-aberta = "N"
           or wk-players-aberto = "N" then
               display "Aviso: fila de apostas (status " wk-fs-fila
                       ") ou cadastro de jogadores (status " wk-fs-players
                       ") indisponivel - apostas nao processadas."
               move 8 to return-code
               move "N"  to wk-arquivo-ok
               move "97" to wk-codigo-arquivo
               perform fechar-fila-cadastro
           end-if

           .
       abrir-fila-cadastro-exit.
           exit.

       fechar-fila-cadastro section.

           if wk-fila-aberta = "S" then
               close fila-apostas
               move "N" to wk-fila-aberta
           end-if
           if wk-players-aberto = "S" then
               close players
               move "N" to wk-players-aberto
           end-if
           if wk-grupos-aberto = "S" then
               close grupos
               move "N" to wk-grupos-aberto
           end-if

           .
       fechar-fila-cadastro-exit.
           exit.

       contar-fila section.

           move zero to wk-fila-qtd
           open input fila-apostas
           if wk-fs-fila = "00" then
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read fila-apostas
                       at end move "S" to wk-fim-arquivo
                       not at end add 1 to wk-fila-qtd
                   end-read
               end-perform
               close fila-apostas
           end-if

           .
       contar-fila-exit.
           exit.

       tratar-aposta section.

           add 1 to wk-linha-seq
           add 1 to wk-total-lidas

           perform validar-aposta

           if wk-aposta-ok = "S" then
               move ae-aposta to fa-aposta
               move wk-agente to fa-agente
               write fa-linha
               add 1 to wk-fila-qtd
               add 1 to wk-total-aceitas
               move "A" to wk-rd-situacao
           else
               add 1 to wk-total-rejeitadas
               move "R" to wk-rd-situacao
           end-if

           move wk-linha-seq     to wk-rd-linha
           move wk-codigo-aposta to wk-rd-codigo
           move ae-aposta        to wk-rd-aposta
           write ar-linha from wk-ret-detalhe

           .
       tratar-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Validacao de uma aposta - conta do jogador existente e ativa,
      *> grupo cadastrado e as mesmas regras da modalidade da fila
      *> (LOTFILA) e da tela de entrada. O primeiro motivo encontrado vai
      *> para o retorno.
      *>------------------------------------------------------------------------
       validar-aposta section.

           move "S"  to wk-aposta-ok
           move "00" to wk-codigo-aposta

           evaluate true
               when ae-player-id = spaces
                 or ae-player-id = "ANONIMO"
                   move "N"  to wk-aposta-ok
                   move "01" to wk-codigo-aposta
               when other
                   move ae-player-id to pl-player-id
                   read players key is pl-player-id
                       invalid key
                           move "N"  to wk-aposta-ok
                           move "02" to wk-codigo-aposta
                       not invalid key
                           if pl-situacao = "B" then
                               move "N"  to wk-aposta-ok
                               move "03" to wk-codigo-aposta
                           end-if
                   end-read
           end-evaluate

           if wk-aposta-ok = "S"
           and ae-grupo-id <> spaces then
               if wk-grupos-aberto = "N" then
                   move "N"  to wk-aposta-ok
                   move "04" to wk-codigo-aposta
               else
                   move ae-grupo-id to gr-grupo-id
                   read grupos key is gr-grupo-id
                       invalid key
                           move "N"  to wk-aposta-ok
                           move "04" to wk-codigo-aposta
                   end-read
               end-if
           end-if

           if wk-aposta-ok = "S" then
               evaluate ae-modo
                   when "1"
                       move 06 to wk-qtd-numeros
                       move 60 to wk-max-numero
                       move 20 to wk-limite-numeros
                       move 08 to wk-limite-concursos
                   when "2"
                       move 15 to wk-qtd-numeros
                       move 25 to wk-max-numero
                       move 20 to wk-limite-numeros
                       move 24 to wk-limite-concursos
                   when "3"
                       move 15 to wk-qtd-numeros
                       move 60 to wk-max-numero
                       move 20 to wk-limite-numeros
                       move 24 to wk-limite-concursos
                   when other
                       move "N"  to wk-aposta-ok
                       move "05" to wk-codigo-aposta
               end-evaluate
           end-if

           if wk-aposta-ok = "S" then
               perform varying wk-idx-1 from 1 by 1
                       until wk-idx-1 > 20
                   if wk-idx-1 <= 15 then
                       move ae-numero(wk-idx-1) to wk-num-lido
                   else
                       move ae-numero-extra(wk-idx-1 - 15) to wk-num-lido
                   end-if
                   if wk-num-lido is numeric
                   and wk-idx-1 <= wk-limite-numeros then
                       move wk-num-lido to wk-num-tab(wk-idx-1)
                   else
                       move zero to wk-num-tab(wk-idx-1)
                   end-if
               end-perform
               perform consistir-numeros
           end-if

           if wk-aposta-ok = "S" then
               perform consistir-concurso
           end-if

           if wk-aposta-ok = "S"
           and wk-fila-qtd >= 999 then
               move "N"  to wk-aposta-ok
               move "10" to wk-codigo-aposta
           end-if

           .
       validar-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Posicoes do modo obrigatorias, as seguintes opcionais (ate o
      *> limite oficial de 20), tudo dentro do intervalo do modo e sem
      *> repeticao.
      *>------------------------------------------------------------------------
       consistir-numeros section.

           perform varying wk-idx-1 from 1 by 1
                   until wk-idx-1 > wk-limite-numeros
                      or wk-aposta-ok = "N"

               if wk-num-tab(wk-idx-1) = zero
               and wk-idx-1 > wk-qtd-numeros then
                   continue
               else
                   if wk-num-tab(wk-idx-1) = zero
                   or wk-num-tab(wk-idx-1) > wk-max-numero then
                       move "N"  to wk-aposta-ok
                       move "06" to wk-codigo-aposta
                   else
                       compute wk-idx-2 = wk-idx-1 + 1
                       perform varying wk-idx-2 from wk-idx-2 by 1
                               until wk-idx-2 > wk-limite-numeros
                                  or wk-aposta-ok = "N"
                           if wk-num-tab(wk-idx-1) = wk-num-tab(wk-idx-2) then
                               move "N"  to wk-aposta-ok
                               move "07" to wk-codigo-aposta
                           end-if
                       end-perform
                   end-if
               end-if

           end-perform

           .
       consistir-numeros-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Concurso em branco vale o proximo da modalidade; informado, tem
      *> que ser posterior ao ultimo ja importado em RESULTADOS. A
      *> teimosinha vai de 1 ao limite da modalidade.
      *>------------------------------------------------------------------------
       consistir-concurso section.

           perform obter-ultimo-concurso

           evaluate true
               when ae-concurso = spaces
                   compute wk-concurso = wk-ultimo-concurso + 1
               when ae-concurso is numeric
                   move ae-concurso to wk-concurso
                   if wk-concurso <= wk-ultimo-concurso then
                       move "N"  to wk-aposta-ok
                       move "08" to wk-codigo-aposta
                   end-if
               when other
                   move "N"  to wk-aposta-ok
                   move "08" to wk-codigo-aposta
           end-evaluate

           if wk-aposta-ok = "S" then
               evaluate true
                   when ae-qtd-concursos = spaces
                       move 1 to wk-qtd-concursos
                   when ae-qtd-concursos is numeric
                       move ae-qtd-concursos to wk-qtd-concursos
                   when other
                       move zero to wk-qtd-concursos
               end-evaluate
               if wk-qtd-concursos = zero
               or wk-qtd-concursos > wk-limite-concursos then
                   move "N"  to wk-aposta-ok
                   move "09" to wk-codigo-aposta
               end-if
           end-if

           .
       consistir-concurso-exit.
           exit.

       obter-ultimo-concurso section.

           move zero to wk-ultimo-concurso

           open input resultados
           if wk-fs-resultados = "00" then
               move wk-qtd-numeros to rs-modo-qtd
               move wk-max-numero  to rs-modo-max
               move zero           to rs-concurso
               start resultados key >= rs-chave
                   invalid key move "10" to wk-fs-resultados
               end-start
               perform until wk-fs-resultados <> "00"
                   read resultados next record
                       at end move "10" to wk-fs-resultados
                       not at end
                           if rs-modo-qtd = wk-qtd-numeros
                           and rs-modo-max = wk-max-numero then
                               move rs-concurso to wk-ultimo-concurso
                           else
                               move "10" to wk-fs-resultados
                           end-if
                   end-read
               end-perform
               close resultados
           end-if

           .
       obter-ultimo-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquivo recusado: toda aposta volta rejeitada com o codigo do
      *> motivo do arquivo - o agente corrige e reenvia.
      *>------------------------------------------------------------------------
       recusar-apostas section.

           open input agente-entrada
           if wk-fs-entrada = "00" then
               move zero to wk-linha-seq
               move "N" to wk-fim-arquivo
               perform until wk-fim-arquivo-sim
                   read agente-entrada
                       at end move "S" to wk-fim-arquivo
                       not at end
                           if ae-tipo <> "H"
                           and ae-tipo <> "T" then
                               add 1 to wk-linha-seq
                               add 1 to wk-total-lidas
                               add 1 to wk-total-rejeitadas
                               move wk-linha-seq      to wk-rd-linha
                               move "R"               to wk-rd-situacao
                               move wk-codigo-arquivo to wk-rd-codigo
                               move ae-aposta         to wk-rd-aposta
                               write ar-linha from wk-ret-detalhe
                           end-if
                   end-read
               end-perform
               close agente-entrada
           end-if

           display "Aviso: arquivo do agente " wk-agente " sequencia "
                   wk-sequencia " RECUSADO - codigo " wk-codigo-arquivo "."
           move 8 to return-code

           .
       recusar-apostas-exit.
           exit.

       fechar-retorno section.

           move wk-total-lidas      to wk-rt-lidas
           move wk-total-aceitas    to wk-rt-aceitas
           move wk-total-rejeitadas to wk-rt-rejeitadas
           write ar-linha from wk-ret-trailer
           close agente-retorno

           .
       fechar-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registra o arquivo recebido em AGENTES-CTRL - e por aqui que uma
      *> sequencia repetida e reconhecida no proximo envio.
      *>------------------------------------------------------------------------
       gravar-controle section.

           accept wk-hora-agora from time

           open extend agentes-ctrl
           if wk-fs-ctrl <> "00" then
               open output agentes-ctrl
           end-if

           if wk-fs-ctrl = "00" then
               move wk-agente           to ag-agente
               move wk-sequencia        to ag-sequencia
               move wk-data-arquivo     to ag-data-arquivo
               move wk-data-hoje        to ag-data-proc
               move wk-hora-agora       to ag-hora-proc
               move wk-codigo-arquivo   to ag-codigo
               if wk-arquivo-ok = "S" then
                   move "A" to ag-situacao
               else
                   move "R" to ag-situacao
               end-if
               move wk-total-lidas      to ag-lidas
               move wk-total-aceitas    to ag-aceitas
               move wk-total-rejeitadas to ag-rejeitadas
               write ag-registro
               close agentes-ctrl
           else
               display "Aviso: nao foi possivel registrar o arquivo em "
                       "AGENTES-CTRL (status " wk-fs-ctrl ") - a sequencia "
                       "nao sera reconhecida num reenvio."
               move 8 to return-code
           end-if

           .
       gravar-controle-exit.
           exit.

       imprimir-resumo section.

           display " "
           display "=========================================================="
           display "Agente ..........................: " wk-agente
           display "Sequencia do arquivo ............: " wk-sequencia
           if wk-arquivo-ok = "S" then
               display "Situacao do arquivo .............: ACEITO"
           else
               display "Situacao do arquivo .............: RECUSADO ("
                       wk-codigo-arquivo ")"
           end-if
           display "Apostas lidas ...................: " wk-total-lidas
           display "Apostas aceitas na fila .........: " wk-total-aceitas
           display "Apostas rejeitadas ..............: " wk-total-rejeitadas
           display "Retorno do agente ...............: " wk-nome-retorno
           display "=========================================================="

           .
       imprimir-resumo-exit.
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

           move wk-total-lidas      to wk-jor-lidos
           move wk-total-aceitas    to wk-jor-gravados
           move wk-total-rejeitadas to wk-jor-rejeitados
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
               move "LOTAGENTE"       to rj-programa
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
