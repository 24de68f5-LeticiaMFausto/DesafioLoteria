
       fd  jogos-hist
           label records are standard
           record contains 256 characters.
       copy "JOGOHIST.cpy".

       fd  players
           label records are standard
           record contains 186 characters.
       copy "PLAYERS.cpy".

       fd  checkpoint
           label records are standard
           record contains 213 characters.
       copy "CHECKPT.cpy".

       fd  bilhete-log

       fd  gen-jogos
           label records are standard
           record contains 256 characters.
       01  gj-registro                             pic x(256).

       fd  gen-players
           label records are standard
           record contains 186 characters.
       01  gp-registro                             pic x(186).

       fd  gen-checkpoint
           label records are standard
           record contains 213 characters.
       01  gc-registro                             pic x(213).

       fd  gen-bilhete
           label records are standard
       backup-jogos-hist section.

           move "JOGOS-HIST"   to wk-ctx-nome
           move 256            to wk-ctx-tamanho

           move zero to wk-ctx-registros
           open input jogos-hist
       backup-players section.

           move "PLAYERS"      to wk-ctx-nome
           move 186            to wk-ctx-tamanho

           move zero to wk-ctx-registros
           open input players
       backup-checkpoint section.

           move "CHECKPOINT"   to wk-ctx-nome
           move 213            to wk-ctx-tamanho

           move zero to wk-ctx-registros
           open input checkpoint
       verificar-todos section.

           move "JOGOS-HIST"   to wk-ctx-nome
           move 256            to wk-ctx-tamanho
           move zero to wk-ctx-registros
           open input jogos-hist
           if wk-fs-vivo = "00" then
           perform conferir-contra-controle

           move "PLAYERS"      to wk-ctx-nome
           move 186            to wk-ctx-tamanho
           move zero to wk-ctx-registros
           open input players
           if wk-fs-vivo = "00" then
           perform conferir-contra-controle

           move "CHECKPOINT"   to wk-ctx-nome
           move 213            to wk-ctx-tamanho
           move zero to wk-ctx-registros
           open input checkpoint
           if wk-fs-vivo = "00" then
