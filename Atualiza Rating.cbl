       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      AtualizaRating.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    AtualizaRating - folds the season file's tournament rounds
      *    into the skill rating master RATING.DAT (RATING.cpy) and
      *    its history file (RATHIST.cpy). LigaTemporada's points
      *    reward whoever plays the most rounds; the rating instead
      *    moves by how well a player did against what they faced:
      *
      *      - every "R" record of a round is one player's result,
      *        scored as their survival rate; a round is the set of
      *        records sharing the round stamp the engine and
      *        ConsolidaLotes write (records from before the stamp
      *        existed group by date, a repeated player starting the
      *        next round);
      *      - each player is measured against the house - a rating
      *        of UNTILDAWN_RATING_INICIAL (default 1500) at normal
      *        difficulty, 200 points less at easy, 200 more at hard,
      *        scaled for the average level the player's runs were
      *        played at - and against every other player of the
      *        round, whose survival rate is compared with theirs
      *        after weighting each by difficulty (a quarter more per
      *        level above normal, a quarter less below);
      *      - against each opponent the expected score is the usual
      *        1 / (1 + 10 ** ((opponent - player) / 400)), so beating
      *        a strong field earns more than beating a weak one, and
      *        the change is UNTILDAWN_RATING_K (default 32) times the
      *        average of (actual - expected) over the opponents -
      *        doubled while the player is still provisional (fewer
      *        than UNTILDAWN_RATING_PROVISORIO rounds, default 5) so
      *        newcomers find their level quickly.
      *
      *    Every rating of a round is computed from the ratings held
      *    before the round, then written together with one history
      *    record per player. The control record of the master
      *    remembers how many season-file lines were folded in, so
      *    the program can run after every tournament (or once a
      *    night, as a chain step) and only ever rates new rounds;
      *    a season file that no longer matches what was folded in
      *    is refused with RC 8 and nothing is rated.
      *
      *    The control record moves on after every round, so a run
      *    that fails part-way leaves at most one round half
      *    written - the first one the rerun meets. In that round a
      *    player whose last-rated round is already this one was
      *    rewritten by the failed run: the rerun takes their
      *    before-round rating back out of the record (rating less
      *    last change), rates the others from the same figures the
      *    failed run used, and rewrites, and writes history for,
      *    only those others.
      *
      *    Files: UNTILDAWN_ARQ_TEMPORADA (temporada.dat),
      *    UNTILDAWN_ARQ_RATING (rating.dat), UNTILDAWN_ARQ_RATING_
      *    HIST (rating.hist). Runs under the exclusive master lock.
      *    RC 4 when some record could not be rated (unreadable, or
      *    a round larger than the round table); RC 8 as above or
      *    when a file cannot be opened; RC 14 from the lock.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPORADA-FILE ASSIGN USING ws-ar-arq-temporada
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ar-temp-status.
           SELECT RATING-FILE ASSIGN USING ws-ar-arq-rating
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS ws-rating-status.
           SELECT RATHIST-FILE ASSIGN USING ws-ar-arq-historico
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ar-hist-status.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.

       DATA                         DIVISION.

       FILE SECTION.
       FD  TEMPORADA-FILE.
       01  TEMPORADA-REC            PIC X(100).

       FD  RATING-FILE.
       COPY "RATING.cpy".

       FD  RATHIST-FILE.
       COPY "RATHIST.cpy".

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       WORKING-STORAGE SECTION.
       77 ws-ar-temp-status    pic x(2) value "00".
       77 ws-rating-status     pic x(2) value "00".
       77 ws-ar-hist-status    pic x(2) value "00".
       77 ws-ar-arq-temporada  pic x(60) value "temporada.dat".
       77 ws-ar-arq-rating     pic x(60) value "rating.dat".
       77 ws-ar-arq-historico  pic x(60) value "rating.hist".
       77 ws-ar-txt            pic x(7) value spaces.
       77 ws-ar-inicial        pic 9(5) value 1500.
       77 ws-ar-k              pic 9(3) value 32.
       77 ws-ar-provisorio     pic 9(3) value 5.
       77 ws-ar-eof            pic x(1) value "N".
           88 ar-eof           value "Y".
       77 ws-ar-divergiu       pic x(1) value "N".
       77 ws-ar-rc             pic 9(2) value 0.
       77 ws-ar-linha          pic x(100).
       77 ws-ar-num-linha      pic 9(9) value 0.
       77 ws-ar-lidas-antes    pic 9(9) value 0.
       77 ws-ar-ultima-antes   pic x(100) value spaces.

       77 ws-ar-f-tipo         pic x(1).
       77 ws-ar-f-data         pic x(8).
       77 ws-ar-f-campanha     pic x(8).
       77 ws-ar-f-jogador      pic x(20).
       77 ws-ar-f-corridas     pic x(7).
       77 ws-ar-f-sobr         pic x(7).
       77 ws-ar-f-mort         pic x(7).
       77 ws-ar-f-melhor       pic x(7).
       77 ws-ar-f-dif          pic x(7).
       77 ws-ar-f-rodada       pic x(14).

      ******************************************************************
      *    The round being assembled: its campaign and stamp, the
      *    season-file line its last record came from, and one entry
      *    per player with the result, the rating held before the
      *    round and the change the round brings.
      ******************************************************************
       77 ws-ar-grupo-campanha pic x(8) value spaces.
       77 ws-ar-grupo-rodada   pic x(14) value spaces.
       77 ws-ar-grupo-num      pic 9(9) value 0.
       77 ws-ar-grupo-linha    pic x(100) value spaces.
       77 ws-ar-count          pic 9(3) value 0.
       77 ws-ar-i              pic 9(3) value 0.
       77 ws-ar-j              pic 9(3) value 0.
       77 ws-ar-avisou         pic x(1) value "N".
       01 ws-ar-tab.
           05 ws-ar-ent occurs 999 times.
               10 ws-ar-jogador        pic x(20).
               10 ws-ar-corridas       pic 9(5).
               10 ws-ar-sobreviveu     pic 9(5).
               10 ws-ar-dif            pic 9v99.
               10 ws-ar-taxa           pic 9v9(4).
               10 ws-ar-escore         pic 9v9(4).
               10 ws-ar-antes          pic 9(5)v99.
               10 ws-ar-rodadas        pic 9(5).
               10 ws-ar-existe         pic x(1).
               10 ws-ar-aplicado       pic x(1).
               10 ws-ar-delta          pic s9(5)v99.
               10 ws-ar-forca          pic 9(5)v99.

      *    Working fields of the rating arithmetic.
       77 ws-ar-casa           pic 9(5)v99 value 0.
       77 ws-ar-oponente       pic 9(5)v99 value 0.
       77 ws-ar-diferenca      pic s9(5)v99 value 0.
       77 ws-ar-esperado       pic 9v9(6) value 0.
       77 ws-ar-real           pic 9v9(6) value 0.
       77 ws-ar-soma           pic s9(5)v9(6) value 0.
       77 ws-ar-soma-forca     pic 9(9)v99 value 0.
       77 ws-ar-oponentes      pic 9(5) value 0.
       77 ws-ar-fator-k        pic 9(3) value 0.
       77 ws-ar-novo           pic s9(6)v99 value 0.

      *    Run totals.
       77 ws-ar-rodadas-lidas  pic 9(7) value 0.
       77 ws-ar-resultados     pic 9(7) value 0.
       77 ws-ar-novos          pic 9(7) value 0.
       77 ws-ar-ignorados      pic 9(7) value 0.
       77 ws-ar-retomados      pic 9(7) value 0.
       77 ws-ar-primeira       pic x(1) value "Y".

       COPY "TRAVAWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-ar-arq-temporada
               from environment "UNTILDAWN_ARQ_TEMPORADA"
               on exception
                   move "temporada.dat" to ws-ar-arq-temporada
           end-accept.
           accept ws-ar-arq-rating
               from environment "UNTILDAWN_ARQ_RATING"
               on exception
                   move "rating.dat" to ws-ar-arq-rating
           end-accept.
           accept ws-ar-arq-historico
               from environment "UNTILDAWN_ARQ_RATING_HIST"
               on exception
                   move "rating.hist" to ws-ar-arq-historico
           end-accept.
           accept ws-ar-txt from environment "UNTILDAWN_RATING_INICIAL"
               on exception
                   move spaces to ws-ar-txt
           end-accept.
           if ws-ar-txt not = spaces
               compute ws-ar-inicial = function numval(ws-ar-txt)
           end-if.
           move spaces to ws-ar-txt.
           accept ws-ar-txt from environment "UNTILDAWN_RATING_K"
               on exception
                   move spaces to ws-ar-txt
           end-accept.
           if ws-ar-txt not = spaces
               compute ws-ar-k = function numval(ws-ar-txt)
           end-if.
           move spaces to ws-ar-txt.
           accept ws-ar-txt
               from environment "UNTILDAWN_RATING_PROVISORIO"
               on exception
                   move spaces to ws-ar-txt
           end-accept.
           if ws-ar-txt not = spaces
               compute ws-ar-provisorio = function numval(ws-ar-txt)
           end-if.
           move "E" to ws-tv-pedido.
           move "AtualizaRating" to ws-tv-programa.
           perform obtem-trava.
           if not tv-obtida
               stop run
           end-if.
           open input temporada-file.
           if ws-ar-temp-status not = "00"
               display "Temporada nao encontrada: "
                   function trim(ws-ar-arq-temporada)
                   " (status " ws-ar-temp-status ")"
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           open i-o rating-file.
           if ws-rating-status not = "00"
               open output rating-file
               close rating-file
               open i-o rating-file
           end-if.
           if ws-rating-status not = "00"
               display "Nao foi possivel abrir "
                   function trim(ws-ar-arq-rating)
                   " (status " ws-rating-status ")"
               close temporada-file
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           open extend rathist-file.
           if ws-ar-hist-status not = "00"
               open output rathist-file
           end-if.
           if ws-ar-hist-status not = "00"
               display "Nao foi possivel abrir "
                   function trim(ws-ar-arq-historico)
                   " (status " ws-ar-hist-status ")"
               close temporada-file rating-file
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform le-controle.
           move 0 to ws-ar-num-linha ws-ar-count.
           move "N" to ws-ar-eof.
           perform le-temporada until ar-eof.
           if ws-ar-num-linha < ws-ar-lidas-antes
               move "Y" to ws-ar-divergiu
           end-if.
           if ws-ar-divergiu = "Y"
               display "Arquivo de temporada nao confere com o ja"
                   " incorporado ao rating (" ws-ar-lidas-antes
                   " linhas); nada foi calculado."
               move 8 to ws-ar-rc
           else
               if ws-ar-count > 0
                   perform processa-rodada
               end-if
               if ws-ar-num-linha > ws-ar-lidas-antes
                   move ws-ar-num-linha to ws-ar-grupo-num
                   move ws-ar-linha to ws-ar-grupo-linha
                   perform grava-controle
               end-if
           end-if.
           close temporada-file rating-file rathist-file.
           perform libera-trava.
           display "Rodadas avaliadas.....: " ws-ar-rodadas-lidas.
           display "Resultados aplicados..: " ws-ar-resultados.
           display "Jogadores novos.......: " ws-ar-novos.
           display "Registros ignorados...: " ws-ar-ignorados.
           if ws-ar-retomados > 0
               display "Ja gravados (retomada): " ws-ar-retomados
           end-if.
           move ws-ar-rc to return-code.
           stop run.

      ******************************************************************
      *    le-controle - the control record, created on the first
      *    run with nothing folded in yet.
      ******************************************************************
       le-controle.
           move spaces to rt-chave.
           read rating-file
               invalid key
                   move spaces to rating-rec
                   move 0 to rt-linhas-lidas
                   write rating-rec
           end-read.
           move rt-linhas-lidas to ws-ar-lidas-antes.
           move rt-ultima-linha to ws-ar-ultima-antes.

       grava-controle.
           move spaces to rt-chave.
           read rating-file
               invalid key
                   continue
           end-read.
           move spaces to rating-rec.
           move ws-ar-grupo-num to rt-linhas-lidas.
           move ws-ar-grupo-linha to rt-ultima-linha.
           rewrite rating-rec
               invalid key
                   write rating-rec
           end-rewrite.

      ******************************************************************
      *    le-temporada - one season-file line. Lines already folded
      *    in are only counted (the last of them must still read as
      *    it did); after them, "R" records build rounds and anything
      *    else closes the round in progress.
      ******************************************************************
       le-temporada.
           read temporada-file into ws-ar-linha
               at end
                   set ar-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-ar-num-linha.
           if ws-ar-num-linha <= ws-ar-lidas-antes
               if ws-ar-num-linha = ws-ar-lidas-antes
                       and ws-ar-linha not = ws-ar-ultima-antes
                   move "Y" to ws-ar-divergiu
                   set ar-eof to true
               end-if
               exit paragraph
           end-if.
           perform separa-registro.
           if ws-ar-f-tipo not = "R"
               if ws-ar-count > 0
                   perform processa-rodada
               end-if
               exit paragraph
           end-if.
           if ws-ar-f-rodada = spaces
               move spaces to ws-ar-f-rodada
               string ws-ar-f-data delimited by size
                      "000000" delimited by size
                   into ws-ar-f-rodada
               end-string
           end-if.
           if ws-ar-count > 0
               if ws-ar-f-campanha not = ws-ar-grupo-campanha
                       or ws-ar-f-rodada not = ws-ar-grupo-rodada
                   perform processa-rodada
               else
                   perform localiza-na-rodada
                   if ws-ar-i > 0
                       perform processa-rodada
                   end-if
               end-if
           end-if.
           if ws-ar-count = 0
               move ws-ar-f-campanha to ws-ar-grupo-campanha
               move ws-ar-f-rodada to ws-ar-grupo-rodada
           end-if.
           perform acrescenta-resultado.
           move ws-ar-num-linha to ws-ar-grupo-num.
           move ws-ar-linha to ws-ar-grupo-linha.

       separa-registro.
           move spaces to ws-ar-f-tipo ws-ar-f-data ws-ar-f-campanha
               ws-ar-f-jogador ws-ar-f-corridas ws-ar-f-sobr
               ws-ar-f-mort ws-ar-f-melhor ws-ar-f-dif
               ws-ar-f-rodada.
           unstring ws-ar-linha delimited by ";"
               into ws-ar-f-tipo
                    ws-ar-f-data
                    ws-ar-f-campanha
                    ws-ar-f-jogador
                    ws-ar-f-corridas
                    ws-ar-f-sobr
                    ws-ar-f-mort
                    ws-ar-f-melhor
                    ws-ar-f-dif
                    ws-ar-f-rodada
           end-unstring.

       localiza-na-rodada.
           move 0 to ws-ar-i.
           perform varying ws-ar-j from 1 by 1
                   until ws-ar-j > ws-ar-count
               if ws-ar-jogador(ws-ar-j) = ws-ar-f-jogador
                   move ws-ar-j to ws-ar-i
                   exit perform
               end-if
           end-perform.

      ******************************************************************
      *    acrescenta-resultado - one player's result into the round
      *    table: survival rate, and the same rate weighted by the
      *    difficulty it was earned at for the player-against-player
      *    comparisons. A record without runs is not a result.
      ******************************************************************
       acrescenta-resultado.
           if function test-numval(ws-ar-f-corridas) not = 0
                   or function test-numval(ws-ar-f-sobr) not = 0
               add 1 to ws-ar-ignorados
               move 4 to ws-ar-rc
               exit paragraph
           end-if.
           if function numval(ws-ar-f-corridas) = 0
               add 1 to ws-ar-ignorados
               exit paragraph
           end-if.
           if ws-ar-count >= 999
               add 1 to ws-ar-ignorados
               move 4 to ws-ar-rc
               if ws-ar-avisou = "N"
                   display "AVISO: rodada com mais de 999 jogadores;"
                       " os excedentes nao foram avaliados."
                   move "Y" to ws-ar-avisou
               end-if
               exit paragraph
           end-if.
           add 1 to ws-ar-count.
           move ws-ar-count to ws-ar-i.
           initialize ws-ar-ent(ws-ar-i).
           move ws-ar-f-jogador to ws-ar-jogador(ws-ar-i).
           compute ws-ar-corridas(ws-ar-i) =
               function numval(ws-ar-f-corridas).
           compute ws-ar-sobreviveu(ws-ar-i) =
               function numval(ws-ar-f-sobr).
           if ws-ar-sobreviveu(ws-ar-i) > ws-ar-corridas(ws-ar-i)
               move ws-ar-corridas(ws-ar-i)
                   to ws-ar-sobreviveu(ws-ar-i)
           end-if.
           if ws-ar-f-dif not = spaces
                   and function test-numval(ws-ar-f-dif) = 0
               compute ws-ar-dif(ws-ar-i) = function numval(ws-ar-f-dif)
           else
               move 2 to ws-ar-dif(ws-ar-i)
           end-if.
           if ws-ar-dif(ws-ar-i) < 1
               move 1 to ws-ar-dif(ws-ar-i)
           end-if.
           if ws-ar-dif(ws-ar-i) > 3
               move 3 to ws-ar-dif(ws-ar-i)
           end-if.
           compute ws-ar-taxa(ws-ar-i) rounded =
               ws-ar-sobreviveu(ws-ar-i) / ws-ar-corridas(ws-ar-i).
           compute ws-ar-escore(ws-ar-i) rounded =
               ws-ar-taxa(ws-ar-i)
               * (1 + (ws-ar-dif(ws-ar-i) - 2) / 4).

      ******************************************************************
      *    processa-rodada - rates the assembled round: the ratings
      *    held before it are read first, every change is computed
      *    from those, then the master, the history and the control
      *    record are written. Only the first round of a run can
      *    have been half written by a failed run; le-rating-anterior
      *    picks out the players it already did.
      ******************************************************************
       processa-rodada.
           add 1 to ws-ar-rodadas-lidas.
           perform varying ws-ar-i from 1 by 1
                   until ws-ar-i > ws-ar-count
               perform le-rating-anterior
           end-perform.
           perform varying ws-ar-i from 1 by 1
                   until ws-ar-i > ws-ar-count
               perform calcula-variacao
           end-perform.
           perform varying ws-ar-i from 1 by 1
                   until ws-ar-i > ws-ar-count
               perform grava-rating
           end-perform.
           perform grava-controle.
           move 0 to ws-ar-count.
           move "N" to ws-ar-primeira.

       le-rating-anterior.
           move ws-ar-grupo-campanha to rt-campanha.
           move ws-ar-jogador(ws-ar-i) to rt-jogador.
           move "N" to ws-ar-aplicado(ws-ar-i).
           read rating-file
               invalid key
                   move "N" to ws-ar-existe(ws-ar-i)
                   move ws-ar-inicial to ws-ar-antes(ws-ar-i)
                   move 0 to ws-ar-rodadas(ws-ar-i)
               not invalid key
                   move "Y" to ws-ar-existe(ws-ar-i)
                   move rt-pontos to ws-ar-antes(ws-ar-i)
                   move rt-rodadas to ws-ar-rodadas(ws-ar-i)
           end-read.
           if ws-ar-existe(ws-ar-i) = "Y" and ws-ar-primeira = "Y"
                   and rt-ultima-rodada = ws-ar-grupo-rodada
               move "Y" to ws-ar-aplicado(ws-ar-i)
               compute ws-ar-antes(ws-ar-i) = rt-pontos - rt-variacao
               compute ws-ar-rodadas(ws-ar-i) = rt-rodadas - 1
           end-if.

      ******************************************************************
      *    calcula-variacao - player ws-ar-i against the house for
      *    their difficulty and against every other player of the
      *    round.
      ******************************************************************
       calcula-variacao.
           compute ws-ar-casa =
               ws-ar-inicial + (ws-ar-dif(ws-ar-i) - 2) * 200.
           move ws-ar-casa to ws-ar-oponente.
           perform calcula-esperado.
           move ws-ar-taxa(ws-ar-i) to ws-ar-real.
           compute ws-ar-soma = ws-ar-real - ws-ar-esperado.
           move 1 to ws-ar-oponentes.
           move 0 to ws-ar-soma-forca.
           perform varying ws-ar-j from 1 by 1
                   until ws-ar-j > ws-ar-count
               if ws-ar-j not = ws-ar-i
                   move ws-ar-antes(ws-ar-j) to ws-ar-oponente
                   add ws-ar-oponente to ws-ar-soma-forca
                   perform calcula-esperado
                   evaluate true
                       when ws-ar-escore(ws-ar-i)
                               > ws-ar-escore(ws-ar-j)
                           move 1 to ws-ar-real
                       when ws-ar-escore(ws-ar-i)
                               = ws-ar-escore(ws-ar-j)
                           move 0.5 to ws-ar-real
                       when other
                           move 0 to ws-ar-real
                   end-evaluate
                   compute ws-ar-soma =
                       ws-ar-soma + ws-ar-real - ws-ar-esperado
                   add 1 to ws-ar-oponentes
               end-if
           end-perform.
           if ws-ar-count > 1
               compute ws-ar-forca(ws-ar-i) rounded =
                   ws-ar-soma-forca / (ws-ar-count - 1)
           else
               move ws-ar-casa to ws-ar-forca(ws-ar-i)
           end-if.
           if ws-ar-rodadas(ws-ar-i) < ws-ar-provisorio
               compute ws-ar-fator-k = ws-ar-k * 2
           else
               move ws-ar-k to ws-ar-fator-k
           end-if.
           compute ws-ar-delta(ws-ar-i) rounded =
               ws-ar-fator-k * ws-ar-soma / ws-ar-oponentes.

      *    calcula-esperado - expected score of ws-ar-i against a
      *    rating of ws-ar-oponente.
       calcula-esperado.
           compute ws-ar-diferenca =
               ws-ar-oponente - ws-ar-antes(ws-ar-i).
           compute ws-ar-esperado rounded =
               1 / (1 + 10 ** (ws-ar-diferenca / 400)).

       grava-rating.
           if ws-ar-aplicado(ws-ar-i) = "Y"
               add 1 to ws-ar-retomados
               exit paragraph
           end-if.
           compute ws-ar-novo =
               ws-ar-antes(ws-ar-i) + ws-ar-delta(ws-ar-i).
           if ws-ar-novo < 0
               move 0 to ws-ar-novo
           end-if.
           move ws-ar-grupo-campanha to rt-campanha.
           move ws-ar-jogador(ws-ar-i) to rt-jogador.
           if ws-ar-existe(ws-ar-i) = "Y"
               read rating-file
                   invalid key
                       move "N" to ws-ar-existe(ws-ar-i)
               end-read
           end-if.
           if ws-ar-existe(ws-ar-i) = "N"
               move spaces to rt-dados
               move 0 to rt-pontos rt-variacao rt-rodadas
                   rt-corridas rt-sobreviveu rt-pico
               move ws-ar-grupo-rodada to rt-primeira-rodada
           end-if.
           compute rt-variacao = ws-ar-novo - ws-ar-antes(ws-ar-i).
           move ws-ar-novo to rt-pontos.
           add 1 to rt-rodadas.
           add ws-ar-corridas(ws-ar-i) to rt-corridas.
           add ws-ar-sobreviveu(ws-ar-i) to rt-sobreviveu.
           if rt-pontos > rt-pico
               move rt-pontos to rt-pico
           end-if.
           move ws-ar-grupo-rodada to rt-ultima-rodada.
           if ws-ar-existe(ws-ar-i) = "Y"
               rewrite rating-rec
           else
               write rating-rec
               add 1 to ws-ar-novos
           end-if.
           move ws-ar-grupo-campanha to rh-campanha.
           move ws-ar-jogador(ws-ar-i) to rh-jogador.
           move ws-ar-grupo-rodada to rh-rodada.
           move ws-ar-antes(ws-ar-i) to rh-antes.
           move rt-pontos to rh-depois.
           move rt-variacao to rh-variacao.
           move ws-ar-corridas(ws-ar-i) to rh-corridas.
           move ws-ar-sobreviveu(ws-ar-i) to rh-sobreviveu.
           move ws-ar-dif(ws-ar-i) to rh-dificuldade.
           move ws-ar-forca(ws-ar-i) to rh-forca-campo.
           move ws-ar-count to rh-jogadores.
           move rt-rodadas to rh-rodadas.
           write rathist-rec.
           add 1 to ws-ar-resultados.

       COPY "TRAVAPD.cpy".
