      *    a PLACAR.DAT or CONQUISTAS.DAT that cannot be opened ends
      *    it the same way before any stream is consumed, so the
      *    result files stay intact for a rerun.
      *
      *    Every record applied to either master is also appended
      *    to the update journal (JORNALPD.cpy) with its before and
      *    after images; a journal that cannot be opened ends the
      *    job the same way, before any stream is consumed - an
      *    update RecuperaPlacar could not replay is not applied.
      *
      *    The combined season round carries the same two trailing
      *    fields the engine's does - each player's average
      *    difficulty, from the level on their "J" records (the
      *    stream's "T" level for records written before the field
      *    existed), and one round stamp for the whole batch - so
      *    AtualizaRating rates a parallel round like any other.
      *
      *    Every stream file is entered in the applied-input
      *    register (APLIC.cpy) under its name and the run stamp its
      *    "I" record carries, and the consolidation as a whole under
      *    the base name and stream 1's stamp. The stream's register
      *    entry is brought forward after every J/C record applied,
      *    and the consolidation's after each closing append (history
      *    record, season round). So:
      *
      *      - a consolidation already wholly applied is refused,
      *        nothing touched, with RC 6;
      *      - a rerun after an abend resumes: records a stream's
      *        entry confirms are read again only for the combined
      *        tally and season rollup, never re-applied, and a
      *        closing append already made is not made again;
      *      - stream files from before the "I" record carry no
      *        stamp; they are registered under this run's stamp and
      *        warned about (RC 4), since a repeat of them cannot be
      *        recognized.
      *
      *    A register that cannot be opened ends the job with RC 8
      *    before any stream is consumed.
      *
      *    The combined season round is built by reading the stream
      *    files' "J" records once more through a SORT work file, in
      *    player order, so a batch of any number of players gets
      *    one record each; the runs the round adds up to are checked
      *    against the streams' "T" tallies, and a round that does
      *    not agree is written but warned about (RC 4).
      ******************************************************************

       ENVIRONMENT                  DIVISION.
           SELECT OPTIONAL TEMPORADA-FILE
               ASSIGN USING ws-cl-arq-temporada
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN USING ws-jn-arq-jornal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jn-status.
           SELECT APLICADOS-FILE ASSIGN USING ws-ap-arq-aplicados
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS ws-ap-status.
           SELECT ORDENA-TEMPORADA ASSIGN TO "SORTTEM".

       DATA                         DIVISION.

       FD  TEMPORADA-FILE.
       01  TEMPORADA-REC            PIC X(100).

       FD  JORNAL-FILE.
       COPY "JORNAL.cpy".

       FD  APLICADOS-FILE.
       COPY "APLIC.cpy".

       SD  ORDENA-TEMPORADA.
       01  OT-REC.
           05 OT-JOGADOR            PIC X(20).
           05 OT-RESULTADO          PIC X(1).
           05 OT-RISCO              PIC 9(5).
           05 OT-DIFICULDADE        PIC X(1).

       WORKING-STORAGE SECTION.
       77 ws-placar-status     pic x(2) value "00".
       77 ws-cl-status         pic x(2) value "00".
       77 ws-cl-morreu         pic 9(7) value 0.

      ******************************************************************
      *    Season rollup for a parallel tournament batch: when any
      *    stream's "T" record carries the tournament flag (its last
      *    field), the "J" deltas are sorted by player and one
      *    combined "R" record per player goes to the season file -
      *    the engine's grava-temporada skips parallel streams
      *    precisely so this one record per logical batch is
      *    the only one, and the flag makes the two paths append
      *    under exactly the same condition. UNTILDAWN_TEMPORADA=S
      *    remains as an override for streams produced before the
       77 ws-cl-temporada      pic x(1) value "N".
           88 cl-temporada     value "S" "s".
       77 wss-str-temporada    pic x(100).
       77 ws-tp-count          pic 9(7) value 0.
       77 ws-tp-deltas         pic 9(7) value 0.
       77 ws-tp-corridas-tot   pic 9(7) value 0.
       77 ws-tp-eof            pic x(1) value "N".
           88 tp-eof           value "Y".
       01 ws-tp-ent.
           05 ws-tp-jogador            pic x(20).
           05 ws-tp-corridas           pic 9(5).
           05 ws-tp-sobreviveu         pic 9(5).
           05 ws-tp-morreu             pic 9(5).
           05 ws-tp-melhor             pic 9(5).
           05 ws-tp-dif-soma           pic 9(7).
           05 ws-tp-dif-qtd            pic 9(5).
       77 ws-tp-dif-media      pic 9.99 value zero.
       77 ws-tp-estampa        pic x(14) value spaces.

      ******************************************************************
      *    Applied-input register: each stream's run stamp (from its
      *    "I" record), the register key of the consolidation, how
      *    far a previous attempt got, and the line being read.
      ******************************************************************
       01 ws-cl-estampas.
           05 ws-cl-estampa occurs 9 times pic x(14).
       77 ws-cl-estampa-run    pic x(14) value spaces.
       77 ws-cl-sem-estampa    pic x(1) value "N".
       77 ws-cl-chave-lote     pic x(82) value spaces.
       77 ws-cl-etapa          pic x(1) value spaces.
       77 ws-cl-retomar        pic 9(9) value 0.
       77 ws-cl-num-reg        pic 9(9) value 0.
       77 ws-cl-ja-aplicados   pic 9(7) value 0.

       COPY "TRAVAWS.cpy".
       COPY "JORNALWS.cpy".
       COPY "APLICWS.cpy".

       PROCEDURE                    DIVISION.

               move 8 to return-code
               stop run
           end-if.
           perform abre-jornal.
           if not jn-aberto
               close placar-file conquistas-file
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform abre-aplicados.
           if not ap-aberto
               close placar-file conquistas-file
               perform fecha-jornal
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform confere-lote.
           if ap-achou and ap-concluido
               display "Consolidacao de " function trim(ws-cl-base)
                   " (" ws-cl-estampa(1) ") ja foi aplicada em "
                   ap-fim(1:8) "; nada foi aplicado."
               close placar-file conquistas-file
               perform fecha-jornal
               perform fecha-aplicados
               perform libera-trava
               move 6 to return-code
               stop run
           end-if.
           perform varying ws-cl-stream from 1 by 1
                   until ws-cl-stream > ws-cl-streams
               perform consolida-stream
           if ws-cl-conq-ok = "Y"
               close conquistas-file
           end-if.
           perform fecha-jornal.
           display "=====================".
           display "Relatorio de sobrevivencia (consolidado)".
           display "Streams consolidados.: " ws-cl-tallies.
           display "Mortes...............: " ws-cl-morreu.
           display "Deltas de placar.....: " ws-cl-deltas.
           display "Conquistas aplicadas.: " ws-cl-conquistas.
           display "Registros no diario..: " ws-jn-gravados.
           if ws-cl-ja-aplicados > 0
               display "Ja aplicados antes...: " ws-cl-ja-aplicados
           end-if.
           if ws-cl-processadas > 0
               compute ws-cl-risco-media =
                   ws-cl-risco-total / ws-cl-processadas
           end-if.
           display "Risco medio..........: " ws-cl-risco-media.
           display "Melhor risco.........: " ws-cl-risco-melhor.
           move function current-date(1:8) to ws-cl-hist-data.
           if ws-cl-etapa = spaces
               perform grava-historico
               move "H" to ws-cl-etapa
               perform marca-etapa
           end-if.
           if cl-temporada and ws-cl-etapa not = "T"
               perform grava-temporada
               move "T" to ws-cl-etapa
               perform marca-etapa
           end-if.
           perform conclui-lote.
           perform fecha-aplicados.
           perform libera-trava.
           if ws-cl-sem-estampa = "Y"
               display "AVISO: stream sem registro I de identificacao;"
                   " repeticao nao pode ser detectada."
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
           if ws-cl-tallies < ws-cl-streams
               display "AVISO: stream sem registro de tally -"
                   " lote interrompido?"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
           stop run.

                   move 8 to return-code
                   stop run
               end-if
               perform le-identificacao
               close resultado-file
           end-perform.

      ******************************************************************
      *    le-identificacao - the stream's run stamp from its leading
      *    "I" record; a stream written before the record existed
      *    takes this run's stamp instead (see confere-lote).
      ******************************************************************
       le-identificacao.
           move spaces to ws-cl-estampa(ws-cl-stream).
           move spaces to ws-cl-linha.
           read resultado-file into ws-cl-linha
               at end
                   continue
           end-read.
           if ws-cl-linha(1:2) = "I;" and ws-cl-linha(3:14) is numeric
               move ws-cl-linha(3:14) to ws-cl-estampa(ws-cl-stream)
           else
               if ws-cl-estampa-run = spaces
                   move function current-date(1:14)
                       to ws-cl-estampa-run
               end-if
               move ws-cl-estampa-run to ws-cl-estampa(ws-cl-stream)
               move "Y" to ws-cl-sem-estampa
           end-if.

       monta-nome-stream.
           move spaces to ws-cl-arq-resultado.
           string function trim(ws-cl-base) delimited by size
                       to cq-data-primeira
                   move 1 to cq-vezes
                   write conquistas-rec
                   move "I" to ws-jn-operacao
                   move spaces to ws-jn-antes
               not invalid key
                   move conquistas-rec to ws-jn-antes
                   add 1 to cq-vezes
                   rewrite conquistas-rec
                   move "A" to ws-jn-operacao
           end-read.
           move "C" to ws-jn-arquivo.
           move cq-chave to ws-jn-chave.
           move conquistas-rec to ws-jn-depois.
           perform grava-jornal.

      ******************************************************************
      *    confere-lote - looks the consolidation up in the register.
      *    Already applied: the caller refuses it. Interrupted: the
      *    closing appends already made are remembered. New: it is
      *    registered.
      ******************************************************************
       confere-lote.
           move spaces to aplicado-rec.
           move "L" to ap-tipo.
           move ws-cl-base to ap-origem.
           move ws-cl-estampa(1) to ap-referencia.
           move ws-cl-streams to ap-sequencia.
           move ap-chave to ws-cl-chave-lote.
           perform consulta-aplicado.
           if ap-achou
               if ap-parcial
                   move ap-etapa to ws-cl-etapa
                   display "Consolidacao interrompida em execucao"
                       " anterior; retomando."
               end-if
           else
               perform inicia-aplicado
           end-if.

      *    marca-etapa - records the closing append just made.
       marca-etapa.
           move ws-cl-chave-lote to ap-chave.
           read aplicados-file
               invalid key
                   exit paragraph
           end-read.
           move ws-cl-etapa to ap-etapa.
           rewrite aplicado-rec.

      ******************************************************************
      *    conclui-lote - every stream and the consolidation itself
      *    are now wholly applied.
      ******************************************************************
       conclui-lote.
           perform varying ws-cl-stream from 1 by 1
                   until ws-cl-stream > ws-cl-streams
               perform monta-chave-stream
               perform consulta-aplicado
               if ap-achou
                   move ap-confirmados to ws-ap-confirmados
                   perform conclui-aplicado
               end-if
           end-perform.
           move ws-cl-chave-lote to ap-chave.
           perform consulta-aplicado.
           if ap-achou
               move ws-cl-streams to ws-ap-confirmados
               perform conclui-aplicado
           end-if.

       monta-chave-stream.
           perform monta-nome-stream.
           move spaces to aplicado-rec.
           move "C" to ap-tipo.
           move ws-cl-arq-resultado to ap-origem.
           move ws-cl-estampa(ws-cl-stream) to ap-referencia.
           move ws-cl-stream to ap-sequencia.

      ******************************************************************
      *    consolida-stream - one stream file, resuming after the
      *    last record its register entry confirms.
      ******************************************************************
       consolida-stream.
           perform renova-trava.
           perform monta-chave-stream.
           perform consulta-aplicado.
           if ap-achou
               move ap-confirmados to ws-cl-retomar
               move ap-confirmados to ws-ap-confirmados
           else
               perform inicia-aplicado
               move 0 to ws-cl-retomar
           end-if.
           open input resultado-file.
           move 0 to ws-cl-num-reg.
           move "N" to ws-cl-eof.
           perform consolida-registro until cl-eof.
           close resultado-file.
           if ws-cl-num-reg > ws-ap-confirmados
               move ws-cl-num-reg to ws-ap-confirmados
               perform confirma-aplicado
           end-if.

      ******************************************************************
      *    consolida-registro - one result record: "J" rows feed the
               at end
                   set cl-eof to true
               not at end
                   perform separa-campos
                   add 1 to ws-cl-num-reg
                   evaluate true
                       when (ws-cl-tipo = "J" or ws-cl-tipo = "C")
                               and ws-cl-num-reg <= ws-cl-retomar
                           add 1 to ws-cl-ja-aplicados
                       when ws-cl-tipo = "J"
                           perform aplica-delta
                           move ws-cl-num-reg to ws-ap-confirmados
                           perform confirma-aplicado
                       when ws-cl-tipo = "C"
                           perform aplica-conquista
                           move ws-cl-num-reg to ws-ap-confirmados
                           perform confirma-aplicado
                       when ws-cl-tipo = "T"
                           perform acumula-tally
                   end-evaluate
           end-read.

       separa-campos.
           move spaces to ws-cl-tipo ws-cl-campo1
               ws-cl-campo2 ws-cl-campo3
               ws-cl-campo4 ws-cl-campo5 ws-cl-campo6
               ws-cl-campo7.
           unstring ws-cl-linha delimited by ";"
               into ws-cl-tipo
                    ws-cl-campo1
                    ws-cl-campo2
                    ws-cl-campo3
                    ws-cl-campo4
                    ws-cl-campo5
                    ws-cl-campo6
                    ws-cl-campo7
           end-unstring.

      ******************************************************************
      *    acumula-tally - folds one stream's "T" record into the
      *    combined totals: counts and risk-score sum add up, the
      ******************************************************************
       aplica-delta.
           add 1 to ws-cl-deltas.
           move ws-cl-campanha to pl-campanha.
           move ws-cl-campo1 to pl-jogador.
           move "N" to ws-cl-achou.
           move spaces to ws-jn-antes.
           read placar-file
               invalid key
                   move spaces to placar-rec
                       pl-total-morreu pl-melhor-risco
               not invalid key
                   move "Y" to ws-cl-achou
                   move placar-rec to ws-jn-antes
           end-read.
           add 1 to pl-total-corridas.
           if ws-cl-campo2 = "S"
           else
               add 1 to pl-total-morreu
           end-if.
           move function current-date(1:8) to pl-ultima-jogada.
           if ws-cl-achou = "Y"
               rewrite placar-rec
               move "A" to ws-jn-operacao
           else
               write placar-rec
               move "I" to ws-jn-operacao
           end-if.
           move "P" to ws-jn-arquivo.
           move pl-chave to ws-jn-chave.
           move placar-rec to ws-jn-depois.
           perform grava-jornal.

      ******************************************************************
      *    grava-temporada - the combined round of a parallel league
      *    batch: one "R" record per player, same layout the engine
      *    writes for a single-stream tournament. Runs whose "J"
      *    record had no difficulty count at the batch level. The
      *    runs the round adds up to must be the runs the streams'
      *    "T" tallies report.
      ******************************************************************
       grava-temporada.
           move function current-date(1:14) to ws-tp-estampa.
           move 0 to ws-tp-count ws-tp-deltas ws-tp-corridas-tot.
           open extend temporada-file.
           sort ordena-temporada
               on ascending key ot-jogador
               input procedure is seleciona-deltas
               output procedure is grava-rodada.
           close temporada-file.
           display "Rodada registrada na temporada ("
               ws-tp-count " jogador(es), " ws-tp-corridas-tot
               " corrida(s)).".
           if ws-tp-corridas-tot not = ws-tp-deltas
                   or ws-tp-deltas not = ws-cl-processadas
               display "AVISO: rodada da temporada nao confere: "
                   ws-tp-deltas " registro(s) J, "
                   ws-cl-processadas " corrida(s) nos tallies."
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

      ******************************************************************
      *    seleciona-deltas - SORT input procedure: every "J" record
      *    of every stream, whether applied now or by an earlier
      *    attempt, goes to the sort.
      ******************************************************************
       seleciona-deltas.
           perform varying ws-cl-stream from 1 by 1
                   until ws-cl-stream > ws-cl-streams
               perform monta-nome-stream
               open input resultado-file
               move "N" to ws-cl-eof
               perform seleciona-um-delta until cl-eof
               close resultado-file
           end-perform.

       seleciona-um-delta.
           read resultado-file into ws-cl-linha
               at end
                   set cl-eof to true
                   exit paragraph
           end-read.
           perform separa-campos.
           if ws-cl-tipo not = "J"
               exit paragraph
           end-if.
           move ws-cl-campo1 to ot-jogador.
           move ws-cl-campo2 to ot-resultado.
           compute ot-risco = function numval(ws-cl-campo3).
           if ws-cl-campo4(1:1) is numeric
               move ws-cl-campo4(1:1) to ot-dificuldade
           else
               move spaces to ot-dificuldade
           end-if.
           add 1 to ws-tp-deltas.
           release ot-rec.

      ******************************************************************
      *    grava-rodada - SORT output procedure: the deltas come back
      *    in player order; each change of player writes the one
      *    before it.
      ******************************************************************
       grava-rodada.
           initialize ws-tp-ent.
           move "N" to ws-tp-eof.
           perform acumula-temporada until tp-eof.
           if ws-tp-corridas > 0
               perform grava-jogador-temporada
           end-if.

       acumula-temporada.
           return ordena-temporada
               at end
                   set tp-eof to true
                   exit paragraph
           end-return.
           if ws-tp-corridas > 0 and ot-jogador not = ws-tp-jogador
               perform grava-jogador-temporada
               initialize ws-tp-ent
           end-if.
           move ot-jogador to ws-tp-jogador.
           add 1 to ws-tp-corridas.
           if ot-dificuldade is numeric
               add 1 to ws-tp-dif-qtd
               compute ws-tp-dif-soma =
                   ws-tp-dif-soma + function numval(ot-dificuldade)
           end-if.
           if ot-resultado = "S"
               add 1 to ws-tp-sobreviveu
               if ws-tp-melhor = 0
                       or (ot-risco not = 0
                           and ot-risco < ws-tp-melhor)
                   move ot-risco to ws-tp-melhor
               end-if
           else
               add 1 to ws-tp-morreu
           end-if.

       grava-jogador-temporada.
           compute ws-tp-dif-media rounded =
               (ws-tp-dif-soma
                + (ws-tp-corridas - ws-tp-dif-qtd)
                  * function numval(ws-cl-dificuldade))
               / ws-tp-corridas.
           move spaces to wss-str-temporada.
           string "R;" delimited by size
                  ws-cl-hist-data delimited by size
                  ";" delimited by size
                  function trim(ws-cl-campanha)
                      delimited by size
                  ";" delimited by size
                  function trim(ws-tp-jogador)
                      delimited by size
                  ";" delimited by size
                  ws-tp-corridas delimited by size
                  ";" delimited by size
                  ws-tp-sobreviveu delimited by size
                  ";" delimited by size
                  ws-tp-morreu delimited by size
                  ";" delimited by size
                  ws-tp-melhor delimited by size
                  ";" delimited by size
                  ws-tp-dif-media delimited by size
                  ";" delimited by size
                  ws-tp-estampa delimited by size
               into wss-str-temporada
           end-string.
           write temporada-rec from wss-str-temporada.
           add 1 to ws-tp-count.
           add ws-tp-corridas to ws-tp-corridas-tot.

       COPY "TRAVAPD.cpy".
       COPY "JORNALPD.cpy".
       COPY "APLICPD.cpy".
