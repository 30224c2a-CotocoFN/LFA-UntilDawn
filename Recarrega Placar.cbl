      *    library key change: a dump taken before campaigns existed
      *    (40-byte lines, no campaign field) loads back with
      *    PL-CAMPANHA defaulted to the built-in "MANSAO", so the
      *    lifetime standings survive the relayout. Dumps taken
      *    before the last-played date joined the record (48-byte
      *    lines) load the same way, with the date left blank.
      *
      *    The reload trusts nothing:
      *
      *        reload pointed at the wrong environment must fail, not
      *        flatten a healthy leaderboard.
      *
      *    The reload is journaled like any other update: a "R"
      *    mark in the update journal (JORNAL.cpy) says the master
      *    was flattened here, and every record loaded follows as an
      *    insert, so RecuperaPlacar replaying past this point ends
      *    up with exactly what this reload built.
      *
      *    Files: the dump via UNTILDAWN_ARQ_DUMP (default
      *    "placar.bak"), the master via UNTILDAWN_ARQ_PLACAR.
      *    RC 8 when the dump is missing, the master was non-empty
      *    without FORCAR, the journal could not be opened, or the
      *    record count did not verify; RC 4 when any line was
      *    rejected; 0 on a clean reload.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT JORNAL-FILE ASSIGN USING ws-jn-arq-jornal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jn-status.

       DATA                         DIVISION.

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  JORNAL-FILE.
       COPY "JORNAL.cpy".

       WORKING-STORAGE SECTION.
       77 ws-placar-status     pic x(2) value "00".
       77 ws-rp-dump-status    pic x(2) value "00".
       77 wss-str-rejeito      pic x(200).

       COPY "TRAVAWS.cpy".
       COPY "JORNALWS.cpy".

      ******************************************************************
      *    ws-rp-rec - the dump line laid over PLACAR-REC's shape, so
           05 ws-rp-risco-x        pic x(5).
           05 ws-rp-risco redefines ws-rp-risco-x
                                   pic 9(5).
           05 ws-rp-ultima-jogada  pic x(8).

       PROCEDURE                    DIVISION.

               stop run
           end-if.
           perform verifica-master-vazio.
           perform abre-jornal.
           if not jn-aberto
               display "Recarga recusada sem o diario de"
                   " atualizacoes."
               close dump-file
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           move "P" to ws-jn-arquivo.
           move "R" to ws-jn-operacao.
           move spaces to ws-jn-chave ws-jn-antes ws-jn-depois.
           move ws-rp-arq-dump to ws-jn-depois(8:49).
           perform grava-jornal.
           open output placar-file.
           open output rejeito-file.
           perform recarrega-linha until rp-eof.
           close dump-file placar-file rejeito-file.
           perform fecha-jornal.
           perform libera-trava.
           display "=====================".
           display "Recarga do placar".
                               move "chave duplicada no dump"
                                   to ws-rp-motivo
                               perform grava-rejeito
                           not invalid key
                               perform jornal-carga
                       end-write
                   else
                       add 1 to ws-rp-rejeitados

      ******************************************************************
      *    valida-linha-dump - lays the dump line over PLACAR-REC's
      *    shape before the field checks. Three layouts load: the
      *    current 56-byte one, the 48-byte one from before the
      *    last-played date (date left blank), and the 40-byte shape
      *    dumped before the campaign library existed (player plus
      *    the four totals and nothing after) - those records reload
      *    under the built-in "MANSAO" campaign, which is how a
      *    pre-campaign master upgrades without losing the lifetime
      *    standings.
      ******************************************************************
       valida-linha-dump.
           move spaces to ws-rp-motivo.
               move "linha vazia" to ws-rp-motivo
               exit paragraph
           end-if.
           if ws-rp-linha(57:) not = spaces
               move "dados alem do layout de 56 bytes"
                   to ws-rp-motivo
               exit paragraph
           end-if.
           move spaces to ws-rp-rec.
           if ws-rp-linha(41:16) = spaces
               move "MANSAO" to ws-rp-campanha
               move ws-rp-linha(1:20) to ws-rp-jogador
               move ws-rp-linha(21:20) to ws-rp-rec(29:20)
           else
               move ws-rp-linha(1:56) to ws-rp-rec
           end-if.
           if ws-rp-ultima-jogada not = spaces
                   and ws-rp-ultima-jogada not numeric
               move "data da ultima jogada invalida" to ws-rp-motivo
               exit paragraph
           end-if.
           if ws-rp-jogador = spaces
               move "jogador em branco" to ws-rp-motivo
                   to ws-rp-motivo
           end-if.

      ******************************************************************
      *    jornal-carga - one reloaded record, as an insert after the
      *    "R" mark.
      ******************************************************************
       jornal-carga.
           move "P" to ws-jn-arquivo.
           move "I" to ws-jn-operacao.
           move pl-chave to ws-jn-chave.
           move spaces to ws-jn-antes.
           move placar-rec to ws-jn-depois.
           perform grava-jornal.

       grava-rejeito.
           move spaces to wss-str-rejeito.
           string "linha " delimited by size
           write rejeito-rec from wss-str-rejeito.

       COPY "TRAVAPD.cpy".
       COPY "JORNALPD.cpy".
