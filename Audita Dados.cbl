      *    The campaign and language audited come from
      *    UNTILDAWN_CAMPANHA/UNTILDAWN_IDIOMA, the file names from
      *    the same UNTILDAWN_ARQ_* variables the writers use.
      *
      *    The badge ownership check matches the badges, in key
      *    order, against the leaderboard's players brought into the
      *    same order by a SORT work file, so it covers any number of
      *    players; the summary shows the distinct players matched
      *    against alongside the record counts.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT ORDENA-JOGADORES ASSIGN TO "SORTJOG".

       DATA                         DIVISION.

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       SD  ORDENA-JOGADORES.
       01  OJ-REC.
           05 OJ-JOGADOR            PIC X(20).

       WORKING-STORAGE SECTION.
       77 ws-idioma             pic x(2) value "PT".
           88 idioma-portugues  value "PT" "pt".
       COPY "CENTAB.cpy".
       COPY "CENPT.cpy".
       COPY "CENEN.cpy".
       COPY "CENMEC.cpy".

       77 ws-placar-status     pic x(2) value "00".
       77 ws-conq-status       pic x(2) value "00".
       77 ws-au-soma           pic 9(6) value 0.

      ******************************************************************
      *    Leaderboard rollup for the cross-file checks: the players
      *    (any campaign, sorted) feed the badge ownership check, and
      *    the audited campaign's summed totals feed the history
      *    cross-foot.
      ******************************************************************
       77 ws-au-jog-atual      pic x(20) value low-values.
       77 ws-au-jog-fim        pic x(1) value "N".
           88 au-jog-fim       value "Y".
       77 ws-au-qtd-jogadores  pic 9(7) value 0.
       77 ws-au-pl-corridas    pic 9(7) value 0.
       77 ws-au-pl-sobreviveu  pic 9(7) value 0.
       77 ws-au-pl-morreu      pic 9(7) value 0.
           end-if.
           display "===== Auditoria do acervo (campanha "
               function trim(ws-campanha) ") =====".
           sort ordena-jogadores
               on ascending key oj-jogador
               input procedure is audita-placar
               output procedure is audita-conquistas.
           perform audita-saves.
           perform audita-historico.
           perform audita-checkpoint.
           display "=====================".
           display "Auditoria do acervo".
           display "Registros de placar..: " ws-au-qtd-placar.
           display "Jogadores distintos..: " ws-au-qtd-jogadores.
           display "Conquistas conferidas: " ws-au-qtd-conq.
           display "Saves conferidos.....: " ws-au-qtd-saves.
           display "Historico conferido..: " ws-au-qtd-hist.
           stop run.

      ******************************************************************
      *    audita-placar - SORT input procedure: cross-foots every
      *    leaderboard record, releases its player to the sort for
      *    the badge check and sums the campaign totals the history
      *    check leans on. A missing leaderboard is a warning, not an
      *    error: a fresh environment simply has not played yet.
      ******************************************************************
       audita-placar.
           open input placar-file.
                           pl-total-sobreviveu " + "
                           pl-total-morreu
                   end-if
                   move pl-jogador to oj-jogador
                   release oj-rec
                   if pl-campanha = ws-campanha
                       add pl-total-corridas to ws-au-pl-corridas
                       add pl-total-sobreviveu
                   end-if
           end-read.

      ******************************************************************
      *    audita-conquistas - SORT output procedure: a badge whose
      *    player has no standing record anywhere is orphaned: the
      *    run that earned it always reaches atualiza-placar first.
      *    The badges come in key order (player first) and the
      *    players come back from the sort in the same order, so one
      *    pass over each matches them; players left over after the
      *    last badge are still counted.
      ******************************************************************
       audita-conquistas.
           move low-values to ws-au-jog-atual.
           move "N" to ws-au-jog-fim.
           open input conquistas-file.
           if ws-conq-status = "00"
               move "N" to ws-au-eof
               move low-values to cq-chave
               start conquistas-file key not < cq-chave
                   invalid key
                       set au-eof to true
               end-start
               perform audita-uma-conquista until au-eof
               close conquistas-file
           end-if.
           perform avanca-jogador until au-jog-fim.

       audita-uma-conquista.
           read conquistas-file next
               at end
                   set au-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-au-qtd-conq.
           perform avanca-jogador
               until au-jog-fim or ws-au-jog-atual >= cq-jogador.
           if ws-au-jog-atual not = cq-jogador
               add 1 to ws-au-erros
               display "ERRO: conquista " cq-codigo
                   " de " function trim(cq-jogador)
                   " sem registro no placar"
           end-if.

       avanca-jogador.
           return ordena-jogadores
               at end
                   set au-jog-fim to true
                   exit paragraph
           end-return.
           if oj-jogador not = ws-au-jog-atual
               add 1 to ws-au-qtd-jogadores
               move oj-jogador to ws-au-jog-atual
           end-if.

      ******************************************************************
      *    audita-saves - every slot's saved state must be a scene
