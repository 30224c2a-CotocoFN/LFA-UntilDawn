      *    a tournament batch closes by appending its per-player
      *    round to the season file LigaTemporada reads (see
      *    grava-temporada).
      *
      *    The last state numbers with mechanics of their own are
      *    gone: the machete grant on 001, the bear-trap flag and
      *    machete drop on 002, the dice on the assassino scenes and
      *    every risk weight are now declarations the campaign makes
      *    in its scenario dataset (CENMEC.cpy for the mansion - see
      *    the D::/R::/E:: rows there). The nine scene paragraphs
      *    collapsed into one, joga-cena; the dice thresholds come
      *    from the declared table (rola-dificuldade) and the risk
      *    points from busca-mecanica-risco, so a new campaign gets
      *    its own odds without copying the mansion's numbering.
      *
      *    Standings records and save slots now carry the day they
      *    were last played/saved (PL-ULTIMA-JOGADA, SV-ULTIMA-
      *    JOGADA), stamped by atualiza-placar and salva-e-sai, for
      *    the dormant-player sweep VarreInativos.
      *
      *    Every change atualiza-placar and concede-conquista make to
      *    PLACAR.DAT and CONQUISTAS.DAT is also appended, with its
      *    before and after images, to the update journal
      *    (JORNAL.cpy/JORNALPD.cpy) that RecuperaPlacar rolls
      *    forward from the last backup dump. A journal that will not
      *    open does not stop play; the run ends with RC 4 so the
      *    unjournaled updates get noticed.
      *
      *    The season "R" records gained two fields for the rating
      *    master AtualizaRating keeps: the average difficulty the
      *    player's runs of the round were played at, and the round
      *    stamp that tells one round from the next even when two
      *    are played on the same day. The per-run difficulty rides
      *    on the parallel-stream "J" records for the same reason.
      *
      *    A parallel stream's delta file now opens with an "I"
      *    record carrying the stream's run stamp, the identity
      *    ConsolidaLotes registers the file under so the same
      *    stream is never consolidated twice.
      *
      *    Interactive decisions are timed: the moment a scene (or
      *    the death-undo offer) is shown and the moment its answer
      *    comes back are taken from the clock, and the ESTADO=/ACAO=
      *    and DESFEZ= records of that decision carry the elapsed
      *    seconds in a TEMPO= field at a fixed column (see
      *    anexa-tempo) for the decision-time report TempoDecisao.
      *    Batch and exploration records stay unstamped - their
      *    timing is the machine's, not a player's.
      *
      *    A "?" at a scene prompt shows what other players chose
      *    there and how those runs ended, from the statistics file
      *    AnalisaSessao writes (ESTAT.cpy). Like "V" it is limited
      *    per run and charged to the risk score, and each use is
      *    logged (CONSULTA=) so the choice that follows can be told
      *    from a blind one. Only interactive play loads the file;
      *    batch and exploration results never depend on it.
      *
      *    The tournament standings and the team rollup no longer
      *    live in fixed tables that stopped at 50 players and 20
      *    teams: each batch run is written to a work file as it
      *    finishes (see tally-torneio) and relatorio-torneio builds
      *    both reports from it with SORT work files, so a tournament
      *    of any size reports in full. The work files are
      *    <base>.trb1/.trb2, <base> from UNTILDAWN_ARQ_TORNEIO (the
      *    ARQ-TORNEIO parameter key) or else the log name, so
      *    parallel streams keep apart. The standings close with
      *    control totals: the runs they add up to must be the runs
      *    the batch processed, and the team rollup must add up to
      *    the standings; a mismatch ends the run with RC 4.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JG-JOGADOR
               FILE STATUS IS ws-jog-status.
           SELECT JORNAL-FILE ASSIGN USING ws-jn-arq-jornal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jn-status.
           SELECT OPTIONAL ESTATISTICA-FILE
               ASSIGN USING ws-arq-estatistica
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-est-status.
           SELECT TORNEIO1-FILE ASSIGN USING ws-arq-tor-trab1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tor-trb-status.
           SELECT TORNEIO2-FILE ASSIGN USING ws-arq-tor-trab2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tor-trb-status.
           SELECT ORDENA-CORRIDAS ASSIGN TO "SORTCOR".
           SELECT ORDENA-TORNEIO ASSIGN TO "SORTTOR".
           SELECT ORDENA-EQUIPES ASSIGN TO "SORTEQP".

       DATA                         DIVISION.

       FD  TEMPORADA-FILE.
       01  TEMPORADA-REC            PIC X(100).

      ******************************************************************
      *    Tournament work files and sorts (see relatorio-torneio).
      *    TORNEIO1-FILE holds the batch's runs, one per record, and
      *    later the team rollup; TORNEIO2-FILE holds one record per
      *    player. ORDENA-TORNEIO sorts the player records for the
      *    standings and again by team.
      ******************************************************************
       FD  TORNEIO1-FILE.
       01  TORNEIO1-REC             PIC X(72).

       FD  TORNEIO2-FILE.
       01  TORNEIO2-REC             PIC X(72).

       SD  ORDENA-CORRIDAS.
       01  OCO-REC.
           05 OCO-JOGADOR           PIC X(20).
           05 OCO-RESULTADO         PIC X(1).
           05 OCO-RISCO             PIC 9(5).
           05 OCO-DIFICULDADE       PIC 9(1).
           05 FILLER                PIC X(45).

       SD  ORDENA-TORNEIO.
       01  OTO-REC.
           05 OTO-JOGADOR           PIC X(20).
           05 OTO-CORRIDAS          PIC 9(5).
           05 OTO-SOBREVIVEU        PIC 9(5).
           05 OTO-MORREU            PIC 9(5).
           05 OTO-MELHOR            PIC 9(5).
           05 OTO-DIF-SOMA          PIC 9(7).
           05 OTO-ORDEM-MELHOR      PIC 9(5).
           05 OTO-EQUIPE            PIC X(20).

       SD  ORDENA-EQUIPES.
       01  OEQ-REC.
           05 OEQ-EQUIPE            PIC X(20).
           05 OEQ-CORRIDAS          PIC 9(7).
           05 OEQ-SOBREVIVEU        PIC 9(7).
           05 OEQ-MORREU            PIC 9(7).
           05 FILLER                PIC X(31).

       FD  PARAM-FILE.
       01  PARAM-REC                PIC X(200).

       FD  CHECKPOINT-FILE.
       COPY "CHECKPT.cpy".

       FD  JORNAL-FILE.
       COPY "JORNAL.cpy".

      ******************************************************************
      *    ESTATISTICA-FILE - the choice statistics AnalisaSessao
      *    writes from the session archives; read once, interactive
      *    play only, for the "?" command (see consulta-estatistica).
      ******************************************************************
       FD  ESTATISTICA-FILE.
       COPY "ESTAT.cpy".

       WORKING-STORAGE SECTION.
       77 ws-placar-status     pic x(2) value "00".
       77 ws-checkpoint-status pic x(2) value "00".
      *    RETURN-CODE discipline (highest condition wins, see
      *    atribui-retcode):
      *       0  clean run
      *       4  warning - runs died on exhausted moves, or the
      *          update journal would not open
      *       8  expected-result reconciliation failures
      *      10  checkpoint load failure
      *      12  MOVIMENTOS-FILE missing
      ******************************************************************
      *    Achievements. ws-passou-armadilha remembers, for the
      *    current run, that the player went through the bear-trap
      *    scene - set by the campaign's #ARMADILHA event (state 002
      *    in the mansion, see aplica-eventos), carried
      *    through checkpoints and save slots, consumed by the
      *    SOBREV-ARMAD badge. ws-conq-ok works like ws-saves-ok: a
      *    conquistas file that cannot open disables the feature for

       77 ws-arq-historico     pic x(60) value "historico.dat".
       77 ws-arq-temporada     pic x(60) value "temporada.dat".
       77 ws-arq-estatistica   pic x(60) value "estatistica.dat".
       77 wss-str-temporada    pic x(100).
       77 wss-str-historico    pic x(80).
       77 ws-hist-data         pic x(8) value spaces.
      *    file plays a whole office tournament in one job.
      *    ws-jogador/ws-dificuldade switch per run and fall back to
      *    the UNTILDAWN_JOGADOR/_DIFICULDADE values (saved in the
      *    -padrao items) on untagged lines. Every run goes to the
      *    tournament work file (ws-tor-corrida), from which
      *    relatorio-final builds the per-player standings whenever
      *    at least one line was tagged. ws-tor-ent is one player's
      *    standing, the layout of the player work file;
      *    ws-tor-ordem-melhor is the best risk as it sorts (a
      *    player who never survived ranks after everyone who did).
      ******************************************************************
       77 ws-lin-jogador       pic x(20) value spaces.
       77 ws-lin-dif           pic x(1) value spaces.
       77 ws-jogador-padrao    pic x(20) value spaces.
       77 ws-dif-padrao        pic 9(1) value 2.
       77 ws-tor-ativo         pic x(1) value "N".
       77 ws-tor-taxa-ed       pic zz9.99 value zero.
       77 ws-tor-count         pic 9(7) value 0.
       77 ws-tor-pos           pic 9(5) value 0.
       77 ws-tor-pos-ed        pic zzzz9 value zero.
       77 ws-tor-qtd-ed        pic zzzzzz9 value zero.
       77 ws-tor-eof           pic x(1) value "N".
           88 tor-eof          value "Y".
       77 ws-tor-trb-ok        pic x(1) value "N".
           88 tor-trb-ok       value "Y".
       77 ws-tor-trb-status    pic x(2) value "00".
       77 ws-arq-torneio       pic x(60) value spaces.
       77 ws-arq-tor-trab1     pic x(64) value spaces.
       77 ws-arq-tor-trab2     pic x(64) value spaces.
       77 ws-tor-tot-corridas  pic 9(7) value 0.
       01 ws-tor-corrida.
           05 ws-tor-cor-jogador       pic x(20).
           05 ws-tor-cor-resultado     pic x(1).
           05 ws-tor-cor-risco         pic 9(5).
           05 ws-tor-cor-dificuldade   pic 9(1).
       01 ws-tor-ent.
           05 ws-tor-jogador           pic x(20).
           05 ws-tor-corridas          pic 9(5).
           05 ws-tor-sobreviveu        pic 9(5).
           05 ws-tor-morreu            pic 9(5).
           05 ws-tor-melhor            pic 9(5).
           05 ws-tor-dif-soma          pic 9(7).
           05 ws-tor-ordem-melhor      pic 9(5).
           05 ws-tor-equipe            pic x(20).
       77 ws-tor-dif-media     pic 9.99 value zero.
       77 ws-tor-estampa       pic x(14) value spaces.

      ******************************************************************
      *    Team rollup for the tournament standings, fed from the
      *    registration master at report time (see relatorio-equipes).
      *    Players with no registration record land on the
      *    "(SEM CADASTRO)" line - the report must still add up to
      *    the batch totals. ws-eq-ok says the master could be read.
      ******************************************************************
       77 ws-jog-status        pic x(2) value "00".
       77 ws-arq-jogadores     pic x(60) value "jogadores.dat".
       77 ws-eq-ok             pic x(1) value "N".
           88 eq-ok            value "Y".
       77 ws-eq-count          pic 9(5) value 0.
       77 ws-eq-pos            pic 9(5) value 0.
       77 ws-eq-taxa-ed        pic zz9.99 value zero.
       77 ws-eq-tot-corridas   pic 9(7) value 0.
       01 ws-eq-ent.
           05 ws-eq-equipe             pic x(20).
           05 ws-eq-corridas           pic 9(7).
           05 ws-eq-sobreviveu         pic 9(7).
           05 ws-eq-morreu             pic 9(7).

       77 ws-modo              pic x(1) value "I".
           88 modo-interativo  value "I" "i".
      *    from a kept one. Batch and exploration modes never
      *    snapshot - their input never hesitates.
      ******************************************************************
      ******************************************************************
      *    Decision timing (interactive only): clock readings HHMMSSCC
      *    when the scene was shown and when the answer came back,
      *    and the elapsed seconds between them for anexa-tempo.
      ******************************************************************
       77 ws-tmp-ativo         pic x(1) value "N".
           88 tmp-ativo        value "Y" when set to false is "N".
       01 ws-tmp-exibida.
           05 ws-tmp-exi-hh            pic 9(2).
           05 ws-tmp-exi-mm            pic 9(2).
           05 ws-tmp-exi-ss            pic 9(2).
           05 ws-tmp-exi-cc            pic 9(2).
       01 ws-tmp-resposta.
           05 ws-tmp-res-hh            pic 9(2).
           05 ws-tmp-res-mm            pic 9(2).
           05 ws-tmp-res-ss            pic 9(2).
           05 ws-tmp-res-cc            pic 9(2).
       77 ws-tmp-centesimos    pic s9(9) value 0.
       77 ws-tmp-decorrido     pic 9(5)v99 value 0.
       77 ws-tmp-ed            pic 9(5).99.

      ******************************************************************
      *    Choice statistics for the "?" command: this campaign's
      *    entries of the statistics file, and the per-run allowance
      *    and risk charge of a consult (the same terms as undo).
      ******************************************************************
       77 ws-est-status        pic x(2) value "00".
       77 ws-est-eof           pic x(1) value "N".
       77 ws-est-usos          pic 9(1) value 0.
       77 ws-est-max           pic 9(1) value 2.
       77 ws-est-custo         pic 9(2) value 3.
       77 ws-est-achou         pic 9(2) value 0.
       77 ws-est-pct-ed        pic zz9.9.
       77 ws-est-qtd-ed        pic zzzzzz9.
       77 ws-est-count         pic 9(3) value 0.
       01 ws-est-tab.
           05 ws-est-ent occurs 240 times indexed by est-ix.
               10 ws-est-estado            pic 9(3).
               10 ws-est-acao              pic x(1).
               10 ws-est-escolhas          pic 9(7).
               10 ws-est-pct-escolha       pic 9(3)v9.
               10 ws-est-pct-sobrevive     pic 9(3)v9.

       77 ws-und-usos          pic 9(1) value 0.
       77 ws-und-max           pic 9(1) value 2.
       77 ws-und-custo         pic 9(2) value 5.
       COPY "CENTAB.cpy".
       COPY "CENPT.cpy".
       COPY "CENEN.cpy".
       COPY "CENMEC.cpy".
       COPY "INVTAB.cpy".
       COPY "TRAVAWS.cpy".
       COPY "RELWS.cpy".
       COPY "JORNALWS.cpy".

      ******************************************************************
      *    Coverage bookkeeping for the exploration mode (WS-MODO

       01 lista-de-estados             pic 9(03).
           88 est-inicio-do-jogo               value 0.
           88 est-sobreviveu                   value 777.
           88 est-morreu                       value 666.
           88 est-salvo                        value 999.
               on exception
                   move spaces to ws-arq-saida
           end-accept.
           accept ws-arq-torneio
               from environment "UNTILDAWN_ARQ_TORNEIO"
               on exception
                   move spaces to ws-arq-torneio
           end-accept.
           accept ws-arq-historico
               from environment "UNTILDAWN_ARQ_HISTORICO"
               on exception
               on exception
                   move "temporada.dat" to ws-arq-temporada
           end-accept.
           accept ws-arq-estatistica
               from environment "UNTILDAWN_ARQ_ESTATISTICA"
               on exception
                   move "estatistica.dat" to ws-arq-estatistica
           end-accept.
           accept ws-arq-param from environment "UNTILDAWN_PARAM"
               on exception
                   move "untildawn.prm" to ws-arq-param
           if ws-arq-saida not = spaces
               open output saida-file
               set rel-ativo to false
               move spaces to wss-str-saida
               string "I;" delimited by size
                      function current-date(1:14) delimited by size
                   into wss-str-saida
               end-string
               write saida-rec from wss-str-saida
           end-if.
           if not modo-exploracao and ws-arq-saida = spaces
               move "E" to ws-tv-pedido
           end-if.
           if not modo-exploracao and ws-arq-saida = spaces
               perform abre-conquistas
               move 4 to ws-jn-rc-falha
               perform abre-jornal
               if not jn-aberto
                   move 4 to ws-rc-novo
                   perform atribui-retcode
               end-if
           end-if.
           evaluate true
               when modo-batch
                   move ws-prm-valor(1:60) to ws-arq-checkpoint
               when "ARQ-SAIDA"
                   move ws-prm-valor(1:60) to ws-arq-saida
               when "ARQ-TORNEIO"
                   move ws-prm-valor(1:60) to ws-arq-torneio
               when "ARQ-HISTORICO"
                   move ws-prm-valor(1:60) to ws-arq-historico
               when "ARQ-SAVES"
                   move ws-prm-valor(1:60) to ws-arq-relatorio
               when "ARQ-TEMPORADA"
                   move ws-prm-valor(1:60) to ws-arq-temporada
               when "ARQ-ESTATISTICA"
                   move ws-prm-valor(1:60) to ws-arq-estatistica
               when other
                   display "Parametro desconhecido: "
                       function trim(ws-prm-chave)
           end-if.
           display "(Digite V para voltar uma cena; ate "
               ws-und-max " vezes, com custo de risco.)".
           perform carrega-estatistica.
           if ws-est-count > 0
               display "(Digite ? para ver o que outros jogadores"
                   " escolheram; ate " ws-est-max
                   " vezes, com custo de risco.)"
           end-if.
           move 0 to ws-est-usos.
           move 0 to ws-und-usos.
           move "N" to ws-und-tem-atual.
           set und-tem-prev to false.
           move ws-inv-count to sv-inv-count.
           move ws-inv-tab to sv-inv-tab.
           move ws-passou-armadilha to sv-armadilha.
           move function current-date(1:8) to sv-ultima-jogada.
           rewrite saves-rec
               invalid key
                   write saves-rec
           move ws-jogador to ws-jogador-padrao.
           move ws-dificuldade to ws-dif-padrao.
           move "N" to ws-tor-ativo.
           move 0 to ws-skip-corridas.
           set resume-pendente to false.
           if retomar-ativo
               ws-run-sobreviveu ws-run-morreu
               ws-run-risk-total ws-run-risk-melhor
               ws-run-esgotados.
           perform abre-torneio.
           perform lote-processa-corrida until eof-movimentos.
           close movimentos-file.
           if tor-trb-ok
               close torneio1-file
           end-if.
           move ws-jogador-padrao to ws-jogador.
           move ws-dif-padrao to ws-dificuldade.
           perform apaga-checkpoint.
           end-if.

      ******************************************************************
      *    abre-torneio - names the tournament work files and opens
      *    the runs file for this batch. A work file that cannot be
      *    opened costs the tournament standings (RC 4), never the
      *    batch itself.
      ******************************************************************
       abre-torneio.
           move spaces to ws-arq-tor-trab1 ws-arq-tor-trab2.
           if ws-arq-torneio = spaces
               move ws-arq-log to ws-arq-torneio
           end-if.
           string function trim(ws-arq-torneio) delimited by size
                  ".trb1" delimited by size
               into ws-arq-tor-trab1
           end-string.
           string function trim(ws-arq-torneio) delimited by size
                  ".trb2" delimited by size
               into ws-arq-tor-trab2
           end-string.
           move "N" to ws-tor-trb-ok.
           open output torneio1-file.
           if ws-tor-trb-status = "00"
               set tor-trb-ok to true
           else
               display "AVISO: arquivo de trabalho do torneio "
                   function trim(ws-arq-tor-trab1)
                   " indisponivel (status " ws-tor-trb-status ")"
               move 4 to ws-rc-novo
               perform atribui-retcode
           end-if.

      ******************************************************************
      *    tally-torneio - writes the finished run, under ws-jogador,
      *    to the tournament work file relatorio-torneio sorts.
      ******************************************************************
       tally-torneio.
           if not tor-trb-ok
               exit paragraph
           end-if.
           move ws-jogador to ws-tor-cor-jogador.
           evaluate true
               when est-sobreviveu
                   move "S" to ws-tor-cor-resultado
               when est-morreu
                   move "M" to ws-tor-cor-resultado
               when other
                   move spaces to ws-tor-cor-resultado
           end-evaluate.
           move ws-run-risk-score to ws-tor-cor-risco.
           move ws-dificuldade to ws-tor-cor-dificuldade.
           write torneio1-rec from ws-tor-corrida.

      ******************************************************************
      *    relatorio-final - survival/death tally for the whole batch

      ******************************************************************
      *    relatorio-torneio - the tournament standings: one line
      *    per player, most survivals first (best risk breaks ties,
      *    then the player code), with each player's survival rate.
      *    Shown whenever at least one batch line carried its own
      *    player tag. The runs work file sorted by player gives
      *    each player's standing (totaliza-torneio); those sorted
      *    into ranking order are listed and, outside a parallel
      *    stream, make the season round (lista-torneio). The runs
      *    listed must be the runs the batch processed.
      ******************************************************************
       relatorio-torneio.
           display "---------------------".
           display "Classificacao do torneio".
           perform imprime-linha.
           move "Classificacao do torneio" to ws-rel-linha(1:24).
           perform imprime-linha.
           if not tor-trb-ok
               display "(Arquivo de trabalho indisponivel; sem"
                   " classificacao.)"
               move "Arquivo de trabalho indisponivel."
                   to ws-rel-linha(1:33)
               perform imprime-linha
               exit paragraph
           end-if.
      *    A parallel stream holds no lock - streams never touch
      *    the masters - so it must not open the registration
      *    master either. The team rollup is skipped there, same
      *    reasoning as the rel-ativo suppression: the stream
      *    report is not the report of record.
           move "N" to ws-eq-ok.
           if ws-arq-saida = spaces
               open input jogadores-file
               if ws-jog-status = "00"
                   set eq-ok to true
               else
                   display "(Cadastro de jogadores indisponivel; sem"
                       " rollup por equipe.)"
               end-if
           end-if.
           sort ordena-corridas
               on ascending key oco-jogador
               using torneio1-file
               output procedure is totaliza-torneio.
           if eq-ok
               close jogadores-file
           end-if.
           move "  POS JOGADOR              CORR. SOBR. TAXA%"
               to ws-rel-linha(1:44).
           move "MELHOR" to ws-rel-linha(47:6).
           perform imprime-linha.
           if ws-arq-saida = spaces
               move function current-date(1:8) to ws-hist-data
               move function current-date(1:14) to ws-tor-estampa
               open extend temporada-file
           end-if.
           sort ordena-torneio
               on descending key oto-sobreviveu
               on ascending key oto-ordem-melhor
               on ascending key oto-jogador
               using torneio2-file
               output procedure is lista-torneio.
           if ws-arq-saida = spaces
               close temporada-file
           end-if.
           perform imprime-linha.
           move "Jogadores no torneio.:" to ws-rel-linha(1:22).
           move ws-tor-count to ws-tor-qtd-ed.
           move ws-tor-qtd-ed to ws-rel-linha(24:7).
           perform imprime-linha.
           move "Corridas listadas....:" to ws-rel-linha(1:22).
           move ws-tor-tot-corridas to ws-tor-qtd-ed.
           move ws-tor-qtd-ed to ws-rel-linha(24:7).
           move "de" to ws-rel-linha(32:2).
           move ws-run-processadas to ws-tor-qtd-ed.
           move ws-tor-qtd-ed to ws-rel-linha(35:7).
           move "processadas no lote" to ws-rel-linha(43:19).
           if ws-tor-tot-corridas not = ws-run-processadas
               move "- DIVERGENTE" to ws-rel-linha(63:12)
               display "AVISO: classificacao do torneio soma "
                   ws-tor-tot-corridas " corrida(s); o lote"
                   " processou " ws-run-processadas "."
               move 4 to ws-rc-novo
               perform atribui-retcode
           end-if.
           perform imprime-linha.
           if eq-ok
               perform relatorio-equipes
           end-if.
           if ws-arq-saida = spaces
               display "Rodada registrada na temporada ("
                   ws-tor-count " jogador(es))."
           end-if.

      ******************************************************************
      *    totaliza-torneio - SORT output procedure: the runs come
      *    back by player; each change of player writes the one
      *    before it to the player work file.
      ******************************************************************
       totaliza-torneio.
           move 0 to ws-tor-count ws-tor-tot-corridas.
           open output torneio2-file.
           initialize ws-tor-ent.
           move "N" to ws-tor-eof.
           perform totaliza-uma-corrida until tor-eof.
           if ws-tor-corridas > 0
               perform grava-jogador-torneio
           end-if.
           close torneio2-file.

       totaliza-uma-corrida.
           return ordena-corridas
               at end
                   set tor-eof to true
                   exit paragraph
           end-return.
           if ws-tor-corridas > 0 and oco-jogador not = ws-tor-jogador
               perform grava-jogador-torneio
               initialize ws-tor-ent
           end-if.
           move oco-jogador to ws-tor-jogador.
           add 1 to ws-tor-corridas.
           add oco-dificuldade to ws-tor-dif-soma.
           evaluate oco-resultado
               when "S"
                   add 1 to ws-tor-sobreviveu
                   if ws-tor-melhor = 0
                           or oco-risco < ws-tor-melhor
                       move oco-risco to ws-tor-melhor
                   end-if
               when "M"
                   add 1 to ws-tor-morreu
           end-evaluate.

       grava-jogador-torneio.
           if ws-tor-melhor = 0
               move 99999 to ws-tor-ordem-melhor
           else
               move ws-tor-melhor to ws-tor-ordem-melhor
           end-if.
           move spaces to ws-tor-equipe.
           if eq-ok
               perform busca-equipe
           end-if.
           write torneio2-rec from ws-tor-ent.
           add 1 to ws-tor-count.
           add ws-tor-corridas to ws-tor-tot-corridas.

      ******************************************************************
      *    lista-torneio - SORT output procedure: the standings in
      *    ranking order.
      ******************************************************************
       lista-torneio.
           move 0 to ws-tor-pos.
           move "N" to ws-tor-eof.
           perform lista-um-torneio until tor-eof.

       lista-um-torneio.
           return ordena-torneio into ws-tor-ent
               at end
                   set tor-eof to true
                   exit paragraph
           end-return.
           add 1 to ws-tor-pos.
           move ws-tor-pos to ws-tor-pos-ed.
           compute ws-tor-taxa-ed =
               ws-tor-sobreviveu * 100 / ws-tor-corridas.
           display ws-tor-pos-ed " " ws-tor-jogador
               " corridas " ws-tor-corridas
               " sobreviveu " ws-tor-sobreviveu
               " (" ws-tor-taxa-ed "%)"
               " melhor risco " ws-tor-melhor.
           move ws-tor-pos-ed to ws-rel-linha(1:5).
           move ws-tor-jogador to ws-rel-linha(7:20).
           move ws-tor-corridas to ws-rel-linha(28:5).
           move ws-tor-sobreviveu to ws-rel-linha(34:5).
           move ws-tor-taxa-ed to ws-rel-linha(40:6).
           move ws-tor-melhor to ws-rel-linha(47:5).
           perform imprime-linha.
           if ws-arq-saida = spaces
               perform grava-temporada
           end-if.
      *    the season file, the round LigaTemporada folds into the
      *    cumulative season standings:
      *        R;AAAAMMDD;campanha;jogador;corridas;sobreviveu;
      *          morreu;melhor;dificuldade;rodada
      *    dificuldade is the average level of the player's runs
      *    (9.99) and rodada the AAAAMMDDHHMMSS stamp shared by every
      *    record of this round - what AtualizaRating groups on.
      *    Parallel streams skip this (ws-arq-saida set) - their
      *    combined round is appended by ConsolidaLotes instead, so
      *    the season keeps one round per logical batch. The stream
      *    "T" record carries ws-tor-ativo as its last field so the
      *    consolidation appends exactly when this paragraph would
      *    have: a league round never depends on the operator
      *    remembering a switch. relatorio-torneio opens the file
      *    and stamps the round; each listed player writes here.
      ******************************************************************
       grava-temporada.
           compute ws-tor-dif-media rounded =
               ws-tor-dif-soma / ws-tor-corridas.
           move spaces to wss-str-temporada.
           string "R;" delimited by size
                  ws-hist-data delimited by size
                  ";" delimited by size
                  function trim(ws-campanha) delimited by size
                  ";" delimited by size
                  function trim(ws-tor-jogador) delimited by size
                  ";" delimited by size
                  ws-tor-corridas delimited by size
                  ";" delimited by size
                  ws-tor-sobreviveu delimited by size
                  ";" delimited by size
                  ws-tor-morreu delimited by size
                  ";" delimited by size
                  ws-tor-melhor delimited by size
                  ";" delimited by size
                  ws-tor-dif-media delimited by size
                  ";" delimited by size
                  ws-tor-estampa delimited by size
               into wss-str-temporada
           end-string.
           write temporada-rec from wss-str-temporada.

      ******************************************************************
      *    relatorio-equipes - rolls the tournament standings up by
      *    the team each player carries in the registration master:
      *    one line per team, most survivals first, with the team's
      *    survival rate. The player work file sorted by team gives
      *    each team's totals (into the first work file, its runs
      *    already consumed); those sorted by survivals are listed.
      *    The teams must add up to the standings above.
      ******************************************************************
       relatorio-equipes.
           sort ordena-torneio
               on ascending key oto-equipe
               using torneio2-file
               output procedure is totaliza-equipes.
           display "---------------------".
           display "Classificacao por equipe".
           perform imprime-linha.
           move "Classificacao por equipe" to ws-rel-linha(1:24).
           perform imprime-linha.
           move "  POS EQUIPE               CORR. SOBR. TAXA%"
               to ws-rel-linha(1:44).
           perform imprime-linha.
           sort ordena-equipes
               on descending key oeq-sobreviveu
               on ascending key oeq-equipe
               using torneio1-file
               output procedure is lista-equipes.
           perform imprime-linha.
           move "Equipes..............:" to ws-rel-linha(1:22).
           move ws-eq-count to ws-tor-qtd-ed.
           move ws-tor-qtd-ed to ws-rel-linha(24:7).
           perform imprime-linha.
           move "Corridas por equipe..:" to ws-rel-linha(1:22).
           move ws-eq-tot-corridas to ws-tor-qtd-ed.
           move ws-tor-qtd-ed to ws-rel-linha(24:7).
           if ws-eq-tot-corridas not = ws-tor-tot-corridas
               move "- DIVERGENTE" to ws-rel-linha(32:12)
               display "AVISO: rollup por equipe soma "
                   ws-eq-tot-corridas " corrida(s); a classificacao"
                   " soma " ws-tor-tot-corridas "."
               move 4 to ws-rc-novo
               perform atribui-retcode
           end-if.
           perform imprime-linha.

      ******************************************************************
      *    busca-equipe - the team of player ws-tor-jogador from the
      *    registration master; a blank team or a player with no
      *    record lands on "(SEM CADASTRO)" so every run stays
      *    counted somewhere.
      ******************************************************************
       busca-equipe.
           move ws-tor-jogador to jg-jogador.
           read jogadores-file
               invalid key
                   move "(SEM CADASTRO)" to ws-tor-equipe
               not invalid key
                   if jg-equipe = spaces
                       move "(SEM CADASTRO)" to ws-tor-equipe
                   else
                       move jg-equipe to ws-tor-equipe
                   end-if
           end-read.

      ******************************************************************
      *    totaliza-equipes - SORT output procedure: the players come
      *    back by team; each change of team writes the one before
      *    it to the first work file.
      ******************************************************************
       totaliza-equipes.
           move 0 to ws-eq-count ws-eq-tot-corridas.
           open output torneio1-file.
           initialize ws-eq-ent.
           move "N" to ws-tor-eof.
           perform totaliza-um-jogador-equipe until tor-eof.
           if ws-eq-corridas > 0
               perform grava-equipe
           end-if.
           close torneio1-file.

       totaliza-um-jogador-equipe.
           return ordena-torneio
               at end
                   set tor-eof to true
                   exit paragraph
           end-return.
           if ws-eq-corridas > 0 and oto-equipe not = ws-eq-equipe
               perform grava-equipe
               initialize ws-eq-ent
           end-if.
           move oto-equipe to ws-eq-equipe.
           add oto-corridas to ws-eq-corridas.
           add oto-sobreviveu to ws-eq-sobreviveu.
           add oto-morreu to ws-eq-morreu.

       grava-equipe.
           write torneio1-rec from ws-eq-ent.
           add 1 to ws-eq-count.
           add ws-eq-corridas to ws-eq-tot-corridas.

      ******************************************************************
      *    lista-equipes - SORT output procedure: the teams in
      *    ranking order.
      ******************************************************************
       lista-equipes.
           move 0 to ws-eq-pos.
           move "N" to ws-tor-eof.
           perform lista-uma-equipe until tor-eof.

       lista-uma-equipe.
           return ordena-equipes into ws-eq-ent
               at end
                   set tor-eof to true
                   exit paragraph
           end-return.
           add 1 to ws-eq-pos.
           move ws-eq-pos to ws-tor-pos-ed.
           compute ws-eq-taxa-ed =
               ws-eq-sobreviveu * 100 / ws-eq-corridas.
           display ws-tor-pos-ed " " ws-eq-equipe
               " corridas " ws-eq-corridas
               " sobreviveu " ws-eq-sobreviveu
               " (" ws-eq-taxa-ed "%)".
           move ws-tor-pos-ed to ws-rel-linha(1:5).
           move ws-eq-equipe to ws-rel-linha(7:20).
           move ws-eq-corridas(3:5) to ws-rel-linha(28:5).
           move ws-eq-sobreviveu(3:5) to ws-rel-linha(34:5).
           move ws-eq-taxa-ed to ws-rel-linha(40:6).
           perform imprime-linha.

      ******************************************************************
      *    executa-exploracao - the third run mode (WS-MODO "E"): no
           move ws-campanha to pl-campanha.
           move ws-jogador to pl-jogador.
           set placar-achou to false.
           move spaces to ws-jn-antes.
           read placar-file
               invalid key
                   move spaces to placar-rec
                       pl-total-morreu pl-melhor-risco
               not invalid key
                   set placar-achou to true
                   move placar-rec to ws-jn-antes
           end-read.
           add 1 to pl-total-corridas.
           evaluate true
               when est-morreu
                   add 1 to pl-total-morreu
           end-evaluate.
           move function current-date(1:8) to pl-ultima-jogada.
           if placar-achou
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
      *    grava-saida-delta - one "J" record per finished run in a
      *    parallel stream: the player, one run, whether it was a
      *    survival or a death, the risk score (meaningful to the
      *    leaderboard only on survivals) and the difficulty the run
      *    was played at. ConsolidaLotes applies
      *    these to PLACAR.DAT with the same rules atualiza-placar
      *    uses directly in a single-stream run.
      ******************************************************************
                  ws-saida-resultado delimited by size
                  ";" delimited by size
                  ws-run-risk-score delimited by size
                  ";" delimited by size
                  ws-dificuldade delimited by size
               into wss-str-saida
           end-string.
           write saida-rec from wss-str-saida.
       COPY "CENLOAD.cpy".
       COPY "TRAVAPD.cpy".
       COPY "RELPD.cpy".
       COPY "JORNALPD.cpy".

      ******************************************************************
      *    exibe-cena - displays the narrative and prompt of the scene
                   exit perform
               end-if
           end-perform.
           perform marca-exibicao.

      ******************************************************************
      *    marca-exibicao / marca-resposta - the two clock readings a
      *    timed decision is made of: the prompt just shown, and the
      *    answer just accepted. Only interactive play is timed;
      *    ws-tmp-decorrido is left in seconds and hundredths (a
      *    prompt left open across midnight still measures right).
      ******************************************************************
       marca-exibicao.
           set tmp-ativo to false.
           if not modo-interativo
               exit paragraph
           end-if.
           move function current-date(9:8) to ws-tmp-exibida.
           set tmp-ativo to true.

       marca-resposta.
           if not tmp-ativo
               exit paragraph
           end-if.
           move function current-date(9:8) to ws-tmp-resposta.
           compute ws-tmp-centesimos =
               ((ws-tmp-res-hh * 60 + ws-tmp-res-mm) * 60
                   + ws-tmp-res-ss) * 100 + ws-tmp-res-cc
               - ((ws-tmp-exi-hh * 60 + ws-tmp-exi-mm) * 60
                   + ws-tmp-exi-ss) * 100 - ws-tmp-exi-cc.
           if ws-tmp-centesimos < 0
               add 8640000 to ws-tmp-centesimos
           end-if.
           if ws-tmp-centesimos > 9999999
               move 9999999 to ws-tmp-centesimos
           end-if.
           compute ws-tmp-decorrido = ws-tmp-centesimos / 100.

      ******************************************************************
      *    anexa-tempo - stamps the log record being built in
      *    wss-str-log with the decision time, always at the same
      *    column whatever the record shape:
      *        ...record...                   TEMPO=99999.99
      *        (column 72)                    7     7
      *                                       2     8
      *    Everything the fixed-column readers (AnalisaSessao,
      *    ConverteLog, CalibraDificuldade) pick up ends before
      *    column 71, so they read a stamped record unchanged.
      ******************************************************************
       anexa-tempo.
           if not tmp-ativo
               exit paragraph
           end-if.
           move ws-tmp-decorrido to ws-tmp-ed.
           move "TEMPO=" to wss-str-log(72:6).
           move ws-tmp-ed to wss-str-log(78:8).

      ******************************************************************
      *    seleciona-dificuldade - asks the player how hard the

      ******************************************************************
      *    rola-dificuldade - draws a random number and compares it
      *    against the failure threshold the campaign declared for
      *    this dice point (WS-MEC-DAD-TAB entry ws-mec-ix) at the
      *    current difficulty, leaving the result in dif-falhou. A
      *    declared threshold of zero still rolls (and logs) - the
      *    seed replays the same sequence whatever the level.
      ******************************************************************
       rola-dificuldade.
           move function random to ws-dif-roll.
           move ws-mec-dad-limiar(ws-mec-ix, ws-dificuldade)
               to ws-dif-limiar.
           if ws-dif-roll < ws-dif-limiar
               set dif-falhou to true
           else
           perform grava-log-rolagem.

      ******************************************************************
      *    aplica-dificuldade - a move the campaign declared as a dice
      *    point (D:: rows - in the mansion, Atacar and Esconder in
      *    the assassino scenes) has its outcome put at risk by the
      *    difficulty level; every other move is left to the
      *    scenario's own odds.
      ******************************************************************
       aplica-dificuldade.
           set dif-falhou to false.
           if modo-exploracao
               exit paragraph
           end-if.
           move lista-de-estados to ws-mec-busca-state.
           move wss-str-acao to ws-mec-busca-input.
           perform busca-mecanica-dados.
           if ws-mec-ix > 0
               perform rola-dificuldade
           end-if.

      ******************************************************************
      *    obtem-acao - gets the next move into wss-str-acao. Batch
           if modo-interativo
               perform renova-trava
               accept wss-str-acao
               perform marca-resposta
               if (wss-str-acao = "S" or wss-str-acao = "s")
                       and saves-ok
                   perform salva-e-sai
               if wss-str-acao = "V" or wss-str-acao = "v"
                   perform desfaz-jogada
               end-if
               if wss-str-acao = "?"
                   perform consulta-estatistica
               end-if
           else
               perform lote-obtem-acao
           end-if.

      ******************************************************************
      *    carrega-estatistica - this campaign's entries of the
      *    statistics file, once per interactive session. A missing
      *    or empty file just leaves the "?" command answering that
      *    there is nothing to show.
      ******************************************************************
       carrega-estatistica.
           move 0 to ws-est-count.
           open input estatistica-file.
           if ws-est-status not = "00"
               exit paragraph
           end-if.
           move "N" to ws-est-eof.
           perform carrega-uma-estatistica until ws-est-eof = "Y".
           close estatistica-file.

       carrega-uma-estatistica.
           read estatistica-file
               at end
                   move "Y" to ws-est-eof
               not at end
                   if function upper-case(es-campanha)
                           = function upper-case(ws-campanha)
                           and es-estado is numeric
                           and ws-est-count < 240
                       add 1 to ws-est-count
                       move es-estado to ws-est-estado(ws-est-count)
                       move es-acao to ws-est-acao(ws-est-count)
                       move es-escolhas
                           to ws-est-escolhas(ws-est-count)
                       move es-pct-escolha
                           to ws-est-pct-escolha(ws-est-count)
                       move es-pct-sobrevive
                           to ws-est-pct-sobrevive(ws-est-count)
                   end-if
           end-read.

      ******************************************************************
      *    consulta-estatistica - the "?" input: shows, for the scene
      *    on screen, each input other players chose, its share and
      *    the share of those runs that survived. A consult that
      *    shows figures uses one of ws-est-max per run and charges
      *    ws-est-custo risk points - also into the undo snapshots,
      *    so stepping back cannot refund it - and is logged. The
      *    scene then re-shows (und-aplicado, as for a refused undo)
      *    and the player still has to choose.
      ******************************************************************
       consulta-estatistica.
           set und-aplicado to true.
           if ws-est-count = 0
               display "Nao ha estatisticas de outros jogadores"
                   " para esta campanha."
               exit paragraph
           end-if.
           if ws-est-usos >= ws-est-max
               display "Voce ja consultou as estatisticas vezes"
                   " demais nesta corrida."
               exit paragraph
           end-if.
           move 0 to ws-est-achou.
           perform varying est-ix from 1 by 1
                   until est-ix > ws-est-count
               if ws-est-estado(est-ix) = lista-de-estados
                   add 1 to ws-est-achou
               end-if
           end-perform.
           if ws-est-achou = 0
               display "Ninguem passou por esta cena ainda."
               exit paragraph
           end-if.
           add 1 to ws-est-usos.
           add ws-est-custo to ws-run-risk-score.
           if ws-und-tem-atual = "Y"
               add ws-est-custo to ws-und-atual-risco
           end-if.
           if und-tem-prev
               add ws-est-custo to ws-und-prev-risco
           end-if.
           display "O que outros jogadores fizeram aqui:".
           perform varying est-ix from 1 by 1
                   until est-ix > ws-est-count
               if ws-est-estado(est-ix) = lista-de-estados
                   move ws-est-pct-escolha(est-ix) to ws-est-pct-ed
                   move ws-est-escolhas(est-ix) to ws-est-qtd-ed
                   display "  " ws-est-acao(est-ix) ": "
                       ws-est-pct-ed "% escolheram ("
                       function trim(ws-est-qtd-ed) " vezes); "
                       with no advancing
                   move ws-est-pct-sobrevive(est-ix) to ws-est-pct-ed
                   display ws-est-pct-ed "% destes sobreviveram"
               end-if
           end-perform.
           display "(custo de risco " ws-est-custo ")".
           perform grava-log-consulta.

      ******************************************************************
      *    guarda-desfazer - first thing every scene paragraph does
      *    in interactive mode: the snapshot of the scene just
                  ws-und-custo delimited by size
               into wss-str-log
           end-string.
           perform anexa-tempo.
           write log-rec from wss-str-log.

      ******************************************************************
           end-if.
           display "(Digite V para voltar e tentar de novo;"
               " qualquer outra tecla aceita a morte.)".
           perform marca-exibicao.
           accept wss-str-acao.
           perform marca-resposta.
           if wss-str-acao not = "V" and wss-str-acao not = "v"
               exit paragraph
           end-if.
                   if ws-trn-acao(trn-ix) not = spaces
                       perform aplica-acao-item
                   end-if
                   move lista-de-estados to ws-mec-busca-state
                   move ws-trn-input(trn-ix) to ws-mec-busca-input
                   perform aplica-eventos
                   move ws-trn-next(trn-ix) to lista-de-estados
                   if modo-batch
                       perform grava-checkpoint
      ******************************************************************
      *    tally-risco - adds the chosen action's weight to the run's
      *    risk score, before lista-de-estados moves on to the next
      *    state. The weights are the campaign's R:: declarations
      *    (see busca-mecanica-risco); in the mansion forcing the
      *    trap and confronting the assassino head on are the
      *    riskiest choices, hiding or cutting your losses the
      *    safest.
      ******************************************************************
       tally-risco.
           move lista-de-estados to ws-mec-busca-state.
           move wss-str-acao to ws-mec-busca-input.
           perform busca-mecanica-risco.
           add ws-mec-pontos to ws-run-risk-score.

      ******************************************************************
      *    aplica-eventos - carries out the campaign's E:: events for
      *    ws-mec-busca-state/ws-mec-busca-input: input "*" is the
      *    on-entry set joga-cena fires, any other value the set
      *    aplica-transicao fires when that input's transition is
      *    taken. "@ITEM" grants, "!ITEM" drops, "#ARMADILHA" marks
      *    the run as having passed the trap.
      ******************************************************************
       aplica-eventos.
           perform varying evt-ix from 1 by 1
                   until evt-ix > ws-mec-evt-count
               if ws-mec-evt-state(evt-ix) = ws-mec-busca-state
                       and ws-mec-evt-input(evt-ix)
                           = ws-mec-busca-input
                   move ws-mec-evt-acao(evt-ix)(2:) to ws-inv-busca-cod
                   evaluate ws-mec-evt-acao(evt-ix)(1:1)
                       when "@"
                           perform adiciona-item
                       when "!"
                           perform remove-item
                       when "#"
                           if ws-mec-evt-acao(evt-ix)(2:) = "ARMADILHA"
                               move "Y" to ws-passou-armadilha
                           end-if
                   end-evaluate
               end-if
           end-perform.

      ******************************************************************
      *    busca-item - looks up ws-inv-busca-cod in WS-INV-TAB,
      *      FUGA-LIMPA ... survived with risk score under 10
      *      MAOS-NUAS .... survived without carrying the machete
      *      IRONMAN ...... survived on Difícil
      *      SOBREV-ARMAD . went through a scene flagged #ARMADILHA
      *                     (the mansion's bear trap) and still
      *                     got out alive
      ******************************************************************
       avalia-conquistas.
           if modo-exploracao
                   move 1 to cq-vezes
                   write conquistas-rec
                   display "CONQUISTA NOVA: " ws-cq-codigo-wrk
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
      *    grava-log - appends one line to SESSAO.LOG recording the
                  ws-trn-next(trn-ix) delimited by size
               into wss-str-log
           end-string.
           perform anexa-tempo.
           write log-rec from wss-str-log.

      ******************************************************************
      *    grava-log-consulta - one record per "?" that showed
      *    figures, fixed columns:
      *        CONSULTA=nnn USO=n CUSTO=nn
      *    the scene consulted, which of the allowed uses this was
      *    and the risk charged (ConverteLog nets it out of the risk
      *    expectation as it does the undo cost; AnalisaSessao marks
      *    the next choice at that scene as an informed one).
      ******************************************************************
       grava-log-consulta.
           move spaces to wss-str-log.
           string "CONSULTA=" delimited by size
                  lista-de-estados delimited by size
                  " USO=" delimited by size
                  ws-est-usos delimited by size
                  " CUSTO=" delimited by size
                  ws-est-custo delimited by size
               into wss-str-log
           end-string.
           perform anexa-tempo.
           write log-rec from wss-str-log.

      ******************************************************************
                      delimited by size
               into wss-str-log
           end-string.
           perform anexa-tempo.
           write log-rec from wss-str-log.

      ******************************************************************
      ******************************************************************
      *    grava-log-rolagem - records one difficulty roll next to
      *    the threshold it was compared against and the difficulty
      *    level that chose it, and the move that was rolled, fixed
      *    columns:
      *        ESTADO=nnn ROLAGEM=9.9999 LIMIAR=9.9999 DIF=n ACAO=x
      *    so a death on the difficulty test can be audited after the
      *    fact instead of taken on faith, and CalibraDificuldade can
      *    measure the observed rates per difficulty and scene against
      *    the dice point the campaign declared for that move.
      ******************************************************************
       grava-log-rolagem.
           move ws-dif-roll to ws-roll-ed.
                  ws-limiar-ed delimited by size
                  " DIF=" delimited by size
                  ws-dificuldade delimited by size
                  " ACAO=" delimited by size
                  wss-str-acao delimited by size
               into wss-str-log
           end-string.
           perform anexa-tempo.
           write log-rec from wss-str-log.

      ******************************************************************
                      delimited by size
               into wss-str-log
           end-string.
           perform anexa-tempo.
           write log-rec from wss-str-log.

      ******************************************************************

       main.
           evaluate true
               when est-sobreviveu
                   go sobreviveu
               when est-morreu
                   go morreu
               when est-salvo
                   go fim-interativo
               when other
                   go joga-cena
           end-evaluate.

      ******************************************************************
      *    joga-cena - every scene plays the same way: snapshot for
      *    undo, the campaign's on-entry events (E:: rows with input
      *    "*"), narrate/prompt, take a move, transition. Whatever a
      *    scene does beyond that is declared in its dataset, never
      *    keyed to its number here.
      ******************************************************************
       joga-cena.
           move lista-de-estados to ws-run-last-scene.
           perform guarda-desfazer.
           move lista-de-estados to ws-mec-busca-state.
           move "*" to ws-mec-busca-input.
           perform aplica-eventos.
           initialize wss-str-acao.
           perform exibe-cena.
           perform obtem-acao.
           if conq-ok
               close conquistas-file
           end-if.
           perform fecha-jornal.
           if ws-arq-saida not = spaces
               close saida-file
           else
