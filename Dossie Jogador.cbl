       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      DossieJogador.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    DossieJogador - one printed dossier per player, pulling
      *    together what used to take four programs and a pair of
      *    scissors: ConsultaPlacar once per campaign, ConsultaSaves,
      *    CadastraJogador's list and LigaTemporada. Each dossier
      *    starts on a fresh page of the shared print layout
      *    (RELPD.cpy) and shows:
      *
      *      - the registration line from JOGADORES.DAT (display
      *        name, team, active flag);
      *      - the PLACAR.DAT standing in every campaign the player
      *        has played, with survival rate and best risk score
      *        ("-" until the first survival), plus the total across
      *        campaigns;
      *      - every CONQUISTAS.DAT badge with the date it was first
      *        earned and how many times since;
      *      - the open SAVES.DAT slots with state, risk score,
      *        difficulty and the carried inventory item by item;
      *      - the player's rounds in the current season of the
      *        season file, every campaign (the season is the one
      *        LigaTemporada reports: the last "A" record up to its
      *        "F" or end of file).
      *
      *    UNTILDAWN_JOGADOR names the one player to report (the
      *    exact 20-byte key, as tournament lines carry it); unset
      *    or blank means a dossier for every ACTIVE player in
      *    JOGADORES.DAT, in key order - the weekly run the team
      *    captains get, with no operator at the console. A player
      *    named explicitly is reported even when inactive or not
      *    registered at all (the registration line says so).
      *
      *    Files come from the usual UNTILDAWN_ARQ_* variables
      *    (JOGADORES, PLACAR, CONQUISTAS, SAVES, TEMPORADA); the
      *    print file from UNTILDAWN_ARQ_REL_DOSSIE (default
      *    "dossie.rel.txt"). The masters are read under the shared
      *    master lock (TRAVA.cpy), like AuditaDados: the dossier
      *    never sees a consolidation half applied.
      *
      *    RC 0 clean; RC 4 when the named player is not registered
      *    or the standings master cannot be read (the dossier is
      *    still printed with what there is); RC 8 when the all-
      *    players run cannot read JOGADORES.DAT; RC 14 when the
      *    lock never comes free.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOGADORES-FILE ASSIGN USING ws-dj-arq-jogadores
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JG-JOGADOR
               FILE STATUS IS ws-jog-status.
           SELECT PLACAR-FILE ASSIGN USING ws-dj-arq-placar
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS ws-placar-status.
           SELECT CONQUISTAS-FILE ASSIGN USING ws-dj-arq-conquistas
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CHAVE
               FILE STATUS IS ws-conq-status.
           SELECT SAVES-FILE ASSIGN USING ws-dj-arq-saves
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS ws-saves-status.
           SELECT TEMPORADA-FILE ASSIGN USING ws-dj-arq-temporada
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dj-temp-status.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA                         DIVISION.

       FILE SECTION.
       FD  JOGADORES-FILE.
       COPY "JOGAD.cpy".

       FD  PLACAR-FILE.
       COPY "PLACAR.cpy".

       FD  CONQUISTAS-FILE.
       COPY "CONQ.cpy".

       FD  SAVES-FILE.
       COPY "SAVES.cpy".

       FD  TEMPORADA-FILE.
       01  TEMPORADA-REC            PIC X(100).

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-jog-status        pic x(2) value "00".
       77 ws-placar-status     pic x(2) value "00".
       77 ws-conq-status       pic x(2) value "00".
       77 ws-saves-status      pic x(2) value "00".
       77 ws-dj-temp-status    pic x(2) value "00".
       77 ws-dj-arq-jogadores  pic x(60) value "jogadores.dat".
       77 ws-dj-arq-placar     pic x(60) value "placar.dat".
       77 ws-dj-arq-conquistas pic x(60) value "conquistas.dat".
       77 ws-dj-arq-saves      pic x(60) value "saves.dat".
       77 ws-dj-arq-temporada  pic x(60) value "temporada.dat".
       77 ws-dj-jog-ok         pic x(1) value "N".
       77 ws-dj-placar-ok      pic x(1) value "N".
       77 ws-dj-conq-ok        pic x(1) value "N".
       77 ws-dj-saves-ok       pic x(1) value "N".
       77 ws-dj-temp-ok        pic x(1) value "N".
       77 ws-dj-eof            pic x(1) value "N".
           88 dj-eof           value "Y".
       77 ws-dj-fim-jog        pic x(1) value "N".
           88 dj-fim-jog       value "Y".
       77 ws-dj-alvo           pic x(20) value spaces.
       77 ws-dj-dossies        pic 9(5) value 0.
       77 ws-dj-avisos         pic 9(5) value 0.
       77 ws-dj-i              pic 9(3) value 0.
       77 ws-dj-qtd            pic 9(5) value 0.
       77 ws-dj-taxa           pic 9(3)v99 value 0.
       77 ws-dj-taxa-ed        pic zz9.99 value zero.
       77 ws-dj-num-ed         pic zzzz9 value zero.
       77 ws-dj-num7-ed        pic zzzzzz9 value zero.
       77 ws-dj-data-in        pic x(8) value spaces.
       77 ws-dj-data-fmt       pic x(10) value spaces.

      ******************************************************************
      *    The player being reported: the registration fields are
      *    copied out of the master record so the all-players walk
      *    and the single keyed read feed the dossier the same way.
      ******************************************************************
       01 ws-dj-cadastro.
           05 ws-dj-jogador        pic x(20).
           05 ws-dj-nome           pic x(30).
           05 ws-dj-equipe         pic x(20).
           05 ws-dj-ativo          pic x(1).
           05 ws-dj-registrado     pic x(1).

      ******************************************************************
      *    Per-dossier totals: standings across campaigns and the
      *    player's current-season rounds.
      ******************************************************************
       77 ws-dj-pl-corridas    pic 9(7) value 0.
       77 ws-dj-pl-sobreviveu  pic 9(7) value 0.
       77 ws-dj-pl-morreu      pic 9(7) value 0.
       77 ws-dj-pl-campanhas   pic 9(3) value 0.
       77 ws-dj-itens          pic 9(2) value 0.
       77 ws-dj-tp-rodadas     pic 9(5) value 0.
       77 ws-dj-tp-corridas    pic 9(7) value 0.
       77 ws-dj-tp-sobreviveu  pic 9(7) value 0.
       77 ws-dj-tp-morreu      pic 9(7) value 0.

      ******************************************************************
      *    Current-season bounds, found once up front the way
      *    LigaTemporada's localiza-temporada does: which "A" record
      *    is the last one (by ordinal), its date and name, and
      *    whether an "F" closed it.
      ******************************************************************
       77 ws-dj-tp-qtd-a       pic 9(5) value 0.
       77 ws-dj-tp-vistos-a    pic 9(5) value 0.
       77 ws-dj-tp-fechada     pic x(1) value "N".
       77 ws-dj-tp-dentro      pic x(1) value "N".
       77 ws-dj-tp-abertura    pic x(8) value spaces.
       77 ws-dj-tp-nome        pic x(30) value spaces.
       77 ws-dj-linha          pic x(100).
       77 ws-dj-f-tipo         pic x(1).
       77 ws-dj-f-data         pic x(8).
       77 ws-dj-f-campanha     pic x(8).
       77 ws-dj-f-jogador      pic x(20).
       77 ws-dj-f-corridas     pic x(7).
       77 ws-dj-f-sobr         pic x(7).
       77 ws-dj-f-mort         pic x(7).
       77 ws-dj-f-melhor       pic x(7).

       COPY "TRAVAWS.cpy".
       COPY "RELWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-dj-arq-jogadores
               from environment "UNTILDAWN_ARQ_JOGADORES"
               on exception
                   move "jogadores.dat" to ws-dj-arq-jogadores
           end-accept.
           accept ws-dj-arq-placar
               from environment "UNTILDAWN_ARQ_PLACAR"
               on exception
                   move "placar.dat" to ws-dj-arq-placar
           end-accept.
           accept ws-dj-arq-conquistas
               from environment "UNTILDAWN_ARQ_CONQUISTAS"
               on exception
                   move "conquistas.dat" to ws-dj-arq-conquistas
           end-accept.
           accept ws-dj-arq-saves
               from environment "UNTILDAWN_ARQ_SAVES"
               on exception
                   move "saves.dat" to ws-dj-arq-saves
           end-accept.
           accept ws-dj-arq-temporada
               from environment "UNTILDAWN_ARQ_TEMPORADA"
               on exception
                   move "temporada.dat" to ws-dj-arq-temporada
           end-accept.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_DOSSIE"
               on exception
                   move "dossie.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "dossie.rel.txt" to ws-arq-relatorio
           end-if.
           accept ws-dj-alvo from environment "UNTILDAWN_JOGADOR"
               on exception
                   move spaces to ws-dj-alvo
           end-accept.
           move "S" to ws-tv-pedido.
           move "DossieJogador" to ws-tv-programa.
           perform obtem-trava.
           if not tv-obtida
               stop run
           end-if.
           perform abre-mestres.
           if ws-dj-alvo = spaces and ws-dj-jog-ok = "N"
               display "Nao foi possivel abrir "
                   function trim(ws-dj-arq-jogadores)
                   " (status " ws-jog-status ")"
               perform fecha-mestres
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform localiza-temporada.
           move "UNTILDAWN - DOSSIE DO JOGADOR" to ws-rel-titulo.
           perform abre-relatorio.
           if ws-dj-alvo not = spaces
               perform dossie-jogador-nomeado
           else
               perform dossie-todos-ativos
           end-if.
           perform fecha-relatorio.
           perform fecha-mestres.
           perform libera-trava.
           display "=====================".
           display "Dossie do jogador".
           display "Dossies emitidos.....: " ws-dj-dossies.
           display "Avisos...............: " ws-dj-avisos.
           if ws-dj-avisos > 0
               move 4 to return-code
           end-if.
           stop run.

      ******************************************************************
      *    abre-mestres - every master opens for input only; one that
      *    is missing just leaves its section of the dossier saying
      *    so. A missing standings master is worth a warning (the
      *    dossier's main content); missing badges, saves or season
      *    files are normal on a fresh environment.
      ******************************************************************
       abre-mestres.
           open input jogadores-file.
           if ws-jog-status = "00"
               move "Y" to ws-dj-jog-ok
           end-if.
           open input placar-file.
           if ws-placar-status = "00"
               move "Y" to ws-dj-placar-ok
           else
               display "AVISO: placar indisponivel: "
                   function trim(ws-dj-arq-placar)
                   " (status " ws-placar-status ")"
               add 1 to ws-dj-avisos
           end-if.
           open input conquistas-file.
           if ws-conq-status = "00"
               move "Y" to ws-dj-conq-ok
           end-if.
           open input saves-file.
           if ws-saves-status = "00"
               move "Y" to ws-dj-saves-ok
           end-if.

       fecha-mestres.
           if ws-dj-jog-ok = "Y"
               close jogadores-file
           end-if.
           if ws-dj-placar-ok = "Y"
               close placar-file
           end-if.
           if ws-dj-conq-ok = "Y"
               close conquistas-file
           end-if.
           if ws-dj-saves-ok = "Y"
               close saves-file
           end-if.

      ******************************************************************
      *    dossie-jogador-nomeado - the one player UNTILDAWN_JOGADOR
      *    names, registered or not.
      ******************************************************************
       dossie-jogador-nomeado.
           initialize ws-dj-cadastro.
           move ws-dj-alvo to ws-dj-jogador.
           move "N" to ws-dj-registrado.
           if ws-dj-jog-ok = "Y"
               move ws-dj-alvo to jg-jogador
               read jogadores-file
                   invalid key
                       continue
                   not invalid key
                       perform guarda-cadastro
               end-read
           end-if.
           if ws-dj-registrado = "N"
               display "AVISO: jogador " function trim(ws-dj-alvo)
                   " nao cadastrado em "
                   function trim(ws-dj-arq-jogadores)
               add 1 to ws-dj-avisos
           end-if.
           perform imprime-dossie.

      ******************************************************************
      *    dossie-todos-ativos - keyed walk over the registration
      *    master; inactive players are skipped. The lock heartbeat
      *    goes out between dossiers so a long run never looks
      *    stale to the next program in the queue.
      ******************************************************************
       dossie-todos-ativos.
           move "N" to ws-dj-fim-jog.
           move low-values to jg-jogador.
           start jogadores-file key not < jg-jogador
               invalid key
                   set dj-fim-jog to true
           end-start.
           perform dossie-proximo-ativo until dj-fim-jog.
           if ws-dj-dossies = 0
               display "Nenhum jogador ativo cadastrado."
               move "Nenhum jogador ativo cadastrado."
                   to ws-rel-linha(1:32)
               perform imprime-linha
           end-if.

       dossie-proximo-ativo.
           read jogadores-file next
               at end
                   set dj-fim-jog to true
               not at end
                   if jg-e-ativo
                       initialize ws-dj-cadastro
                       perform guarda-cadastro
                       perform imprime-dossie
                       perform renova-trava
                   end-if
           end-read.

       guarda-cadastro.
           move jg-jogador to ws-dj-jogador.
           move jg-nome-exibicao to ws-dj-nome.
           move jg-equipe to ws-dj-equipe.
           move jg-ativo to ws-dj-ativo.
           move "Y" to ws-dj-registrado.

      ******************************************************************
      *    imprime-dossie - one player, always from the top of a new
      *    page: registration, standings, badges, saves, season.
      ******************************************************************
       imprime-dossie.
           add 1 to ws-dj-dossies.
           display "Dossie: " function trim(ws-dj-jogador).
           move 99 to ws-rel-linhas.
           perform dossie-cadastro.
           perform dossie-placar.
           perform dossie-conquistas.
           perform dossie-saves.
           perform dossie-temporada.

       dossie-cadastro.
           move "Jogador.............:" to ws-rel-linha(1:21).
           move ws-dj-jogador to ws-rel-linha(23:20).
           perform imprime-linha.
           if ws-dj-registrado = "N"
               move "Cadastro............:" to ws-rel-linha(1:21)
               move "NAO CADASTRADO" to ws-rel-linha(23:14)
               perform imprime-linha
               exit paragraph
           end-if.
           move "Nome de exibicao....:" to ws-rel-linha(1:21).
           move ws-dj-nome to ws-rel-linha(23:30).
           perform imprime-linha.
           move "Equipe..............:" to ws-rel-linha(1:21).
           move ws-dj-equipe to ws-rel-linha(23:20).
           perform imprime-linha.
           move "Situacao............:" to ws-rel-linha(1:21).
           if ws-dj-ativo = "S"
               move "ATIVO" to ws-rel-linha(23:5)
           else
               move "INATIVO" to ws-rel-linha(23:7)
           end-if.
           perform imprime-linha.

      ******************************************************************
      *    dossie-placar - the standings master is keyed campaign
      *    first, so a player's records are spread across it: one
      *    full walk picks out this player's line in each campaign.
      ******************************************************************
       dossie-placar.
           perform imprime-linha.
           move "PLACAR POR CAMPANHA" to ws-rel-linha(1:19).
           perform imprime-linha.
           if ws-dj-placar-ok = "N"
               move "  (placar indisponivel)" to ws-rel-linha(1:23)
               perform imprime-linha
               exit paragraph
           end-if.
           move "CAMPANHA  CORRIDAS  SOBREV.   MORREU   TAXA%"
               to ws-rel-linha(1:45).
           move "MELHOR RISCO" to ws-rel-linha(48:12).
           perform imprime-linha.
           move 0 to ws-dj-pl-corridas ws-dj-pl-sobreviveu
               ws-dj-pl-morreu ws-dj-pl-campanhas.
           move "N" to ws-dj-eof.
           move low-values to pl-chave.
           start placar-file key not < pl-chave
               invalid key
                   set dj-eof to true
           end-start.
           perform dossie-um-placar until dj-eof.
           if ws-dj-pl-campanhas = 0
               move "  (nenhuma corrida registrada)"
                   to ws-rel-linha(1:30)
               perform imprime-linha
               exit paragraph
           end-if.
           move "TOTAL" to ws-rel-linha(1:5).
           move ws-dj-pl-corridas to ws-dj-num7-ed.
           move ws-dj-num7-ed to ws-rel-linha(9:7).
           move ws-dj-pl-sobreviveu to ws-dj-num7-ed.
           move ws-dj-num7-ed to ws-rel-linha(18:7).
           move ws-dj-pl-morreu to ws-dj-num7-ed.
           move ws-dj-num7-ed to ws-rel-linha(27:7).
           if ws-dj-pl-corridas > 0
               compute ws-dj-taxa rounded =
                   ws-dj-pl-sobreviveu * 100 / ws-dj-pl-corridas
           else
               move 0 to ws-dj-taxa
           end-if.
           move ws-dj-taxa to ws-dj-taxa-ed.
           move ws-dj-taxa-ed to ws-rel-linha(39:6).
           perform imprime-linha.

       dossie-um-placar.
           read placar-file next
               at end
                   set dj-eof to true
               not at end
                   if pl-jogador = ws-dj-jogador
                       perform imprime-um-placar
                   end-if
           end-read.

       imprime-um-placar.
           add 1 to ws-dj-pl-campanhas.
           add pl-total-corridas to ws-dj-pl-corridas.
           add pl-total-sobreviveu to ws-dj-pl-sobreviveu.
           add pl-total-morreu to ws-dj-pl-morreu.
           if pl-total-corridas > 0
               compute ws-dj-taxa rounded =
                   pl-total-sobreviveu * 100 / pl-total-corridas
           else
               move 0 to ws-dj-taxa
           end-if.
           move ws-dj-taxa to ws-dj-taxa-ed.
           move pl-campanha to ws-rel-linha(1:8).
           move pl-total-corridas to ws-dj-num-ed.
           move ws-dj-num-ed to ws-rel-linha(11:5).
           move pl-total-sobreviveu to ws-dj-num-ed.
           move ws-dj-num-ed to ws-rel-linha(20:5).
           move pl-total-morreu to ws-dj-num-ed.
           move ws-dj-num-ed to ws-rel-linha(29:5).
           move ws-dj-taxa-ed to ws-rel-linha(39:6).
           if pl-total-sobreviveu = 0
               move "-" to ws-rel-linha(59:1)
           else
               move pl-melhor-risco to ws-dj-num-ed
               move ws-dj-num-ed to ws-rel-linha(55:5)
           end-if.
           perform imprime-linha.

      ******************************************************************
      *    dossie-conquistas - badges are keyed player first: start
      *    at the player and read while the key still belongs to
      *    them.
      ******************************************************************
       dossie-conquistas.
           perform imprime-linha.
           move "CONQUISTAS" to ws-rel-linha(1:10).
           perform imprime-linha.
           if ws-dj-conq-ok = "N"
               move "  (conquistas indisponiveis)"
                   to ws-rel-linha(1:28)
               perform imprime-linha
               exit paragraph
           end-if.
           move "CODIGO        PRIMEIRA VEZ   VEZES"
               to ws-rel-linha(1:34).
           perform imprime-linha.
           move 0 to ws-dj-qtd.
           move "N" to ws-dj-eof.
           move ws-dj-jogador to cq-jogador.
           move low-values to cq-codigo.
           start conquistas-file key not < cq-chave
               invalid key
                   set dj-eof to true
           end-start.
           perform dossie-uma-conquista until dj-eof.
           if ws-dj-qtd = 0
               move "  (nenhuma conquista)" to ws-rel-linha(1:21)
               perform imprime-linha
           end-if.

       dossie-uma-conquista.
           read conquistas-file next
               at end
                   set dj-eof to true
               not at end
                   if cq-jogador not = ws-dj-jogador
                       set dj-eof to true
                   else
                       add 1 to ws-dj-qtd
                       move cq-data-primeira to ws-dj-data-in
                       perform formata-data
                       move cq-codigo to ws-rel-linha(1:12)
                       move ws-dj-data-fmt to ws-rel-linha(15:10)
                       move cq-vezes to ws-dj-num-ed
                       move ws-dj-num-ed to ws-rel-linha(30:5)
                       perform imprime-linha
                   end-if
           end-read.

      ******************************************************************
      *    dossie-saves - open slots, keyed player first like the
      *    badges; the carried items follow each slot, the same
      *    spelling-out ConsultaSaves gives the operator.
      ******************************************************************
       dossie-saves.
           perform imprime-linha.
           move "SAVES ABERTOS" to ws-rel-linha(1:13).
           perform imprime-linha.
           if ws-dj-saves-ok = "N"
               move "  (saves indisponiveis)" to ws-rel-linha(1:23)
               perform imprime-linha
               exit paragraph
           end-if.
           move "SLOT        ESTADO   RISCO  DIF."
               to ws-rel-linha(1:32).
           perform imprime-linha.
           move 0 to ws-dj-qtd.
           move "N" to ws-dj-eof.
           move ws-dj-jogador to sv-jogador.
           move low-values to sv-slot.
           start saves-file key not < sv-chave
               invalid key
                   set dj-eof to true
           end-start.
           perform dossie-um-save until dj-eof.
           if ws-dj-qtd = 0
               move "  (nenhum save aberto)" to ws-rel-linha(1:22)
               perform imprime-linha
           end-if.

       dossie-um-save.
           read saves-file next
               at end
                   set dj-eof to true
               not at end
                   if sv-jogador not = ws-dj-jogador
                       set dj-eof to true
                   else
                       add 1 to ws-dj-qtd
                       move sv-slot to ws-rel-linha(1:10)
                       move sv-estado to ws-rel-linha(13:3)
                       move sv-risco to ws-dj-num-ed
                       move ws-dj-num-ed to ws-rel-linha(22:5)
                       move sv-dificuldade to ws-rel-linha(30:1)
                       perform imprime-linha
                       perform dossie-inventario-save
                   end-if
           end-read.

       dossie-inventario-save.
           move 0 to ws-dj-itens.
           perform varying ws-dj-i from 1 by 1
                   until ws-dj-i > sv-inv-count
               if sv-inv-tem(ws-dj-i) = "Y"
                   add 1 to ws-dj-itens
                   move "item" to ws-rel-linha(5:4)
                   move sv-inv-codigo(ws-dj-i) to ws-rel-linha(10:10)
                   move "(obtido no estado" to ws-rel-linha(21:17)
                   move sv-inv-estado-origem(ws-dj-i)
                       to ws-rel-linha(39:3)
                   move ")" to ws-rel-linha(42:1)
                   perform imprime-linha
               end-if
           end-perform.
           if ws-dj-itens = 0
               move "(sem itens carregados)" to ws-rel-linha(5:22)
               perform imprime-linha
           end-if.

      ******************************************************************
      *    localiza-temporada - once per run: how many "A" records the
      *    season file holds (the last one opens the current season),
      *    its date and name, and whether an "F" followed it.
      ******************************************************************
       localiza-temporada.
           move 0 to ws-dj-tp-qtd-a.
           move "N" to ws-dj-tp-fechada.
           open input temporada-file.
           if ws-dj-temp-status not = "00"
               exit paragraph
           end-if.
           move "Y" to ws-dj-temp-ok.
           move "N" to ws-dj-eof.
           perform localiza-temporada-registro until dj-eof.
           close temporada-file.

       localiza-temporada-registro.
           read temporada-file into ws-dj-linha
               at end
                   set dj-eof to true
               not at end
                   perform separa-registro-temporada
                   evaluate ws-dj-f-tipo
                       when "A"
                           add 1 to ws-dj-tp-qtd-a
                           move "N" to ws-dj-tp-fechada
                           move ws-dj-f-data to ws-dj-tp-abertura
                           move spaces to ws-dj-tp-nome
                           unstring ws-dj-linha delimited by ";"
                               into ws-dj-f-tipo
                                    ws-dj-f-data
                                    ws-dj-tp-nome
                           end-unstring
                       when "F"
                           if ws-dj-tp-qtd-a > 0
                               move "Y" to ws-dj-tp-fechada
                           end-if
                   end-evaluate
           end-read.

       separa-registro-temporada.
           move spaces to ws-dj-f-tipo ws-dj-f-data
               ws-dj-f-campanha ws-dj-f-jogador ws-dj-f-corridas
               ws-dj-f-sobr ws-dj-f-mort ws-dj-f-melhor.
           unstring ws-dj-linha delimited by ";"
               into ws-dj-f-tipo
                    ws-dj-f-data
                    ws-dj-f-campanha
                    ws-dj-f-jogador
                    ws-dj-f-corridas
                    ws-dj-f-sobr
                    ws-dj-f-mort
                    ws-dj-f-melhor
           end-unstring.

      ******************************************************************
      *    dossie-temporada - the player's rounds inside the current
      *    season (every campaign), in arrival order, then the
      *    season totals. A round counts when it follows the last
      *    "A" record and no "F" has closed that season yet.
      ******************************************************************
       dossie-temporada.
           perform imprime-linha.
           move "TEMPORADA ATUAL" to ws-rel-linha(1:15).
           perform imprime-linha.
           if ws-dj-temp-ok = "N" or ws-dj-tp-qtd-a = 0
               move "  (nenhuma temporada aberta)"
                   to ws-rel-linha(1:28)
               perform imprime-linha
               exit paragraph
           end-if.
           move ws-dj-tp-abertura to ws-dj-data-in.
           perform formata-data.
           move "Temporada...........:" to ws-rel-linha(1:21).
           move ws-dj-tp-nome to ws-rel-linha(23:30).
           perform imprime-linha.
           move "Aberta em...........:" to ws-rel-linha(1:21).
           move ws-dj-data-fmt to ws-rel-linha(23:10).
           if ws-dj-tp-fechada = "Y"
               move "(encerrada)" to ws-rel-linha(34:11)
           end-if.
           perform imprime-linha.
           move "DATA        CAMPANHA  CORRIDAS  SOBREV.   MORREU"
               to ws-rel-linha(1:49).
           move "MELHOR" to ws-rel-linha(52:6).
           perform imprime-linha.
           move 0 to ws-dj-tp-rodadas ws-dj-tp-corridas
               ws-dj-tp-sobreviveu ws-dj-tp-morreu ws-dj-tp-vistos-a.
           move "N" to ws-dj-tp-dentro.
           open input temporada-file.
           move "N" to ws-dj-eof.
           perform dossie-uma-rodada until dj-eof.
           close temporada-file.
           if ws-dj-tp-rodadas = 0
               move "  (nenhuma rodada nesta temporada)"
                   to ws-rel-linha(1:34)
               perform imprime-linha
               exit paragraph
           end-if.
           move "TOTAL" to ws-rel-linha(1:5).
           move ws-dj-tp-corridas to ws-dj-num7-ed.
           move ws-dj-num7-ed to ws-rel-linha(21:7).
           move ws-dj-tp-sobreviveu to ws-dj-num7-ed.
           move ws-dj-num7-ed to ws-rel-linha(31:7).
           move ws-dj-tp-morreu to ws-dj-num7-ed.
           move ws-dj-num7-ed to ws-rel-linha(40:7).
           perform imprime-linha.
           move "Rodadas.............:" to ws-rel-linha(1:21).
           move ws-dj-tp-rodadas to ws-dj-num-ed.
           move ws-dj-num-ed to ws-rel-linha(23:5).
           perform imprime-linha.
           if ws-dj-tp-corridas > 0
               compute ws-dj-taxa rounded =
                   ws-dj-tp-sobreviveu * 100 / ws-dj-tp-corridas
           else
               move 0 to ws-dj-taxa
           end-if.
           move ws-dj-taxa to ws-dj-taxa-ed.
           move "Taxa na temporada...:" to ws-rel-linha(1:21).
           move ws-dj-taxa-ed to ws-rel-linha(23:6).
           move "%" to ws-rel-linha(29:1).
           perform imprime-linha.

       dossie-uma-rodada.
           read temporada-file into ws-dj-linha
               at end
                   set dj-eof to true
               not at end
                   perform separa-registro-temporada
                   evaluate ws-dj-f-tipo
                       when "A"
                           add 1 to ws-dj-tp-vistos-a
                           if ws-dj-tp-vistos-a = ws-dj-tp-qtd-a
                               move "Y" to ws-dj-tp-dentro
                           end-if
                       when "F"
                           move "N" to ws-dj-tp-dentro
                       when "R"
                           if ws-dj-tp-dentro = "Y"
                                   and ws-dj-f-jogador = ws-dj-jogador
                               perform imprime-uma-rodada
                           end-if
                   end-evaluate
           end-read.

       imprime-uma-rodada.
           add 1 to ws-dj-tp-rodadas.
           compute ws-dj-tp-corridas = ws-dj-tp-corridas
               + function numval(ws-dj-f-corridas).
           compute ws-dj-tp-sobreviveu = ws-dj-tp-sobreviveu
               + function numval(ws-dj-f-sobr).
           compute ws-dj-tp-morreu = ws-dj-tp-morreu
               + function numval(ws-dj-f-mort).
           move ws-dj-f-data to ws-dj-data-in.
           perform formata-data.
           move ws-dj-data-fmt to ws-rel-linha(1:10).
           move ws-dj-f-campanha to ws-rel-linha(13:8).
           compute ws-dj-num7-ed = function numval(ws-dj-f-corridas).
           move ws-dj-num7-ed to ws-rel-linha(21:7).
           compute ws-dj-num7-ed = function numval(ws-dj-f-sobr).
           move ws-dj-num7-ed to ws-rel-linha(31:7).
           compute ws-dj-num7-ed = function numval(ws-dj-f-mort).
           move ws-dj-num7-ed to ws-rel-linha(40:7).
           compute ws-dj-num7-ed = function numval(ws-dj-f-melhor).
           move ws-dj-num7-ed to ws-rel-linha(51:7).
           perform imprime-linha.

       formata-data.
           move spaces to ws-dj-data-fmt.
           string ws-dj-data-in(1:4) delimited by size
                  "-" delimited by size
                  ws-dj-data-in(5:2) delimited by size
                  "-" delimited by size
                  ws-dj-data-in(7:2) delimited by size
               into ws-dj-data-fmt
           end-string.

       COPY "RELPD.cpy".
       COPY "TRAVAPD.cpy".
