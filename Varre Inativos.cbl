       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      VarreInativos.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    VarreInativos - the periodic dormant-player sweep.
      *    JOGADORES.DAT has an active flag, but nothing said who had
      *    actually stopped playing, and the SAVES.DAT slots and
      *    PLACAR.DAT records of people who left months ago sat there
      *    forever. The standings and save-slot records now carry
      *    the day they were last played (PL-ULTIMA-JOGADA,
      *    SV-ULTIMA-JOGADA); this job reads them and:
      *
      *      - lists every active registered player whose latest
      *        activity - the most recent date across their
      *        standings records in every campaign and their save
      *        slots - is UNTILDAWN_DIAS_INATIVO days old or more
      *        (default 180) as an inactivation candidate, and in
      *        update mode sets JG-ATIVO to "N";
      *      - lists every save slot last saved
      *        UNTILDAWN_DIAS_RETENCAO days ago or more (default
      *        365) and in update mode expires it: the slot image
      *        goes to the dated archive <base>.<AAAAMMDD>.txt first
      *        (<base> from UNTILDAWN_ARQ_ARQUIVO_SAVES, default
      *        "saves.arquivo", one SAVES-REC per line, appended when
      *        the sweep runs twice in a day) and only then is the
      *        slot deleted. The deletes are driven from the archive
      *        after the keyed walk, so the walk never reads past its
      *        own deletions and nothing is deleted that was not
      *        archived.
      *
      *    Records written before the dates existed carry spaces and
      *    are never treated as dormant or expired; the players and
      *    slots concerned are listed as "SEM DATA" so the office
      *    knows how much of the estate is not yet covered.
      *
      *    Update mode is UNTILDAWN_ATUALIZAR=S, under the exclusive
      *    master lock; without it the sweep only lists, under the
      *    shared lock. Either way everything goes to the sweep
      *    report (UNTILDAWN_ARQ_REL_VARREDURA, default
      *    "varredura.rel.txt"), which closes with the sign-off
      *    block for the office manager.
      *
      *    RC 8 when JOGADORES.DAT cannot be opened (nothing to
      *    sweep) or, in update mode, the archive cannot be written
      *    (no slot is expired then); RC 4 when PLACAR.DAT or
      *    SAVES.DAT is missing (that side of the sweep is skipped);
      *    RC 14 from the lock protocol.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOGADORES-FILE ASSIGN USING ws-vi-arq-jogadores
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JG-JOGADOR
               FILE STATUS IS ws-jog-status.
           SELECT PLACAR-FILE ASSIGN USING ws-vi-arq-placar
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS ws-placar-status.
           SELECT SAVES-FILE ASSIGN USING ws-vi-arq-saves
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS ws-saves-status.
           SELECT ARQUIVO-FILE ASSIGN USING ws-vi-arq-arquivo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-vi-arq-status.
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

       FD  SAVES-FILE.
       COPY "SAVES.cpy".

       FD  ARQUIVO-FILE.
       01  ARQUIVO-REC              PIC X(200).

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-jog-status        pic x(2) value "00".
       77 ws-placar-status     pic x(2) value "00".
       77 ws-saves-status      pic x(2) value "00".
       77 ws-vi-arq-status     pic x(2) value "00".
       77 ws-vi-arq-jogadores  pic x(60) value "jogadores.dat".
       77 ws-vi-arq-placar     pic x(60) value "placar.dat".
       77 ws-vi-arq-saves      pic x(60) value "saves.dat".
       77 ws-vi-base-arquivo   pic x(60) value "saves.arquivo".
       77 ws-vi-arq-arquivo    pic x(80) value spaces.
       77 ws-vi-atualizar      pic x(1) value "N".
           88 vi-atualizar     value "S" "s".
       77 ws-vi-dias-txt       pic x(5) value spaces.
       77 ws-vi-dias-inativo   pic 9(5) value 180.
       77 ws-vi-dias-retencao  pic 9(5) value 365.
       77 ws-vi-hoje           pic x(8) value spaces.
       77 ws-vi-hoje-num       pic 9(8) value 0.
       77 ws-vi-data-num       pic 9(8) value 0.
       77 ws-vi-dias           pic 9(7) value 0.
       77 ws-vi-dias-ed        pic z(6)9 value zero.
       77 ws-vi-qtd-ed         pic z(6)9 value zero.
       77 ws-vi-eof            pic x(1) value "N".
           88 vi-eof           value "Y".
       77 ws-vi-fim-jogador    pic x(1) value "N".
       77 ws-vi-placar-ok      pic x(1) value "N".
       77 ws-vi-saves-ok       pic x(1) value "N".
       77 ws-vi-ultima         pic x(8) value spaces.
       77 ws-vi-data           pic x(8) value spaces.
       77 ws-vi-situacao       pic x(14) value spaces.
       77 ws-vi-k              pic 9(3) value 0.
       77 ws-vi-rc             pic 9(2) value 0.

      ******************************************************************
      *    Campaign codes present in PLACAR.DAT, collected in one
      *    pass up front: the master is keyed campaign first, so a
      *    player's standings are one keyed read per campaign instead
      *    of a walk of the whole file per player.
      ******************************************************************
       77 ws-vi-camp-count     pic 9(3) value 0.
       01 ws-vi-camp-tab.
           05 ws-vi-camp occurs 200 times pic x(8).

      ******************************************************************
      *    Archive bookkeeping: lines already in today's archive
      *    before this run, and the ones this run appended - the
      *    delete pass skips the former and deletes the latter.
      ******************************************************************
       77 ws-vi-arq-antes      pic 9(7) value 0.
       77 ws-vi-arq-linha      pic 9(7) value 0.
       77 wss-str-arquivo      pic x(200).

      ******************************************************************
      *    Sweep totals.
      ******************************************************************
       77 ws-vi-jogadores      pic 9(7) value 0.
       77 ws-vi-ja-inativos    pic 9(7) value 0.
       77 ws-vi-candidatos     pic 9(7) value 0.
       77 ws-vi-inativados     pic 9(7) value 0.
       77 ws-vi-jog-sem-data   pic 9(7) value 0.
       77 ws-vi-slots          pic 9(7) value 0.
       77 ws-vi-expirar        pic 9(7) value 0.
       77 ws-vi-arquivados     pic 9(7) value 0.
       77 ws-vi-excluidos      pic 9(7) value 0.
       77 ws-vi-slot-sem-data  pic 9(7) value 0.

       COPY "TRAVAWS.cpy".
       COPY "RELWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-vi-arq-jogadores
               from environment "UNTILDAWN_ARQ_JOGADORES"
               on exception
                   move "jogadores.dat" to ws-vi-arq-jogadores
           end-accept.
           accept ws-vi-arq-placar
               from environment "UNTILDAWN_ARQ_PLACAR"
               on exception
                   move "placar.dat" to ws-vi-arq-placar
           end-accept.
           accept ws-vi-arq-saves
               from environment "UNTILDAWN_ARQ_SAVES"
               on exception
                   move "saves.dat" to ws-vi-arq-saves
           end-accept.
           accept ws-vi-base-arquivo
               from environment "UNTILDAWN_ARQ_ARQUIVO_SAVES"
               on exception
                   move "saves.arquivo" to ws-vi-base-arquivo
           end-accept.
           if ws-vi-base-arquivo = spaces
               move "saves.arquivo" to ws-vi-base-arquivo
           end-if.
           accept ws-vi-atualizar from environment "UNTILDAWN_ATUALIZAR"
               on exception
                   move "N" to ws-vi-atualizar
           end-accept.
           accept ws-vi-dias-txt
               from environment "UNTILDAWN_DIAS_INATIVO"
               on exception
                   move spaces to ws-vi-dias-txt
           end-accept.
           if ws-vi-dias-txt not = spaces
               compute ws-vi-dias-inativo =
                   function numval(ws-vi-dias-txt)
           end-if.
           move spaces to ws-vi-dias-txt.
           accept ws-vi-dias-txt
               from environment "UNTILDAWN_DIAS_RETENCAO"
               on exception
                   move spaces to ws-vi-dias-txt
           end-accept.
           if ws-vi-dias-txt not = spaces
               compute ws-vi-dias-retencao =
                   function numval(ws-vi-dias-txt)
           end-if.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_VARREDURA"
               on exception
                   move "varredura.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "varredura.rel.txt" to ws-arq-relatorio
           end-if.
           move function current-date(1:8) to ws-vi-hoje.
           move ws-vi-hoje to ws-vi-hoje-num.
           move spaces to ws-vi-arq-arquivo.
           string function trim(ws-vi-base-arquivo) delimited by size
                  "." delimited by size
                  ws-vi-hoje delimited by size
                  ".txt" delimited by size
               into ws-vi-arq-arquivo
           end-string.
           if vi-atualizar
               move "E" to ws-tv-pedido
           else
               move "S" to ws-tv-pedido
           end-if.
           move "VarreInativos" to ws-tv-programa.
           perform obtem-trava.
           if not tv-obtida
               stop run
           end-if.
           if vi-atualizar
               open i-o jogadores-file
           else
               open input jogadores-file
           end-if.
           if ws-jog-status not = "00"
               display "Nao foi possivel abrir "
                   function trim(ws-vi-arq-jogadores)
                   " (status " ws-jog-status ")"
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           open input placar-file.
           if ws-placar-status = "00"
               move "Y" to ws-vi-placar-ok
               perform carrega-campanhas
           else
               display "AVISO: placar indisponivel: "
                   function trim(ws-vi-arq-placar)
                   " (status " ws-placar-status ")"
               move 4 to ws-vi-rc
           end-if.
           if vi-atualizar
               open i-o saves-file
           else
               open input saves-file
           end-if.
           if ws-saves-status = "00"
               move "Y" to ws-vi-saves-ok
           else
               display "AVISO: saves indisponivel: "
                   function trim(ws-vi-arq-saves)
                   " (status " ws-saves-status ")"
               move 4 to ws-vi-rc
           end-if.
           move "Varredura de jogadores inativos" to ws-rel-titulo.
           perform abre-relatorio.
           perform imprime-parametros.
           perform varre-jogadores.
           if ws-vi-saves-ok = "Y"
               perform varre-saves
           end-if.
           perform imprime-totais.
           perform fecha-relatorio.
           close jogadores-file.
           if ws-vi-placar-ok = "Y"
               close placar-file
           end-if.
           if ws-vi-saves-ok = "Y"
               close saves-file
           end-if.
           perform libera-trava.
           display "Jogadores candidatos a inativacao: "
               ws-vi-candidatos " (inativados " ws-vi-inativados ")".
           display "Slots a expirar: " ws-vi-expirar
               " (arquivados " ws-vi-arquivados
               ", excluidos " ws-vi-excluidos ")".
           display "Relatorio gravado em "
               function trim(ws-arq-relatorio) ".".
           move ws-vi-rc to return-code.
           stop run.

      ******************************************************************
      *    carrega-campanhas - the distinct campaign codes of
      *    PLACAR.DAT. The walk jumps from one campaign to the next
      *    with a START past the last key of the current one.
      ******************************************************************
       carrega-campanhas.
           move 0 to ws-vi-camp-count.
           move "N" to ws-vi-eof.
           move low-values to pl-chave.
           start placar-file key not < pl-chave
               invalid key
                   set vi-eof to true
           end-start.
           perform carrega-uma-campanha until vi-eof.

       carrega-uma-campanha.
           read placar-file next
               at end
                   set vi-eof to true
                   exit paragraph
           end-read.
           if ws-vi-camp-count >= 200
               display "AVISO: mais de 200 campanhas no placar;"
                   " as demais nao entram na varredura."
               move 4 to ws-vi-rc
               set vi-eof to true
               exit paragraph
           end-if.
           add 1 to ws-vi-camp-count.
           move pl-campanha to ws-vi-camp(ws-vi-camp-count).
           move high-values to pl-jogador.
           start placar-file key > pl-chave
               invalid key
                   set vi-eof to true
           end-start.

       imprime-parametros.
           move "Data de referencia........:" to ws-rel-linha(1:27).
           move ws-vi-hoje to ws-rel-linha(29:8).
           perform imprime-linha.
           move "Dias sem jogar p/ inativar:" to ws-rel-linha(1:27).
           move ws-vi-dias-inativo to ws-vi-dias-ed.
           move ws-vi-dias-ed to ws-rel-linha(29:7).
           perform imprime-linha.
           move "Retencao dos saves (dias).:" to ws-rel-linha(1:27).
           move ws-vi-dias-retencao to ws-vi-dias-ed.
           move ws-vi-dias-ed to ws-rel-linha(29:7).
           perform imprime-linha.
           move "Modo......................:" to ws-rel-linha(1:27).
           if vi-atualizar
               move "ATUALIZACAO (inativa e expira)"
                   to ws-rel-linha(29:30)
           else
               move "SIMULACAO (apenas lista)" to ws-rel-linha(29:24)
           end-if.
           perform imprime-linha.
           if vi-atualizar
               move "Arquivo de saves expirados:"
                   to ws-rel-linha(1:27)
               move ws-vi-arq-arquivo to ws-rel-linha(29:80)
               perform imprime-linha
           end-if.
           perform imprime-linha.

      ******************************************************************
      *    varre-jogadores - every active registered player, with the
      *    latest activity date found for them. Only the dormant and
      *    the undated are printed; the rest are counted.
      ******************************************************************
       varre-jogadores.
           move "JOGADORES SEM ATIVIDADE" to ws-rel-linha(1:23).
           perform imprime-linha.
           move "Jogador" to ws-rel-linha(1:7).
           move "Nome" to ws-rel-linha(22:4).
           move "Equipe" to ws-rel-linha(53:6).
           move "Ultima" to ws-rel-linha(74:6).
           move "Dias" to ws-rel-linha(87:4).
           move "Situacao" to ws-rel-linha(93:8).
           perform imprime-linha.
           move "N" to ws-vi-eof.
           move low-values to jg-jogador.
           start jogadores-file key not < jg-jogador
               invalid key
                   set vi-eof to true
           end-start.
           perform varre-um-jogador until vi-eof.
           perform imprime-linha.

       varre-um-jogador.
           read jogadores-file next
               at end
                   set vi-eof to true
                   exit paragraph
           end-read.
           if not jg-e-ativo
               add 1 to ws-vi-ja-inativos
               exit paragraph
           end-if.
           add 1 to ws-vi-jogadores.
           perform apura-ultima-atividade.
           if ws-vi-ultima = spaces
               add 1 to ws-vi-jog-sem-data
               move "SEM DATA" to ws-vi-situacao
               move 0 to ws-vi-dias
               perform imprime-jogador
               exit paragraph
           end-if.
           move ws-vi-ultima to ws-vi-data.
           perform calcula-dias.
           if ws-vi-dias < ws-vi-dias-inativo
               exit paragraph
           end-if.
           add 1 to ws-vi-candidatos.
           if vi-atualizar
               move "N" to jg-ativo
               rewrite jogadores-rec
                   invalid key
                       move "ERRO REGRAVAR" to ws-vi-situacao
                   not invalid key
                       add 1 to ws-vi-inativados
                       move "INATIVADO" to ws-vi-situacao
               end-rewrite
           else
               move "CANDIDATO" to ws-vi-situacao
           end-if.
           perform imprime-jogador.

       imprime-jogador.
           move jg-jogador to ws-rel-linha(1:20).
           move jg-nome-exibicao to ws-rel-linha(22:30).
           move jg-equipe to ws-rel-linha(53:20).
           if ws-vi-ultima not = spaces
               move ws-vi-ultima(1:4) to ws-rel-linha(74:4)
               move "-" to ws-rel-linha(78:1)
               move ws-vi-ultima(5:2) to ws-rel-linha(79:2)
               move "-" to ws-rel-linha(81:1)
               move ws-vi-ultima(7:2) to ws-rel-linha(82:2)
               move ws-vi-dias to ws-vi-dias-ed
               move ws-vi-dias-ed(3:5) to ws-rel-linha(86:5)
           end-if.
           move ws-vi-situacao to ws-rel-linha(93:14).
           perform imprime-linha.

      ******************************************************************
      *    apura-ultima-atividade - the most recent date across the
      *    player's standings (one keyed read per campaign) and save
      *    slots (keyed walk from the player's first slot).
      ******************************************************************
       apura-ultima-atividade.
           move spaces to ws-vi-ultima.
           if ws-vi-placar-ok = "Y"
               perform varying ws-vi-k from 1 by 1
                       until ws-vi-k > ws-vi-camp-count
                   move ws-vi-camp(ws-vi-k) to pl-campanha
                   move jg-jogador to pl-jogador
                   read placar-file
                       invalid key
                           continue
                       not invalid key
                           if pl-ultima-jogada is numeric
                                   and pl-ultima-jogada > ws-vi-ultima
                               move pl-ultima-jogada to ws-vi-ultima
                           end-if
                   end-read
               end-perform
           end-if.
           if ws-vi-saves-ok not = "Y"
               exit paragraph
           end-if.
           move "N" to ws-vi-fim-jogador.
           move jg-jogador to sv-jogador.
           move low-values to sv-slot.
           start saves-file key not < sv-chave
               invalid key
                   move "Y" to ws-vi-fim-jogador
           end-start.
           perform apura-um-slot until ws-vi-fim-jogador = "Y".

       apura-um-slot.
           read saves-file next
               at end
                   move "Y" to ws-vi-fim-jogador
               not at end
                   if sv-jogador not = jg-jogador
                       move "Y" to ws-vi-fim-jogador
                   else
                       if sv-ultima-jogada is numeric
                               and sv-ultima-jogada > ws-vi-ultima
                           move sv-ultima-jogada to ws-vi-ultima
                       end-if
                   end-if
           end-read.

      *    calcula-dias - days from ws-vi-data to the reference date.
       calcula-dias.
           move ws-vi-data to ws-vi-data-num.
           if ws-vi-data-num >= ws-vi-hoje-num
               move 0 to ws-vi-dias
           else
               compute ws-vi-dias =
                   function integer-of-date(ws-vi-hoje-num)
                   - function integer-of-date(ws-vi-data-num)
           end-if.

      ******************************************************************
      *    varre-saves - every slot past retention. In update mode
      *    each goes to the archive during the walk; the deletes come
      *    after it, read back from the archive (apaga-arquivados).
      ******************************************************************
       varre-saves.
           move "SAVES EXPIRADOS" to ws-rel-linha(1:15).
           perform imprime-linha.
           move "Jogador" to ws-rel-linha(1:7).
           move "Slot" to ws-rel-linha(22:4).
           move "Salvo em" to ws-rel-linha(34:8).
           move "Dias" to ws-rel-linha(48:4).
           move "Situacao" to ws-rel-linha(54:8).
           perform imprime-linha.
           if vi-atualizar
               perform abre-arquivo
               if ws-vi-arq-status not = "00"
                   display "Arquivo de saves expirados indisponivel: "
                       function trim(ws-vi-arq-arquivo)
                       " (status " ws-vi-arq-status ")"
                   move "Arquivo indisponivel - nenhum slot expirado."
                       to ws-rel-linha(1:44)
                   perform imprime-linha
                   move 8 to ws-vi-rc
                   exit paragraph
               end-if
           end-if.
           move "N" to ws-vi-eof.
           move low-values to sv-chave.
           start saves-file key not < sv-chave
               invalid key
                   set vi-eof to true
           end-start.
           perform varre-um-slot until vi-eof.
           if vi-atualizar
               close arquivo-file
               perform apaga-arquivados
           end-if.
           perform imprime-linha.

       varre-um-slot.
           read saves-file next
               at end
                   set vi-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-vi-slots.
           if sv-ultima-jogada not numeric
               add 1 to ws-vi-slot-sem-data
               move "SEM DATA" to ws-vi-situacao
               move 0 to ws-vi-dias
               perform imprime-slot
               exit paragraph
           end-if.
           move sv-ultima-jogada to ws-vi-data.
           perform calcula-dias.
           if ws-vi-dias < ws-vi-dias-retencao
               exit paragraph
           end-if.
           add 1 to ws-vi-expirar.
           if vi-atualizar
               move spaces to wss-str-arquivo
               move saves-rec to wss-str-arquivo
               write arquivo-rec from wss-str-arquivo
               add 1 to ws-vi-arquivados
               move "ARQUIVADO" to ws-vi-situacao
           else
               move "A EXPIRAR" to ws-vi-situacao
           end-if.
           perform imprime-slot.

       imprime-slot.
           move sv-jogador to ws-rel-linha(1:20).
           move sv-slot to ws-rel-linha(22:10).
           if sv-ultima-jogada is numeric
               move sv-ultima-jogada(1:4) to ws-rel-linha(34:4)
               move "-" to ws-rel-linha(38:1)
               move sv-ultima-jogada(5:2) to ws-rel-linha(39:2)
               move "-" to ws-rel-linha(41:1)
               move sv-ultima-jogada(7:2) to ws-rel-linha(42:2)
               move ws-vi-dias to ws-vi-dias-ed
               move ws-vi-dias-ed(3:5) to ws-rel-linha(47:5)
           end-if.
           move ws-vi-situacao to ws-rel-linha(54:14).
           perform imprime-linha.

      ******************************************************************
      *    abre-arquivo - today's archive, appended when it already
      *    exists; the lines already there are counted first so the
      *    delete pass knows where this run's begin.
      ******************************************************************
       abre-arquivo.
           move 0 to ws-vi-arq-antes.
           open input arquivo-file.
           if ws-vi-arq-status = "00"
               move "N" to ws-vi-fim-jogador
               perform conta-arquivado until ws-vi-fim-jogador = "Y"
               close arquivo-file
           end-if.
           open extend arquivo-file.
           if ws-vi-arq-status not = "00"
               open output arquivo-file
           end-if.

       conta-arquivado.
           read arquivo-file
               at end
                   move "Y" to ws-vi-fim-jogador
               not at end
                   add 1 to ws-vi-arq-antes
           end-read.

      ******************************************************************
      *    apaga-arquivados - deletes the slots this run archived,
      *    keyed from the archive lines themselves.
      ******************************************************************
       apaga-arquivados.
           open input arquivo-file.
           if ws-vi-arq-status not = "00"
               display "Arquivo de saves expirados ilegivel; nenhum"
                   " slot excluido."
               move 8 to ws-vi-rc
               exit paragraph
           end-if.
           move 0 to ws-vi-arq-linha.
           move "N" to ws-vi-fim-jogador.
           perform apaga-um-arquivado until ws-vi-fim-jogador = "Y".
           close arquivo-file.

       apaga-um-arquivado.
           read arquivo-file into wss-str-arquivo
               at end
                   move "Y" to ws-vi-fim-jogador
                   exit paragraph
           end-read.
           add 1 to ws-vi-arq-linha.
           if ws-vi-arq-linha <= ws-vi-arq-antes
               exit paragraph
           end-if.
           move wss-str-arquivo(1:30) to sv-chave.
           delete saves-file record
               invalid key
                   display "AVISO: slot arquivado nao encontrado: "
                       sv-jogador " / " sv-slot
               not invalid key
                   add 1 to ws-vi-excluidos
           end-delete.

       imprime-totais.
           move "TOTAIS" to ws-rel-linha(1:6).
           perform imprime-linha.
           move "Jogadores ativos examinados..:" to ws-rel-linha(1:30).
           move ws-vi-jogadores to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           move "Jogadores ja inativos........:" to ws-rel-linha(1:30).
           move ws-vi-ja-inativos to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           move "Candidatos a inativacao......:" to ws-rel-linha(1:30).
           move ws-vi-candidatos to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           move "Jogadores inativados.........:" to ws-rel-linha(1:30).
           move ws-vi-inativados to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           move "Jogadores sem data...........:" to ws-rel-linha(1:30).
           move ws-vi-jog-sem-data to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           move "Slots examinados.............:" to ws-rel-linha(1:30).
           move ws-vi-slots to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           move "Slots alem da retencao.......:" to ws-rel-linha(1:30).
           move ws-vi-expirar to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           move "Slots arquivados.............:" to ws-rel-linha(1:30).
           move ws-vi-arquivados to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           move "Slots excluidos..............:" to ws-rel-linha(1:30).
           move ws-vi-excluidos to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           move "Slots sem data...............:" to ws-rel-linha(1:30).
           move ws-vi-slot-sem-data to ws-vi-qtd-ed.
           move ws-vi-qtd-ed to ws-rel-linha(32:7).
           perform imprime-linha.
           if ws-vi-arquivados not = ws-vi-excluidos
               move "ATENCAO: arquivados e excluidos nao conferem."
                   to ws-rel-linha(1:46)
               perform imprime-linha
               move 8 to ws-vi-rc
           end-if.
           perform imprime-linha.
           perform imprime-linha.
           move "Conferido e aprovado (gerencia):"
               to ws-rel-linha(1:32).
           move all "_" to ws-rel-linha(34:30).
           move "Data: ____/____/________" to ws-rel-linha(68:24).
           perform imprime-linha.

       COPY "TRAVAPD.cpy".
       COPY "RELPD.cpy".
