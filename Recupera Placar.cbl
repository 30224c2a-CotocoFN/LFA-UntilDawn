       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      RecuperaPlacar.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    RecuperaPlacar - point-in-time recovery of PLACAR.DAT and
      *    CONQUISTAS.DAT. RecarregaPlacar alone only brings the
      *    standings back to the moment of the last dump; everything
      *    the engine, ConsolidaLotes, RecebeExtrato and the
      *    ConsultaPlacar maintenance did since was lost. Every one
      *    of those now appends its changes to the update journal
      *    (JORNAL.cpy), so this program:
      *
      *      1. finds, in the journal, the last backup mark ("B",
      *         written by ConsultaPlacar's dump) of each master
      *         taken at or before the recovery point;
      *      2. checks each dump holds exactly the record count its
      *         mark recorded - a dump that does not match its mark
      *         is the wrong dump, and nothing is touched;
      *      3. reloads both masters from the dumps;
      *      4. replays, in journal order, every change made after
      *         each mark up to the recovery point - inserts,
      *         updates, deletes, and the flattening a later reload
      *         ("R" mark) did;
      *      5. journals the rebuild itself, the way a reload is
      *         journaled: an "R" mark per master recovered and the
      *         insert image of every record it ended up with, so a
      *         later recovery replaying past this point lands on
      *         exactly this state and never re-applies the changes
      *         left beyond the recovery point over what was done
      *         after it;
      *      6. ends with control totals: journal records read,
      *         skipped, replayed and left beyond the recovery point,
      *         and the record counts and run totals of the rebuilt
      *         masters, cross-footed.
      *
      *    A gap mark ("L", left when a journal write failed) after
      *    a master's backup mark and up to the recovery point means
      *    changes are missing from the journal there; the recovery
      *    is refused unless a later reload or recovery ("R") of
      *    that master closed the gap. A fresh dump is the way out.
      *
      *    Each replayed update or delete is checked against its
      *    before image; a record that does not look the way the
      *    journal says it did is counted as a divergence (the after
      *    image still wins - it is what the master held next).
      *
      *    The recovery point is UNTILDAWN_ATE, AAAAMMDD[HHMMSS...],
      *    any prefix of the journal stamp: changes stamped up to and
      *    including it are replayed. Unset means up to the latest
      *    entry. The dumps are the files named in the marks unless
      *    UNTILDAWN_ARQ_DUMP / UNTILDAWN_ARQ_DUMP_CONQ say otherwise
      *    (an older dump kept under another name). Like the reload,
      *    a master that still holds records is only overwritten
      *    with UNTILDAWN_FORCAR=S.
      *
      *    When the journal has no achievements mark (dumps taken
      *    before the achievements dump existed) CONQUISTAS.DAT is
      *    left as it is, with a warning.
      *
      *    RC 8 when the journal or a dump is missing, there is no
      *    usable standings mark, a dump count does not verify, the
      *    journal has a gap in the span to replay, the recovery
      *    point is malformed, a master is non-empty without FORCAR
      *    or the rebuild could not be journaled; RC 4 on
      *    divergences, rejected dump lines
      *    or achievements left alone; 0 on a clean recovery.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-FILE ASSIGN USING ws-jn-arq-jornal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jn-status.
           SELECT DUMP-FILE ASSIGN USING ws-rr-arq-dump
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rr-dump-status.
           SELECT PLACAR-FILE ASSIGN USING ws-rr-arq-placar
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS ws-placar-status.
           SELECT CONQUISTAS-FILE ASSIGN USING ws-rr-arq-conquistas
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CHAVE
               FILE STATUS IS ws-conq-status.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.

       DATA                         DIVISION.

       FILE SECTION.
       FD  JORNAL-FILE.
       COPY "JORNAL.cpy".

       FD  DUMP-FILE.
       01  DUMP-REC                 PIC X(80).

       FD  PLACAR-FILE.
       COPY "PLACAR.cpy".

       FD  CONQUISTAS-FILE.
       COPY "CONQ.cpy".

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       WORKING-STORAGE SECTION.
       77 ws-placar-status     pic x(2) value "00".
       77 ws-conq-status       pic x(2) value "00".
       77 ws-rr-dump-status    pic x(2) value "00".
       77 ws-rr-arq-placar     pic x(60) value "placar.dat".
       77 ws-rr-arq-conquistas pic x(60) value "conquistas.dat".
       77 ws-rr-arq-dump       pic x(60) value spaces.
       77 ws-rr-arq-dump-pl    pic x(60) value spaces.
       77 ws-rr-arq-dump-cq    pic x(60) value spaces.
       77 ws-rr-forcar         pic x(1) value "N".
           88 rr-forcar        value "S" "s".
       77 ws-rr-ate            pic x(16) value spaces.
       77 ws-rr-eof            pic x(1) value "N".
           88 rr-eof           value "Y".
       77 ws-rr-linha          pic x(80).
       77 ws-rr-erros          pic 9(5) value 0.
       77 ws-rr-atual          pic x(56) value spaces.
       77 ws-rr-achou          pic x(1) value "N".
       77 ws-rr-vazio          pic x(1) value "Y".

      ******************************************************************
      *    The backup marks chosen in the first journal pass: the
      *    journal record number of each (changes after it are the
      *    ones to replay), its stamp, and the record count and file
      *    the dump job recorded. Number 0 means no usable mark.
      ******************************************************************
       77 ws-rr-num            pic 9(9) value 0.
       77 ws-rr-marco-pl       pic 9(9) value 0.
       77 ws-rr-marco-pl-est   pic x(16) value spaces.
       77 ws-rr-marco-pl-qtd   pic 9(7) value 0.
       77 ws-rr-marco-pl-arq   pic x(49) value spaces.
       77 ws-rr-marco-cq       pic 9(9) value 0.
       77 ws-rr-marco-cq-est   pic x(16) value spaces.
       77 ws-rr-marco-cq-qtd   pic 9(7) value 0.
       77 ws-rr-marco-cq-arq   pic x(49) value spaces.
       77 ws-rr-recupera-cq    pic x(1) value "N".
           88 rr-recupera-cq   value "Y".

      ******************************************************************
      *    Also from the first pass: the last gap mark and the last
      *    reload/recovery mark of each master up to the recovery
      *    point (journal record numbers, 0 for none).
      ******************************************************************
       77 ws-rr-lacuna         pic 9(9) value 0.
       77 ws-rr-lacuna-est     pic x(16) value spaces.
       77 ws-rr-recarga-pl     pic 9(9) value 0.
       77 ws-rr-recarga-cq     pic 9(9) value 0.

      ******************************************************************
      *    Control totals.
      ******************************************************************
       77 ws-rr-lidos          pic 9(9) value 0.
       77 ws-rr-antes-marco    pic 9(9) value 0.
       77 ws-rr-alem-ponto     pic 9(9) value 0.
       77 ws-rr-marcos         pic 9(7) value 0.
       77 ws-rr-inclusoes      pic 9(7) value 0.
       77 ws-rr-alteracoes     pic 9(7) value 0.
       77 ws-rr-exclusoes      pic 9(7) value 0.
       77 ws-rr-recargas       pic 9(7) value 0.
       77 ws-rr-divergencias   pic 9(7) value 0.
       77 ws-rr-dump-linhas    pic 9(7) value 0.
       77 ws-rr-carga-pl       pic 9(7) value 0.
       77 ws-rr-carga-cq       pic 9(7) value 0.
       77 ws-rr-rejeitados     pic 9(7) value 0.
       77 ws-rr-final-pl       pic 9(7) value 0.
       77 ws-rr-final-cq       pic 9(7) value 0.
       77 ws-rr-soma-corridas  pic 9(9) value 0.
       77 ws-rr-soma-sobrev    pic 9(9) value 0.
       77 ws-rr-soma-morreu    pic 9(9) value 0.
       77 ws-rr-soma-vezes     pic 9(9) value 0.
       77 ws-rr-sem-cruzar     pic 9(7) value 0.

       COPY "TRAVAWS.cpy".
       COPY "JORNALWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-rr-arq-placar
               from environment "UNTILDAWN_ARQ_PLACAR"
               on exception
                   move "placar.dat" to ws-rr-arq-placar
           end-accept.
           accept ws-rr-arq-conquistas
               from environment "UNTILDAWN_ARQ_CONQUISTAS"
               on exception
                   move "conquistas.dat" to ws-rr-arq-conquistas
           end-accept.
           accept ws-jn-arq-jornal
               from environment "UNTILDAWN_ARQ_JORNAL"
               on exception
                   move "placar.jnl" to ws-jn-arq-jornal
           end-accept.
           if ws-jn-arq-jornal = spaces
               move "placar.jnl" to ws-jn-arq-jornal
           end-if.
           accept ws-rr-arq-dump-pl
               from environment "UNTILDAWN_ARQ_DUMP"
               on exception
                   move spaces to ws-rr-arq-dump-pl
           end-accept.
           accept ws-rr-arq-dump-cq
               from environment "UNTILDAWN_ARQ_DUMP_CONQ"
               on exception
                   move spaces to ws-rr-arq-dump-cq
           end-accept.
           accept ws-rr-forcar from environment "UNTILDAWN_FORCAR"
               on exception
                   move "N" to ws-rr-forcar
           end-accept.
           accept ws-rr-ate from environment "UNTILDAWN_ATE"
               on exception
                   move spaces to ws-rr-ate
           end-accept.
           inspect ws-rr-ate replacing all space by "9".
           if ws-rr-ate not numeric
               display "UNTILDAWN_ATE invalido: " ws-rr-ate
                   " (esperado AAAAMMDD[HHMMSS])"
               move 8 to return-code
               stop run
           end-if.
           perform localiza-marcos.
           perform confere-dumps.
           if ws-rr-erros > 0
               display "Recuperacao cancelada; nada foi alterado."
               move 8 to return-code
               stop run
           end-if.
           move "E" to ws-tv-pedido.
           move "RecuperaPlacar" to ws-tv-programa.
           perform obtem-trava.
           if not tv-obtida
               stop run
           end-if.
           perform verifica-masters-vazios.
           perform abre-jornal.
           if not jn-aberto
               display "Recuperacao recusada: o diario nao aceita"
                   " gravacao; nada foi alterado."
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform fecha-jornal.
           perform recarrega-placar.
           if rr-recupera-cq
               perform recarrega-conquistas
           end-if.
           perform aplica-diario.
           perform abre-jornal.
           perform totaliza-masters.
           perform fecha-jornal.
           perform libera-trava.
           perform exibe-totais.
           stop run.

      ******************************************************************
      *    localiza-marcos - first journal pass: the last backup mark
      *    of each master stamped at or before the recovery point.
      *    Dump file names come from the marks unless the operator
      *    named other ones.
      ******************************************************************
       localiza-marcos.
           open input jornal-file.
           if ws-jn-status not = "00"
               display "Diario de atualizacoes nao encontrado: "
                   function trim(ws-jn-arq-jornal)
                   " (status " ws-jn-status ")"
               move 8 to return-code
               stop run
           end-if.
           move 0 to ws-rr-num.
           move "N" to ws-rr-eof.
           perform localiza-um-marco until rr-eof.
           close jornal-file.
           if ws-rr-marco-pl = 0
               display "ERRO: nenhum backup do placar marcado no"
                   " diario ate " ws-rr-ate
               add 1 to ws-rr-erros
           end-if.
           if ws-rr-marco-cq = 0
               display "AVISO: nenhum backup de conquistas marcado"
                   " no diario; conquistas nao serao recuperadas."
           else
               set rr-recupera-cq to true
           end-if.
           if ws-rr-marco-pl > 0
                   and ws-rr-lacuna > ws-rr-marco-pl
                   and ws-rr-lacuna > ws-rr-recarga-pl
               display "ERRO: lacuna no diario em " ws-rr-lacuna-est
                   " apos o backup do placar; faca um novo dump."
               add 1 to ws-rr-erros
           end-if.
           if rr-recupera-cq
                   and ws-rr-lacuna > ws-rr-marco-cq
                   and ws-rr-lacuna > ws-rr-recarga-cq
               display "ERRO: lacuna no diario em " ws-rr-lacuna-est
                   " apos o backup de conquistas; faca um novo dump."
               add 1 to ws-rr-erros
           end-if.
           if ws-rr-arq-dump-pl = spaces
               move ws-rr-marco-pl-arq to ws-rr-arq-dump-pl
           end-if.
           if ws-rr-arq-dump-cq = spaces
               move ws-rr-marco-cq-arq to ws-rr-arq-dump-cq
           end-if.

       localiza-um-marco.
           read jornal-file
               at end
                   set rr-eof to true
               not at end
                   add 1 to ws-rr-num
                   if jn-marco-lacuna and jn-estampa <= ws-rr-ate
                       move ws-rr-num to ws-rr-lacuna
                       move jn-estampa to ws-rr-lacuna-est
                   end-if
                   if jn-marco-recarga and jn-estampa <= ws-rr-ate
                       if jn-do-placar
                           move ws-rr-num to ws-rr-recarga-pl
                       else
                           move ws-rr-num to ws-rr-recarga-cq
                       end-if
                   end-if
                   if jn-marco-backup and jn-estampa <= ws-rr-ate
                       evaluate true
                           when jn-do-placar
                               move ws-rr-num to ws-rr-marco-pl
                               move jn-estampa to ws-rr-marco-pl-est
                               move jn-marco-qtd to ws-rr-marco-pl-qtd
                               move jn-marco-arq to ws-rr-marco-pl-arq
                           when jn-das-conquistas
                               move ws-rr-num to ws-rr-marco-cq
                               move jn-estampa to ws-rr-marco-cq-est
                               move jn-marco-qtd to ws-rr-marco-cq-qtd
                               move jn-marco-arq to ws-rr-marco-cq-arq
                       end-evaluate
                   end-if
           end-read.

      ******************************************************************
      *    confere-dumps - each dump must hold exactly the count its
      *    mark recorded before either master is touched.
      ******************************************************************
       confere-dumps.
           if ws-rr-marco-pl = 0
               exit paragraph
           end-if.
           move ws-rr-arq-dump-pl to ws-rr-arq-dump.
           perform conta-dump.
           if ws-rr-dump-status = "00"
                   and ws-rr-dump-linhas not = ws-rr-marco-pl-qtd
               display "ERRO: dump " function trim(ws-rr-arq-dump)
                   " tem " ws-rr-dump-linhas " registro(s); o backup"
                   " de " ws-rr-marco-pl-est " gravou "
                   ws-rr-marco-pl-qtd
               add 1 to ws-rr-erros
           end-if.
           if not rr-recupera-cq
               exit paragraph
           end-if.
           move ws-rr-arq-dump-cq to ws-rr-arq-dump.
           perform conta-dump.
           if ws-rr-dump-status = "00"
                   and ws-rr-dump-linhas not = ws-rr-marco-cq-qtd
               display "ERRO: dump " function trim(ws-rr-arq-dump)
                   " tem " ws-rr-dump-linhas " registro(s); o backup"
                   " de " ws-rr-marco-cq-est " gravou "
                   ws-rr-marco-cq-qtd
               add 1 to ws-rr-erros
           end-if.

       conta-dump.
           move 0 to ws-rr-dump-linhas.
           open input dump-file.
           if ws-rr-dump-status not = "00"
               display "ERRO: dump nao encontrado: "
                   function trim(ws-rr-arq-dump)
                   " (status " ws-rr-dump-status ")"
               add 1 to ws-rr-erros
               exit paragraph
           end-if.
           move "N" to ws-rr-eof.
           perform conta-linha-dump until rr-eof.
           close dump-file.

       conta-linha-dump.
           read dump-file into ws-rr-linha
               at end
                   set rr-eof to true
               not at end
                   add 1 to ws-rr-dump-linhas
           end-read.

      ******************************************************************
      *    verifica-masters-vazios - the same guard RecarregaPlacar
      *    keeps: a master that still holds records only goes down
      *    with UNTILDAWN_FORCAR=S; one that will not open at all is
      *    the corruption case and goes without ceremony.
      ******************************************************************
       verifica-masters-vazios.
           move "Y" to ws-rr-vazio.
           open input placar-file.
           if ws-placar-status = "00"
               move low-values to pl-chave
               start placar-file key not < pl-chave
                   invalid key
                       continue
                   not invalid key
                       read placar-file next
                           not at end
                               move "N" to ws-rr-vazio
                       end-read
               end-start
               close placar-file
           end-if.
           if rr-recupera-cq
               open input conquistas-file
               if ws-conq-status = "00"
                   move low-values to cq-chave
                   start conquistas-file key not < cq-chave
                       invalid key
                           continue
                       not invalid key
                           read conquistas-file next
                               not at end
                                   move "N" to ws-rr-vazio
                           end-read
                   end-start
                   close conquistas-file
               end-if
           end-if.
           if ws-rr-vazio = "Y"
               exit paragraph
           end-if.
           if not rr-forcar
               display "Master existente nao esta vazio; recuperacao"
                   " recusada - use UNTILDAWN_FORCAR=S para"
                   " sobrescrever."
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           display "AVISO: masters existentes serao sobrescritos"
               " (UNTILDAWN_FORCAR=S).".

      ******************************************************************
      *    recarrega-placar / recarrega-conquistas - the dumps back
      *    into freshly created masters. The counts already verified,
      *    so a line refused here can only be a duplicate key.
      ******************************************************************
       recarrega-placar.
           move ws-rr-arq-dump-pl to ws-rr-arq-dump.
           open input dump-file.
           open output placar-file.
           move "N" to ws-rr-eof.
           perform recarrega-linha-placar until rr-eof.
           close dump-file placar-file.

       recarrega-linha-placar.
           read dump-file into ws-rr-linha
               at end
                   set rr-eof to true
               not at end
                   move ws-rr-linha(1:56) to placar-rec
                   write placar-rec
                       invalid key
                           add 1 to ws-rr-rejeitados
                       not invalid key
                           add 1 to ws-rr-carga-pl
                   end-write
           end-read.

       recarrega-conquistas.
           move ws-rr-arq-dump-cq to ws-rr-arq-dump.
           open input dump-file.
           open output conquistas-file.
           move "N" to ws-rr-eof.
           perform recarrega-linha-conquista until rr-eof.
           close dump-file conquistas-file.

       recarrega-linha-conquista.
           read dump-file into ws-rr-linha
               at end
                   set rr-eof to true
               not at end
                   move ws-rr-linha(1:45) to conquistas-rec
                   write conquistas-rec
                       invalid key
                           add 1 to ws-rr-rejeitados
                       not invalid key
                           add 1 to ws-rr-carga-cq
                   end-write
           end-read.

      ******************************************************************
      *    aplica-diario - second journal pass: every change after a
      *    master's mark and up to the recovery point, in journal
      *    order. Records of a master that is not being recovered,
      *    and records at or before its mark, are only counted.
      ******************************************************************
       aplica-diario.
           open i-o placar-file.
           if rr-recupera-cq
               open i-o conquistas-file
           end-if.
           open input jornal-file.
           move 0 to ws-rr-num.
           move "N" to ws-rr-eof.
           perform aplica-registro-diario until rr-eof.
           close jornal-file placar-file.
           if rr-recupera-cq
               close conquistas-file
           end-if.

       aplica-registro-diario.
           read jornal-file
               at end
                   set rr-eof to true
               not at end
                   add 1 to ws-rr-num
                   add 1 to ws-rr-lidos
                   evaluate true
                       when jn-estampa > ws-rr-ate
                           add 1 to ws-rr-alem-ponto
                       when jn-do-placar
                               and ws-rr-num > ws-rr-marco-pl
                           perform aplica-placar
                       when jn-das-conquistas and rr-recupera-cq
                               and ws-rr-num > ws-rr-marco-cq
                           perform aplica-conquista
                       when other
                           add 1 to ws-rr-antes-marco
                   end-evaluate
           end-read.

      ******************************************************************
      *    aplica-placar - one PLACAR.DAT change. An "R" mark means a
      *    reload or recovery flattened the master here; its inserts
      *    follow. A gap mark reaching here was closed by a later
      *    "R" (localiza-marcos refused any other) and only counts.
      ******************************************************************
       aplica-placar.
           if jn-marco-recarga
               add 1 to ws-rr-recargas
               close placar-file
               open output placar-file
               close placar-file
               open i-o placar-file
               exit paragraph
           end-if.
           if jn-marco-backup or jn-marco-lacuna
               add 1 to ws-rr-marcos
               exit paragraph
           end-if.
           move jn-chave(1:28) to pl-chave.
           move "N" to ws-rr-achou.
           move spaces to ws-rr-atual.
           read placar-file
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-rr-achou
                   move placar-rec to ws-rr-atual
           end-read.
           perform confere-antes.
           evaluate true
               when jn-exclusao
                   add 1 to ws-rr-exclusoes
                   if ws-rr-achou = "Y"
                       delete placar-file record
                   end-if
               when other
                   if jn-inclusao
                       add 1 to ws-rr-inclusoes
                   else
                       add 1 to ws-rr-alteracoes
                   end-if
                   move jn-depois to placar-rec
                   if ws-rr-achou = "Y"
                       rewrite placar-rec
                   else
                       write placar-rec
                   end-if
           end-evaluate.

       aplica-conquista.
           if jn-marco-recarga
               add 1 to ws-rr-recargas
               close conquistas-file
               open output conquistas-file
               close conquistas-file
               open i-o conquistas-file
               exit paragraph
           end-if.
           if jn-marco-backup or jn-marco-lacuna
               add 1 to ws-rr-marcos
               exit paragraph
           end-if.
           move jn-chave(1:32) to cq-chave.
           move "N" to ws-rr-achou.
           move spaces to ws-rr-atual.
           read conquistas-file
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-rr-achou
                   move conquistas-rec to ws-rr-atual
           end-read.
           perform confere-antes.
           evaluate true
               when jn-exclusao
                   add 1 to ws-rr-exclusoes
                   if ws-rr-achou = "Y"
                       delete conquistas-file record
                   end-if
               when other
                   if jn-inclusao
                       add 1 to ws-rr-inclusoes
                   else
                       add 1 to ws-rr-alteracoes
                   end-if
                   move jn-depois(1:45) to conquistas-rec
                   if ws-rr-achou = "Y"
                       rewrite conquistas-rec
                   else
                       write conquistas-rec
                   end-if
           end-evaluate.

      ******************************************************************
      *    confere-antes - the record as found must be the journal's
      *    before image (absent, for an insert). Anything else means
      *    the master and the journal parted ways somewhere - an
      *    unjournaled update, a dump taken out of order - and is
      *    shown and counted, never silently absorbed.
      ******************************************************************
       confere-antes.
           if ws-rr-atual = jn-antes
               exit paragraph
           end-if.
           add 1 to ws-rr-divergencias.
           display "DIVERGENCIA " jn-arquivo jn-operacao " "
               function trim(jn-chave) " em " jn-estampa
               " (" function trim(jn-programa) ")".

      ******************************************************************
      *    totaliza-masters - walks the rebuilt masters for the
      *    closing control totals. Every standings record must still
      *    cross-foot (runs = survivals + deaths). The same walk
      *    journals the rebuild: the "R" mark of each master, then
      *    every record in it as an insert.
      ******************************************************************
       totaliza-masters.
           move "P" to ws-jn-arquivo.
           move ws-rr-arq-dump-pl to ws-rr-arq-dump.
           perform jornal-recarga.
           open input placar-file.
           move "N" to ws-rr-eof.
           move low-values to pl-chave.
           start placar-file key not < pl-chave
               invalid key
                   set rr-eof to true
           end-start.
           perform totaliza-placar until rr-eof.
           close placar-file.
           if not rr-recupera-cq
               exit paragraph
           end-if.
           move "C" to ws-jn-arquivo.
           move ws-rr-arq-dump-cq to ws-rr-arq-dump.
           perform jornal-recarga.
           open input conquistas-file.
           move "N" to ws-rr-eof.
           move low-values to cq-chave.
           start conquistas-file key not < cq-chave
               invalid key
                   set rr-eof to true
           end-start.
           perform totaliza-conquistas until rr-eof.
           close conquistas-file.

       totaliza-placar.
           read placar-file next
               at end
                   set rr-eof to true
               not at end
                   add 1 to ws-rr-final-pl
                   add pl-total-corridas to ws-rr-soma-corridas
                   add pl-total-sobreviveu to ws-rr-soma-sobrev
                   add pl-total-morreu to ws-rr-soma-morreu
                   if pl-total-corridas not =
                           pl-total-sobreviveu + pl-total-morreu
                       add 1 to ws-rr-sem-cruzar
                   end-if
                   move "P" to ws-jn-arquivo
                   move "I" to ws-jn-operacao
                   move pl-chave to ws-jn-chave
                   move spaces to ws-jn-antes
                   move placar-rec to ws-jn-depois
                   perform grava-jornal
           end-read.

       totaliza-conquistas.
           read conquistas-file next
               at end
                   set rr-eof to true
               not at end
                   add 1 to ws-rr-final-cq
                   add cq-vezes to ws-rr-soma-vezes
                   move "C" to ws-jn-arquivo
                   move "I" to ws-jn-operacao
                   move cq-chave to ws-jn-chave
                   move spaces to ws-jn-antes
                   move conquistas-rec to ws-jn-depois
                   perform grava-jornal
           end-read.

      ******************************************************************
      *    jornal-recarga - the "R" mark for the master in
      *    ws-jn-arquivo, naming the dump the rebuild started from.
      ******************************************************************
       jornal-recarga.
           move "R" to ws-jn-operacao.
           move spaces to ws-jn-chave ws-jn-antes ws-jn-depois.
           move ws-rr-arq-dump to ws-jn-depois(8:49).
           perform grava-jornal.

       exibe-totais.
           display "=====================".
           display "Recuperacao do placar".
           display "Ponto de recuperacao.: " ws-rr-ate.
           display "Backup do placar.....: " ws-rr-marco-pl-est
               " " function trim(ws-rr-arq-dump-pl).
           display "  carregados.........: " ws-rr-carga-pl.
           if rr-recupera-cq
               display "Backup de conquistas.: " ws-rr-marco-cq-est
                   " " function trim(ws-rr-arq-dump-cq)
               display "  carregados.........: " ws-rr-carga-cq
           else
               display "Backup de conquistas.: (nenhum) -"
                   " conquistas mantidas"
           end-if.
           display "Diario lido..........: " ws-rr-lidos.
           display "  nao reaplicados....: " ws-rr-antes-marco.
           display "  inclusoes..........: " ws-rr-inclusoes.
           display "  alteracoes.........: " ws-rr-alteracoes.
           display "  exclusoes..........: " ws-rr-exclusoes.
           display "  recargas...........: " ws-rr-recargas.
           display "  outros backups.....: " ws-rr-marcos.
           display "  apos o ponto.......: " ws-rr-alem-ponto.
           display "Divergencias.........: " ws-rr-divergencias.
           display "Gravados no diario...: " ws-jn-gravados.
           display "Linhas de dump recus.: " ws-rr-rejeitados.
           display "Placar final.........: " ws-rr-final-pl
               " registro(s)".
           display "  corridas...........: " ws-rr-soma-corridas.
           display "  sobreviveu.........: " ws-rr-soma-sobrev.
           display "  morreu.............: " ws-rr-soma-morreu.
           display "  sem fechar.........: " ws-rr-sem-cruzar.
           if rr-recupera-cq
               display "Conquistas finais....: " ws-rr-final-cq
                   " registro(s), " ws-rr-soma-vezes " vez(es)"
           end-if.
           if ws-jn-falhas > 0
               display "ERRO: a recuperacao nao ficou registrada por"
                   " inteiro no diario; faca um novo dump antes de"
                   " confiar nele."
           end-if.
           if (ws-rr-divergencias > 0 or ws-rr-rejeitados > 0
                   or ws-rr-sem-cruzar > 0 or not rr-recupera-cq)
                   and return-code < 4
               move 4 to return-code
           end-if.

       COPY "TRAVAPD.cpy".
       COPY "JORNALPD.cpy".
