      *    "MANSAO"), except the backup dump, which always writes the
      *    whole file - a backup that silently dropped the other
      *    campaigns would be worse than none.
      *
      *    The backup dump also writes CONQUISTAS.DAT, key order, to
      *    its own file (UNTILDAWN_ARQ_DUMP_CONQ, default
      *    "conquistas.bak"), and marks both dumps in the update
      *    journal (JORNAL.cpy) with their record counts: that mark
      *    is where RecuperaPlacar starts rolling forward from. The
      *    delete and rename journal every record they touch; with
      *    no journal available they are refused, while the
      *    rankings and the dump still work.
      *
      *    The program opens with an operator sign-on against the
      *    operator master (OPERAD.cpy, ACESSOPD.cpy) and shows only
      *    what the operator's role allows: the rankings and the
      *    badge listing to everyone, the dump and the delete to
      *    maintenance, the rename/merge to administrators. Every
      *    sign-on and every record the delete and rename change go
      *    to the maintenance audit file (AUDIT.cpy) with operator,
      *    key and before/after images.
      *
      *    The rankings are ordered with a SORT work file rather than
      *    an in-core table, so every player in the campaign is
      *    listed however many there are; the listing closes with
      *    control totals (players, runs, survivals, deaths) checked
      *    against what was read from the master.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
               FILE STATUS IS ws-placar-status.
           SELECT DUMP-FILE ASSIGN USING ws-cp-arq-dump
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUMP-CONQ-FILE ASSIGN USING ws-cp-arq-dump-conq
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONQUISTAS-FILE ASSIGN USING ws-cp-arq-conquistas
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ws-tv-status.
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE ASSIGN USING ws-jn-arq-jornal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jn-status.
           SELECT OPERADORES-FILE ASSIGN USING ws-op-arq-operadores
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR
               FILE STATUS IS ws-op-status.
           SELECT AUDITORIA-FILE ASSIGN USING ws-au-arq-auditoria
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-au-status.
           SELECT ORDENA-PLACAR ASSIGN TO "SORTPLC".

       DATA                         DIVISION.

       FD  DUMP-FILE.
       01  DUMP-REC                 PIC X(80).

       FD  DUMP-CONQ-FILE.
       01  DUMP-CONQ-REC            PIC X(80).

       FD  CONQUISTAS-FILE.
       COPY "CONQ.cpy".

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       FD  JORNAL-FILE.
       COPY "JORNAL.cpy".

       FD  OPERADORES-FILE.
       COPY "OPERAD.cpy".

       FD  AUDITORIA-FILE.
       COPY "AUDIT.cpy".

       SD  ORDENA-PLACAR.
       01  OC-REC.
           05 OC-ORDEM              PIC 9(5).
           05 OC-JOGADOR            PIC X(20).
           05 OC-CORRIDAS           PIC 9(5).
           05 OC-SOBREVIVEU         PIC 9(5).
           05 OC-MORREU             PIC 9(5).
           05 OC-RISCO              PIC 9(5).
           05 OC-TAXA               PIC 9(5).
           05 OC-CONQ               PIC 9(3).

       WORKING-STORAGE SECTION.
       77 ws-placar-status     pic x(2) value "00".
       77 ws-cp-arq-placar     pic x(60) value "placar.dat".
       77 ws-cp-arq-conquistas pic x(60) value "conquistas.dat".
       77 ws-cp-arq-dump       pic x(60) value "placar.bak".
       77 ws-cp-arq-dump-conq  pic x(60) value "conquistas.bak".
       77 ws-cp-campanha       pic x(8) value "MANSAO".
       77 ws-cp-opcao          pic x(1) value spaces.
       77 ws-cp-confirma       pic x(1) value "N".
           88 cp-fim           value "Y".
       77 ws-cp-alvo           pic x(20) value spaces.
       77 ws-cp-origem         pic x(20) value spaces.
       77 ws-cp-dumped         pic 9(7) value 0.
       77 ws-cp-dumped-conq    pic 9(7) value 0.
       77 ws-cp-antes-origem   pic x(56) value spaces.
       77 wss-str-dump         pic x(80).
       77 ws-conq-status       pic x(2) value "00".
       77 ws-cp-badges         pic 9(3) value 0.
       77 ws-cp-badge-fim      pic x(1) value "N".

      ******************************************************************
      *    Ranking work fields. ws-cp-criterio is the menu option the
      *    ranking was asked for; OC-ORDEM carries the sort key it
      *    picks. OC-TAXA is the survival rate scaled to 4 decimals
      *    (sobreviveu * 10000 / corridas) so it sorts as a plain
      *    number; ws-cp-taxa-pct is the same shown as 999.99%. The
      *    -lid- totals are what was read from the master, the -lis-
      *    totals what the listing printed; the two must agree.
      ******************************************************************
       77 ws-cp-criterio       pic x(1) value spaces.
       77 ws-cp-pos            pic 9(7) value 0.
       77 ws-cp-pos-ed         pic zzzz9 value zero.
       77 ws-cp-conq-ok        pic x(1) value "N".
           88 cp-conq-ok       value "Y".
       01 ws-cp-totais.
           05 ws-cp-lid-jogadores      pic 9(7).
           05 ws-cp-lid-corridas       pic 9(9).
           05 ws-cp-lid-sobreviveu     pic 9(9).
           05 ws-cp-lid-morreu         pic 9(9).
           05 ws-cp-lis-jogadores      pic 9(7).
           05 ws-cp-lis-corridas       pic 9(9).
           05 ws-cp-lis-sobreviveu     pic 9(9).
           05 ws-cp-lis-morreu         pic 9(9).
       77 ws-cp-tot-ed         pic zzzzzzzz9 value zero.
       COPY "TRAVAWS.cpy".
       COPY "RELWS.cpy".
       COPY "JORNALWS.cpy".
       COPY "ACESSOWS.cpy".

       01 ws-cp-ent-aux.
           05 ws-cp-aux-jogador        pic x(20).
           05 ws-cp-aux-taxa           pic 9(5).
           05 ws-cp-aux-conq           pic 9(3).
       77 ws-cp-taxa-pct       pic zz9.99 value zero.
       77 ws-cp-aux-ultima     pic x(8) value spaces.

       PROCEDURE                    DIVISION.

               on exception
                   move "placar.bak" to ws-cp-arq-dump
           end-accept.
           accept ws-cp-arq-dump-conq
               from environment "UNTILDAWN_ARQ_DUMP_CONQ"
               on exception
                   move "conquistas.bak" to ws-cp-arq-dump-conq
           end-accept.
           if ws-cp-arq-dump-conq = spaces
               move "conquistas.bak" to ws-cp-arq-dump-conq
           end-if.
           accept ws-cp-campanha
               from environment "UNTILDAWN_CAMPANHA"
               on exception
           end-if.
           move "E" to ws-tv-pedido.
           move "ConsultaPlacar" to ws-tv-programa.
           perform identifica-operador.
           if not op-identificado
               stop run
           end-if.
           perform obtem-trava.
           if not tv-obtida
               perform fecha-auditoria
               stop run
           end-if.
           open i-o placar-file.
               display "Nao foi possivel abrir "
                   function trim(ws-cp-arq-placar)
                   " (status " ws-placar-status ")"
               perform fecha-auditoria
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform abre-jornal.
           if not jn-aberto and op-pode-manter
               display "Exclusao e renomeacao indisponiveis sem o"
                   " diario."
           end-if.
           perform menu-placar until cp-fim.
           close placar-file.
           perform fecha-jornal.
           perform fecha-auditoria.
           perform libera-trava.
           stop run.

           display "1 - Ranking por taxa de sobrevivencia".
           display "2 - Ranking por total de corridas".
           display "3 - Ranking por melhor risco".
           if op-pode-manter
               display "4 - Dump sequencial (backup)"
               display "5 - Excluir jogador"
           end-if.
           if op-pode-administrar
               display "6 - Renomear/fundir jogador"
           end-if.
           display "7 - Conquistas de um jogador".
           display "0 - Sair".
           accept ws-cp-opcao.
           if ((ws-cp-opcao = "4" or ws-cp-opcao = "5")
                   and not op-pode-manter)
               or (ws-cp-opcao = "6" and not op-pode-administrar)
               move spaces to ws-cp-opcao
           end-if.
           evaluate ws-cp-opcao
               when "1"
               when "2"
               when "3"
                   move ws-cp-opcao to ws-cp-criterio
                   perform gera-ranking
               when "4"
                   perform dump-sequencial
               when "5"
                   if jn-aberto
                       perform exclui-jogador
                   else
                       display "Diario indisponivel; exclusao recusada."
                   end-if
               when "6"
                   if jn-aberto
                       perform renomeia-jogador
                   else
                       display "Diario indisponivel; renomeacao"
                           " recusada."
                   end-if
               when "7"
                   perform lista-conquistas
               when "0"
           end-evaluate.

      ******************************************************************
      *    gera-ranking - the ranked listing, to the terminal as
      *    always and mirrored into the print file (each listing
      *    rewrites UNTILDAWN_ARQ_REL_PLACAR - the scheduler archives
      *    it right after the job step, so the freshest ranking is
      *    the one that matters). The campaign's records go through
      *    a SORT work file on the key the option asks for, the
      *    player code breaking ties.
      ******************************************************************
       gera-ranking.
           initialize ws-cp-totais.
           move "UNTILDAWN - RANKING DO PLACAR" to ws-rel-titulo.
           perform abre-relatorio.
           move "Campanha............:" to ws-rel-linha(1:21).
           move ws-cp-campanha to ws-rel-linha(23:8).
           perform imprime-linha.
           sort ordena-placar
               on descending key oc-ordem
               on ascending key oc-jogador
               input procedure is seleciona-placar
               output procedure is lista-ranking.
           perform fecha-relatorio.
           display "Relatorio gravado em "
               function trim(ws-arq-relatorio) ".".

      ******************************************************************
      *    seleciona-placar - SORT input procedure: every record of
      *    the campaign, by a keyed walk from its first key, with the
      *    survival rate worked out and the player's badge count from
      *    the achievements master (the same keyed walk
      *    lista-conquistas does). No achievements file just means
      *    every count stays zero - the ranking still lists.
      ******************************************************************
       seleciona-placar.
           move "N" to ws-cp-conq-ok.
           open input conquistas-file.
           if ws-conq-status = "00"
               set cp-conq-ok to true
           end-if.
           move "N" to ws-cp-eof.
           move ws-cp-campanha to pl-campanha.
           move low-values to pl-jogador.
               invalid key
                   set cp-eof to true
           end-start.
           perform seleciona-um-registro until cp-eof.
           if cp-conq-ok
               close conquistas-file
           end-if.

       seleciona-um-registro.
           read placar-file next
               at end
                   set cp-eof to true
                   exit paragraph
           end-read.
           if pl-campanha not = ws-cp-campanha
               set cp-eof to true
               exit paragraph
           end-if.
           add 1 to ws-cp-lid-jogadores.
           add pl-total-corridas to ws-cp-lid-corridas.
           add pl-total-sobreviveu to ws-cp-lid-sobreviveu.
           add pl-total-morreu to ws-cp-lid-morreu.
           move pl-jogador to oc-jogador.
           move pl-total-corridas to oc-corridas.
           move pl-total-sobreviveu to oc-sobreviveu.
           move pl-total-morreu to oc-morreu.
           move pl-melhor-risco to oc-risco.
           if pl-total-corridas > 0
               compute oc-taxa =
                   pl-total-sobreviveu * 10000 / pl-total-corridas
           else
               move 0 to oc-taxa
           end-if.
           perform conta-conquistas-jogador.
           move ws-cp-badges to oc-conq.
      *    Best risk ranks ascending, but a zero best risk means the
      *    player never survived at all, and those rank after
      *    everyone who did: the complement sorts descending with
      *    them at the bottom.
           evaluate ws-cp-criterio
               when "1"
                   move oc-taxa to oc-ordem
               when "2"
                   move oc-corridas to oc-ordem
               when other
                   if oc-risco = 0
                       move 0 to oc-ordem
                   else
                       compute oc-ordem = 99999 - oc-risco
                   end-if
           end-evaluate.
           release oc-rec.

       conta-conquistas-jogador.
           move 0 to ws-cp-badges.
           if not cp-conq-ok
               exit paragraph
           end-if.
           move "N" to ws-cp-badge-fim.
           move pl-jogador to cq-jogador.
           move low-values to cq-codigo.
           start conquistas-file key not < cq-chave
               invalid key
                   move "Y" to ws-cp-badge-fim
           end-start.
           perform conta-uma-conquista
               until ws-cp-badge-fim = "Y".

       conta-uma-conquista.
           read conquistas-file next
               at end
                   move "Y" to ws-cp-badge-fim
               not at end
                   if cq-jogador = pl-jogador
                       add 1 to ws-cp-badges
                   else
                       move "Y" to ws-cp-badge-fim
                   end-if
           end-read.

      ******************************************************************
      *    lista-ranking - SORT output procedure: the players in
      *    ranking order, then the control totals. What was listed
      *    must add up to what was read from the master; a mismatch
      *    is flagged on the terminal and in the print file.
      ******************************************************************
       lista-ranking.
           move 0 to ws-cp-pos.
           move "N" to ws-cp-eof.
           perform lista-um-jogador until cp-eof.
           if ws-cp-pos = 0
               display "Placar vazio."
               move "Placar vazio." to ws-rel-linha(1:13)
               perform imprime-linha
           end-if.
           perform imprime-linha.
           move "Jogadores listados..:" to ws-rel-linha(1:21).
           move ws-cp-lis-jogadores to ws-cp-tot-ed.
           move ws-cp-tot-ed to ws-rel-linha(23:9).
           perform imprime-linha.
           move "Corridas............:" to ws-rel-linha(1:21).
           move ws-cp-lis-corridas to ws-cp-tot-ed.
           move ws-cp-tot-ed to ws-rel-linha(23:9).
           perform imprime-linha.
           move "Sobreviveu..........:" to ws-rel-linha(1:21).
           move ws-cp-lis-sobreviveu to ws-cp-tot-ed.
           move ws-cp-tot-ed to ws-rel-linha(23:9).
           perform imprime-linha.
           move "Morreu..............:" to ws-rel-linha(1:21).
           move ws-cp-lis-morreu to ws-cp-tot-ed.
           move ws-cp-tot-ed to ws-rel-linha(23:9).
           perform imprime-linha.
           if ws-cp-lis-jogadores = ws-cp-lid-jogadores
               and ws-cp-lis-corridas = ws-cp-lid-corridas
               and ws-cp-lis-sobreviveu = ws-cp-lid-sobreviveu
               and ws-cp-lis-morreu = ws-cp-lid-morreu
               move "Conferencia com o placar: OK"
                   to ws-rel-linha(1:28)
               perform imprime-linha
           else
               display "AVISO: ranking nao confere com o placar ("
                   ws-cp-lis-jogadores " de " ws-cp-lid-jogadores
                   " jogadores)."
               move "Conferencia com o placar: DIVERGENTE - lidos"
                   to ws-rel-linha(1:44)
               move ws-cp-lid-jogadores to ws-cp-tot-ed
               move ws-cp-tot-ed to ws-rel-linha(46:9)
               move "jogadores," to ws-rel-linha(56:10)
               move ws-cp-lid-corridas to ws-cp-tot-ed
               move ws-cp-tot-ed to ws-rel-linha(67:9)
               move "corridas" to ws-rel-linha(77:8)
               perform imprime-linha
           end-if.

       lista-um-jogador.
           return ordena-placar
               at end
                   set cp-eof to true
                   exit paragraph
           end-return.
           add 1 to ws-cp-pos.
           if ws-cp-pos = 1
               display "  Pos Jogador              Corr. Sobr."
                   " Mort. Risco  Taxa    Conq."
               move "  POS JOGADOR              CORR. SOBR."
                   to ws-rel-linha(1:38)
               move "MORT. RISCO  TAXA%  CONQ."
                   to ws-rel-linha(40:25)
               perform imprime-linha
           end-if.
           add 1 to ws-cp-lis-jogadores.
           add oc-corridas to ws-cp-lis-corridas.
           add oc-sobreviveu to ws-cp-lis-sobreviveu.
           add oc-morreu to ws-cp-lis-morreu.
           move ws-cp-pos to ws-cp-pos-ed.
           compute ws-cp-taxa-pct = oc-taxa / 100.
           display ws-cp-pos-ed " " oc-jogador
               " " oc-corridas
               " " oc-sobreviveu
               " " oc-morreu
               " " oc-risco
               " " ws-cp-taxa-pct "%"
               "  " oc-conq.
           move ws-cp-pos-ed to ws-rel-linha(1:5).
           move oc-jogador to ws-rel-linha(7:20).
           move oc-corridas to ws-rel-linha(28:5).
           move oc-sobreviveu to ws-rel-linha(34:5).
           move oc-morreu to ws-rel-linha(40:5).
           move oc-risco to ws-rel-linha(46:5).
           move ws-cp-taxa-pct to ws-rel-linha(53:6).
           move oc-conq to ws-rel-linha(61:3).
           perform imprime-linha.

      ******************************************************************
      *    dump-sequencial - writes every record, key order, to the
      *    backup file as a fixed-layout line. The layout is exactly
      *    PLACAR-REC, so a lost master can be rebuilt from the dump.
      *    CONQUISTAS.DAT follows into its own dump the same way, and
      *    each dump is marked in the journal with its record count.
      *    The exclusive lock is held throughout, so nothing can
      *    slip in between a dump and its mark.
      ******************************************************************
       dump-sequencial.
           open output dump-file.
           close dump-file.
           display ws-cp-dumped " registros gravados em "
               function trim(ws-cp-arq-dump).
           move "P" to ws-jn-arquivo.
           move "B" to ws-jn-operacao.
           move spaces to ws-jn-chave ws-jn-antes ws-jn-depois.
           move ws-cp-dumped to ws-jn-depois(1:7).
           move ws-cp-arq-dump to ws-jn-depois(8:49).
           perform grava-jornal.
           perform dump-conquistas.

      ******************************************************************
      *    dump-conquistas - the achievements master to its own
      *    backup file, one CONQUISTAS-REC per line. A master that
      *    does not open yet (no badge ever earned) dumps as an
      *    empty file, which is exactly what it holds.
      ******************************************************************
       dump-conquistas.
           open output dump-conq-file.
           move 0 to ws-cp-dumped-conq.
           move "N" to ws-cp-eof.
           open input conquistas-file.
           if ws-conq-status = "00"
               move low-values to cq-chave
               start conquistas-file key not < cq-chave
                   invalid key
                       set cp-eof to true
               end-start
               perform dump-uma-conquista until cp-eof
               close conquistas-file
           end-if.
           close dump-conq-file.
           display ws-cp-dumped-conq " conquistas gravadas em "
               function trim(ws-cp-arq-dump-conq).
           move "C" to ws-jn-arquivo.
           move "B" to ws-jn-operacao.
           move spaces to ws-jn-chave ws-jn-antes ws-jn-depois.
           move ws-cp-dumped-conq to ws-jn-depois(1:7).
           move ws-cp-arq-dump-conq to ws-jn-depois(8:49).
           perform grava-jornal.

       dump-uma-conquista.
           read conquistas-file next
               at end
                   set cp-eof to true
               not at end
                   move spaces to wss-str-dump
                   move conquistas-rec to wss-str-dump
                   write dump-conq-rec from wss-str-dump
                   add 1 to ws-cp-dumped-conq
           end-read.

       dump-um-registro.
           read placar-file next
                   display "Confirma (S/N)?"
                   accept ws-cp-confirma
                   if ws-cp-confirma = "S" or ws-cp-confirma = "s"
                       move placar-rec to ws-jn-antes
                       delete placar-file record
                       move "P" to ws-jn-arquivo
                       move "E" to ws-jn-operacao
                       move pl-chave to ws-jn-chave
                       move spaces to ws-jn-depois
                       perform grava-jornal
                       move "EXCLUSAO" to ws-au-funcao
                       move "PLACAR" to ws-au-arquivo
                       move pl-chave to ws-au-chave
                       move ws-jn-antes to ws-au-antes
                       move spaces to ws-au-depois
                       perform grava-auditoria
                       display "Registro excluido."
                   else
                       display "Nada foi excluido."
      *    renomeia-jogador - moves a player's totals to another key.
      *    When the target key already has a record the totals are
      *    merged (counts added, best risk kept as the lower nonzero
      *    of the two, last-played date the later of the two), which
      *    is how duplicate players get folded together. The audit
      *    file gets both records: the target (RENOMEACAO on a new
      *    key, FUSAO on a merge) and the origin's removal.
      ******************************************************************
       renomeia-jogador.
           display "Jogador de origem:".
                       function trim(ws-cp-origem)
                   exit paragraph
           end-read.
           move placar-rec to ws-cp-antes-origem.
           move pl-jogador to ws-cp-aux-jogador.
           move pl-total-corridas to ws-cp-aux-corridas.
           move pl-total-sobreviveu to ws-cp-aux-sobreviveu.
           move pl-total-morreu to ws-cp-aux-morreu.
           move pl-melhor-risco to ws-cp-aux-risco.
           move pl-ultima-jogada to ws-cp-aux-ultima.
           display "Renomear " function trim(ws-cp-origem) " para "
               function trim(ws-cp-alvo)
               " (fundindo totais se o destino existir)?".
                   move ws-cp-aux-sobreviveu to pl-total-sobreviveu
                   move ws-cp-aux-morreu to pl-total-morreu
                   move ws-cp-aux-risco to pl-melhor-risco
                   move ws-cp-aux-ultima to pl-ultima-jogada
                   write placar-rec
                   move "I" to ws-jn-operacao
                   move spaces to ws-jn-antes
                   move "RENOMEACAO" to ws-au-funcao
               not invalid key
                   move placar-rec to ws-jn-antes
                   add ws-cp-aux-corridas to pl-total-corridas
                   add ws-cp-aux-sobreviveu to pl-total-sobreviveu
                   add ws-cp-aux-morreu to pl-total-morreu
                           and ws-cp-aux-risco < pl-melhor-risco)
                       move ws-cp-aux-risco to pl-melhor-risco
                   end-if
                   if ws-cp-aux-ultima > pl-ultima-jogada
                       move ws-cp-aux-ultima to pl-ultima-jogada
                   end-if
                   rewrite placar-rec
                   move "A" to ws-jn-operacao
                   move "FUSAO" to ws-au-funcao
           end-read.
           move "P" to ws-jn-arquivo.
           move pl-chave to ws-jn-chave.
           move placar-rec to ws-jn-depois.
           perform grava-jornal.
           move "PLACAR" to ws-au-arquivo.
           move pl-chave to ws-au-chave.
           move ws-jn-antes to ws-au-antes.
           move placar-rec to ws-au-depois.
           perform grava-auditoria.
           move ws-cp-campanha to pl-campanha.
           move ws-cp-origem to pl-jogador.
           delete placar-file record.
           move "E" to ws-jn-operacao.
           move pl-chave to ws-jn-chave.
           move ws-cp-antes-origem to ws-jn-antes.
           move spaces to ws-jn-depois.
           perform grava-jornal.
           move pl-chave to ws-au-chave.
           move ws-cp-antes-origem to ws-au-antes.
           move spaces to ws-au-depois.
           perform grava-auditoria.
           display "Jogador renomeado.".

       COPY "TRAVAPD.cpy".
       COPY "RELPD.cpy".
       COPY "JORNALPD.cpy".
       COPY "ACESSOPD.cpy".
