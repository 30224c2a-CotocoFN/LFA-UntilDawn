       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      ImpactoCenario.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    ImpactoCenario - release impact analysis for a campaign
      *    dataset, run BEFORE the new dataset is installed. Until
      *    now a retune that renumbered or removed a state was only
      *    noticed afterwards: ConsultaSaves option 4 and AuditaDados
      *    found the stranded slots, and batch regression lines
      *    expecting a death scene just started failing. This job
      *    loads the installed tables (UNTILDAWN_CAMPANHA/
      *    UNTILDAWN_IDIOMA, exactly what the engine runs today) and
      *    the candidate dataset (UNTILDAWN_ARQ_CENARIO_NOVO, same
      *    C::/T::/D::/R::/E:: format as any campaign dataset - see
      *    CENLOAD.cpy) through the same loader, and reports:
      *
      *      - scene states removed and added;
      *      - transitions (state, input, item condition) removed
      *        and added, and those whose next state changed;
      *      - SAVES.DAT slots and a pending checkpoint.dat sitting
      *        on a state the new tables no longer define;
      *      - movimentos lines (UNTILDAWN_ARQ_MOVIMENTOS) whose
      *        expected death scene is no longer a scene, or no
      *        longer has a way to die.
      *
      *    State migration: a mapping file (UNTILDAWN_ARQ_MAPA,
      *    default "mapa.estados.txt"), one "old;new" pair of state
      *    numbers per line ("*" comment lines and blank lines
      *    skipped), says where a renumbered or removed scene's
      *    players should land. Every slot and the checkpoint whose
      *    state (or an item's origin state) is mapped is listed
      *    before/after; with UNTILDAWN_MIGRAR=S the rewrite is
      *    actually done, under the exclusive master lock, otherwise
      *    the listing is a dry run under the shared lock. A mapping
      *    with errors (bad numbers, a target the new tables do not
      *    define, an old state mapped twice) is reported and never
      *    applied.
      *
      *    The print file comes from UNTILDAWN_ARQ_REL_IMPACTO
      *    (default "impacto.rel.txt"). RC 0 when the release
      *    strands nothing; RC 4 when something is affected (a slot
      *    or checkpoint left stranded, a movimentos line broken,
      *    anything removed or changed); RC 8 when the candidate
      *    dataset or the mapping is unusable, or SAVES.DAT cannot
      *    be opened for a requested migration; RC 14 when the lock
      *    never comes free.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVES-FILE ASSIGN USING ws-ic-arq-saves
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS ws-saves-status.
           SELECT CHECKPOINT-FILE ASSIGN USING ws-ic-arq-checkpoint
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ic-ck-status.
           SELECT MOVIMENTOS-FILE ASSIGN USING ws-ic-arq-movimentos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ic-mov-status.
           SELECT MAPA-FILE ASSIGN USING ws-ic-arq-mapa
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ic-mapa-status.
           SELECT CENARIO-FILE ASSIGN USING ws-arq-cenario
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cen-ext-status.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA                         DIVISION.

       FILE SECTION.
       FD  SAVES-FILE.
       COPY "SAVES.cpy".

       FD  CHECKPOINT-FILE.
       COPY "CHECKPT.cpy".

       FD  MOVIMENTOS-FILE.
       01  MOVIMENTOS-REC           PIC X(2000).

       FD  MAPA-FILE.
       01  MAPA-REC                 PIC X(80).

       FD  CENARIO-FILE.
       01  CENARIO-REC              PIC X(80).

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-idioma             pic x(2) value "PT".
           88 idioma-portugues  value "PT" "pt".
           88 idioma-ingles     value "EN" "en".

       77 ws-campanha           pic x(8) value "MANSAO".
           88 campanha-interna  value "MANSAO" "mansao".

       COPY "CENTAB.cpy".
       COPY "CENPT.cpy".
       COPY "CENEN.cpy".
       COPY "CENMEC.cpy".

       77 ws-saves-status      pic x(2) value "00".
       77 ws-ic-ck-status      pic x(2) value "00".
       77 ws-ic-mov-status     pic x(2) value "00".
       77 ws-ic-mapa-status    pic x(2) value "00".
       77 ws-ic-arq-saves      pic x(60) value "saves.dat".
       77 ws-ic-arq-checkpoint pic x(60) value "checkpoint.dat".
       77 ws-ic-arq-movimentos pic x(60) value "movimentos.txt".
       77 ws-ic-arq-mapa       pic x(60) value "mapa.estados.txt".
       77 ws-ic-arq-novo       pic x(60) value spaces.
       77 ws-ic-migrar         pic x(1) value "N".
           88 ic-migrar        value "S" "s".
       77 ws-ic-saves-ok       pic x(1) value "N".
       77 ws-ic-eof            pic x(1) value "N".
           88 ic-eof           value "Y".
       77 ws-ic-i              pic 9(3) value 0.
       77 ws-ic-j              pic 9(3) value 0.
       77 ws-ic-k              pic 9(3) value 0.
       77 ws-ic-achou          pic x(1) value "N".
       77 ws-ic-estado-x       pic x(3).
       77 ws-ic-destino        pic x(3).
       77 ws-ic-mudou          pic x(1) value "N".
       77 ws-ic-linha          pic x(2000).
       77 ws-ic-mov-linha      pic 9(5) value 0.
       77 ws-ic-num-ed         pic zzzz9 value zero.

      ******************************************************************
      *    Impact counters. Anything removed, changed or stranded is
      *    an impact (RC 4); a mapping or dataset problem is an error
      *    (RC 8).
      ******************************************************************
       77 ws-ic-impactos       pic 9(5) value 0.
       77 ws-ic-erros          pic 9(5) value 0.
       77 ws-ic-est-removidos  pic 9(3) value 0.
       77 ws-ic-est-incluidos  pic 9(3) value 0.
       77 ws-ic-trn-removidas  pic 9(3) value 0.
       77 ws-ic-trn-incluidas  pic 9(3) value 0.
       77 ws-ic-trn-alteradas  pic 9(3) value 0.
       77 ws-ic-saves-lidos    pic 9(5) value 0.
       77 ws-ic-saves-presos   pic 9(5) value 0.
       77 ws-ic-saves-mapeados pic 9(5) value 0.
       77 ws-ic-saves-gravados pic 9(5) value 0.
       77 ws-ic-mov-lidas      pic 9(5) value 0.
       77 ws-ic-mov-quebradas  pic 9(5) value 0.

      ******************************************************************
      *    The installed tables, kept aside before the candidate is
      *    loaded over CENTAB.cpy: scene states and each transition's
      *    key (state, input, item condition) with its next state.
      *    Same sizes as the runtime tables they copy.
      ******************************************************************
       77 ws-ic-ant-scn-count  pic 9(3) value 0.
       01 ws-ic-ant-scn-tab.
           05 ws-ic-ant-scn occurs 30 times pic x(3).
       77 ws-ic-ant-trn-count  pic 9(3) value 0.
       01 ws-ic-ant-trn-tab.
           05 ws-ic-ant-trn occurs 80 times.
               10 ws-ic-ant-trn-state  pic x(3).
               10 ws-ic-ant-trn-input  pic x(1).
               10 ws-ic-ant-trn-cond   pic x(12).
               10 ws-ic-ant-trn-next   pic x(3).

      ******************************************************************
      *    Old-to-new state mapping, as read from the mapping file.
      ******************************************************************
       77 ws-ic-mapa-count     pic 9(3) value 0.
       01 ws-ic-mapa-tab.
           05 ws-ic-mapa occurs 60 times.
               10 ws-ic-mapa-ant       pic x(3).
               10 ws-ic-mapa-novo      pic x(3).
       77 ws-ic-mapa-linha     pic x(80).
       77 ws-ic-f-ant          pic x(8).
       77 ws-ic-f-novo         pic x(8).

       77 ws-ic-f-seq          pic x(2000).
       77 ws-ic-f-terminal     pic x(3).
       77 ws-ic-f-risco        pic x(5).
       77 ws-ic-f-morte        pic x(5).

      ******************************************************************
      *    Before image of the slot or checkpoint being migrated, for
      *    the before/after listing.
      ******************************************************************
       01 ws-ic-antes.
           05 ws-ic-antes-estado   pic 9(3).
           05 ws-ic-antes-inv occurs 10 times pic x(3).

       COPY "TRAVAWS.cpy".
       COPY "RELWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-idioma from environment "UNTILDAWN_IDIOMA"
               on exception
                   move "PT" to ws-idioma
           end-accept.
           if not idioma-ingles
               set idioma-portugues to true
           end-if.
           accept ws-campanha from environment "UNTILDAWN_CAMPANHA"
               on exception
                   move "MANSAO" to ws-campanha
           end-accept.
           if ws-campanha = spaces
               move "MANSAO" to ws-campanha
           end-if.
           accept ws-ic-arq-saves
               from environment "UNTILDAWN_ARQ_SAVES"
               on exception
                   move "saves.dat" to ws-ic-arq-saves
           end-accept.
           accept ws-ic-arq-checkpoint
               from environment "UNTILDAWN_ARQ_CHECKPOINT"
               on exception
                   move "checkpoint.dat" to ws-ic-arq-checkpoint
           end-accept.
           accept ws-ic-arq-movimentos
               from environment "UNTILDAWN_ARQ_MOVIMENTOS"
               on exception
                   move "movimentos.txt" to ws-ic-arq-movimentos
           end-accept.
           accept ws-ic-arq-mapa
               from environment "UNTILDAWN_ARQ_MAPA"
               on exception
                   move "mapa.estados.txt" to ws-ic-arq-mapa
           end-accept.
           accept ws-ic-arq-novo
               from environment "UNTILDAWN_ARQ_CENARIO_NOVO"
               on exception
                   move spaces to ws-ic-arq-novo
           end-accept.
           accept ws-ic-migrar
               from environment "UNTILDAWN_MIGRAR"
               on exception
                   move "N" to ws-ic-migrar
           end-accept.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_IMPACTO"
               on exception
                   move "impacto.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "impacto.rel.txt" to ws-arq-relatorio
           end-if.
           if ws-ic-arq-novo = spaces
               display "Informe o cenario candidato em"
                   " UNTILDAWN_ARQ_CENARIO_NOVO."
               move 8 to return-code
               stop run
           end-if.
           perform carrega-cenario.
           perform guarda-tabelas-antigas.
           move ws-ic-arq-novo to ws-arq-cenario-forcado.
           perform carrega-cenario.
           if ws-scn-count = 0
               display "Cenario candidato sem cenas: "
                   function trim(ws-ic-arq-novo)
               move 8 to return-code
               stop run
           end-if.
           display "===== Impacto da versao do cenario (campanha "
               function trim(ws-campanha) ") =====".
           move "UNTILDAWN - IMPACTO DA VERSAO DO CENARIO"
               to ws-rel-titulo.
           perform abre-relatorio.
           move "Campanha............:" to ws-rel-linha(1:21).
           move ws-campanha to ws-rel-linha(23:8).
           perform imprime-linha.
           move "Cenario candidato...:" to ws-rel-linha(1:21).
           move ws-ic-arq-novo to ws-rel-linha(23:60).
           perform imprime-linha.
           perform carrega-mapa.
           if ic-migrar and ws-ic-erros > 0
               display "Mapeamento com erros; migracao NAO aplicada."
               move "Mapeamento com erros; migracao NAO aplicada."
                   to ws-rel-linha(1:44)
               perform imprime-linha
               move "N" to ws-ic-migrar
           end-if.
           if ic-migrar
               move "E" to ws-tv-pedido
           else
               move "S" to ws-tv-pedido
           end-if.
           move "ImpactoCenario" to ws-tv-programa.
           perform obtem-trava.
           if not tv-obtida
               perform fecha-relatorio
               stop run
           end-if.
           perform compara-estados.
           perform compara-transicoes.
           perform confere-saves.
           perform confere-checkpoint.
           perform libera-trava.
           perform confere-movimentos.
           perform imprime-totais.
           perform fecha-relatorio.
           evaluate true
               when ws-ic-erros > 0
                   move 8 to return-code
               when ws-ic-impactos > 0
                   move 4 to return-code
           end-evaluate.
           stop run.

      ******************************************************************
      *    guarda-tabelas-antigas - the installed tables, copied out
      *    of CENTAB.cpy before the candidate overwrites them.
      ******************************************************************
       guarda-tabelas-antigas.
           move ws-scn-count to ws-ic-ant-scn-count.
           perform varying ws-ic-i from 1 by 1
                   until ws-ic-i > ws-scn-count
               move ws-scn-state(ws-ic-i) to ws-ic-ant-scn(ws-ic-i)
           end-perform.
           move ws-trn-count to ws-ic-ant-trn-count.
           perform varying ws-ic-i from 1 by 1
                   until ws-ic-i > ws-trn-count
               move ws-trn-state(ws-ic-i)
                   to ws-ic-ant-trn-state(ws-ic-i)
               move ws-trn-input(ws-ic-i)
                   to ws-ic-ant-trn-input(ws-ic-i)
               move ws-trn-cond(ws-ic-i)
                   to ws-ic-ant-trn-cond(ws-ic-i)
               move ws-trn-next(ws-ic-i)
                   to ws-ic-ant-trn-next(ws-ic-i)
           end-perform.

      ******************************************************************
      *    carrega-mapa - reads and checks the old;new pairs. A
      *    missing file just means nothing is to be migrated.
      ******************************************************************
       carrega-mapa.
           move 0 to ws-ic-mapa-count.
           open input mapa-file.
           if ws-ic-mapa-status not = "00"
               if ic-migrar
                   display "Mapeamento nao encontrado: "
                       function trim(ws-ic-arq-mapa)
                   add 1 to ws-ic-erros
               end-if
               exit paragraph
           end-if.
           move "N" to ws-ic-eof.
           perform carrega-um-mapa until ic-eof.
           close mapa-file.

       carrega-um-mapa.
           read mapa-file into ws-ic-mapa-linha
               at end
                   set ic-eof to true
               not at end
                   if ws-ic-mapa-linha not = spaces
                           and ws-ic-mapa-linha(1:1) not = "*"
                       perform confere-um-mapa
                   end-if
           end-read.

       confere-um-mapa.
           move spaces to ws-ic-f-ant ws-ic-f-novo.
           unstring ws-ic-mapa-linha delimited by ";"
               into ws-ic-f-ant
                    ws-ic-f-novo
           end-unstring.
           if ws-ic-f-ant(1:3) is not numeric
                   or ws-ic-f-ant(4:5) not = spaces
                   or ws-ic-f-novo(1:3) is not numeric
                   or ws-ic-f-novo(4:5) not = spaces
               perform rejeita-mapa
               display "      (esperado: estado antigo;estado novo,"
                   " tres digitos cada)"
               exit paragraph
           end-if.
           move ws-ic-f-novo(1:3) to ws-ic-estado-x.
           perform busca-estado-novo.
           if ws-ic-achou = "N"
               perform rejeita-mapa
               display "      (estado " ws-ic-estado-x
                   " nao existe no cenario candidato)"
               exit paragraph
           end-if.
           move ws-ic-f-ant(1:3) to ws-ic-estado-x.
           perform busca-mapa.
           if ws-ic-destino not = spaces
               perform rejeita-mapa
               display "      (estado " ws-ic-estado-x
                   " mapeado mais de uma vez)"
               exit paragraph
           end-if.
           if ws-ic-mapa-count >= 60
               perform rejeita-mapa
               display "      (mais de 60 pares no mapeamento)"
               exit paragraph
           end-if.
           add 1 to ws-ic-mapa-count.
           move ws-ic-f-ant(1:3) to ws-ic-mapa-ant(ws-ic-mapa-count).
           move ws-ic-f-novo(1:3)
               to ws-ic-mapa-novo(ws-ic-mapa-count).

       rejeita-mapa.
           add 1 to ws-ic-erros.
           display "ERRO: mapeamento invalido: "
               function trim(ws-ic-mapa-linha).
           move "ERRO: mapeamento invalido:" to ws-rel-linha(1:26).
           move ws-ic-mapa-linha to ws-rel-linha(28:80).
           perform imprime-linha.

      ******************************************************************
      *    compara-estados - scene states on one side only.
      ******************************************************************
       compara-estados.
           perform imprime-linha.
           move "ESTADOS" to ws-rel-linha(1:7).
           perform imprime-linha.
           perform varying ws-ic-i from 1 by 1
                   until ws-ic-i > ws-ic-ant-scn-count
               move ws-ic-ant-scn(ws-ic-i) to ws-ic-estado-x
               perform busca-estado-novo
               if ws-ic-achou = "N"
                   add 1 to ws-ic-est-removidos
                   add 1 to ws-ic-impactos
                   display "Estado removido......: " ws-ic-estado-x
                   move "  removido" to ws-rel-linha(1:10)
                   move ws-ic-estado-x to ws-rel-linha(13:3)
                   perform imprime-linha
               end-if
           end-perform.
           perform varying ws-ic-i from 1 by 1
                   until ws-ic-i > ws-scn-count
               move ws-scn-state(ws-ic-i) to ws-ic-estado-x
               perform busca-estado-antigo
               if ws-ic-achou = "N"
                   add 1 to ws-ic-est-incluidos
                   display "Estado incluido......: " ws-ic-estado-x
                   move "  incluido" to ws-rel-linha(1:10)
                   move ws-ic-estado-x to ws-rel-linha(13:3)
                   perform imprime-linha
               end-if
           end-perform.
           if ws-ic-est-removidos = 0 and ws-ic-est-incluidos = 0
               move "  (nenhuma mudanca)" to ws-rel-linha(1:19)
               perform imprime-linha
           end-if.

      ******************************************************************
      *    compara-transicoes - a transition is identified by its
      *    state, input and item condition (the same input can lead
      *    to different places with and without an item); on both
      *    sides, a different next state is a change.
      ******************************************************************
       compara-transicoes.
           perform imprime-linha.
           move "TRANSICOES (ESTADO ENTRADA CONDICAO -> PROXIMO)"
               to ws-rel-linha(1:47).
           perform imprime-linha.
           perform varying ws-ic-i from 1 by 1
                   until ws-ic-i > ws-ic-ant-trn-count
               move 0 to ws-ic-k
               perform varying ws-ic-j from 1 by 1
                       until ws-ic-j > ws-trn-count
                   if ws-trn-state(ws-ic-j)
                           = ws-ic-ant-trn-state(ws-ic-i)
                       and ws-trn-input(ws-ic-j)
                           = ws-ic-ant-trn-input(ws-ic-i)
                       and ws-trn-cond(ws-ic-j)
                           = ws-ic-ant-trn-cond(ws-ic-i)
                       move ws-ic-j to ws-ic-k
                       exit perform
                   end-if
               end-perform
               evaluate true
                   when ws-ic-k = 0
                       add 1 to ws-ic-trn-removidas
                       add 1 to ws-ic-impactos
                       move "  removida" to ws-rel-linha(1:10)
                       perform monta-transicao-antiga
                       perform imprime-linha
                   when ws-trn-next(ws-ic-k)
                           not = ws-ic-ant-trn-next(ws-ic-i)
                       add 1 to ws-ic-trn-alteradas
                       add 1 to ws-ic-impactos
                       move "  alterada" to ws-rel-linha(1:10)
                       perform monta-transicao-antiga
                       move "agora ->" to ws-rel-linha(40:8)
                       move ws-trn-next(ws-ic-k) to ws-rel-linha(49:3)
                       perform imprime-linha
               end-evaluate
           end-perform.
           perform varying ws-ic-j from 1 by 1
                   until ws-ic-j > ws-trn-count
               move 0 to ws-ic-k
               perform varying ws-ic-i from 1 by 1
                       until ws-ic-i > ws-ic-ant-trn-count
                   if ws-trn-state(ws-ic-j)
                           = ws-ic-ant-trn-state(ws-ic-i)
                       and ws-trn-input(ws-ic-j)
                           = ws-ic-ant-trn-input(ws-ic-i)
                       and ws-trn-cond(ws-ic-j)
                           = ws-ic-ant-trn-cond(ws-ic-i)
                       move ws-ic-i to ws-ic-k
                       exit perform
                   end-if
               end-perform
               if ws-ic-k = 0
                   add 1 to ws-ic-trn-incluidas
                   move "  incluida" to ws-rel-linha(1:10)
                   move ws-trn-state(ws-ic-j) to ws-rel-linha(13:3)
                   move ws-trn-input(ws-ic-j) to ws-rel-linha(17:1)
                   move ws-trn-cond(ws-ic-j) to ws-rel-linha(19:12)
                   move "->" to ws-rel-linha(32:2)
                   move ws-trn-next(ws-ic-j) to ws-rel-linha(35:3)
                   perform imprime-linha
               end-if
           end-perform.
           display "Transicoes removidas.: " ws-ic-trn-removidas
               "  incluidas: " ws-ic-trn-incluidas
               "  alteradas: " ws-ic-trn-alteradas.
           if ws-ic-trn-removidas = 0 and ws-ic-trn-incluidas = 0
                   and ws-ic-trn-alteradas = 0
               move "  (nenhuma mudanca)" to ws-rel-linha(1:19)
               perform imprime-linha
           end-if.

       monta-transicao-antiga.
           move ws-ic-ant-trn-state(ws-ic-i) to ws-rel-linha(13:3).
           move ws-ic-ant-trn-input(ws-ic-i) to ws-rel-linha(17:1).
           move ws-ic-ant-trn-cond(ws-ic-i) to ws-rel-linha(19:12).
           move "->" to ws-rel-linha(32:2).
           move ws-ic-ant-trn-next(ws-ic-i) to ws-rel-linha(35:3).

      ******************************************************************
      *    confere-saves - keyed walk over every slot. A slot whose
      *    state (or an item's origin state) is mapped gets its
      *    before/after line, and is rewritten when migrating; an
      *    unmapped slot on a state the candidate does not define is
      *    stranded by this release.
      ******************************************************************
       confere-saves.
           perform imprime-linha.
           if ic-migrar
               move "SAVES (MIGRACAO APLICADA)" to ws-rel-linha(1:25)
               open i-o saves-file
           else
               move "SAVES (MIGRACAO SIMULADA)" to ws-rel-linha(1:25)
               open input saves-file
           end-if.
           perform imprime-linha.
           if ws-saves-status not = "00"
               move "  (saves indisponiveis)" to ws-rel-linha(1:23)
               perform imprime-linha
               if ic-migrar
                   display "Nao foi possivel abrir "
                       function trim(ws-ic-arq-saves)
                       " (status " ws-saves-status ")"
                   add 1 to ws-ic-erros
               end-if
               exit paragraph
           end-if.
           move "Y" to ws-ic-saves-ok.
           move "N" to ws-ic-eof.
           move low-values to sv-chave.
           start saves-file key not < sv-chave
               invalid key
                   set ic-eof to true
           end-start.
           perform confere-um-save until ic-eof.
           close saves-file.
           if ws-ic-saves-mapeados = 0 and ws-ic-saves-presos = 0
               move "  (nenhum slot afetado)" to ws-rel-linha(1:23)
               perform imprime-linha
           end-if.

       confere-um-save.
           read saves-file next
               at end
                   set ic-eof to true
               not at end
                   add 1 to ws-ic-saves-lidos
                   perform migra-um-save
           end-read.

       migra-um-save.
           move "N" to ws-ic-mudou.
           move sv-estado to ws-ic-antes-estado.
           move sv-estado to ws-ic-estado-x.
           perform busca-mapa.
           if ws-ic-destino not = spaces
               move ws-ic-destino to sv-estado
               move "Y" to ws-ic-mudou
           end-if.
           perform varying ws-ic-i from 1 by 1
                   until ws-ic-i > 10
               move sv-inv-estado-origem(ws-ic-i)
                   to ws-ic-antes-inv(ws-ic-i)
               if ws-ic-i <= sv-inv-count
                   move sv-inv-estado-origem(ws-ic-i)
                       to ws-ic-estado-x
                   perform busca-mapa
                   if ws-ic-destino not = spaces
                       move ws-ic-destino
                           to sv-inv-estado-origem(ws-ic-i)
                       move "Y" to ws-ic-mudou
                   end-if
               end-if
           end-perform.
           if ws-ic-mudou = "Y"
               add 1 to ws-ic-saves-mapeados
               move "  slot" to ws-rel-linha(1:6)
               move sv-jogador to ws-rel-linha(8:20)
               move sv-slot to ws-rel-linha(29:10)
               move "estado" to ws-rel-linha(40:6)
               move ws-ic-antes-estado to ws-rel-linha(47:3)
               move "->" to ws-rel-linha(51:2)
               move sv-estado to ws-rel-linha(54:3)
               perform imprime-linha
               perform lista-inventario-migrado
               if ic-migrar
                   rewrite saves-rec
                       invalid key
                           add 1 to ws-ic-erros
                           display "ERRO: regravacao do slot "
                               function trim(sv-jogador) "/"
                               function trim(sv-slot) " falhou"
                       not invalid key
                           add 1 to ws-ic-saves-gravados
                   end-rewrite
               end-if
           end-if.
           move sv-estado to ws-ic-estado-x.
           perform busca-estado-novo.
           if ws-ic-achou = "N"
               add 1 to ws-ic-saves-presos
               add 1 to ws-ic-impactos
               display "AVISO: save " function trim(sv-jogador) "/"
                   function trim(sv-slot) " preso no estado "
                   sv-estado " que o cenario candidato nao define"
               move "  PRESO" to ws-rel-linha(1:7)
               move sv-jogador to ws-rel-linha(8:20)
               move sv-slot to ws-rel-linha(29:10)
               move "estado" to ws-rel-linha(40:6)
               move sv-estado to ws-rel-linha(47:3)
               move "sem mapeamento" to ws-rel-linha(54:14)
               perform imprime-linha
           end-if.

       lista-inventario-migrado.
           perform varying ws-ic-i from 1 by 1
                   until ws-ic-i > sv-inv-count
               if sv-inv-estado-origem(ws-ic-i)
                       not = ws-ic-antes-inv(ws-ic-i)
                   move "item" to ws-rel-linha(10:4)
                   move sv-inv-codigo(ws-ic-i) to ws-rel-linha(15:10)
                   move "origem" to ws-rel-linha(40:6)
                   move ws-ic-antes-inv(ws-ic-i)
                       to ws-rel-linha(47:3)
                   move "->" to ws-rel-linha(51:2)
                   move sv-inv-estado-origem(ws-ic-i)
                       to ws-rel-linha(54:3)
                   perform imprime-linha
               end-if
           end-perform.

      ******************************************************************
      *    confere-checkpoint - the one pending-resume record, the
      *    same way: mapped, it is listed (and rewritten when
      *    migrating); unmapped on a vanished state, the interrupted
      *    batch would resume into nowhere.
      ******************************************************************
       confere-checkpoint.
           perform imprime-linha.
           move "CHECKPOINT" to ws-rel-linha(1:10).
           perform imprime-linha.
           open input checkpoint-file.
           if ws-ic-ck-status not = "00"
               move "  (nenhum lote pendente)" to ws-rel-linha(1:24)
               perform imprime-linha
               exit paragraph
           end-if.
           initialize checkpoint-rec.
           read checkpoint-file
               at end
                   continue
           end-read.
           close checkpoint-file.
           if ck-corrida = 0
               move "  (nenhum lote pendente)" to ws-rel-linha(1:24)
               perform imprime-linha
               exit paragraph
           end-if.
           move "N" to ws-ic-mudou.
           move ck-estado to ws-ic-antes-estado.
           move ck-estado to ws-ic-estado-x.
           perform busca-mapa.
           if ws-ic-destino not = spaces
               move ws-ic-destino to ck-estado
               move "Y" to ws-ic-mudou
           end-if.
           perform varying ws-ic-i from 1 by 1
                   until ws-ic-i > ck-inv-count or ws-ic-i > 10
               move ck-inv-estado-origem(ws-ic-i) to ws-ic-estado-x
               perform busca-mapa
               if ws-ic-destino not = spaces
                   move ws-ic-destino to ck-inv-estado-origem(ws-ic-i)
                   move "Y" to ws-ic-mudou
               end-if
           end-perform.
           move "  corrida" to ws-rel-linha(1:9).
           move ck-corrida to ws-rel-linha(11:5).
           move "estado" to ws-rel-linha(40:6).
           move ws-ic-antes-estado to ws-rel-linha(47:3).
           if ws-ic-mudou = "Y"
               move "->" to ws-rel-linha(51:2)
               move ck-estado to ws-rel-linha(54:3)
           end-if.
           perform imprime-linha.
           if ws-ic-mudou = "Y" and ic-migrar
               open output checkpoint-file
               write checkpoint-rec
               close checkpoint-file
               display "Checkpoint migrado: estado "
                   ws-ic-antes-estado " -> " ck-estado
           end-if.
           move ck-estado to ws-ic-estado-x.
           perform busca-estado-novo.
           if ws-ic-achou = "N"
               add 1 to ws-ic-impactos
               display "AVISO: checkpoint pendente preso no estado "
                   ck-estado " que o cenario candidato nao define"
               move "  PRESO - estado sem mapeamento"
                   to ws-rel-linha(1:31)
               perform imprime-linha
           end-if.

      ******************************************************************
      *    confere-movimentos - regression lines that expect a death
      *    scene (field 4) only hold when that scene still exists in
      *    the candidate and can still kill: a transition to 666, or
      *    a dice point (D:: row) that dies on a failed roll.
      ******************************************************************
       confere-movimentos.
           perform imprime-linha.
           move "MOVIMENTOS COM MORTE ESPERADA" to ws-rel-linha(1:29).
           perform imprime-linha.
           open input movimentos-file.
           if ws-ic-mov-status not = "00"
               move "  (arquivo de movimentos indisponivel)"
                   to ws-rel-linha(1:38)
               perform imprime-linha
               exit paragraph
           end-if.
           move "N" to ws-ic-eof.
           perform confere-um-movimento until ic-eof.
           close movimentos-file.
           if ws-ic-mov-quebradas = 0
               move "  (nenhuma linha afetada)" to ws-rel-linha(1:25)
               perform imprime-linha
           end-if.

       confere-um-movimento.
           read movimentos-file into ws-ic-linha
               at end
                   set ic-eof to true
               not at end
                   add 1 to ws-ic-mov-linha
                   if ws-ic-linha not = spaces
                       add 1 to ws-ic-mov-lidas
                       perform confere-morte-esperada
                   end-if
           end-read.

       confere-morte-esperada.
           move spaces to ws-ic-f-seq ws-ic-f-terminal ws-ic-f-risco
               ws-ic-f-morte.
           unstring ws-ic-linha delimited by ";"
               into ws-ic-f-seq
                    ws-ic-f-terminal
                    ws-ic-f-risco
                    ws-ic-f-morte
           end-unstring.
           if ws-ic-f-morte = spaces
               exit paragraph
           end-if.
           move function trim(ws-ic-f-morte) to ws-ic-f-morte.
           if ws-ic-f-morte(1:3) is not numeric
               exit paragraph
           end-if.
           move ws-ic-f-morte(1:3) to ws-ic-estado-x.
           perform busca-estado-novo.
           if ws-ic-achou = "Y"
               move "N" to ws-ic-achou
               perform varying ws-ic-j from 1 by 1
                       until ws-ic-j > ws-trn-count
                   if ws-trn-state(ws-ic-j) = ws-ic-estado-x
                           and ws-trn-next(ws-ic-j) = "666"
                       move "Y" to ws-ic-achou
                       exit perform
                   end-if
               end-perform
               if ws-ic-achou = "N"
                   perform varying dad-ix from 1 by 1
                           until dad-ix > ws-mec-dad-count
                       if ws-mec-dad-state(dad-ix) = ws-ic-estado-x
                           move "Y" to ws-ic-achou
                           exit perform
                       end-if
                   end-perform
               end-if
               if ws-ic-achou = "N"
                   move "sem 666 nem dados"
                       to ws-rel-linha(36:22)
               end-if
           else
               move "estado nao existe mais"
                   to ws-rel-linha(36:22)
           end-if.
           if ws-ic-achou = "Y"
               exit paragraph
           end-if.
           add 1 to ws-ic-mov-quebradas.
           add 1 to ws-ic-impactos.
           display "AVISO: movimentos linha " ws-ic-mov-linha
               ": morte esperada no estado " ws-ic-estado-x
               " - " function trim(ws-rel-linha(36:22)).
           move "  linha" to ws-rel-linha(1:7).
           move ws-ic-mov-linha to ws-ic-num-ed.
           move ws-ic-num-ed to ws-rel-linha(9:5).
           move "morte esperada" to ws-rel-linha(15:14).
           move ws-ic-estado-x to ws-rel-linha(30:3).
           perform imprime-linha.

       imprime-totais.
           perform imprime-linha.
           move "Estados removidos...:" to ws-rel-linha(1:21).
           move ws-ic-est-removidos to ws-rel-linha(23:3).
           move "incluidos:" to ws-rel-linha(30:10).
           move ws-ic-est-incluidos to ws-rel-linha(41:3).
           perform imprime-linha.
           move "Transicoes removidas:" to ws-rel-linha(1:21).
           move ws-ic-trn-removidas to ws-rel-linha(23:3).
           move "incluidas:" to ws-rel-linha(30:10).
           move ws-ic-trn-incluidas to ws-rel-linha(41:3).
           move "alteradas:" to ws-rel-linha(47:10).
           move ws-ic-trn-alteradas to ws-rel-linha(58:3).
           perform imprime-linha.
           move "Saves conferidos....:" to ws-rel-linha(1:21).
           move ws-ic-saves-lidos to ws-rel-linha(23:5).
           move "mapeados:" to ws-rel-linha(30:9).
           move ws-ic-saves-mapeados to ws-rel-linha(41:5).
           move "gravados:" to ws-rel-linha(47:9).
           move ws-ic-saves-gravados to ws-rel-linha(58:5).
           move "presos:" to ws-rel-linha(65:7).
           move ws-ic-saves-presos to ws-rel-linha(73:5).
           perform imprime-linha.
           move "Movimentos lidos....:" to ws-rel-linha(1:21).
           move ws-ic-mov-lidas to ws-rel-linha(23:5).
           move "afetados:" to ws-rel-linha(30:9).
           move ws-ic-mov-quebradas to ws-rel-linha(41:5).
           perform imprime-linha.
           move "Erros...............:" to ws-rel-linha(1:21).
           move ws-ic-erros to ws-rel-linha(23:5).
           perform imprime-linha.
           display "=====================".
           display "Impacto da versao do cenario".
           display "Estados removidos....: " ws-ic-est-removidos.
           display "Estados incluidos....: " ws-ic-est-incluidos.
           display "Saves conferidos.....: " ws-ic-saves-lidos.
           display "Saves mapeados.......: " ws-ic-saves-mapeados.
           display "Saves regravados.....: " ws-ic-saves-gravados.
           display "Saves presos.........: " ws-ic-saves-presos.
           display "Movimentos afetados..: " ws-ic-mov-quebradas.
           display "Erros................: " ws-ic-erros.

      ******************************************************************
      *    Lookups: a scene state in the candidate (CENTAB.cpy) or in
      *    the installed copy, and a state's mapping target (spaces
      *    when unmapped).
      ******************************************************************
       busca-estado-novo.
           move "N" to ws-ic-achou.
           perform varying ws-ic-k from 1 by 1
                   until ws-ic-k > ws-scn-count
               if ws-scn-state(ws-ic-k) = ws-ic-estado-x
                   move "Y" to ws-ic-achou
                   exit perform
               end-if
           end-perform.

       busca-estado-antigo.
           move "N" to ws-ic-achou.
           perform varying ws-ic-k from 1 by 1
                   until ws-ic-k > ws-ic-ant-scn-count
               if ws-ic-ant-scn(ws-ic-k) = ws-ic-estado-x
                   move "Y" to ws-ic-achou
                   exit perform
               end-if
           end-perform.

       busca-mapa.
           move spaces to ws-ic-destino.
           perform varying ws-ic-k from 1 by 1
                   until ws-ic-k > ws-ic-mapa-count
               if ws-ic-mapa-ant(ws-ic-k) = ws-ic-estado-x
                   move ws-ic-mapa-novo(ws-ic-k) to ws-ic-destino
                   exit perform
               end-if
           end-perform.

       COPY "CENLOAD.cpy".
       COPY "TRAVAPD.cpy".
       COPY "RELPD.cpy".
