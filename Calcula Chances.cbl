       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      CalculaChances.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    CalculaChances - exact survival odds of a campaign. The
      *    GeraMovimentos load only estimates them (Monte Carlo, as
      *    close as the volume allows) and exploration mode only
      *    says what can be reached; the scenario tables and the
      *    declared dice already fix the real numbers, so this
      *    program works them out from the loaded tables.
      *
      *    The tables are read through the same loader the engine
      *    uses (UNTILDAWN_CAMPANHA/UNTILDAWN_IDIOMA, or the candidate
      *    dataset in UNTILDAWN_ARQ_CENARIO_NOVO - the odds a retune
      *    will give, before it is installed). A position in the game
      *    is a scene plus the items carried, so item-gated branches
      *    are worked out exactly as a real run meets them: every
      *    position reachable from scene 000 is enumerated, with
      *    the engine's rules - the first row of an input whose
      *    inventory condition holds is the one taken, its item
      *    action and the E:: events fire, the next scene's on-entry
      *    events fire, the R:: points are charged and a D:: dice
      *    point kills with its declared probability at the
      *    difficulty being played.
      *
      *    Choice policy, the one GeraMovimentos draws with: at every
      *    position each input with a row that holds is a choice,
      *    uniform unless the weights file (UNTILDAWN_ARQ_PESOS,
      *    default "pesos.txt", optional, "estado;input;peso") says
      *    otherwise. GeraMovimentos draws per row, so an input with
      *    two rows that both hold weighs double there; here it is
      *    one choice, which is what the engine plays.
      *
      *    Print file UNTILDAWN_ARQ_REL_CHANCES (default
      *    "chances.rel.txt"):
      *
      *      - per position, at UNTILDAWN_DIFICULDADE (default 2):
      *        survival and death probability and expected risk
      *        score under the policy, and per input the same figures
      *        for taking that input there and following the policy
      *        after it, plus the survival chance of taking it and
      *        then always playing the best choice; the input with
      *        the highest such chance is the best choice for
      *        survival;
      *      - per difficulty, the exact survival from scene 000
      *        against the rate observed in the batch history
      *        (UNTILDAWN_ARQ_HISTORICO, default "historico.dat",
      *        this campaign only; UNTILDAWN_HIST_DESDE=AAAAMMDD
      *        keeps only batches from that date, e.g. since the
      *        last retune), with the deviation in standard errors
      *        of the observed sample. Within two standard errors
      *        the difference is the sample's; beyond, the odds the
      *        batches met are not the tables' - the tune changed
      *        them, or the players do not play the policy.
      *
      *    The odds are solved by repeated passes over the positions
      *    until no figure moves by more than 0.000000001 (scenes
      *    that loop back - the default rows, the pickups - converge
      *    geometrically). Positions are held in a 500-entry table
      *    and their choices in a 5000-entry one, with up to 10 item
      *    codes as the engine's inventory. RC 8 when the scenario
      *    cannot be loaded or does not fit the tables; RC 4 when
      *    the history is missing, a difficulty's observed rate is
      *    beyond the sampling deviation or the passes do not
      *    converge.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESOS-FILE ASSIGN USING ws-ch-arq-pesos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ch-pesos-status.
           SELECT HISTORICO-FILE ASSIGN USING ws-ch-arq-historico
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ch-hist-status.
           SELECT CENARIO-FILE ASSIGN USING ws-arq-cenario
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cen-ext-status.
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA                         DIVISION.

       FILE SECTION.
       FD  PESOS-FILE.
       01  PESOS-REC                PIC X(80).

       FD  HISTORICO-FILE.
       01  HISTORICO-REC            PIC X(80).

       FD  CENARIO-FILE.
       01  CENARIO-REC              PIC X(80).

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

       77 ws-ch-arq-pesos      pic x(60) value "pesos.txt".
       77 ws-ch-pesos-status   pic x(2) value "00".
       77 ws-ch-arq-historico  pic x(60) value "historico.dat".
       77 ws-ch-hist-status    pic x(2) value "00".
       77 ws-ch-arq-novo       pic x(60) value spaces.
       77 ws-ch-desde          pic x(8) value spaces.
       77 ws-ch-dif-txt        pic x(1) value "2".
       77 ws-ch-dificuldade    pic 9(1) value 2.
       77 ws-ch-d              pic 9(1) value 0.
       77 ws-ch-eof            pic x(1) value "N".
           88 ch-eof           value "Y".
       77 ws-ch-linha          pic x(80).
       77 ws-ch-f-estado       pic x(3).
       77 ws-ch-f-input        pic x(3).
       77 ws-ch-f-peso         pic x(3).
       77 ws-ch-rc             pic 9(2) value 0.
       77 ws-ch-estouro        pic x(1) value "N".
           88 ch-estouro       value "Y".

      ******************************************************************
      *    Configured weights, from the optional weights file (same
      *    layout and table as GeraMovimentos).
      ******************************************************************
       77 ws-ps-count          pic 9(3) value 0.
       01 ws-ps-tab.
           05 ws-ps-ent occurs 100 times.
               10 ws-ps-estado         pic x(3).
               10 ws-ps-input          pic x(1).
               10 ws-ps-peso           pic 9(3).

      ******************************************************************
      *    Items the campaign mentions (conditions, actions, events);
      *    an inventory is one Y/N byte per entry, in this order.
      ******************************************************************
       77 ws-ch-item-count     pic 9(2) value 0.
       01 ws-ch-item-tab.
           05 ws-ch-item occurs 10 times pic x(10).
       77 ws-ch-cod            pic x(10).
       77 ws-ch-it             pic 9(2) value 0.
       77 ws-ch-inv            pic x(10).
       77 ws-ch-cena           pic x(3).
       77 ws-ch-prox           pic x(3).
       77 ws-ch-input          pic x(1).
       77 ws-ch-cond-ok        pic x(1) value "Y".

      ******************************************************************
      *    Positions (scene + items) and their choices. Entries 1 and
      *    2 are the terminal 777 and 666; entry 3 is scene 000 as a
      *    run starts it. Each position's choices are contiguous in
      *    ws-ch-arc-tab from ws-ch-est-arc-ini.
      ******************************************************************
       77 ws-ch-est-count      pic 9(4) value 0.
       01 ws-ch-est-tab.
           05 ws-ch-est-ent occurs 500 times.
               10 ws-ch-est-cena       pic x(3).
               10 ws-ch-est-inv        pic x(10).
               10 ws-ch-est-arc-ini    pic 9(4).
               10 ws-ch-est-arc-qtd    pic 9(3).
               10 ws-ch-est-peso-tot   pic 9(6).
               10 ws-ch-est-sobr       pic 9v9(12).
               10 ws-ch-est-morte      pic 9v9(12).
               10 ws-ch-est-risco      pic 9(5)v9(8).
               10 ws-ch-est-otima      pic 9v9(12).
               10 ws-ch-est-melhor     pic x(1).
       77 ws-ch-arc-count      pic 9(4) value 0.
       01 ws-ch-arc-tab.
           05 ws-ch-arc-ent occurs 5000 times.
               10 ws-ch-arc-input      pic x(1).
               10 ws-ch-arc-peso       pic 9(3).
               10 ws-ch-arc-pontos     pic 9(3).
               10 ws-ch-arc-dad        pic 9(3).
               10 ws-ch-arc-destino    pic 9(4).
               10 ws-ch-arc-sobr       pic 9v9(12).
               10 ws-ch-arc-morte      pic 9v9(12).
               10 ws-ch-arc-risco      pic 9(5)v9(8).
               10 ws-ch-arc-otima      pic 9v9(12).
       77 ws-ch-e              pic 9(4) value 0.
       77 ws-ch-x              pic 9(4) value 0.
       77 ws-ch-a              pic 9(4) value 0.
       77 ws-ch-arc-fim        pic 9(4) value 0.
       77 ws-ch-i              pic 9(3) value 0.

      ******************************************************************
      *    Solver work fields.
      ******************************************************************
       77 ws-ch-t              pic 9v9(4) value 0.
       77 ws-ch-q              pic 9v9(4) value 1.
       77 ws-ch-n-sobr         pic 9v9(12) value 0.
       77 ws-ch-n-morte        pic 9v9(12) value 0.
       77 ws-ch-n-risco        pic 9(5)v9(8) value 0.
       77 ws-ch-n-otima        pic 9v9(12) value 0.
       77 ws-ch-n-melhor       pic x(1) value space.
       77 ws-ch-var            pic s9(5)v9(12) value 0.
       77 ws-ch-var-max        pic 9(5)v9(12) value 0.
       77 ws-ch-passes         pic 9(5) value 0.
       77 ws-ch-passes-max     pic 9(5) value 20000.
       77 ws-ch-convergiu      pic x(1) value "N".
           88 ch-convergiu     value "Y".

       01 ws-ch-res-tab.
           05 ws-ch-res occurs 3 times.
               10 ws-ch-res-sobr       pic 9v9(12).
               10 ws-ch-res-morte      pic 9v9(12).
               10 ws-ch-res-risco      pic 9(5)v9(8).
               10 ws-ch-res-otima      pic 9v9(12).
               10 ws-ch-res-passes     pic 9(5).

      ******************************************************************
      *    Batch history, this campaign, per difficulty: runs,
      *    survivals and the run-weighted risk sum.
      ******************************************************************
       77 ws-ch-h-data         pic x(8).
       77 ws-ch-h-dif          pic x(1).
       77 ws-ch-h-proc         pic x(10).
       77 ws-ch-h-sobr         pic x(10).
       77 ws-ch-h-mort         pic x(10).
       77 ws-ch-h-media        pic x(10).
       77 ws-ch-h-melhor       pic x(10).
       77 ws-ch-h-campanha     pic x(8).
       77 ws-ch-h-n            pic 9(1) value 0.
       77 ws-ch-h-lidos        pic 9(7) value 0.
       77 ws-ch-h-usados       pic 9(7) value 0.
       01 ws-ch-obs-tab.
           05 ws-ch-obs occurs 3 times.
               10 ws-ch-obs-proc       pic 9(9).
               10 ws-ch-obs-sobr       pic 9(9).
               10 ws-ch-obs-risco      pic 9(13).
       77 ws-ch-taxa-obs       pic 9v9(12) value 0.
       77 ws-ch-erro-pad       pic 9v9(12) value 0.
       77 ws-ch-z              pic s9(5)v99 value 0.

       77 ws-ch-pct            pic 9(3)v99 value 0.
       77 ws-ch-pct-ed         pic zz9.99 value zero.
       77 ws-ch-exata-ed       pic zz9.99 value zero.
       77 ws-ch-obs-ed         pic zz9.99 value zero.
       77 ws-ch-dpt            pic s9(3)v99 value 0.
       77 ws-ch-dpt-ed         pic +zz9.99 value zero.
       77 ws-ch-z-ed           pic -zzz9.99 value zero.
       77 ws-ch-risco-ed       pic zzzz9.99 value zero.
       77 ws-ch-num-ed         pic zzzzzzzz9 value zero.
       77 ws-ch-ptr            pic 9(3) value 1.

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
           accept ws-ch-arq-novo
               from environment "UNTILDAWN_ARQ_CENARIO_NOVO"
               on exception
                   move spaces to ws-ch-arq-novo
           end-accept.
           accept ws-ch-arq-pesos
               from environment "UNTILDAWN_ARQ_PESOS"
               on exception
                   move "pesos.txt" to ws-ch-arq-pesos
           end-accept.
           accept ws-ch-arq-historico
               from environment "UNTILDAWN_ARQ_HISTORICO"
               on exception
                   move "historico.dat" to ws-ch-arq-historico
           end-accept.
           accept ws-ch-desde
               from environment "UNTILDAWN_HIST_DESDE"
               on exception
                   move spaces to ws-ch-desde
           end-accept.
           accept ws-ch-dif-txt
               from environment "UNTILDAWN_DIFICULDADE"
               on exception
                   move "2" to ws-ch-dif-txt
           end-accept.
           evaluate ws-ch-dif-txt
               when "1"
                   move 1 to ws-ch-dificuldade
               when "3"
                   move 3 to ws-ch-dificuldade
               when other
                   move 2 to ws-ch-dificuldade
           end-evaluate.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_CHANCES"
               on exception
                   move "chances.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "chances.rel.txt" to ws-arq-relatorio
           end-if.
           if ws-ch-arq-novo not = spaces
               move ws-ch-arq-novo to ws-arq-cenario-forcado
           end-if.
           perform carrega-cenario.
           if ws-scn-count = 0 or ws-trn-count = 0
               display "Cenario sem cenas ou transicoes; nada a"
                   " calcular."
               move 8 to return-code
               stop run
           end-if.
           perform carrega-pesos.
           perform registra-itens.
           if not ch-estouro
               perform monta-posicoes
           end-if.
           if ch-estouro
               move 8 to return-code
               stop run
           end-if.
           move "UNTILDAWN - CHANCES DE SOBREVIVENCIA" to ws-rel-titulo.
           perform abre-relatorio.
           perform imprime-parametros.
           perform varying ws-ch-d from 1 by 1 until ws-ch-d > 3
               perform resolve-cadeia
               move ws-ch-est-sobr(3) to ws-ch-res-sobr(ws-ch-d)
               move ws-ch-est-morte(3) to ws-ch-res-morte(ws-ch-d)
               move ws-ch-est-risco(3) to ws-ch-res-risco(ws-ch-d)
               move ws-ch-est-otima(3) to ws-ch-res-otima(ws-ch-d)
               move ws-ch-passes to ws-ch-res-passes(ws-ch-d)
               if ws-ch-d = ws-ch-dificuldade
                   perform lista-posicoes
               end-if
           end-perform.
           perform le-historico.
           perform imprime-comparacao.
           perform fecha-relatorio.
           display "Relatorio gravado em "
               function trim(ws-arq-relatorio).
           move ws-ch-rc to return-code.
           stop run.

      ******************************************************************
      *    carrega-pesos - the optional weights file; no file at all
      *    is the uniform policy.
      ******************************************************************
       carrega-pesos.
           open input pesos-file.
           if ws-ch-pesos-status not = "00"
               exit paragraph
           end-if.
           move "N" to ws-ch-eof.
           perform carrega-um-peso until ch-eof.
           close pesos-file.

       carrega-um-peso.
           read pesos-file into ws-ch-linha
               at end
                   set ch-eof to true
               not at end
                   if ws-ch-linha not = spaces
                           and ws-ch-linha(1:1) not = "*"
                       perform guarda-um-peso
                   end-if
           end-read.

       guarda-um-peso.
           move spaces to ws-ch-f-estado ws-ch-f-input
               ws-ch-f-peso.
           unstring ws-ch-linha delimited by ";"
               into ws-ch-f-estado
                    ws-ch-f-input
                    ws-ch-f-peso
           end-unstring.
           if ws-ch-f-estado = spaces or ws-ch-f-input = spaces
                   or ws-ch-f-peso = spaces
               display "Peso invalido ignorado: "
                   function trim(ws-ch-linha)
               exit paragraph
           end-if.
           if ws-ps-count >= 100
               display "AVISO: tabela de pesos cheia; ignorado: "
                   function trim(ws-ch-linha)
               exit paragraph
           end-if.
           add 1 to ws-ps-count.
           move ws-ch-f-estado to ws-ps-estado(ws-ps-count).
           move ws-ch-f-input(1:1) to ws-ps-input(ws-ps-count).
           compute ws-ps-peso(ws-ps-count) =
               function numval(ws-ch-f-peso).
           if ws-ps-peso(ws-ps-count) = 0
               move 1 to ws-ps-peso(ws-ps-count)
           end-if.

      ******************************************************************
      *    registra-itens - every item code the transition conditions
      *    and actions and the E:: events mention gets its byte in
      *    the inventory.
      ******************************************************************
       registra-itens.
           move 0 to ws-ch-item-count.
           perform varying trn-ix from 1 by 1
                   until trn-ix > ws-trn-count
               if ws-trn-cond(trn-ix) not = spaces
                   move ws-trn-cond(trn-ix)(2:) to ws-ch-cod
                   perform registra-um-item
               end-if
               if ws-trn-acao(trn-ix) not = spaces
                   move ws-trn-acao(trn-ix)(2:) to ws-ch-cod
                   perform registra-um-item
               end-if
           end-perform.
           perform varying evt-ix from 1 by 1
                   until evt-ix > ws-mec-evt-count
               if ws-mec-evt-acao(evt-ix)(1:1) = "@"
                       or ws-mec-evt-acao(evt-ix)(1:1) = "!"
                   move ws-mec-evt-acao(evt-ix)(2:) to ws-ch-cod
                   perform registra-um-item
               end-if
           end-perform.

       registra-um-item.
           perform busca-item-ch.
           if ws-ch-it > 0
               exit paragraph
           end-if.
           if ws-ch-item-count >= 10
               if not ch-estouro
                   display "ERRO: mais de 10 itens no cenario; "
                       function trim(ws-ch-cod) " nao cabe no"
                       " inventario."
               end-if
               set ch-estouro to true
               exit paragraph
           end-if.
           add 1 to ws-ch-item-count.
           move ws-ch-cod to ws-ch-item(ws-ch-item-count).

       busca-item-ch.
           move 0 to ws-ch-it.
           perform varying ws-ch-i from 1 by 1
                   until ws-ch-i > ws-ch-item-count
               if ws-ch-item(ws-ch-i) = ws-ch-cod
                   move ws-ch-i to ws-ch-it
                   exit perform
               end-if
           end-perform.

      ******************************************************************
      *    monta-posicoes - every position reachable from the start,
      *    breadth first: the start is scene 000 with nothing carried
      *    and its on-entry events fired, and each position found is
      *    expanded in turn into its choices.
      ******************************************************************
       monta-posicoes.
           move 0 to ws-ch-est-count ws-ch-arc-count.
           move "777" to ws-ch-cena.
           move all "N" to ws-ch-inv.
           perform cria-posicao.
           move "666" to ws-ch-cena.
           perform cria-posicao.
           move "000" to ws-ch-cena.
           move all "N" to ws-ch-inv.
           move "*" to ws-ch-input.
           perform aplica-eventos-ch.
           perform cria-posicao.
           move 3 to ws-ch-e.
           perform expande-posicao
               until ws-ch-e > ws-ch-est-count or ch-estouro.

       expande-posicao.
           move ws-ch-arc-count to ws-ch-est-arc-ini(ws-ch-e).
           add 1 to ws-ch-est-arc-ini(ws-ch-e).
           move 0 to ws-ch-est-arc-qtd(ws-ch-e)
               ws-ch-est-peso-tot(ws-ch-e).
           perform varying trn-ix from 1 by 1
                   until trn-ix > ws-trn-count or ch-estouro
               if ws-trn-state(trn-ix) = ws-ch-est-cena(ws-ch-e)
                   move ws-ch-est-inv(ws-ch-e) to ws-ch-inv
                   perform verifica-condicao-ch
                   if ws-ch-cond-ok = "Y"
                       perform adiciona-escolha
                   end-if
               end-if
           end-perform.
           add 1 to ws-ch-e.

      ******************************************************************
      *    adiciona-escolha - row trn-ix holds at position ws-ch-e.
      *    The table is scanned in order, so the first row that holds
      *    for an input is the one busca-transicao would take; a
      *    later row of the same input adds no choice. The choice's
      *    weight, risk points and dice point, and the position it
      *    leads to (items after the row action, the input's events
      *    and the next scene's on-entry events).
      ******************************************************************
       adiciona-escolha.
           move ws-ch-est-arc-ini(ws-ch-e) to ws-ch-a.
           compute ws-ch-arc-fim = ws-ch-a + ws-ch-est-arc-qtd(ws-ch-e).
           perform varying ws-ch-a from ws-ch-a by 1
                   until ws-ch-a >= ws-ch-arc-fim
               if ws-ch-arc-input(ws-ch-a) = ws-trn-input(trn-ix)
                   exit paragraph
               end-if
           end-perform.
           if ws-ch-arc-count >= 5000
               display "ERRO: mais de 5000 escolhas no cenario."
               set ch-estouro to true
               exit paragraph
           end-if.
           add 1 to ws-ch-arc-count.
           move ws-ch-arc-count to ws-ch-a.
           add 1 to ws-ch-est-arc-qtd(ws-ch-e).
           move ws-trn-input(trn-ix) to ws-ch-arc-input(ws-ch-a).
           perform busca-peso-ch.
           add ws-ch-arc-peso(ws-ch-a) to ws-ch-est-peso-tot(ws-ch-e).
           move ws-ch-est-cena(ws-ch-e) to ws-mec-busca-state.
           move ws-trn-input(trn-ix) to ws-mec-busca-input.
           perform busca-mecanica-risco.
           move ws-mec-pontos to ws-ch-arc-pontos(ws-ch-a).
           perform busca-mecanica-dados.
           move ws-mec-ix to ws-ch-arc-dad(ws-ch-a).
           if ws-trn-acao(trn-ix) not = spaces
               move ws-trn-acao(trn-ix)(2:) to ws-ch-cod
               perform busca-item-ch
               if ws-trn-acao(trn-ix)(1:1) = "@"
                   move "Y" to ws-ch-inv(ws-ch-it:1)
               else
                   move "N" to ws-ch-inv(ws-ch-it:1)
               end-if
           end-if.
           move ws-ch-est-cena(ws-ch-e) to ws-ch-cena.
           move ws-trn-input(trn-ix) to ws-ch-input.
           perform aplica-eventos-ch.
           move ws-trn-next(trn-ix) to ws-ch-prox.
           evaluate ws-ch-prox
               when "777"
                   move 1 to ws-ch-arc-destino(ws-ch-a)
               when "666"
                   move 2 to ws-ch-arc-destino(ws-ch-a)
               when other
                   move ws-ch-prox to ws-ch-cena
                   move "*" to ws-ch-input
                   perform aplica-eventos-ch
                   perform localiza-posicao
                   move ws-ch-x to ws-ch-arc-destino(ws-ch-a)
           end-evaluate.

       busca-peso-ch.
           move 1 to ws-ch-arc-peso(ws-ch-a).
           perform varying ws-ch-i from 1 by 1
                   until ws-ch-i > ws-ps-count
               if ws-ps-estado(ws-ch-i) = ws-ch-est-cena(ws-ch-e)
                       and ws-ps-input(ws-ch-i) = ws-trn-input(trn-ix)
                   move ws-ps-peso(ws-ch-i) to ws-ch-arc-peso(ws-ch-a)
                   exit perform
               end-if
           end-perform.

      ******************************************************************
      *    localiza-posicao - the position for ws-ch-cena/ws-ch-inv
      *    into ws-ch-x, created (to be expanded later) when new.
      ******************************************************************
       localiza-posicao.
           perform varying ws-ch-x from 3 by 1
                   until ws-ch-x > ws-ch-est-count
               if ws-ch-est-cena(ws-ch-x) = ws-ch-cena
                       and ws-ch-est-inv(ws-ch-x) = ws-ch-inv
                   exit paragraph
               end-if
           end-perform.
           perform cria-posicao.
           move ws-ch-est-count to ws-ch-x.

       cria-posicao.
           if ws-ch-est-count >= 500
               if not ch-estouro
                   display "ERRO: mais de 500 posicoes (cena e"
                       " itens) no cenario."
               end-if
               set ch-estouro to true
               move 1 to ws-ch-x
               exit paragraph
           end-if.
           add 1 to ws-ch-est-count.
           initialize ws-ch-est-ent(ws-ch-est-count).
           move ws-ch-cena to ws-ch-est-cena(ws-ch-est-count).
           move ws-ch-inv to ws-ch-est-inv(ws-ch-est-count).

      ******************************************************************
      *    verifica-condicao-ch / aplica-eventos-ch - the engine's
      *    verifica-condicao and aplica-eventos over ws-ch-inv.
      ******************************************************************
       verifica-condicao-ch.
           move "Y" to ws-ch-cond-ok.
           if ws-trn-cond(trn-ix) = spaces
               exit paragraph
           end-if.
           move ws-trn-cond(trn-ix)(2:) to ws-ch-cod.
           perform busca-item-ch.
           evaluate ws-trn-cond(trn-ix)(1:1)
               when "+"
                   if ws-ch-inv(ws-ch-it:1) not = "Y"
                       move "N" to ws-ch-cond-ok
                   end-if
               when "-"
                   if ws-ch-inv(ws-ch-it:1) = "Y"
                       move "N" to ws-ch-cond-ok
                   end-if
           end-evaluate.

       aplica-eventos-ch.
           perform varying evt-ix from 1 by 1
                   until evt-ix > ws-mec-evt-count
               if ws-mec-evt-state(evt-ix) = ws-ch-cena
                       and ws-mec-evt-input(evt-ix) = ws-ch-input
                   move ws-mec-evt-acao(evt-ix)(2:) to ws-ch-cod
                   evaluate ws-mec-evt-acao(evt-ix)(1:1)
                       when "@"
                           perform busca-item-ch
                           move "Y" to ws-ch-inv(ws-ch-it:1)
                       when "!"
                           perform busca-item-ch
                           move "N" to ws-ch-inv(ws-ch-it:1)
                   end-evaluate
               end-if
           end-perform.

      ******************************************************************
      *    resolve-cadeia - the odds at difficulty ws-ch-d. Each pass
      *    recomputes every position from its choices with the
      *    latest figures of the positions they lead to; passes stop
      *    when nothing moves by more than 0.000000001.
      ******************************************************************
       resolve-cadeia.
           perform varying ws-ch-e from 3 by 1
                   until ws-ch-e > ws-ch-est-count
               move 0 to ws-ch-est-sobr(ws-ch-e)
                   ws-ch-est-morte(ws-ch-e)
                   ws-ch-est-risco(ws-ch-e)
                   ws-ch-est-otima(ws-ch-e)
               move space to ws-ch-est-melhor(ws-ch-e)
           end-perform.
           move 1 to ws-ch-est-sobr(1) ws-ch-est-otima(1).
           move 0 to ws-ch-est-morte(1) ws-ch-est-risco(1).
           move 0 to ws-ch-est-sobr(2) ws-ch-est-otima(2)
               ws-ch-est-risco(2).
           move 1 to ws-ch-est-morte(2).
           move 0 to ws-ch-passes.
           move "N" to ws-ch-convergiu.
           perform resolve-passagem
               until ch-convergiu or ws-ch-passes >= ws-ch-passes-max.
           if not ch-convergiu
               display "AVISO: calculo nao convergiu em "
                   ws-ch-passes " passagens (dificuldade " ws-ch-d
                   ")."
               move 4 to ws-ch-rc
           end-if.

       resolve-passagem.
           add 1 to ws-ch-passes.
           move 0 to ws-ch-var-max.
           perform varying ws-ch-e from 3 by 1
                   until ws-ch-e > ws-ch-est-count
               perform resolve-posicao
           end-perform.
           if ws-ch-var-max < 0.000000001
               set ch-convergiu to true
           end-if.

      ******************************************************************
      *    resolve-posicao - one position: per choice, the figures of
      *    taking it (a dice point kills with its threshold at this
      *    difficulty before the move lands; the risk points are
      *    charged either way), then the policy's weighted mix and
      *    the best choice.
      ******************************************************************
       resolve-posicao.
           move 0 to ws-ch-n-sobr ws-ch-n-morte ws-ch-n-risco
               ws-ch-n-otima.
           move space to ws-ch-n-melhor.
           move ws-ch-est-arc-ini(ws-ch-e) to ws-ch-a.
           compute ws-ch-arc-fim = ws-ch-a + ws-ch-est-arc-qtd(ws-ch-e).
           perform varying ws-ch-a from ws-ch-a by 1
                   until ws-ch-a >= ws-ch-arc-fim
               move 0 to ws-ch-t
               if ws-ch-arc-dad(ws-ch-a) > 0
                   move ws-mec-dad-limiar(ws-ch-arc-dad(ws-ch-a),
                       ws-ch-d) to ws-ch-t
               end-if
               compute ws-ch-q = 1 - ws-ch-t
               move ws-ch-arc-destino(ws-ch-a) to ws-ch-x
               compute ws-ch-arc-sobr(ws-ch-a) =
                   ws-ch-q * ws-ch-est-sobr(ws-ch-x)
               compute ws-ch-arc-morte(ws-ch-a) =
                   ws-ch-t + ws-ch-q * ws-ch-est-morte(ws-ch-x)
               compute ws-ch-arc-risco(ws-ch-a) =
                   ws-ch-arc-pontos(ws-ch-a)
                   + ws-ch-q * ws-ch-est-risco(ws-ch-x)
               compute ws-ch-arc-otima(ws-ch-a) =
                   ws-ch-q * ws-ch-est-otima(ws-ch-x)
               compute ws-ch-n-sobr = ws-ch-n-sobr
                   + ws-ch-arc-sobr(ws-ch-a) * ws-ch-arc-peso(ws-ch-a)
                   / ws-ch-est-peso-tot(ws-ch-e)
               compute ws-ch-n-morte = ws-ch-n-morte
                   + ws-ch-arc-morte(ws-ch-a) * ws-ch-arc-peso(ws-ch-a)
                   / ws-ch-est-peso-tot(ws-ch-e)
               compute ws-ch-n-risco = ws-ch-n-risco
                   + ws-ch-arc-risco(ws-ch-a) * ws-ch-arc-peso(ws-ch-a)
                   / ws-ch-est-peso-tot(ws-ch-e)
               if ws-ch-n-melhor = space
                       or ws-ch-arc-otima(ws-ch-a) > ws-ch-n-otima
                   move ws-ch-arc-otima(ws-ch-a) to ws-ch-n-otima
                   move ws-ch-arc-input(ws-ch-a) to ws-ch-n-melhor
               end-if
           end-perform.
           compute ws-ch-var = ws-ch-n-sobr - ws-ch-est-sobr(ws-ch-e).
           perform guarda-variacao.
           compute ws-ch-var = ws-ch-n-morte - ws-ch-est-morte(ws-ch-e).
           perform guarda-variacao.
           compute ws-ch-var = ws-ch-n-risco - ws-ch-est-risco(ws-ch-e).
           perform guarda-variacao.
           compute ws-ch-var = ws-ch-n-otima - ws-ch-est-otima(ws-ch-e).
           perform guarda-variacao.
           move ws-ch-n-sobr to ws-ch-est-sobr(ws-ch-e).
           move ws-ch-n-morte to ws-ch-est-morte(ws-ch-e).
           move ws-ch-n-risco to ws-ch-est-risco(ws-ch-e).
           move ws-ch-n-otima to ws-ch-est-otima(ws-ch-e).
           move ws-ch-n-melhor to ws-ch-est-melhor(ws-ch-e).

       guarda-variacao.
           if ws-ch-var < 0
               compute ws-ch-var = 0 - ws-ch-var
           end-if.
           if ws-ch-var > ws-ch-var-max
               move ws-ch-var to ws-ch-var-max
           end-if.

      ******************************************************************
      *    imprime-parametros - what was solved: campaign, dataset,
      *    policy and the size of the position graph.
      ******************************************************************
       imprime-parametros.
           move "Campanha............:" to ws-rel-linha(1:21).
           move ws-campanha to ws-rel-linha(23:8).
           perform imprime-linha.
           move "Cenario.............:" to ws-rel-linha(1:21).
           if ws-ch-arq-novo not = spaces
               move ws-ch-arq-novo to ws-rel-linha(23:60)
           else
               if campanha-interna
                   move "instalado (interno)" to ws-rel-linha(23:19)
               else
                   move ws-arq-cenario to ws-rel-linha(23:60)
               end-if
           end-if.
           perform imprime-linha.
           move "Politica de escolha.:" to ws-rel-linha(1:21).
           if ws-ps-count = 0
               move "uniforme" to ws-rel-linha(23:8)
           else
               move 23 to ws-ch-ptr
               move ws-ps-count to ws-ch-num-ed
               string "pesos de " delimited by size
                      function trim(ws-ch-arq-pesos) delimited by size
                      " (" delimited by size
                      function trim(ws-ch-num-ed) delimited by size
                      " linhas)" delimited by size
                   into ws-rel-linha
                   with pointer ws-ch-ptr
               end-string
           end-if.
           perform imprime-linha.
           move "Posicoes (cena+itens):" to ws-rel-linha(1:22).
           compute ws-ch-num-ed = ws-ch-est-count - 2.
           move ws-ch-num-ed to ws-rel-linha(24:9).
           perform imprime-linha.
           move "Escolhas............:" to ws-rel-linha(1:21).
           move ws-ch-arc-count to ws-ch-num-ed.
           move ws-ch-num-ed to ws-rel-linha(24:9).
           perform imprime-linha.
           perform imprime-linha.

      ******************************************************************
      *    lista-posicoes - per position, in the order they were
      *    reached from the start, at the listed difficulty.
      ******************************************************************
       lista-posicoes.
           move "CHANCES POR POSICAO - DIFICULDADE"
               to ws-rel-linha(1:33).
           move ws-ch-d to ws-rel-linha(35:1).
           perform imprime-linha.
           move "Sobrev./Morte: probabilidade de terminar em 777/666;"
               to ws-rel-linha(1:52).
           move " Risco: pontuacao de risco esperada no fim da corrida;"
               to ws-rel-linha(53:54).
           perform imprime-linha.
           move "Otima: sobrevivencia tomando a entrada e jogando"
               to ws-rel-linha(1:48).
           move " sempre a melhor escolha depois."
               to ws-rel-linha(49:32).
           perform imprime-linha.
           perform varying ws-ch-e from 3 by 1
                   until ws-ch-e > ws-ch-est-count
               perform lista-uma-posicao
           end-perform.

       lista-uma-posicao.
           perform imprime-linha.
           move "Estado" to ws-rel-linha(1:6).
           move ws-ch-est-cena(ws-ch-e) to ws-rel-linha(8:3).
           move "Itens:" to ws-rel-linha(13:6).
           move 20 to ws-ch-ptr.
           perform varying ws-ch-i from 1 by 1
                   until ws-ch-i > ws-ch-item-count
               if ws-ch-est-inv(ws-ch-e)(ws-ch-i:1) = "Y"
                   string function trim(ws-ch-item(ws-ch-i))
                           delimited by size
                          " " delimited by size
                       into ws-rel-linha
                       with pointer ws-ch-ptr
                   end-string
               end-if
           end-perform.
           if ws-ch-ptr = 20
               move "(nenhum)" to ws-rel-linha(20:8)
           end-if.
           perform imprime-linha.
           if ws-ch-est-arc-qtd(ws-ch-e) = 0
               move "  sem transicoes definidas - sem desfecho"
                   to ws-rel-linha(1:41)
               perform imprime-linha
               exit paragraph
           end-if.
           move "  Politica:" to ws-rel-linha(1:11).
           move "Sobrev." to ws-rel-linha(14:7).
           compute ws-ch-pct rounded = ws-ch-est-sobr(ws-ch-e) * 100.
           move ws-ch-pct to ws-ch-pct-ed.
           move ws-ch-pct-ed to ws-rel-linha(22:6).
           move "%  Morte" to ws-rel-linha(28:8).
           compute ws-ch-pct rounded = ws-ch-est-morte(ws-ch-e) * 100.
           move ws-ch-pct to ws-ch-pct-ed.
           move ws-ch-pct-ed to ws-rel-linha(37:6).
           move "%  Risco" to ws-rel-linha(43:8).
           compute ws-ch-risco-ed rounded = ws-ch-est-risco(ws-ch-e).
           move ws-ch-risco-ed to ws-rel-linha(52:8).
           move "Melhor escolha:" to ws-rel-linha(62:15).
           move ws-ch-est-melhor(ws-ch-e) to ws-rel-linha(78:1).
           move "(otima" to ws-rel-linha(80:6).
           compute ws-ch-pct rounded = ws-ch-est-otima(ws-ch-e) * 100.
           move ws-ch-pct to ws-ch-pct-ed.
           move ws-ch-pct-ed to ws-rel-linha(87:6).
           move "%)" to ws-rel-linha(93:2).
           perform imprime-linha.
           move "  Entrada  Escolha%  Sobrev.%   Morte%     Risco"
               to ws-rel-linha(1:48).
           move "   Otima%  Vai para" to ws-rel-linha(49:19).
           perform imprime-linha.
           move ws-ch-est-arc-ini(ws-ch-e) to ws-ch-a.
           compute ws-ch-arc-fim = ws-ch-a + ws-ch-est-arc-qtd(ws-ch-e).
           perform varying ws-ch-a from ws-ch-a by 1
                   until ws-ch-a >= ws-ch-arc-fim
               perform lista-uma-escolha
           end-perform.

       lista-uma-escolha.
           move ws-ch-arc-input(ws-ch-a) to ws-rel-linha(6:1).
           if ws-ch-arc-input(ws-ch-a) = ws-ch-est-melhor(ws-ch-e)
               move "*" to ws-rel-linha(8:1)
           end-if.
           compute ws-ch-pct rounded = ws-ch-arc-peso(ws-ch-a) * 100
               / ws-ch-est-peso-tot(ws-ch-e).
           move ws-ch-pct to ws-ch-pct-ed.
           move ws-ch-pct-ed to ws-rel-linha(12:6).
           compute ws-ch-pct rounded = ws-ch-arc-sobr(ws-ch-a) * 100.
           move ws-ch-pct to ws-ch-pct-ed.
           move ws-ch-pct-ed to ws-rel-linha(21:6).
           compute ws-ch-pct rounded = ws-ch-arc-morte(ws-ch-a) * 100.
           move ws-ch-pct to ws-ch-pct-ed.
           move ws-ch-pct-ed to ws-rel-linha(30:6).
           compute ws-ch-risco-ed rounded = ws-ch-arc-risco(ws-ch-a).
           move ws-ch-risco-ed to ws-rel-linha(38:8).
           compute ws-ch-pct rounded = ws-ch-arc-otima(ws-ch-a) * 100.
           move ws-ch-pct to ws-ch-pct-ed.
           move ws-ch-pct-ed to ws-rel-linha(51:6).
           move ws-ch-arc-destino(ws-ch-a) to ws-ch-x.
           move ws-ch-est-cena(ws-ch-x) to ws-rel-linha(59:3).
           if ws-ch-arc-dad(ws-ch-a) > 0
               move "(dados)" to ws-rel-linha(63:7)
           end-if.
           perform imprime-linha.

      ******************************************************************
      *    le-historico - the batch history of this campaign (records
      *    without a campaign field are the built-in story), from
      *    UNTILDAWN_HIST_DESDE on when given, summed per difficulty.
      ******************************************************************
       le-historico.
           initialize ws-ch-obs-tab.
           move 0 to ws-ch-h-lidos ws-ch-h-usados.
           open input historico-file.
           if ws-ch-hist-status not = "00"
               display "AVISO: historico nao encontrado: "
                   function trim(ws-ch-arq-historico)
               move 4 to ws-ch-rc
               exit paragraph
           end-if.
           move "N" to ws-ch-eof.
           perform le-um-historico until ch-eof.
           close historico-file.

       le-um-historico.
           read historico-file into ws-ch-linha
               at end
                   set ch-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-ch-h-lidos.
           move spaces to ws-ch-h-data ws-ch-h-dif ws-ch-h-proc
               ws-ch-h-sobr ws-ch-h-mort ws-ch-h-media ws-ch-h-melhor
               ws-ch-h-campanha.
           unstring ws-ch-linha delimited by ";"
               into ws-ch-h-data
                    ws-ch-h-dif
                    ws-ch-h-proc
                    ws-ch-h-sobr
                    ws-ch-h-mort
                    ws-ch-h-media
                    ws-ch-h-melhor
                    ws-ch-h-campanha
           end-unstring.
           if ws-ch-h-data = spaces
                   or (ws-ch-h-dif not = "1" and not = "2"
                       and not = "3")
               exit paragraph
           end-if.
           if ws-ch-h-campanha = spaces
               move "MANSAO" to ws-ch-h-campanha
           end-if.
           if function upper-case(ws-ch-h-campanha)
                   not = function upper-case(ws-campanha)
               exit paragraph
           end-if.
           if ws-ch-desde not = spaces and ws-ch-h-data < ws-ch-desde
               exit paragraph
           end-if.
           add 1 to ws-ch-h-usados.
           move ws-ch-h-dif to ws-ch-h-n.
           compute ws-ch-obs-proc(ws-ch-h-n) =
               ws-ch-obs-proc(ws-ch-h-n)
               + function numval(ws-ch-h-proc).
           compute ws-ch-obs-sobr(ws-ch-h-n) =
               ws-ch-obs-sobr(ws-ch-h-n)
               + function numval(ws-ch-h-sobr).
           compute ws-ch-obs-risco(ws-ch-h-n) =
               ws-ch-obs-risco(ws-ch-h-n)
               + function numval(ws-ch-h-media)
                 * function numval(ws-ch-h-proc).

      ******************************************************************
      *    imprime-comparacao - per difficulty, the exact survival
      *    from the start against the history's rate. The deviation
      *    is measured in standard errors of a sample of that many
      *    runs at the exact rate; two or fewer is sampling noise.
      ******************************************************************
       imprime-comparacao.
           perform imprime-linha.
           move "EXATO x OBSERVADO NO HISTORICO" to ws-rel-linha(1:30).
           perform imprime-linha.
           move "Historico...........:" to ws-rel-linha(1:21).
           move ws-ch-arq-historico to ws-rel-linha(23:60).
           perform imprime-linha.
           if ws-ch-desde not = spaces
               move "Lotes a partir de...:" to ws-rel-linha(1:21)
               move ws-ch-desde to ws-rel-linha(23:8)
               perform imprime-linha
           end-if.
           move "Registros usados....:" to ws-rel-linha(1:21).
           move ws-ch-h-usados to ws-ch-num-ed.
           move ws-ch-num-ed to ws-rel-linha(23:9).
           perform imprime-linha.
           move "Dif  Exata%  Otima%  Risco esp.  Corridas Observ.%"
               to ws-rel-linha(1:51).
           move "  Dif.pts  Desvio(EP)  Risco obs.  Leitura"
               to ws-rel-linha(52:42).
           perform imprime-linha.
           display "=====================".
           display "Chances de sobrevivencia (campanha "
               function trim(ws-campanha) ")".
           perform varying ws-ch-d from 1 by 1 until ws-ch-d > 3
               perform compara-uma-dificuldade
           end-perform.

       compara-uma-dificuldade.
           move ws-ch-d to ws-rel-linha(2:1).
           compute ws-ch-pct rounded = ws-ch-res-sobr(ws-ch-d) * 100.
           move ws-ch-pct to ws-ch-exata-ed.
           move ws-ch-exata-ed to ws-rel-linha(6:6).
           compute ws-ch-pct rounded = ws-ch-res-otima(ws-ch-d) * 100.
           move ws-ch-pct to ws-ch-pct-ed.
           move ws-ch-pct-ed to ws-rel-linha(14:6).
           compute ws-ch-risco-ed rounded = ws-ch-res-risco(ws-ch-d).
           move ws-ch-risco-ed to ws-rel-linha(24:8).
           move ws-ch-obs-proc(ws-ch-d) to ws-ch-num-ed.
           move ws-ch-num-ed to ws-rel-linha(33:9).
           if ws-ch-obs-proc(ws-ch-d) = 0
               move "sem corridas no historico" to ws-rel-linha(87:25)
               perform imprime-linha
               display "Dificuldade " ws-ch-d ": exata "
                   ws-ch-exata-ed "% (sem corridas no historico)"
               exit paragraph
           end-if.
           compute ws-ch-taxa-obs =
               ws-ch-obs-sobr(ws-ch-d) / ws-ch-obs-proc(ws-ch-d).
           compute ws-ch-pct rounded = ws-ch-taxa-obs * 100.
           move ws-ch-pct to ws-ch-obs-ed.
           move ws-ch-obs-ed to ws-rel-linha(45:6).
           compute ws-ch-dpt rounded =
               (ws-ch-taxa-obs - ws-ch-res-sobr(ws-ch-d)) * 100.
           move ws-ch-dpt to ws-ch-dpt-ed.
           move ws-ch-dpt-ed to ws-rel-linha(53:7).
           compute ws-ch-risco-ed rounded =
               ws-ch-obs-risco(ws-ch-d) / ws-ch-obs-proc(ws-ch-d).
           move ws-ch-risco-ed to ws-rel-linha(77:8).
           compute ws-ch-erro-pad = function sqrt(
               ws-ch-res-sobr(ws-ch-d) * (1 - ws-ch-res-sobr(ws-ch-d))
               / ws-ch-obs-proc(ws-ch-d)).
           if ws-ch-erro-pad = 0
               if ws-ch-taxa-obs = ws-ch-res-sobr(ws-ch-d)
                   move 0 to ws-ch-z
               else
                   move 99999.99 to ws-ch-z
               end-if
           else
               compute ws-ch-z rounded =
                   (ws-ch-taxa-obs - ws-ch-res-sobr(ws-ch-d))
                   / ws-ch-erro-pad
           end-if.
           move ws-ch-z to ws-ch-z-ed.
           move ws-ch-z-ed to ws-rel-linha(63:9).
           if ws-ch-z >= -2 and ws-ch-z <= 2
               move "so a amostra" to ws-rel-linha(87:12)
           else
               move "chances diferentes das tabelas"
                   to ws-rel-linha(87:30)
               move 4 to ws-ch-rc
           end-if.
           perform imprime-linha.
           display "Dificuldade " ws-ch-d ": exata " ws-ch-exata-ed
               "%, observada " ws-ch-obs-ed "% em "
               function trim(ws-ch-num-ed) " corridas, desvio "
               ws-ch-z-ed " EP".

       COPY "CENLOAD.cpy".

       COPY "RELPD.cpy".
