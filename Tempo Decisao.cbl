       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      TempoDecisao.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    TempoDecisao - decision-time report over the session
      *    material ColetaSessao archives. The engine stamps every
      *    interactive ESTADO=/ACAO= and DESFEZ= record with the
      *    seconds the player took to answer since the scene (or the
      *    death-undo offer) was shown - the TEMPO= field at column
      *    72, see anexa-tempo in the engine. Batch and exploration
      *    runs are never stamped, so they drop out here by
      *    construction, together with material older than the
      *    stamp; both are only counted.
      *
      *    Input UNTILDAWN_ARQ_ANALISE (default "sessoes.log" - the
      *    same month archive AnalisaSessao and CalibraDificuldade
      *    read). Sessions are attributed to their campaign by the
      *    CAMPANHA= record that opens them, as CalibraDificuldade
      *    does (older sessions are the built-in story). Each timed
      *    decision ends one of three ways: the story went on, the
      *    transition killed (PROXIMO=666), or the choice was taken
      *    back (a DESFEZ= record follows it).
      *
      *    Three sections in the print file UNTILDAWN_ARQ_REL_TEMPO
      *    (default "tempo.rel.txt"):
      *
      *      - per campaign and state: decisions timed, median, the
      *        quartiles and their spread (P75 - P25), fastest,
      *        slowest, mean, and the share that died or was undone;
      *      - per campaign, decision time against outcome: decisions
      *        in bands of time taken with the share that went on,
      *        died and was undone in each band, and how long players
      *        sat before pressing "V" (an undo after a long pause
      *        or on reflex);
      *      - the slowest scenes, by median, across campaigns:
      *        UNTILDAWN_LENTAS of them (default 10), counting only
      *        scenes with at least UNTILDAWN_MIN_DECISOES timed
      *        decisions (default 5) so a single idle player cannot
      *        top the list.
      *
      *    The times are ordered with a SORT work file, so the
      *    medians are exact however much material there is; the
      *    campaign/state and campaign tables hold 500 and 50 entries
      *    (the engine has at most 30 scenes per campaign), and
      *    decisions beyond them are counted and reported, not
      *    guessed at. RC 8 when the material cannot be opened, RC 4
      *    when decisions had to be dropped, 0 otherwise.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALISE-FILE ASSIGN USING ws-td-arquivo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-td-status.
           SELECT ORDENA-TEMPO ASSIGN TO "SORTTMP".
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA                         DIVISION.

       FILE SECTION.
       FD  ANALISE-FILE.
       01  ANALISE-REC              PIC X(200).

       SD  ORDENA-TEMPO.
       01  OT-REC.
           05 OT-CHAVE.
               10 OT-CAMPANHA       PIC X(8).
               10 OT-ESTADO         PIC X(3).
           05 OT-TEMPO              PIC 9(5)V99.
           05 OT-DESFECHO           PIC X(1).

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-td-status         pic x(2) value "00".
       77 ws-td-arquivo        pic x(60) value "sessoes.log".
       77 ws-td-txt            pic x(5) value spaces.
       77 ws-td-lentas         pic 9(3) value 10.
       77 ws-td-min-decisoes   pic 9(5) value 5.
       77 ws-td-eof            pic x(1) value "N".
           88 td-eof           value "Y".
       77 ws-td-ordem-fim      pic x(1) value "N".
           88 td-ordem-fim     value "Y".
       77 ws-td-linha          pic x(200).
       77 ws-td-camp-sessao    pic x(8) value "MANSAO".
       77 ws-td-rc             pic 9(2) value 0.
       77 ws-td-estourou       pic x(1) value "N".

      ******************************************************************
      *    The decision read last is held back one record: a DESFEZ=
      *    right after it means the choice was taken back.
      ******************************************************************
       77 ws-td-pendente       pic x(1) value "N".
           88 td-pendente      value "Y" when set to false is "N".
       01 ws-td-pend.
           05 ws-td-pend-chave.
               10 ws-td-pend-campanha  pic x(8).
               10 ws-td-pend-estado    pic x(3).
           05 ws-td-pend-tempo         pic 9(5)v99.
           05 ws-td-pend-desfecho      pic x(1).
               88 td-segue             value "S".
               88 td-morreu            value "M".
               88 td-desfeita          value "D".

       77 ws-td-tempo          pic 9(5)v99 value 0.
       77 ws-td-registros      pic 9(9) value 0.
       77 ws-td-decisoes       pic 9(9) value 0.
       77 ws-td-sem-tempo      pic 9(9) value 0.
       77 ws-td-desfez-tot     pic 9(9) value 0.
       77 ws-td-descartados    pic 9(9) value 0.

       77 ws-td-i              pic 9(4) value 0.
       77 ws-td-j              pic 9(4) value 0.
       77 ws-td-c              pic 9(4) value 0.
       77 ws-td-b              pic 9(4) value 0.
       77 ws-td-g              pic 9(4) value 0.
       77 ws-td-busca-camp     pic x(8) value spaces.
       77 ws-td-busca-estado   pic x(3) value spaces.
       77 ws-td-trocou         pic x(1) value "N".

      ******************************************************************
      *    Per campaign and state: the decision count gathered while
      *    reading (it fixes where the median and quartiles sit in
      *    the ordered times) and the statistics filled in as the
      *    ordered times come back.
      ******************************************************************
       77 ws-td-grp-count      pic 9(4) value 0.
       01 ws-td-grp-tab.
           05 ws-td-grp-ent occurs 500 times.
               10 ws-td-grp-campanha   pic x(8).
               10 ws-td-grp-estado     pic x(3).
               10 ws-td-grp-qtd        pic 9(7).
               10 ws-td-grp-soma       pic 9(9)v99.
               10 ws-td-grp-mortes     pic 9(7).
               10 ws-td-grp-desfeitas  pic 9(7).
               10 ws-td-grp-minimo     pic 9(5)v99.
               10 ws-td-grp-p25        pic 9(5)v99.
               10 ws-td-grp-mediana    pic 9(5)v99.
               10 ws-td-grp-p75        pic 9(5)v99.
               10 ws-td-grp-maximo     pic 9(5)v99.

      ******************************************************************
      *    Per campaign, per band of time taken: decisions and how
      *    they ended, and the undo presses made after that long.
      ******************************************************************
       77 ws-td-cmp-count      pic 9(4) value 0.
       01 ws-td-cmp-tab.
           05 ws-td-cmp-ent occurs 50 times.
               10 ws-td-cmp-campanha   pic x(8).
               10 ws-td-cmp-fx occurs 5 times.
                   15 ws-td-fx-decisoes    pic 9(7).
                   15 ws-td-fx-mortes      pic 9(7).
                   15 ws-td-fx-desfeitas   pic 9(7).
                   15 ws-td-fx-desfez      pic 9(7).

       01 ws-td-faixas-val.
           05 filler               pic 9(5)v99 value 2.
           05 filler               pic 9(5)v99 value 5.
           05 filler               pic 9(5)v99 value 10.
           05 filler               pic 9(5)v99 value 30.
           05 filler               pic 9(5)v99 value 99999.99.
       01 ws-td-faixas redefines ws-td-faixas-val.
           05 ws-td-faixa-lim occurs 5 times pic 9(5)v99.
       01 ws-td-rotulos-val.
           05 filler               pic x(12) value "ate 2s".
           05 filler               pic x(12) value "2s a 5s".
           05 filler               pic x(12) value "5s a 10s".
           05 filler               pic x(12) value "10s a 30s".
           05 filler               pic x(12) value "30s ou mais".
       01 ws-td-rotulos redefines ws-td-rotulos-val.
           05 ws-td-rotulo occurs 5 times pic x(12).

      ******************************************************************
      *    Walking the ordered times: the group being read, the
      *    position in it and the ranks the statistics sit at.
      ******************************************************************
       77 ws-td-ant-chave      pic x(11) value spaces.
       77 ws-td-ant-campanha   pic x(8) value spaces.
       77 ws-td-k              pic 9(7) value 0.
       77 ws-td-n              pic 9(7) value 0.
       77 ws-td-pos-q1         pic 9(7) value 0.
       77 ws-td-pos-med1       pic 9(7) value 0.
       77 ws-td-pos-med2       pic 9(7) value 0.
       77 ws-td-pos-q3         pic 9(7) value 0.
       77 ws-td-med-a          pic 9(5)v99 value 0.
       77 ws-td-med-b          pic 9(5)v99 value 0.
       77 ws-td-media          pic 9(5)v99 value 0.
       77 ws-td-amplitude      pic 9(5)v99 value 0.

      ******************************************************************
      *    Slowest scenes: group indexes ranked by median.
      ******************************************************************
       77 ws-td-ord-count      pic 9(4) value 0.
       77 ws-td-aux            pic 9(4) value 0.
       01 ws-td-ord-tab.
           05 ws-td-ord occurs 500 times pic 9(4).

       77 ws-td-seg-ed         pic zzzz9.99 value zero.
       77 ws-td-qtd-ed         pic zzzzzz9 value zero.
       77 ws-td-pct            pic 9(3)v99 value 0.
       77 ws-td-pct-ed         pic zz9.99 value zero.
       77 ws-td-pos-ed         pic zz9 value zero.

       COPY "RELWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-td-arquivo
               from environment "UNTILDAWN_ARQ_ANALISE"
               on exception
                   move "sessoes.log" to ws-td-arquivo
           end-accept.
           if ws-td-arquivo = spaces
               move "sessoes.log" to ws-td-arquivo
           end-if.
           accept ws-td-txt from environment "UNTILDAWN_LENTAS"
               on exception
                   move spaces to ws-td-txt
           end-accept.
           if ws-td-txt not = spaces
               compute ws-td-lentas = function numval(ws-td-txt)
           end-if.
           move spaces to ws-td-txt.
           accept ws-td-txt from environment "UNTILDAWN_MIN_DECISOES"
               on exception
                   move spaces to ws-td-txt
           end-accept.
           if ws-td-txt not = spaces
               compute ws-td-min-decisoes = function numval(ws-td-txt)
           end-if.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_TEMPO"
               on exception
                   move "tempo.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "tempo.rel.txt" to ws-arq-relatorio
           end-if.
           open input analise-file.
           if ws-td-status not = "00"
               display "Arquivo de analise nao encontrado: "
                   function trim(ws-td-arquivo)
               move 8 to return-code
               stop run
           end-if.
           move "UNTILDAWN - TEMPO DE DECISAO" to ws-rel-titulo.
           perform abre-relatorio.
           sort ordena-tempo
               on ascending key ot-campanha ot-estado ot-tempo
               input procedure is le-material
               output procedure is apura-grupos.
           close analise-file.
           perform relatorio-faixas.
           perform relatorio-lentas.
           perform relatorio-totais.
           perform fecha-relatorio.
           display "Relatorio gravado em "
               function trim(ws-arq-relatorio).
           move ws-td-rc to return-code.
           stop run.

      ******************************************************************
      *    le-material - SORT input procedure: every timed decision of
      *    the material, with the way it ended, goes to the sort.
      ******************************************************************
       le-material.
           perform le-linha until td-eof.
           perform libera-pendente.

      ******************************************************************
      *    le-linha - the records that matter, at the engine's fixed
      *    columns:
      *        ESTADO=nnn ACAO=x PROXIMO=nnn ...      TEMPO=99999.99
      *        1234567    1     1        2  3         7     7
      *                   1     8        7  0         2     8
      *        DESFEZ=nnn RETORNOU=nnn USO=n CUSTO=nn TEMPO=99999.99
      *    A session opens with SEMENTE= (and CAMPANHA=); a collector
      *    block header or a run separator also closes whatever
      *    decision was still held back.
      ******************************************************************
       le-linha.
           read analise-file into ws-td-linha
               at end
                   set td-eof to true
               not at end
                   add 1 to ws-td-registros
                   evaluate true
                       when ws-td-linha(1:8) = "SEMENTE="
                       when ws-td-linha(1:6) = "##### "
                           perform libera-pendente
                           move "MANSAO" to ws-td-camp-sessao
                       when ws-td-linha(1:9) = "CAMPANHA="
                           move ws-td-linha(10:8) to ws-td-camp-sessao
                       when ws-td-linha(1:14) = "===== CORRIDA "
                           perform libera-pendente
                       when ws-td-linha(1:7) = "ESTADO="
                               and ws-td-linha(11:6) = " ACAO="
                               and ws-td-linha(18:9) = " PROXIMO="
                           perform trata-decisao
                       when ws-td-linha(1:7) = "DESFEZ="
                           perform trata-desfez
                   end-evaluate
           end-read.

      ******************************************************************
      *    tempo-registro - ws-td-tempo from the record's TEMPO=
      *    field; ws-td-b is left zero when the record carries none
      *    (batch, exploration, or material older than the stamp).
      ******************************************************************
       tempo-registro.
           move 0 to ws-td-b.
           if ws-td-linha(72:6) not = "TEMPO="
                   or ws-td-linha(78:5) is not numeric
                   or ws-td-linha(83:1) not = "."
                   or ws-td-linha(84:2) is not numeric
               exit paragraph
           end-if.
           compute ws-td-tempo = function numval(ws-td-linha(78:8)).
           perform localiza-faixa.

       localiza-faixa.
           perform varying ws-td-b from 1 by 1
                   until ws-td-b >= 5
               if ws-td-tempo < ws-td-faixa-lim(ws-td-b)
                   exit perform
               end-if
           end-perform.

       trata-decisao.
           perform libera-pendente.
           perform tempo-registro.
           if ws-td-b = 0
               add 1 to ws-td-sem-tempo
               exit paragraph
           end-if.
           move ws-td-camp-sessao to ws-td-pend-campanha.
           move ws-td-linha(8:3) to ws-td-pend-estado.
           move ws-td-tempo to ws-td-pend-tempo.
           if ws-td-linha(27:3) = "666"
               set td-morreu to true
           else
               set td-segue to true
           end-if.
           set td-pendente to true.

      ******************************************************************
      *    trata-desfez - the decision held back was taken back; the
      *    undo's own time (how long the player looked at the next
      *    scene, or at the death offer, before pressing "V") goes
      *    to the campaign's undo bands.
      ******************************************************************
       trata-desfez.
           if td-pendente
               set td-desfeita to true
               perform libera-pendente
           end-if.
           perform tempo-registro.
           if ws-td-b = 0
               exit paragraph
           end-if.
           add 1 to ws-td-desfez-tot.
           move ws-td-camp-sessao to ws-td-busca-camp.
           perform localiza-campanha.
           if ws-td-c > 0
               add 1 to ws-td-fx-desfez(ws-td-c, ws-td-b)
           end-if.

      ******************************************************************
      *    libera-pendente - the decision held back goes to the sort
      *    and to the counts its statistics and bands are built on.
      ******************************************************************
       libera-pendente.
           if not td-pendente
               exit paragraph
           end-if.
           set td-pendente to false.
           move ws-td-pend-campanha to ws-td-busca-camp.
           move ws-td-pend-estado to ws-td-busca-estado.
           perform localiza-grupo.
           move ws-td-pend-campanha to ws-td-busca-camp.
           perform localiza-campanha.
           if ws-td-g = 0 or ws-td-c = 0
               add 1 to ws-td-descartados
               exit paragraph
           end-if.
           add 1 to ws-td-grp-qtd(ws-td-g).
           add ws-td-pend-tempo to ws-td-grp-soma(ws-td-g).
           move ws-td-pend-tempo to ws-td-tempo.
           perform localiza-faixa.
           add 1 to ws-td-fx-decisoes(ws-td-c, ws-td-b).
           evaluate true
               when td-morreu
                   add 1 to ws-td-grp-mortes(ws-td-g)
                   add 1 to ws-td-fx-mortes(ws-td-c, ws-td-b)
               when td-desfeita
                   add 1 to ws-td-grp-desfeitas(ws-td-g)
                   add 1 to ws-td-fx-desfeitas(ws-td-c, ws-td-b)
           end-evaluate.
           move ws-td-pend to ot-rec.
           release ot-rec.
           add 1 to ws-td-decisoes.

      ******************************************************************
      *    localiza-grupo / localiza-campanha - find (or create) the
      *    entry for ws-td-busca-camp (and ws-td-busca-estado),
      *    leaving its index in ws-td-g / ws-td-c - zero once the
      *    table is full.
      ******************************************************************
       localiza-grupo.
           move 0 to ws-td-g.
           perform varying ws-td-j from 1 by 1
                   until ws-td-j > ws-td-grp-count
               if ws-td-grp-campanha(ws-td-j) = ws-td-busca-camp
                       and ws-td-grp-estado(ws-td-j)
                           = ws-td-busca-estado
                   move ws-td-j to ws-td-g
                   exit perform
               end-if
           end-perform.
           if ws-td-g = 0
               if ws-td-grp-count < 500
                   add 1 to ws-td-grp-count
                   move ws-td-grp-count to ws-td-g
                   initialize ws-td-grp-ent(ws-td-g)
                   move ws-td-busca-camp
                       to ws-td-grp-campanha(ws-td-g)
                   move ws-td-busca-estado
                       to ws-td-grp-estado(ws-td-g)
               else
                   perform avisa-estouro
               end-if
           end-if.

       localiza-campanha.
           move 0 to ws-td-c.
           perform varying ws-td-j from 1 by 1
                   until ws-td-j > ws-td-cmp-count
               if ws-td-cmp-campanha(ws-td-j) = ws-td-busca-camp
                   move ws-td-j to ws-td-c
                   exit perform
               end-if
           end-perform.
           if ws-td-c = 0
               if ws-td-cmp-count < 50
                   add 1 to ws-td-cmp-count
                   move ws-td-cmp-count to ws-td-c
                   initialize ws-td-cmp-ent(ws-td-c)
                   move ws-td-busca-camp
                       to ws-td-cmp-campanha(ws-td-c)
               else
                   perform avisa-estouro
               end-if
           end-if.

       avisa-estouro.
           if ws-td-estourou = "N"
               display "AVISO: mais de 500 cenas ou 50 campanhas no"
                   " material; decisoes excedentes descartadas."
               move "Y" to ws-td-estourou
           end-if.
           move 4 to ws-td-rc.

      ******************************************************************
      *    apura-grupos - SORT output procedure: the times come back
      *    ordered by campaign, state and time, so each group's
      *    median and quartiles are simply the values at the ranks
      *    its count (known from the reading) puts them at. One
      *    report line per group as it closes.
      ******************************************************************
       apura-grupos.
           move spaces to ws-td-ant-chave ws-td-ant-campanha.
           move "N" to ws-td-ordem-fim.
           perform apura-registro until td-ordem-fim.
           if ws-td-ant-chave not = spaces
               perform fecha-grupo
           end-if.

       apura-registro.
           return ordena-tempo
               at end
                   set td-ordem-fim to true
               not at end
                   perform trata-ordenado
           end-return.

       trata-ordenado.
           if ot-chave not = ws-td-ant-chave
               if ws-td-ant-chave not = spaces
                   perform fecha-grupo
               end-if
               perform abre-grupo
           end-if.
           add 1 to ws-td-k.
           if ws-td-k = 1
               move ot-tempo to ws-td-grp-minimo(ws-td-g)
           end-if.
           if ws-td-k = ws-td-pos-q1
               move ot-tempo to ws-td-grp-p25(ws-td-g)
           end-if.
           if ws-td-k = ws-td-pos-med1
               move ot-tempo to ws-td-med-a
           end-if.
           if ws-td-k = ws-td-pos-med2
               move ot-tempo to ws-td-med-b
           end-if.
           if ws-td-k = ws-td-pos-q3
               move ot-tempo to ws-td-grp-p75(ws-td-g)
           end-if.
           move ot-tempo to ws-td-grp-maximo(ws-td-g).

      ******************************************************************
      *    abre-grupo - ranks for n times (nearest rank for the
      *    quartiles; the median is the middle time, or the mean of
      *    the middle two when n is even).
      ******************************************************************
       abre-grupo.
           move ot-chave to ws-td-ant-chave.
           if ot-campanha not = ws-td-ant-campanha
               move ot-campanha to ws-td-ant-campanha
               perform cabecalho-campanha
           end-if.
           move ot-campanha to ws-td-busca-camp.
           move ot-estado to ws-td-busca-estado.
           perform localiza-grupo.
           move ws-td-grp-qtd(ws-td-g) to ws-td-n.
           move 0 to ws-td-k.
           compute ws-td-pos-q1 = (ws-td-n + 3) / 4.
           compute ws-td-pos-med1 = (ws-td-n + 1) / 2.
           compute ws-td-pos-med2 = (ws-td-n + 2) / 2.
           compute ws-td-pos-q3 = (ws-td-n * 3 + 3) / 4.

       cabecalho-campanha.
           perform imprime-linha.
           move "Campanha:" to ws-rel-linha(1:9).
           move ot-campanha to ws-rel-linha(11:8).
           perform imprime-linha.
           move "Estado" to ws-rel-linha(1:6).
           move "Decisoes" to ws-rel-linha(9:8).
           move " Mediana" to ws-rel-linha(19:8).
           move "     P25" to ws-rel-linha(29:8).
           move "     P75" to ws-rel-linha(39:8).
           move "P75-P25" to ws-rel-linha(50:7).
           move "  Minimo" to ws-rel-linha(59:8).
           move "  Maximo" to ws-rel-linha(69:8).
           move "   Media" to ws-rel-linha(79:8).
           move "Morte%" to ws-rel-linha(89:6).
           move "Desfez%" to ws-rel-linha(97:7).
           perform imprime-linha.

       fecha-grupo.
           compute ws-td-grp-mediana(ws-td-g) rounded =
               (ws-td-med-a + ws-td-med-b) / 2.
           compute ws-td-media rounded =
               ws-td-grp-soma(ws-td-g) / ws-td-grp-qtd(ws-td-g).
           compute ws-td-amplitude =
               ws-td-grp-p75(ws-td-g) - ws-td-grp-p25(ws-td-g).
           move ws-td-grp-estado(ws-td-g) to ws-rel-linha(4:3).
           move ws-td-grp-qtd(ws-td-g) to ws-td-qtd-ed.
           move ws-td-qtd-ed to ws-rel-linha(10:7).
           move ws-td-grp-mediana(ws-td-g) to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(19:8).
           move ws-td-grp-p25(ws-td-g) to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(29:8).
           move ws-td-grp-p75(ws-td-g) to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(39:8).
           move ws-td-amplitude to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(49:8).
           move ws-td-grp-minimo(ws-td-g) to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(59:8).
           move ws-td-grp-maximo(ws-td-g) to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(69:8).
           move ws-td-media to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(79:8).
           compute ws-td-pct rounded = ws-td-grp-mortes(ws-td-g)
               * 100 / ws-td-grp-qtd(ws-td-g).
           move ws-td-pct to ws-td-pct-ed.
           move ws-td-pct-ed to ws-rel-linha(89:6).
           compute ws-td-pct rounded = ws-td-grp-desfeitas(ws-td-g)
               * 100 / ws-td-grp-qtd(ws-td-g).
           move ws-td-pct to ws-td-pct-ed.
           move ws-td-pct-ed to ws-rel-linha(98:6).
           perform imprime-linha.

      ******************************************************************
      *    relatorio-faixas - per campaign, the decisions in each band
      *    of time taken and how they ended, next to the undo presses
      *    made after that long.
      ******************************************************************
       relatorio-faixas.
           perform imprime-linha.
           move "TEMPO DE DECISAO x DESFECHO" to ws-rel-linha(1:27).
           perform imprime-linha.
           perform varying ws-td-c from 1 by 1
                   until ws-td-c > ws-td-cmp-count
               perform imprime-linha
               move "Campanha:" to ws-rel-linha(1:9)
               move ws-td-cmp-campanha(ws-td-c) to ws-rel-linha(11:8)
               perform imprime-linha
               move "Tempo" to ws-rel-linha(1:5)
               move "Decisoes" to ws-rel-linha(15:8)
               move "Seguiu%" to ws-rel-linha(25:7)
               move "Morte%" to ws-rel-linha(34:6)
               move "Desfez%" to ws-rel-linha(42:7)
               move "Pediu V apos" to ws-rel-linha(51:12)
               perform imprime-linha
               perform varying ws-td-b from 1 by 1
                       until ws-td-b > 5
                   perform imprime-faixa
               end-perform
           end-perform.

       imprime-faixa.
           move ws-td-rotulo(ws-td-b) to ws-rel-linha(1:12).
           move ws-td-fx-decisoes(ws-td-c, ws-td-b) to ws-td-qtd-ed.
           move ws-td-qtd-ed to ws-rel-linha(16:7).
           if ws-td-fx-decisoes(ws-td-c, ws-td-b) > 0
               compute ws-td-pct rounded =
                   (ws-td-fx-decisoes(ws-td-c, ws-td-b)
                    - ws-td-fx-mortes(ws-td-c, ws-td-b)
                    - ws-td-fx-desfeitas(ws-td-c, ws-td-b)) * 100
                   / ws-td-fx-decisoes(ws-td-c, ws-td-b)
               move ws-td-pct to ws-td-pct-ed
               move ws-td-pct-ed to ws-rel-linha(26:6)
               compute ws-td-pct rounded =
                   ws-td-fx-mortes(ws-td-c, ws-td-b) * 100
                   / ws-td-fx-decisoes(ws-td-c, ws-td-b)
               move ws-td-pct to ws-td-pct-ed
               move ws-td-pct-ed to ws-rel-linha(34:6)
               compute ws-td-pct rounded =
                   ws-td-fx-desfeitas(ws-td-c, ws-td-b) * 100
                   / ws-td-fx-decisoes(ws-td-c, ws-td-b)
               move ws-td-pct to ws-td-pct-ed
               move ws-td-pct-ed to ws-rel-linha(43:6)
           end-if.
           move ws-td-fx-desfez(ws-td-c, ws-td-b) to ws-td-qtd-ed.
           move ws-td-qtd-ed to ws-rel-linha(56:7).
           perform imprime-linha.

      ******************************************************************
      *    relatorio-lentas - the scenes players take longest over,
      *    by median, among those with enough timed decisions.
      ******************************************************************
       relatorio-lentas.
           move 0 to ws-td-ord-count.
           perform varying ws-td-g from 1 by 1
                   until ws-td-g > ws-td-grp-count
               if ws-td-grp-qtd(ws-td-g) >= ws-td-min-decisoes
                       and ws-td-grp-qtd(ws-td-g) > 0
                   add 1 to ws-td-ord-count
                   move ws-td-g to ws-td-ord(ws-td-ord-count)
               end-if
           end-perform.
           move "Y" to ws-td-trocou.
           perform ordena-lentas-passo until ws-td-trocou = "N".
           perform imprime-linha.
           move ws-td-min-decisoes to ws-td-qtd-ed.
           string "CENAS MAIS LENTAS (por mediana, minimo de "
                      delimited by size
                  function trim(ws-td-qtd-ed) delimited by size
                  " decisoes)" delimited by size
               into ws-rel-linha
           end-string.
           perform imprime-linha.
           move "  #" to ws-rel-linha(1:3).
           move "Campanha" to ws-rel-linha(6:8).
           move "Estado" to ws-rel-linha(16:6).
           move "Decisoes" to ws-rel-linha(24:8).
           move " Mediana" to ws-rel-linha(34:8).
           move "     P75" to ws-rel-linha(44:8).
           move "  Maximo" to ws-rel-linha(54:8).
           perform imprime-linha.
           display "Cenas mais lentas (mediana em segundos):".
           perform varying ws-td-i from 1 by 1
                   until ws-td-i > ws-td-ord-count
                       or ws-td-i > ws-td-lentas
               perform imprime-lenta
           end-perform.
           if ws-td-ord-count = 0
               move "Nenhuma cena com decisoes suficientes."
                   to ws-rel-linha(1:38)
               perform imprime-linha
               display "  (nenhuma cena com decisoes suficientes)"
           end-if.

       imprime-lenta.
           move ws-td-ord(ws-td-i) to ws-td-g.
           move ws-td-i to ws-td-pos-ed.
           move ws-td-pos-ed to ws-rel-linha(1:3).
           move ws-td-grp-campanha(ws-td-g) to ws-rel-linha(6:8).
           move ws-td-grp-estado(ws-td-g) to ws-rel-linha(18:3).
           move ws-td-grp-qtd(ws-td-g) to ws-td-qtd-ed.
           move ws-td-qtd-ed to ws-rel-linha(25:7).
           move ws-td-grp-mediana(ws-td-g) to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(34:8).
           display "  " ws-td-pos-ed " " ws-td-grp-campanha(ws-td-g)
               " estado " ws-td-grp-estado(ws-td-g)
               " mediana " ws-td-seg-ed.
           move ws-td-grp-p75(ws-td-g) to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(44:8).
           move ws-td-grp-maximo(ws-td-g) to ws-td-seg-ed.
           move ws-td-seg-ed to ws-rel-linha(54:8).
           perform imprime-linha.

       ordena-lentas-passo.
           move "N" to ws-td-trocou.
           perform varying ws-td-i from 1 by 1
                   until ws-td-i >= ws-td-ord-count
               compute ws-td-j = ws-td-i + 1
               if ws-td-grp-mediana(ws-td-ord(ws-td-j))
                       > ws-td-grp-mediana(ws-td-ord(ws-td-i))
                   move ws-td-ord(ws-td-i) to ws-td-aux
                   move ws-td-ord(ws-td-j) to ws-td-ord(ws-td-i)
                   move ws-td-aux to ws-td-ord(ws-td-j)
                   move "Y" to ws-td-trocou
               end-if
           end-perform.

      ******************************************************************
      *    relatorio-totais - what was read and what was left out.
      ******************************************************************
       relatorio-totais.
           perform imprime-linha.
           move "Registros lidos..............:" to ws-rel-linha(1:30).
           move ws-td-registros to ws-rel-linha(32:9).
           perform imprime-linha.
           move "Decisoes cronometradas.......:" to ws-rel-linha(1:30).
           move ws-td-decisoes to ws-rel-linha(32:9).
           perform imprime-linha.
           move "Decisoes sem tempo (lote etc):" to ws-rel-linha(1:30).
           move ws-td-sem-tempo to ws-rel-linha(32:9).
           perform imprime-linha.
           move "Desfeitas cronometradas......:" to ws-rel-linha(1:30).
           move ws-td-desfez-tot to ws-rel-linha(32:9).
           perform imprime-linha.
           move "Decisoes descartadas.........:" to ws-rel-linha(1:30).
           move ws-td-descartados to ws-rel-linha(32:9).
           perform imprime-linha.
           display "=====================".
           display "Tempo de decisao".
           display "Registros lidos......: " ws-td-registros.
           display "Decisoes cronometr...: " ws-td-decisoes.
           display "Sem tempo (lote etc).: " ws-td-sem-tempo.
           display "Desfeitas cronometr..: " ws-td-desfez-tot.
           display "Decisoes descartadas.: " ws-td-descartados.

       COPY "RELPD.cpy".
