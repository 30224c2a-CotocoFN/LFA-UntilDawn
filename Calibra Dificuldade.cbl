      *
      *    Rolls logged before the DIF= field existed group under
      *    difficulty "?" - still measured, just not attributable.
      *
      *    The expected rate is the one the campaign declares, not
      *    just the one the log echoes: the report loads the dice
      *    points of UNTILDAWN_CAMPANHA (default "MANSAO") through the
      *    engine's own loader (CENLOAD.cpy) and measures only that
      *    campaign's sessions (the CAMPANHA= record opening each
      *    session; sessions older than that record are the built-in
      *    story). Each roll record names the move it rolled (ACAO=),
      *    so a line is compared with the threshold declared for
      *    that scene, move and difficulty; a logged threshold that
      *    differs from the declaration (material from before a
      *    retune, or a dataset edited since) is flagged DECLARACAO
      *    DIFERE, and a roll on a move the campaign no longer
      *    declares is flagged SEM DECLARACAO. Rolls logged before
      *    the ACAO= field group under move "?" and match any dice
      *    point of their scene.
      *    RC 8 when the material cannot be opened, RC 4 when any
      *    line was flagged, 0 when observation matches the odds.
      ******************************************************************
           SELECT ANALISE-FILE ASSIGN USING ws-cd-arquivo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cd-status.
           SELECT CENARIO-FILE ASSIGN USING ws-arq-cenario
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cen-ext-status.

       DATA                         DIVISION.

       FD  ANALISE-FILE.
       01  ANALISE-REC              PIC X(200).

       FD  CENARIO-FILE.
       01  CENARIO-REC              PIC X(80).

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

       77 ws-cd-status         pic x(2) value "00".
       77 ws-cd-arquivo        pic x(60) value "sessoes.log".
       77 ws-cd-toler-txt      pic x(3) value spaces.
       77 ws-cd-linha          pic x(200).
       77 ws-cd-estado         pic x(3).
       77 ws-cd-dif            pic x(1).
       77 ws-cd-acao           pic x(1).
       77 ws-cd-camp-sessao    pic x(8) value "MANSAO".
       77 ws-cd-outras         pic 9(7) value 0.
       77 ws-cd-dif-num        pic 9(1) value 0.
       77 ws-cd-declarado      pic 9v9(4) value 0.
       77 ws-cd-situacao       pic x(1) value space.
           88 cd-declaracao-ok     value "D".
           88 cd-declaracao-difere value "X".
           88 cd-sem-declaracao    value "S".
           88 cd-sem-referencia    value "?".
       77 ws-cd-nota           pic x(24) value spaces.
       77 ws-cd-roll           pic 9v9(4) value 0.
       77 ws-cd-limiar         pic 9v9(4) value 0.
       77 ws-cd-registros      pic 9(7) value 0.
               10 ws-cd-ent-chave.
                   15 ws-cd-ent-dif        pic x(1).
                   15 ws-cd-ent-estado     pic x(3).
                   15 ws-cd-ent-acao       pic x(1).
                   15 ws-cd-ent-limiar     pic 9v9(4).
               10 ws-cd-ent-rolls          pic 9(7).
               10 ws-cd-ent-falhas         pic 9(7).
       01 ws-cd-ent-aux.
           05 ws-cd-aux-chave          pic x(10).
           05 ws-cd-aux-rolls          pic 9(7).
           05 ws-cd-aux-falhas         pic 9(7).

               compute ws-cd-tolerancia =
                   function numval(ws-cd-toler-txt)
           end-if.
           accept ws-campanha from environment "UNTILDAWN_CAMPANHA"
               on exception
                   move "MANSAO" to ws-campanha
           end-accept.
           if ws-campanha = spaces
               move "MANSAO" to ws-campanha
           end-if.
           accept ws-idioma from environment "UNTILDAWN_IDIOMA"
               on exception
                   move "PT" to ws-idioma
           end-accept.
           if not idioma-ingles
               set idioma-portugues to true
           end-if.
           perform carrega-cenario.
           open input analise-file.
           if ws-cd-status not = "00"
               display "Arquivo de analise nao encontrado: "
           stop run.

      ******************************************************************
      *    calibra-linha - the roll records matter here, plus the
      *    session boundaries that say which campaign rolled them; the
      *    roll fields sit at fixed columns (see grava-log-rolagem):
      *        ESTADO=nnn ROLAGEM=9.9999 LIMIAR=9.9999 DIF=n ACAO=x
      *        1234567          1 2      2  3        4   4     5
      *                 890     9 0      6  4        0   5     2
      *    A session opens with SEMENTE= (and, since the campaign
      *    library, CAMPANHA=); a collector block header also closes
      *    whatever session came before it.
      ******************************************************************
       calibra-linha.
           read analise-file into ws-cd-linha
               at end
                   set cd-eof to true
               not at end
                   evaluate true
                       when ws-cd-linha(1:8) = "SEMENTE="
                       when ws-cd-linha(1:6) = "##### "
                           move "MANSAO" to ws-cd-camp-sessao
                       when ws-cd-linha(1:9) = "CAMPANHA="
                           move ws-cd-linha(10:8)
                               to ws-cd-camp-sessao
                       when ws-cd-linha(1:7) = "ESTADO="
                               and ws-cd-linha(11:9) = " ROLAGEM="
                           perform tally-rolagem
                   end-evaluate
           end-read.

       tally-rolagem.
           if function upper-case(ws-cd-camp-sessao)
                   not = function upper-case(ws-campanha)
               add 1 to ws-cd-outras
               exit paragraph
           end-if.
           add 1 to ws-cd-registros.
           move ws-cd-linha(8:3) to ws-cd-estado.
           compute ws-cd-roll =
           else
               move "?" to ws-cd-dif
           end-if.
           if ws-cd-linha(46:6) = " ACAO="
               move ws-cd-linha(52:1) to ws-cd-acao
           else
               move "?" to ws-cd-acao
           end-if.
           perform localiza-entrada.
           if ws-cd-i = 0
               exit paragraph
                   until ws-cd-j > ws-cd-count
               if ws-cd-ent-dif(ws-cd-j) = ws-cd-dif
                       and ws-cd-ent-estado(ws-cd-j) = ws-cd-estado
                       and ws-cd-ent-acao(ws-cd-j) = ws-cd-acao
                       and ws-cd-ent-limiar(ws-cd-j) = ws-cd-limiar
                   move ws-cd-j to ws-cd-i
                   exit perform
                   initialize ws-cd-ent(ws-cd-i)
                   move ws-cd-dif to ws-cd-ent-dif(ws-cd-i)
                   move ws-cd-estado to ws-cd-ent-estado(ws-cd-i)
                   move ws-cd-acao to ws-cd-ent-acao(ws-cd-i)
                   move ws-cd-limiar to ws-cd-ent-limiar(ws-cd-i)
               else
                   if ws-cd-estourou = "N"
                       display "AVISO: mais de 90 combinacoes de"
                           " dif/estado/acao/limiar; relatorio"
                           " parcial."
                       move "Y" to ws-cd-estourou
                   end-if
               end-if

      ******************************************************************
      *    relatorio-calibracao - one line per (difficulty, scene,
      *    move, threshold): rolls, observed failure rate, the rate
      *    the campaign's declaration promises, and the flag when
      *    they diverge past the tolerance or the logged threshold is
      *    not the declared one. Sorted difficulty first so the three
      *    levels read as blocks.
      ******************************************************************
       relatorio-calibracao.
           perform ordena-calibracao-passo until ws-cd-trocou = "N".
           display "=====================".
           display "Calibracao de dificuldade".
           display "Campanha.............: "
               function trim(ws-campanha).
           display "Pontos de dados decl.: " ws-mec-dad-count.
           display "Rolagens analisadas..: " ws-cd-registros.
           display "Outras campanhas.....: " ws-cd-outras.
           display "Tolerancia (p.p.)....: " ws-cd-tolerancia.
           perform varying ws-cd-i from 1 by 1
                   until ws-cd-i > ws-cd-count
           display "Linhas sinalizadas...: " ws-cd-flags.

       relatorio-uma-entrada.
           perform localiza-declaracao.
           compute ws-cd-obs rounded =
               ws-cd-ent-falhas(ws-cd-i) * 100
               / ws-cd-ent-rolls(ws-cd-i).
           if cd-declaracao-ok or cd-declaracao-difere
               compute ws-cd-esp = ws-cd-declarado * 100
           else
               compute ws-cd-esp = ws-cd-ent-limiar(ws-cd-i) * 100
           end-if.
           compute ws-cd-desvio = ws-cd-obs - ws-cd-esp.
           if ws-cd-desvio < 0
               compute ws-cd-desvio = 0 - ws-cd-desvio
           move ws-cd-obs to ws-cd-obs-ed.
           move ws-cd-esp to ws-cd-esp-ed.
           move ws-cd-ent-limiar(ws-cd-i) to ws-cd-limiar-ed.
           evaluate true
               when cd-declaracao-difere
                   move "  << DECLARACAO DIFERE" to ws-cd-nota
               when cd-sem-declaracao
                   move "  << SEM DECLARACAO" to ws-cd-nota
               when ws-cd-desvio > ws-cd-tolerancia
                   move "  << AJUSTAR" to ws-cd-nota
               when other
                   move spaces to ws-cd-nota
           end-evaluate.
           if ws-cd-nota not = spaces
               add 1 to ws-cd-flags
           end-if.
           display "dif " ws-cd-ent-dif(ws-cd-i)
               " estado " ws-cd-ent-estado(ws-cd-i)
               " acao " ws-cd-ent-acao(ws-cd-i)
               " limiar " ws-cd-limiar-ed
               " rolagens " ws-cd-ent-rolls(ws-cd-i)
               " falha obs. " ws-cd-obs-ed "%"
               " esperada " ws-cd-esp-ed "%"
               function trim(ws-cd-nota, trailing).

      ******************************************************************
      *    localiza-declaracao - the campaign's dice point for entry
      *    ws-cd-i. With the move known the declaration is looked up
      *    directly and its threshold at the logged difficulty is the
      *    expectation; with the move unknown ("?") any dice point of
      *    the scene declaring the logged threshold counts. A roll of
      *    unknown difficulty has no declared threshold to compare
      *    and keeps the logged one.
      ******************************************************************
       localiza-declaracao.
           set cd-sem-declaracao to true.
           move 0 to ws-cd-declarado.
           if ws-cd-ent-dif(ws-cd-i) < "1"
                   or ws-cd-ent-dif(ws-cd-i) > "3"
               set cd-sem-referencia to true
               exit paragraph
           end-if.
           move ws-cd-ent-dif(ws-cd-i) to ws-cd-dif-num.
           if ws-cd-ent-acao(ws-cd-i) not = "?"
               move ws-cd-ent-estado(ws-cd-i) to ws-mec-busca-state
               move ws-cd-ent-acao(ws-cd-i) to ws-mec-busca-input
               perform busca-mecanica-dados
               if ws-mec-ix > 0
                   move ws-mec-dad-limiar(ws-mec-ix, ws-cd-dif-num)
                       to ws-cd-declarado
                   if ws-cd-declarado = ws-cd-ent-limiar(ws-cd-i)
                       set cd-declaracao-ok to true
                   else
                       set cd-declaracao-difere to true
                   end-if
               end-if
               exit paragraph
           end-if.
           perform varying dad-ix from 1 by 1
                   until dad-ix > ws-mec-dad-count
               if ws-mec-dad-state(dad-ix) = ws-cd-ent-estado(ws-cd-i)
                       and ws-mec-dad-limiar(dad-ix, ws-cd-dif-num)
                           = ws-cd-ent-limiar(ws-cd-i)
                   move ws-cd-ent-limiar(ws-cd-i) to ws-cd-declarado
                   set cd-declaracao-ok to true
                   exit perform
               end-if
           end-perform.

       ordena-calibracao-passo.
           move "N" to ws-cd-trocou.
                   move "Y" to ws-cd-trocou
               end-if
           end-perform.

       COPY "CENLOAD.cpy".
