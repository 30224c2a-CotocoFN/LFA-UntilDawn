       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      TriagemTorneio.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    TriagemTorneio - integrity screening of a tournament round,
      *    run between EditaMovimentos and the engine. EditaMovimentos
      *    only asks whether a line CAN be played; this step asks
      *    whether it SHOULD count in the round: one player sending
      *    more lines than the round allows, a line at a difficulty
      *    that was not announced, a line that already carries the
      *    expected results (ConverteLog output - a replay of a logged
      *    run, not a fresh attempt), and the same or nearly the same
      *    move sequence turning up under two different players.
      *
      *    Round rules (UNTILDAWN_ARQ_REGRAS, default
      *    "rodada.regras.txt"), KEY=VALUE lines, "*" lines are
      *    comments:
      *        CAMPANHA=MANSAO     the campaign the round is played
      *                            on; must be the UNTILDAWN_CAMPANHA
      *                            the batch will run with
      *        LINHAS=3            lines per player (0 = no limit)
      *        DIFICULDADES=23     difficulties announced (blank =
      *                            any); an untagged difficulty is
      *                            the batch default,
      *                            UNTILDAWN_DIFICULDADE (default 2)
      *        SIMILARIDADE=90     percent of moves equal, position
      *                            by position against the longer
      *                            sequence, from which two players'
      *                            lines are suspect (default 90,
      *                            100 = identical only, 0 = off)
      *        SUSPEITAS=MANTER    MANTER (default) the suspect lines
      *                            stay in the round pending review;
      *                            RETIRAR they are held back too
      *
      *    Breaking a rule rejects the line: a line without a player,
      *    an unannounced difficulty, and a player's lines beyond the
      *    limit (the first ones in file order count; rejected lines
      *    do not use up the allowance). Expected results filled in
      *    and sequences shared across players make the line suspect
      *    - only the organizer can tell a copied run from two people
      *    finding the same path.
      *
      *    The submissions are read from their own file
      *    (UNTILDAWN_ARQ_INSCRICOES, default
      *    "movimentos.inscritos.txt" - EditaMovimentos' clean output,
      *    run for a tournament with UNTILDAWN_ARQ_MOVIMENTOS pointed
      *    at it) and never written to. The lines that go into the
      *    round are written, in their original order, to the move
      *    file (UNTILDAWN_ARQ_MOVIMENTOS, default "movimentos.txt"),
      *    so the engine and DivideMovimentos read it exactly as
      *    before; rejected and suspect lines go, whole, to the
      *    review file (UNTILDAWN_ARQ_REVISAO, default
      *    "movimentos.rev.txt") as "linha N SITUACAO: motivo ::
      *    line". Both outputs are rebuilt from the submissions on
      *    every run, so a rerun (after a failure, or new rules)
      *    gives the same round and the same review file - the step
      *    may be defined "S" in the ControlaCadeia chain. The two
      *    names must differ. The organizer's report goes to
      *    UNTILDAWN_ARQ_REL_TRIAGEM (default "triagem.rel.txt"):
      *    the rules in effect, every
      *    rejected and suspect line, the lines per player and the
      *    control totals (lines read = accepted + suspect +
      *    rejected).
      *
      *    The lines are grouped by player with a SORT (work file
      *    <movimentos>.trb1), compared pairwise across players
      *    (<movimentos>.trb2) and sorted back into file order, so a
      *    round of any size screens in full. RC 8 when the rules or
      *    the submissions are missing or empty, the rules are
      *    invalid or name another campaign, the submissions name the
      *    move file itself (nothing is written), or the move file
      *    cannot be written; RC 4 when any line
      *    was rejected or is suspect - a chain limit of 0 on this
      *    step holds the round, and so the LigaTemporada standings,
      *    until the organizer has read the report.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-FILE ASSIGN USING ws-tt-arq-regras
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tt-reg-status.
           SELECT INSCRICOES-FILE ASSIGN USING ws-tt-arq-inscricoes
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tt-status.
           SELECT MOVIMENTOS-FILE ASSIGN USING ws-tt-arq-movimentos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tt-mov-status.
           SELECT REVISAO-FILE ASSIGN USING ws-tt-arq-revisao
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRABALHO1-FILE ASSIGN USING ws-tt-arq-trab1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tt-trb-status.
           SELECT TRABALHO2-FILE ASSIGN USING ws-tt-arq-trab2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tt-trb-status.
           SELECT COMPARA-FILE ASSIGN USING ws-tt-arq-trab1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tt-trb-status.
           SELECT ORDENA-TRIAGEM ASSIGN TO "SORTTRI".
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA                         DIVISION.

       FILE SECTION.
       FD  REGRAS-FILE.
       01  REGRAS-REC               PIC X(200).

       FD  INSCRICOES-FILE.
       01  INSCRICOES-REC           PIC X(2000).

       FD  MOVIMENTOS-FILE.
       01  MOVIMENTOS-REC           PIC X(2000).

       FD  REVISAO-FILE.
       01  REVISAO-REC              PIC X(2100).

       FD  TRABALHO1-FILE.
       01  TRABALHO1-REC            PIC X(3082).

       FD  TRABALHO2-FILE.
       01  TRABALHO2-REC            PIC X(3082).

       FD  COMPARA-FILE.
       01  COMPARA-REC              PIC X(3082).

       SD  ORDENA-TRIAGEM.
       01  OTR-REC.
           05 OTR-NUM-LINHA         PIC 9(6).
           05 OTR-JOGADOR           PIC X(20).
           05 OTR-DIFICULDADE       PIC X(1).
           05 OTR-SITUACAO          PIC X(1).
           05 OTR-MOTIVO            PIC X(50).
           05 OTR-QTD               PIC 9(4).
           05 OTR-SEQ               PIC X(1000).
           05 OTR-LINHA             PIC X(2000).

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-tt-arq-regras     pic x(60) value "rodada.regras.txt".
       77 ws-tt-arq-inscricoes pic x(60)
                               value "movimentos.inscritos.txt".
       77 ws-tt-arq-movimentos pic x(60) value "movimentos.txt".
       77 ws-tt-arq-revisao    pic x(60) value "movimentos.rev.txt".
       77 ws-tt-arq-trab1      pic x(64) value spaces.
       77 ws-tt-arq-trab2      pic x(64) value spaces.
       77 ws-tt-status         pic x(2) value "00".
       77 ws-tt-mov-status     pic x(2) value "00".
       77 ws-tt-saida-ok       pic x(1) value "Y".
       77 ws-tt-reg-status     pic x(2) value "00".
       77 ws-tt-trb-status     pic x(2) value "00".
       77 ws-tt-campanha       pic x(8) value "MANSAO".
       77 ws-tt-dif-padrao     pic x(1) value "2".
       77 ws-tt-eof            pic x(1) value "N".
           88 tt-eof           value "Y".
       77 ws-tt-cmp-eof        pic x(1) value "N".
           88 tt-cmp-eof       value "Y".
       77 ws-tt-rc             pic 9(2) value 0.

      ******************************************************************
      *    Round rules as loaded from the rules file, with the
      *    defaults that stand when a key is absent.
      ******************************************************************
       77 ws-tt-rg-campanha    pic x(8) value spaces.
       77 ws-tt-rg-linhas      pic 9(3) value 0.
       77 ws-tt-rg-dificuldades pic x(3) value spaces.
       77 ws-tt-rg-similaridade pic 9(3) value 90.
       77 ws-tt-rg-suspeitas   pic x(1) value "M".
           88 tt-retira-suspeitas value "R".
       77 ws-tt-rg-linha       pic x(200).
       77 ws-tt-rg-chave       pic x(30).
       77 ws-tt-rg-valor       pic x(170).
       77 ws-tt-rg-ptr         pic 9(3) value 0.
       77 ws-tt-rg-erros       pic 9(3) value 0.

       77 ws-tt-entrada        pic x(2000).
       77 ws-tt-moves          pic x(2000).
       77 ws-tt-campo2         pic x(10).
       77 ws-tt-campo3         pic x(10).
       77 ws-tt-campo4         pic x(10).
       77 ws-tt-campo5         pic x(30).
       77 ws-tt-campo6         pic x(2).
       77 ws-tt-p              pic 9(4) value 0.
       77 ws-tt-fim            pic 9(4) value 0.
       77 ws-tt-k              pic 9(4) value 0.
       77 ws-tt-num-linha      pic 9(6) value 0.
       77 ws-tt-lidas          pic 9(6) value 0.
       77 ws-tt-aceitas        pic 9(6) value 0.
       77 ws-tt-suspeitas      pic 9(6) value 0.
       77 ws-tt-rejeitadas     pic 9(6) value 0.
       77 ws-tt-gravadas       pic 9(6) value 0.
       77 ws-tt-jogadores      pic 9(6) value 0.
       77 ws-tt-listadas       pic 9(6) value 0.
       77 ws-tt-jog-atual      pic x(20) value low-values.
       77 ws-tt-jog-validas    pic 9(6) value 0.
       77 ws-tt-num-ed         pic zzzzz9 value zero.
       77 ws-tt-pct-ed         pic zz9 value zero.
       77 wss-str-revisao      pic x(2100).

      ******************************************************************
      *    Sequence comparison. Two lines are measured position by
      *    position over the shorter sequence, against the length of
      *    the longer one; the walk stops as soon as more positions
      *    differ than the threshold tolerates, so unrelated lines
      *    cost a handful of compares each.
      ******************************************************************
       77 ws-tt-maior          pic 9(4) value 0.
       77 ws-tt-menor          pic 9(4) value 0.
       77 ws-tt-min-iguais     pic 9(4) value 0.
       77 ws-tt-tolera         pic 9(4) value 0.
       77 ws-tt-difer          pic 9(4) value 0.
       77 ws-tt-i              pic 9(4) value 0.
       77 ws-tt-pct            pic 9(3) value 0.
       77 ws-tt-melhor-pct     pic 9(3) value 0.
       77 ws-tt-melhor-linha   pic 9(6) value 0.
       77 ws-tt-melhor-jogador pic x(20) value spaces.

      ******************************************************************
      *    Per-player summary over the second work file, which is in
      *    player order.
      ******************************************************************
       77 ws-tt-rs-jogador     pic x(20) value spaces.
       77 ws-tt-rs-linhas      pic 9(6) value 0.
       77 ws-tt-rs-aceitas     pic 9(6) value 0.
       77 ws-tt-rs-suspeitas   pic 9(6) value 0.
       77 ws-tt-rs-rejeitadas  pic 9(6) value 0.

      ******************************************************************
      *    ws-tt-ent - one screened line, the layout of the sort
      *    record and of both work files: its position in the move
      *    file, the player and effective difficulty, the verdict
      *    (A accepted, S suspect, R rejected) with its reason, the
      *    moves without separators or end marker, and the line as
      *    read. ws-tc-ent is the same record read back for the
      *    pairwise comparison.
      ******************************************************************
       01 ws-tt-ent.
           05 ws-tt-num-reg            pic 9(6).
           05 ws-tt-jogador            pic x(20).
           05 ws-tt-dificuldade        pic x(1).
           05 ws-tt-situacao           pic x(1).
               88 tt-aceita            value "A".
               88 tt-suspeita          value "S".
               88 tt-rejeitada         value "R".
           05 ws-tt-motivo             pic x(50).
           05 ws-tt-qtd                pic 9(4).
           05 ws-tt-seq                pic x(1000).
           05 ws-tt-linha              pic x(2000).
       01 ws-tc-ent.
           05 ws-tc-num-reg            pic 9(6).
           05 ws-tc-jogador            pic x(20).
           05 ws-tc-dificuldade        pic x(1).
           05 ws-tc-situacao           pic x(1).
           05 ws-tc-motivo             pic x(50).
           05 ws-tc-qtd                pic 9(4).
           05 ws-tc-seq                pic x(1000).
           05 ws-tc-linha              pic x(2000).

       COPY "RELWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-tt-arq-regras
               from environment "UNTILDAWN_ARQ_REGRAS"
               on exception
                   move "rodada.regras.txt" to ws-tt-arq-regras
           end-accept.
           if ws-tt-arq-regras = spaces
               move "rodada.regras.txt" to ws-tt-arq-regras
           end-if.
           accept ws-tt-arq-movimentos
               from environment "UNTILDAWN_ARQ_MOVIMENTOS"
               on exception
                   move "movimentos.txt" to ws-tt-arq-movimentos
           end-accept.
           if ws-tt-arq-movimentos = spaces
               move "movimentos.txt" to ws-tt-arq-movimentos
           end-if.
           accept ws-tt-arq-inscricoes
               from environment "UNTILDAWN_ARQ_INSCRICOES"
               on exception
                   move "movimentos.inscritos.txt"
                       to ws-tt-arq-inscricoes
           end-accept.
           if ws-tt-arq-inscricoes = spaces
               move "movimentos.inscritos.txt" to ws-tt-arq-inscricoes
           end-if.
           accept ws-tt-arq-revisao
               from environment "UNTILDAWN_ARQ_REVISAO"
               on exception
                   move "movimentos.rev.txt" to ws-tt-arq-revisao
           end-accept.
           if ws-tt-arq-revisao = spaces
               move "movimentos.rev.txt" to ws-tt-arq-revisao
           end-if.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_TRIAGEM"
               on exception
                   move "triagem.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "triagem.rel.txt" to ws-arq-relatorio
           end-if.
           accept ws-tt-campanha from environment "UNTILDAWN_CAMPANHA"
               on exception
                   move "MANSAO" to ws-tt-campanha
           end-accept.
           if ws-tt-campanha = spaces
               move "MANSAO" to ws-tt-campanha
           end-if.
           accept ws-tt-dif-padrao
               from environment "UNTILDAWN_DIFICULDADE"
               on exception
                   move "2" to ws-tt-dif-padrao
           end-accept.
           if ws-tt-dif-padrao not = "1" and not = "2" and not = "3"
               move "2" to ws-tt-dif-padrao
           end-if.
           perform carrega-regras.
           if ws-tt-rc > 0
               move ws-tt-rc to return-code
               stop run
           end-if.
           if ws-tt-arq-inscricoes = ws-tt-arq-movimentos
               display "Inscricoes e movimentos tem o mesmo nome: "
                   function trim(ws-tt-arq-movimentos)
                   "; a triagem nao grava sobre a propria entrada."
               move 8 to return-code
               stop run
           end-if.
           open input inscricoes-file.
           if ws-tt-status not = "00"
               display "Arquivo de inscricoes nao encontrado: "
                   function trim(ws-tt-arq-inscricoes)
               move 8 to return-code
               stop run
           end-if.
           move spaces to ws-tt-arq-trab1 ws-tt-arq-trab2.
           string function trim(ws-tt-arq-movimentos)
                      delimited by size
                  ".trb1" delimited by size
               into ws-tt-arq-trab1
           end-string.
           string function trim(ws-tt-arq-movimentos)
                      delimited by size
                  ".trb2" delimited by size
               into ws-tt-arq-trab2
           end-string.
           sort ordena-triagem
               on ascending key otr-jogador
               on ascending key otr-num-linha
               input procedure is le-movimentos
               output procedure is conta-linhas-jogador.
           close inscricoes-file.
           if ws-tt-lidas = 0
               display "Arquivo de inscricoes vazio: "
                   function trim(ws-tt-arq-inscricoes)
               move 8 to return-code
               stop run
           end-if.
           perform compara-sequencias.
           move "UNTILDAWN - TRIAGEM DA RODADA" to ws-rel-titulo.
           perform abre-relatorio.
           perform imprime-regras.
           sort ordena-triagem
               on ascending key otr-num-linha
               using trabalho2-file
               output procedure is grava-triagem.
           perform resumo-jogadores.
           perform imprime-totais.
           perform fecha-relatorio.
           display "Relatorio gravado em "
               function trim(ws-arq-relatorio).
           if ws-tt-saida-ok = "N"
               move 8 to ws-tt-rc
           end-if.
           move ws-tt-rc to return-code.
           stop run.

      ******************************************************************
      *    carrega-regras - reads the round rules. A missing rules
      *    file, a key this program does not know, a value it cannot
      *    use or a campaign other than the batch's refuses the whole
      *    screening (RC 8): a round screened against the wrong rules
      *    is worse than one not screened yet.
      ******************************************************************
       carrega-regras.
           open input regras-file.
           if ws-tt-reg-status not = "00"
               display "Regras da rodada nao encontradas: "
                   function trim(ws-tt-arq-regras)
               move 8 to ws-tt-rc
               exit paragraph
           end-if.
           move 0 to ws-tt-rg-erros.
           move "N" to ws-tt-eof.
           perform carrega-uma-regra until tt-eof.
           close regras-file.
           if ws-tt-rg-campanha not = spaces
                   and function upper-case(ws-tt-rg-campanha)
                       not = function upper-case(ws-tt-campanha)
               display "Regras da rodada sao da campanha "
                   function trim(ws-tt-rg-campanha)
                   "; o lote roda "
                   function trim(ws-tt-campanha) "."
               add 1 to ws-tt-rg-erros
           end-if.
           if ws-tt-rg-erros > 0
               display "Triagem recusada: " ws-tt-rg-erros
                   " erro(s) nas regras da rodada; movimentos"
                   " nao alterados."
               move 8 to ws-tt-rc
           end-if.

       carrega-uma-regra.
           read regras-file into ws-tt-rg-linha
               at end
                   set tt-eof to true
               not at end
                   if ws-tt-rg-linha not = spaces
                           and ws-tt-rg-linha(1:1) not = "*"
                       perform aplica-regra
                   end-if
           end-read.

       aplica-regra.
           move spaces to ws-tt-rg-chave ws-tt-rg-valor.
           move 1 to ws-tt-rg-ptr.
           unstring ws-tt-rg-linha delimited by "="
               into ws-tt-rg-chave
               with pointer ws-tt-rg-ptr
           end-unstring.
           if ws-tt-rg-ptr <= 200
               move ws-tt-rg-linha(ws-tt-rg-ptr:) to ws-tt-rg-valor
           end-if.
           move function upper-case(ws-tt-rg-chave) to ws-tt-rg-chave.
           move function upper-case(ws-tt-rg-valor) to ws-tt-rg-valor.
           evaluate function trim(ws-tt-rg-chave)
               when "CAMPANHA"
                   move ws-tt-rg-valor to ws-tt-rg-campanha
               when "LINHAS"
                   if function test-numval(ws-tt-rg-valor) = 0
                           and ws-tt-rg-valor not = spaces
                       compute ws-tt-rg-linhas =
                           function numval(ws-tt-rg-valor)
                   else
                       perform regra-invalida
                   end-if
               when "DIFICULDADES"
                   move ws-tt-rg-valor to ws-tt-rg-dificuldades
                   perform valida-dificuldades
               when "SIMILARIDADE"
                   if function test-numval(ws-tt-rg-valor) = 0
                           and ws-tt-rg-valor not = spaces
                           and function numval(ws-tt-rg-valor) <= 100
                       compute ws-tt-rg-similaridade =
                           function numval(ws-tt-rg-valor)
                   else
                       perform regra-invalida
                   end-if
               when "SUSPEITAS"
                   evaluate function trim(ws-tt-rg-valor)
                       when "MANTER"
                           move "M" to ws-tt-rg-suspeitas
                       when "RETIRAR"
                           move "R" to ws-tt-rg-suspeitas
                       when other
                           perform regra-invalida
                   end-evaluate
               when other
                   display "Regra desconhecida: "
                       function trim(ws-tt-rg-linha)
                   add 1 to ws-tt-rg-erros
           end-evaluate.

      ******************************************************************
      *    valida-dificuldades - the announced difficulties are a run
      *    of the digits 1, 2 and 3 (e.g. "23").
      ******************************************************************
       valida-dificuldades.
           if ws-tt-rg-valor(4:) not = spaces
               perform regra-invalida
               exit paragraph
           end-if.
           perform varying ws-tt-p from 1 by 1 until ws-tt-p > 3
               if ws-tt-rg-dificuldades(ws-tt-p:1) not = space
                       and ws-tt-rg-dificuldades(ws-tt-p:1) not = "1"
                       and ws-tt-rg-dificuldades(ws-tt-p:1) not = "2"
                       and ws-tt-rg-dificuldades(ws-tt-p:1) not = "3"
                   perform regra-invalida
                   exit perform
               end-if
           end-perform.

       regra-invalida.
           display "Regra com valor invalido: "
               function trim(ws-tt-rg-linha).
           add 1 to ws-tt-rg-erros.

      ******************************************************************
      *    le-movimentos - SORT input procedure: every line of the
      *    submissions, judged on its own (player, difficulty, expected
      *    results), goes to the sort to be grouped by player.
      ******************************************************************
       le-movimentos.
           move 0 to ws-tt-num-linha ws-tt-lidas.
           move "N" to ws-tt-eof.
           perform le-uma-linha until tt-eof.

       le-uma-linha.
           read inscricoes-file into ws-tt-entrada
               at end
                   set tt-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-tt-num-linha.
           add 1 to ws-tt-lidas.
           perform examina-linha.
           release otr-rec from ws-tt-ent.

      ******************************************************************
      *    examina-linha - the checks that need only the line itself;
      *    the first failure wins, as in EditaMovimentos. Rejections
      *    come before suspicions.
      ******************************************************************
       examina-linha.
           initialize ws-tt-ent.
           move ws-tt-num-linha to ws-tt-num-reg.
           move ws-tt-entrada to ws-tt-linha.
           set tt-aceita to true.
           move spaces to ws-tt-moves ws-tt-campo2 ws-tt-campo3
               ws-tt-campo4 ws-tt-campo5 ws-tt-campo6.
           unstring ws-tt-entrada delimited by ";"
               into ws-tt-moves
                    ws-tt-campo2
                    ws-tt-campo3
                    ws-tt-campo4
                    ws-tt-campo5
                    ws-tt-campo6
           end-unstring.
           move ws-tt-campo5(1:20) to ws-tt-jogador.
           if ws-tt-campo6 = spaces
               move ws-tt-dif-padrao to ws-tt-dificuldade
           else
               move ws-tt-campo6(1:1) to ws-tt-dificuldade
           end-if.
           perform monta-sequencia.
           if ws-tt-jogador = spaces
               set tt-rejeitada to true
               move "linha sem jogador" to ws-tt-motivo
               exit paragraph
           end-if.
           if ws-tt-rg-dificuldades not = spaces
               move 0 to ws-tt-k
               inspect ws-tt-rg-dificuldades tallying ws-tt-k
                   for all ws-tt-dificuldade
               if ws-tt-k = 0
                   set tt-rejeitada to true
                   move spaces to ws-tt-motivo
                   string "dificuldade " delimited by size
                          ws-tt-dificuldade delimited by size
                          " nao prevista na rodada" delimited by size
                       into ws-tt-motivo
                   end-string
                   exit paragraph
               end-if
           end-if.
           if ws-tt-campo2 not = spaces
                   or ws-tt-campo3 not = spaces
                   or ws-tt-campo4 not = spaces
               set tt-suspeita to true
               move "resultado esperado preenchido (linha de log)"
                   to ws-tt-motivo
           end-if.

      ******************************************************************
      *    monta-sequencia - the moves alone, one character each, for
      *    the comparison: commas and the "." end marker dropped.
      ******************************************************************
       monta-sequencia.
           move 0 to ws-tt-qtd.
           move spaces to ws-tt-seq.
           if ws-tt-moves = spaces
               exit paragraph
           end-if.
           compute ws-tt-fim =
               function length(function trim(ws-tt-moves, trailing)).
           perform varying ws-tt-p from 1 by 1
                   until ws-tt-p > ws-tt-fim or ws-tt-qtd >= 1000
               if ws-tt-moves(ws-tt-p:1) not = ","
                       and ws-tt-moves(ws-tt-p:1) not = "."
                       and ws-tt-moves(ws-tt-p:1) not = space
                   add 1 to ws-tt-qtd
                   move ws-tt-moves(ws-tt-p:1)
                       to ws-tt-seq(ws-tt-qtd:1)
               end-if
           end-perform.

      ******************************************************************
      *    conta-linhas-jogador - SORT output procedure: each player's
      *    lines in file order; past the round's limit the rest are
      *    rejected. Lines already rejected do not count against the
      *    allowance - they will not be played.
      ******************************************************************
       conta-linhas-jogador.
           open output trabalho1-file.
           move low-values to ws-tt-jog-atual.
           move 0 to ws-tt-jog-validas ws-tt-jogadores.
           move "N" to ws-tt-eof.
           perform conta-uma-linha until tt-eof.
           close trabalho1-file.

       conta-uma-linha.
           return ordena-triagem into ws-tt-ent
               at end
                   set tt-eof to true
                   exit paragraph
           end-return.
           if ws-tt-jogador not = ws-tt-jog-atual
               move ws-tt-jogador to ws-tt-jog-atual
               move 0 to ws-tt-jog-validas
               if ws-tt-jogador not = spaces
                   add 1 to ws-tt-jogadores
               end-if
           end-if.
           if not tt-rejeitada
               add 1 to ws-tt-jog-validas
               if ws-tt-rg-linhas > 0
                       and ws-tt-jog-validas > ws-tt-rg-linhas
                   set tt-rejeitada to true
                   move ws-tt-rg-linhas to ws-tt-num-ed
                   move spaces to ws-tt-motivo
                   string "excede o limite de " delimited by size
                          function trim(ws-tt-num-ed) delimited by size
                          " linhas por jogador" delimited by size
                       into ws-tt-motivo
                   end-string
               end-if
           end-if.
           write trabalho1-rec from ws-tt-ent.

      ******************************************************************
      *    compara-sequencias - every line still in the round is
      *    measured against every other player's lines (a second pass
      *    over the first work file for each); the closest one at or
      *    above SIMILARIDADE makes it suspect, naming the line and
      *    player it matches. Both lines of a pair get marked, each
      *    on its own turn. SIMILARIDADE=0 just copies the file on.
      ******************************************************************
       compara-sequencias.
           open input trabalho1-file.
           open output trabalho2-file.
           move "N" to ws-tt-eof.
           perform compara-uma-linha until tt-eof.
           close trabalho1-file trabalho2-file.

       compara-uma-linha.
           read trabalho1-file into ws-tt-ent
               at end
                   set tt-eof to true
                   exit paragraph
           end-read.
           if ws-tt-rg-similaridade > 0
                   and not tt-rejeitada
                   and ws-tt-qtd > 0
               perform procura-parecida
           end-if.
           write trabalho2-rec from ws-tt-ent.

       procura-parecida.
           move 0 to ws-tt-melhor-pct ws-tt-melhor-linha.
           move spaces to ws-tt-melhor-jogador.
           open input compara-file.
           move "N" to ws-tt-cmp-eof.
           perform compara-com-outra until tt-cmp-eof.
           close compara-file.
           if ws-tt-melhor-pct = 0 or not tt-aceita
               exit paragraph
           end-if.
           set tt-suspeita to true.
           move ws-tt-melhor-linha to ws-tt-num-ed.
           move spaces to ws-tt-motivo.
           if ws-tt-melhor-pct = 100
               string "identica a linha " delimited by size
                      function trim(ws-tt-num-ed) delimited by size
                      " de " delimited by size
                      ws-tt-melhor-jogador delimited by size
                   into ws-tt-motivo
               end-string
           else
               move ws-tt-melhor-pct to ws-tt-pct-ed
               string function trim(ws-tt-pct-ed) delimited by size
                      "% igual a linha " delimited by size
                      function trim(ws-tt-num-ed) delimited by size
                      " de " delimited by size
                      ws-tt-melhor-jogador delimited by size
                   into ws-tt-motivo
               end-string
           end-if.

       compara-com-outra.
           read compara-file into ws-tc-ent
               at end
                   set tt-cmp-eof to true
                   exit paragraph
           end-read.
           if ws-tc-jogador = ws-tt-jogador
                   or ws-tc-situacao = "R"
                   or ws-tc-qtd = 0
               exit paragraph
           end-if.
           perform mede-semelhanca.
           if ws-tt-pct > ws-tt-melhor-pct
               move ws-tt-pct to ws-tt-melhor-pct
               move ws-tc-num-reg to ws-tt-melhor-linha
               move ws-tc-jogador to ws-tt-melhor-jogador
           end-if.

      ******************************************************************
      *    mede-semelhanca - percent of equal moves between ws-tt-seq
      *    and ws-tc-seq, position by position, over the longer
      *    length; 0 when below SIMILARIDADE (the walk gives up as
      *    soon as it cannot get there).
      ******************************************************************
       mede-semelhanca.
           move 0 to ws-tt-pct.
           if ws-tt-qtd > ws-tc-qtd
               move ws-tt-qtd to ws-tt-maior
               move ws-tc-qtd to ws-tt-menor
           else
               move ws-tc-qtd to ws-tt-maior
               move ws-tt-qtd to ws-tt-menor
           end-if.
           compute ws-tt-min-iguais =
               (ws-tt-rg-similaridade * ws-tt-maior + 99) / 100.
           if ws-tt-menor < ws-tt-min-iguais
               exit paragraph
           end-if.
           compute ws-tt-tolera = ws-tt-menor - ws-tt-min-iguais.
           move 0 to ws-tt-difer.
           perform varying ws-tt-i from 1 by 1
                   until ws-tt-i > ws-tt-menor
                       or ws-tt-difer > ws-tt-tolera
               if ws-tt-seq(ws-tt-i:1) not = ws-tc-seq(ws-tt-i:1)
                   add 1 to ws-tt-difer
               end-if
           end-perform.
           if ws-tt-difer > ws-tt-tolera
               exit paragraph
           end-if.
           compute ws-tt-pct =
               (ws-tt-menor - ws-tt-difer) * 100 / ws-tt-maior.
           if ws-tt-pct = 0
               move 1 to ws-tt-pct
           end-if.

      ******************************************************************
      *    imprime-regras - report heading: the rules the round was
      *    screened against.
      ******************************************************************
       imprime-regras.
           move "REGRAS DA RODADA" to ws-rel-linha(1:16).
           perform imprime-linha.
           move "Arquivo de regras.....:" to ws-rel-linha(1:23).
           move ws-tt-arq-regras to ws-rel-linha(25:60).
           perform imprime-linha.
           move "Campanha..............:" to ws-rel-linha(1:23).
           move ws-tt-campanha to ws-rel-linha(25:8).
           perform imprime-linha.
           move "Linhas por jogador....:" to ws-rel-linha(1:23).
           if ws-tt-rg-linhas = 0
               move "sem limite" to ws-rel-linha(25:10)
           else
               move ws-tt-rg-linhas to ws-tt-num-ed
               move ws-tt-num-ed to ws-rel-linha(25:6)
           end-if.
           perform imprime-linha.
           move "Dificuldades..........:" to ws-rel-linha(1:23).
           if ws-tt-rg-dificuldades = spaces
               move "todas" to ws-rel-linha(25:5)
           else
               move ws-tt-rg-dificuldades to ws-rel-linha(25:3)
           end-if.
           move "(sem marca: " to ws-rel-linha(31:12).
           move ws-tt-dif-padrao to ws-rel-linha(43:1).
           move ")" to ws-rel-linha(44:1).
           perform imprime-linha.
           move "Similaridade suspeita.:" to ws-rel-linha(1:23).
           if ws-tt-rg-similaridade = 0
               move "nao comparada" to ws-rel-linha(25:13)
           else
               move ws-tt-rg-similaridade to ws-tt-pct-ed
               move ws-tt-pct-ed to ws-rel-linha(25:3)
               move "%" to ws-rel-linha(28:1)
           end-if.
           perform imprime-linha.
           move "Linhas suspeitas......:" to ws-rel-linha(1:23).
           if tt-retira-suspeitas
               move "retiradas da rodada" to ws-rel-linha(25:19)
           else
               move "mantidas, aguardando revisao"
                   to ws-rel-linha(25:28)
           end-if.
           perform imprime-linha.
           perform imprime-linha.

      ******************************************************************
      *    grava-triagem - SORT output procedure: the lines back in
      *    file order. Accepted ones (and suspect ones, unless the
      *    rules hold them back) are written to the move file;
      *    rejected and suspect ones go to the review file and the
      *    report.
      ******************************************************************
       grava-triagem.
           open output movimentos-file.
           if ws-tt-mov-status not = "00"
               display "ERRO: arquivo de movimentos nao pode ser"
                   " gravado: " function trim(ws-tt-arq-movimentos)
                   " (status " ws-tt-mov-status ")"
               move "N" to ws-tt-saida-ok
           end-if.
           open output revisao-file.
           move 0 to ws-tt-aceitas ws-tt-suspeitas ws-tt-rejeitadas
               ws-tt-gravadas.
           move "LINHAS REJEITADAS E SUSPEITAS" to ws-rel-linha(1:29).
           perform imprime-linha.
           move " Linha" to ws-rel-linha(1:6).
           move "Jogador" to ws-rel-linha(9:7).
           move "Dif" to ws-rel-linha(30:3).
           move "Situacao" to ws-rel-linha(35:8).
           move "Motivo" to ws-rel-linha(46:6).
           perform imprime-linha.
           move "N" to ws-tt-eof.
           perform grava-uma-linha until tt-eof.
           if ws-tt-suspeitas = 0 and ws-tt-rejeitadas = 0
               move "Nenhuma linha rejeitada ou suspeita."
                   to ws-rel-linha(1:36)
               perform imprime-linha
           end-if.
           perform imprime-linha.
           close movimentos-file revisao-file.

       grava-uma-linha.
           return ordena-triagem into ws-tt-ent
               at end
                   set tt-eof to true
                   exit paragraph
           end-return.
           evaluate true
               when tt-aceita
                   add 1 to ws-tt-aceitas
                   perform grava-movimento
               when tt-suspeita
                   add 1 to ws-tt-suspeitas
                   if not tt-retira-suspeitas
                       perform grava-movimento
                   end-if
                   perform grava-revisao
               when other
                   add 1 to ws-tt-rejeitadas
                   perform grava-revisao
           end-evaluate.

       grava-movimento.
           if ws-tt-saida-ok = "N"
               exit paragraph
           end-if.
           write movimentos-rec from ws-tt-linha.
           if ws-tt-mov-status not = "00"
               display "ERRO: gravacao em "
                   function trim(ws-tt-arq-movimentos)
                   " falhou (status " ws-tt-mov-status ")"
               move "N" to ws-tt-saida-ok
               exit paragraph
           end-if.
           add 1 to ws-tt-gravadas.

       grava-revisao.
           move ws-tt-num-reg to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(1:6).
           move ws-tt-jogador to ws-rel-linha(9:20).
           move ws-tt-dificuldade to ws-rel-linha(31:1).
           move spaces to wss-str-revisao.
           if tt-suspeita
               move "SUSPEITA" to ws-rel-linha(35:8)
               string "linha " delimited by size
                      ws-tt-num-reg delimited by size
                      " SUSPEITA: " delimited by size
                      function trim(ws-tt-motivo) delimited by size
                      " :: " delimited by size
                      ws-tt-linha delimited by size
                   into wss-str-revisao
               end-string
           else
               move "REJEITADA" to ws-rel-linha(35:9)
               string "linha " delimited by size
                      ws-tt-num-reg delimited by size
                      " REJEITADA: " delimited by size
                      function trim(ws-tt-motivo) delimited by size
                      " :: " delimited by size
                      ws-tt-linha delimited by size
                   into wss-str-revisao
               end-string
           end-if.
           move ws-tt-motivo to ws-rel-linha(46:50).
           perform imprime-linha.
           write revisao-rec from wss-str-revisao.

      ******************************************************************
      *    resumo-jogadores - the second work file is still in player
      *    order: one report line per player with how their lines
      *    were judged. Lines without a player come first, under
      *    "(sem jogador)".
      ******************************************************************
       resumo-jogadores.
           move "LINHAS POR JOGADOR" to ws-rel-linha(1:18).
           perform imprime-linha.
           move "Jogador" to ws-rel-linha(1:7).
           move "Linhas" to ws-rel-linha(23:6).
           move "Aceitas" to ws-rel-linha(31:7).
           move "Suspeitas" to ws-rel-linha(40:9).
           move "Rejeitadas" to ws-rel-linha(51:10).
           perform imprime-linha.
           move 0 to ws-tt-listadas ws-tt-rs-linhas.
           open input trabalho2-file.
           move "N" to ws-tt-eof.
           perform resume-uma-linha until tt-eof.
           close trabalho2-file.
           if ws-tt-rs-linhas > 0
               perform imprime-jogador
           end-if.
           perform imprime-linha.

       resume-uma-linha.
           read trabalho2-file into ws-tt-ent
               at end
                   set tt-eof to true
                   exit paragraph
           end-read.
           if ws-tt-rs-linhas > 0
                   and ws-tt-jogador not = ws-tt-rs-jogador
               perform imprime-jogador
           end-if.
           if ws-tt-rs-linhas = 0
               move ws-tt-jogador to ws-tt-rs-jogador
               move 0 to ws-tt-rs-aceitas ws-tt-rs-suspeitas
                   ws-tt-rs-rejeitadas
           end-if.
           add 1 to ws-tt-rs-linhas.
           evaluate true
               when tt-aceita
                   add 1 to ws-tt-rs-aceitas
               when tt-suspeita
                   add 1 to ws-tt-rs-suspeitas
               when other
                   add 1 to ws-tt-rs-rejeitadas
           end-evaluate.

       imprime-jogador.
           if ws-tt-rs-jogador = spaces
               move "(sem jogador)" to ws-rel-linha(1:13)
           else
               move ws-tt-rs-jogador to ws-rel-linha(1:20)
           end-if.
           move ws-tt-rs-linhas to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(23:6).
           move ws-tt-rs-aceitas to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(32:6).
           move ws-tt-rs-suspeitas to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(43:6).
           move ws-tt-rs-rejeitadas to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(55:6).
           perform imprime-linha.
           add ws-tt-rs-linhas to ws-tt-listadas.
           move 0 to ws-tt-rs-linhas.

      ******************************************************************
      *    imprime-totais - control totals, on the report and the
      *    console: every line read must come out accepted, suspect
      *    or rejected, and the per-player listing must add up to the
      *    same count.
      ******************************************************************
       imprime-totais.
           move "TOTAIS" to ws-rel-linha(1:6).
           perform imprime-linha.
           move "Linhas lidas..........:" to ws-rel-linha(1:23).
           move ws-tt-lidas to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(25:6).
           perform imprime-linha.
           move "Linhas aceitas........:" to ws-rel-linha(1:23).
           move ws-tt-aceitas to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(25:6).
           perform imprime-linha.
           move "Linhas suspeitas......:" to ws-rel-linha(1:23).
           move ws-tt-suspeitas to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(25:6).
           perform imprime-linha.
           move "Linhas rejeitadas.....:" to ws-rel-linha(1:23).
           move ws-tt-rejeitadas to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(25:6).
           perform imprime-linha.
           move "Linhas na rodada......:" to ws-rel-linha(1:23).
           move ws-tt-gravadas to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(25:6).
           perform imprime-linha.
           move "Jogadores.............:" to ws-rel-linha(1:23).
           move ws-tt-jogadores to ws-tt-num-ed.
           move ws-tt-num-ed to ws-rel-linha(25:6).
           perform imprime-linha.
           display "=====================".
           display "Triagem da rodada".
           display "Linhas lidas.........: " ws-tt-lidas.
           display "Linhas aceitas.......: " ws-tt-aceitas.
           display "Linhas suspeitas.....: " ws-tt-suspeitas.
           display "Linhas rejeitadas....: " ws-tt-rejeitadas.
           display "Linhas na rodada.....: " ws-tt-gravadas.
           display "Jogadores............: " ws-tt-jogadores.
           if ws-tt-aceitas + ws-tt-suspeitas + ws-tt-rejeitadas
                   = ws-tt-lidas
                   and ws-tt-listadas = ws-tt-lidas
               move "Conferencia com o arquivo de inscricoes: OK"
                   to ws-rel-linha(1:43)
               perform imprime-linha
           else
               move "Conferencia com o arquivo de inscricoes:"
                   to ws-rel-linha(1:40)
               move "DIVERGENTE" to ws-rel-linha(42:10)
               perform imprime-linha
               display "AVISO: triagem nao confere com o arquivo de"
                   " inscricoes: " ws-tt-lidas " lidas, "
                   ws-tt-listadas " listadas."
               move 4 to ws-tt-rc
           end-if.
           if ws-tt-suspeitas > 0 or ws-tt-rejeitadas > 0
               move "Rodada aguardando revisao do organizador - ver"
                   to ws-rel-linha(1:46)
               move ws-tt-arq-revisao to ws-rel-linha(48:60)
               perform imprime-linha
               display "Linhas para revisao em "
                   function trim(ws-tt-arq-revisao)
               move 4 to ws-tt-rc
           end-if.

       COPY "RELPD.cpy".
