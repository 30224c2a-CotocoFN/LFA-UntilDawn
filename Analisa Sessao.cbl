      *    of inputs chosen there, and deaths broken down by cause -
      *    normal transition to 666, "tentativas invalidas demais",
      *    "falhou no teste de dificuldade", "movimentos esgotados".
      *
      *    The same pass also writes the choice statistics file the
      *    engine's "?" command shows at a scene prompt
      *    (UNTILDAWN_ARQ_ESTATISTICA, default "estatistica.dat",
      *    layout ESTAT.cpy): per campaign, state and input, the share
      *    of players choosing it and the share of those who went on
      *    to survive. Only interactive choices count (the records
      *    the engine stamps with TEMPO=) - batch regressions and
      *    exploration would swamp what people actually do. A choice
      *    taken back with "V" does not count, and neither does one
      *    made right after consulting the file at that scene
      *    (the CONSULTA= record): those are informed choices, and
      *    the report shows them per state next to the consults, so
      *    the file never feeds on itself. Sessions are told apart by
      *    campaign through their CAMPANHA= record, as in
      *    CalibraDificuldade. The file is rewritten whole each run;
      *    the combinations beyond 1000 are left out with a warning.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
               FILE STATUS IS ws-ana-status.
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESTATISTICA-FILE ASSIGN USING ws-ana-arq-estatistica
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ana-es-status.

       DATA                         DIVISION.

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       FD  ESTATISTICA-FILE.
       COPY "ESTAT.cpy".

       WORKING-STORAGE SECTION.
       77 ws-ana-arquivo       pic x(60) value "sessoes.log".
       77 ws-ana-status        pic x(2) value "00".
       77 ws-ana-tot-dific     pic 9(7) value 0.
       77 ws-ana-tot-esgotado  pic 9(7) value 0.
       77 ws-ana-tot-desfez    pic 9(7) value 0.
       77 ws-ana-tot-consultas pic 9(7) value 0.
       77 ws-ana-tot-informada pic 9(7) value 0.

       COPY "RELWS.cpy".

               10 ws-ana-est-m-dific       pic 9(7).
               10 ws-ana-est-m-esgotado    pic 9(7).
               10 ws-ana-est-desfeitos     pic 9(7).
               10 ws-ana-est-consultas     pic 9(7).
               10 ws-ana-est-informadas    pic 9(7).
               10 ws-ana-est-acao-count    pic 9(2).
               10 ws-ana-est-acao-ent occurs 8 times.
                   15 ws-ana-est-acao-cod  pic x(1).
                   15 ws-ana-est-acao-qtd  pic 9(7).

      ******************************************************************
      *    Choice statistics for the engine's "?" command: one entry
      *    per campaign, state and input, and the entries the run
      *    being read has chosen so far (credited with a survival
      *    when the run ends at 777).
      ******************************************************************
       77 ws-ana-arq-estatistica pic x(60) value "estatistica.dat".
       77 ws-ana-es-status     pic x(2) value "00".
       77 ws-ana-campanha      pic x(8) value "MANSAO".
       77 ws-ana-consultou     pic x(3) value spaces.
       77 ws-ana-sobreviveu    pic x(1) value "N".
       77 ws-ana-es-estourou   pic x(1) value "N".
       77 ws-ana-es-gravados   pic 9(7) value 0.
       77 ws-ana-es-visitas    pic 9(7) value 0.
       77 ws-ana-es-i          pic 9(4) value 0.
       77 ws-ana-es-j          pic 9(4) value 0.
       77 ws-ana-es-ult        pic 9(4) value 0.
       77 ws-ana-es-count      pic 9(4) value 0.
       01 ws-ana-es-tab.
           05 ws-ana-es-ent occurs 1000 times.
               10 ws-ana-es-campanha       pic x(8).
               10 ws-ana-es-estado         pic x(3).
               10 ws-ana-es-acao           pic x(1).
               10 ws-ana-es-escolhas       pic 9(7).
               10 ws-ana-es-sobreviveu     pic 9(7).
       77 ws-ana-run-count     pic 9(3) value 0.
       01 ws-ana-run-tab.
           05 ws-ana-run-ent occurs 500 times pic 9(4).

       PROCEDURE                    DIVISION.

           accept ws-ana-arquivo
           if ws-arq-relatorio = spaces
               move "analise.rel.txt" to ws-arq-relatorio
           end-if.
           accept ws-ana-arq-estatistica
               from environment "UNTILDAWN_ARQ_ESTATISTICA"
               on exception
                   move "estatistica.dat" to ws-ana-arq-estatistica
           end-accept.
           if ws-ana-arq-estatistica = spaces
               move "estatistica.dat" to ws-ana-arq-estatistica
           end-if.
           open input analise-file.
           if ws-ana-status not = "00"
               display "Arquivo de analise nao encontrado: "
           end-if.
           perform analisa-linha until ana-eof.
           close analise-file.
           perform fecha-corrida.
           perform grava-estatistica.
           perform relatorio-analise.
           stop run.

               not at end
                   evaluate true
                       when ws-ana-linha(1:14) = "===== CORRIDA "
                           perform fecha-corrida
                           add 1 to ws-ana-corridas
                       when ws-ana-linha(1:8) = "SEMENTE="
                       when ws-ana-linha(1:6) = "##### "
                           perform fecha-corrida
                           move "MANSAO" to ws-ana-campanha
                       when ws-ana-linha(1:9) = "CAMPANHA="
                           move ws-ana-linha(10:8) to ws-ana-campanha
                       when ws-ana-linha(1:7) = "ESTADO="
                               and ws-ana-linha(11:6) = " ACAO="
                           add 1 to ws-ana-registros
                           move ws-ana-linha(27:3) to ws-ana-proximo
                           move ws-ana-linha(31:40) to ws-ana-causa
                           perform tally-registro
                           perform tally-estatistica
                       when ws-ana-linha(1:7) = "DESFEZ="
                           perform tally-desfez
                       when ws-ana-linha(1:9) = "CONSULTA="
                           perform tally-consulta
                       when ws-ana-linha(1:13) = "RESULTADO=777"
                           move "Y" to ws-ana-sobreviveu
                   end-evaluate
           end-read.

           if ws-ana-i > 0
               add 1 to ws-ana-est-desfeitos(ws-ana-i)
           end-if.
           if ws-ana-es-ult > 0
               subtract 1 from ws-ana-es-escolhas(ws-ana-es-ult)
               if ws-ana-run-count > 0
                   subtract 1 from ws-ana-run-count
               end-if
               move 0 to ws-ana-es-ult
           end-if.

      ******************************************************************
      *    tally-consulta - one CONSULTA= record (the player asked for
      *    the statistics at a scene prompt):
      *        CONSULTA=nnn USO=n CUSTO=nn
      *        123456789  1
      *                 0 2
      *    The next choice at that state is an informed one.
      ******************************************************************
       tally-consulta.
           add 1 to ws-ana-tot-consultas.
           move ws-ana-linha(10:3) to ws-ana-estado.
           move ws-ana-estado to ws-ana-consultou.
           perform localiza-estado.
           if ws-ana-i > 0
               add 1 to ws-ana-est-consultas(ws-ana-i)
           end-if.

      ******************************************************************
      *    tally-estatistica - folds one ESTADO record into the choice
      *    statistics, unless it was informed by a consult or is not
      *    an interactive choice (no TEMPO= stamp at column 72).
      ******************************************************************
       tally-estatistica.
           move 0 to ws-ana-es-ult.
           if ws-ana-proximo = "777"
               move "Y" to ws-ana-sobreviveu
           end-if.
           if ws-ana-consultou not = spaces
               if ws-ana-consultou = ws-ana-estado
                   move spaces to ws-ana-consultou
                   add 1 to ws-ana-tot-informada
                   perform localiza-estado
                   if ws-ana-i > 0
                       add 1 to ws-ana-est-informadas(ws-ana-i)
                   end-if
                   exit paragraph
               end-if
               move spaces to ws-ana-consultou
           end-if.
           if ws-ana-linha(72:6) not = "TEMPO="
               exit paragraph
           end-if.
           perform localiza-combinacao.
           if ws-ana-es-i = 0
               exit paragraph
           end-if.
           add 1 to ws-ana-es-escolhas(ws-ana-es-i).
           move ws-ana-es-i to ws-ana-es-ult.
           if ws-ana-run-count < 500
               add 1 to ws-ana-run-count
               move ws-ana-es-i to ws-ana-run-ent(ws-ana-run-count)
           end-if.

       localiza-combinacao.
           move 0 to ws-ana-es-i.
           perform varying ws-ana-es-j from 1 by 1
                   until ws-ana-es-j > ws-ana-es-count
               if ws-ana-es-campanha(ws-ana-es-j) = ws-ana-campanha
                       and ws-ana-es-estado(ws-ana-es-j) = ws-ana-estado
                       and ws-ana-es-acao(ws-ana-es-j) = ws-ana-acao
                   move ws-ana-es-j to ws-ana-es-i
                   exit perform
               end-if
           end-perform.
           if ws-ana-es-i = 0
               if ws-ana-es-count < 1000
                   add 1 to ws-ana-es-count
                   move ws-ana-es-count to ws-ana-es-i
                   initialize ws-ana-es-ent(ws-ana-es-i)
                   move ws-ana-campanha
                       to ws-ana-es-campanha(ws-ana-es-i)
                   move ws-ana-estado to ws-ana-es-estado(ws-ana-es-i)
                   move ws-ana-acao to ws-ana-es-acao(ws-ana-es-i)
               else
                   if ws-ana-es-estourou = "N"
                       display "AVISO: mais de 1000 combinacoes de"
                           " campanha/estado/acao; estatistica"
                           " parcial."
                       move "Y" to ws-ana-es-estourou
                   end-if
               end-if
           end-if.

      ******************************************************************
      *    fecha-corrida - the run being read is over: a survival is
      *    credited to every choice it made on the way.
      ******************************************************************
       fecha-corrida.
           if ws-ana-sobreviveu = "Y"
               perform varying ws-ana-es-j from 1 by 1
                       until ws-ana-es-j > ws-ana-run-count
                   move ws-ana-run-ent(ws-ana-es-j) to ws-ana-es-i
                   add 1 to ws-ana-es-sobreviveu(ws-ana-es-i)
               end-perform
           end-if.
           move 0 to ws-ana-run-count ws-ana-es-ult.
           move "N" to ws-ana-sobreviveu.
           move spaces to ws-ana-consultou.

      ******************************************************************
      *    grava-estatistica - the statistics file, rewritten whole:
      *    one record per combination still chosen at least once,
      *    its share among the choices made at its state and the
      *    share of its runs that survived.
      ******************************************************************
       grava-estatistica.
           open output estatistica-file.
           if ws-ana-es-status not = "00"
               display "AVISO: estatistica nao gravada em "
                   function trim(ws-ana-arq-estatistica)
                   " (status " ws-ana-es-status ")"
               exit paragraph
           end-if.
           perform varying ws-ana-es-i from 1 by 1
                   until ws-ana-es-i > ws-ana-es-count
               if ws-ana-es-escolhas(ws-ana-es-i) > 0
                   perform grava-uma-estatistica
               end-if
           end-perform.
           close estatistica-file.
           display "Estatisticas gravadas: " ws-ana-es-gravados
               " em " function trim(ws-ana-arq-estatistica).

       grava-uma-estatistica.
           move 0 to ws-ana-es-visitas.
           perform varying ws-ana-es-j from 1 by 1
                   until ws-ana-es-j > ws-ana-es-count
               if ws-ana-es-campanha(ws-ana-es-j)
                       = ws-ana-es-campanha(ws-ana-es-i)
                       and ws-ana-es-estado(ws-ana-es-j)
                           = ws-ana-es-estado(ws-ana-es-i)
                   add ws-ana-es-escolhas(ws-ana-es-j)
                       to ws-ana-es-visitas
               end-if
           end-perform.
           move spaces to estatistica-rec.
           move ws-ana-es-campanha(ws-ana-es-i) to es-campanha.
           move ws-ana-es-estado(ws-ana-es-i) to es-estado.
           move ws-ana-es-acao(ws-ana-es-i) to es-acao.
           move ws-ana-es-escolhas(ws-ana-es-i) to es-escolhas.
           move ws-ana-es-visitas to es-visitas.
           compute es-pct-escolha rounded =
               ws-ana-es-escolhas(ws-ana-es-i) * 100
               / ws-ana-es-visitas.
           move ws-ana-es-sobreviveu(ws-ana-es-i) to es-sobreviveu.
           compute es-pct-sobrevive rounded =
               ws-ana-es-sobreviveu(ws-ana-es-i) * 100
               / ws-ana-es-escolhas(ws-ana-es-i).
           move function current-date(1:8) to es-gerado.
           write estatistica-rec.
           add 1 to ws-ana-es-gravados.

      ******************************************************************
      *    tally-registro - folds one ESTADO record into the per-state
                       to ws-rel-linha(37:7)
                   perform imprime-linha
               end-if
               if ws-ana-est-consultas(ws-ana-i) > 0
                   display "  consultas as estatisticas........: "
                       ws-ana-est-consultas(ws-ana-i)
                   display "  escolhas informadas..............: "
                       ws-ana-est-informadas(ws-ana-i)
                   move "  consultas as estatisticas.......:"
                       to ws-rel-linha(1:35)
                   move ws-ana-est-consultas(ws-ana-i)
                       to ws-rel-linha(37:7)
                   perform imprime-linha
                   move "  escolhas informadas.............:"
                       to ws-rel-linha(1:35)
                   move ws-ana-est-informadas(ws-ana-i)
                       to ws-rel-linha(37:7)
                   perform imprime-linha
               end-if
           end-perform.
           display "---------------------".
           display "Mortes por causa no total:".
           display "  teste de dificuldade...: " ws-ana-tot-dific.
           display "  movimentos esgotados...: " ws-ana-tot-esgotado.
           display "Escolhas desfeitas (undo): " ws-ana-tot-desfez.
           display "Consultas (?)............: " ws-ana-tot-consultas.
           display "Escolhas informadas......: " ws-ana-tot-informada.
           perform imprime-linha.
           move "Mortes por causa no total:" to ws-rel-linha(1:26).
           perform imprime-linha.
               to ws-rel-linha(1:26).
           move ws-ana-tot-desfez to ws-rel-linha(28:7).
           perform imprime-linha.
           move "Consultas (?)............:"
               to ws-rel-linha(1:26).
           move ws-ana-tot-consultas to ws-rel-linha(28:7).
           perform imprime-linha.
           move "Escolhas informadas......:"
               to ws-rel-linha(1:26).
           move ws-ana-tot-informada to ws-rel-linha(28:7).
           perform imprime-linha.
           perform fecha-relatorio.

       COPY "RELPD.cpy".
