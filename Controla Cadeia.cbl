       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      ControlaCadeia.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    ControlaCadeia - runs the nightly chain (ValidaCenario,
      *    EditaMovimentos, DivideMovimentos, the engine streams,
      *    ConsolidaLotes, AuditaDados, ExtraiPlacar, ColetaSessao)
      *    step by step from a chain definition file, instead of the
      *    scheduler's own conditional logic, and keeps a dated run
      *    ledger of every step it starts and ends. When a step
      *    fails, the next run of the controller for the same date
      *    resumes from the first step that did not complete
      *    cleanly; nobody has to work out by hand which steps are
      *    safe to rerun.
      *
      *    Chain definition (UNTILDAWN_ARQ_CADEIA, default
      *    "cadeia.txt"), one step per line in running order, "*"
      *    lines are comments:
      *        passo;limite;reexecutavel;comando
      *          passo ......... step name, unique, up to 12 chars
      *          limite ........ highest RC that still counts as a
      *                          clean end (e.g. 4 for a step whose
      *                          warnings must not stop the chain)
      *          reexecutavel .. "S" the step may simply run again
      *                          on a restart; "N" it must never
      *                          run twice (ConsolidaLotes consumes
      *                          its streams, ExtraiPlacar mails an
      *                          extract) - a restart that reaches
      *                          one that started before stops and
      *                          waits for the operator
      *          comando ....... the command line, run through the
      *                          system shell (may itself start the N
      *                          engine streams in parallel and wait
      *                          for them)
      *
      *    Run ledger <base>.<AAAAMMDD>.txt, <base> from
      *    UNTILDAWN_ARQ_RAZAO (default "cadeia.razao") and the date
      *    from UNTILDAWN_DATA_CADEIA (default today - a restart the
      *    morning after names last night's date). Appended, never
      *    rewritten:
      *        C;estampa;INICIO                 chain started
      *        C;estampa;RETOMADA;passo         chain restarted
      *        E;estampa;passo                  step started
      *        S;estampa;passo;inicio;rc;limite;OK|FALHOU
      *                                         step ended
      *        L;estampa;passo                  never-twice step
      *                                         released by the
      *                                         operator
      *        C;estampa;CONCLUIDA              every step clean
      *        C;estampa;PAROU;passo;motivo     chain stopped
      *    A step with an "E" and no "S" was interrupted mid-run
      *    (machine down, job cancelled); it counts as not clean.
      *
      *    UNTILDAWN_LIBERAR=passo releases one never-twice step for
      *    this restart, once the operator has checked what it left
      *    behind (the release goes into the ledger).
      *    UNTILDAWN_CADEIA_MODO=F only prints the run-sheet.
      *
      *    Either way the morning run-sheet goes to the print file
      *    UNTILDAWN_ARQ_REL_CADEIA (default "cadeia.rel.txt"): every
      *    ledger event in order, then each step of the chain with
      *    its last start, end, RC and state, and why the chain
      *    stopped.
      *
      *    RC 0 chain complete and clean; 4 complete with a step
      *    ending on a nonzero RC within its limit; 8 a step ended
      *    above its limit; 12 the restart reached a never-twice step
      *    that already started; 16 the chain definition is missing
      *    or invalid.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA-FILE ASSIGN USING ws-cc-arq-cadeia
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cc-status.
           SELECT RAZAO-FILE ASSIGN USING ws-cc-arq-razao
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cc-razao-status.
           SELECT RELATORIO-FILE ASSIGN USING ws-arq-relatorio
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA                         DIVISION.

       FILE SECTION.
       FD  CADEIA-FILE.
       01  CADEIA-REC               PIC X(260).

       FD  RAZAO-FILE.
       01  RAZAO-REC                PIC X(200).

       FD  RELATORIO-FILE.
       01  RELATORIO-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-cc-status         pic x(2) value "00".
       77 ws-cc-razao-status   pic x(2) value "00".
       77 ws-cc-arq-cadeia     pic x(60) value "cadeia.txt".
       77 ws-cc-arq-razao      pic x(80) value spaces.
       77 ws-cc-base-razao     pic x(60) value "cadeia.razao".
       77 ws-cc-data           pic x(8) value spaces.
       77 ws-cc-modo           pic x(1) value "E".
           88 cc-so-folha      value "F" "f".
       77 ws-cc-liberar        pic x(12) value spaces.
       77 ws-cc-eof            pic x(1) value "N".
           88 cc-eof           value "Y".
       77 ws-cc-linha          pic x(260).
       77 ws-cc-ptr            pic 9(3) value 0.
       77 ws-cc-num-linha      pic 9(4) value 0.
       77 ws-cc-erros          pic 9(4) value 0.
       77 ws-cc-i              pic 9(2) value 0.
       77 ws-cc-j              pic 9(2) value 0.
       77 ws-cc-retomar        pic 9(2) value 0.
       77 ws-cc-eventos        pic 9(5) value 0.
       77 ws-cc-agora          pic x(14) value spaces.
       77 ws-cc-status-sis     pic s9(9) value 0.
       77 ws-cc-rc             pic 9(5) value 0.
       77 ws-cc-rc-final       pic 9(2) value 0.
       77 ws-cc-parou          pic x(1) value "N".
           88 cc-parou         value "Y".
       77 ws-cc-motivo         pic x(80) value spaces.
       77 ws-cc-situacao-ed    pic x(14) value spaces.
       77 ws-cc-estampa-ed     pic x(19) value spaces.
       77 ws-cc-rc-ed          pic zzzz9 value zero.
       77 ws-cc-limite-ed      pic zz9 value zero.
       77 wss-str-razao        pic x(200).

      ******************************************************************
      *    Fields of one ledger or definition line, as unstrung.
      ******************************************************************
       77 ws-cc-f1             pic x(14).
       77 ws-cc-f2             pic x(14).
       77 ws-cc-f3             pic x(14).
       77 ws-cc-f4             pic x(14).
       77 ws-cc-f5             pic x(14).
       77 ws-cc-f6             pic x(14).
       77 ws-cc-f7             pic x(60).

      ******************************************************************
      *    The chain as defined, with each step's state as the
      *    ledger left it: " " never started, "E" started and never
      *    ended, "K" ended clean, "F" ended above its limit.
      ******************************************************************
       77 ws-cc-count          pic 9(2) value 0.
       01 ws-cc-tab.
           05 ws-cc-passo occurs 30 times.
               10 ws-cc-nome           pic x(12).
               10 ws-cc-limite         pic 9(3).
               10 ws-cc-reexec         pic x(1).
                   88 cc-reexecutavel  value "S".
               10 ws-cc-comando        pic x(200).
               10 ws-cc-situacao       pic x(1).
                   88 cc-nunca         value " ".
                   88 cc-iniciado      value "E".
                   88 cc-limpo         value "K".
                   88 cc-falhou        value "F".
               10 ws-cc-inicio         pic x(14).
               10 ws-cc-fim            pic x(14).
               10 ws-cc-rc-passo       pic 9(5).

       COPY "RELWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-cc-arq-cadeia
               from environment "UNTILDAWN_ARQ_CADEIA"
               on exception
                   move "cadeia.txt" to ws-cc-arq-cadeia
           end-accept.
           if ws-cc-arq-cadeia = spaces
               move "cadeia.txt" to ws-cc-arq-cadeia
           end-if.
           accept ws-cc-base-razao
               from environment "UNTILDAWN_ARQ_RAZAO"
               on exception
                   move "cadeia.razao" to ws-cc-base-razao
           end-accept.
           if ws-cc-base-razao = spaces
               move "cadeia.razao" to ws-cc-base-razao
           end-if.
           accept ws-cc-data from environment "UNTILDAWN_DATA_CADEIA"
               on exception
                   move spaces to ws-cc-data
           end-accept.
           if ws-cc-data = spaces
               move function current-date(1:8) to ws-cc-data
           end-if.
           accept ws-cc-modo from environment "UNTILDAWN_CADEIA_MODO"
               on exception
                   move "E" to ws-cc-modo
           end-accept.
           accept ws-cc-liberar from environment "UNTILDAWN_LIBERAR"
               on exception
                   move spaces to ws-cc-liberar
           end-accept.
           accept ws-arq-relatorio
               from environment "UNTILDAWN_ARQ_REL_CADEIA"
               on exception
                   move "cadeia.rel.txt" to ws-arq-relatorio
           end-accept.
           if ws-arq-relatorio = spaces
               move "cadeia.rel.txt" to ws-arq-relatorio
           end-if.
           if ws-cc-data not numeric
               display "UNTILDAWN_DATA_CADEIA invalida: " ws-cc-data
                   " (esperado AAAAMMDD)"
               move 16 to return-code
               stop run
           end-if.
           move spaces to ws-cc-arq-razao.
           string function trim(ws-cc-base-razao) delimited by size
                  "." delimited by size
                  ws-cc-data delimited by size
                  ".txt" delimited by size
               into ws-cc-arq-razao
           end-string.
           perform carrega-cadeia.
           if ws-cc-erros > 0
               display "Definicao da cadeia invalida ("
                   ws-cc-erros " erro(s)); nada foi executado."
               move 16 to return-code
               stop run
           end-if.
           perform le-razao.
           if not cc-so-folha
               perform executa-cadeia
           end-if.
           perform imprime-folha.
           move ws-cc-rc-final to return-code.
           stop run.

      ******************************************************************
      *    carrega-cadeia - the chain definition into ws-cc-tab. The
      *    command is everything after the third ";", so it may carry
      *    semicolons of its own.
      ******************************************************************
       carrega-cadeia.
           open input cadeia-file.
           if ws-cc-status not = "00"
               display "Definicao da cadeia nao encontrada: "
                   function trim(ws-cc-arq-cadeia)
                   " (status " ws-cc-status ")"
               add 1 to ws-cc-erros
               exit paragraph
           end-if.
           move "N" to ws-cc-eof.
           perform carrega-passo until cc-eof.
           close cadeia-file.
           if ws-cc-count = 0
               display "ERRO: cadeia sem nenhum passo"
               add 1 to ws-cc-erros
           end-if.

       carrega-passo.
           read cadeia-file into ws-cc-linha
               at end
                   set cc-eof to true
               not at end
                   add 1 to ws-cc-num-linha
                   if ws-cc-linha not = spaces
                           and ws-cc-linha(1:1) not = "*"
                       perform valida-passo
                   end-if
           end-read.

       valida-passo.
           move spaces to ws-cc-f1 ws-cc-f2 ws-cc-f3.
           move 1 to ws-cc-ptr.
           unstring ws-cc-linha delimited by ";"
               into ws-cc-f1 ws-cc-f2 ws-cc-f3
               with pointer ws-cc-ptr
           end-unstring.
           if ws-cc-count >= 30
               display "ERRO linha " ws-cc-num-linha
                   ": mais de 30 passos"
               add 1 to ws-cc-erros
               exit paragraph
           end-if.
           if ws-cc-f1 = spaces or ws-cc-f1(13:) not = spaces
               display "ERRO linha " ws-cc-num-linha
                   ": nome do passo vazio ou com mais de 12 posicoes"
               add 1 to ws-cc-erros
               exit paragraph
           end-if.
           if function test-numval(ws-cc-f2) not = 0
                   or ws-cc-f2(4:) not = spaces
               display "ERRO linha " ws-cc-num-linha
                   ": limite de RC invalido: " ws-cc-f2
               add 1 to ws-cc-erros
               exit paragraph
           end-if.
           if ws-cc-f3 not = "S" and ws-cc-f3 not = "N"
               display "ERRO linha " ws-cc-num-linha
                   ": reexecutavel deve ser S ou N"
               add 1 to ws-cc-erros
               exit paragraph
           end-if.
           if ws-cc-ptr > 260 or ws-cc-linha(ws-cc-ptr:) = spaces
               display "ERRO linha " ws-cc-num-linha
                   ": passo sem comando"
               add 1 to ws-cc-erros
               exit paragraph
           end-if.
           perform varying ws-cc-j from 1 by 1
                   until ws-cc-j > ws-cc-count
               if ws-cc-nome(ws-cc-j) = ws-cc-f1(1:12)
                   display "ERRO linha " ws-cc-num-linha
                       ": passo repetido: " function trim(ws-cc-f1)
                   add 1 to ws-cc-erros
                   exit paragraph
               end-if
           end-perform.
           add 1 to ws-cc-count.
           move ws-cc-f1(1:12) to ws-cc-nome(ws-cc-count).
           compute ws-cc-limite(ws-cc-count) =
               function numval(ws-cc-f2).
           move ws-cc-f3(1:1) to ws-cc-reexec(ws-cc-count).
           move ws-cc-linha(ws-cc-ptr:) to ws-cc-comando(ws-cc-count).
           move spaces to ws-cc-situacao(ws-cc-count)
               ws-cc-inicio(ws-cc-count) ws-cc-fim(ws-cc-count).
           move 0 to ws-cc-rc-passo(ws-cc-count).

      ******************************************************************
      *    le-razao - replays the date's ledger (when it exists) onto
      *    the step table, so each step carries its latest state.
      *    Steps no longer in the definition are ignored.
      ******************************************************************
       le-razao.
           open input razao-file.
           if ws-cc-razao-status not = "00"
               exit paragraph
           end-if.
           move "N" to ws-cc-eof.
           perform le-evento-razao until cc-eof.
           close razao-file.

       le-evento-razao.
           read razao-file into ws-cc-linha
               at end
                   set cc-eof to true
               not at end
                   add 1 to ws-cc-eventos
                   perform separa-evento
                   perform localiza-passo
                   if ws-cc-i > 0
                       evaluate ws-cc-f1
                           when "E"
                               set cc-iniciado(ws-cc-i) to true
                               move ws-cc-f2 to ws-cc-inicio(ws-cc-i)
                               move spaces to ws-cc-fim(ws-cc-i)
                               move 0 to ws-cc-rc-passo(ws-cc-i)
                           when "S"
                               move ws-cc-f2 to ws-cc-fim(ws-cc-i)
                               move ws-cc-f4 to ws-cc-inicio(ws-cc-i)
                               compute ws-cc-rc-passo(ws-cc-i) =
                                   function numval(ws-cc-f5)
                               if ws-cc-f7 = "OK"
                                   set cc-limpo(ws-cc-i) to true
                               else
                                   set cc-falhou(ws-cc-i) to true
                               end-if
                       end-evaluate
                   end-if
           end-read.

       separa-evento.
           move spaces to ws-cc-f1 ws-cc-f2 ws-cc-f3 ws-cc-f4
               ws-cc-f5 ws-cc-f6 ws-cc-f7.
           unstring ws-cc-linha delimited by ";"
               into ws-cc-f1 ws-cc-f2 ws-cc-f3 ws-cc-f4
                    ws-cc-f5 ws-cc-f6 ws-cc-f7
           end-unstring.

      *    localiza-passo - ws-cc-i is the step named in ws-cc-f3
      *    ("E"/"S" records), 0 when not in the chain.
       localiza-passo.
           move 0 to ws-cc-i.
           if ws-cc-f1 not = "E" and ws-cc-f1 not = "S"
               exit paragraph
           end-if.
           perform varying ws-cc-j from 1 by 1
                   until ws-cc-j > ws-cc-count
               if ws-cc-nome(ws-cc-j) = ws-cc-f3(1:12)
                   move ws-cc-j to ws-cc-i
                   exit perform
               end-if
           end-perform.

      ******************************************************************
      *    executa-cadeia - from the first step not ended clean to
      *    the end of the chain, or until a step stops it.
      ******************************************************************
       executa-cadeia.
           move 0 to ws-cc-retomar.
           perform varying ws-cc-i from 1 by 1
                   until ws-cc-i > ws-cc-count
               if not cc-limpo(ws-cc-i)
                   move ws-cc-i to ws-cc-retomar
                   exit perform
               end-if
           end-perform.
           if ws-cc-retomar = 0
               display "Cadeia de " ws-cc-data
                   " ja concluida; nada a executar."
               exit paragraph
           end-if.
           open extend razao-file.
           if ws-cc-razao-status not = "00"
               open output razao-file
           end-if.
           if ws-cc-razao-status not = "00"
               display "Razao da cadeia indisponivel: "
                   function trim(ws-cc-arq-razao)
                   " (status " ws-cc-razao-status ")"
               move 16 to ws-cc-rc-final
               exit paragraph
           end-if.
           move spaces to wss-str-razao.
           perform marca-agora.
           if ws-cc-eventos = 0
               string "C;" delimited by size
                      ws-cc-agora delimited by size
                      ";INICIO" delimited by size
                   into wss-str-razao
               end-string
           else
               string "C;" delimited by size
                      ws-cc-agora delimited by size
                      ";RETOMADA;" delimited by size
                      function trim(ws-cc-nome(ws-cc-retomar))
                          delimited by size
                   into wss-str-razao
               end-string
               display "Retomando a cadeia de " ws-cc-data
                   " no passo " function trim(ws-cc-nome(ws-cc-retomar))
           end-if.
           perform grava-razao.
           perform varying ws-cc-i from ws-cc-retomar by 1
                   until ws-cc-i > ws-cc-count or cc-parou
               perform executa-passo
           end-perform.
           if not cc-parou
               move spaces to wss-str-razao
               perform marca-agora
               string "C;" delimited by size
                      ws-cc-agora delimited by size
                      ";CONCLUIDA" delimited by size
                   into wss-str-razao
               end-string
               perform grava-razao
           end-if.
           close razao-file.

      ******************************************************************
      *    executa-passo - one step. A never-twice step that already
      *    started (whatever became of it) only runs again when the
      *    operator released it by name.
      ******************************************************************
       executa-passo.
           if not cc-reexecutavel(ws-cc-i)
                   and (cc-iniciado(ws-cc-i) or cc-falhou(ws-cc-i))
               if ws-cc-liberar = ws-cc-nome(ws-cc-i)
                   move spaces to wss-str-razao
                   perform marca-agora
                   string "L;" delimited by size
                          ws-cc-agora delimited by size
                          ";" delimited by size
                          function trim(ws-cc-nome(ws-cc-i))
                              delimited by size
                       into wss-str-razao
                   end-string
                   perform grava-razao
               else
                   move "passo nao reexecutavel ja iniciado;"
                       & " liberar com UNTILDAWN_LIBERAR"
                       to ws-cc-motivo
                   perform para-cadeia
                   move 12 to ws-cc-rc-final
                   exit paragraph
               end-if
           end-if.
           perform marca-agora.
           move ws-cc-agora to ws-cc-inicio(ws-cc-i).
           move spaces to ws-cc-fim(ws-cc-i).
           set cc-iniciado(ws-cc-i) to true.
           move spaces to wss-str-razao.
           string "E;" delimited by size
                  ws-cc-agora delimited by size
                  ";" delimited by size
                  function trim(ws-cc-nome(ws-cc-i)) delimited by size
               into wss-str-razao
           end-string.
           perform grava-razao.
           display "Passo " function trim(ws-cc-nome(ws-cc-i))
               " iniciado: " function trim(ws-cc-comando(ws-cc-i)).
           move 0 to return-code.
           call "SYSTEM" using ws-cc-comando(ws-cc-i).
           perform apura-rc.
           move 0 to return-code.
           perform marca-agora.
           move ws-cc-agora to ws-cc-fim(ws-cc-i).
           move ws-cc-rc to ws-cc-rc-passo(ws-cc-i).
           if ws-cc-rc > ws-cc-limite(ws-cc-i)
               set cc-falhou(ws-cc-i) to true
               move "FALHOU" to ws-cc-situacao-ed
           else
               set cc-limpo(ws-cc-i) to true
               move "OK" to ws-cc-situacao-ed
           end-if.
           move spaces to wss-str-razao.
           string "S;" delimited by size
                  ws-cc-agora delimited by size
                  ";" delimited by size
                  function trim(ws-cc-nome(ws-cc-i)) delimited by size
                  ";" delimited by size
                  ws-cc-inicio(ws-cc-i) delimited by size
                  ";" delimited by size
                  ws-cc-rc delimited by size
                  ";" delimited by size
                  ws-cc-limite(ws-cc-i) delimited by size
                  ";" delimited by size
                  function trim(ws-cc-situacao-ed) delimited by size
               into wss-str-razao
           end-string.
           perform grava-razao.
           display "Passo " function trim(ws-cc-nome(ws-cc-i))
               " terminou com RC " ws-cc-rc
               " (limite " ws-cc-limite(ws-cc-i) ")".
           if cc-falhou(ws-cc-i)
               move "RC acima do limite do passo" to ws-cc-motivo
               perform para-cadeia
               move 8 to ws-cc-rc-final
               exit paragraph
           end-if.
           if ws-cc-rc > 0 and ws-cc-rc-final < 4
               move 4 to ws-cc-rc-final
           end-if.

      ******************************************************************
      *    apura-rc - the step's exit code out of the status the
      *    shell call leaves in RETURN-CODE: where that is a wait
      *    status the exit code is its high byte; a process killed
      *    by a signal shows as the signal number.
      ******************************************************************
       apura-rc.
           move return-code to ws-cc-status-sis.
           if ws-cc-status-sis < 0
               move 99999 to ws-cc-rc
               exit paragraph
           end-if.
           if ws-cc-status-sis > 255
               divide ws-cc-status-sis by 256 giving ws-cc-rc
           else
               move ws-cc-status-sis to ws-cc-rc
           end-if.

       para-cadeia.
           set cc-parou to true.
           move spaces to wss-str-razao.
           perform marca-agora.
           string "C;" delimited by size
                  ws-cc-agora delimited by size
                  ";PAROU;" delimited by size
                  function trim(ws-cc-nome(ws-cc-i)) delimited by size
                  ";" delimited by size
                  function trim(ws-cc-motivo) delimited by size
               into wss-str-razao
           end-string.
           perform grava-razao.
           display "Cadeia parada no passo "
               function trim(ws-cc-nome(ws-cc-i)) ": "
               function trim(ws-cc-motivo).

       marca-agora.
           move function current-date(1:14) to ws-cc-agora.

       grava-razao.
           write razao-rec from wss-str-razao.
           add 1 to ws-cc-eventos.

      ******************************************************************
      *    imprime-folha - the morning run-sheet: the ledger events
      *    as they happened, then the chain step by step and how it
      *    ended.
      ******************************************************************
       imprime-folha.
           move "Folha de execucao da cadeia noturna" to ws-rel-titulo.
           perform abre-relatorio.
           move "Data da cadeia:" to ws-rel-linha(1:15).
           move ws-cc-data(1:4) to ws-rel-linha(17:4).
           move "-" to ws-rel-linha(21:1).
           move ws-cc-data(5:2) to ws-rel-linha(22:2).
           move "-" to ws-rel-linha(24:1).
           move ws-cc-data(7:2) to ws-rel-linha(25:2).
           move "Razao:" to ws-rel-linha(30:6).
           move ws-cc-arq-razao to ws-rel-linha(37:60).
           perform imprime-linha.
           perform imprime-linha.
           move "EVENTOS DO RAZAO" to ws-rel-linha(1:16).
           perform imprime-linha.
           move "Hora" to ws-rel-linha(1:4).
           move "Evento" to ws-rel-linha(22:6).
           move "Passo" to ws-rel-linha(34:5).
           move "Detalhe" to ws-rel-linha(48:7).
           perform imprime-linha.
           open input razao-file.
           if ws-cc-razao-status = "00"
               move "N" to ws-cc-eof
               perform imprime-evento until cc-eof
               close razao-file
           else
               move "(nenhum evento registrado nesta data)"
                   to ws-rel-linha(1:38)
               perform imprime-linha
           end-if.
           perform imprime-linha.
           move "SITUACAO DOS PASSOS" to ws-rel-linha(1:19).
           perform imprime-linha.
           move "Passo" to ws-rel-linha(1:5).
           move "Reexec" to ws-rel-linha(14:6).
           move "Inicio" to ws-rel-linha(21:6).
           move "Fim" to ws-rel-linha(42:3).
           move "RC" to ws-rel-linha(64:2).
           move "Lim" to ws-rel-linha(68:3).
           move "Situacao" to ws-rel-linha(72:8).
           perform imprime-linha.
           perform varying ws-cc-i from 1 by 1
                   until ws-cc-i > ws-cc-count
               perform imprime-passo
           end-perform.
           perform imprime-linha.
           move 0 to ws-cc-retomar.
           perform varying ws-cc-i from 1 by 1
                   until ws-cc-i > ws-cc-count
               if not cc-limpo(ws-cc-i)
                   move ws-cc-i to ws-cc-retomar
                   exit perform
               end-if
           end-perform.
           if ws-cc-retomar = 0
               move "Cadeia concluida: todos os passos terminaram"
                   & " dentro do limite." to ws-rel-linha(1:70)
           else
               move "Cadeia incompleta; a proxima execucao retoma no"
                   & " passo" to ws-rel-linha(1:54)
               move ws-cc-nome(ws-cc-retomar) to ws-rel-linha(55:12)
           end-if.
           perform imprime-linha.
           if ws-cc-motivo not = spaces
               move "Motivo da parada:" to ws-rel-linha(1:17)
               move ws-cc-motivo to ws-rel-linha(19:80)
               perform imprime-linha
           end-if.
           perform fecha-relatorio.
           display "Folha de execucao gravada em "
               function trim(ws-arq-relatorio) ".".

       imprime-evento.
           read razao-file into ws-cc-linha
               at end
                   set cc-eof to true
               not at end
                   perform separa-evento
                   move ws-cc-f2 to ws-cc-agora
                   perform edita-estampa
                   move ws-cc-estampa-ed to ws-rel-linha(1:19)
                   evaluate ws-cc-f1
                       when "C"
                           move ws-cc-f3 to ws-rel-linha(22:10)
                           move spaces to ws-cc-motivo
                           if ws-cc-f3 = "PAROU"
                               move ws-cc-f4 to ws-rel-linha(34:12)
                               perform extrai-motivo
                           end-if
                           if ws-cc-f3 = "RETOMADA"
                               move ws-cc-f4 to ws-rel-linha(34:12)
                           end-if
                       when "E"
                           move "inicio" to ws-rel-linha(22:6)
                           move ws-cc-f3 to ws-rel-linha(34:12)
                       when "S"
                           move "fim" to ws-rel-linha(22:3)
                           move ws-cc-f3 to ws-rel-linha(34:12)
                           move "RC" to ws-rel-linha(48:2)
                           move ws-cc-f5 to ws-rel-linha(51:5)
                           move "limite" to ws-rel-linha(57:6)
                           move ws-cc-f6 to ws-rel-linha(64:3)
                           move ws-cc-f7 to ws-rel-linha(68:10)
                       when "L"
                           move "liberado" to ws-rel-linha(22:8)
                           move ws-cc-f3 to ws-rel-linha(34:12)
                   end-evaluate
                   perform imprime-linha
           end-read.

      *    extrai-motivo - the stop reason of a "C;...;PAROU" record
      *    is everything after its fourth ";" (it is free text).
       extrai-motivo.
           move 1 to ws-cc-ptr.
           unstring ws-cc-linha delimited by ";"
               into ws-cc-f1 ws-cc-f2 ws-cc-f3 ws-cc-f4
               with pointer ws-cc-ptr
           end-unstring.
           move spaces to ws-cc-motivo.
           if ws-cc-ptr <= 200
               move ws-cc-linha(ws-cc-ptr:) to ws-cc-motivo
           end-if.
           move spaces to ws-rel-linha(48:84).
           move ws-cc-motivo to ws-rel-linha(48:80).

      *    edita-estampa - ws-cc-agora as "AAAA-MM-DD HH:MM:SS" in
      *    ws-cc-estampa-ed (blank when there is no stamp).
       edita-estampa.
           move spaces to ws-cc-estampa-ed.
           if ws-cc-agora = spaces
               exit paragraph
           end-if.
           move ws-cc-agora(1:4) to ws-cc-estampa-ed(1:4).
           move "-" to ws-cc-estampa-ed(5:1).
           move ws-cc-agora(5:2) to ws-cc-estampa-ed(6:2).
           move "-" to ws-cc-estampa-ed(8:1).
           move ws-cc-agora(7:2) to ws-cc-estampa-ed(9:2).
           move ws-cc-agora(9:2) to ws-cc-estampa-ed(12:2).
           move ":" to ws-cc-estampa-ed(14:1).
           move ws-cc-agora(11:2) to ws-cc-estampa-ed(15:2).
           move ":" to ws-cc-estampa-ed(17:1).
           move ws-cc-agora(13:2) to ws-cc-estampa-ed(18:2).

       imprime-passo.
           move ws-cc-nome(ws-cc-i) to ws-rel-linha(1:12).
           move ws-cc-reexec(ws-cc-i) to ws-rel-linha(16:1).
           evaluate true
               when cc-nunca(ws-cc-i)
                   move "NAO EXECUTADO" to ws-cc-situacao-ed
               when cc-iniciado(ws-cc-i)
                   move "INTERROMPIDO" to ws-cc-situacao-ed
               when cc-limpo(ws-cc-i)
                   move "OK" to ws-cc-situacao-ed
               when cc-falhou(ws-cc-i)
                   move "FALHOU" to ws-cc-situacao-ed
           end-evaluate.
           move ws-cc-situacao-ed to ws-rel-linha(72:14).
           move ws-cc-limite(ws-cc-i) to ws-cc-limite-ed.
           move ws-cc-limite-ed to ws-rel-linha(68:3).
           if not cc-nunca(ws-cc-i)
               move ws-cc-inicio(ws-cc-i) to ws-cc-agora
               perform edita-estampa
               move ws-cc-estampa-ed to ws-rel-linha(21:19)
               move ws-cc-fim(ws-cc-i) to ws-cc-agora
               perform edita-estampa
               move ws-cc-estampa-ed to ws-rel-linha(42:19)
               if cc-limpo(ws-cc-i) or cc-falhou(ws-cc-i)
                   move ws-cc-rc-passo(ws-cc-i) to ws-cc-rc-ed
                   move ws-cc-rc-ed to ws-rel-linha(61:5)
               end-if
           end-if.
           perform imprime-linha.

       COPY "RELPD.cpy".
