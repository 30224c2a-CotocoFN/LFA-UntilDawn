      *        back on for an invalid entry;
      *      - scenes unreachable from the starting state 000;
      *      - fragment and table counts approaching the OCCURS limits
      *        in CENTAB.cpy;
      *      - the campaign's scene mechanics (D::/R::/E:: rows, see
      *        CENMEC.cpy): rows that did not parse, declarations on
      *        states with no scene or on inputs the state never
      *        takes, duplicated dice/risk rows, thresholds above 1,
      *        thresholds that ease as the difficulty rises, and
      *        flags the run records have no place for.
      *
      *    Ends with RETURN-CODE 8 when any error was found (so the
      *    scheduler can hold the batch), 4 when only capacity
       COPY "CENTAB.cpy".
       COPY "CENPT.cpy".
       COPY "CENEN.cpy".
       COPY "CENMEC.cpy".

      ******************************************************************
      *    Validation bookkeeping. ws-val-alcancada runs parallel to
       77 ws-lim-frag-cen      pic 9(4) value 120.
       77 ws-lim-frag-trn      pic 9(4) value 250.
       77 ws-lim-folga         pic 9(3) value 10.
       77 ws-lim-mec-frag      pic 9(3) value 150.
       77 ws-lim-mec-dados     pic 9(3) value 40.
       77 ws-lim-mec-risco     pic 9(3) value 80.
       77 ws-lim-mec-eventos   pic 9(3) value 40.
       77 ws-val-k             pic 9(4) value 0.
       77 ws-val-estado        pic x(3).
       77 ws-val-input         pic x(1).
       01 ws-val-alcancada-tab.
           05 ws-val-alcancada occurs 30 times pic x(1).

           perform valida-defaults.
           perform valida-alcance.
           perform valida-limites.
           perform valida-mecanica.

      ******************************************************************
      *    valida-transicoes - every transition's next state must be a
                   ws-lim-frag-trn
           end-if.

      ******************************************************************
      *    valida-mecanica - the campaign's declared mechanics. Rows
      *    the loader could not parse were already shown by it and
      *    count as errors here; every loaded dice, risk and event
      *    row must then sit on a scene of the story and, unless it
      *    is a "*" row, on an input that state really takes.
      ******************************************************************
       valida-mecanica.
           display "Mecanicas declaradas.: " ws-mec-dad-count
               " dados, " ws-mec-rsc-count " riscos, "
               ws-mec-evt-count " eventos".
           if ws-mec-invalidos > 0
               add ws-mec-invalidos to ws-val-erros
               display "ERRO: " ws-mec-invalidos
                   " declaracao(oes) de mecanica invalida(s)"
           end-if.
           perform varying ws-val-k from 1 by 1
                   until ws-val-k > ws-mec-dad-count
               move ws-mec-dad-state(ws-val-k) to ws-val-estado
               move ws-mec-dad-input(ws-val-k) to ws-val-input
               perform valida-alvo-mecanica
               perform valida-dados-um
           end-perform.
           perform varying ws-val-k from 1 by 1
                   until ws-val-k > ws-mec-rsc-count
               move ws-mec-rsc-state(ws-val-k) to ws-val-estado
               move ws-mec-rsc-input(ws-val-k) to ws-val-input
               perform valida-alvo-mecanica
               perform varying ws-val-j from 1 by 1
                       until ws-val-j >= ws-val-k
                   if ws-mec-rsc-state(ws-val-j) = ws-val-estado
                           and ws-mec-rsc-input(ws-val-j)
                               = ws-val-input
                       add 1 to ws-val-erros
                       display "ERRO: risco " ws-val-estado "/"
                           ws-val-input " declarado mais de uma vez"
                   end-if
               end-perform
           end-perform.
           perform varying ws-val-k from 1 by 1
                   until ws-val-k > ws-mec-evt-count
               move ws-mec-evt-state(ws-val-k) to ws-val-estado
               move ws-mec-evt-input(ws-val-k) to ws-val-input
               perform valida-alvo-mecanica
               if ws-mec-evt-acao(ws-val-k)(2:) = spaces
                   add 1 to ws-val-erros
                   display "ERRO: evento " ws-val-estado "/"
                       ws-val-input " sem item ou marca"
               end-if
               if ws-mec-evt-acao(ws-val-k)(1:1) = "#"
                       and ws-mec-evt-acao(ws-val-k)(2:)
                           not = "ARMADILHA"
                   add 1 to ws-val-erros
                   display "ERRO: evento " ws-val-estado "/"
                       ws-val-input " marca desconhecida "
                       function trim(ws-mec-evt-acao(ws-val-k))
                       " (so #ARMADILHA e registrada)"
               end-if
           end-perform.
           if ws-mec-frag-active-count + ws-lim-folga > ws-lim-mec-frag
               add 1 to ws-val-avisos
               display "AVISO: " ws-mec-frag-active-count
                   " declaracoes de mecanica se aproximam do limite "
                   ws-lim-mec-frag
           end-if.
           if ws-mec-dad-count >= ws-lim-mec-dados
                   or ws-mec-rsc-count >= ws-lim-mec-risco
                   or ws-mec-evt-count >= ws-lim-mec-eventos
               add 1 to ws-val-avisos
               display "AVISO: tabela de mecanicas cheia; declaracoes"
                   " alem do limite foram ignoradas"
           end-if.

      ******************************************************************
      *    valida-alvo-mecanica - ws-val-estado must be a loaded
      *    scene, and ws-val-input ("*" aside) an input some
      *    transition of that scene takes. A declaration on anything
      *    else would silently never fire.
      ******************************************************************
       valida-alvo-mecanica.
           move "N" to ws-val-achou.
           perform varying ws-val-i from 1 by 1
                   until ws-val-i > ws-scn-count
               if ws-scn-state(ws-val-i) = ws-val-estado
                   move "Y" to ws-val-achou
                   exit perform
               end-if
           end-perform.
           if ws-val-achou = "N"
               add 1 to ws-val-erros
               display "ERRO: mecanica declarada para o estado "
                   ws-val-estado " sem cena"
               exit paragraph
           end-if.
           if ws-val-input = "*"
               exit paragraph
           end-if.
           move "N" to ws-val-achou.
           perform varying ws-val-i from 1 by 1
                   until ws-val-i > ws-trn-count
               if ws-trn-state(ws-val-i) = ws-val-estado
                       and ws-trn-input(ws-val-i) = ws-val-input
                   move "Y" to ws-val-achou
                   exit perform
               end-if
           end-perform.
           if ws-val-achou = "N"
               add 1 to ws-val-erros
               display "ERRO: mecanica declarada para " ws-val-estado
                   "/" ws-val-input ", entrada sem transicao"
           end-if.

      ******************************************************************
      *    valida-dados-um - dice row ws-val-k: declared once per
      *    state/input, every threshold a probability (0 to 1), and -
      *    as a warning - no easier at a harder level.
      ******************************************************************
       valida-dados-um.
           perform varying ws-val-j from 1 by 1
                   until ws-val-j >= ws-val-k
               if ws-mec-dad-state(ws-val-j) = ws-val-estado
                       and ws-mec-dad-input(ws-val-j) = ws-val-input
                   add 1 to ws-val-erros
                   display "ERRO: dados " ws-val-estado "/"
                       ws-val-input " declarados mais de uma vez"
               end-if
           end-perform.
           perform varying ws-val-j from 1 by 1 until ws-val-j > 3
               if ws-mec-dad-limiar(ws-val-k, ws-val-j) > 1
                   add 1 to ws-val-erros
                   display "ERRO: dados " ws-val-estado "/"
                       ws-val-input " limiar acima de 1 na"
                       " dificuldade " ws-val-j
               end-if
           end-perform.
           if ws-mec-dad-limiar(ws-val-k, 1)
                   > ws-mec-dad-limiar(ws-val-k, 2)
                   or ws-mec-dad-limiar(ws-val-k, 2)
                   > ws-mec-dad-limiar(ws-val-k, 3)
               add 1 to ws-val-avisos
               display "AVISO: dados " ws-val-estado "/"
                   ws-val-input " ficam mais faceis em dificuldade"
                   " maior"
           end-if.

       COPY "CENLOAD.cpy".
