      *    Expects ws-idioma (with the idioma-ingles condition name),
      *    ws-campanha (with the campanha-interna condition name), a
      *    CENARIO-FILE SELECT/FD (line sequential, FILE STATUS
      *    ws-cen-ext-status) and the CENTAB/CENPT/CENEN/CENMEC
      *    copybooks in the including program.
      ******************************************************************

      ******************************************************************
                       to ws-trn-frag-active(ws-cw-i)
               end-perform
           end-if.
           move 25 to ws-mec-frag-active-count.
           perform varying ws-cw-i from 1 by 1
                   until ws-cw-i > ws-mec-frag-active-count
               move ws-mec-frag-line-interno(ws-cw-i)
                   to ws-mec-frag-active(ws-cw-i)
           end-perform.

      ******************************************************************
      *    carrega-campanha-externa - the campaign-library side of the
      *    a record-type tag ahead of the ordinary fragment format:
      *        C::<scene fragment row>        (STATE::N/P::slice)
      *        T::<transition fragment row>   (STATE::INPUT::...)
      *        D::<dice row>                  (see CENMEC.cpy)
      *        R::<risk row>
      *        E::<event row>
      *    Blank lines and "*" comment lines are skipped. The rows
      *    land in the same active tables seleciona-idioma-cenario
      *    fills for the built-in story, so everything downstream of
      *    here never knows which campaign it is running. A campaign
      *    whose dataset is missing ends the run with RC 8 - playing
      *    (or validating) the wrong story is worse than stopping.
      *    A name in ws-arq-cenario-forcado (CENTAB.cpy) replaces the
      *    installed dataset's name, for the built-in campaign too.
      *
      *    Note for campaign authors: no state number carries any
      *    mechanics of its own any more. The machete grant, the
      *    bear-trap flag, the dice and the risk weights the mansion
      *    story plays with are its own D::/R::/E:: declarations in
      *    CENMEC.cpy; a campaign gets exactly what its dataset
      *    declares, under whatever numbering it likes. 777 survives,
      *    666 kills, every other number plays as a scene.
      ******************************************************************
       carrega-campanha-externa.
           move spaces to ws-arq-cenario.
           if ws-arq-cenario-forcado not = spaces
               move ws-arq-cenario-forcado to ws-arq-cenario
           else
               string "cenario." delimited by size
                      function trim(ws-campanha) delimited by size
                      "." delimited by size
                      ws-idioma delimited by size
                      ".txt" delimited by size
                   into ws-arq-cenario
               end-string
           end-if.
           open input cenario-file.
           if ws-cen-ext-status not = "00"
               display "Cenario da campanha nao encontrado: "
           end-if.
           move 0 to ws-cen-frag-active-count.
           move 0 to ws-trn-frag-active-count.
           move 0 to ws-mec-frag-active-count.
           move "N" to ws-cen-ext-eof.
           perform carrega-fragmento-externo until cen-ext-eof.
           close cenario-file.
                       display "AVISO: fragmentos de transicao alem da"
                           " tabela; fragmento ignorado"
                   end-if
               when "D"
               when "R"
               when "E"
                   if ws-mec-frag-active-count < 150
                       add 1 to ws-mec-frag-active-count
                       move ws-cen-ext-linha(1:64) to ws-mec-frag-active
                           (ws-mec-frag-active-count)
                   else
                       display "AVISO: declaracoes de mecanica alem da"
                           " tabela; declaracao ignorada"
                   end-if
               when other
                   display "Fragmento de campanha invalido: "
                       function trim(ws-cen-ext-linha)
      *    other bookkeeping.
      ******************************************************************
       carrega-cenario.
           if campanha-interna and ws-arq-cenario-forcado = spaces
               perform seleciona-idioma-cenario
           else
               perform carrega-campanha-externa
               move ws-cw-state to ws-cw-prev-state
               move ws-cw-input to ws-cw-prev-type
           end-perform.
           perform carrega-mecanica.

      ******************************************************************
      *    separa-clausulas-item - splits a transition row's DEFAULT
                       end-if
               end-evaluate
           end-perform.

      ******************************************************************
      *    carrega-mecanica - unstrings the campaign's declaration
      *    rows (WS-MEC-FRAG-ACTIVE) into the dice, risk and event
      *    tables in CENTAB.cpy. A row that does not parse is shown
      *    and counted in WS-MEC-INVALIDOS instead of loaded, so
      *    ValidaCenario can hold the batch on it; the engine plays
      *    on without the broken mechanic, the same stance the
      *    loader takes on an unknown fragment tag.
      ******************************************************************
       carrega-mecanica.
           move 0 to ws-mec-dad-count ws-mec-rsc-count
               ws-mec-evt-count ws-mec-invalidos.
           perform varying ws-cw-i from 1 by 1
                   until ws-cw-i > ws-mec-frag-active-count
               perform carrega-uma-mecanica
           end-perform.

       carrega-uma-mecanica.
           move spaces to ws-mec-tipo ws-mec-f-state ws-mec-f-input
               ws-mec-f1 ws-mec-f2 ws-mec-f3.
           unstring ws-mec-frag-active(ws-cw-i) delimited by "::"
               into ws-mec-tipo
                    ws-mec-f-state
                    ws-mec-f-input
                    ws-mec-f1
                    ws-mec-f2
                    ws-mec-f3
           end-unstring.
           if ws-mec-f-state = spaces or ws-mec-f-input = spaces
                   or ws-mec-f1 = spaces
               perform rejeita-mecanica
               exit paragraph
           end-if.
           evaluate ws-mec-tipo
               when "D"
                   if function test-numval(ws-mec-f1) not = 0
                           or function test-numval(ws-mec-f2) not = 0
                           or function test-numval(ws-mec-f3) not = 0
                       perform rejeita-mecanica
                       exit paragraph
                   end-if
                   if ws-mec-dad-count >= 40
                       display "AVISO: pontos de dados alem da"
                           " tabela; declaracao ignorada"
                       exit paragraph
                   end-if
                   add 1 to ws-mec-dad-count
                   set dad-ix to ws-mec-dad-count
                   move ws-mec-f-state to ws-mec-dad-state(dad-ix)
                   move ws-mec-f-input to ws-mec-dad-input(dad-ix)
                   compute ws-mec-dad-limiar(dad-ix, 1) =
                       function numval(ws-mec-f1)
                   compute ws-mec-dad-limiar(dad-ix, 2) =
                       function numval(ws-mec-f2)
                   compute ws-mec-dad-limiar(dad-ix, 3) =
                       function numval(ws-mec-f3)
               when "R"
                   if function test-numval(ws-mec-f1) not = 0
                       perform rejeita-mecanica
                       exit paragraph
                   end-if
                   if ws-mec-rsc-count >= 80
                       display "AVISO: pesos de risco alem da"
                           " tabela; declaracao ignorada"
                       exit paragraph
                   end-if
                   add 1 to ws-mec-rsc-count
                   set rsc-ix to ws-mec-rsc-count
                   move ws-mec-f-state to ws-mec-rsc-state(rsc-ix)
                   move ws-mec-f-input to ws-mec-rsc-input(rsc-ix)
                   compute ws-mec-rsc-pontos(rsc-ix) =
                       function numval(ws-mec-f1)
               when "E"
                   if ws-mec-f1(1:1) not = "@"
                           and ws-mec-f1(1:1) not = "!"
                           and ws-mec-f1(1:1) not = "#"
                       perform rejeita-mecanica
                       exit paragraph
                   end-if
                   if ws-mec-evt-count >= 40
                       display "AVISO: eventos alem da tabela;"
                           " declaracao ignorada"
                       exit paragraph
                   end-if
                   add 1 to ws-mec-evt-count
                   set evt-ix to ws-mec-evt-count
                   move ws-mec-f-state to ws-mec-evt-state(evt-ix)
                   move ws-mec-f-input to ws-mec-evt-input(evt-ix)
                   move ws-mec-f1 to ws-mec-evt-acao(evt-ix)
               when other
                   perform rejeita-mecanica
           end-evaluate.

       rejeita-mecanica.
           add 1 to ws-mec-invalidos.
           display "Declaracao de mecanica invalida: "
               function trim(ws-mec-frag-active(ws-cw-i)).

      ******************************************************************
      *    busca-mecanica-dados - is taking ws-mec-busca-input at
      *    ws-mec-busca-state a dice point? Leaves the WS-MEC-DAD-TAB
      *    index in ws-mec-ix, zero when the move is not rolled.
      ******************************************************************
       busca-mecanica-dados.
           move 0 to ws-mec-ix.
           perform varying dad-ix from 1 by 1
                   until dad-ix > ws-mec-dad-count
               if ws-mec-dad-state(dad-ix) = ws-mec-busca-state
                       and ws-mec-dad-input(dad-ix)
                           = ws-mec-busca-input
                   set ws-mec-ix to dad-ix
                   exit perform
               end-if
           end-perform.

      ******************************************************************
      *    busca-mecanica-risco - the risk points for taking
      *    ws-mec-busca-input at ws-mec-busca-state, into
      *    ws-mec-pontos: the input's own row wins, the state's "*"
      *    row covers any other input, and no row at all charges
      *    nothing.
      ******************************************************************
       busca-mecanica-risco.
           move 0 to ws-mec-pontos.
           move 0 to ws-mec-ix.
           perform varying rsc-ix from 1 by 1
                   until rsc-ix > ws-mec-rsc-count
               if ws-mec-rsc-state(rsc-ix) = ws-mec-busca-state
                   if ws-mec-rsc-input(rsc-ix) = ws-mec-busca-input
                       move ws-mec-rsc-pontos(rsc-ix)
                           to ws-mec-pontos
                       set ws-mec-ix to rsc-ix
                       exit perform
                   end-if
                   if ws-mec-rsc-input(rsc-ix) = "*"
                           and ws-mec-ix = 0
                       move ws-mec-rsc-pontos(rsc-ix)
                           to ws-mec-pontos
                   end-if
               end-if
           end-perform.
