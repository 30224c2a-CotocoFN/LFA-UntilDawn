      *    "movimentos.bruto.txt"), replacing it - a synthetic load
      *    mixed into real regression cases would poison both.
      *    RC 8 when the scenario yields no usable walk.
      *
      *    The walk honors the campaign's declared mechanics (the
      *    D::/R::/E:: rows - CENMEC.cpy for the mansion) through the
      *    same loader and lookups the engine uses: item events fire
      *    on entry and on the declared inputs, and every dice point
      *    a walk crosses multiplies that walk's chance of living by
      *    one minus the declared threshold at the difficulty in
      *    UNTILDAWN_DIFICULDADE (1-3, default 2). The generated lines
      *    themselves stay full paths - the engine rolls its own dice
      *    - but the report shows the survival rate the population
      *    should expect once those dice are rolled, next to the raw
      *    share of walks that reach 777.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
       COPY "CENTAB.cpy".
       COPY "CENPT.cpy".
       COPY "CENEN.cpy".
       COPY "CENMEC.cpy".
       COPY "INVTAB.cpy".

       77 ws-gm-pesos-status   pic x(2) value "00".
       77 ws-gm-cortadas       pic 9(5) value 0.
       77 ws-gm-cond-ok        pic x(1) value "Y".
       77 ws-gm-carrega        pic x(1) value "N".
       77 ws-gm-dif-txt        pic x(1) value "2".
       77 ws-gm-dificuldade    pic 9(1) value 2.
       77 ws-gm-p-vivo         pic 9v9(8) value 0.
       77 ws-gm-p-passa        pic 9v9(4) value 0.
       77 ws-gm-esp-777        pic 9(7)v9(8) value 0.
       77 ws-gm-pontos-dados   pic 9(7) value 0.
       77 ws-gm-taxa           pic 9(3)v99 value 0.
       77 ws-gm-taxa-ed        pic zz9.99 value zero.
       77 wss-str-linha        pic x(2000).

      ******************************************************************
                   function seconds-past-midnight
           end-if.
           move function random(ws-gm-semente) to ws-gm-roll.
           accept ws-gm-dif-txt
               from environment "UNTILDAWN_DIFICULDADE"
               on exception
                   move "2" to ws-gm-dif-txt
           end-accept.
           evaluate ws-gm-dif-txt
               when "1"
                   move 1 to ws-gm-dificuldade
               when "3"
                   move 3 to ws-gm-dificuldade
               when other
                   move 2 to ws-gm-dificuldade
           end-evaluate.
           perform carrega-cenario.
           perform carrega-pesos.
           open output bruto-file.
           display "Chegaram a 777.......: " ws-gm-cheg-777.
           display "Chegaram a 666.......: " ws-gm-cheg-666.
           display "Cortadas no limite...: " ws-gm-cortadas.
           display "Dificuldade simulada.: " ws-gm-dificuldade.
           display "Pontos de dados......: " ws-gm-pontos-dados.
           compute ws-gm-taxa rounded =
               ws-gm-cheg-777 * 100 / ws-gm-qtd.
           move ws-gm-taxa to ws-gm-taxa-ed.
           display "Sobrevivencia s/dados: " ws-gm-taxa-ed "%".
           compute ws-gm-taxa rounded =
               ws-gm-esp-777 * 100 / ws-gm-qtd.
           move ws-gm-taxa to ws-gm-taxa-ed.
           display "Sobrevivencia esperada: " ws-gm-taxa-ed "%"
               " (com os dados declarados)".
           display "Gravado em "
               function trim(ws-gm-arq-bruto) ".".
           if ws-gm-cheg-777 = 0 and ws-gm-cheg-666 = 0
           move 0 to ws-gm-movimentos.
           move 0 to ws-inv-count.
           move 1 to ws-gm-ptr.
           move 1 to ws-gm-p-vivo.
           move spaces to wss-str-linha.
           move "N" to ws-gm-fim-corrida.
           move ws-gm-estado to ws-mec-busca-state.
           move "*" to ws-mec-busca-input.
           perform aplica-eventos-ger.
           perform gera-um-movimento
               until ws-gm-fim-corrida = "Y".
           string "." delimited by size
               into wss-str-linha
               with pointer ws-gm-ptr
           end-string.
           move ws-gm-estado to ws-mec-busca-state.
           move ws-trn-input(trn-ix) to ws-mec-busca-input.
           perform busca-mecanica-dados.
           if ws-mec-ix > 0
               add 1 to ws-gm-pontos-dados
               compute ws-gm-p-passa = 1 - ws-mec-dad-limiar
                   (ws-mec-ix, ws-gm-dificuldade)
               compute ws-gm-p-vivo = ws-gm-p-vivo * ws-gm-p-passa
           end-if.
           if ws-trn-acao(trn-ix) not = spaces
               perform aplica-acao-item-ger
           end-if.
           move ws-gm-estado to ws-mec-busca-state.
           move ws-trn-input(trn-ix) to ws-mec-busca-input.
           perform aplica-eventos-ger.
           move ws-trn-next(trn-ix) to ws-gm-estado.
           add 1 to ws-gm-movimentos.
           evaluate true
               when ws-gm-estado = "777"
                   add 1 to ws-gm-cheg-777
                   add ws-gm-p-vivo to ws-gm-esp-777
                   move "Y" to ws-gm-fim-corrida
               when ws-gm-estado = "666"
                   add 1 to ws-gm-cheg-666
               when ws-gm-movimentos >= 100
                   add 1 to ws-gm-cortadas
                   move "Y" to ws-gm-fim-corrida
               when other
                   move ws-gm-estado to ws-mec-busca-state
                   move "*" to ws-mec-busca-input
                   perform aplica-eventos-ger
           end-evaluate.

      ******************************************************************
                   perform remove-item-ger
           end-evaluate.

      ******************************************************************
      *    aplica-eventos-ger - the campaign's E:: item events for
      *    ws-mec-busca-state/-input, as the engine's aplica-eventos
      *    fires them (the run flag is of no interest to a walk).
      ******************************************************************
       aplica-eventos-ger.
           perform varying evt-ix from 1 by 1
                   until evt-ix > ws-mec-evt-count
               if ws-mec-evt-state(evt-ix) = ws-mec-busca-state
                       and ws-mec-evt-input(evt-ix)
                           = ws-mec-busca-input
                   move ws-mec-evt-acao(evt-ix)(2:) to ws-inv-busca-cod
                   evaluate ws-mec-evt-acao(evt-ix)(1:1)
                       when "@"
                           perform adiciona-item-ger
                       when "!"
                           perform remove-item-ger
                   end-evaluate
               end-if
           end-perform.

       busca-item-ger.
           move 0 to ws-inv-ix.
           perform varying inv-ix from 1 by 1
