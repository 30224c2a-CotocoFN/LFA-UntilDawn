      ******************************************************************
      *    JORNALPD - the update journal paragraphs, shared by every
      *    program that writes PLACAR.DAT or CONQUISTAS.DAT (see
      *    JORNAL.cpy for the record and JORNALWS.cpy for the
      *    fields). Expects a JORNAL-FILE SELECT (line sequential,
      *    FILE STATUS ws-jn-status) and the JORNAL/JORNALWS and
      *    TRAVA/TRAVAWS copybooks in the including program.
      *
      *    Journal records are only written under the exclusive
      *    master lock, so their order in the file is the order the
      *    masters saw the changes - the order RecuperaPlacar replays
      *    them in.
      ******************************************************************

      ******************************************************************
      *    abre-jornal - opens the journal for append, creating it
      *    the first time. Leaves jn-aberto false when it cannot be
      *    opened at all; what that means (refuse to update, or
      *    carry on with a warning) is the including program's call.
      ******************************************************************
       abre-jornal.
           accept ws-jn-arq-jornal
               from environment "UNTILDAWN_ARQ_JORNAL"
               on exception
                   move "placar.jnl" to ws-jn-arq-jornal
           end-accept.
           if ws-jn-arq-jornal = spaces
               move "placar.jnl" to ws-jn-arq-jornal
           end-if.
           move function current-date(1:14) to ws-jn-execucao.
           move 0 to ws-jn-gravados.
           open extend jornal-file.
           if ws-jn-status not = "00"
               open output jornal-file
           end-if.
           if ws-jn-status = "00"
               set jn-aberto to true
           else
               set jn-aberto to false
               display "Diario de atualizacoes indisponivel: "
                   function trim(ws-jn-arq-jornal)
                   " (status " ws-jn-status ")"
           end-if.

      ******************************************************************
      *    grava-jornal - appends ws-jn-entrada, stamped with the
      *    moment of the change, the run stamp and the program. A
      *    write that fails leaves a hole in the recovery trail: the
      *    journal is closed for the rest of the run, RETURN-CODE is
      *    raised to ws-jn-rc-falha, and marca-lacuna tries to leave
      *    an "L" gap mark so RecuperaPlacar will not replay across
      *    the hole.
      ******************************************************************
       grava-jornal.
           if not jn-aberto
               exit paragraph
           end-if.
           move spaces to jornal-rec.
           move function current-date(1:16) to jn-estampa.
           move ws-jn-execucao to jn-execucao.
           move ws-tv-programa to jn-programa.
           move ws-jn-arquivo to jn-arquivo.
           move ws-jn-operacao to jn-operacao.
           move ws-jn-chave to jn-chave.
           move ws-jn-antes to jn-antes.
           move ws-jn-depois to jn-depois.
           write jornal-rec.
           if ws-jn-status not = "00"
               display "ERRO: gravacao no diario falhou: "
                   function trim(ws-jn-arq-jornal)
                   " (status " ws-jn-status ")"
               add 1 to ws-jn-falhas
               set jn-aberto to false
               if ws-jn-rc-falha > return-code
                   move ws-jn-rc-falha to return-code
               end-if
               perform marca-lacuna
               exit paragraph
           end-if.
           add 1 to ws-jn-gravados.

      ******************************************************************
      *    marca-lacuna - reopens the journal once to append the gap
      *    mark for the entry that was lost. When even that fails
      *    (disk full) the non-zero RETURN-CODE is what is left to
      *    tell the operator the journal is not to be trusted.
      ******************************************************************
       marca-lacuna.
           close jornal-file.
           open extend jornal-file.
           if ws-jn-status not = "00"
               exit paragraph
           end-if.
           move "L" to jn-operacao.
           move function current-date(1:16) to jn-estampa.
           write jornal-rec.
           if ws-jn-status not = "00"
               display "ERRO: marca de lacuna nao gravada no diario."
           end-if.
           close jornal-file.

       fecha-jornal.
           if jn-aberto
               close jornal-file
               set jn-aberto to false
           end-if.
