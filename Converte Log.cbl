      *    undo records drop the undone token from the line and net
      *    the undo's risk charge out of the expectation, since a
      *    batch replay neither repeats the mistake nor pays for
      *    taking it back. The risk a CONSULTA= record (the "?"
      *    statistics command) charged comes off the same way.
      *
      *    RC 8 when the log cannot be opened, the run number is
      *    missing/not found, or the block held no moves at all.
                               to ws-cv-cena-morte
                       when ws-cv-linha(1:7) = "DESFEZ="
                           perform desfaz-token
                       when ws-cv-linha(1:9) = "CONSULTA="
                           perform desconta-consulta
                   end-evaluate
           end-read.

           end-if.
           move spaces to wss-str-linha(ws-cv-ptr:).

      ******************************************************************
      *    desconta-consulta - a "?" consult record:
      *        CONSULTA=nnn USO=n CUSTO=nn
      *    charged risk the replay never pays; it comes off the risk
      *    expectation in fecha-linha with the undo charges.
      ******************************************************************
       desconta-consulta.
           if ws-cv-linha(19:7) = " CUSTO="
               compute ws-cv-custo-desfez = ws-cv-custo-desfez
                   + function numval(ws-cv-linha(26:2))
           else
               move "Y" to ws-cv-custo-incerto
           end-if.

       trata-separador.
           if cv-no-bloco
               set cv-no-bloco to false
