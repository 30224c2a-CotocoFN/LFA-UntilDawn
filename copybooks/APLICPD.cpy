      ******************************************************************
      *    APLICPD - the applied-input register paragraphs (record
      *    in APLIC.cpy, fields in APLICWS.cpy). Expects an
      *    APLICADOS-FILE SELECT (indexed, dynamic access, RECORD KEY
      *    AP-CHAVE, FILE STATUS ws-ap-status) and the TRAVA/TRAVAWS
      *    copybooks in the including program. The register is only
      *    written under the exclusive master lock.
      ******************************************************************

      ******************************************************************
      *    abre-aplicados - same create-on-first-use dance as the
      *    masters. Leaves ap-aberto false when the register cannot
      *    be opened; the including program then refuses to apply
      *    anything, since it could neither spot a repeat nor
      *    record this one.
      ******************************************************************
       abre-aplicados.
           accept ws-ap-arq-aplicados
               from environment "UNTILDAWN_ARQ_APLICADOS"
               on exception
                   move "aplicados.dat" to ws-ap-arq-aplicados
           end-accept.
           if ws-ap-arq-aplicados = spaces
               move "aplicados.dat" to ws-ap-arq-aplicados
           end-if.
           open i-o aplicados-file.
           if ws-ap-status not = "00"
               open output aplicados-file
               close aplicados-file
               open i-o aplicados-file
           end-if.
           if ws-ap-status = "00"
               set ap-aberto to true
           else
               set ap-aberto to false
               display "Registro de entradas aplicadas indisponivel: "
                   function trim(ws-ap-arq-aplicados)
                   " (status " ws-ap-status ")"
           end-if.

      *    consulta-aplicado - looks up the input keyed in AP-CHAVE.
       consulta-aplicado.
           read aplicados-file
               invalid key
                   set ap-achou to false
               not invalid key
                   set ap-achou to true
                   move aplicado-rec to ws-ap-atual
           end-read.

      *    inicia-aplicado - registers the input keyed in AP-CHAVE
      *    as being applied, nothing confirmed yet.
       inicia-aplicado.
           move spaces to ap-situacao ap-etapa ap-inicio ap-fim
               ap-programa.
           move 0 to ap-confirmados ap-total ap-ultima-seq.
           set ap-parcial to true.
           move function current-date(1:14) to ap-inicio.
           move ws-tv-programa to ap-programa.
           write aplicado-rec
               invalid key
                   rewrite aplicado-rec
           end-write.
           move aplicado-rec to ws-ap-atual.
           move 0 to ws-ap-confirmados.

      *    confirma-aplicado - the input is applied up to record
      *    ws-ap-confirmados.
       confirma-aplicado.
           move ws-ap-atual to aplicado-rec.
           move ws-ap-confirmados to ap-confirmados.
           rewrite aplicado-rec.
           move aplicado-rec to ws-ap-atual.

      *    conclui-aplicado - the input is wholly applied.
       conclui-aplicado.
           move ws-ap-atual to aplicado-rec.
           move ws-ap-confirmados to ap-confirmados.
           move ws-ap-confirmados to ap-total.
           set ap-concluido to true.
           move function current-date(1:14) to ap-fim.
           rewrite aplicado-rec.
           move aplicado-rec to ws-ap-atual.

       fecha-aplicados.
           if ap-aberto
               close aplicados-file
               set ap-aberto to false
           end-if.
