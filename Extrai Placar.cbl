      *    and hash totals so the receiving side can reconcile that
      *    nothing was dropped in transfer.
      *
      *      H;AAAAMMDD;site;numero        header; the site code
      *                                    comes from UNTILDAWN_SITE
      *                                    (default "UNTILDAWN") so
      *                                    the two offices, running
      *                                    this same program, stamp
      *                                    distinguishable extracts
      *                                    - RecebeExtrato tags the
      *                                    merged history with it;
      *                                    numero counts this site's
      *                                    extracts 1, 2, 3...
      *      P;jogador;corridas;sobreviveu;morreu;melhor-risco;
      *        campanha;ultima-jogada      one per PLACAR.DAT record
      *                                    (campaign code and last-
      *                                    played date last, so a
      *                                    receiver predating either
      *                                    still parses the line; the
      *                                    date is blank for a record
      *                                    never dated, and the
      *                                    receiver keeps its own)
      *      L;data;dif;corridas;sobreviveu;mortes;media;melhor
      *                                    one per batch-history record
      *      T;qtd-P;qtd-L;hash-corridas;hash-sobreviveu;hash-morreu
      *    history via UNTILDAWN_ARQ_HISTORICO (optional - a site
      *    that never ran a batch still gets a valid extract), the
      *    output via UNTILDAWN_ARQ_EXTRATO (default "extrato.txt").
      *
      *    The extract number comes from the site's "X" sequence
      *    control in the applied-input register (APLIC.cpy) and is
      *    only committed, together with an "X" record describing
      *    the extract, once the trailer is written - a failed run
      *    issues no number, so the receiving site, which checks
      *    the numbers run without gaps, only ever sees a gap when
      *    an extract really went missing. The number is issued
      *    under the exclusive master lock.
      *
      *    RC 8 when the leaderboard master or the register cannot
      *    be opened.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT APLICADOS-FILE ASSIGN USING ws-ap-arq-aplicados
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS ws-ap-status.

       DATA                         DIVISION.

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  APLICADOS-FILE.
       COPY "APLIC.cpy".

       WORKING-STORAGE SECTION.
       77 ws-placar-status     pic x(2) value "00".
       77 ws-ex-hist-status    pic x(2) value "00".
       77 ws-ex-hash-sobrev    pic 9(9) value 0.
       77 ws-ex-hash-morreu    pic 9(9) value 0.
       77 wss-str-extrato      pic x(120).
       77 ws-ex-numero         pic 9(7) value 0.
       77 ws-ex-controle       pic x(1) value "N".

       COPY "TRAVAWS.cpy".
       COPY "APLICWS.cpy".

       PROCEDURE                    DIVISION.

           if ws-ex-site = spaces
               move "UNTILDAWN" to ws-ex-site
           end-if.
           move "E" to ws-tv-pedido.
           move "ExtraiPlacar" to ws-tv-programa.
           perform obtem-trava.
           if not tv-obtida
               move 8 to return-code
               stop run
           end-if.
           perform abre-aplicados.
           if not ap-aberto
               close placar-file
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform proximo-numero.
           open output extrato-file.
           move function current-date(1:8) to ws-ex-data.
           move spaces to wss-str-extrato.
                  ws-ex-data delimited by size
                  ";" delimited by size
                  function trim(ws-ex-site) delimited by size
                  ";" delimited by size
                  ws-ex-numero delimited by size
               into wss-str-extrato
           end-string.
           write extrato-rec from wss-str-extrato.
           perform grava-trailer.
           close extrato-file.
           close placar-file.
           perform registra-numero.
           perform fecha-aplicados.
           perform libera-trava.
           display "Extrato " ws-ex-numero " gravado em "
               function trim(ws-ex-arq-extrato) ": "
               ws-ex-qtd-placar " registros de placar, "
               ws-ex-qtd-historico " de historico.".
           stop run.

      ******************************************************************
      *    proximo-numero - the number this extract will carry: one
      *    past the last the site issued.
      ******************************************************************
       proximo-numero.
           move spaces to aplicado-rec.
           move "X" to ap-tipo.
           move ws-ex-site to ap-origem.
           move spaces to ap-referencia.
           move 0 to ap-sequencia.
           perform consulta-aplicado.
           if ap-achou
               move "Y" to ws-ex-controle
               compute ws-ex-numero = ap-ultima-seq + 1
           else
               move "N" to ws-ex-controle
               move 1 to ws-ex-numero
           end-if.

      ******************************************************************
      *    registra-numero - the extract is complete: the sequence
      *    control moves on and the extract gets its own "X" record
      *    (records written, header and trailer included).
      ******************************************************************
       registra-numero.
           move spaces to aplicado-rec.
           move "X" to ap-tipo.
           move ws-ex-site to ap-origem.
           move spaces to ap-referencia.
           move 0 to ap-sequencia.
           if ws-ex-controle = "Y"
               perform consulta-aplicado
               move ws-ex-numero to ap-ultima-seq
               move function current-date(1:14) to ap-fim
               rewrite aplicado-rec
           else
               perform inicia-aplicado
               move ws-ex-numero to ap-ultima-seq
               set ap-concluido to true
               move function current-date(1:14) to ap-fim
               rewrite aplicado-rec
           end-if.
           move spaces to aplicado-rec.
           move "X" to ap-tipo.
           move ws-ex-site to ap-origem.
           move ws-ex-data to ap-referencia.
           move ws-ex-numero to ap-sequencia.
           perform inicia-aplicado.
           compute ws-ap-confirmados =
               ws-ex-qtd-placar + ws-ex-qtd-historico + 2.
           perform conclui-aplicado.

      ******************************************************************
      *    extrai-placar - every leaderboard record becomes one "P"
      *    detail; the three hash totals accumulate as each record
                          ";" delimited by size
                          function trim(pl-campanha)
                              delimited by size
                          ";" delimited by size
                          pl-ultima-jogada delimited by size
                       into wss-str-extrato
                   end-string
                   write extrato-rec from wss-str-extrato
           write extrato-rec from wss-str-extrato.

       COPY "TRAVAPD.cpy".
       COPY "APLICPD.cpy".
