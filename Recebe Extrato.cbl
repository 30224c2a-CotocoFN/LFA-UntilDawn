      *    is folded into PLACAR.DAT with the same merge rules
      *    ConsultaPlacar's rename uses - counts added, best nonzero
      *    (lowest) risk kept - keyed by the campaign the P record
      *    carries (blank means the pre-campaign "MANSAO"); the
      *    last-played date becomes the later of ours and the one
      *    the P record carries (the header date for extracts that
      *    predate the field; a blank one - a record never dated at
      *    the source - leaves ours as it is, so an undated record
      *    can still go dormant). Each L
      *    record is appended to historico.dat with a FONTE= tag
      *    naming the source site, so the trend report's material
      *    says where every batch came from. Every P record merged
      *    is also appended to the update journal (JORNALPD.cpy)
      *    with its before and after images, so RecuperaPlacar can
      *    replay the merge; a journal that cannot be opened ends
      *    the run with RC 8 before anything is applied.
      *
      *    Every extract applied is entered in the applied-input
      *    register (APLIC.cpy) under its identity - the sending
      *    site, the header date and the extract number ExtraiPlacar
      *    puts in the header - and the register is brought forward
      *    after every P or L record applied. So:
      *
      *      - an extract already wholly applied is refused, nothing
      *        touched, with RC 6;
      *      - an extract whose apply was interrupted resumes after
      *        the last record the register confirms, instead of
      *        adding the sister's counts a second time;
      *      - a number that does not follow the last one received
      *        from that site is applied but warned about (RC 4):
      *        an extract went missing, or came out of order. An
      *        extract from before the numbering carries none and is
      *        warned about the same way.
      *
      *    A register that cannot be opened ends the run with RC 8
      *    before anything is applied.
      *
      *    RC 8 when the extract is missing or fails verification
      *    (estate untouched), RC 14 from the lock protocol when the
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT JORNAL-FILE ASSIGN USING ws-jn-arq-jornal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jn-status.
           SELECT APLICADOS-FILE ASSIGN USING ws-ap-arq-aplicados
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS ws-ap-status.

       DATA                         DIVISION.

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  JORNAL-FILE.
       COPY "JORNAL.cpy".

       FD  APLICADOS-FILE.
       COPY "APLIC.cpy".

       WORKING-STORAGE SECTION.
       77 ws-placar-status     pic x(2) value "00".
       77 ws-re-ext-status     pic x(2) value "00".
       77 ws-re-f5             pic x(20).
       77 ws-re-f6             pic x(20).
       77 ws-re-f7             pic x(20).
       77 ws-re-campos         pic 9(2) value 0.
       77 ws-re-f8             pic x(20).
       77 ws-re-fonte          pic x(20) value spaces.
       77 ws-re-data-extrato   pic x(8) value spaces.
       77 ws-re-ultima         pic x(8) value spaces.
       77 ws-re-viu-header     pic x(1) value "N".
       77 ws-re-viu-trailer    pic x(1) value "N".
       77 ws-re-erros          pic 9(5) value 0.
       77 ws-re-risco          pic 9(5) value 0.
       77 ws-re-achou          pic x(1) value "N".
       77 wss-str-historico    pic x(80).
       77 ws-re-numero         pic 9(7) value 0.
       77 ws-re-num-linha      pic 9(9) value 0.
       77 ws-re-retomar        pic 9(9) value 0.
       77 ws-re-ultimo-numero  pic 9(7) value 0.
       77 ws-re-tem-controle   pic x(1) value "N".
       77 ws-re-rc             pic 9(2) value 0.

       COPY "TRAVAWS.cpy".
       COPY "JORNALWS.cpy".
       COPY "APLICWS.cpy".

       PROCEDURE                    DIVISION.

               move 8 to return-code
               stop run
           end-if.
           perform abre-jornal.
           if not jn-aberto
               close placar-file
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform abre-aplicados.
           if not ap-aberto
               close placar-file
               perform fecha-jornal
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform confere-registro.
           if ap-achou and ap-concluido
               display "Extrato " ws-re-numero " de "
                   function trim(ws-re-fonte) " (" ws-re-data-extrato
                   ") ja foi aplicado em " ap-fim(1:8)
                   "; nada foi aplicado."
               close placar-file
               perform fecha-jornal
               perform fecha-aplicados
               perform libera-trava
               move 6 to return-code
               stop run
           end-if.
           perform aplica-extrato.
           perform conclui-aplicado.
           perform atualiza-sequencia.
           close placar-file.
           perform fecha-jornal.
           perform fecha-aplicados.
           perform libera-trava.
           display "=====================".
           display "Recepcao de extrato".
           display "Placares fundidos....: " ws-re-aplicados-p.
           display "Registros criados....: " ws-re-criados.
           display "Historico anexado....: " ws-re-aplicados-l.
           display "Registros no diario..: " ws-jn-gravados.
           if ws-re-retomar > 0
               display "Retomado apos o registro " ws-re-retomar
           end-if.
           if ws-re-rc > return-code
               move ws-re-rc to return-code
           end-if.
           stop run.

      ******************************************************************
       separa-registro.
           move spaces to ws-re-tipo ws-re-f1 ws-re-f2 ws-re-f3
               ws-re-f4 ws-re-f5 ws-re-f6 ws-re-f7 ws-re-f8.
           move 0 to ws-re-campos.
           unstring ws-re-linha delimited by ";"
               into ws-re-tipo
                    ws-re-f1
                    ws-re-f6
                    ws-re-f7
                    ws-re-f8
               tallying in ws-re-campos
           end-unstring.

       verifica-um-registro.
               when "H"
                   move "Y" to ws-re-viu-header
                   move ws-re-f2 to ws-re-fonte
                   move ws-re-f1(1:8) to ws-re-data-extrato
                   if ws-re-f3 not = spaces
                           and function test-numval(ws-re-f3) = 0
                       compute ws-re-numero = function numval(ws-re-f3)
                   else
                       move 0 to ws-re-numero
                   end-if
               when "P"
                   if ws-re-viu-header = "N"
                       display "ERRO: registro P antes do cabecalho"
               open i-o placar-file
           end-if.

      ******************************************************************
      *    confere-registro - looks the extract up in the register.
      *    Already applied: the caller refuses it. Interrupted: the
      *    apply resumes after the last confirmed record. New: the
      *    number is checked against the last one received from the
      *    site, and the extract is registered.
      ******************************************************************
       confere-registro.
           move 0 to ws-re-retomar.
           move spaces to aplicado-rec.
           move "E" to ap-tipo.
           move ws-re-fonte to ap-origem.
           move ws-re-data-extrato to ap-referencia.
           move ws-re-numero to ap-sequencia.
           perform consulta-aplicado.
           if ap-achou
               if ap-parcial
                   move ap-confirmados to ws-re-retomar
                   move ap-confirmados to ws-ap-confirmados
                   display "Extrato interrompido em aplicacao anterior;"
                       " retomando apos o registro " ws-re-retomar
               end-if
               exit paragraph
           end-if.
           perform le-sequencia.
           evaluate true
               when ws-re-numero = 0
                   display "AVISO: extrato sem numero de sequencia;"
                       " lacunas nao podem ser verificadas."
                   move 4 to ws-re-rc
               when ws-re-tem-controle = "N"
                   continue
               when ws-re-numero > ws-re-ultimo-numero + 1
                   display "AVISO: lacuna na sequencia de "
                       function trim(ws-re-fonte) ": ultimo recebido "
                       ws-re-ultimo-numero ", este " ws-re-numero
                   move 4 to ws-re-rc
               when ws-re-numero <= ws-re-ultimo-numero
                   display "AVISO: extrato fora de ordem de "
                       function trim(ws-re-fonte) ": ultimo recebido "
                       ws-re-ultimo-numero ", este " ws-re-numero
                   move 4 to ws-re-rc
           end-evaluate.
           move spaces to aplicado-rec.
           move "E" to ap-tipo.
           move ws-re-fonte to ap-origem.
           move ws-re-data-extrato to ap-referencia.
           move ws-re-numero to ap-sequencia.
           perform inicia-aplicado.

      *    le-sequencia - the last extract number received from the
      *    site, from its "E" sequence control.
       le-sequencia.
           move spaces to aplicado-rec.
           move "E" to ap-tipo.
           move ws-re-fonte to ap-origem.
           move spaces to ap-referencia.
           move 0 to ap-sequencia.
           read aplicados-file
               invalid key
                   move "N" to ws-re-tem-controle
                   move 0 to ws-re-ultimo-numero
               not invalid key
                   move "Y" to ws-re-tem-controle
                   move ap-ultima-seq to ws-re-ultimo-numero
           end-read.

      ******************************************************************
      *    atualiza-sequencia - the site's sequence control moves to
      *    this extract's number (never backwards).
      ******************************************************************
       atualiza-sequencia.
           if ws-re-numero = 0
               exit paragraph
           end-if.
           perform le-sequencia.
           if ws-re-tem-controle = "Y"
               if ws-re-numero > ap-ultima-seq
                   move ws-re-numero to ap-ultima-seq
                   move function current-date(1:14) to ap-fim
                   rewrite aplicado-rec
               end-if
           else
               move spaces to aplicado-rec
               move "E" to ap-tipo
               move ws-re-fonte to ap-origem
               move spaces to ap-referencia
               move 0 to ap-sequencia ap-confirmados ap-total
               set ap-concluido to true
               move function current-date(1:14) to ap-inicio ap-fim
               move ws-tv-programa to ap-programa
               move ws-re-numero to ap-ultima-seq
               write aplicado-rec
           end-if.

      ******************************************************************
      *    aplica-extrato - second pass, applying what the first
      *    pass already reconciled: P records merge into PLACAR.DAT,
      *    L records append to the history tagged with the source.
      *    Each record applied is confirmed in the register; on a
      *    resumed apply the records already confirmed are passed
      *    over.
      ******************************************************************
       aplica-extrato.
           open input extrato-file.
           open extend historico-file.
           move 0 to ws-re-num-linha.
           move "N" to ws-re-eof.
           perform aplica-registro until re-eof.
           close extrato-file historico-file.
           move ws-re-num-linha to ws-ap-confirmados.

       aplica-registro.
           read extrato-file into ws-re-linha
               at end
                   set re-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-re-num-linha.
           if ws-re-num-linha <= ws-re-retomar
               exit paragraph
           end-if.
           perform separa-registro.
           evaluate ws-re-tipo
               when "P"
                   perform funde-placar
                   move ws-re-num-linha to ws-ap-confirmados
                   perform confirma-aplicado
               when "L"
                   perform anexa-historico
                   move ws-re-num-linha to ws-ap-confirmados
                   perform confirma-aplicado
           end-evaluate.

      ******************************************************************
      *    funde-placar - one P record under the merge rules
      *    ConsultaPlacar's rename established: counts added, best
      *    nonzero (lowest) risk kept. The record lands under the
      *    campaign it carries; extracts older than the campaign
      *    library carry none and count as "MANSAO". The last-played
      *    date only moves forward: the P record's own date, or the
      *    header date when the extract has no field 7 at all (older
      *    format); a field 7 present but blank is an undated record
      *    and leaves ours alone (blank on an insert).
      ******************************************************************
       funde-placar.
           add 1 to ws-re-aplicados-p.
           end-if.
           move ws-re-f1 to pl-jogador.
           move "N" to ws-re-achou.
           move spaces to ws-jn-antes.
           read placar-file
               invalid key
                   move ws-re-f1 to pl-jogador
                   end-if
                   move 0 to pl-total-corridas pl-total-sobreviveu
                       pl-total-morreu pl-melhor-risco
                   move spaces to pl-ultima-jogada
               not invalid key
                   move "Y" to ws-re-achou
                   move placar-rec to ws-jn-antes
           end-read.
           add ws-re-corridas to pl-total-corridas.
           add ws-re-sobreviveu to pl-total-sobreviveu.
                   move ws-re-risco to pl-melhor-risco
               end-if
           end-if.
           evaluate true
               when ws-re-campos < 8
                   move ws-re-data-extrato to ws-re-ultima
               when ws-re-f7(1:8) is numeric
                   move ws-re-f7(1:8) to ws-re-ultima
               when other
                   move spaces to ws-re-ultima
           end-evaluate.
           if ws-re-ultima > pl-ultima-jogada
               move ws-re-ultima to pl-ultima-jogada
           end-if.
           if ws-re-achou = "Y"
               rewrite placar-rec
               move "A" to ws-jn-operacao
           else
               add 1 to ws-re-criados
               write placar-rec
               move "I" to ws-jn-operacao
           end-if.
           move "P" to ws-jn-arquivo.
           move pl-chave to ws-jn-chave.
           move placar-rec to ws-jn-depois.
           perform grava-jornal.

      ******************************************************************
      *    anexa-historico - one L record rebuilt as a history line:
           write historico-rec from wss-str-historico.

       COPY "TRAVAPD.cpy".
       COPY "JORNALPD.cpy".
       COPY "APLICPD.cpy".
