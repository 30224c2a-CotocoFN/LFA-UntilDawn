       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      ConverteSaves.
       AUTHOR.                          Bruno&Paulo.

      ******************************************************************
      *    ConverteSaves - one-off conversion of SAVES.DAT to the
      *    record that carries the last-saved date (SV-ULTIMA-JOGADA,
      *    SAVES.cpy). The date grew the record from 182 to 190
      *    bytes, and an indexed master written with the old length
      *    no longer opens under the new layout - not in the engine,
      *    ConsultaSaves, AuditaDados or any other reader.
      *
      *    The conversion, once per site, under the exclusive master
      *    lock:
      *
      *      1. rename the old SAVES.DAT (with its index) to the
      *         name in UNTILDAWN_ARQ_SAVES_ANTIGO, default
      *         "saves.dat.antigo";
      *      2. run this program: every old slot is written to the
      *         new master (UNTILDAWN_ARQ_SAVES, default "saves.dat")
      *         byte for byte, with the date left blank - a slot
      *         with no date is never expired by VarreInativos, the
      *         same treatment as a slot whose day is unknown;
      *      3. keep the old file until the control totals below
      *         have been looked at.
      *
      *    Control totals: slots read and written, and the sum of
      *    saved risk and of inventory items on both sides; they
      *    must match. A new master that still holds slots is only
      *    overwritten with UNTILDAWN_FORCAR=S, as in RecarregaPlacar.
      *    An old file that will not open with the 182-byte record is
      *    reported as probably converted already.
      *
      *    RC 8 when the old file cannot be opened, names the new
      *    master itself, the new master is non-empty without FORCAR
      *    or cannot be created, or the totals do not match; 0 on a
      *    clean conversion.
      ******************************************************************

       ENVIRONMENT                  DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVES-ANTIGO-FILE ASSIGN USING ws-vs-arq-antigo
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CHAVE
               FILE STATUS IS ws-vs-antigo-status.
           SELECT SAVES-FILE ASSIGN USING ws-vs-arq-saves
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS ws-saves-status.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.

       DATA                         DIVISION.

       FILE SECTION.
      ******************************************************************
      *    The 182-byte slot record as it stood before the date: the
      *    key, then the payload SAVES.cpy still carries unchanged up
      *    to and including SV-ARMADILHA.
      ******************************************************************
       FD  SAVES-ANTIGO-FILE.
       01  SAVES-ANTIGO-REC.
           05 SA-CHAVE              PIC X(30).
           05 SA-ESTADO             PIC 9(3).
           05 SA-RISCO              PIC 9(5).
           05 SA-DIFICULDADE        PIC 9(1).
           05 SA-INV-COUNT          PIC 9(2).
           05 FILLER                PIC X(141).

       FD  SAVES-FILE.
       COPY "SAVES.cpy".

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       WORKING-STORAGE SECTION.
       77 ws-saves-status      pic x(2) value "00".
       77 ws-vs-antigo-status  pic x(2) value "00".
       77 ws-vs-arq-antigo     pic x(60) value "saves.dat.antigo".
       77 ws-vs-arq-saves      pic x(60) value "saves.dat".
       77 ws-vs-forcar         pic x(1) value "N".
           88 vs-forcar        value "S" "s".
       77 ws-vs-eof            pic x(1) value "N".
           88 vs-eof           value "Y".
       77 ws-vs-lidos          pic 9(7) value 0.
       77 ws-vs-gravados       pic 9(7) value 0.
       77 ws-vs-recusados      pic 9(7) value 0.
       77 ws-vs-risco-antigo   pic 9(11) value 0.
       77 ws-vs-risco-novo     pic 9(11) value 0.
       77 ws-vs-itens-antigo   pic 9(9) value 0.
       77 ws-vs-itens-novo     pic 9(9) value 0.

       COPY "TRAVAWS.cpy".

       PROCEDURE                    DIVISION.

           accept ws-vs-arq-antigo
               from environment "UNTILDAWN_ARQ_SAVES_ANTIGO"
               on exception
                   move "saves.dat.antigo" to ws-vs-arq-antigo
           end-accept.
           if ws-vs-arq-antigo = spaces
               move "saves.dat.antigo" to ws-vs-arq-antigo
           end-if.
           accept ws-vs-arq-saves
               from environment "UNTILDAWN_ARQ_SAVES"
               on exception
                   move "saves.dat" to ws-vs-arq-saves
           end-accept.
           accept ws-vs-forcar from environment "UNTILDAWN_FORCAR"
               on exception
                   move "N" to ws-vs-forcar
           end-accept.
           if ws-vs-arq-antigo = ws-vs-arq-saves
               display "O arquivo antigo e o novo master tem o mesmo"
                   " nome: " function trim(ws-vs-arq-saves)
               display "Renomeie o SAVES.DAT antigo e informe o nome"
                   " em UNTILDAWN_ARQ_SAVES_ANTIGO."
               move 8 to return-code
               stop run
           end-if.
           move "E" to ws-tv-pedido.
           move "ConverteSaves" to ws-tv-programa.
           perform obtem-trava.
           if not tv-obtida
               stop run
           end-if.
           open input saves-antigo-file.
           if ws-vs-antigo-status not = "00"
               display "Saves antigos nao abrem: "
                   function trim(ws-vs-arq-antigo)
                   " (status " ws-vs-antigo-status ")"
               if ws-vs-antigo-status = "39"
                   display "O registro nao tem 182 bytes - arquivo"
                       " ja convertido?"
               end-if
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform verifica-master-vazio.
           open output saves-file.
           if ws-saves-status not = "00"
               display "Novo master de saves nao pode ser criado: "
                   function trim(ws-vs-arq-saves)
                   " (status " ws-saves-status ")"
               close saves-antigo-file
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           move "N" to ws-vs-eof.
           perform converte-save until vs-eof.
           close saves-antigo-file saves-file.
           perform confere-novo.
           perform libera-trava.
           display "=====================".
           display "Conversao de saves".
           display "Saves lidos..........: " ws-vs-lidos.
           display "Saves gravados.......: " ws-vs-gravados.
           display "Saves recusados......: " ws-vs-recusados.
           display "Risco salvo (antigo).: " ws-vs-risco-antigo.
           display "Risco salvo (novo)...: " ws-vs-risco-novo.
           display "Itens (antigo).......: " ws-vs-itens-antigo.
           display "Itens (novo).........: " ws-vs-itens-novo.
           if ws-vs-lidos not = ws-vs-gravados
                   or ws-vs-risco-antigo not = ws-vs-risco-novo
                   or ws-vs-itens-antigo not = ws-vs-itens-novo
               display "ERRO: totais nao conferem; mantenha o"
                   " arquivo antigo e refaca a conversao."
               move 8 to return-code
           end-if.
           stop run.

      ******************************************************************
      *    verifica-master-vazio - the same guard RecarregaPlacar
      *    keeps: a new master that already holds slots (a second
      *    run, or the wrong directory) only goes with FORCAR.
      ******************************************************************
       verifica-master-vazio.
           open input saves-file.
           if ws-saves-status not = "00"
               exit paragraph
           end-if.
           move low-values to sv-chave.
           start saves-file key not < sv-chave
               invalid key
                   close saves-file
                   exit paragraph
           end-start.
           read saves-file next
               at end
                   close saves-file
                   exit paragraph
           end-read.
           close saves-file.
           if not vs-forcar
               display "Master de saves existente nao esta vazio: "
                   function trim(ws-vs-arq-saves)
               display "Conversao recusada; use UNTILDAWN_FORCAR=S"
                   " para sobrescrever."
               close saves-antigo-file
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           display "AVISO: master de saves existente sera"
               " sobrescrito (UNTILDAWN_FORCAR=S).".

      ******************************************************************
      *    converte-save - one old slot: the 182 bytes as they were,
      *    the date blank.
      ******************************************************************
       converte-save.
           read saves-antigo-file next
               at end
                   set vs-eof to true
                   exit paragraph
           end-read.
           add 1 to ws-vs-lidos.
           add sa-risco to ws-vs-risco-antigo.
           add sa-inv-count to ws-vs-itens-antigo.
           move spaces to saves-rec.
           move saves-antigo-rec to saves-rec(1:182).
           move spaces to sv-ultima-jogada.
           write saves-rec
               invalid key
                   add 1 to ws-vs-recusados
                   display "Save recusado (status " ws-saves-status
                       "): " sv-chave
               not invalid key
                   add 1 to ws-vs-gravados
           end-write.

      ******************************************************************
      *    confere-novo - reads the new master back for its side of
      *    the control totals.
      ******************************************************************
       confere-novo.
           open input saves-file.
           if ws-saves-status not = "00"
               exit paragraph
           end-if.
           move "N" to ws-vs-eof.
           move low-values to sv-chave.
           start saves-file key not < sv-chave
               invalid key
                   set vs-eof to true
           end-start.
           perform soma-novo until vs-eof.
           close saves-file.

       soma-novo.
           read saves-file next
               at end
                   set vs-eof to true
               not at end
                   add sv-risco to ws-vs-risco-novo
                   add sv-inv-count to ws-vs-itens-novo
           end-read.

       COPY "TRAVAPD.cpy".
