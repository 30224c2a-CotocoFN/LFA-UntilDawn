      *    interactive session is exactly the race the protocol
      *    exists to stop. RC 8 when the saves master cannot be
      *    opened, RC 14 when the lock never comes free.
      *
      *    The program opens with an operator sign-on against the
      *    operator master (OPERAD.cpy, ACESSOPD.cpy), RC 12 when it
      *    is refused, and shows only what the operator's role
      *    allows: the two listings to everyone, the slot delete to
      *    maintenance, the purge to administrators. Every sign-on
      *    and every slot deleted goes to the maintenance audit file
      *    (AUDIT.cpy) with the operator and the slot as it was.
      ******************************************************************

       ENVIRONMENT                  DIVISION.
           SELECT TRAVA-FILE ASSIGN USING ws-tv-arq-trava
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tv-status.
           SELECT OPERADORES-FILE ASSIGN USING ws-op-arq-operadores
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR
               FILE STATUS IS ws-op-status.
           SELECT AUDITORIA-FILE ASSIGN USING ws-au-arq-auditoria
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-au-status.

       DATA                         DIVISION.

       FD  TRAVA-FILE.
       COPY "TRAVA.cpy".

       FD  OPERADORES-FILE.
       COPY "OPERAD.cpy".

       FD  AUDITORIA-FILE.
       COPY "AUDIT.cpy".

       WORKING-STORAGE SECTION.
       77 ws-idioma             pic x(2) value "PT".
           88 idioma-portugues  value "PT" "pt".
       COPY "CENTAB.cpy".
       COPY "CENPT.cpy".
       COPY "CENEN.cpy".
       COPY "CENMEC.cpy".

       77 ws-saves-status      pic x(2) value "00".
       77 ws-sv-arq-saves      pic x(60) value "saves.dat".
           05 ws-sv-exp-slot occurs 50 times pic x(10).

       COPY "TRAVAWS.cpy".
       COPY "ACESSOWS.cpy".

       PROCEDURE                    DIVISION.

           perform carrega-cenario.
           move "E" to ws-tv-pedido.
           move "ConsultaSaves" to ws-tv-programa.
           perform identifica-operador.
           if not op-identificado
               stop run
           end-if.
           perform obtem-trava.
           if not tv-obtida
               perform fecha-auditoria
               stop run
           end-if.
           open i-o saves-file.
               display "Nao foi possivel abrir "
                   function trim(ws-sv-arq-saves)
                   " (status " ws-saves-status ")"
               perform fecha-auditoria
               perform libera-trava
               move 8 to return-code
               stop run
           end-if.
           perform menu-saves until sv-fim.
           close saves-file.
           perform fecha-auditoria.
           perform libera-trava.
           stop run.

           display " ".
           display "---- Consulta de saves ----".
           display "1 - Listar todos os slots".
           if op-pode-manter
               display "2 - Apagar um slot"
           end-if.
           if op-pode-administrar
               display "3 - Expurgar todos os slots de um jogador"
           end-if.
           display "4 - Slots presos em estados indefinidos".
           display "0 - Sair".
           accept ws-sv-opcao.
           if (ws-sv-opcao = "2" and not op-pode-manter)
               or (ws-sv-opcao = "3" and not op-pode-administrar)
               move spaces to ws-sv-opcao
           end-if.
           evaluate ws-sv-opcao
               when "1"
                   perform lista-slots
                   display "Confirma (S/N)?"
                   accept ws-sv-confirma
                   if ws-sv-confirma = "S" or ws-sv-confirma = "s"
                       move saves-rec to ws-au-antes
                       delete saves-file record
                       move "EXCLUSAO SLOT" to ws-au-funcao
                       move "SAVES" to ws-au-arquivo
                       move sv-chave to ws-au-chave
                       move spaces to ws-au-depois
                       perform grava-auditoria
                       display "Slot apagado."
                   else
                       display "Nada foi apagado."
      ******************************************************************
      *    expurga-jogador - removes every slot of a departed player:
      *    collect the slot names in one keyed walk, confirm showing
      *    the count, then delete them one by one, each read first
      *    so the audit file keeps the slot as it was.
      ******************************************************************
       expurga-jogador.
           display "Jogador a expurgar:".
           move 0 to ws-sv-expurgados.
           perform varying ws-sv-i from 1 by 1
                   until ws-sv-i > ws-sv-exp-count
               perform expurga-um-slot
           end-perform.
           display ws-sv-expurgados " slot(s) expurgado(s).".

       expurga-um-slot.
           move ws-sv-alvo to sv-jogador.
           move ws-sv-exp-slot(ws-sv-i) to sv-slot.
           read saves-file
               invalid key
                   exit paragraph
           end-read.
           move saves-rec to ws-au-antes.
           delete saves-file record
               invalid key
                   exit paragraph
           end-delete.
           add 1 to ws-sv-expurgados.
           move "EXPURGO JOGADOR" to ws-au-funcao.
           move "SAVES" to ws-au-arquivo.
           move sv-chave to ws-au-chave.
           move spaces to ws-au-depois.
           perform grava-auditoria.

       coleta-slot-expurgo.
           read saves-file next
               at end
       COPY "CENLOAD.cpy".

       COPY "TRAVAPD.cpy".
       COPY "ACESSOPD.cpy".
