      ******************************************************************
      *    AUDIT - record layout of the maintenance audit file
      *    (default "auditoria.dat"), appended by every program that
      *    signs an operator on: one record per sign-on, accepted or
      *    refused, and one per change an operator makes to a
      *    master, with the record before and after the change.
      *
      *        AU-ESTAMPA .... AAAAMMDDHHMMSScc of the event
      *        AU-OPERADOR ... operator ID (as keyed, on a refused
      *                        sign-on)
      *        AU-PROGRAMA ... the program (the lock holder name)
      *        AU-FUNCAO ..... what was done: ENTRADA, ENTRADA
      *                        RECUSADA, EXCLUSAO, RENOMEACAO, ...
      *        AU-ARQUIVO .... the master changed
      *        AU-CHAVE ...... the record key as the master holds it
      *        AU-ANTES ...... record image before the change
      *                        (spaces on an insert)
      *        AU-DEPOIS ..... record image after the change
      *                        (spaces on a delete; the role, or the
      *                        reason for refusal, on a sign-on)
      *
      *    See ACESSOWS.cpy / ACESSOPD.cpy for the fields and
      *    paragraphs, RelatorioAuditoria for the monthly review.
      ******************************************************************
       01  AUDITORIA-REC.
           05 AU-ESTAMPA            PIC X(16).
           05 AU-OPERADOR           PIC X(10).
           05 AU-PROGRAMA           PIC X(20).
           05 AU-FUNCAO             PIC X(20).
               88 AU-ENTRADA        VALUE "ENTRADA".
               88 AU-ENTRADA-RECUSADA VALUE "ENTRADA RECUSADA".
           05 AU-ARQUIVO            PIC X(10).
           05 AU-CHAVE              PIC X(40).
           05 AU-ANTES              PIC X(200).
           05 AU-DEPOIS             PIC X(200).
