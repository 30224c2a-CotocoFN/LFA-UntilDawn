      ******************************************************************
      *    JORNAL - record layout of the update journal (default
      *    "placar.jnl"), appended by every program that writes
      *    PLACAR.DAT or CONQUISTAS.DAT, one record per WRITE,
      *    REWRITE or DELETE, in the order the masters saw them.
      *    Together with the last backup dump it lets RecuperaPlacar
      *    rebuild both masters to any moment since that dump:
      *
      *        JN-ESTAMPA .... AAAAMMDDHHMMSScc of the change
      *        JN-EXECUCAO ... AAAAMMDDHHMMSS the writing program
      *                        started - every change of one run
      *                        carries the same stamp
      *        JN-PROGRAMA ... the program (the lock holder name)
      *        JN-ARQUIVO .... "P" PLACAR.DAT / "C" CONQUISTAS.DAT
      *        JN-OPERACAO ... "I" insert, "A" update, "E" delete,
      *                        or one of the two markers:
      *                        "B" backup dump taken (JN-MARCO
      *                            gives its record count and file)
      *                        "R" master flattened by a reload
      *                            or a recovery, the records it
      *                            left follow as inserts
      *                        "L" gap: a journal write failed, so
      *                            the changes from here on in that
      *                            run are missing (JN-CHAVE and
      *                            the images are the entry that
      *                            could not be written)
      *        JN-CHAVE ...... the record key as the master holds it
      *        JN-ANTES ...... record image before the change
      *                        (spaces on an insert)
      *        JN-DEPOIS ..... record image after the change
      *                        (spaces on a delete)
      *
      *    See JORNALWS.cpy / JORNALPD.cpy for the fields and
      *    paragraphs.
      ******************************************************************
       01  JORNAL-REC.
           05 JN-ESTAMPA            PIC X(16).
           05 JN-EXECUCAO           PIC X(14).
           05 JN-PROGRAMA           PIC X(20).
           05 JN-ARQUIVO            PIC X(1).
               88 JN-DO-PLACAR      VALUE "P".
               88 JN-DAS-CONQUISTAS VALUE "C".
           05 JN-OPERACAO           PIC X(1).
               88 JN-INCLUSAO       VALUE "I".
               88 JN-ALTERACAO      VALUE "A".
               88 JN-EXCLUSAO       VALUE "E".
               88 JN-MARCO-BACKUP   VALUE "B".
               88 JN-MARCO-RECARGA  VALUE "R".
               88 JN-MARCO-LACUNA   VALUE "L".
           05 JN-CHAVE              PIC X(32).
           05 JN-ANTES              PIC X(56).
           05 JN-DEPOIS             PIC X(56).
           05 JN-MARCO REDEFINES JN-DEPOIS.
               10 JN-MARCO-QTD      PIC 9(7).
               10 JN-MARCO-ARQ      PIC X(49).
