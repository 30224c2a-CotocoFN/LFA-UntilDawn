      ******************************************************************
      *    JORNALWS - working storage for the update journal (see
      *    JORNAL.cpy). The including program PERFORMs abre-jornal
      *    once it holds the exclusive master lock and checks
      *    jn-aberto; then, around every WRITE / REWRITE / DELETE on
      *    a master, it fills ws-jn-entrada - the file, the
      *    operation, the key and both images - and PERFORMs
      *    grava-jornal. fecha-jornal goes with the masters' CLOSE.
      *
      *    The journal names the program from ws-tv-programa, so
      *    TRAVAWS.cpy must be included as well.
      *
      *    A journal write that fails closes the journal for the
      *    rest of the run (jn-aberto false) and raises RETURN-CODE
      *    to ws-jn-rc-falha - 8 unless the including program sets
      *    a milder one before abre-jornal (the engine uses 4).
      *
      *        UNTILDAWN_ARQ_JORNAL ... journal file (placar.jnl)
      ******************************************************************
       77  WS-JN-STATUS             PIC X(2) VALUE "00".
       77  WS-JN-ARQ-JORNAL         PIC X(60) VALUE "placar.jnl".
       77  WS-JN-ABERTO             PIC X(1) VALUE "N".
           88  JN-ABERTO            VALUE "Y"
               WHEN SET TO FALSE IS "N".
       77  WS-JN-EXECUCAO           PIC X(14) VALUE SPACES.
       77  WS-JN-GRAVADOS           PIC 9(7) VALUE 0.
       77  WS-JN-FALHAS             PIC 9(7) VALUE 0.
       77  WS-JN-RC-FALHA           PIC 9(2) VALUE 8.
       01  WS-JN-ENTRADA.
           05  WS-JN-ARQUIVO        PIC X(1).
           05  WS-JN-OPERACAO       PIC X(1).
           05  WS-JN-CHAVE          PIC X(32).
           05  WS-JN-ANTES          PIC X(56).
           05  WS-JN-DEPOIS         PIC X(56).
