      ******************************************************************
      *    APLICWS - working storage for the applied-input register
      *    (see APLIC.cpy, paragraphs in APLICPD.cpy). The including
      *    program PERFORMs abre-aplicados once it holds the
      *    exclusive master lock and checks ap-aberto; then, for the
      *    input it is about to apply, it fills AP-CHAVE and PERFORMs
      *    consulta-aplicado: ap-achou says whether the input was
      *    seen before, and ws-ap-atual holds its record. A new input
      *    is registered with inicia-aplicado; after every record
      *    applied the program moves the record's line number to
      *    ws-ap-confirmados and PERFORMs confirma-aplicado, and at
      *    the end conclui-aplicado. fecha-aplicados goes with the
      *    masters' CLOSE.
      *
      *    The register names the program from ws-tv-programa, so
      *    TRAVAWS.cpy must be included as well.
      *
      *        UNTILDAWN_ARQ_APLICADOS ... register (aplicados.dat)
      ******************************************************************
       77  WS-AP-STATUS             PIC X(2) VALUE "00".
       77  WS-AP-ARQ-APLICADOS      PIC X(60) VALUE "aplicados.dat".
       77  WS-AP-ABERTO             PIC X(1) VALUE "N".
           88  AP-ABERTO            VALUE "Y"
               WHEN SET TO FALSE IS "N".
       77  WS-AP-ACHOU              PIC X(1) VALUE "N".
           88  AP-ACHOU             VALUE "Y"
               WHEN SET TO FALSE IS "N".
       77  WS-AP-CONFIRMADOS        PIC 9(9) VALUE 0.
       77  WS-AP-ATUAL              PIC X(177) VALUE SPACES.
