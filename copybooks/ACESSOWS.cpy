      ******************************************************************
      *    ACESSOWS - working storage for the operator sign-on and
      *    the maintenance audit trail (see OPERAD.cpy and
      *    AUDIT.cpy). The including program PERFORMs
      *    identifica-operador before anything else and stops when
      *    op-identificado comes back false (RETURN-CODE already 12);
      *    after that it offers only what the role allows:
      *
      *        op-pode-manter ........ maintenance functions
      *        op-pode-administrar ... merges, purges, operators
      *
      *    Around every change to a master it fills ws-au-entrada -
      *    function, file, key and both images - and PERFORMs
      *    grava-auditoria. fecha-auditoria goes with the masters'
      *    CLOSE. With no audit file the session is held to inquiry:
      *    a change nobody can trace is a change nobody may make.
      *
      *    The audit names the program from ws-tv-programa, so
      *    TRAVAWS.cpy must be included as well.
      *
      *        UNTILDAWN_ARQ_OPERADORES ... operator master
      *                                     (operadores.dat)
      *        UNTILDAWN_ARQ_AUDITORIA .... audit file (auditoria.dat)
      ******************************************************************
       77  WS-OP-STATUS             PIC X(2) VALUE "00".
       77  WS-OP-ARQ-OPERADORES     PIC X(60) VALUE "operadores.dat".
       77  WS-OP-OPERADOR           PIC X(10) VALUE SPACES.
       77  WS-OP-SENHA              PIC X(10) VALUE SPACES.
       77  WS-OP-NOME               PIC X(30) VALUE SPACES.
       77  WS-OP-PAPEL              PIC X(1) VALUE SPACES.
           88  OP-PODE-MANTER       VALUE "M" "A".
           88  OP-PODE-ADMINISTRAR  VALUE "A".
       77  WS-OP-IDENTIFICADO       PIC X(1) VALUE "N".
           88  OP-IDENTIFICADO      VALUE "Y"
               WHEN SET TO FALSE IS "N".
       77  WS-OP-TENTATIVAS         PIC 9(1) VALUE 0.
       77  WS-OP-TENT-MAX           PIC 9(1) VALUE 3.
       77  WS-OP-MOTIVO             PIC X(40) VALUE SPACES.
       77  WS-AU-STATUS             PIC X(2) VALUE "00".
       77  WS-AU-ARQ-AUDITORIA      PIC X(60) VALUE "auditoria.dat".
       77  WS-AU-ABERTO             PIC X(1) VALUE "N".
           88  AU-ABERTO            VALUE "Y"
               WHEN SET TO FALSE IS "N".
       77  WS-AU-GRAVADOS           PIC 9(7) VALUE 0.
       01  WS-AU-ENTRADA.
           05  WS-AU-FUNCAO         PIC X(20).
           05  WS-AU-ARQUIVO        PIC X(10).
           05  WS-AU-CHAVE          PIC X(40).
           05  WS-AU-ANTES          PIC X(200).
           05  WS-AU-DEPOIS         PIC X(200).
