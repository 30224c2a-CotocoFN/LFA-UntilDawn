      *    program supplies the CENARIO-FILE SELECT/FD; the loader's
      *    own bookkeeping lives here so every CENLOAD user shares
      *    one copy.
      *
      *    WS-ARQ-CENARIO-FORCADO, when a program fills it in before
      *    carrega-cenario, names the dataset to load instead of the
      *    installed one (any campaign, the built-in one included) -
      *    how a release candidate is read side by side with what is
      *    in production. Left blank it changes nothing.
      ******************************************************************
       01  WS-CEN-EXT-WRK.
           05  WS-CEN-EXT-STATUS       PIC X(2) VALUE "00".
           05  WS-CEN-EXT-RESTO        PIC X(64).
           05  WS-CEN-EXT-PTR          PIC 9(3).
           05  WS-ARQ-CENARIO          PIC X(60).
           05  WS-ARQ-CENARIO-FORCADO  PIC X(60) VALUE SPACES.

      ******************************************************************
      *    Scene mechanics declared by the campaign (CENMEC.cpy for
      *    the built-in story, D::/R::/E:: lines in an external
      *    dataset). WS-MEC-FRAG-ACTIVE holds the declaration rows as
      *    read, tag included; carrega-mecanica unstrings them into
      *    the three runtime tables below, and busca-mecanica-dados /
      *    busca-mecanica-risco are the lookups every program uses,
      *    so engine, generator and calibration report can never read
      *    the declarations two different ways.
      *
      *      WS-MEC-DAD - dice points: state, input and the failure
      *                   threshold per difficulty (1 Facil, 2
      *                   Normal, 3 Dificil)
      *      WS-MEC-RSC - risk points per state/input ("*" = any
      *                   input without a row of its own)
      *      WS-MEC-EVT - item/flag events: on entry (input "*") or
      *                   on taking one input's transition
      ******************************************************************
       01  WS-MEC-FRAG-ACTIVE-COUNT   PIC 9(4) VALUE 0.
       01  WS-MEC-FRAG-ACTIVE-TAB.
           05  WS-MEC-FRAG-ACTIVE OCCURS 150 TIMES
                   INDEXED BY MFA-IX     PIC X(64).

       01  WS-MEC-DAD-COUNT           PIC 9(3) VALUE 0.
       01  WS-MEC-DAD-TAB.
           05  WS-MEC-DAD-ENT OCCURS 40 TIMES INDEXED BY DAD-IX.
               10  WS-MEC-DAD-STATE    PIC X(3).
               10  WS-MEC-DAD-INPUT    PIC X(1).
               10  WS-MEC-DAD-LIMIAR   PIC 9V9(4) OCCURS 3 TIMES.

       01  WS-MEC-RSC-COUNT           PIC 9(3) VALUE 0.
       01  WS-MEC-RSC-TAB.
           05  WS-MEC-RSC-ENT OCCURS 80 TIMES INDEXED BY RSC-IX.
               10  WS-MEC-RSC-STATE    PIC X(3).
               10  WS-MEC-RSC-INPUT    PIC X(1).
               10  WS-MEC-RSC-PONTOS   PIC 9(3).

       01  WS-MEC-EVT-COUNT           PIC 9(3) VALUE 0.
       01  WS-MEC-EVT-TAB.
           05  WS-MEC-EVT-ENT OCCURS 40 TIMES INDEXED BY EVT-IX.
               10  WS-MEC-EVT-STATE    PIC X(3).
               10  WS-MEC-EVT-INPUT    PIC X(1).
               10  WS-MEC-EVT-ACAO     PIC X(12).

       01  WS-MEC-WRK.
           05  WS-MEC-TIPO             PIC X(1).
           05  WS-MEC-F-STATE          PIC X(3).
           05  WS-MEC-F-INPUT          PIC X(1).
           05  WS-MEC-F1               PIC X(12).
           05  WS-MEC-F2               PIC X(12).
           05  WS-MEC-F3               PIC X(12).
           05  WS-MEC-INVALIDOS        PIC 9(3) VALUE 0.
           05  WS-MEC-BUSCA-STATE      PIC X(3).
           05  WS-MEC-BUSCA-INPUT      PIC X(1).
           05  WS-MEC-IX               PIC 9(3).
           05  WS-MEC-PONTOS           PIC 9(3).
