      ******************************************************************
      *    OPERAD - record layout of OPERADORES.DAT, the operator
      *    master (RECORD KEY IS OP-OPERADOR) the maintenance
      *    programs sign on against before they show their menus.
      *    OP-PAPEL is what the operator may do there:
      *
      *        "C" consulta ........ inquiry functions only
      *        "M" manutencao ...... inquiry plus record maintenance
      *        "A" administrador ... everything, including the
      *                              merges and purges, and the
      *                              operator master itself
      *
      *    An inactive operator (OP-ATIVO not "S") cannot sign on.
      *    Maintained only by CadastraOperador; read by the sign-on
      *    paragraphs in ACESSOPD.cpy.
      ******************************************************************
       01  OPERADOR-REC.
           05 OP-OPERADOR           PIC X(10).
           05 OP-NOME               PIC X(30).
           05 OP-SENHA              PIC X(10).
           05 OP-PAPEL              PIC X(1).
               88 OP-E-CONSULTA     VALUE "C".
               88 OP-E-MANUTENCAO   VALUE "M".
               88 OP-E-ADMINISTRADOR VALUE "A".
               88 OP-PAPEL-VALIDO   VALUE "C" "M" "A".
           05 OP-ATIVO              PIC X(1).
               88 OP-E-ATIVO        VALUE "S".
           05 OP-INCLUIDO           PIC X(8).
           05 OP-ALTERADO           PIC X(8).
           05 FILLER                PIC X(12).
