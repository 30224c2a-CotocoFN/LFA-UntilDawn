      *    (salva-e-sai/carrega-save), the save inquiry program
      *    (ConsultaSaves) and the estate audit (AuditaDados), so
      *    the layout can never drift between writer and readers.
      *
      *    SV-ULTIMA-JOGADA (AAAAMMDD) is the day the slot was last
      *    saved; VarreInativos expires slots older than the
      *    retention window from it. Slots saved before the field
      *    existed carry spaces and are never expired.
      ******************************************************************
       01  SAVES-REC.
           05 SV-CHAVE.
                   15 SV-INV-ESTADO-ORIGEM    PIC X(3).
                   15 SV-INV-TEM              PIC X(1).
           05 SV-ARMADILHA          PIC X(1).
           05 SV-ULTIMA-JOGADA      PIC X(8).
