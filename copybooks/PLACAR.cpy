      *    library upgrades through its backup dump: RecarregaPlacar
      *    accepts the old 40-byte dump lines and reloads them under
      *    the built-in "MANSAO" code.
      *
      *    PL-ULTIMA-JOGADA (AAAAMMDD) is the last day the record
      *    took a run, so the dormant-player sweep (VarreInativos)
      *    can tell who stopped playing. Records written before the
      *    field existed carry spaces: no date known, never treated
      *    as dormant.
      ******************************************************************
       01  PLACAR-REC.
           05 PL-CHAVE.
           05 PL-TOTAL-SOBREVIVEU   PIC 9(5).
           05 PL-TOTAL-MORREU       PIC 9(5).
           05 PL-MELHOR-RISCO       PIC 9(5).
           05 PL-ULTIMA-JOGADA      PIC X(8).
