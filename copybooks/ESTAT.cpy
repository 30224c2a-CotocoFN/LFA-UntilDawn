      ******************************************************************
      *    ESTAT - record layout of the choice statistics file
      *    (line sequential, default "estatistica.dat") AnalisaSessao
      *    writes and the engine's "?" command reads: one record per
      *    campaign, state and input, built from the interactive
      *    choices players made without consulting the file first.
      *
      *      ES-ESCOLHAS      times the input was chosen at the state
      *      ES-VISITAS       choices made at the state, all inputs
      *      ES-PCT-ESCOLHA   ES-ESCOLHAS as a share of ES-VISITAS
      *      ES-SOBREVIVEU    of ES-ESCOLHAS, runs that went on to
      *                       survive
      *      ES-PCT-SOBREVIVE ES-SOBREVIVEU as a share of ES-ESCOLHAS
      *      ES-GERADO        day the file was written (AAAAMMDD)
      ******************************************************************
       01  ESTATISTICA-REC.
           05 ES-CAMPANHA           PIC X(8).
           05 ES-ESTADO             PIC X(3).
           05 ES-ACAO               PIC X(1).
           05 ES-ESCOLHAS           PIC 9(7).
           05 ES-VISITAS            PIC 9(7).
           05 ES-PCT-ESCOLHA        PIC 9(3)V9.
           05 ES-SOBREVIVEU         PIC 9(7).
           05 ES-PCT-SOBREVIVE      PIC 9(3)V9.
           05 ES-GERADO             PIC X(8).
           05 FILLER                PIC X(11).
