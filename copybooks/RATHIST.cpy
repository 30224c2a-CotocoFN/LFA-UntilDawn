      ******************************************************************
      *    RATHIST - record layout of the rating history file
      *    (default "rating.hist", line sequential, appended by
      *    AtualizaRating): one record per player per rated round,
      *    in the order the rounds were rated.
      *
      *        RH-RODADA ......... round stamp (AAAAMMDDHHMMSS; a
      *                            round from before the stamp
      *                            existed carries its date and
      *                            zeros)
      *        RH-ANTES/RH-DEPOIS  rating before and after the round
      *        RH-VARIACAO ....... the difference
      *        RH-CORRIDAS/
      *        RH-SOBREVIVEU ..... the player's result in the round
      *        RH-DIFICULDADE .... average difficulty it was played at
      *        RH-FORCA-CAMPO .... average rating of the rest of the
      *                            field (the house rating for the
      *                            difficulty when playing alone)
      *        RH-JOGADORES ...... players in the round
      *        RH-RODADAS ........ the player's rated rounds so far
      ******************************************************************
       01  RATHIST-REC.
           05 RH-CAMPANHA           PIC X(8).
           05 RH-JOGADOR            PIC X(20).
           05 RH-RODADA             PIC X(14).
           05 RH-ANTES              PIC 9(5)V99.
           05 RH-DEPOIS             PIC 9(5)V99.
           05 RH-VARIACAO           PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE.
           05 RH-CORRIDAS           PIC 9(5).
           05 RH-SOBREVIVEU         PIC 9(5).
           05 RH-DIFICULDADE        PIC 9V99.
           05 RH-FORCA-CAMPO        PIC 9(5)V99.
           05 RH-JOGADORES          PIC 9(3).
           05 RH-RODADAS            PIC 9(5).
