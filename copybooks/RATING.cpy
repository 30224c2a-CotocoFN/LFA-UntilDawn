      ******************************************************************
      *    RATING - record layout of RATING.DAT, the keyed skill
      *    rating master (RECORD KEY IS RT-CHAVE), campaign first like
      *    PLACAR.DAT so ratings from different stories never mix.
      *    Written only by AtualizaRating, which folds each season
      *    round into it; RelatorioRating and the seeding lists read
      *    it.
      *
      *        RT-PONTOS ......... the current rating
      *        RT-VARIACAO ....... what the player's last round moved
      *                            it by
      *        RT-RODADAS ........ rounds rated so far (a player
      *                            under UNTILDAWN_RATING_PROVISORIO
      *                            rounds is still provisional)
      *        RT-CORRIDAS/
      *        RT-SOBREVIVEU ..... runs and survivals across them
      *        RT-PICO ........... highest rating ever held
      *        RT-PRIMEIRA-RODADA/
      *        RT-ULTIMA-RODADA .. round stamps (AAAAMMDDHHMMSS)
      *
      *    The record with a blank key is the control record: how
      *    many lines of the season file have been folded in and the
      *    last of them, so each run starts where the previous one
      *    stopped and notices a season file that was replaced.
      ******************************************************************
       01  RATING-REC.
           05 RT-CHAVE.
               10 RT-CAMPANHA       PIC X(8).
               10 RT-JOGADOR        PIC X(20).
           05 RT-DADOS.
               10 RT-PONTOS         PIC 9(5)V99.
               10 RT-VARIACAO       PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE.
               10 RT-RODADAS        PIC 9(5).
               10 RT-CORRIDAS       PIC 9(7).
               10 RT-SOBREVIVEU     PIC 9(7).
               10 RT-PICO           PIC 9(5)V99.
               10 RT-PRIMEIRA-RODADA PIC X(14).
               10 RT-ULTIMA-RODADA  PIC X(14).
               10 FILLER            PIC X(40).
           05 RT-CONTROLE REDEFINES RT-DADOS.
               10 RT-LINHAS-LIDAS   PIC 9(9).
               10 RT-ULTIMA-LINHA   PIC X(100).
