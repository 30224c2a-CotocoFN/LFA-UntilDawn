      ******************************************************************
      *    CENMEC - scene mechanics of the built-in "MANSAO" campaign,
      *    the same declarations an external campaign carries in its
      *    dataset (see carrega-campanha-externa in CENLOAD.cpy). They
      *    are language-independent, so one table serves CENPT.cpy
      *    and CENEN.cpy alike.
      *
      *    Dice rows ...... D::STATE::INPUT::FACIL::NORMAL::DIFICIL
      *                     taking INPUT at STATE rolls the dice; the
      *                     run dies when the roll falls under the
      *                     threshold of the difficulty being played
      *    Risk rows ...... R::STATE::INPUT::POINTS
      *                     risk score charged for taking INPUT at
      *                     STATE; INPUT "*" covers every input of
      *                     the state without a row of its own
      *    Event rows ..... E::STATE::INPUT::ACTION
      *                     INPUT "*" fires on entering STATE, any
      *                     other value when that input's transition
      *                     is taken; ACTION is @ITEM (grant), !ITEM
      *                     (drop) or #FLAG (marks the run; ARMADILHA
      *                     is the one flag checkpoints, save slots
      *                     and the SOBREV-ARMAD badge carry)
      ******************************************************************
       01  WS-MEC-FRAG-INTERNO.
       05 FILLER PIC X(64) VALUE "E::001::*::@MACHETE".
       05 FILLER PIC X(64) VALUE "E::002::*::#ARMADILHA".
       05 FILLER PIC X(64) VALUE "E::002::0::!MACHETE".
       05 FILLER PIC X(64) VALUE "R::002::1::10".
       05 FILLER PIC X(64) VALUE "R::002::*::2".
       05 FILLER PIC X(64) VALUE "R::003::1::15".
       05 FILLER PIC X(64) VALUE "R::003::2::5".
       05 FILLER PIC X(64) VALUE "R::003::0::2".
       05 FILLER PIC X(64) VALUE "R::031::1::15".
       05 FILLER PIC X(64) VALUE "R::031::2::5".
       05 FILLER PIC X(64) VALUE "R::031::0::2".
       05 FILLER PIC X(64) VALUE "R::032::1::15".
       05 FILLER PIC X(64) VALUE "R::032::2::5".
       05 FILLER PIC X(64) VALUE "R::032::0::2".
       05 FILLER PIC X(64) VALUE "R::033::1::15".
       05 FILLER PIC X(64) VALUE "R::033::2::5".
       05 FILLER PIC X(64) VALUE "R::033::0::2".
       05 FILLER PIC X(64) VALUE "D::003::1::0.1000::0.3000::0.5000".
       05 FILLER PIC X(64) VALUE "D::003::0::0.0000::0.1000::0.2500".
       05 FILLER PIC X(64) VALUE "D::031::1::0.1000::0.3000::0.5000".
       05 FILLER PIC X(64) VALUE "D::031::0::0.0000::0.1000::0.2500".
       05 FILLER PIC X(64) VALUE "D::032::1::0.1000::0.3000::0.5000".
       05 FILLER PIC X(64) VALUE "D::032::0::0.0000::0.1000::0.2500".
       05 FILLER PIC X(64) VALUE "D::033::1::0.1000::0.3000::0.5000".
       05 FILLER PIC X(64) VALUE "D::033::0::0.0000::0.1000::0.2500".
       01  WS-MEC-FRAG-TAB-INTERNO REDEFINES WS-MEC-FRAG-INTERNO.
           05  WS-MEC-FRAG-REC-INTERNO OCCURS 25 TIMES.
               10  WS-MEC-FRAG-LINE-INTERNO  PIC X(64).
