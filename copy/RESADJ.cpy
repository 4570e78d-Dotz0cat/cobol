      ******************************************************************
      *    RESADJ - RESULTS ADJUSTMENT TRANSACTION.
      *    ONE CARD PER COMMITTEE RULING ON A SETTLED GAME, KEYED BY
      *    THE GAME NUMBER ON THE RESULTS ROW. BATADJ APPLIES THE
      *    CARDS BY APPENDING REVERSAL AND CORRECTION ROWS TO
      *    RESULTS (SEE RESULT-ENTRY-TYPE) - THE ORIGINAL SETTLEMENT
      *    IS NEVER CHANGED IN PLACE, SO BATELO, BATTRPT AND THE
      *    BATXTRCT FEED ALL SEE THE RULING AS NEW ROWS.
      ******************************************************************
       01  ADJ-REC.
           05 ADJ-GAME-NO           PIC 9(12).
           05 ADJ-PLAYER-ID         PIC X(8).
      *       OPTIONAL - EITHER SIDE OF THE GAME. ONLY NEEDED WHEN
      *       TWO GAMES CREATED IN THE SAME SECOND SHARE A NUMBER.
           05 ADJ-ACTION            PIC X(1).
              88 ADJ-VOID           VALUE "V".
              88 ADJ-OVERTURN       VALUE "O".
              88 ADJ-REDISPOSE      VALUE "D".
      *       "V" TAKES THE GAME BACK OFF THE LADDER ENTIRELY, "O"
      *       GIVES THE WIN TO THE OTHER SIDE, "D" RE-SETTLES THE
      *       GAME UNDER THE DISPOSITION BELOW.
           05 ADJ-NEW-DISPOSITION   PIC X(1).
      *       "N", "F" OR "A" - ONLY USED BY THE "D" ACTION.
           05 ADJ-NEW-WINNER        PIC X(8).
      *       WINNER FOR A "D" RULING OUT OF AN ABANDONED ROW, WHICH
      *       HAS NONE TO CARRY FORWARD - MUST BE ONE SIDE OF THE
      *       GAME. SPACES OTHERWISE.
           05 ADJ-REASON            PIC X(2).
              88 ADJ-REASON-VALID   VALUE "BD" "LK" "RP" "SC" "CM".
      *       BD BAD OR MIS-DEALT FLEETIN DECK
      *       LK STUCK-LOCK OVERWRITE OF AN IN-FLIGHT BOARD
      *       RP FINDING FROM A BATRPLAY REPLAY
      *       SC SCORING OR SETTLEMENT ERROR
      *       CM OTHER COMMITTEE RULING
           05 ADJ-RULING-DATE       PIC 9(8).
      *       YYYYMMDD OF THE RULING - WITH THE REASON IT IDENTIFIES
      *       THE RULING, SO A CARD RUN TWICE IS REFUSED THE SECOND
      *       TIME INSTEAD OF FLIPPING THE GAME BACK.
           05 ADJ-COMMENT           PIC X(40).
