      ******************************************************************
      *    SEASFIN - SEASON CLOSE-OUT STANDINGS EXTRACT.
      *    WRITTEN BY BATSEASN AT CLOSE-OUT - ONE "R" ROW PER PLAYER
      *    IN FINAL STANDINGS ORDER (COMPUTER ROWS LEFT OUT, SO THE
      *    RANK IS THE PLACE AMONG PLAYERS) AND ONE "W" ROW FOR THE
      *    MOST SEASON WINS TROPHY. BATLEDG PARM P POSTS THE PRIZE
      *    CREDITS FROM IT.
      ******************************************************************
       01  SFN-REC.
           05 SFN-SEASON            PIC X(4).
           05 SFN-AWARD             PIC X(1).
              88 SFN-PLACE          VALUE "R".
              88 SFN-MOST-WINS      VALUE "W".
           05 SFN-RANK              PIC 9(3).
           05 SFN-PLAYER-ID         PIC X(8).
           05 SFN-RATING            PIC 9(4).
           05 SFN-S-GAMES           PIC 9(6).
           05 SFN-S-WINS            PIC 9(6).
           05 SFN-CLOSE-DATE        PIC 9(8).
