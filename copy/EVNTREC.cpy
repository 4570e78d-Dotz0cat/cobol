      ******************************************************************
      *    EVNTREC - TOURNAMENT EVENT MASTER RECORD.
      *    RECORD OF THE EVENTS INDEXED FILE MAINTAINED BY BATEVNT.
      *    ONE NAMED EVENT (A FIVE ROUND WEEKEND OPEN, SAY) IS HELD
      *    AS A HEADER RECORD, ONE ENTRANT RECORD PER REGISTERED
      *    PLAYER AND ONE PAIRING RECORD PER BOARD OF EVERY ROUND
      *    DRAWN, ALL UNDER THE SAME EVENT ID SO A START ON THE ID
      *    READS THE WHOLE EVENT BACK. THE BODY IS REDEFINED BY THE
      *    RECORD TYPE IN THE KEY.
      ******************************************************************
       01  EVT-REC.
           05 EVT-KEY.
              10 EVT-EVENT-ID       PIC X(8).
              10 EVT-REC-TYPE       PIC X(1).
                 88 EVT-ENTRANT     VALUE "E".
                 88 EVT-HEADER      VALUE "H".
                 88 EVT-PAIRING     VALUE "P".
              10 EVT-SUB-KEY        PIC X(8).
              10 EVT-SUB-PAIR REDEFINES EVT-SUB-KEY.
                 15 EVT-KEY-ROUND   PIC 9(2).
                 15 EVT-KEY-BOARD   PIC 9(2).
                 15 FILLER          PIC X(4).
      *       SUB KEY IS SPACES ON THE HEADER, THE PLAYER ID ON AN
      *       ENTRANT AND ROUND AND BOARD NUMBER ON A PAIRING.
           05 EVT-BODY              PIC X(60).
           05 EVT-HEADER-BODY REDEFINES EVT-BODY.
              10 EVT-NAME           PIC X(30).
              10 EVT-ROUNDS         PIC 9(2).
              10 EVT-DECK-COUNT     PIC 9(2).
      *          ROUNDS THE EVENT RUNS TO AND HOW MANY FLEETIN DECKS
      *          THE DRAW MAY ASSIGN (FLEETIN01 UP TO FLEETINnn).
              10 EVT-CUR-ROUND      PIC 9(2).
              10 EVT-ROUND-STATUS   PIC X(1).
                 88 EVT-ROUND-NONE  VALUE SPACE.
                 88 EVT-ROUND-DRAWN VALUE "D".
                 88 EVT-ROUND-DONE  VALUE "C".
      *          LATEST ROUND DRAWN AND WHETHER EVERY BOARD OF IT
      *          HAS A RESULT YET - THE NEXT ROUND IS NOT DRAWN
      *          UNTIL IT HAS.
              10 EVT-STATUS         PIC X(1).
                 88 EVT-OPEN        VALUE "O".
                 88 EVT-IN-PLAY     VALUE "P".
                 88 EVT-FINAL       VALUE "F".
      *          "O" TAKING ENTRIES, "P" ROUND ONE HAS BEEN DRAWN
      *          (ENTRIES CLOSED), "F" THE LAST ROUND IS COMPLETE.
              10 EVT-CREATE-DATE    PIC 9(8).
              10 EVT-DRAW-DATE      PIC 9(8).
      *          YYYYMMDD THE EVENT WAS SET UP AND THE LATEST ROUND
      *          WAS DRAWN.
              10 EVT-ENTRANT-COUNT  PIC 9(4).
              10 FILLER             PIC X(2).
           05 EVT-ENTRANT-BODY REDEFINES EVT-BODY.
              10 EVT-ENT-NAME       PIC X(25).
      *          REGISTERED NAME FROM THE PLAYER MASTER AT ENTRY.
              10 EVT-ENT-SEED       PIC 9(4).
      *          LADDER RATING AT ENTRY (1200 WITH NO LADDER ROW) -
      *          ORDERS THE ROUND ONE DRAW AND BREAKS THE LAST TIE.
              10 EVT-ENT-STATUS     PIC X(1).
                 88 EVT-ENT-ACTIVE  VALUE "A".
                 88 EVT-ENT-WITHDRAWN VALUE "W".
              10 EVT-ENT-REG-DATE   PIC 9(8).
              10 EVT-ENT-WD-ROUND   PIC 9(2).
      *          LAST ROUND DRAWN WHEN THE PLAYER WITHDREW - THEY
      *          ARE NOT PAIRED AFTER IT, GAMES ALREADY PLAYED STAND.
              10 EVT-ENT-BYE-ROUND  PIC 9(2).
      *          ROUND THE PLAYER SAT OUT WITH THE BYE, ZERO IF NONE.
              10 FILLER             PIC X(18).
           05 EVT-PAIRING-BODY REDEFINES EVT-BODY.
              10 EVT-PR-PLAYER1     PIC X(8).
              10 EVT-PR-PLAYER2     PIC X(8).
      *          "BYE" AS PLAYER TWO FOR THE ODD PLAYER OUT.
              10 EVT-PR-DECK-ID     PIC X(9).
              10 EVT-PR-DRAW-DATE   PIC 9(8).
              10 EVT-PR-GAME-NO     PIC 9(12).
      *          GAME NUMBER OF THE RESULTS ROW THE BOARD WAS
      *          SETTLED BY - ZERO UNTIL THE FIRST SETTLEMENT OF
      *          THE TWO PLAYERS ON THE BOARDS DECK IS PICKED UP
      *          (OR A "G" CARD NAMES IT). FROM THEN ON ONLY ROWS
      *          CARRYING THE NUMBER MOVE THE BOARD, SO REVERSAL
      *          AND CORRECTION ROWS FOLLOW THE GAME.
              10 EVT-PR-RESULT      PIC X(1).
                 88 EVT-PR-PENDING  VALUE SPACE.
                 88 EVT-PR-P1-WON   VALUE "1".
                 88 EVT-PR-P2-WON   VALUE "2".
                 88 EVT-PR-HALVED   VALUE "A".
                 88 EVT-PR-BYE      VALUE "B".
      *          "A" AN ABANDONED GAME - HALF A POINT EACH.
              10 EVT-PR-DISPOSITION PIC X(1).
              10 EVT-PR-SUNK-P1     PIC 9(2).
              10 EVT-PR-SUNK-P2     PIC 9(2).
      *          SHIPS SUNK BY EACH PLAYER OF THE BOARD, FROM
      *          RESULT-SHIPS-SUNK-PLR/COM OF THE SETTLING ROW.
              10 EVT-PR-SETTLE-DATE PIC 9(8).
              10 EVT-PR-REMATCH     PIC X(1).
      *          "Y" WHEN THE DRAW HAD NO UNMET OPPONENT LEFT.
