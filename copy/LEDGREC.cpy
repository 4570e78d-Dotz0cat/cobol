      ******************************************************************
      *    LEDGREC - PLAYER ACCOUNT LEDGER RECORD.
      *    RECORD OF THE LEDGER INDEXED FILE MAINTAINED BY BATLEDG.
      *    EVERY MOVEMENT ON A PLAYERS ACCOUNT - ENTRY FEES POSTED
      *    FROM RESULTS, FEE REVERSALS, SEASON PRIZES AND MANUAL
      *    ADJUSTMENTS - IS ONE RECORD UNDER THE PLAYER ID, NUMBERED
      *    IN POSTING ORDER, SO A START ON THE PLAYER ID READS THE
      *    WHOLE ACCOUNT BACK. A RECORD IS NEVER DELETED - A FEE
      *    TAKEN BACK IS MARKED REVERSED AND A CREDIT POSTED AGAINST
      *    IT. THE RECORD KEYED SPACES / ZERO IS THE LEDGER CONTROL
      *    RECORD CARRYING THE LAST TRANSACTION NUMBER AND THE
      *    POSTING TOTALS THE TRIAL BALANCE TIES BACK TO.
      ******************************************************************
       01  LDG-REC.
           05 LDG-KEY.
              10 LDG-PLAYER-ID      PIC X(8).
              10 LDG-TXN-NO         PIC 9(9).
           05 LDG-BODY              PIC X(320).
           05 LDG-TXN-BODY REDEFINES LDG-BODY.
              10 LDG-TXN-DATE       PIC 9(8).
      *          YYYYMMDD THE MOVEMENT BELONGS TO - THE SETTLEMENT
      *          DATE OF A FEE, THE CLOSE-OUT DATE OF A PRIZE, THE
      *          DATE ON THE CARD FOR AN ADJUSTMENT. STATEMENTS GO
      *          BY THIS DATE.
              10 LDG-POST-DATE      PIC 9(8).
      *          YYYYMMDD THE RUN THAT POSTED IT.
              10 LDG-TXN-TYPE       PIC X(1).
                 88 LDG-FEE         VALUE "F".
                 88 LDG-FEE-REVERSAL VALUE "R".
                 88 LDG-PRIZE       VALUE "P".
                 88 LDG-ADJUSTMENT  VALUE "A".
              10 LDG-DR-CR          PIC X(1).
                 88 LDG-DEBIT       VALUE "D".
                 88 LDG-CREDIT      VALUE "C".
      *          A DEBIT IS MONEY THE PLAYER OWES THE LEAGUE (FEES),
      *          A CREDIT MONEY THE LEAGUE OWES OR HAS TAKEN OFF.
              10 LDG-AMOUNT         PIC 9(5)V99.
              10 LDG-GAME-TYPE      PIC X(1).
      *          FEES AND REVERSALS - "C" COMPUTER, "H" HEAD-TO-HEAD,
      *          "P" PAIRING NIGHT, "S" SALVO (SEE FEETBL).
              10 LDG-DISPOSITION    PIC X(1).
              10 LDG-GAME-NO        PIC 9(12).
              10 LDG-OPPONENT-ID    PIC X(8).
              10 LDG-SEASON         PIC X(4).
              10 LDG-REASON         PIC X(2).
      *          COMMITTEE REASON CODE OF AN ADJUSTED GAME, OR THE
      *          REASON ON A MANUAL ADJUSTMENT CARD.
              10 LDG-TEXT           PIC X(30).
              10 LDG-REVERSED-FLAG  PIC X(1).
                 88 LDG-REVERSED    VALUE "Y".
              10 LDG-LINK-TXN-NO    PIC 9(9).
      *          ON A REVERSED FEE THE REVERSAL THAT TOOK IT BACK,
      *          ON A REVERSAL THE FEE IT TOOK BACK.
              10 FILLER             PIC X(227).
           05 LDG-CTL-BODY REDEFINES LDG-BODY.
              10 LDG-CTL-LAST-TXN   PIC 9(9).
              10 LDG-CTL-GAME-TYPE OCCURS 4 TIMES.
                 15 LDG-CTL-GAMES      PIC 9(7).
                 15 LDG-CTL-GAMES-REV  PIC 9(7).
                 15 LDG-CTL-FEES       PIC 9(7).
                 15 LDG-CTL-FEE-AMT    PIC 9(9)V99.
                 15 LDG-CTL-REVS       PIC 9(7).
                 15 LDG-CTL-REV-AMT    PIC 9(9)V99.
      *          PER GAME TYPE IN FEETBL ORDER (C, H, P, S) - GAMES
      *          CHARGED AND GAMES TAKEN BACK, FEE LINES POSTED AND
      *          THEIR AMOUNT, REVERSAL LINES AND THEIR AMOUNT.
              10 LDG-CTL-PRIZES     PIC 9(5).
              10 LDG-CTL-PRIZE-AMT  PIC 9(7)V99.
              10 LDG-CTL-ADJS       PIC 9(5).
              10 LDG-CTL-ADJ-DR-AMT PIC 9(7)V99.
              10 LDG-CTL-ADJ-CR-AMT PIC 9(7)V99.
              10 LDG-CTL-PRIZE-SEASON PIC X(4).
      *          LAST SEASON WHOSE PRIZES WERE POSTED - A SECOND
      *          PRIZE RUN FOR THE SAME SEASON IS REFUSED.
              10 LDG-CTL-TWO-SIDED OCCURS 4 TIMES.
                 15 LDG-CTL-GAMES-2S   PIC 9(7).
                 15 LDG-CTL-GAMES-REV-2S PIC 9(7).
      *          PER GAME TYPE AS ABOVE - OF THE GAMES CHARGED, THOSE
      *          AGAINST A HUMAN OPPONENT, CHARGED ON BOTH ACCOUNTS,
      *          AND OF THE GAMES TAKEN BACK, THOSE TAKEN BACK ON BOTH.
      *          GAMES PLUS TWO-SIDED GAMES IS THE FEE LINES THE LEDGER
      *          SHOULD HOLD.
              10 FILLER             PIC X(14).
