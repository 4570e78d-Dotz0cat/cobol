      ******************************************************************
      *    GIDXREC - CROSS-GENERATION GAME INDEX RECORD.
      *    RECORD OF THE GAMEIDX INDEXED FILE, KEYED BY GAME NUMBER
      *    AND THE PLAYER ON THE GAMES RESULTS ROW (TWO GAMES CREATED
      *    IN THE SAME SECOND CAN SHARE A NUMBER). BATGIDX BUILDS IT
      *    IN BATROLLJB FROM THE MOVESLOG AND RESULTS GENERATIONS THE
      *    ROLL HAS JUST WRITTEN, SO A GAME CAN BE FOUND BY NUMBER
      *    LONG AFTER ITS ROWS HAVE LEFT THE LIVE FILES. BATRPLAY AND
      *    THE BATGIDX INQUIRY (PARM Q) READ IT.
      *    THE RECORD WITH GAME NUMBER ZERO AND PLAYER SPACES IS THE
      *    CONTROL RECORD - ITS GIDX-RES-GEN IS THE LAST GENERATION
      *    INDEXED AND GIDX-ROLL-DATE THE DATE OF THAT ROLL.
      ******************************************************************
       01  GIDX-REC.
           05 GIDX-KEY.
              10 GIDX-GAME-NO       PIC 9(12).
              10 GIDX-PLAYER-ID     PIC X(8).
           05 GIDX-OPPONENT-ID      PIC X(8).
           05 GIDX-WINNER           PIC X(8).
           05 GIDX-SETTLE-DATE      PIC 9(8).
           05 GIDX-SETTLE-TIME      PIC 9(6).
           05 GIDX-SEASON           PIC X(4).
           05 GIDX-DISPOSITION      PIC X(1).
      *       AS ON THE RESULTS ROW - A CORRECTION ROW REPLACES THE
      *       WINNER AND DISPOSITION WITH THE RULED ONES.
           05 GIDX-STATUS           PIC X(1).
              88 GIDX-IN-FLIGHT     VALUE "I".
              88 GIDX-SETTLED       VALUE "S".
              88 GIDX-VOIDED        VALUE "V".
              88 GIDX-CORRECTED     VALUE "C".
      *       "I" - MOVES INDEXED BUT NO RESULTS ROW YET (THE GAME
      *       WAS IN FLIGHT ACROSS A ROLL). "S" SETTLED. "V" THE
      *       LAST ADJUSTMENT WAS A REVERSAL WITH NO CORRECTION.
      *       "C" RE-SETTLED BY A CORRECTION ROW.
           05 GIDX-RES-GEN          PIC 9(4).
           05 GIDX-RES-POS          PIC 9(9).
      *       ABSOLUTE GENERATION OF PROD.BATTLE.RESULTS.HIST HOLDING
      *       THE ORIGINAL SETTLEMENT ROW AND ITS RECORD NUMBER FROM
      *       THE TOP OF THAT GENERATION. ZERO WHEN THE ROW WAS
      *       ROLLED BEFORE THE INDEX EXISTED.
           05 GIDX-ADJ-GEN          PIC 9(4).
           05 GIDX-ADJ-POS          PIC 9(9).
           05 GIDX-ADJ-COUNT        PIC 9(2).
      *       WHERE THE LATEST REVERSAL OR CORRECTION ROW LANDED AND
      *       HOW MANY SUCH ROWS THE GAME HAS.
           05 GIDX-MOV-GEN          PIC 9(4).
           05 GIDX-MOV-FIRST        PIC 9(9).
           05 GIDX-MOV-LAST-GEN     PIC 9(4).
           05 GIDX-MOV-LAST         PIC 9(9).
           05 GIDX-MOV-COUNT        PIC 9(6).
      *       GENERATION OF PROD.BATTLE.MOVESLOG.HIST AND RECORD
      *       NUMBER OF THE GAMES FIRST MOVE, AND OF ITS LAST MOVE.
      *       THE TWO GENERATIONS DIFFER ONLY FOR A GAME IN FLIGHT
      *       ACROSS A ROLL. COUNT IS EVERY MOVE OF BOTH SIDES.
           05 GIDX-ROLL-DATE        PIC 9(8).
      *       YYYYMMDD OF THE ROLL THAT LAST UPDATED THE ENTRY.
