      *       SEASON CODE FROM THE SEASNCTL CONTROL FILE AT THE
      *       TIME THE GAME SETTLED. SPACES ON ROWS FROM BEFORE
      *       SEASONS EXISTED.
           05 RESULT-ENTRY-TYPE     PIC X(1).
              88 RESULT-ORIGINAL    VALUE SPACE.
              88 RESULT-REVERSAL    VALUE "R".
              88 RESULT-CORRECTION  VALUE "C".
      *       SPACE ON EVERY ROW A GAME OR THE FORFEIT ADJUDICATION
      *       SETTLES. THE RESULTS ADJUSTMENT RUN (BATADJ) NEVER
      *       CHANGES A ROW IN PLACE - A RULING APPENDS AN "R" ROW
      *       THAT IS AN EXACT COPY OF THE ROW BEING TAKEN BACK, AND
      *       FOR AN OVERTURN OR RE-DISPOSITION A "C" ROW CARRYING
      *       THE CORRECTED SETTLEMENT. READERS BACK AN "R" ROW OUT
      *       AND TREAT A "C" ROW AS A NEW SETTLEMENT OF THE GAME.
           05 RESULT-ADJ-REASON     PIC X(2).
           05 RESULT-ADJ-DATE       PIC 9(8).
      *       COMMITTEE REASON CODE AND RULING DATE FROM THE
      *       ADJUSTMENT TRANSACTION ON "R" AND "C" ROWS - SPACES
      *       AND ZERO ON A SETTLED ROW.
           05 RESULT-PLAY-MODE      PIC X(1).
           05 RESULT-DECK-ID        PIC X(9).
           05 RESULT-OVERRIDE-FLAG  PIC X(1).
      *       PLAY MODE ("B" BATCH, "P" PAIRING NIGHT, "I" KEYED
      *       SESSION), SHARED FLEETIN DECK AND RESUMED-AFTER-
      *       OVERRIDE MARKER COPIED FROM THE GAMESTOR RECORD (SEE
      *       GAMESTAT) FOR THE SUSPICIOUS-PLAY SCREENING RUN.
      *       SPACES ON ROWS FROM BEFORE THE FIELDS EXISTED.
           05 RESULT-HCAP-TYPE      PIC X(1).
              88 RESULT-HCAP-NONE   VALUE SPACE.
           05 RESULT-HCAP-STRONG    PIC X(1).
              88 RESULT-HCAP-BY-PLAYER VALUE "P".
              88 RESULT-HCAP-BY-OPP    VALUE "O".
           05 RESULT-HCAP-AMOUNT    PIC 9(2).
           05 RESULT-HCAP-CREDIT    PIC 9(3).
      *       RATING HANDICAP THE GAME WAS PLAYED UNDER (SEE GAMESTAT)
      *       - TYPE "O", "S" OR "F", WHICH SIDE GAVE IT ("P" THE
      *       REPORTING PLAYER, "O" THE OPPONENT), SHOTS GIVEN AND
      *       THE RATING CREDIT BATELO GIVES THE WEAKER SIDE. TYPE
      *       SPACE, OR ROWS FROM BEFORE THE FIELDS EXISTED, IS AN
      *       EVEN GAME.
           05 RESULT-SALVO-FLAG     PIC X(1).
              88 RESULT-SALVO-GAME  VALUE "Y".
      *       "Y" WHEN THE GAME WAS PLAYED UNDER SALVO RULES, COPIED
      *       FROM GAME-SALVO-FLAG - THE LEDGER FEE RUN CHARGES SALVO
      *       GAMES ON THEIR OWN SCALE. ANYTHING ELSE, OR ROWS FROM
      *       BEFORE THE FIELD EXISTED, IS A STANDARD GAME.
