      ******************************************************************
      *    MNTJRNL - MAINTENANCE JOURNAL RECORD.
      *    ONE RECORD FOR EVERY CHANGE AN OPERATOR MAKES BY HAND TO A
      *    GAMESTOR OR PLAYERS RECORD - THE BATOPER MARKER CLEAR AND
      *    FORCED COMPLETION, THE BATPMNT ADD, SUSPEND, REINSTATE AND
      *    RENAME-MAP, AND THE BATTLE SESSION OVERRIDE. THE JOURNAL IS
      *    APPEND ONLY AND IS NEVER ROLLED, SO IT ANSWERS WHO CHANGED
      *    A RECORD, WHEN, AND WHAT IT LOOKED LIKE BEFORE AND AFTER.
      *    THE CHANGING PROGRAM WRITES THE RECORD ONLY ONCE THE CHANGE
      *    IS ON FILE. BATMRPT PRINTS THE DAILY ACTIVITY REPORT FROM IT.
      ******************************************************************
       01  MJRN-REC.
           05 MJRN-DATE             PIC 9(8).
           05 MJRN-TIME             PIC 9(6).
      *       YYYYMMDD AND HHMMSS THE CHANGE WENT ON FILE.
           05 MJRN-OPERATOR         PIC X(8).
      *       OPERATOR ID KEYED AT THE CONSOLE. "BATCH" WHEN A BATCH
      *       GAME STEP TOOK THE OVERRIDE FROM ITS PARM.
           05 MJRN-PROGRAM          PIC X(8).
           05 MJRN-ACTION           PIC X(2).
              88 MJRN-LOCK-CLEAR    VALUE "LC".
              88 MJRN-FORCE-COMPLETE VALUE "FC".
              88 MJRN-LOCK-OVERRIDE VALUE "LO".
              88 MJRN-OPP-OVERRIDE  VALUE "OA".
              88 MJRN-PLAYER-ADD    VALUE "PA".
              88 MJRN-PLAYER-SUSPEND VALUE "PS".
              88 MJRN-PLAYER-REINSTATE VALUE "PR".
              88 MJRN-RENAME-MAP    VALUE "PM".
              88 MJRN-WATCH-ACTION  VALUE "LC" "FC".
      *       "LC" BATOPER CLEARED AN IN-USE MARKER, "FC" BATOPER
      *       FORCED A GAME COMPLETE, "LO" BATTLE RESUMED A GAME PAST
      *       AN IN-USE MARKER, "OA" BATTLE STARTED A PAIRING OVER THE
      *       OPPONENTS IN-FLIGHT GAME. "PA", "PS", "PR" AND "PM" ARE
      *       THE BATPMNT ADD, SUSPEND, REINSTATE AND RENAME-MAP. A
      *       RESULT SETTLED FOR THE GAME AFTER AN "LC" OR "FC" IS AN
      *       EXCEPTION ON THE ACTIVITY REPORT.
           05 MJRN-REC-TYPE         PIC X(1).
              88 MJRN-GAME-IMAGE    VALUE "G".
              88 MJRN-PLAYER-IMAGE  VALUE "P".
           05 MJRN-KEY              PIC X(8).
      *       GAMESTOR OR PLAYERS KEY OF THE RECORD CHANGED.
           05 MJRN-GAME-NO          PIC 9(12).
      *       GAME NUMBER OFF THE GAMESTOR RECORD - ZERO FOR A PLAYER
      *       CHANGE OR A GAME FROM BEFORE GAME NUMBERS.
           05 MJRN-BEFORE-IMAGE     PIC X(729).
           05 MJRN-AFTER-IMAGE      PIC X(729).
      *       THE WHOLE GAME-REC (GAMESTAT) OR PLYR-REC (PLYRREC), LEFT
      *       JUSTIFIED, AS READ BEFORE AND AS WRITTEN AFTER. THE
      *       BEFORE IMAGE OF AN ADD IS SPACES. THE AFTER IMAGE OF AN
      *       "OA" IS THE MIRRORED RECORD THE FIRST CHECKPOINT OF THE
      *       NEW PAIRING WROTE UNDER THE OPPONENTS KEY.
