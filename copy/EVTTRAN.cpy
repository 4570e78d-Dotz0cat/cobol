      ******************************************************************
      *    EVTTRAN - TOURNAMENT EVENT MAINTENANCE TRANSACTION.
      *    ONE CARD PER ACTION THE TOURNAMENT DIRECTOR TAKES ON THE
      *    EVENTS MASTER. BATEVNT PARM T APPLIES THE CARDS IN ORDER
      *    AND LISTS EACH ONE WITH ITS OUTCOME ON EVTRPT.
      ******************************************************************
       01  ETR-REC.
           05 ETR-ACTION            PIC X(1).
              88 ETR-NEW-EVENT      VALUE "N".
              88 ETR-ENTER          VALUE "E".
              88 ETR-WITHDRAW       VALUE "W".
              88 ETR-LINK-GAME      VALUE "G".
      *       "N" SETS UP A NEW EVENT, "E" ENTERS A REGISTERED
      *       ACTIVE PLAYER (ONLY BEFORE ROUND ONE IS DRAWN), "W"
      *       WITHDRAWS AN ENTRANT FROM LATER ROUNDS, "G" TIES A
      *       BOARD TO THE GAME NUMBER IT WAS PLAYED UNDER WHEN THE
      *       RESULTS PICKUP CANNOT MATCH IT (WRONG DECK, SAY).
           05 ETR-EVENT-ID          PIC X(8).
           05 ETR-PLAYER-ID         PIC X(8).
      *       "E" AND "W" ONLY.
           05 ETR-ROUNDS            PIC 9(2).
           05 ETR-DECK-COUNT        PIC 9(2).
      *       "N" ONLY - 01 TO 12 ROUNDS, DECK COUNT DEFAULTS TO 03.
           05 ETR-ROUND             PIC 9(2).
           05 ETR-BOARD             PIC 9(2).
           05 ETR-GAME-NO           PIC 9(12).
      *       "G" ONLY.
           05 ETR-EVENT-NAME        PIC X(30).
      *       "N" ONLY.
