001910         SELECT CHECKPOINT-FILE ASSIGN TO "AUDCHKP"
001920             ORGANIZATION IS LINE SEQUENTIAL
001930             FILE STATUS IS WS-CHKPT-STATUS.
001940         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001950             ORGANIZATION IS LINE SEQUENTIAL
001960             FILE STATUS IS WS-RUNLOG-STATUS.
002000 DATA DIVISION.
002100     FILE SECTION.
002200     FD  GAME-STORE.
002900     01  AUD-LINE                 PIC X(80).
002910     FD  CHECKPOINT-FILE.
002920         COPY "CHKPTREC.cpy".
002930     FD  RUNLOG-FILE.
002940         COPY "RUNLOG.cpy".
003000     WORKING-STORAGE SECTION.
003100     01  WS-FILE-STATUSES.
003200         05 WS-GAME-STORE-STATUS  PIC X(2) VALUE "00".
003400         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
003500         05 WS-AUDITRPT-STATUS    PIC X(2) VALUE "00".
003510         05 WS-CHKPT-STATUS       PIC X(2) VALUE "00".
003512         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
003520     01  WS-RES-THRU              PIC 9(9) VALUE 0.
003530     01  WS-MOVES-THRU            PIC 9(9) VALUE 0.
003540     01  WS-RES-READ-COUNT        PIC 9(9) VALUE 0.
003550     01  WS-MOVES-READ-COUNT      PIC 9(9) VALUE 0.
003552     01  WS-GAMESTOR-READ         PIC 9(9) VALUE 0.
003554     01  WS-CHKPT-WRITTEN-FLAG    PIC X(1) VALUE "N".
003556         88 WS-CHKPT-WRITTEN      VALUE "Y".
003560     01  WS-CHKPT-DATE            PIC 9(8) VALUE 0.
003570     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
003580     01  WS-RUN-TIME              PIC 9(6) VALUE 0.
006400         IF WS-EXCEPT-COUNT > 0
006500            MOVE 8 TO RETURN-CODE
006600         END-IF.
006650         PERFORM PARA-WRITE-RUNLOG.
006700         STOP RUN.
006800
006802     PARA-READ-CHECKPOINT.
006858            MOVE WS-RUN-DATE TO CHKPT-LAST-DATE
006860            MOVE WS-RUN-TIME TO CHKPT-LAST-TIME
006862            WRITE CHKPT-REC
006863            SET WS-CHKPT-WRITTEN TO TRUE
006864            CLOSE CHECKPOINT-FILE
006866         END-IF.
006868
012200             NOT AT END
012210                ADD 1 TO WS-RES-READ-COUNT
012220                IF WS-RES-READ-COUNT > WS-RES-THRU
012222*                  REVERSAL AND CORRECTION ROWS RE-STATE A GAME
012224*                  WHOSE MOVES WERE BALANCED WHEN IT SETTLED -
012226*                  THEY HAVE NO MOVESLOG RECORDS OF THEIR OWN.
012228                   IF RESULT-REVERSAL OR RESULT-CORRECTION
012229                      CONTINUE
012230                   ELSE
012232                      PERFORM PARA-TALLY-ONE-RESULT
012234                   END-IF
012240                END-IF
012250         END-READ.
012260
014900                  AT END
015000                     MOVE "10" TO WS-GAME-STORE-STATUS
015100                  NOT AT END
015150                     ADD 1 TO WS-GAMESTOR-READ
015200                     PERFORM PARA-CHECK-GAME-REC
015300               END-READ
015400            END-PERFORM
025400            MOVE "ALL FILES IN BALANCE" TO AUD-LINE
025500            WRITE AUD-LINE
025600         END-IF.
025700
025800     PARA-WRITE-RUNLOG.
025900*        THE CUTS ONLY COUNT AS ADVANCED IF AUDCHKP WAS ACTUALLY
026000*        REWRITTEN - OTHERWISE THE NEXT RUN RECHECKS THE SAME
026100*        RECORDS AND THE JOURNAL MUST SAY SO.
026200         OPEN EXTEND RUNLOG-FILE.
026300         IF WS-RUNLOG-STATUS NOT = "00"
026400            OPEN OUTPUT RUNLOG-FILE
026500         END-IF.
026600         IF WS-RUNLOG-STATUS NOT = "00"
026700            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
026800               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
026900         ELSE
027000            INITIALIZE RCTL-REC
027100            MOVE "BATAUDIT" TO RCTL-PROGRAM
027200            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
027300            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
027400            MOVE RETURN-CODE TO RCTL-RETURN-CODE
027500            MOVE 3 TO RCTL-FILE-COUNT
027600            MOVE "RESULTS" TO RCTL-FILE-DD(1)
027700            MOVE WS-RES-READ-COUNT TO RCTL-FILE-READ(1)
027800            SET RCTL-CHECKPOINTED(1) TO TRUE
027900            MOVE WS-RES-THRU TO RCTL-CHKPT-FROM(1)
028000            MOVE "MOVESLOG" TO RCTL-FILE-DD(2)
028100            MOVE WS-MOVES-READ-COUNT TO RCTL-FILE-READ(2)
028200            SET RCTL-CHECKPOINTED(2) TO TRUE
028300            MOVE WS-MOVES-THRU TO RCTL-CHKPT-FROM(2)
028400            IF WS-CHKPT-WRITTEN
028500               MOVE WS-RES-READ-COUNT TO RCTL-CHKPT-THRU(1)
028600               MOVE WS-MOVES-READ-COUNT TO RCTL-CHKPT-THRU(2)
028700            ELSE
028800               MOVE WS-RES-THRU TO RCTL-CHKPT-THRU(1)
028900               MOVE WS-MOVES-THRU TO RCTL-CHKPT-THRU(2)
029000            END-IF
029100            MOVE "GAMESTOR" TO RCTL-FILE-DD(3)
029200            MOVE WS-GAMESTOR-READ TO RCTL-FILE-READ(3)
029300            WRITE RCTL-REC
029400            CLOSE RUNLOG-FILE
029500         END-IF.
