001110         SELECT CHECKPOINT-FILE ASSIGN TO "HEATCHKP"
001120             ORGANIZATION IS LINE SEQUENTIAL
001130             FILE STATUS IS WS-CHKPT-STATUS.
001140         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001150             ORGANIZATION IS LINE SEQUENTIAL
001160             FILE STATUS IS WS-RUNLOG-STATUS.
001200 DATA DIVISION.
001300     FILE SECTION.
001400     FD  MOVES-LOG.
001700     01  HEAT-LINE                PIC X(80).
001710     FD  CHECKPOINT-FILE.
001720         COPY "CHKPTREC.cpy".
001730     FD  RUNLOG-FILE.
001740         COPY "RUNLOG.cpy".
001800     WORKING-STORAGE SECTION.
001900     01  WS-MOVES-LOG-STATUS      PIC X(2) VALUE "00".
002000     01  WS-HEATOUT-STATUS        PIC X(2) VALUE "00".
005700         05 WS-P-COUNT            PIC 9(6) VALUE 0.
005800         05 WS-C-COUNT            PIC 9(6) VALUE 0.
005900         05 WS-SKIP-COUNT         PIC 9(6) VALUE 0.
005910     01  WS-RUNLOG-STATUS         PIC X(2) VALUE "00".
005920     01  WS-CHKPT-WRITTEN-FLAG    PIC X(1) VALUE "N".
005930         88 WS-CHKPT-WRITTEN      VALUE "Y".
006000 PROCEDURE DIVISION.
006100     PARA-MAIN.
006110         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
006500            DISPLAY "CANNOT OPEN MOVESLOG - STATUS "
006600               WS-MOVES-LOG-STATUS
006700            MOVE 16 TO RETURN-CODE
006800            PERFORM PARA-END-RUN
006900         END-IF.
007000         PERFORM PARA-READ-LOG UNTIL WS-EOF.
007100         CLOSE MOVES-LOG.
008900         CLOSE HEATOUT.
008910         IF WS-GAME-NO = 0
008920            PERFORM PARA-WRITE-CHECKPOINT
008922            IF WS-CHKPT-STATUS = "00"
008924               SET WS-CHKPT-WRITTEN TO TRUE
008926            END-IF
008930         END-IF.
009000         PERFORM PARA-END-RUN.
009100
009110     PARA-READ-CHECKPOINT.
009120         OPEN INPUT CHECKPOINT-FILE.
026900         END-IF.
027000         WRITE HEAT-LINE.
027100
027200     PARA-END-RUN.
027300*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
027400*        JOURNAL CARRIES THE RETURN CODE OF A FAILED STEP TOO.
027500         PERFORM PARA-WRITE-RUNLOG.
027600         STOP RUN.
027700
027800     PARA-WRITE-RUNLOG.
027900*        ONLY THE NIGHTLY RUN CONSUMES THE LOG PAST HEATCHKP - AN
028000*        AD HOC GAME-NUMBER RUN READS IT WITHOUT MOVING THE CUT.
028100         OPEN EXTEND RUNLOG-FILE.
028200         IF WS-RUNLOG-STATUS NOT = "00"
028300            OPEN OUTPUT RUNLOG-FILE
028400         END-IF.
028500         IF WS-RUNLOG-STATUS NOT = "00"
028600            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
028700               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
028800         ELSE
028900            INITIALIZE RCTL-REC
029000            MOVE "BATHEAT" TO RCTL-PROGRAM
029100            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
029200            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
029300            MOVE WS-COMMAND-LINE TO RCTL-PARM
029400            MOVE RETURN-CODE TO RCTL-RETURN-CODE
029500            MOVE 1 TO RCTL-FILE-COUNT
029600            MOVE "MOVESLOG" TO RCTL-FILE-DD(1)
029700            MOVE WS-READ-COUNT TO RCTL-FILE-READ(1)
029800            IF WS-GAME-NO = 0
029900               SET RCTL-CHECKPOINTED(1) TO TRUE
030000               MOVE WS-MOVES-THRU TO RCTL-CHKPT-FROM(1)
030100               IF WS-CHKPT-WRITTEN
030200                  MOVE WS-READ-COUNT TO RCTL-CHKPT-THRU(1)
030300               ELSE
030400                  MOVE WS-MOVES-THRU TO RCTL-CHKPT-THRU(1)
030500               END-IF
030600            END-IF
030700            WRITE RCTL-REC
030800            CLOSE RUNLOG-FILE
030900         END-IF.
