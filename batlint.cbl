001200         SELECT LINTOUT ASSIGN TO "LINTOUT"
001300             ORGANIZATION IS LINE SEQUENTIAL
001400             FILE STATUS IS WS-LINTOUT-STATUS.
001410         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001420             ORGANIZATION IS LINE SEQUENTIAL
001430             FILE STATUS IS WS-RUNLOG-STATUS.
001500 DATA DIVISION.
001600     FILE SECTION.
001700     FD  FLEET-CONFIG-FILE.
002600         05 FIN-ORIENT          PIC X(1).
002700     FD  LINTOUT.
002800     01  LINT-LINE              PIC X(80).
002810     FD  RUNLOG-FILE.
002820         COPY "RUNLOG.cpy".
002900     WORKING-STORAGE SECTION.
003000     01  WS-FILE-STATUSES.
003100         05 WS-FLEETCFG-STATUS  PIC X(2) VALUE "00".
003200         05 WS-FLEETIN-STATUS   PIC X(2) VALUE "00".
003300         05 WS-LINTOUT-STATUS   PIC X(2) VALUE "00".
003310         05 WS-RUNLOG-STATUS    PIC X(2) VALUE "00".
003400     COPY "FLEETCFG.cpy".
003500     01  WS-EOF-FLAG            PIC X(1) VALUE "N".
003600         88 WS-EOF              VALUE "Y".
006000     01  WS-TOTAL-SHIPS         PIC 9(3) VALUE 0.
006100     01  WS-ERROR-COUNT         PIC 9(4) VALUE 0.
006200     01  WS-PLACED-COUNT        PIC 9(3) VALUE 0.
006210     01  WS-RUN-STAMP           PIC X(14) VALUE SPACES.
006220     01  WS-CFG-READ            PIC 9(9) VALUE 0.
006230     01  WS-DECK-READ           PIC 9(9) VALUE 0.
006300 PROCEDURE DIVISION.
006400     PARA-MAIN.
006410         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
006500         OPEN OUTPUT LINTOUT.
006600         MOVE SPACES TO LINT-LINE.
006700         MOVE "FLEETIN DECK VALIDATION REPORT" TO LINT-LINE.
007700         IF WS-ERROR-COUNT > 0
007800            MOVE 8 TO RETURN-CODE
007900         END-IF.
007950         PERFORM PARA-WRITE-RUNLOG.
008000         STOP RUN.
008100
008200     PARA-LOAD-FLEET-CONFIG.
008800                  AT END
008900                     MOVE "10" TO WS-FLEETCFG-STATUS
009000                  NOT AT END
009050                     ADD 1 TO WS-CFG-READ
009100                     PERFORM PARA-LOAD-ONE-CONFIG
009200               END-READ
009300            END-PERFORM
018800             AT END
018900                SET WS-EOF TO TRUE
019000             NOT AT END
019050                ADD 1 TO WS-DECK-READ
019100                IF WS-CARD-COUNT >= 100
019200                   ADD 1 TO WS-ERROR-COUNT
019300                   MOVE SPACES TO LINT-LINE
036000         END-IF.
036100         WRITE LINT-LINE.
036200
036400     PARA-WRITE-RUNLOG.
036500         OPEN EXTEND RUNLOG-FILE.
036600         IF WS-RUNLOG-STATUS NOT = "00"
036700            OPEN OUTPUT RUNLOG-FILE
036800         END-IF.
036900         IF WS-RUNLOG-STATUS NOT = "00"
037000            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
037100               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
037200         ELSE
037300            INITIALIZE RCTL-REC
037400            MOVE "BATLINT" TO RCTL-PROGRAM
037500            MOVE WS-RUN-STAMP(1:8) TO RCTL-RUN-DATE
037600            MOVE WS-RUN-STAMP(9:6) TO RCTL-RUN-TIME
037700            MOVE RETURN-CODE TO RCTL-RETURN-CODE
037800            MOVE 2 TO RCTL-FILE-COUNT
037900            MOVE "FLEETCFG" TO RCTL-FILE-DD(1)
038000            MOVE WS-CFG-READ TO RCTL-FILE-READ(1)
038100            MOVE "FLEETIN" TO RCTL-FILE-DD(2)
038200            MOVE WS-DECK-READ TO RCTL-FILE-READ(2)
038300            WRITE RCTL-REC
038400            CLOSE RUNLOG-FILE
038500         END-IF.
