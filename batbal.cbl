000100 IDENTIFICATION DIVISION.
000200     PROGRAM-ID. BATBAL.
000300 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000700             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS WS-RUNLOG-STATUS.
000900         SELECT BALRPT ASSIGN TO "BALRPT"
001000             ORGANIZATION IS LINE SEQUENTIAL
001100             FILE STATUS IS WS-BALRPT-STATUS.
001200 DATA DIVISION.
001300     FILE SECTION.
001400     FD  RUNLOG-FILE.
001500         COPY "RUNLOG.cpy".
001600     FD  BALRPT.
001700     01  BAL-LINE                 PIC X(132).
001800     WORKING-STORAGE SECTION.
001900     01  WS-FILE-STATUSES.
002000         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
002100         05 WS-BALRPT-STATUS      PIC X(2) VALUE "00".
002200     01  WS-EOF-FLAG              PIC X(1) VALUE "N".
002300         88 WS-EOF                VALUE "Y".
002400     01  WS-CURRENT-DATE-TIME     PIC X(21).
002500     01  WS-COUNTERS.
002600         05 WS-STEP-COUNT         PIC 9(6) VALUE 0.
002700         05 WS-FAILED-COUNT       PIC 9(6) VALUE 0.
002800         05 WS-EXCEPT-COUNT       PIC 9(6) VALUE 0.
002900         05 WS-WARN-COUNT         PIC 9(6) VALUE 0.
003000     01  WS-FILE-SUB              PIC 9(4) VALUE 0.
003100     01  WS-FILE-LIMIT            PIC 9(4) VALUE 0.
003200     01  WS-TRACK-TABLE.
003300         05 WS-TRACK-ENTRY OCCURS 2 TIMES.
003400            10 WS-TRK-DD          PIC X(8).
003500            10 WS-TRK-APPENDED    PIC 9(9) VALUE 0.
003600            10 WS-TRK-SIZE-FLAG   PIC X(1) VALUE "N".
003700               88 WS-TRK-SIZE-KNOWN VALUE "Y".
003800            10 WS-TRK-SIZE        PIC 9(9) VALUE 0.
003900*             THE SEQUENTIAL FILES WHOSE ROWS ARE APPENDED BY ONE
004000*             STEP AND CONSUMED PAST A CHECKPOINT BY LATER ONES.
004100*             APPENDED RUNS UP EVERY ROW WRITTEN SINCE THE START
004200*             OF THE JOURNAL. SIZE IS THE FILE LENGTH IN ROWS -
004300*             KNOWN ONCE A CHECKPOINTED STEP HAS READ TO THE END
004400*             OF THE FILE, THEN KEPT UP BY LATER APPENDS.
004500     01  WS-TRK-COUNT             PIC 9(4) VALUE 2.
004600     01  WS-TRK-SUB               PIC 9(4) VALUE 0.
004700     01  WS-CONSUMER-TABLE.
004800         05 WS-CONSUMER-ENTRY OCCURS 20 TIMES.
004900            10 WS-CON-PROGRAM     PIC X(8).
005000            10 WS-CON-TRK         PIC 9(4).
005100            10 WS-CON-MARK        PIC 9(9).
005200            10 WS-CON-THRU        PIC 9(9).
005300            10 WS-CON-RUNS        PIC 9(4).
005400*             ONE ENTRY PER PROGRAM AND FILE READ PAST A
005500*             CHECKPOINT. MARK IS THE APPENDED COUNT AT THE LAST
005600*             RUN, SO APPENDED LESS MARK IS WHAT THE NEXT RUN OF
005700*             THE SAME PROGRAM SHOULD CONSUME.
005800     01  WS-CON-COUNT             PIC 9(4) VALUE 0.
005900     01  WS-CON-SUB               PIC 9(4) VALUE 0.
006000     01  WS-READER-TABLE.
006100         05 WS-READER-ENTRY OCCURS 50 TIMES.
006200            10 WS-RDR-PROGRAM     PIC X(8).
006300            10 WS-RDR-TRK         PIC 9(4).
006400            10 WS-RDR-DATE        PIC 9(8).
006500            10 WS-RDR-TIME        PIC 9(6).
006600            10 WS-RDR-READ        PIC 9(9).
006700            10 WS-RDR-MARK        PIC 9(9).
006800            10 WS-RDR-STATE       PIC X(1).
006900               88 WS-RDR-PENDING  VALUE "P".
007000               88 WS-RDR-SETTLED  VALUE "S".
007100*             STEPS THAT READ A WHOLE TRACKED FILE WITHOUT A
007200*             CHECKPOINT (BATTRPT, BATADJ). WHILE THE FILE LENGTH
007300*             IS NOT YET KNOWN THE READ IS HELD HERE UNTIL THE
007400*             NEXT CHECKPOINTED STEP ESTABLISHES IT.
007500     01  WS-RDR-COUNT             PIC 9(4) VALUE 0.
007600     01  WS-RDR-SUB               PIC 9(4) VALUE 0.
007700     01  WS-REQUIRED-NAMES.
007800         05 FILLER                PIC X(8) VALUE "BATLINT".
007900         05 FILLER                PIC X(8) VALUE "BATTLE".
008000         05 FILLER                PIC X(8) VALUE "BATTRPT".
008100         05 FILLER                PIC X(8) VALUE "BATAUDIT".
008200         05 FILLER                PIC X(8) VALUE "BATELO".
008300         05 FILLER                PIC X(8) VALUE "BATXTRCT".
008310         05 FILLER                PIC X(8) VALUE "BATSCRN".
008320         05 FILLER                PIC X(8) VALUE "BATLEDG".
008400     01  WS-REQUIRED-TABLE REDEFINES WS-REQUIRED-NAMES.
008500         05 WS-REQ-PROGRAM        PIC X(8) OCCURS 8 TIMES.
008600*        THE BATTLEJB STEPS - EACH MUST SHOW IN THE JOURNAL AT
008700*        LEAST ONCE FOR THE NIGHT TO BALANCE.
008800     01  WS-REQ-SEEN-TABLE.
008900         05 WS-REQ-SEEN           PIC X(1) OCCURS 8 TIMES.
009000     01  WS-REQ-SUB               PIC 9(4) VALUE 0.
009100     01  WS-FOUND-FLAG            PIC X(1) VALUE "N".
009200         88 WS-FOUND              VALUE "Y".
009300     01  WS-FIRST-RUN-FLAG        PIC X(1) VALUE "N".
009400         88 WS-FIRST-RUN          VALUE "Y".
009500     01  WS-ARCH-SUB              PIC 9(4) VALUE 0.
009600     01  WS-STORE-SUB             PIC 9(4) VALUE 0.
009700     01  WS-EXPECTED              PIC 9(9) VALUE 0.
009800     01  WS-CONSUMED              PIC 9(9) VALUE 0.
009900     01  WS-DIFFERENCE            PIC 9(9) VALUE 0.
010000     01  WS-SINCE                 PIC 9(9) VALUE 0.
010100     01  WS-FILE-END              PIC 9(9) VALUE 0.
010200     01  WS-REF-END               PIC 9(9) VALUE 0.
010300     01  WS-REF-PROGRAM           PIC X(8) VALUE SPACES.
010400     01  WS-REF-FLAG              PIC X(1) VALUE "N".
010500         88 WS-REF-SET            VALUE "Y".
010600     01  WS-MSG-TAG               PIC X(10) VALUE SPACES.
010700     01  WS-MSG-TEXT              PIC X(60) VALUE SPACES.
010800 PROCEDURE DIVISION.
010900     PARA-MAIN.
011000         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011100         MOVE "RESULTS" TO WS-TRK-DD(1).
011200         MOVE "MOVESLOG" TO WS-TRK-DD(2).
011300         MOVE ALL "N" TO WS-REQ-SEEN-TABLE.
011400         OPEN INPUT RUNLOG-FILE.
011500         IF WS-RUNLOG-STATUS NOT = "00"
011600            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
011700               WS-RUNLOG-STATUS
011800            MOVE 16 TO RETURN-CODE
011900            STOP RUN
012000         END-IF.
012100         OPEN OUTPUT BALRPT.
012200         IF WS-BALRPT-STATUS NOT = "00"
012300            DISPLAY "CANNOT OPEN BALRPT - STATUS "
012400               WS-BALRPT-STATUS
012500            CLOSE RUNLOG-FILE
012600            MOVE 16 TO RETURN-CODE
012700            STOP RUN
012800         END-IF.
012900         PERFORM PARA-PRINT-HEADINGS.
013000         PERFORM PARA-READ-STEP UNTIL WS-EOF.
013100         CLOSE RUNLOG-FILE.
013200         PERFORM PARA-PRINT-CARRIED-FORWARD.
013300         PERFORM PARA-CHECK-REQUIRED-STEPS.
013400         PERFORM PARA-PRINT-SUMMARY.
013500         CLOSE BALRPT.
013600         DISPLAY "STEPS JOURNALLED:       " WS-STEP-COUNT.
013700         DISPLAY "STEPS FAILED:           " WS-FAILED-COUNT.
013800         DISPLAY "BALANCE EXCEPTIONS:     " WS-EXCEPT-COUNT.
013900         DISPLAY "BALANCE WARNINGS:       " WS-WARN-COUNT.
014000         IF WS-EXCEPT-COUNT > 0
014100            MOVE 8 TO RETURN-CODE
014200         ELSE
014300            IF WS-WARN-COUNT > 0
014400               MOVE 4 TO RETURN-CODE
014500            END-IF
014600         END-IF.
014700         STOP RUN.
014800
014900     PARA-PRINT-HEADINGS.
015000         MOVE SPACES TO BAL-LINE.
015100         MOVE "BATTLE RUN-CONTROL BALANCING REPORT" TO BAL-LINE.
015200         MOVE "RUN" TO BAL-LINE(45:3).
015300         MOVE WS-CURRENT-DATE-TIME(1:8) TO BAL-LINE(49:8).
015400         MOVE WS-CURRENT-DATE-TIME(9:6) TO BAL-LINE(58:6).
015500         WRITE BAL-LINE.
015600         MOVE SPACES TO BAL-LINE.
015700         WRITE BAL-LINE.
015800         MOVE SPACES TO BAL-LINE.
015900         MOVE "DATE     TIME   PROGRAM   RC   PARM" TO BAL-LINE.
016000         WRITE BAL-LINE.
016100         MOVE SPACES TO BAL-LINE.
016200         MOVE "DD" TO BAL-LINE(5:2).
016300         MOVE "READ" TO BAL-LINE(15:4).
016400         MOVE "WRITTEN" TO BAL-LINE(31:7).
016500         MOVE "CHECKPOINT FROM/THRU" TO BAL-LINE(50:20).
016600         WRITE BAL-LINE.
016700         MOVE SPACES TO BAL-LINE.
016800         WRITE BAL-LINE.
016900
017000     PARA-READ-STEP.
017100         READ RUNLOG-FILE
017200             AT END
017300                SET WS-EOF TO TRUE
017400             NOT AT END
017500                PERFORM PARA-PROCESS-STEP
017600         END-READ.
017700
017800     PARA-PROCESS-STEP.
017900*        STEPS ARE BALANCED IN THE ORDER THEY RAN - THE JOURNAL IS
018000*        ONLY EVER APPENDED, SO FILE ORDER IS RUN ORDER.
018100         ADD 1 TO WS-STEP-COUNT.
018200         PERFORM PARA-PRINT-STEP.
018300         PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
018400                 UNTIL WS-REQ-SUB > 8
018500            IF WS-REQ-PROGRAM(WS-REQ-SUB) = RCTL-PROGRAM
018600               MOVE "Y" TO WS-REQ-SEEN(WS-REQ-SUB)
018700            END-IF
018800         END-PERFORM.
018900         MOVE 0 TO WS-FILE-LIMIT.
019000         IF RCTL-FILE-COUNT IS NUMERIC
019100            MOVE RCTL-FILE-COUNT TO WS-FILE-LIMIT
019200         END-IF.
019300         IF WS-FILE-LIMIT > 6
019400            MOVE 6 TO WS-FILE-LIMIT
019500         END-IF.
019600         MOVE 0 TO WS-ARCH-SUB.
019700         MOVE 0 TO WS-STORE-SUB.
019800         PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
019900                 UNTIL WS-FILE-SUB > WS-FILE-LIMIT
020000            PERFORM PARA-PRINT-FILE
020100            PERFORM PARA-BALANCE-FILE
020200            IF RCTL-FILE-DD(WS-FILE-SUB) = "GAMEARCH"
020300               MOVE WS-FILE-SUB TO WS-ARCH-SUB
020400            END-IF
020500            IF RCTL-FILE-DD(WS-FILE-SUB) = "GAMESTOR"
020600               MOVE WS-FILE-SUB TO WS-STORE-SUB
020700            END-IF
020800         END-PERFORM.
020900         IF WS-ARCH-SUB > 0
021000            PERFORM PARA-CHECK-ARCHIVE
021100         END-IF.
021200
021300     PARA-PRINT-STEP.
021400         MOVE SPACES TO BAL-LINE.
021500         MOVE RCTL-RUN-DATE TO BAL-LINE(1:8).
021600         MOVE RCTL-RUN-TIME TO BAL-LINE(10:6).
021700         MOVE RCTL-PROGRAM TO BAL-LINE(17:8).
021800         MOVE RCTL-RETURN-CODE TO BAL-LINE(27:4).
021900         MOVE RCTL-PARM TO BAL-LINE(32:20).
022000         IF RCTL-RETURN-CODE >= 8
022100            MOVE "*** STEP DID NOT COMPLETE CLEANLY"
022200               TO BAL-LINE(54:33)
022300            ADD 1 TO WS-FAILED-COUNT
022400            ADD 1 TO WS-EXCEPT-COUNT
022500         END-IF.
022600         WRITE BAL-LINE.
022700
022800     PARA-PRINT-FILE.
022900         MOVE SPACES TO BAL-LINE.
023000         MOVE RCTL-FILE-DD(WS-FILE-SUB) TO BAL-LINE(5:8).
023100         MOVE RCTL-FILE-READ(WS-FILE-SUB) TO BAL-LINE(15:9).
023200         MOVE RCTL-FILE-WRITTEN(WS-FILE-SUB) TO BAL-LINE(31:9).
023300         IF RCTL-CHECKPOINTED(WS-FILE-SUB)
023400            MOVE RCTL-CHKPT-FROM(WS-FILE-SUB) TO BAL-LINE(50:9)
023500            MOVE "/" TO BAL-LINE(59:1)
023600            MOVE RCTL-CHKPT-THRU(WS-FILE-SUB) TO BAL-LINE(60:9)
023700         END-IF.
023800         WRITE BAL-LINE.
023900
024000     PARA-BALANCE-FILE.
024100*        A CHECKPOINTED READ IS BALANCED AGAINST THE ROWS APPENDED
024200*        SINCE THE SAME PROGRAM LAST RAN. A WHOLE-FILE READ IS
024300*        BALANCED AGAINST THE FILE LENGTH. ROWS THE STEP ITSELF
024400*        APPENDED COUNT ONLY TOWARD LATER STEPS.
024500         MOVE 0 TO WS-TRK-SUB.
024600         PERFORM VARYING WS-RDR-SUB FROM 1 BY 1
024700                 UNTIL WS-RDR-SUB > WS-TRK-COUNT
024800            IF WS-TRK-DD(WS-RDR-SUB) = RCTL-FILE-DD(WS-FILE-SUB)
024900               MOVE WS-RDR-SUB TO WS-TRK-SUB
025000            END-IF
025100         END-PERFORM.
025200         IF WS-TRK-SUB > 0
025300            IF RCTL-CHECKPOINTED(WS-FILE-SUB)
025400               PERFORM PARA-CHECK-CONSUMER
025500            ELSE
025600               IF RCTL-FILE-READ(WS-FILE-SUB) > 0
025700                  PERFORM PARA-CHECK-READER
025800               END-IF
025900            END-IF
026000            ADD RCTL-FILE-WRITTEN(WS-FILE-SUB)
026100               TO WS-TRK-APPENDED(WS-TRK-SUB)
026200            IF WS-TRK-SIZE-KNOWN(WS-TRK-SUB)
026300               ADD RCTL-FILE-WRITTEN(WS-FILE-SUB)
026400                  TO WS-TRK-SIZE(WS-TRK-SUB)
026500            END-IF
026600         END-IF.
026700
026800     PARA-CHECK-CONSUMER.
026900         PERFORM PARA-FIND-OR-ADD-CONSUMER.
027000         IF WS-CON-SUB = 0
027100            MOVE "WARNING" TO WS-MSG-TAG
027200            MOVE "CONSUMER TABLE FULL - CHECKPOINT NOT BALANCED"
027300               TO WS-MSG-TEXT
027400            PERFORM PARA-WRITE-MESSAGE
027500         ELSE
027600            PERFORM PARA-BALANCE-CONSUMER
027700         END-IF.
027800
027900     PARA-BALANCE-CONSUMER.
028000         IF NOT WS-FIRST-RUN
028100            AND RCTL-CHKPT-FROM(WS-FILE-SUB)
028200                NOT = WS-CON-THRU(WS-CON-SUB)
028300            IF RCTL-CHKPT-FROM(WS-FILE-SUB) = 0
028400*              BATROLLJB EMPTIES THE FILE AND ITS CHECKPOINTS
028500*              TOGETHER - BALANCE FROM THE ROLL AS IF NEW.
028600               MOVE "WARNING" TO WS-MSG-TAG
028700               MOVE "CHECKPOINT RESET TO ZERO - LAST RUN ENDED AT"
028800                  TO WS-MSG-TEXT
028900               MOVE WS-CON-THRU(WS-CON-SUB) TO WS-MSG-TEXT(47:9)
029000               PERFORM PARA-WRITE-MESSAGE
029100               SET WS-FIRST-RUN TO TRUE
029200            ELSE
029300               MOVE "EXCEPTION" TO WS-MSG-TAG
029400               MOVE "CHECKPOINT DISCONTINUITY - LAST RUN ENDED AT"
029500                  TO WS-MSG-TEXT
029600               MOVE WS-CON-THRU(WS-CON-SUB) TO WS-MSG-TEXT(47:9)
029700               PERFORM PARA-WRITE-MESSAGE
029800            END-IF
029900         END-IF.
030000         IF RCTL-CHKPT-THRU(WS-FILE-SUB)
030100            < RCTL-CHKPT-FROM(WS-FILE-SUB)
030200            MOVE "EXCEPTION" TO WS-MSG-TAG
030300            MOVE "CHECKPOINT MOVED BACKWARD" TO WS-MSG-TEXT
030400            PERFORM PARA-WRITE-MESSAGE
030500            MOVE 0 TO WS-CONSUMED
030600         ELSE
030700            COMPUTE WS-CONSUMED = RCTL-CHKPT-THRU(WS-FILE-SUB)
030800                                - RCTL-CHKPT-FROM(WS-FILE-SUB)
030900         END-IF.
031000         COMPUTE WS-EXPECTED = WS-TRK-APPENDED(WS-TRK-SUB)
031100                             - WS-CON-MARK(WS-CON-SUB).
031200         IF WS-CONSUMED = WS-EXPECTED
031300            MOVE "BALANCED" TO WS-MSG-TAG
031400            MOVE "ROWS APPENDED SINCE LAST RUN           CONSUMED"
031500               TO WS-MSG-TEXT
031600            MOVE WS-EXPECTED TO WS-MSG-TEXT(30:9)
031700            MOVE WS-CONSUMED TO WS-MSG-TEXT(49:9)
031800            PERFORM PARA-WRITE-MESSAGE
031900         ELSE
032000            IF WS-CONSUMED = 0
032100*              A STEP THAT STOPPED SHORT LEAVES ITS ROWS FOR THE
032200*              NEXT RUN - KEEP THE MARK SO THAT RUN IS EXPECTED TO
032300*              TAKE THEM.
032400               MOVE "EXCEPTION" TO WS-MSG-TAG
032500               MOVE "CHECKPOINT NOT ADVANCED - ROWS LEFT OVER"
032600                  TO WS-MSG-TEXT
032700               MOVE WS-EXPECTED TO WS-MSG-TEXT(42:9)
032800               PERFORM PARA-WRITE-MESSAGE
032900            ELSE
033000               IF WS-CONSUMED < WS-EXPECTED
033100                  COMPUTE WS-DIFFERENCE =
033200                     WS-EXPECTED - WS-CONSUMED
033300                  MOVE "EXCEPTION" TO WS-MSG-TAG
033400                  MOVE "ROWS APPENDED BUT NOT CONSUMED"
033500                     TO WS-MSG-TEXT
033600                  MOVE WS-DIFFERENCE TO WS-MSG-TEXT(32:9)
033700                  PERFORM PARA-WRITE-MESSAGE
033800               ELSE
033900                  COMPUTE WS-DIFFERENCE =
034000                     WS-CONSUMED - WS-EXPECTED
034100                  IF WS-FIRST-RUN
034200*                    ROWS APPENDED AFTER THIS PROGRAMS LAST RUN
034300*                    IN THE PREVIOUS JOURNAL - SEE THE CARRIED
034400*                    FORWARD SECTION OF THAT MORNINGS REPORT.
034500                     MOVE "NOTE" TO WS-MSG-TAG
034600                     MOVE "ROWS CARRIED IN FROM THE PRIOR JOURNAL"
034700                        TO WS-MSG-TEXT
034800                     MOVE WS-DIFFERENCE TO WS-MSG-TEXT(40:9)
034900                     PERFORM PARA-WRITE-MESSAGE
035000                  ELSE
035100                     MOVE "EXCEPTION" TO WS-MSG-TAG
035200                     MOVE "ROWS CONSUMED BEYOND THOSE APPENDED"
035300                        TO WS-MSG-TEXT
035400                     MOVE WS-DIFFERENCE TO WS-MSG-TEXT(37:9)
035500                     PERFORM PARA-WRITE-MESSAGE
035600                  END-IF
035700               END-IF
035800            END-IF
035900         END-IF.
036000         IF WS-CONSUMED > 0 OR WS-EXPECTED = 0
036100            MOVE WS-TRK-APPENDED(WS-TRK-SUB)
036200               TO WS-CON-MARK(WS-CON-SUB)
036300            MOVE RCTL-CHKPT-THRU(WS-FILE-SUB)
036400               TO WS-CON-THRU(WS-CON-SUB)
036500            MOVE RCTL-CHKPT-THRU(WS-FILE-SUB)
036600               TO WS-TRK-SIZE(WS-TRK-SUB)
036700            SET WS-TRK-SIZE-KNOWN(WS-TRK-SUB) TO TRUE
036800            PERFORM PARA-SETTLE-READERS
036900         END-IF.
037000         ADD 1 TO WS-CON-RUNS(WS-CON-SUB).
037100
037200     PARA-FIND-OR-ADD-CONSUMER.
037300         MOVE "N" TO WS-FOUND-FLAG.
037400         MOVE "N" TO WS-FIRST-RUN-FLAG.
037500         PERFORM VARYING WS-CON-SUB FROM 1 BY 1
037600                 UNTIL WS-CON-SUB > WS-CON-COUNT
037700                 OR WS-FOUND
037800            IF WS-CON-PROGRAM(WS-CON-SUB) = RCTL-PROGRAM
037900               AND WS-CON-TRK(WS-CON-SUB) = WS-TRK-SUB
038000               SET WS-FOUND TO TRUE
038100            END-IF
038200         END-PERFORM.
038300         IF WS-FOUND
038400            SUBTRACT 1 FROM WS-CON-SUB
038500         ELSE
038600            IF WS-CON-COUNT >= 20
038700               MOVE 0 TO WS-CON-SUB
038800            ELSE
038900               ADD 1 TO WS-CON-COUNT
039000               MOVE WS-CON-COUNT TO WS-CON-SUB
039100               MOVE RCTL-PROGRAM TO WS-CON-PROGRAM(WS-CON-SUB)
039200               MOVE WS-TRK-SUB TO WS-CON-TRK(WS-CON-SUB)
039300               MOVE 0 TO WS-CON-MARK(WS-CON-SUB)
039400               MOVE 0 TO WS-CON-THRU(WS-CON-SUB)
039500               MOVE 0 TO WS-CON-RUNS(WS-CON-SUB)
039600               SET WS-FIRST-RUN TO TRUE
039700            END-IF
039800         END-IF.
039900
040000     PARA-CHECK-READER.
040100         IF WS-TRK-SIZE-KNOWN(WS-TRK-SUB)
040200            MOVE WS-TRK-SIZE(WS-TRK-SUB) TO WS-FILE-END
040300            PERFORM PARA-COMPARE-READ
040400         ELSE
040500            IF WS-RDR-COUNT >= 50
040600               MOVE "WARNING" TO WS-MSG-TAG
040700               MOVE "READER TABLE FULL - READ NOT BALANCED"
040800                  TO WS-MSG-TEXT
040900               PERFORM PARA-WRITE-MESSAGE
041000            ELSE
041100               ADD 1 TO WS-RDR-COUNT
041200               MOVE RCTL-PROGRAM TO WS-RDR-PROGRAM(WS-RDR-COUNT)
041300               MOVE WS-TRK-SUB TO WS-RDR-TRK(WS-RDR-COUNT)
041400               MOVE RCTL-RUN-DATE TO WS-RDR-DATE(WS-RDR-COUNT)
041500               MOVE RCTL-RUN-TIME TO WS-RDR-TIME(WS-RDR-COUNT)
041600               MOVE RCTL-FILE-READ(WS-FILE-SUB)
041700                  TO WS-RDR-READ(WS-RDR-COUNT)
041800               MOVE WS-TRK-APPENDED(WS-TRK-SUB)
041900                  TO WS-RDR-MARK(WS-RDR-COUNT)
042000               SET WS-RDR-PENDING(WS-RDR-COUNT) TO TRUE
042100               MOVE "NOTE" TO WS-MSG-TAG
042200               MOVE "FILE LENGTH NOT YET KNOWN - CHECKED LATER"
042300                  TO WS-MSG-TEXT
042400               PERFORM PARA-WRITE-MESSAGE
042500            END-IF
042600         END-IF.
042700
042800     PARA-COMPARE-READ.
042900         IF RCTL-FILE-READ(WS-FILE-SUB) = WS-FILE-END
043000            MOVE "BALANCED" TO WS-MSG-TAG
043100            MOVE "WHOLE FILE READ - ROWS ON FILE" TO WS-MSG-TEXT
043200            MOVE WS-FILE-END TO WS-MSG-TEXT(32:9)
043300         ELSE
043400            MOVE "EXCEPTION" TO WS-MSG-TAG
043500            MOVE "WHOLE FILE READ MISMATCH - ROWS ON FILE"
043600               TO WS-MSG-TEXT
043700            MOVE WS-FILE-END TO WS-MSG-TEXT(41:9)
043800         END-IF.
043900         PERFORM PARA-WRITE-MESSAGE.
044000
044100     PARA-SETTLE-READERS.
044200*        THE CHECKPOINT JUST ADVANCED TO THE END OF THE FILE, SO
044300*        THE LENGTH WHEN AN EARLIER READER RAN IS THAT END LESS
044400*        THE ROWS APPENDED AFTER IT.
044500         PERFORM VARYING WS-RDR-SUB FROM 1 BY 1
044600                 UNTIL WS-RDR-SUB > WS-RDR-COUNT
044700            IF WS-RDR-PENDING(WS-RDR-SUB)
044800               AND WS-RDR-TRK(WS-RDR-SUB) = WS-TRK-SUB
044900               PERFORM PARA-SETTLE-ONE-READER
045000            END-IF
045100         END-PERFORM.
045200
045300     PARA-SETTLE-ONE-READER.
045400         SET WS-RDR-SETTLED(WS-RDR-SUB) TO TRUE.
045500         COMPUTE WS-SINCE = WS-TRK-APPENDED(WS-TRK-SUB)
045600                          - WS-RDR-MARK(WS-RDR-SUB).
045700         MOVE SPACES TO BAL-LINE.
045800         MOVE "EARLIER READ BY" TO BAL-LINE(5:15).
045900         MOVE WS-RDR-PROGRAM(WS-RDR-SUB) TO BAL-LINE(21:8).
046000         MOVE WS-RDR-DATE(WS-RDR-SUB) TO BAL-LINE(30:8).
046100         MOVE WS-RDR-TIME(WS-RDR-SUB) TO BAL-LINE(39:6).
046200         MOVE "READ" TO BAL-LINE(46:4).
046300         MOVE WS-RDR-READ(WS-RDR-SUB) TO BAL-LINE(51:9).
046400         WRITE BAL-LINE.
046500         IF WS-SINCE > RCTL-CHKPT-THRU(WS-FILE-SUB)
046600            MOVE "EXCEPTION" TO WS-MSG-TAG
046700            MOVE "MORE ROWS APPENDED SINCE THAN NOW ON FILE"
046800               TO WS-MSG-TEXT
046900         ELSE
047000            COMPUTE WS-FILE-END = RCTL-CHKPT-THRU(WS-FILE-SUB)
047100                                - WS-SINCE
047200            IF WS-RDR-READ(WS-RDR-SUB) = WS-FILE-END
047300               MOVE "BALANCED" TO WS-MSG-TAG
047400               MOVE "WHOLE FILE READ - ROWS ON FILE THEN"
047500                  TO WS-MSG-TEXT
047600               MOVE WS-FILE-END TO WS-MSG-TEXT(37:9)
047700            ELSE
047800               MOVE "EXCEPTION" TO WS-MSG-TAG
047900               MOVE "WHOLE FILE READ MISMATCH - ROWS ON FILE"
048000                  TO WS-MSG-TEXT
048100               MOVE WS-FILE-END TO WS-MSG-TEXT(41:9)
048200            END-IF
048300         END-IF.
048400         PERFORM PARA-WRITE-MESSAGE.
048500
048600     PARA-CHECK-ARCHIVE.
048700*        EVERY GAME PURGED FROM GAMESTOR MUST HAVE BEEN COPIED TO
048800*        GAMEARCH FIRST.
048900         IF WS-STORE-SUB = 0
049000            MOVE 0 TO WS-EXPECTED
049100         ELSE
049200            MOVE RCTL-FILE-WRITTEN(WS-STORE-SUB) TO WS-EXPECTED
049300         END-IF.
049400         IF RCTL-FILE-WRITTEN(WS-ARCH-SUB) = WS-EXPECTED
049500            MOVE "BALANCED" TO WS-MSG-TAG
049600            MOVE "GAMES ARCHIVED EQUAL GAMES PURGED"
049700               TO WS-MSG-TEXT
049800            MOVE WS-EXPECTED TO WS-MSG-TEXT(35:9)
049900         ELSE
050000            MOVE "EXCEPTION" TO WS-MSG-TAG
050100            MOVE "GAMES ARCHIVED          GAMES PURGED"
050200               TO WS-MSG-TEXT
050300            MOVE RCTL-FILE-WRITTEN(WS-ARCH-SUB)
050400               TO WS-MSG-TEXT(16:9)
050500            MOVE WS-EXPECTED TO WS-MSG-TEXT(38:9)
050600         END-IF.
050700         PERFORM PARA-WRITE-MESSAGE.
050800
050900     PARA-PRINT-CARRIED-FORWARD.
051000*        ROWS APPENDED AFTER A CONSUMERS LAST RUN ARE NOT AN
051100*        ERROR - THEY ARE PICKED UP TOMORROW. THE CONSUMERS OF
051200*        ONE FILE MUST AGREE ON WHERE THE FILE ENDS, HOWEVER.
051300         MOVE SPACES TO BAL-LINE.
051400         WRITE BAL-LINE.
051500         MOVE "CARRIED FORWARD TO THE NEXT RUN" TO BAL-LINE.
051600         WRITE BAL-LINE.
051700         MOVE SPACES TO BAL-LINE.
051800         WRITE BAL-LINE.
051900         PERFORM VARYING WS-TRK-SUB FROM 1 BY 1
052000                 UNTIL WS-TRK-SUB > WS-TRK-COUNT
052100            MOVE "N" TO WS-REF-FLAG
052200            PERFORM VARYING WS-CON-SUB FROM 1 BY 1
052300                    UNTIL WS-CON-SUB > WS-CON-COUNT
052400               IF WS-CON-TRK(WS-CON-SUB) = WS-TRK-SUB
052500                  PERFORM PARA-PRINT-CONSUMER-END
052600               END-IF
052700            END-PERFORM
052800         END-PERFORM.
052900         PERFORM VARYING WS-RDR-SUB FROM 1 BY 1
053000                 UNTIL WS-RDR-SUB > WS-RDR-COUNT
053100            IF WS-RDR-PENDING(WS-RDR-SUB)
053200               MOVE SPACES TO BAL-LINE
053300               MOVE WS-RDR-PROGRAM(WS-RDR-SUB) TO BAL-LINE(5:8)
053400               MOVE WS-TRK-DD(WS-RDR-TRK(WS-RDR-SUB))
053500                  TO BAL-LINE(15:8)
053600               MOVE "READ" TO BAL-LINE(25:4)
053700               MOVE WS-RDR-READ(WS-RDR-SUB) TO BAL-LINE(30:9)
053800               MOVE "NOT VERIFIED - NO LATER CHECKPOINTED STEP"
053900                  TO BAL-LINE(41:41)
054000               WRITE BAL-LINE
054100               ADD 1 TO WS-WARN-COUNT
054200            END-IF
054300         END-PERFORM.
054400
054500     PARA-PRINT-CONSUMER-END.
054600         COMPUTE WS-SINCE = WS-TRK-APPENDED(WS-TRK-SUB)
054700                          - WS-CON-MARK(WS-CON-SUB).
054800         COMPUTE WS-FILE-END = WS-CON-THRU(WS-CON-SUB) + WS-SINCE.
054900         MOVE SPACES TO BAL-LINE.
055000         MOVE WS-CON-PROGRAM(WS-CON-SUB) TO BAL-LINE(5:8).
055100         MOVE WS-TRK-DD(WS-TRK-SUB) TO BAL-LINE(15:8).
055200         MOVE "THRU" TO BAL-LINE(25:4).
055300         MOVE WS-CON-THRU(WS-CON-SUB) TO BAL-LINE(30:9).
055400         MOVE "APPENDED SINCE" TO BAL-LINE(41:14).
055500         MOVE WS-SINCE TO BAL-LINE(56:9).
055600         WRITE BAL-LINE.
055700         IF NOT WS-REF-SET
055800            SET WS-REF-SET TO TRUE
055900            MOVE WS-FILE-END TO WS-REF-END
056000            MOVE WS-CON-PROGRAM(WS-CON-SUB) TO WS-REF-PROGRAM
056100         ELSE
056200            IF WS-FILE-END NOT = WS-REF-END
056300               MOVE "EXCEPTION" TO WS-MSG-TAG
056400               MOVE "FILE END DISAGREES WITH" TO WS-MSG-TEXT
056500               MOVE WS-REF-PROGRAM TO WS-MSG-TEXT(25:8)
056600               MOVE WS-FILE-END TO WS-MSG-TEXT(35:9)
056700               MOVE "VS" TO WS-MSG-TEXT(45:2)
056800               MOVE WS-REF-END TO WS-MSG-TEXT(48:9)
056900               PERFORM PARA-WRITE-MESSAGE
057000            END-IF
057100         END-IF.
057200
057300     PARA-CHECK-REQUIRED-STEPS.
057400         MOVE SPACES TO BAL-LINE.
057500         WRITE BAL-LINE.
057600         IF WS-STEP-COUNT = 0
057700            MOVE "EXCEPTION" TO WS-MSG-TAG
057800            MOVE "RUNLOG IS EMPTY - NO STEPS WERE JOURNALLED"
057900               TO WS-MSG-TEXT
058000            PERFORM PARA-WRITE-MESSAGE
058100         END-IF.
058200         PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
058300                 UNTIL WS-REQ-SUB > 8
058400            IF WS-REQ-SEEN(WS-REQ-SUB) NOT = "Y"
058500               MOVE "EXCEPTION" TO WS-MSG-TAG
058600               MOVE "REQUIRED STEP NOT IN JOURNAL -"
058700                  TO WS-MSG-TEXT
058800               MOVE WS-REQ-PROGRAM(WS-REQ-SUB)
058900                  TO WS-MSG-TEXT(32:8)
059000               PERFORM PARA-WRITE-MESSAGE
059100            END-IF
059200         END-PERFORM.
059300
059400     PARA-PRINT-SUMMARY.
059500         MOVE SPACES TO BAL-LINE.
059600         WRITE BAL-LINE.
059700         MOVE "STEPS" TO BAL-LINE(1:5).
059800         MOVE WS-STEP-COUNT TO BAL-LINE(7:6).
059900         MOVE "FAILED" TO BAL-LINE(15:6).
060000         MOVE WS-FAILED-COUNT TO BAL-LINE(22:6).
060100         MOVE "EXCEPTIONS" TO BAL-LINE(30:10).
060200         MOVE WS-EXCEPT-COUNT TO BAL-LINE(41:6).
060300         MOVE "WARNINGS" TO BAL-LINE(49:8).
060400         MOVE WS-WARN-COUNT TO BAL-LINE(58:6).
060500         WRITE BAL-LINE.
060600         MOVE SPACES TO BAL-LINE.
060700         IF WS-EXCEPT-COUNT = 0
060800            MOVE "NIGHT BALANCED" TO BAL-LINE
060900         ELSE
061000            MOVE "NIGHT OUT OF BALANCE - SEE EXCEPTIONS ABOVE"
061100               TO BAL-LINE
061200         END-IF.
061300         WRITE BAL-LINE.
061400
061500     PARA-WRITE-MESSAGE.
061600         MOVE SPACES TO BAL-LINE.
061700         MOVE WS-MSG-TAG TO BAL-LINE(5:10).
061800         MOVE WS-MSG-TEXT TO BAL-LINE(16:60).
061900         WRITE BAL-LINE.
062000         IF WS-MSG-TAG = "EXCEPTION"
062100            ADD 1 TO WS-EXCEPT-COUNT
062200         END-IF.
062300         IF WS-MSG-TAG = "WARNING"
062400            ADD 1 TO WS-WARN-COUNT
062500         END-IF.
062600         MOVE SPACES TO WS-MSG-TEXT.
