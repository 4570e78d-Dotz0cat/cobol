000100 IDENTIFICATION DIVISION.
000200     PROGRAM-ID. BATMRPT.
000300 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
000700             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS WS-MNTJRNL-STATUS.
000900         SELECT RESULTS-FILE ASSIGN TO "RESULTS"
001000             ORGANIZATION IS LINE SEQUENTIAL
001100             FILE STATUS IS WS-RESULTS-STATUS.
001200         SELECT RESULTS-HIST ASSIGN TO "RESHIST"
001300             ORGANIZATION IS LINE SEQUENTIAL
001400             FILE STATUS IS WS-RESHIST-STATUS.
001500         SELECT MNTRPT ASSIGN TO "MNTRPT"
001600             ORGANIZATION IS LINE SEQUENTIAL
001700             FILE STATUS IS WS-MNTRPT-STATUS.
001800         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001900             ORGANIZATION IS LINE SEQUENTIAL
002000             FILE STATUS IS WS-RUNLOG-STATUS.
002100 DATA DIVISION.
002200     FILE SECTION.
002300     FD  MAINT-JOURNAL.
002400         COPY "MNTJRNL.cpy".
002500     FD  RESULTS-FILE.
002600         COPY "RESLTREC.cpy".
002700     FD  RESULTS-HIST.
002800     01  RESHIST-REC              PIC X(280).
002900     FD  MNTRPT.
003000     01  MRPT-LINE                PIC X(132).
003100     FD  RUNLOG-FILE.
003200         COPY "RUNLOG.cpy".
003300     WORKING-STORAGE SECTION.
003400     COPY "GAMESTAT.cpy".
003500     COPY "PLYRREC.cpy".
003600*        THE JOURNAL IMAGES ARE MOVED OVER THESE TO PRINT THEM.
003700     01  WS-FILE-STATUSES.
003800         05 WS-MNTJRNL-STATUS     PIC X(2) VALUE "00".
003900         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
004000         05 WS-RESHIST-STATUS     PIC X(2) VALUE "00".
004100         05 WS-MNTRPT-STATUS      PIC X(2) VALUE "00".
004200         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
004300     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
004400     01  WS-PARM-DATE             PIC X(8) VALUE SPACES.
004500     01  WS-CURRENT-DATE-TIME     PIC X(21).
004600     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
004700     01  WS-RUN-TIME              PIC 9(6) VALUE 0.
004800     01  WS-REPORT-DATE           PIC 9(8) VALUE 0.
004900     01  WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
005000         05 WS-REPORT-YYYY        PIC 9(4).
005100         05 WS-REPORT-MM          PIC 9(2).
005200         05 WS-REPORT-DD          PIC 9(2).
005300     01  WS-DAY-INT               PIC 9(7) VALUE 0.
005400*        THE DAY REPORTED - THE DAY BEFORE THE RUN UNLESS THE PARM
005500*        NAMES ONE, SINCE THE REPORT GOES OUT EACH MORNING.
005600     01  WS-EOF-FLAG              PIC X(1) VALUE "N".
005700         88 WS-EOF                VALUE "Y".
005800     01  WS-JOURNAL-OPEN-FLAG     PIC X(1) VALUE "N".
005900         88 WS-JOURNAL-OPEN       VALUE "Y".
006000     01  WS-RESULTS-OPEN-FLAG     PIC X(1) VALUE "N".
006100         88 WS-RESULTS-OPEN       VALUE "Y".
006200     01  WS-HIST-USED-FLAG        PIC X(1) VALUE "N".
006300         88 WS-HIST-USED          VALUE "Y".
006400     01  WS-ACTION-TABLE.
006500         05 WS-ACT-ENTRY OCCURS 8 TIMES.
006600            10 WS-ACT-CODE        PIC X(2).
006700            10 WS-ACT-DESC        PIC X(34).
006800            10 WS-ACT-COUNT       PIC 9(6).
006900     01  WS-ACT-SUB               PIC 9(2) VALUE 0.
007000     01  WS-ACT-FOUND             PIC 9(2) VALUE 0.
007100*        ONE ENTRY PER JOURNAL ACTION CODE (SEE MNTJRNL), LOADED
007200*        IN PARA-LOAD-ACTIONS, COUNTING THE DAYS CHANGES OF EACH.
007300     01  WS-OPER-TABLE.
007400         05 WS-OPER-ENTRY OCCURS 50 TIMES.
007500            10 WS-OPER-ID         PIC X(8).
007600            10 WS-OPER-COUNT      PIC 9(6).
007700     01  WS-OPER-COUNT-USED       PIC 9(2) VALUE 0.
007800     01  WS-OPER-SUB              PIC 9(2) VALUE 0.
007900*        OPERATORS WHO CHANGED ANYTHING ON THE DAY.
008000     01  WS-SETTLED-TABLE.
008100         05 WS-SET-ENTRY OCCURS 5000 TIMES.
008200            10 WS-SET-GAME-NO     PIC 9(12).
008300            10 WS-SET-PLAYER-ID   PIC X(8).
008400            10 WS-SET-OPPONENT-ID PIC X(8).
008500            10 WS-SET-WINNER      PIC X(8).
008600            10 WS-SET-TIME        PIC 9(6).
008700            10 WS-SET-CHG-COUNT   PIC 9(4).
008800            10 WS-SET-CHG-DATE    PIC 9(8).
008900            10 WS-SET-CHG-TIME    PIC 9(6).
009000            10 WS-SET-CHG-OPERATOR PIC X(8).
009100            10 WS-SET-CHG-ACTION  PIC X(2).
009200            10 WS-SET-CHG-KEY     PIC X(8).
009300     01  WS-SETTLED-COUNT         PIC 9(4) VALUE 0.
009400     01  WS-SET-SUB               PIC 9(4) VALUE 0.
009500*        THE ORIGINAL RESULTS ROWS SETTLED ON THE DAY REPORTED,
009600*        LOADED BEFORE THE JOURNAL IS READ. EACH MARKER CLEAR OR
009700*        FORCED COMPLETION ON THE JOURNAL FOR ONE OF THESE GAMES,
009800*        EARLIER THAN THE SETTLEMENT, IS COUNTED AGAINST THE ROW
009900*        AND THE LATEST SUCH CHANGE KEPT - THE SESSION THE
010000*        OPERATOR TOOK FOR DEAD WAS STILL PLAYING, OR THE GAME WAS
010100*        FINISHED AFTER IT WAS CLOSED BY HAND. ONLY THE DAYS
010200*        SETTLEMENTS ARE HELD, SO THE TABLE DOES NOT GROW WITH THE
010300*        JOURNAL, WHICH IS NEVER ROLLED.
010400     01  WS-COUNTERS.
010500         05 WS-JRN-READ           PIC 9(9) VALUE 0.
010600         05 WS-RES-READ           PIC 9(9) VALUE 0.
010700         05 WS-HIST-READ          PIC 9(9) VALUE 0.
010800         05 WS-DAY-CHANGES        PIC 9(6) VALUE 0.
010900         05 WS-EXCEPTION-COUNT    PIC 9(6) VALUE 0.
011000         05 WS-SETTLED-OVERFLOW   PIC 9(6) VALUE 0.
011100         05 WS-OPER-OVERFLOW      PIC 9(6) VALUE 0.
011200     01  WS-TIME-EDIT.
011300         05 WS-TE-HH              PIC X(2).
011400         05 FILLER                PIC X(1) VALUE ":".
011500         05 WS-TE-MM              PIC X(2).
011600         05 FILLER                PIC X(1) VALUE ":".
011700         05 WS-TE-SS              PIC X(2).
011800     01  WS-CAPTION               PIC X(6) VALUE SPACES.
011900     01  WS-TIME-WORK             PIC 9(6) VALUE 0.
012000     01  WS-COUNT-DISP            PIC ZZZZZ9.
012100     01  WS-READ-DISP             PIC ZZZZZZZZ9.
012200     01  WS-MOVES-DISP            PIC ZZZZZ9.
012300     01  WS-DATE-DISP             PIC 9999/99/99.
012400     01  WS-GAME-NO-DISP          PIC Z(11)9.
012500 PROCEDURE DIVISION.
012600     PARA-MAIN.
012700         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
012800         MOVE WS-COMMAND-LINE TO WS-PARM-DATE.
012900         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013000         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
013100         MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME.
013200         PERFORM PARA-SET-REPORT-DATE.
013300         OPEN OUTPUT MNTRPT.
013400         IF WS-MNTRPT-STATUS NOT = "00"
013500            DISPLAY "CANNOT OPEN MNTRPT - STATUS "
013600               WS-MNTRPT-STATUS
013700            MOVE 16 TO RETURN-CODE
013800            PERFORM PARA-END-RUN
013900         END-IF.
014000         PERFORM PARA-LOAD-ACTIONS.
014100         PERFORM PARA-LOAD-SETTLED.
014200         PERFORM PARA-PRINT-TITLE.
014300         PERFORM PARA-READ-JOURNAL.
014400         PERFORM PARA-PRINT-SUMMARY.
014500         PERFORM PARA-PRINT-EXCEPTIONS.
014600         PERFORM PARA-PRINT-TOTALS.
014700         CLOSE MNTRPT.
014800         PERFORM PARA-END-RUN.
014900
015000     PARA-SET-REPORT-DATE.
015100         IF WS-PARM-DATE = SPACES
015200            COMPUTE WS-DAY-INT =
015300               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
015400            COMPUTE WS-REPORT-DATE =
015500               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
015600         ELSE
015700            IF WS-PARM-DATE IS NOT NUMERIC
015800               DISPLAY "REPORT DATE MUST BE YYYYMMDD - GIVEN "
015900                  WS-PARM-DATE
016000               MOVE 16 TO RETURN-CODE
016100               PERFORM PARA-END-RUN
016200            END-IF
016300            MOVE WS-PARM-DATE TO WS-REPORT-DATE
016400            IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
016500               OR WS-REPORT-DD < 1 OR WS-REPORT-DD > 31
016600               DISPLAY "REPORT DATE MUST BE YYYYMMDD - GIVEN "
016700                  WS-PARM-DATE
016800               MOVE 16 TO RETURN-CODE
016900               PERFORM PARA-END-RUN
017000            END-IF
017100         END-IF.
017200
017300     PARA-LOAD-ACTIONS.
017400         MOVE "LC" TO WS-ACT-CODE(1).
017500         MOVE "IN-USE MARKER CLEARED" TO WS-ACT-DESC(1).
017600         MOVE "FC" TO WS-ACT-CODE(2).
017700         MOVE "GAME FORCED COMPLETE" TO WS-ACT-DESC(2).
017800         MOVE "LO" TO WS-ACT-CODE(3).
017900         MOVE "GAME RESUMED PAST IN-USE MARKER" TO WS-ACT-DESC(3).
018000         MOVE "OA" TO WS-ACT-CODE(4).
018100         MOVE "OPPONENT GAME REPLACED BY PAIRING"
018200            TO WS-ACT-DESC(4).
018300         MOVE "PA" TO WS-ACT-CODE(5).
018400         MOVE "PLAYER ADDED" TO WS-ACT-DESC(5).
018500         MOVE "PS" TO WS-ACT-CODE(6).
018600         MOVE "PLAYER SUSPENDED" TO WS-ACT-DESC(6).
018700         MOVE "PR" TO WS-ACT-CODE(7).
018800         MOVE "PLAYER REINSTATED" TO WS-ACT-DESC(7).
018900         MOVE "PM" TO WS-ACT-CODE(8).
019000         MOVE "PLAYER RENAME-MAPPED" TO WS-ACT-DESC(8).
019100         PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
019200                 UNTIL WS-ACT-SUB > 8
019300            MOVE 0 TO WS-ACT-COUNT(WS-ACT-SUB)
019400         END-PERFORM.
019500
019600     PARA-PRINT-TITLE.
019700         MOVE SPACES TO MRPT-LINE.
019800         MOVE "BATTLE LEAGUE - DAILY MAINTENANCE ACTIVITY"
019900            TO MRPT-LINE.
020000         MOVE "FOR" TO MRPT-LINE(45:3).
020100         MOVE WS-REPORT-DATE TO WS-DATE-DISP.
020200         MOVE WS-DATE-DISP TO MRPT-LINE(49:10).
020300         MOVE "RUN DATE" TO MRPT-LINE(100:8).
020400         MOVE WS-RUN-DATE TO WS-DATE-DISP.
020500         MOVE WS-DATE-DISP TO MRPT-LINE(110:10).
020600         WRITE MRPT-LINE.
020700         MOVE SPACES TO MRPT-LINE.
020800         WRITE MRPT-LINE.
020900         MOVE "TIME" TO MRPT-LINE(1:4).
021000         MOVE "OPERATOR" TO MRPT-LINE(11:8).
021100         MOVE "PROGRAM" TO MRPT-LINE(21:7).
021200         MOVE "ACTION" TO MRPT-LINE(31:6).
021300         MOVE "KEY" TO MRPT-LINE(70:3).
021400         MOVE "GAME NO" TO MRPT-LINE(80:7).
021500         WRITE MRPT-LINE.
021600
021700     PARA-READ-JOURNAL.
021800*        THE JOURNAL IS IN THE ORDER THE CHANGES WENT ON FILE, SO
021900*        THE DAYS ENTRIES PRINT IN TIME ORDER AS THEY ARE READ.
022000         OPEN INPUT MAINT-JOURNAL.
022100         IF WS-MNTJRNL-STATUS NOT = "00"
022200            DISPLAY "MNTJRNL NOT AVAILABLE - STATUS "
022300               WS-MNTJRNL-STATUS " - NO MAINTENANCE ON FILE"
022400            MOVE SPACES TO MRPT-LINE
022500            MOVE "MAINTENANCE JOURNAL NOT AVAILABLE" TO MRPT-LINE
022600            WRITE MRPT-LINE
022700         ELSE
022800            SET WS-JOURNAL-OPEN TO TRUE
022900            MOVE "N" TO WS-EOF-FLAG
023000            PERFORM UNTIL WS-EOF
023100               READ MAINT-JOURNAL
023200                  AT END
023300                     SET WS-EOF TO TRUE
023400                  NOT AT END
023500                     ADD 1 TO WS-JRN-READ
023600                     PERFORM PARA-TAKE-ENTRY
023700               END-READ
023800            END-PERFORM
023900            CLOSE MAINT-JOURNAL
024000         END-IF.
024100         IF WS-DAY-CHANGES = 0
024200            MOVE SPACES TO MRPT-LINE
024300            MOVE "NO MAINTENANCE ON THE DAY" TO MRPT-LINE(11:25)
024400            WRITE MRPT-LINE
024500         END-IF.
024600
024700     PARA-TAKE-ENTRY.
024800         IF MJRN-DATE = WS-REPORT-DATE
024900            ADD 1 TO WS-DAY-CHANGES
025000            PERFORM PARA-COUNT-ENTRY
025100            PERFORM PARA-PRINT-ENTRY
025200         END-IF.
025300         IF MJRN-WATCH-ACTION AND MJRN-DATE NOT > WS-REPORT-DATE
025400            AND MJRN-GAME-NO IS NUMERIC AND MJRN-GAME-NO > 0
025500            PERFORM PARA-MATCH-SETTLED
025600         END-IF.
025700
025800     PARA-MATCH-SETTLED.
025900*        THE CHANGE MAY BE ON EITHER KEY OF A HEAD-TO-HEAD GAME.
026000*        THE JOURNAL IS READ IN TIME ORDER, SO THE CHANGE LEFT ON
026100*        THE ROW IS THE LATEST ONE BEFORE THE SETTLEMENT.
026200         PERFORM VARYING WS-SET-SUB FROM 1 BY 1
026300                 UNTIL WS-SET-SUB > WS-SETTLED-COUNT
026400            IF WS-SET-GAME-NO(WS-SET-SUB) = MJRN-GAME-NO
026500               AND (WS-SET-PLAYER-ID(WS-SET-SUB) = MJRN-KEY
026600                 OR WS-SET-OPPONENT-ID(WS-SET-SUB) = MJRN-KEY)
026700               IF MJRN-DATE < WS-REPORT-DATE
026800                  OR MJRN-TIME < WS-SET-TIME(WS-SET-SUB)
026900                  ADD 1 TO WS-SET-CHG-COUNT(WS-SET-SUB)
027000                  MOVE MJRN-DATE TO WS-SET-CHG-DATE(WS-SET-SUB)
027100                  MOVE MJRN-TIME TO WS-SET-CHG-TIME(WS-SET-SUB)
027200                  MOVE MJRN-OPERATOR
027300                     TO WS-SET-CHG-OPERATOR(WS-SET-SUB)
027400                  MOVE MJRN-ACTION
027500                     TO WS-SET-CHG-ACTION(WS-SET-SUB)
027600                  MOVE MJRN-KEY TO WS-SET-CHG-KEY(WS-SET-SUB)
027700               END-IF
027800            END-IF
027900         END-PERFORM.
028000
028100     PARA-COUNT-ENTRY.
028200         MOVE 0 TO WS-ACT-FOUND.
028300         PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
028400                 UNTIL WS-ACT-SUB > 8
028500            IF WS-ACT-CODE(WS-ACT-SUB) = MJRN-ACTION
028600               MOVE WS-ACT-SUB TO WS-ACT-FOUND
028700               ADD 1 TO WS-ACT-COUNT(WS-ACT-SUB)
028800            END-IF
028900         END-PERFORM.
029000         PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
029100                 UNTIL WS-OPER-SUB > WS-OPER-COUNT-USED
029200                 OR WS-OPER-ID(WS-OPER-SUB) = MJRN-OPERATOR
029300            CONTINUE
029400         END-PERFORM.
029500         IF WS-OPER-SUB > WS-OPER-COUNT-USED
029600            IF WS-OPER-COUNT-USED < 50
029700               ADD 1 TO WS-OPER-COUNT-USED
029800               MOVE WS-OPER-COUNT-USED TO WS-OPER-SUB
029900               MOVE MJRN-OPERATOR TO WS-OPER-ID(WS-OPER-SUB)
030000               MOVE 0 TO WS-OPER-COUNT(WS-OPER-SUB)
030100            ELSE
030200               ADD 1 TO WS-OPER-OVERFLOW
030300               MOVE 0 TO WS-OPER-SUB
030400            END-IF
030500         END-IF.
030600         IF WS-OPER-SUB > 0
030700            ADD 1 TO WS-OPER-COUNT(WS-OPER-SUB)
030800         END-IF.
030900
031000     PARA-PRINT-ENTRY.
031100         MOVE SPACES TO MRPT-LINE.
031200         WRITE MRPT-LINE.
031300         MOVE MJRN-TIME TO WS-TIME-WORK.
031400         PERFORM PARA-EDIT-TIME.
031500         MOVE WS-TIME-EDIT TO MRPT-LINE(1:8).
031600         MOVE MJRN-OPERATOR TO MRPT-LINE(11:8).
031700         MOVE MJRN-PROGRAM TO MRPT-LINE(21:8).
031800         MOVE MJRN-ACTION TO MRPT-LINE(31:2).
031900         IF WS-ACT-FOUND > 0
032000            MOVE WS-ACT-DESC(WS-ACT-FOUND) TO MRPT-LINE(34:34)
032100         ELSE
032200            MOVE "UNKNOWN ACTION CODE" TO MRPT-LINE(34:19)
032300         END-IF.
032400         MOVE MJRN-KEY TO MRPT-LINE(70:8).
032500         IF MJRN-GAME-NO IS NUMERIC AND MJRN-GAME-NO > 0
032600            MOVE MJRN-GAME-NO TO WS-GAME-NO-DISP
032700            MOVE WS-GAME-NO-DISP TO MRPT-LINE(80:12)
032800         END-IF.
032900         WRITE MRPT-LINE.
033000         IF MJRN-PLAYER-IMAGE
033100            MOVE MJRN-BEFORE-IMAGE TO PLYR-REC
033200            MOVE "BEFORE" TO WS-CAPTION
033300            PERFORM PARA-PRINT-PLAYER-IMAGE
033400            MOVE MJRN-AFTER-IMAGE TO PLYR-REC
033500            MOVE "AFTER" TO WS-CAPTION
033600            PERFORM PARA-PRINT-PLAYER-IMAGE
033700         ELSE
033800            MOVE MJRN-BEFORE-IMAGE TO GAME-REC
033900            MOVE "BEFORE" TO WS-CAPTION
034000            PERFORM PARA-PRINT-GAME-IMAGE
034100            MOVE MJRN-AFTER-IMAGE TO GAME-REC
034200            MOVE "AFTER" TO WS-CAPTION
034300            PERFORM PARA-PRINT-GAME-IMAGE
034400         END-IF.
034500
034600     PARA-PRINT-PLAYER-IMAGE.
034700         MOVE SPACES TO MRPT-LINE.
034800         MOVE WS-CAPTION TO MRPT-LINE(11:6).
034900         IF PLYR-REC = SPACES
035000            MOVE "NOT ON FILE" TO MRPT-LINE(21:11)
035100         ELSE
035200            MOVE "NAME" TO MRPT-LINE(21:4)
035300            MOVE PLYR-NAME TO MRPT-LINE(26:25)
035400            MOVE "STATUS" TO MRPT-LINE(53:6)
035500            MOVE PLYR-STATUS TO MRPT-LINE(60:1)
035600            MOVE "REGISTERED" TO MRPT-LINE(63:10)
035700            IF PLYR-REG-DATE IS NUMERIC
035800               MOVE PLYR-REG-DATE TO WS-DATE-DISP
035900               MOVE WS-DATE-DISP TO MRPT-LINE(74:10)
036000            END-IF
036100            MOVE "MAPS TO" TO MRPT-LINE(86:7)
036200            MOVE PLYR-MAP-TO TO MRPT-LINE(94:8)
036300         END-IF.
036400         WRITE MRPT-LINE.
036500         MOVE SPACES TO MRPT-LINE.
036600
036700     PARA-PRINT-GAME-IMAGE.
036800         MOVE SPACES TO MRPT-LINE.
036900         MOVE WS-CAPTION TO MRPT-LINE(11:6).
037000         IF GAME-REC = SPACES
037100            MOVE "NOT ON FILE" TO MRPT-LINE(21:11)
037200         ELSE
037300            MOVE "STATUS" TO MRPT-LINE(21:6)
037400            MOVE GAME-STATUS TO MRPT-LINE(28:1)
037500            MOVE "IN-USE" TO MRPT-LINE(31:6)
037600            MOVE GAME-IN-USE-FLAG TO MRPT-LINE(38:1)
037700            MOVE "OPPONENT" TO MRPT-LINE(41:8)
037800            MOVE GAME-OPPONENT-ID TO MRPT-LINE(50:8)
037900            MOVE "LAST CHECKPOINT" TO MRPT-LINE(60:15)
038000            IF GAME-LAST-DATE IS NUMERIC
038100               MOVE GAME-LAST-DATE TO WS-DATE-DISP
038200               MOVE WS-DATE-DISP TO MRPT-LINE(76:10)
038300            END-IF
038400            MOVE "MOVES" TO MRPT-LINE(88:5)
038500            IF GAME-MOVE-SEQ IS NUMERIC
038600               MOVE GAME-MOVE-SEQ TO WS-MOVES-DISP
038700               MOVE WS-MOVES-DISP TO MRPT-LINE(94:6)
038800            END-IF
038900            MOVE "OVERRIDDEN BEFORE" TO MRPT-LINE(102:17)
039000            MOVE GAME-OVERRIDE-FLAG TO MRPT-LINE(120:1)
039100         END-IF.
039200         WRITE MRPT-LINE.
039300         MOVE SPACES TO MRPT-LINE.
039400
039500     PARA-EDIT-TIME.
039600         MOVE WS-TIME-WORK(1:2) TO WS-TE-HH.
039700         MOVE WS-TIME-WORK(3:2) TO WS-TE-MM.
039800         MOVE WS-TIME-WORK(5:2) TO WS-TE-SS.
039900
040000     PARA-PRINT-SUMMARY.
040100         MOVE SPACES TO MRPT-LINE.
040200         WRITE MRPT-LINE.
040300         MOVE ALL "=" TO MRPT-LINE(1:120).
040400         WRITE MRPT-LINE.
040500         MOVE SPACES TO MRPT-LINE.
040600         MOVE "CHANGES BY ACTION" TO MRPT-LINE(1:17).
040700         MOVE "CHANGES BY OPERATOR" TO MRPT-LINE(61:19).
040800         WRITE MRPT-LINE.
040900         PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
041000                 UNTIL WS-ACT-SUB > 8
041100            MOVE SPACES TO MRPT-LINE
041200            MOVE WS-ACT-CODE(WS-ACT-SUB) TO MRPT-LINE(3:2)
041300            MOVE WS-ACT-DESC(WS-ACT-SUB) TO MRPT-LINE(6:34)
041400            MOVE WS-ACT-COUNT(WS-ACT-SUB) TO WS-COUNT-DISP
041500            MOVE WS-COUNT-DISP TO MRPT-LINE(42:6)
041600            IF WS-ACT-SUB NOT > WS-OPER-COUNT-USED
041700               MOVE WS-OPER-ID(WS-ACT-SUB) TO MRPT-LINE(63:8)
041800               MOVE WS-OPER-COUNT(WS-ACT-SUB) TO WS-COUNT-DISP
041900               MOVE WS-COUNT-DISP TO MRPT-LINE(73:6)
042000            END-IF
042100            WRITE MRPT-LINE
042200         END-PERFORM.
042300         PERFORM VARYING WS-OPER-SUB FROM 9 BY 1
042400                 UNTIL WS-OPER-SUB > WS-OPER-COUNT-USED
042500            MOVE SPACES TO MRPT-LINE
042600            MOVE WS-OPER-ID(WS-OPER-SUB) TO MRPT-LINE(63:8)
042700            MOVE WS-OPER-COUNT(WS-OPER-SUB) TO WS-COUNT-DISP
042800            MOVE WS-COUNT-DISP TO MRPT-LINE(73:6)
042900            WRITE MRPT-LINE
043000         END-PERFORM.
043100
043200     PARA-LOAD-SETTLED.
043300*        A RESULT SETTLED ON THE DAY FOR A GAME AN OPERATOR HAD
043400*        CLEARED OR FORCED COMPLETE EARLIER IS AN EXCEPTION. ONLY
043500*        ORIGINAL SETTLEMENTS COUNT - A COMMITTEE RULING (R OR C
043600*        ROW) IS NOT A GAME FINISHING. EACH EXCEPTION IS REPORTED
043700*        ON THE DAY ITS RESULT WAS SETTLED. A DAY ALREADY ROLLED
043800*        OFF THE LIVE FILE IS READ FROM RESHIST FIRST - THE LATEST
043900*        GENERATION, OR THE WHOLE HISTORY FOR AN OLDER DAY.
044000         OPEN INPUT RESULTS-HIST.
044100         IF WS-RESHIST-STATUS = "00"
044200            SET WS-HIST-USED TO TRUE
044300            MOVE "N" TO WS-EOF-FLAG
044400            PERFORM UNTIL WS-EOF
044500               READ RESULTS-HIST
044600                  AT END
044700                     SET WS-EOF TO TRUE
044800                  NOT AT END
044900                     ADD 1 TO WS-HIST-READ
045000                     MOVE RESHIST-REC TO RESULT-REC
045100                     PERFORM PARA-CHECK-SETTLED
045200               END-READ
045300            END-PERFORM
045400            CLOSE RESULTS-HIST
045500         ELSE
045600            DISPLAY "RESHIST NOT AVAILABLE - STATUS "
045700               WS-RESHIST-STATUS " - LIVE RESULTS ONLY"
045800         END-IF.
045900         OPEN INPUT RESULTS-FILE.
046000         IF WS-RESULTS-STATUS NOT = "00"
046100            DISPLAY "RESULTS NOT AVAILABLE - STATUS "
046200               WS-RESULTS-STATUS " - EXCEPTIONS NOT CHECKED"
046300            IF RETURN-CODE < 4
046400               MOVE 4 TO RETURN-CODE
046500            END-IF
046600         ELSE
046700            SET WS-RESULTS-OPEN TO TRUE
046800            MOVE "N" TO WS-EOF-FLAG
046900            PERFORM UNTIL WS-EOF
047000               READ RESULTS-FILE
047100                  AT END
047200                     SET WS-EOF TO TRUE
047300                  NOT AT END
047400                     ADD 1 TO WS-RES-READ
047500                     PERFORM PARA-CHECK-SETTLED
047600               END-READ
047700            END-PERFORM
047800            CLOSE RESULTS-FILE
047900         END-IF.
048000
048100     PARA-CHECK-SETTLED.
048200         IF RESULT-ORIGINAL
048300            AND RESULT-DATE = WS-REPORT-DATE
048400            AND RESULT-GAME-NO IS NUMERIC
048500            AND RESULT-GAME-NO > 0
048600            PERFORM PARA-TAKE-SETTLED
048700         END-IF.
048800
048900     PARA-TAKE-SETTLED.
049000         IF WS-SETTLED-COUNT < 5000
049100            ADD 1 TO WS-SETTLED-COUNT
049200            MOVE WS-SETTLED-COUNT TO WS-SET-SUB
049300            MOVE RESULT-GAME-NO TO WS-SET-GAME-NO(WS-SET-SUB)
049400            MOVE RESULT-PLAYER-ID TO WS-SET-PLAYER-ID(WS-SET-SUB)
049500            MOVE RESULT-OPPONENT-ID
049600               TO WS-SET-OPPONENT-ID(WS-SET-SUB)
049700            MOVE RESULT-WINNER TO WS-SET-WINNER(WS-SET-SUB)
049800            MOVE RESULT-TIME TO WS-SET-TIME(WS-SET-SUB)
049900            MOVE 0 TO WS-SET-CHG-COUNT(WS-SET-SUB)
050000         ELSE
050100            ADD 1 TO WS-SETTLED-OVERFLOW
050200         END-IF.
050300
050400     PARA-PRINT-EXCEPTIONS.
050500         MOVE SPACES TO MRPT-LINE.
050600         WRITE MRPT-LINE.
050700         MOVE ALL "=" TO MRPT-LINE(1:120).
050800         WRITE MRPT-LINE.
050900         MOVE SPACES TO MRPT-LINE.
051000         MOVE "EXCEPTIONS - RESULTS SETTLED AFTER A MARKER CLEAR"
051100            TO MRPT-LINE.
051200         MOVE "OR FORCED COMPLETION OF THE SAME GAME"
051300            TO MRPT-LINE(51:37).
051400         WRITE MRPT-LINE.
051500         IF NOT WS-HIST-USED
051600            MOVE SPACES TO MRPT-LINE
051700            MOVE "RESHIST NOT READ - DAYS ROLLED OFF THE"
051800               TO MRPT-LINE(3:38)
051900            MOVE "LIVE FILE ARE NOT CHECKED" TO MRPT-LINE(42:25)
052000            WRITE MRPT-LINE
052100         END-IF.
052200         IF NOT WS-RESULTS-OPEN
052300            MOVE SPACES TO MRPT-LINE
052400            MOVE "LIVE RESULTS NOT AVAILABLE - NOT CHECKED"
052500               TO MRPT-LINE(3:40)
052600            WRITE MRPT-LINE
052700         END-IF.
052800         IF NOT WS-RESULTS-OPEN AND NOT WS-HIST-USED
052900            MOVE SPACES TO MRPT-LINE
053000            MOVE "RESULTS NOT AVAILABLE - EXCEPTIONS NOT CHECKED"
053100               TO MRPT-LINE(3:46)
053200            WRITE MRPT-LINE
053300         ELSE
053400            MOVE SPACES TO MRPT-LINE
053500            MOVE "GAME NO" TO MRPT-LINE(8:7)
053600            MOVE "PLAYER" TO MRPT-LINE(17:6)
053700            MOVE "OPPONENT" TO MRPT-LINE(27:8)
053800            MOVE "WINNER" TO MRPT-LINE(37:6)
053900            MOVE "SETTLED" TO MRPT-LINE(47:7)
054000            MOVE "LATEST EARLIER CHANGE" TO MRPT-LINE(58:21)
054100            MOVE "ON" TO MRPT-LINE(93:2)
054200            MOVE "BY" TO MRPT-LINE(115:2)
054300            MOVE "CHGS" TO MRPT-LINE(125:4)
054400            WRITE MRPT-LINE
054500            PERFORM VARYING WS-SET-SUB FROM 1 BY 1
054600                    UNTIL WS-SET-SUB > WS-SETTLED-COUNT
054700               IF WS-SET-CHG-COUNT(WS-SET-SUB) > 0
054800                  PERFORM PARA-PRINT-EXCEPTION
054900               END-IF
055000            END-PERFORM
055100            IF WS-EXCEPTION-COUNT = 0
055200               MOVE SPACES TO MRPT-LINE
055300               MOVE "NO EXCEPTIONS" TO MRPT-LINE(3:13)
055400               WRITE MRPT-LINE
055500            END-IF
055600         END-IF.
055700
055800     PARA-PRINT-EXCEPTION.
055900         ADD 1 TO WS-EXCEPTION-COUNT.
056000         MOVE SPACES TO MRPT-LINE.
056100         MOVE "**" TO MRPT-LINE(1:2).
056200         MOVE WS-SET-GAME-NO(WS-SET-SUB) TO WS-GAME-NO-DISP.
056300         MOVE WS-GAME-NO-DISP TO MRPT-LINE(3:12).
056400         MOVE WS-SET-PLAYER-ID(WS-SET-SUB) TO MRPT-LINE(17:8).
056500         MOVE WS-SET-OPPONENT-ID(WS-SET-SUB) TO MRPT-LINE(27:8).
056600         MOVE WS-SET-WINNER(WS-SET-SUB) TO MRPT-LINE(37:8).
056700         MOVE WS-SET-TIME(WS-SET-SUB) TO WS-TIME-WORK.
056800         PERFORM PARA-EDIT-TIME.
056900         MOVE WS-TIME-EDIT TO MRPT-LINE(47:8).
057000         IF WS-SET-CHG-ACTION(WS-SET-SUB) = "LC"
057100            MOVE "MARKER CLEARED" TO MRPT-LINE(58:14)
057200         ELSE
057300            MOVE "FORCED COMPLETE" TO MRPT-LINE(58:15)
057400         END-IF.
057500         MOVE "ON KEY" TO MRPT-LINE(74:6).
057600         MOVE WS-SET-CHG-KEY(WS-SET-SUB) TO MRPT-LINE(81:8).
057700         MOVE WS-SET-CHG-DATE(WS-SET-SUB) TO WS-DATE-DISP.
057800         MOVE WS-DATE-DISP TO MRPT-LINE(93:10).
057900         MOVE WS-SET-CHG-TIME(WS-SET-SUB) TO WS-TIME-WORK.
058000         PERFORM PARA-EDIT-TIME.
058100         MOVE WS-TIME-EDIT TO MRPT-LINE(104:8).
058200         MOVE WS-SET-CHG-OPERATOR(WS-SET-SUB) TO MRPT-LINE(115:8).
058300         MOVE WS-SET-CHG-COUNT(WS-SET-SUB) TO WS-COUNT-DISP.
058400         MOVE WS-COUNT-DISP TO MRPT-LINE(123:6).
058500         WRITE MRPT-LINE.
058600
058700     PARA-PRINT-TOTALS.
058800         MOVE SPACES TO MRPT-LINE.
058900         WRITE MRPT-LINE.
059000         MOVE ALL "=" TO MRPT-LINE(1:120).
059100         WRITE MRPT-LINE.
059200         MOVE SPACES TO MRPT-LINE.
059300         MOVE "JOURNAL ENTRIES READ" TO MRPT-LINE(1:20).
059400         MOVE WS-JRN-READ TO WS-READ-DISP.
059500         MOVE WS-READ-DISP TO MRPT-LINE(22:9).
059600         MOVE "CHANGES ON THE DAY" TO MRPT-LINE(34:18).
059700         MOVE WS-DAY-CHANGES TO WS-COUNT-DISP.
059800         MOVE WS-COUNT-DISP TO MRPT-LINE(53:6).
059900         MOVE "RESULTS ROWS READ" TO MRPT-LINE(62:17).
060000         COMPUTE WS-READ-DISP = WS-RES-READ + WS-HIST-READ.
060100         MOVE WS-READ-DISP TO MRPT-LINE(80:9).
060200         MOVE "EXCEPTIONS" TO MRPT-LINE(92:10).
060300         MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP.
060400         MOVE WS-COUNT-DISP TO MRPT-LINE(103:6).
060500         WRITE MRPT-LINE.
060600         IF WS-SETTLED-OVERFLOW > 0 OR WS-OPER-OVERFLOW > 0
060700            MOVE SPACES TO MRPT-LINE
060800            MOVE "TABLES FULL - SETTLEMENTS NOT CHECKED"
060900               TO MRPT-LINE(1:37)
061000            MOVE WS-SETTLED-OVERFLOW TO MRPT-LINE(41:6)
061100            MOVE "CHANGES BY UNLISTED OPERATORS"
061200               TO MRPT-LINE(49:29)
061300            MOVE WS-OPER-OVERFLOW TO MRPT-LINE(79:6)
061400            WRITE MRPT-LINE
061500            IF RETURN-CODE < 4
061600               MOVE 4 TO RETURN-CODE
061700            END-IF
061800         END-IF.
061900         IF WS-EXCEPTION-COUNT > 0
062000            DISPLAY "MAINTENANCE EXCEPTIONS: " WS-EXCEPTION-COUNT
062100               " - SEE MNTRPT"
062200            IF RETURN-CODE < 4
062300               MOVE 4 TO RETURN-CODE
062400            END-IF
062500         END-IF.
062600
062700     PARA-END-RUN.
062800*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
062900*        JOURNAL CARRIES THE RETURN CODE OF A REFUSED RUN TOO.
063000         PERFORM PARA-WRITE-RUNLOG.
063100         STOP RUN.
063200
063300     PARA-WRITE-RUNLOG.
063400*        RESULTS AND RESHIST ARE WHOLE-FILE READS WITH NO
063500*        CHECKPOINT.
063600         OPEN EXTEND RUNLOG-FILE.
063700         IF WS-RUNLOG-STATUS NOT = "00"
063800            OPEN OUTPUT RUNLOG-FILE
063900         END-IF.
064000         IF WS-RUNLOG-STATUS NOT = "00"
064100            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
064200               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
064300         ELSE
064400            INITIALIZE RCTL-REC
064500            MOVE "BATMRPT" TO RCTL-PROGRAM
064600            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
064700            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
064800            MOVE WS-COMMAND-LINE TO RCTL-PARM
064900            MOVE RETURN-CODE TO RCTL-RETURN-CODE
065000            MOVE 0 TO RCTL-FILE-COUNT
065100            IF WS-JOURNAL-OPEN
065200               ADD 1 TO RCTL-FILE-COUNT
065300               MOVE "MNTJRNL" TO RCTL-FILE-DD(RCTL-FILE-COUNT)
065400               MOVE WS-JRN-READ TO RCTL-FILE-READ(RCTL-FILE-COUNT)
065500            END-IF
065600            IF WS-RESULTS-OPEN
065700               ADD 1 TO RCTL-FILE-COUNT
065800               MOVE "RESULTS" TO RCTL-FILE-DD(RCTL-FILE-COUNT)
065900               MOVE WS-RES-READ TO RCTL-FILE-READ(RCTL-FILE-COUNT)
066000            END-IF
066100            IF WS-HIST-USED
066200               ADD 1 TO RCTL-FILE-COUNT
066300               MOVE "RESHIST" TO RCTL-FILE-DD(RCTL-FILE-COUNT)
066400               MOVE WS-HIST-READ
066500                  TO RCTL-FILE-READ(RCTL-FILE-COUNT)
066600            END-IF
066700            WRITE RCTL-REC
066800            CLOSE RUNLOG-FILE
066900         END-IF.
