000100 IDENTIFICATION DIVISION.
000200     PROGRAM-ID. BATGIDX.
000300 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT RESULTS-HIST ASSIGN TO "RESHIST"
000700             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS WS-RESHIST-STATUS.
000900         SELECT MOVES-HIST ASSIGN TO "MOVHIST"
001000             ORGANIZATION IS LINE SEQUENTIAL
001100             FILE STATUS IS WS-MOVHIST-STATUS.
001200         SELECT GAME-INDEX ASSIGN TO "GAMEIDX"
001300             ORGANIZATION IS INDEXED
001400             ACCESS MODE IS DYNAMIC
001500             RECORD KEY IS GIDX-KEY
001600             FILE STATUS IS WS-GAMEIDX-STATUS.
001700         SELECT GIDXRPT ASSIGN TO "GIDXRPT"
001800             ORGANIZATION IS LINE SEQUENTIAL
001900             FILE STATUS IS WS-GIDXRPT-STATUS.
002000         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
002100             ORGANIZATION IS LINE SEQUENTIAL
002200             FILE STATUS IS WS-RUNLOG-STATUS.
002300 DATA DIVISION.
002400     FILE SECTION.
002500     FD  RESULTS-HIST.
002600         COPY "RESLTREC.cpy".
002700     FD  MOVES-HIST.
002800         COPY "MOVESLOG.cpy".
002900     FD  GAME-INDEX.
003000         COPY "GIDXREC.cpy".
003100     FD  GIDXRPT.
003200     01  GIDX-LINE                PIC X(132).
003300     FD  RUNLOG-FILE.
003400         COPY "RUNLOG.cpy".
003500     WORKING-STORAGE SECTION.
003600     01  WS-FILE-STATUSES.
003700         05 WS-RESHIST-STATUS     PIC X(2) VALUE "00".
003800         05 WS-MOVHIST-STATUS     PIC X(2) VALUE "00".
003900         05 WS-GAMEIDX-STATUS     PIC X(2) VALUE "00".
004000         05 WS-GIDXRPT-STATUS     PIC X(2) VALUE "00".
004100         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
004200     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
004300     01  WS-FUNCTION              PIC X(1) VALUE SPACE.
004400         88 WS-ROLL-RUN           VALUE "R".
004500         88 WS-INQUIRY-RUN        VALUE "Q".
004600     01  WS-PARM-VALUE            PIC X(12) VALUE SPACES.
004700     01  WS-CURRENT-DATE-TIME     PIC X(21).
004800     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
004900     01  WS-EOF-FLAG              PIC X(1) VALUE "N".
005000         88 WS-EOF                VALUE "Y".
005100     01  WS-LAST-GEN              PIC 9(4) VALUE 0.
005200     01  WS-THIS-GEN              PIC 9(4) VALUE 0.
005300     01  WS-CONTROL-FLAG          PIC X(1) VALUE "N".
005400         88 WS-CONTROL-FOUND      VALUE "Y".
005500*        GENERATIONS ARE COUNTED BY THE INDEX ITSELF - ONE PER
005600*        ROLL, THE SAME NUMBER FOR BOTH GDGS, WHICH BATROLLJB
005700*        ALWAYS ROLLS TOGETHER. THE FIRST ROLL AFTER THE INDEX IS
005800*        SET UP PASSES THE GDGS CURRENT ABSOLUTE GENERATION (PARM
005900*        R,NNNN) SO THE TWO STAY IN STEP FROM THEN ON.
006000     01  WS-INQ-GAME-NO           PIC 9(12) VALUE 0.
006100     01  WS-REL-GEN               PIC S9(4) VALUE 0.
006200     01  WS-REL-GEN-OUT           PIC -(4)9.
006300     01  WS-GEN-NAME.
006400         05 FILLER                PIC X(1) VALUE "G".
006500         05 WS-GEN-NAME-NO        PIC 9(4) VALUE 0.
006600         05 FILLER                PIC X(3) VALUE "V00".
006700     01  WS-POSITIONS.
006800         05 WS-RES-POS            PIC 9(9) VALUE 0.
006900         05 WS-MOV-POS            PIC 9(9) VALUE 0.
007000     01  WS-NEW-ENTRY-FLAG        PIC X(1) VALUE "N".
007100         88 WS-NEW-ENTRY          VALUE "Y".
007200     01  WS-HOLD-FIELDS.
007300         05 WS-HOLD-FLAG          PIC X(1) VALUE "N".
007400            88 WS-HOLD-ACTIVE     VALUE "Y".
007500         05 WS-HOLD-KEY.
007600            10 WS-HOLD-GAME-NO    PIC 9(12) VALUE 0.
007700            10 WS-HOLD-PLAYER-ID  PIC X(8) VALUE SPACES.
007800         05 WS-HOLD-OPPONENT-ID   PIC X(8) VALUE SPACES.
007900         05 WS-HOLD-FIRST         PIC 9(9) VALUE 0.
008000         05 WS-HOLD-LAST          PIC 9(9) VALUE 0.
008100         05 WS-HOLD-COUNT         PIC 9(6) VALUE 0.
008200         05 WS-HOLD-SET-OPP-FLAG  PIC X(1) VALUE "N".
008300            88 WS-HOLD-SET-OPP    VALUE "Y".
008400*        MOVES OF ONE GAME ARRIVE TOGETHER (BOTH SIDES OF A HEAD-
008500*        TO-HEAD GAME INTERLEAVED), SO THEY ARE TOTALLED HERE AND
008600*        THE INDEX ENTRY IS REWRITTEN ONCE WHEN THE GAME CHANGES.
008700     01  WS-LOCATE-FLAG           PIC X(1) VALUE "N".
008800         88 WS-LOCATED            VALUE "Y".
008900     01  WS-ORPHAN-FLAG           PIC X(1) VALUE "N".
009000         88 WS-ORPHAN-FOUND       VALUE "Y".
009100     01  WS-ORPHAN-PLAYER-ID      PIC X(8) VALUE SPACES.
009200     01  WS-COUNTERS.
009300         05 WS-RES-READ           PIC 9(9) VALUE 0.
009400         05 WS-MOV-READ           PIC 9(9) VALUE 0.
009500         05 WS-IDX-READ           PIC 9(9) VALUE 0.
009600         05 WS-IDX-WRITTEN        PIC 9(9) VALUE 0.
009700         05 WS-ADDED-COUNT        PIC 9(6) VALUE 0.
009800         05 WS-UPDATED-COUNT      PIC 9(6) VALUE 0.
009900         05 WS-NO-GAME-RES        PIC 9(6) VALUE 0.
010000         05 WS-NO-GAME-MOV        PIC 9(6) VALUE 0.
010100         05 WS-IN-FLIGHT-COUNT    PIC 9(6) VALUE 0.
010200         05 WS-SPLIT-COUNT        PIC 9(6) VALUE 0.
010300         05 WS-DUP-COUNT          PIC 9(6) VALUE 0.
010400         05 WS-FOUND-COUNT        PIC 9(4) VALUE 0.
010500 PROCEDURE DIVISION.
010600     PARA-MAIN.
010700         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
010800         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
010900         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
011000         UNSTRING WS-COMMAND-LINE DELIMITED BY ","
011100            INTO WS-FUNCTION WS-PARM-VALUE
011200         END-UNSTRING.
011300         OPEN OUTPUT GIDXRPT.
011400         IF WS-GIDXRPT-STATUS NOT = "00"
011500            DISPLAY "CANNOT OPEN GIDXRPT - STATUS "
011600               WS-GIDXRPT-STATUS
011700            MOVE 16 TO RETURN-CODE
011800            STOP RUN
011900         END-IF.
012000         EVALUATE TRUE
012100            WHEN WS-ROLL-RUN
012200               PERFORM PARA-ROLL
012300               PERFORM PARA-WRITE-RUNLOG
012400            WHEN WS-INQUIRY-RUN
012500               PERFORM PARA-INQUIRY
012600            WHEN OTHER
012700               DISPLAY "PARM MUST BE R, R,NNNN OR Q,GAMENUMBER"
012800               MOVE 16 TO RETURN-CODE
012900         END-EVALUATE.
013000         CLOSE GIDXRPT.
013100         STOP RUN.
013200
013300     PARA-ROLL.
013400*        RUN BY BATROLLJB AFTER THE IEBGENER COPIES - RESHIST AND
013500*        MOVHIST ARE THE GENERATIONS JUST WRITTEN, SO THE RECORD
013600*        NUMBERS COUNTED HERE ARE POSITIONS WITHIN THEM.
013700         PERFORM PARA-OPEN-INDEX-UPDATE.
013800         IF RETURN-CODE < 16
013900            PERFORM PARA-SET-GENERATION
014000         END-IF.
014100         IF RETURN-CODE < 16
014200            PERFORM PARA-OPEN-HISTORY
014300         END-IF.
014400         IF RETURN-CODE < 16
014500            MOVE SPACES TO GIDX-LINE
014600            MOVE "GAME INDEX UPDATE FOR GENERATION" TO GIDX-LINE
014700            MOVE WS-THIS-GEN TO WS-GEN-NAME-NO
014800            MOVE WS-GEN-NAME TO GIDX-LINE(34:8)
014900            MOVE "ROLL DATE" TO GIDX-LINE(45:9)
015000            MOVE WS-RUN-DATE TO GIDX-LINE(55:8)
015100            WRITE GIDX-LINE
015200            MOVE SPACES TO GIDX-LINE
015300            WRITE GIDX-LINE
015400            MOVE "N" TO WS-EOF-FLAG
015500            PERFORM PARA-READ-RESULT UNTIL WS-EOF
015600            MOVE "N" TO WS-EOF-FLAG
015700            PERFORM PARA-READ-MOVE UNTIL WS-EOF
015800            IF WS-HOLD-ACTIVE
015900               PERFORM PARA-FLUSH-MOVES
016000            END-IF
016100            PERFORM PARA-WRITE-CONTROL
016200            CLOSE RESULTS-HIST
016300            CLOSE MOVES-HIST
016400            PERFORM PARA-PRINT-ROLL-TOTALS
016500         END-IF.
016600         CLOSE GAME-INDEX.
016700
016800     PARA-OPEN-INDEX-UPDATE.
016900         OPEN I-O GAME-INDEX.
017000         IF WS-GAMEIDX-STATUS = "35" OR
017100            WS-GAMEIDX-STATUS = "05"
017200            CLOSE GAME-INDEX
017300            OPEN OUTPUT GAME-INDEX
017400            CLOSE GAME-INDEX
017500            OPEN I-O GAME-INDEX
017600         END-IF.
017700         IF WS-GAMEIDX-STATUS NOT = "00"
017800            DISPLAY "CANNOT OPEN GAMEIDX - STATUS "
017900               WS-GAMEIDX-STATUS
018000            MOVE 16 TO RETURN-CODE
018100         END-IF.
018200
018300     PARA-SET-GENERATION.
018400         PERFORM PARA-READ-CONTROL.
018500         IF WS-PARM-VALUE = SPACES
018600            COMPUTE WS-THIS-GEN = WS-LAST-GEN + 1
018700         ELSE
018800            IF WS-PARM-VALUE(1:4) IS NUMERIC
018900               AND WS-PARM-VALUE(5:8) = SPACES
019000               MOVE WS-PARM-VALUE(1:4) TO WS-THIS-GEN
019100            ELSE
019200               DISPLAY "GENERATION ON THE PARM MUST BE 4 DIGITS "
019300                  "LIKE R,0012"
019400               MOVE 16 TO RETURN-CODE
019500            END-IF
019600         END-IF.
019700         IF RETURN-CODE < 16
019800*           A GENERATION AT OR BELOW THE LAST ONE INDEXED MEANS A
019900*           RERUN OF A ROLL ALREADY INDEXED - COUNTING ITS MOVES
020000*           AGAIN WOULD DOUBLE THEM.
020100            IF WS-THIS-GEN NOT > WS-LAST-GEN OR WS-THIS-GEN = 0
020200               DISPLAY "GENERATION " WS-THIS-GEN
020300                  " IS NOT PAST THE LAST ONE INDEXED ("
020400                  WS-LAST-GEN ") - INDEX NOT UPDATED"
020500               MOVE 16 TO RETURN-CODE
020600            END-IF
020700         END-IF.
020800
020900     PARA-READ-CONTROL.
021000         MOVE 0 TO GIDX-GAME-NO.
021100         MOVE SPACES TO GIDX-PLAYER-ID.
021200         MOVE "N" TO WS-CONTROL-FLAG.
021300         MOVE 0 TO WS-LAST-GEN.
021400         READ GAME-INDEX
021500             INVALID KEY
021600                CONTINUE
021700             NOT INVALID KEY
021800                SET WS-CONTROL-FOUND TO TRUE
021900                MOVE GIDX-RES-GEN TO WS-LAST-GEN
022000         END-READ.
022100
022200     PARA-OPEN-HISTORY.
022300         OPEN INPUT RESULTS-HIST.
022400         IF WS-RESHIST-STATUS NOT = "00"
022500            DISPLAY "CANNOT OPEN RESHIST - STATUS "
022600               WS-RESHIST-STATUS
022700            MOVE 16 TO RETURN-CODE
022800         ELSE
022900            OPEN INPUT MOVES-HIST
023000            IF WS-MOVHIST-STATUS NOT = "00"
023100               DISPLAY "CANNOT OPEN MOVHIST - STATUS "
023200                  WS-MOVHIST-STATUS
023300               CLOSE RESULTS-HIST
023400               MOVE 16 TO RETURN-CODE
023500            END-IF
023600         END-IF.
023700
023800     PARA-READ-RESULT.
023900         READ RESULTS-HIST
024000             AT END
024100                SET WS-EOF TO TRUE
024200             NOT AT END
024300                ADD 1 TO WS-RES-READ
024400                ADD 1 TO WS-RES-POS
024500                IF RESULT-GAME-NO IS NUMERIC
024600                   AND RESULT-GAME-NO > 0
024700                   PERFORM PARA-INDEX-RESULT
024800                ELSE
024900                   ADD 1 TO WS-NO-GAME-RES
025000                END-IF
025100         END-READ.
025200
025300     PARA-INDEX-RESULT.
025400         MOVE RESULT-GAME-NO TO GIDX-GAME-NO.
025500         MOVE RESULT-PLAYER-ID TO GIDX-PLAYER-ID.
025600         MOVE "N" TO WS-NEW-ENTRY-FLAG.
025700         READ GAME-INDEX
025800             INVALID KEY
025900                SET WS-NEW-ENTRY TO TRUE
026000             NOT INVALID KEY
026100                ADD 1 TO WS-IDX-READ
026200         END-READ.
026300         IF WS-NEW-ENTRY
026400            INITIALIZE GIDX-REC
026500            MOVE RESULT-GAME-NO TO GIDX-GAME-NO
026600            MOVE RESULT-PLAYER-ID TO GIDX-PLAYER-ID
026700         END-IF.
026800         EVALUATE TRUE
026900            WHEN RESULT-REVERSAL
027000               IF WS-NEW-ENTRY
027100                  PERFORM PARA-TAKE-SETTLEMENT
027200               END-IF
027300               SET GIDX-VOIDED TO TRUE
027400               PERFORM PARA-TAKE-ADJUSTMENT
027500            WHEN RESULT-CORRECTION
027600               PERFORM PARA-TAKE-SETTLEMENT
027700               SET GIDX-CORRECTED TO TRUE
027800               PERFORM PARA-TAKE-ADJUSTMENT
027900            WHEN OTHER
028000               IF GIDX-RES-GEN > 0
028100                  PERFORM PARA-REPORT-DUPLICATE
028200               ELSE
028300                  PERFORM PARA-TAKE-SETTLEMENT
028400                  SET GIDX-SETTLED TO TRUE
028500                  MOVE WS-THIS-GEN TO GIDX-RES-GEN
028600                  MOVE WS-RES-POS TO GIDX-RES-POS
028700               END-IF
028800         END-EVALUATE.
028900         MOVE WS-RUN-DATE TO GIDX-ROLL-DATE.
029000         PERFORM PARA-PUT-ENTRY.
029100
029200     PARA-TAKE-SETTLEMENT.
029300*        A REVERSAL IS AN EXACT COPY OF THE ROW IT TAKES BACK, SO
029400*        FOR A GAME SETTLED BEFORE THE INDEX EXISTED IT STILL
029500*        SUPPLIES THE SETTLEMENT DETAIL.
029600         MOVE RESULT-OPPONENT-ID TO GIDX-OPPONENT-ID.
029700         MOVE RESULT-WINNER TO GIDX-WINNER.
029800         MOVE RESULT-DATE TO GIDX-SETTLE-DATE.
029900         MOVE RESULT-TIME TO GIDX-SETTLE-TIME.
030000         MOVE RESULT-SEASON TO GIDX-SEASON.
030100         MOVE RESULT-DISPOSITION TO GIDX-DISPOSITION.
030200
030300     PARA-TAKE-ADJUSTMENT.
030400         MOVE WS-THIS-GEN TO GIDX-ADJ-GEN.
030500         MOVE WS-RES-POS TO GIDX-ADJ-POS.
030600         IF GIDX-ADJ-COUNT < 99
030700            ADD 1 TO GIDX-ADJ-COUNT
030800         END-IF.
030900
031000     PARA-REPORT-DUPLICATE.
031100*        THE SAME GAME NUMBER SETTLED TWICE FOR ONE PLAYER - THE
031200*        FIRST ROW STAYS INDEXED AND THIS ONE IS LISTED.
031250*        RC 4 ONLY FLAGS THE LISTING - THE ROLL STILL CUTS OVER.
031300         ADD 1 TO WS-DUP-COUNT.
031400         MOVE SPACES TO GIDX-LINE.
031500         MOVE "DUPLICATE SETTLEMENT - GAME" TO GIDX-LINE.
031600         MOVE GIDX-GAME-NO TO GIDX-LINE(29:12).
031700         MOVE GIDX-PLAYER-ID TO GIDX-LINE(42:8).
031800         MOVE "ROW" TO GIDX-LINE(51:3).
031900         MOVE WS-RES-POS TO GIDX-LINE(55:9).
032000         MOVE "NOT INDEXED - FIRST ROW IS IN" TO GIDX-LINE(65:29).
032100         MOVE GIDX-RES-GEN TO WS-GEN-NAME-NO.
032200         MOVE WS-GEN-NAME TO GIDX-LINE(95:8).
032300         MOVE GIDX-RES-POS TO GIDX-LINE(104:9).
032400         WRITE GIDX-LINE.
032500         IF RETURN-CODE < 4
032600            MOVE 4 TO RETURN-CODE
032700         END-IF.
032800
032900     PARA-PUT-ENTRY.
033000         IF WS-NEW-ENTRY
033100            WRITE GIDX-REC
033200               INVALID KEY
033300                  DISPLAY "GAMEIDX WRITE FAILED - STATUS "
033400                     WS-GAMEIDX-STATUS " FOR GAME " GIDX-GAME-NO
033500                  MOVE 12 TO RETURN-CODE
033600            END-WRITE
033700            IF WS-GAMEIDX-STATUS = "00"
033800               ADD 1 TO WS-ADDED-COUNT
033900               ADD 1 TO WS-IDX-WRITTEN
034000            END-IF
034100         ELSE
034200            REWRITE GIDX-REC
034300               INVALID KEY
034400                  DISPLAY "GAMEIDX REWRITE FAILED - STATUS "
034500                     WS-GAMEIDX-STATUS " FOR GAME " GIDX-GAME-NO
034600                  MOVE 12 TO RETURN-CODE
034700            END-REWRITE
034800            IF WS-GAMEIDX-STATUS = "00"
034900               ADD 1 TO WS-UPDATED-COUNT
035000               ADD 1 TO WS-IDX-WRITTEN
035100            END-IF
035200         END-IF.
035300
035400     PARA-READ-MOVE.
035500         READ MOVES-HIST
035600             AT END
035700                SET WS-EOF TO TRUE
035800             NOT AT END
035900                ADD 1 TO WS-MOV-READ
036000                ADD 1 TO WS-MOV-POS
036100                IF LOG-GAME-NO IS NUMERIC
036200                   AND LOG-GAME-NO > 0
036300                   PERFORM PARA-INDEX-MOVE
036400                ELSE
036500                   ADD 1 TO WS-NO-GAME-MOV
036600                END-IF
036700         END-READ.
036800
036900     PARA-INDEX-MOVE.
037000         IF WS-HOLD-ACTIVE
037100            IF LOG-GAME-NO NOT = WS-HOLD-GAME-NO
037200               OR (LOG-PLAYER-ID NOT = WS-HOLD-PLAYER-ID
037300                   AND LOG-PLAYER-ID NOT = WS-HOLD-OPPONENT-ID)
037400               PERFORM PARA-FLUSH-MOVES
037500            END-IF
037600         END-IF.
037700         IF NOT WS-HOLD-ACTIVE
037800            PERFORM PARA-LOCATE-GAME
037900         END-IF.
038000         IF WS-HOLD-COUNT = 0
038100            MOVE WS-MOV-POS TO WS-HOLD-FIRST
038200         END-IF.
038300         MOVE WS-MOV-POS TO WS-HOLD-LAST.
038400         ADD 1 TO WS-HOLD-COUNT.
038500
038600     PARA-LOCATE-GAME.
038700*        A MOVE BELONGS TO THE ENTRY OF ITS GAME NUMBER ON WHICH
038800*        THE MOVING PLAYER IS EITHER SIDE. A GAME WITH NO ENTRY
038900*        HAD NOT SETTLED BY THE ROLL - IT GETS AN IN-FLIGHT ENTRY,
039000*        WHICH THE OTHER SIDE OF A HEAD-TO-HEAD GAME THEN JOINS.
039100         MOVE "N" TO WS-LOCATE-FLAG.
039200         MOVE "N" TO WS-ORPHAN-FLAG.
039300         MOVE LOG-GAME-NO TO GIDX-GAME-NO.
039400         MOVE LOW-VALUES TO GIDX-PLAYER-ID.
039500         START GAME-INDEX KEY NOT < GIDX-KEY
039600            INVALID KEY
039700               MOVE "10" TO WS-GAMEIDX-STATUS
039800         END-START.
039900         PERFORM PARA-LOCATE-NEXT
040000            UNTIL WS-GAMEIDX-STATUS NOT = "00"
040100            OR WS-LOCATED.
040200         MOVE "00" TO WS-GAMEIDX-STATUS.
040300         MOVE "N" TO WS-HOLD-SET-OPP-FLAG.
040400         MOVE LOG-GAME-NO TO WS-HOLD-GAME-NO.
040500         MOVE 0 TO WS-HOLD-COUNT.
040600         SET WS-HOLD-ACTIVE TO TRUE.
040700         IF WS-LOCATED
040800            MOVE GIDX-PLAYER-ID TO WS-HOLD-PLAYER-ID
040900            MOVE GIDX-OPPONENT-ID TO WS-HOLD-OPPONENT-ID
041000         ELSE
041100            IF WS-ORPHAN-FOUND
041200               MOVE WS-ORPHAN-PLAYER-ID TO WS-HOLD-PLAYER-ID
041300               MOVE LOG-PLAYER-ID TO WS-HOLD-OPPONENT-ID
041400               SET WS-HOLD-SET-OPP TO TRUE
041500            ELSE
041600               PERFORM PARA-ADD-IN-FLIGHT
041700            END-IF
041800         END-IF.
041900
042000     PARA-LOCATE-NEXT.
042100         READ GAME-INDEX NEXT
042200             AT END
042300                MOVE "10" TO WS-GAMEIDX-STATUS
042400             NOT AT END
042500                ADD 1 TO WS-IDX-READ
042600                IF GIDX-GAME-NO NOT = LOG-GAME-NO
042700                   MOVE "10" TO WS-GAMEIDX-STATUS
042800                ELSE
042900                   IF GIDX-PLAYER-ID = LOG-PLAYER-ID
043000                      OR GIDX-OPPONENT-ID = LOG-PLAYER-ID
043100                      SET WS-LOCATED TO TRUE
043200                   ELSE
043300                      IF GIDX-IN-FLIGHT
043400                         AND GIDX-OPPONENT-ID = SPACES
043500                         SET WS-ORPHAN-FOUND TO TRUE
043600                         MOVE GIDX-PLAYER-ID
043700                            TO WS-ORPHAN-PLAYER-ID
043800                      END-IF
043900                   END-IF
044000                END-IF
044100         END-READ.
044200
044300     PARA-ADD-IN-FLIGHT.
044400         INITIALIZE GIDX-REC.
044500         MOVE LOG-GAME-NO TO GIDX-GAME-NO.
044600         MOVE LOG-PLAYER-ID TO GIDX-PLAYER-ID.
044700         SET GIDX-IN-FLIGHT TO TRUE.
044800         MOVE WS-RUN-DATE TO GIDX-ROLL-DATE.
044900         SET WS-NEW-ENTRY TO TRUE.
045000         PERFORM PARA-PUT-ENTRY.
045100         MOVE LOG-PLAYER-ID TO WS-HOLD-PLAYER-ID.
045200         MOVE SPACES TO WS-HOLD-OPPONENT-ID.
045300         ADD 1 TO WS-IN-FLIGHT-COUNT.
045400         MOVE SPACES TO GIDX-LINE.
045500         MOVE "IN FLIGHT AT THE ROLL - GAME" TO GIDX-LINE.
045600         MOVE LOG-GAME-NO TO GIDX-LINE(30:12).
045700         MOVE LOG-PLAYER-ID TO GIDX-LINE(43:8).
045800         MOVE "HAS MOVES BUT NO RESULTS ROW" TO GIDX-LINE(52:28).
045900         WRITE GIDX-LINE.
046000
046100     PARA-FLUSH-MOVES.
046200         MOVE WS-HOLD-GAME-NO TO GIDX-GAME-NO.
046300         MOVE WS-HOLD-PLAYER-ID TO GIDX-PLAYER-ID.
046400         READ GAME-INDEX
046500             INVALID KEY
046600                DISPLAY "GAMEIDX ENTRY LOST FOR GAME "
046700                   WS-HOLD-GAME-NO " - MOVES NOT INDEXED"
046800                MOVE 12 TO RETURN-CODE
046900             NOT INVALID KEY
047000                ADD 1 TO WS-IDX-READ
047100                PERFORM PARA-MERGE-MOVES
047200                MOVE "N" TO WS-NEW-ENTRY-FLAG
047300                PERFORM PARA-PUT-ENTRY
047400         END-READ.
047500         MOVE "N" TO WS-HOLD-FLAG.
047600
047700     PARA-MERGE-MOVES.
047800         IF GIDX-MOV-GEN = 0
047900            MOVE WS-THIS-GEN TO GIDX-MOV-GEN
048000            MOVE WS-HOLD-FIRST TO GIDX-MOV-FIRST
048100         ELSE
048200            IF GIDX-MOV-GEN = WS-THIS-GEN
048300               IF WS-HOLD-FIRST < GIDX-MOV-FIRST
048400                  MOVE WS-HOLD-FIRST TO GIDX-MOV-FIRST
048500               END-IF
048600            ELSE
048700               IF GIDX-MOV-LAST-GEN NOT = WS-THIS-GEN
048800                  ADD 1 TO WS-SPLIT-COUNT
048900                  MOVE SPACES TO GIDX-LINE
049000                  MOVE "MOVES SPLIT ACROSS GENERATIONS - GAME"
049100                     TO GIDX-LINE
049200                  MOVE GIDX-GAME-NO TO GIDX-LINE(39:12)
049300                  MOVE GIDX-PLAYER-ID TO GIDX-LINE(52:8)
049400                  MOVE "FIRST MOVE IN" TO GIDX-LINE(61:13)
049500                  MOVE GIDX-MOV-GEN TO WS-GEN-NAME-NO
049600                  MOVE WS-GEN-NAME TO GIDX-LINE(75:8)
049700                  WRITE GIDX-LINE
049800               END-IF
049900            END-IF
050000         END-IF.
050100         IF GIDX-MOV-LAST-GEN NOT = WS-THIS-GEN
050200            OR WS-HOLD-LAST > GIDX-MOV-LAST
050300            MOVE WS-HOLD-LAST TO GIDX-MOV-LAST
050400         END-IF.
050500         MOVE WS-THIS-GEN TO GIDX-MOV-LAST-GEN.
050600         ADD WS-HOLD-COUNT TO GIDX-MOV-COUNT.
050700         IF WS-HOLD-SET-OPP AND GIDX-OPPONENT-ID = SPACES
050800            MOVE WS-HOLD-OPPONENT-ID TO GIDX-OPPONENT-ID
050900         END-IF.
051000         MOVE WS-RUN-DATE TO GIDX-ROLL-DATE.
051100
051200     PARA-WRITE-CONTROL.
051300         INITIALIZE GIDX-REC.
051400         MOVE 0 TO GIDX-GAME-NO.
051500         MOVE SPACES TO GIDX-PLAYER-ID.
051600         MOVE WS-THIS-GEN TO GIDX-RES-GEN.
051700         MOVE WS-THIS-GEN TO GIDX-MOV-GEN.
051800         MOVE WS-RUN-DATE TO GIDX-ROLL-DATE.
051900         IF WS-CONTROL-FOUND
052000            REWRITE GIDX-REC
052100               INVALID KEY
052200                  DISPLAY "GAMEIDX CONTROL REWRITE FAILED - "
052300                     "STATUS "
052400                     WS-GAMEIDX-STATUS
052500                  MOVE 12 TO RETURN-CODE
052600            END-REWRITE
052700         ELSE
052800            WRITE GIDX-REC
052900               INVALID KEY
053000                  DISPLAY "GAMEIDX CONTROL WRITE FAILED - STATUS "
053100                     WS-GAMEIDX-STATUS
053200                  MOVE 12 TO RETURN-CODE
053300            END-WRITE
053400         END-IF.
053500         IF WS-GAMEIDX-STATUS = "00"
053600            ADD 1 TO WS-IDX-WRITTEN
053700         END-IF.
053800
053900     PARA-PRINT-ROLL-TOTALS.
054000         MOVE SPACES TO GIDX-LINE.
054100         WRITE GIDX-LINE.
054200         MOVE "RESULTS ROWS READ" TO GIDX-LINE.
054300         MOVE WS-RES-READ TO GIDX-LINE(36:9).
054400         WRITE GIDX-LINE.
054500         MOVE SPACES TO GIDX-LINE.
054600         MOVE "MOVESLOG RECORDS READ" TO GIDX-LINE.
054700         MOVE WS-MOV-READ TO GIDX-LINE(36:9).
054800         WRITE GIDX-LINE.
054900         MOVE SPACES TO GIDX-LINE.
055000         MOVE "INDEX ENTRIES ADDED" TO GIDX-LINE.
055100         MOVE WS-ADDED-COUNT TO GIDX-LINE(39:6).
055200         WRITE GIDX-LINE.
055300         MOVE SPACES TO GIDX-LINE.
055400         MOVE "INDEX ENTRY UPDATES" TO GIDX-LINE.
055500         MOVE WS-UPDATED-COUNT TO GIDX-LINE(39:6).
055600         WRITE GIDX-LINE.
055700         MOVE SPACES TO GIDX-LINE.
055800         MOVE "GAMES IN FLIGHT AT THE ROLL" TO GIDX-LINE.
055900         MOVE WS-IN-FLIGHT-COUNT TO GIDX-LINE(39:6).
056000         WRITE GIDX-LINE.
056100         MOVE SPACES TO GIDX-LINE.
056200         MOVE "GAMES SPLIT ACROSS GENERATIONS" TO GIDX-LINE.
056300         MOVE WS-SPLIT-COUNT TO GIDX-LINE(39:6).
056400         WRITE GIDX-LINE.
056500         MOVE SPACES TO GIDX-LINE.
056600         MOVE "DUPLICATE SETTLEMENTS" TO GIDX-LINE.
056700         MOVE WS-DUP-COUNT TO GIDX-LINE(39:6).
056800         WRITE GIDX-LINE.
056900         MOVE SPACES TO GIDX-LINE.
057000         MOVE "ROWS WITH NO GAME NUMBER - RESULTS" TO GIDX-LINE.
057100         MOVE WS-NO-GAME-RES TO GIDX-LINE(39:6).
057200         MOVE "MOVESLOG" TO GIDX-LINE(47:8).
057300         MOVE WS-NO-GAME-MOV TO GIDX-LINE(56:6).
057400         WRITE GIDX-LINE.
057500         DISPLAY "GENERATION INDEXED:     " WS-GEN-NAME.
057600         DISPLAY "RESULTS ROWS READ:      " WS-RES-READ.
057700         DISPLAY "MOVESLOG RECORDS READ:  " WS-MOV-READ.
057800         DISPLAY "INDEX ENTRIES ADDED:    " WS-ADDED-COUNT.
057900         DISPLAY "GAMES IN FLIGHT:        " WS-IN-FLIGHT-COUNT.
058000
058100     PARA-INQUIRY.
058200         IF WS-PARM-VALUE IS NUMERIC
058300            AND WS-PARM-VALUE NOT = ZEROS
058400            MOVE WS-PARM-VALUE TO WS-INQ-GAME-NO
058500         ELSE
058600            DISPLAY "GAME NUMBER MUST BE THE FULL 12 DIGITS"
058700            MOVE 16 TO RETURN-CODE
058800         END-IF.
058900         IF RETURN-CODE < 16
059000            OPEN INPUT GAME-INDEX
059100            IF WS-GAMEIDX-STATUS NOT = "00"
059200               DISPLAY "CANNOT OPEN GAMEIDX - STATUS "
059300                  WS-GAMEIDX-STATUS
059400               MOVE 16 TO RETURN-CODE
059500            ELSE
059600               PERFORM PARA-READ-CONTROL
059700               PERFORM PARA-LIST-GAME
059800               CLOSE GAME-INDEX
059900            END-IF
060000         END-IF.
060100
060200     PARA-LIST-GAME.
060300         MOVE SPACES TO GIDX-LINE.
060400         MOVE "GAME INDEX INQUIRY - GAME" TO GIDX-LINE.
060500         MOVE WS-INQ-GAME-NO TO GIDX-LINE(27:12).
060600         MOVE "LAST GENERATION INDEXED" TO GIDX-LINE(42:23).
060700         MOVE WS-LAST-GEN TO WS-GEN-NAME-NO.
060800         MOVE WS-GEN-NAME TO GIDX-LINE(66:8).
060900         WRITE GIDX-LINE.
061000         MOVE WS-INQ-GAME-NO TO GIDX-GAME-NO.
061100         MOVE LOW-VALUES TO GIDX-PLAYER-ID.
061200         START GAME-INDEX KEY NOT < GIDX-KEY
061300            INVALID KEY
061400               MOVE "10" TO WS-GAMEIDX-STATUS
061500         END-START.
061600         PERFORM PARA-LIST-NEXT
061700            UNTIL WS-GAMEIDX-STATUS NOT = "00".
061800         IF WS-FOUND-COUNT = 0
061900            MOVE SPACES TO GIDX-LINE
062000            WRITE GIDX-LINE
062100            MOVE "NOT IN THE INDEX - NOT ROLLED YET, SO STILL"
062200               TO GIDX-LINE
062300            MOVE "ON THE LIVE MOVESLOG AND RESULTS"
062400               TO GIDX-LINE(44:32)
062500            WRITE GIDX-LINE
062600            DISPLAY "GAME " WS-INQ-GAME-NO " NOT IN GAMEIDX"
062700            MOVE 4 TO RETURN-CODE
062800         ELSE
062900            DISPLAY "GAME " WS-INQ-GAME-NO " INDEX ENTRIES: "
063000               WS-FOUND-COUNT
063100         END-IF.
063200
063300     PARA-LIST-NEXT.
063400         READ GAME-INDEX NEXT
063500             AT END
063600                MOVE "10" TO WS-GAMEIDX-STATUS
063700             NOT AT END
063800                IF GIDX-GAME-NO NOT = WS-INQ-GAME-NO
063900                   MOVE "10" TO WS-GAMEIDX-STATUS
064000                ELSE
064100                   ADD 1 TO WS-FOUND-COUNT
064200                   PERFORM PARA-PRINT-ENTRY
064300                END-IF
064400         END-READ.
064500
064600     PARA-PRINT-ENTRY.
064700         MOVE SPACES TO GIDX-LINE.
064800         WRITE GIDX-LINE.
064900         MOVE "PLAYER" TO GIDX-LINE(3:6).
065000         MOVE GIDX-PLAYER-ID TO GIDX-LINE(10:8).
065100         MOVE "OPPONENT" TO GIDX-LINE(20:8).
065200         MOVE GIDX-OPPONENT-ID TO GIDX-LINE(29:8).
065300         MOVE "WINNER" TO GIDX-LINE(39:6).
065400         MOVE GIDX-WINNER TO GIDX-LINE(46:8).
065500         MOVE "SEASON" TO GIDX-LINE(56:6).
065600         MOVE GIDX-SEASON TO GIDX-LINE(63:4).
065700         WRITE GIDX-LINE.
065800         MOVE SPACES TO GIDX-LINE.
065900         MOVE "SETTLED" TO GIDX-LINE(3:7).
066000         MOVE GIDX-SETTLE-DATE TO GIDX-LINE(11:8).
066100         MOVE GIDX-SETTLE-TIME TO GIDX-LINE(20:6).
066200         MOVE "DISPOSITION" TO GIDX-LINE(28:11).
066300         MOVE GIDX-DISPOSITION TO GIDX-LINE(40:1).
066400         EVALUATE TRUE
066500            WHEN GIDX-IN-FLIGHT
066600               MOVE "IN FLIGHT AT THE ROLL - NOT SETTLED"
066700                  TO GIDX-LINE(43:35)
066800            WHEN GIDX-VOIDED
066900               MOVE "REVERSED - VOIDED BY ADJUSTMENT"
067000                  TO GIDX-LINE(43:31)
067100            WHEN GIDX-CORRECTED
067200               MOVE "RE-SETTLED BY ADJUSTMENT"
067300                  TO GIDX-LINE(43:24)
067400            WHEN OTHER
067500               MOVE "SETTLED" TO GIDX-LINE(43:7)
067600         END-EVALUATE.
067700         WRITE GIDX-LINE.
067800         MOVE SPACES TO GIDX-LINE.
067900         MOVE "RESULTS ROW" TO GIDX-LINE(3:11).
068000         IF GIDX-RES-GEN = 0
068100            MOVE "ROLLED BEFORE THE INDEX EXISTED"
068200               TO GIDX-LINE(15:31)
068300         ELSE
068400            MOVE GIDX-RES-GEN TO WS-GEN-NAME-NO
068500            PERFORM PARA-SET-RELATIVE
068600            MOVE "PROD.BATTLE.RESULTS.HIST." TO GIDX-LINE(15:25)
068700            MOVE WS-GEN-NAME TO GIDX-LINE(40:8)
068800            MOVE "RELATIVE" TO GIDX-LINE(50:8)
068900            MOVE WS-REL-GEN-OUT TO GIDX-LINE(58:5)
069000            MOVE "RECORD" TO GIDX-LINE(65:6)
069100            MOVE GIDX-RES-POS TO GIDX-LINE(72:9)
069200         END-IF.
069300         WRITE GIDX-LINE.
069400         IF GIDX-ADJ-COUNT > 0
069500            MOVE SPACES TO GIDX-LINE
069600            MOVE "ADJUSTMENT ROWS" TO GIDX-LINE(3:15)
069700            MOVE GIDX-ADJ-COUNT TO GIDX-LINE(19:2)
069800            MOVE "LATEST IN" TO GIDX-LINE(23:9)
069900            MOVE GIDX-ADJ-GEN TO WS-GEN-NAME-NO
070000            MOVE WS-GEN-NAME TO GIDX-LINE(33:8)
070100            MOVE "RECORD" TO GIDX-LINE(42:6)
070200            MOVE GIDX-ADJ-POS TO GIDX-LINE(49:9)
070300            WRITE GIDX-LINE
070400         END-IF.
070500         MOVE SPACES TO GIDX-LINE.
070600         MOVE "MOVESLOG" TO GIDX-LINE(3:8).
070700         IF GIDX-MOV-GEN = 0
070800            MOVE "NO MOVES INDEXED" TO GIDX-LINE(15:16)
070900            WRITE GIDX-LINE
071000         ELSE
071100            MOVE GIDX-MOV-GEN TO WS-GEN-NAME-NO
071200            PERFORM PARA-SET-RELATIVE
071300            MOVE "PROD.BATTLE.MOVESLOG.HIST." TO GIDX-LINE(15:26)
071400            MOVE WS-GEN-NAME TO GIDX-LINE(41:8)
071500            MOVE "RELATIVE" TO GIDX-LINE(51:8)
071600            MOVE WS-REL-GEN-OUT TO GIDX-LINE(59:5)
071700            MOVE "RECORDS" TO GIDX-LINE(66:7)
071800            MOVE GIDX-MOV-FIRST TO GIDX-LINE(74:9)
071900            MOVE "-" TO GIDX-LINE(84:1)
072000            IF GIDX-MOV-LAST-GEN = GIDX-MOV-GEN
072100               MOVE GIDX-MOV-LAST TO GIDX-LINE(86:9)
072200            END-IF
072300            MOVE "MOVES" TO GIDX-LINE(97:5)
072400            MOVE GIDX-MOV-COUNT TO GIDX-LINE(103:6)
072500            WRITE GIDX-LINE
072600            IF GIDX-MOV-LAST-GEN NOT = GIDX-MOV-GEN
072700               MOVE SPACES TO GIDX-LINE
072800               MOVE "CONTINUED IN" TO GIDX-LINE(3:12)
072900               MOVE GIDX-MOV-LAST-GEN TO WS-GEN-NAME-NO
073000               MOVE WS-GEN-NAME TO GIDX-LINE(16:8)
073100               MOVE "THRU RECORD" TO GIDX-LINE(25:11)
073200               MOVE GIDX-MOV-LAST TO GIDX-LINE(37:9)
073300               WRITE GIDX-LINE
073400            END-IF
073500            MOVE SPACES TO GIDX-LINE
073600            MOVE "REPLAY WITH BATRPLJB - GEN=" TO GIDX-LINE(3:27)
073700            MOVE GIDX-MOV-GEN TO WS-GEN-NAME-NO
073800            MOVE WS-GEN-NAME TO GIDX-LINE(30:8)
073900            MOVE "PARM='" TO GIDX-LINE(40:6)
074000            MOVE GIDX-PLAYER-ID TO GIDX-LINE(46:8)
074100            MOVE "," TO GIDX-LINE(54:1)
074200            MOVE GIDX-GAME-NO TO GIDX-LINE(55:12)
074300            MOVE "'" TO GIDX-LINE(67:1)
074400            WRITE GIDX-LINE
074500         END-IF.
074600
074700     PARA-SET-RELATIVE.
074800*        THE GDG RELATIVE NUMBER HOLDS ONLY WHILE NO ROLL HAS RUN
074900*        SINCE THIS INQUIRY - THE ABSOLUTE NAME ALWAYS HOLDS.
075000         COMPUTE WS-REL-GEN = WS-GEN-NAME-NO - WS-LAST-GEN.
075100         MOVE WS-REL-GEN TO WS-REL-GEN-OUT.
075200
075300     PARA-WRITE-RUNLOG.
075400*        ONLY THE ROLL IS JOURNALLED. THE HISTORY FILES CARRY
075500*        THEIR OWN DD NAMES SO THE MORNING BALANCE DOES NOT TAKE
075600*        THEM FOR THE LIVE RESULTS AND MOVESLOG.
075700         OPEN EXTEND RUNLOG-FILE.
075800         IF WS-RUNLOG-STATUS NOT = "00"
075900            OPEN OUTPUT RUNLOG-FILE
076000         END-IF.
076100         IF WS-RUNLOG-STATUS NOT = "00"
076200            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
076300               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
076400         ELSE
076500            INITIALIZE RCTL-REC
076600            MOVE "BATGIDX" TO RCTL-PROGRAM
076700            MOVE WS-CURRENT-DATE-TIME(1:8) TO RCTL-RUN-DATE
076800            MOVE WS-CURRENT-DATE-TIME(9:6) TO RCTL-RUN-TIME
076900            MOVE WS-COMMAND-LINE TO RCTL-PARM
077000            MOVE RETURN-CODE TO RCTL-RETURN-CODE
077100            MOVE 3 TO RCTL-FILE-COUNT
077200            MOVE "RESHIST" TO RCTL-FILE-DD(1)
077300            MOVE WS-RES-READ TO RCTL-FILE-READ(1)
077400            MOVE "MOVHIST" TO RCTL-FILE-DD(2)
077500            MOVE WS-MOV-READ TO RCTL-FILE-READ(2)
077600            MOVE "GAMEIDX" TO RCTL-FILE-DD(3)
077700            MOVE WS-IDX-READ TO RCTL-FILE-READ(3)
077800            MOVE WS-IDX-WRITTEN TO RCTL-FILE-WRITTEN(3)
077900            WRITE RCTL-REC
078000            CLOSE RUNLOG-FILE
078100         END-IF.
