000100 IDENTIFICATION DIVISION.
000200     PROGRAM-ID. BATVRFY.
000300 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT GAME-STORE ASSIGN TO "GAMESTOR"
000700             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS DYNAMIC
000900             RECORD KEY IS GAME-PLAYER-ID
001000             FILE STATUS IS WS-GAME-STORE-STATUS.
001100         SELECT VRFYRPT ASSIGN TO "VRFYRPT"
001200             ORGANIZATION IS LINE SEQUENTIAL
001300             FILE STATUS IS WS-VRFYRPT-STATUS.
001400         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001500             ORGANIZATION IS LINE SEQUENTIAL
001600             FILE STATUS IS WS-RUNLOG-STATUS.
001700 DATA DIVISION.
001800     FILE SECTION.
001900     FD  GAME-STORE.
002000         COPY "GAMESTAT.cpy".
002100     FD  VRFYRPT.
002200     01  VRFY-LINE                PIC X(132).
002300     FD  RUNLOG-FILE.
002400         COPY "RUNLOG.cpy".
002500     WORKING-STORAGE SECTION.
002600     01  WS-FILE-STATUSES.
002700         05 WS-GAME-STORE-STATUS  PIC X(2) VALUE "00".
002800         05 WS-VRFYRPT-STATUS     PIC X(2) VALUE "00".
002900         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
003000     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
003100     01  WS-RUN-MODE              PIC X(1) VALUE "V".
003200         88 WS-REPAIR-RUN         VALUE "R".
003300*        PARM R REWRITES EVERY RECORD WHOSE DERIVABLE COUNTERS
003400*        DISAGREE WITH ITS OWN BOARDS. ANY OTHER PARM ONLY
003500*        REPORTS. THE BOARDS ARE ALWAYS TAKEN AS THE TRUTH - A
003600*        BOARD THAT DISAGREES WITH ITSELF OR WITH ITS MIRROR IS
003700*        REPORTED FOR THE OPERATOR, NEVER REWRITTEN.
003800     01  WS-CURRENT-DATE-TIME     PIC X(21).
003900     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
004000     01  WS-RUN-TIME              PIC 9(6) VALUE 0.
004100     01  WS-SHIP-CHARS            PIC X(20)
004200             VALUE "ABCDEFGHIJKLMNOPQRST".
004300     01  WS-SUBSCRIPTS.
004400         05 WS-CELL               PIC 9(3) VALUE 0.
004500         05 K                     PIC 9(2) VALUE 0.
004600         05 WS-SHIP-NO            PIC 9(2) VALUE 0.
004700     01  WS-BOARD-COUNTS.
004800         05 WS-BP-HITS            PIC 9(4) VALUE 0.
004900         05 WS-BP-MISS            PIC 9(4) VALUE 0.
005000         05 WS-BC-HITS            PIC 9(4) VALUE 0.
005100         05 WS-BC-MISS            PIC 9(4) VALUE 0.
005200         05 WS-CELL-BAD-P         PIC 9(4) VALUE 0.
005300         05 WS-CELL-BAD-C         PIC 9(4) VALUE 0.
005400*        BP IS THE OWNING PLAYERS BOARD (SHOTS TAKEN AGAINST
005500*        THEM), BC THE OPPONENTS (SHOTS THE PLAYER FIRED). A CELL
005600*        IS BAD WHEN THE SHOT MARK AND THE FLEET UNDER IT DISAGREE
005700*        - A HIT WITHOUT AN X ON THE SHIP, OR A MISS ON A SHIP.
005800     01  WS-LIVE-TABLE-P.
005900         05 WS-LIVE-P             PIC 9(3) OCCURS 20 TIMES.
006000     01  WS-LIVE-TABLE-C.
006100         05 WS-LIVE-C             PIC 9(3) OCCURS 20 TIMES.
006200*        UNHIT A-T CELLS PER SHIP NUMBER ON EACH FLEET.
006300     01  WS-ROSTER.
006400         05 WS-RST-ENTRY OCCURS 20 TIMES.
006500            10 WS-RST-FLEET-IDX   PIC 9(2).
006600            10 WS-RST-CELLS-LEFT  PIC 9(2).
006700            10 WS-RST-SUNK-FLAG   PIC X(1).
006800     01  WS-ROSTER-X REDEFINES WS-ROSTER PIC X(100).
006900     01  WS-LIVE-TABLE.
007000         05 WS-LIVE               PIC 9(3) OCCURS 20 TIMES.
007100     01  WS-RST-SHIP-COUNT        PIC 9(2) VALUE 0.
007200     01  WS-RST-SUNK-COUNT        PIC 9(2) VALUE 0.
007300     01  WS-RST-SUNK-DERIVED      PIC 9(2) VALUE 0.
007400     01  WS-RST-SIDE              PIC X(3) VALUE SPACES.
007500*        ONE FLEETS ROSTER, ITS LIVE CELL COUNTS AND ITS SHIP AND
007600*        SUNK COUNTS ARE COPIED HERE SO ONE SET OF CHECKS SERVES
007700*        BOTH FLEETS. "OWN" IS THE OWNING PLAYERS FLEET, "OPP"
007800*        THE OPPONENTS.
007900     01  WS-CHECK-FIELDS.
008000         05 WS-CHK-TEXT           PIC X(30) VALUE SPACES.
008010*        FILLS THE VRFYRPT CHECK COLUMN - A BUILT MESSAGE TOO
008020*        LONG FOR IT ENDS IN "+" RATHER THAN BEING CUT SILENTLY.
008100         05 WS-CHK-RECORDED       PIC 9(4) VALUE 0.
008200         05 WS-CHK-DERIVED        PIC 9(4) VALUE 0.
008300         05 WS-CHK-KIND           PIC X(1) VALUE "R".
008400            88 WS-CHK-REPAIRABLE  VALUE "R".
008500            88 WS-CHK-BOARD       VALUE "B".
008600         05 WS-CHK-VALUES-FLAG    PIC X(1) VALUE "Y".
008700            88 WS-CHK-VALUES      VALUE "Y".
008800     01  WS-FIX-FLAG              PIC X(1) VALUE "N".
008900         88 WS-CAN-FIX            VALUE "Y".
009000     01  WS-REC-FIXES             PIC 9(4) VALUE 0.
009100     01  WS-REC-ISSUES            PIC 9(4) VALUE 0.
009200     01  WS-VOLLEY-MAX            PIC 9(2) VALUE 0.
009210     01  WS-VOLLEY-MAX-COM        PIC 9(2) VALUE 0.
009220     01  WS-HCAP-OK-FLAG          PIC X(1) VALUE "N".
009230         88 WS-HCAP-OK            VALUE "Y".
009300     01  WS-SELF-FIELDS.
009400         05 WS-SELF-KEY           PIC X(8).
009500         05 WS-SELF-STATUS        PIC X(1).
009600         05 WS-SELF-GAME-NO       PIC 9(12).
009700         05 WS-SELF-IN-USE        PIC X(1).
009800         05 WS-SELF-SALVO         PIC X(1).
009900         05 WS-SELF-SIDE          PIC X(1).
010000         05 WS-SELF-OPPONENT      PIC X(8).
010100         05 WS-SELF-BORAD         PIC X(100).
010200         05 WS-SELF-SHIPS         PIC X(100).
010300         05 WS-SELF-BORAD-COM     PIC X(100).
010400         05 WS-SELF-SHIPS-COM     PIC X(100).
010500         05 WS-SELF-SHOTS         PIC 9(4).
010600         05 WS-SELF-SHOTS-COM     PIC 9(4).
010700         05 WS-SELF-HITS-P        PIC 9(4).
010800         05 WS-SELF-MISS-P        PIC 9(4).
010900         05 WS-SELF-HITS-C        PIC 9(4).
011000         05 WS-SELF-MISS-C        PIC 9(4).
011100         05 WS-SELF-COUNT         PIC 9(2).
011200         05 WS-SELF-COUNT-COM     PIC 9(2).
011300         05 WS-SELF-SUNK-P        PIC 9(2).
011400         05 WS-SELF-SUNK-C        PIC 9(2).
011500         05 WS-SELF-TBL           PIC X(100).
011600         05 WS-SELF-TBL-COM       PIC X(100).
011700         05 WS-SELF-VOLLEY        PIC 9(2).
011800         05 WS-SELF-VOLLEY-COM    PIC 9(2).
011810         05 WS-SELF-HCAP-OK       PIC X(1).
011815         05 WS-SELF-HCAP-TYPE     PIC X(1).
011820         05 WS-SELF-HCAP-STRONG   PIC X(1).
011825         05 WS-SELF-HCAP-AMOUNT   PIC 9(2).
011830         05 WS-SELF-HCAP-DROP     PIC 9(2).
011835         05 WS-SELF-HCAP-CREDIT   PIC 9(3).
011840         05 WS-SELF-HCAP-OPEN     PIC 9(2).
011845         05 WS-SELF-RATING-PLR    PIC 9(4).
011850         05 WS-SELF-RATING-OPP    PIC 9(4).
011900*        A HEAD-TO-HEAD RECORD HELD WHILE ITS PARTNER IS READ -
012000*        THE PARTNER MUST CARRY THE SAME GAME WITH EVERY BOARD,
012100*        COUNTER AND ROSTER SWAPPED TO ITS OWN POINT OF VIEW.
012200     01  WS-SIDE-EXPECT           PIC X(1) VALUE SPACE.
012300     01  WS-PARTNER-FLAG          PIC X(1) VALUE "N".
012400         88 WS-PARTNER-FOUND      VALUE "Y".
012500     01  WS-COUNTERS.
012600         05 WS-REC-READ           PIC 9(9) VALUE 0.
012700         05 WS-PARTNER-READ       PIC 9(9) VALUE 0.
012800         05 WS-REC-WRITTEN        PIC 9(9) VALUE 0.
012900         05 WS-BAD-RECORDS        PIC 9(6) VALUE 0.
013000         05 WS-ISSUE-COUNT        PIC 9(6) VALUE 0.
013100         05 WS-FIXED-COUNT        PIC 9(6) VALUE 0.
013200         05 WS-OPEN-COUNT         PIC 9(6) VALUE 0.
013300         05 WS-PAIR-COUNT         PIC 9(6) VALUE 0.
013400         05 WS-MIRROR-COUNT       PIC 9(6) VALUE 0.
013500         05 WS-INUSE-SKIPPED      PIC 9(6) VALUE 0.
013600 PROCEDURE DIVISION.
013700     PARA-MAIN.
013800         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
013900         IF WS-COMMAND-LINE(1:1) = "R"
014000            MOVE "R" TO WS-RUN-MODE
014100         END-IF.
014200         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
014300         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
014400         MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME.
014500         IF WS-REPAIR-RUN
014600            OPEN I-O GAME-STORE
014700         ELSE
014800            OPEN INPUT GAME-STORE
014900         END-IF.
015000         IF WS-GAME-STORE-STATUS NOT = "00"
015100            DISPLAY "CANNOT OPEN GAMESTOR - STATUS "
015200               WS-GAME-STORE-STATUS
015300            MOVE 16 TO RETURN-CODE
015400            PERFORM PARA-END-RUN
015500         END-IF.
015600         OPEN OUTPUT VRFYRPT.
015700         IF WS-VRFYRPT-STATUS NOT = "00"
015800            DISPLAY "CANNOT OPEN VRFYRPT - STATUS "
015900               WS-VRFYRPT-STATUS
016000            CLOSE GAME-STORE
016100            MOVE 16 TO RETURN-CODE
016200            PERFORM PARA-END-RUN
016300         END-IF.
016400         PERFORM PARA-PRINT-HEADER.
016500         MOVE LOW-VALUES TO GAME-PLAYER-ID.
016600         START GAME-STORE KEY NOT < GAME-PLAYER-ID
016700            INVALID KEY
016800               MOVE "10" TO WS-GAME-STORE-STATUS
016900         END-START.
017000         PERFORM UNTIL WS-GAME-STORE-STATUS NOT = "00"
017100            READ GAME-STORE NEXT
017200               AT END
017300                  MOVE "10" TO WS-GAME-STORE-STATUS
017400               NOT AT END
017500                  ADD 1 TO WS-REC-READ
017600                  PERFORM PARA-VERIFY-RECORD
017700            END-READ
017800         END-PERFORM.
017900         PERFORM PARA-PRINT-MIRROR-HEADER.
018000         MOVE "00" TO WS-GAME-STORE-STATUS.
018100         MOVE LOW-VALUES TO GAME-PLAYER-ID.
018200         START GAME-STORE KEY NOT < GAME-PLAYER-ID
018300            INVALID KEY
018400               MOVE "10" TO WS-GAME-STORE-STATUS
018500         END-START.
018600         PERFORM UNTIL WS-GAME-STORE-STATUS NOT = "00"
018700            READ GAME-STORE NEXT
018800               AT END
018900                  MOVE "10" TO WS-GAME-STORE-STATUS
019000               NOT AT END
019100                  IF GAME-OPPONENT-ID NOT = SPACES AND
019200                     GAME-OPPONENT-ID NOT = "COMPUTER"
019300                     PERFORM PARA-CHECK-PAIR
019400                  END-IF
019500            END-READ
019600         END-PERFORM.
019700         CLOSE GAME-STORE.
019800         PERFORM PARA-PRINT-TOTALS.
019900         CLOSE VRFYRPT.
020000         IF RETURN-CODE < 8
020100            IF WS-OPEN-COUNT > 0
020200               MOVE 8 TO RETURN-CODE
020300            ELSE
020400               IF WS-FIXED-COUNT > 0
020500                  MOVE 4 TO RETURN-CODE
020600               END-IF
020700            END-IF
020800         END-IF.
020900         PERFORM PARA-END-RUN.
021000
021100     PARA-PRINT-HEADER.
021200         MOVE SPACES TO VRFY-LINE.
021300         MOVE "GAMESTOR CONSISTENCY VERIFICATION" TO VRFY-LINE.
021400         MOVE "RUN" TO VRFY-LINE(40:3).
021500         MOVE WS-RUN-DATE TO VRFY-LINE(44:8).
021600         MOVE WS-RUN-TIME TO VRFY-LINE(53:6).
021700         IF WS-REPAIR-RUN
021800            MOVE "REPAIR MODE" TO VRFY-LINE(62:11)
021900         ELSE
022000            MOVE "REPORT ONLY" TO VRFY-LINE(62:11)
022100         END-IF.
022200         WRITE VRFY-LINE.
022300         MOVE SPACES TO VRFY-LINE.
022400         WRITE VRFY-LINE.
022500         MOVE "RECORD DISCREPANCIES - EACH RECORD AGAINST"
022600            TO VRFY-LINE.
022700         MOVE "ITS OWN BOARDS" TO VRFY-LINE(43:14).
022800         WRITE VRFY-LINE.
022900         PERFORM PARA-PRINT-COLUMNS.
023000
023100     PARA-PRINT-COLUMNS.
023200         MOVE SPACES TO VRFY-LINE.
023300         MOVE "PLAYER" TO VRFY-LINE(1:6).
023400         MOVE "GAME NUMBER" TO VRFY-LINE(11:11).
023500         MOVE "ST" TO VRFY-LINE(25:2).
023600         MOVE "CHECK" TO VRFY-LINE(29:5).
023700         MOVE "ON RECORD" TO VRFY-LINE(61:9).
023800         MOVE "FROM BOARD" TO VRFY-LINE(72:10).
023900         MOVE "ACTION" TO VRFY-LINE(85:6).
024000         WRITE VRFY-LINE.
024100
024200     PARA-VERIFY-RECORD.
024300         MOVE 0 TO WS-REC-FIXES.
024400         MOVE 0 TO WS-REC-ISSUES.
024500         MOVE "N" TO WS-FIX-FLAG.
024600         IF WS-REPAIR-RUN AND NOT GAME-IN-USE
024700            SET WS-CAN-FIX TO TRUE
024800         END-IF.
024900         PERFORM PARA-SCAN-BOARDS.
025000         PERFORM PARA-CHECK-SHOT-COUNTERS.
025100         PERFORM PARA-CHECK-CELLS.
025200         MOVE "OWN" TO WS-RST-SIDE.
025300         MOVE GAME-SHIP-TBL-DATA TO WS-ROSTER-X.
025400         MOVE WS-LIVE-TABLE-P TO WS-LIVE-TABLE.
025500         MOVE GAME-SHIP-COUNT TO WS-RST-SHIP-COUNT.
025600         MOVE GAME-SHIPS-SUNK-PLR TO WS-RST-SUNK-COUNT.
025700         PERFORM PARA-CHECK-ROSTER.
025800         IF WS-CAN-FIX
025900            MOVE WS-ROSTER-X TO GAME-SHIP-TBL-DATA
026000            MOVE WS-RST-SUNK-COUNT TO GAME-SHIPS-SUNK-PLR
026100         END-IF.
026200         MOVE "OPP" TO WS-RST-SIDE.
026300         MOVE GAME-SHIP-TBL-COM-DATA TO WS-ROSTER-X.
026400         MOVE WS-LIVE-TABLE-C TO WS-LIVE-TABLE.
026500         MOVE GAME-SHIP-COUNT-COM TO WS-RST-SHIP-COUNT.
026600         MOVE GAME-SHIPS-SUNK-COM TO WS-RST-SUNK-COUNT.
026700         PERFORM PARA-CHECK-ROSTER.
026800         IF WS-CAN-FIX
026900            MOVE WS-ROSTER-X TO GAME-SHIP-TBL-COM-DATA
027000            MOVE WS-RST-SUNK-COUNT TO GAME-SHIPS-SUNK-COM
027100         END-IF.
027200         PERFORM PARA-CHECK-VOLLEY.
027300         IF WS-REC-ISSUES > 0
027400            ADD 1 TO WS-BAD-RECORDS
027500         END-IF.
027600         IF WS-REC-FIXES > 0
027700            IF WS-CAN-FIX
027800               REWRITE GAME-REC
027900                  INVALID KEY
028000                     DISPLAY "REWRITE FAILED FOR " GAME-PLAYER-ID
028100                        " - STATUS " WS-GAME-STORE-STATUS
028200                     MOVE 12 TO RETURN-CODE
028300                  NOT INVALID KEY
028400                     ADD 1 TO WS-REC-WRITTEN
028500               END-REWRITE
028600            ELSE
028700               IF WS-REPAIR-RUN
028800                  ADD 1 TO WS-INUSE-SKIPPED
028900               END-IF
029000            END-IF
029100         END-IF.
029200
029300     PARA-SCAN-BOARDS.
029400         MOVE 0 TO WS-BP-HITS WS-BP-MISS WS-BC-HITS WS-BC-MISS.
029500         MOVE 0 TO WS-CELL-BAD-P WS-CELL-BAD-C.
029600         PERFORM VARYING K FROM 1 BY 1 UNTIL K > 20
029700            MOVE 0 TO WS-LIVE-P(K)
029800            MOVE 0 TO WS-LIVE-C(K)
029900         END-PERFORM.
030000         PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 100
030100            PERFORM PARA-SCAN-ONE-CELL
030200         END-PERFORM.
030300
030400     PARA-SCAN-ONE-CELL.
030500         EVALUATE GAME-BORAD-DATA(WS-CELL:1)
030600            WHEN "X"
030700               ADD 1 TO WS-BP-HITS
030800               IF GAME-SHIPS-DATA(WS-CELL:1) NOT = "X"
030900                  ADD 1 TO WS-CELL-BAD-P
031000               END-IF
031100            WHEN "*"
031200               ADD 1 TO WS-BP-MISS
031300               IF GAME-SHIPS-DATA(WS-CELL:1) NOT = "*"
031400                  ADD 1 TO WS-CELL-BAD-P
031500               END-IF
031600            WHEN OTHER
031700               IF GAME-SHIPS-DATA(WS-CELL:1) = "X"
031800                  ADD 1 TO WS-CELL-BAD-P
031900               END-IF
032000         END-EVALUATE.
032100         EVALUATE GAME-BORAD-COM-DATA(WS-CELL:1)
032200            WHEN "X"
032300               ADD 1 TO WS-BC-HITS
032400               IF GAME-SHIPS-COM-DATA(WS-CELL:1) NOT = "X"
032500                  ADD 1 TO WS-CELL-BAD-C
032600               END-IF
032700            WHEN "*"
032800               ADD 1 TO WS-BC-MISS
032900               IF GAME-SHIPS-COM-DATA(WS-CELL:1) NOT = "*"
033000                  ADD 1 TO WS-CELL-BAD-C
033100               END-IF
033200            WHEN OTHER
033300               IF GAME-SHIPS-COM-DATA(WS-CELL:1) = "X"
033400                  ADD 1 TO WS-CELL-BAD-C
033500               END-IF
033600         END-EVALUATE.
033700         PERFORM VARYING K FROM 1 BY 1 UNTIL K > 20
033800            IF GAME-SHIPS-DATA(WS-CELL:1) = WS-SHIP-CHARS(K:1)
033900               ADD 1 TO WS-LIVE-P(K)
034000            END-IF
034100            IF GAME-SHIPS-COM-DATA(WS-CELL:1) = WS-SHIP-CHARS(K:1)
034200               ADD 1 TO WS-LIVE-C(K)
034300            END-IF
034400         END-PERFORM.
034500
034600     PARA-CHECK-SHOT-COUNTERS.
034700*        THE X AND * MARKS ON THE TWO SHOT BOARDS ARE THE HITS
034800*        AND MISSES OF EACH SIDE, AND EVERY SHOT IS ONE OR THE
034900*        OTHER.
035000         SET WS-CHK-REPAIRABLE TO TRUE.
035100         MOVE "Y" TO WS-CHK-VALUES-FLAG.
035200         IF GAME-HITS-PLAYER NOT = WS-BC-HITS
035300            MOVE "PLAYER HITS VS X ON OPP BOARD" TO WS-CHK-TEXT
035400            MOVE GAME-HITS-PLAYER TO WS-CHK-RECORDED
035500            MOVE WS-BC-HITS TO WS-CHK-DERIVED
035600            PERFORM PARA-REPORT-ISSUE
035700            IF WS-CAN-FIX
035800               MOVE WS-BC-HITS TO GAME-HITS-PLAYER
035900            END-IF
036000         END-IF.
036100         IF GAME-MISS-PLAYER NOT = WS-BC-MISS
036200            MOVE "PLAYER MISSES VS * ON OPP BRD" TO WS-CHK-TEXT
036300            MOVE GAME-MISS-PLAYER TO WS-CHK-RECORDED
036400            MOVE WS-BC-MISS TO WS-CHK-DERIVED
036500            PERFORM PARA-REPORT-ISSUE
036600            IF WS-CAN-FIX
036700               MOVE WS-BC-MISS TO GAME-MISS-PLAYER
036800            END-IF
036900         END-IF.
037000         IF GAME-SHOTS-FIRED NOT = WS-BC-HITS + WS-BC-MISS
037100            MOVE "PLAYER SHOTS VS MARKS ON OPP" TO WS-CHK-TEXT
037200            MOVE GAME-SHOTS-FIRED TO WS-CHK-RECORDED
037300            COMPUTE WS-CHK-DERIVED = WS-BC-HITS + WS-BC-MISS
037400            PERFORM PARA-REPORT-ISSUE
037500            IF WS-CAN-FIX
037600               MOVE WS-CHK-DERIVED TO GAME-SHOTS-FIRED
037700            END-IF
037800         END-IF.
037900         IF GAME-HITS-COMPUTER NOT = WS-BP-HITS
038000            MOVE "OPP HITS VS X ON OWN BOARD" TO WS-CHK-TEXT
038100            MOVE GAME-HITS-COMPUTER TO WS-CHK-RECORDED
038200            MOVE WS-BP-HITS TO WS-CHK-DERIVED
038300            PERFORM PARA-REPORT-ISSUE
038400            IF WS-CAN-FIX
038500               MOVE WS-BP-HITS TO GAME-HITS-COMPUTER
038600            END-IF
038700         END-IF.
038800         IF GAME-MISS-COMPUTER NOT = WS-BP-MISS
038900            MOVE "OPP MISSES VS * ON OWN BOARD" TO WS-CHK-TEXT
039000            MOVE GAME-MISS-COMPUTER TO WS-CHK-RECORDED
039100            MOVE WS-BP-MISS TO WS-CHK-DERIVED
039200            PERFORM PARA-REPORT-ISSUE
039300            IF WS-CAN-FIX
039400               MOVE WS-BP-MISS TO GAME-MISS-COMPUTER
039500            END-IF
039600         END-IF.
039700         IF GAME-SHOTS-FIRED-COM NOT = WS-BP-HITS + WS-BP-MISS
039800            MOVE "OPP SHOTS VS MARKS ON OWN" TO WS-CHK-TEXT
039900            MOVE GAME-SHOTS-FIRED-COM TO WS-CHK-RECORDED
040000            COMPUTE WS-CHK-DERIVED = WS-BP-HITS + WS-BP-MISS
040100            PERFORM PARA-REPORT-ISSUE
040200            IF WS-CAN-FIX
040300               MOVE WS-CHK-DERIVED TO GAME-SHOTS-FIRED-COM
040400            END-IF
040500         END-IF.
040600
040700     PARA-CHECK-CELLS.
040800         SET WS-CHK-BOARD TO TRUE.
040900         MOVE "N" TO WS-CHK-VALUES-FLAG.
041000         IF WS-CELL-BAD-P > 0
041100            MOVE "OWN SHOT MARKS VS OWN FLEET" TO WS-CHK-TEXT
041200            MOVE WS-CELL-BAD-P TO WS-CHK-DERIVED
041300            PERFORM PARA-REPORT-ISSUE
041400         END-IF.
041500         IF WS-CELL-BAD-C > 0
041600            MOVE "OPP SHOT MARKS VS OPP FLEET" TO WS-CHK-TEXT
041700            MOVE WS-CELL-BAD-C TO WS-CHK-DERIVED
041800            PERFORM PARA-REPORT-ISSUE
041900         END-IF.
042000
042100     PARA-CHECK-ROSTER.
042200*        SHIP K OWNS THE CELLS MARKED WITH THE KTH LETTER A-T.
042300*        ITS CELLS-LEFT MUST BE THE UNHIT CELLS STILL CARRYING
042400*        THE LETTER AND IT IS SUNK EXACTLY WHEN NONE ARE LEFT.
042500*        ENTRIES PAST THE SHIP COUNT ARE UNUSED AND MUST NOT
042600*        OWN ANY CELL.
042700         MOVE 0 TO WS-RST-SUNK-DERIVED.
042800         PERFORM VARYING K FROM 1 BY 1 UNTIL K > 20
042900            IF K > WS-RST-SHIP-COUNT
043000               PERFORM PARA-CHECK-UNUSED-ENTRY
043100            ELSE
043200               PERFORM PARA-CHECK-ROSTER-ENTRY
043300            END-IF
043400         END-PERFORM.
043500         IF WS-RST-SUNK-COUNT NOT = WS-RST-SUNK-DERIVED
043600            SET WS-CHK-REPAIRABLE TO TRUE
043700            MOVE "Y" TO WS-CHK-VALUES-FLAG
043800            MOVE SPACES TO WS-CHK-TEXT
043900            STRING WS-RST-SIDE " SHIPS SUNK VS SUNK FLAGS"
044000               DELIMITED BY SIZE INTO WS-CHK-TEXT
044030               ON OVERFLOW
044060                  MOVE "+" TO WS-CHK-TEXT(30:1)
044100            END-STRING
044200            MOVE WS-RST-SUNK-COUNT TO WS-CHK-RECORDED
044300            MOVE WS-RST-SUNK-DERIVED TO WS-CHK-DERIVED
044400            PERFORM PARA-REPORT-ISSUE
044500            IF WS-CAN-FIX
044600               MOVE WS-RST-SUNK-DERIVED TO WS-RST-SUNK-COUNT
044700            END-IF
044800         END-IF.
044900
045000     PARA-CHECK-ROSTER-ENTRY.
045100         MOVE K TO WS-SHIP-NO.
045200         IF WS-RST-FLEET-IDX(K) IS NOT NUMERIC OR
045300            WS-RST-FLEET-IDX(K) = 0
045400            SET WS-CHK-BOARD TO TRUE
045500            MOVE "N" TO WS-CHK-VALUES-FLAG
045600            MOVE SPACES TO WS-CHK-TEXT
045700            STRING WS-RST-SIDE " SHIP " WS-SHIP-NO
045800               " HAS NO ROSTER ROW" DELIMITED BY SIZE
045900               INTO WS-CHK-TEXT
045930               ON OVERFLOW
045960                  MOVE "+" TO WS-CHK-TEXT(30:1)
046000            END-STRING
046100            PERFORM PARA-REPORT-ISSUE
046200         END-IF.
046300         IF WS-RST-CELLS-LEFT(K) IS NOT NUMERIC OR
046400            WS-RST-CELLS-LEFT(K) NOT = WS-LIVE(K)
046500            SET WS-CHK-REPAIRABLE TO TRUE
046600            MOVE "Y" TO WS-CHK-VALUES-FLAG
046700            MOVE SPACES TO WS-CHK-TEXT
046800            STRING WS-RST-SIDE " SHIP " WS-SHIP-NO
046900               " CELLS LEFT VS BRD" DELIMITED BY SIZE
047000               INTO WS-CHK-TEXT
047030               ON OVERFLOW
047060                  MOVE "+" TO WS-CHK-TEXT(30:1)
047100            END-STRING
047200            IF WS-RST-CELLS-LEFT(K) IS NUMERIC
047300               MOVE WS-RST-CELLS-LEFT(K) TO WS-CHK-RECORDED
047400            ELSE
047500               MOVE 0 TO WS-CHK-RECORDED
047600            END-IF
047700            MOVE WS-LIVE(K) TO WS-CHK-DERIVED
047800            PERFORM PARA-REPORT-ISSUE
047900            IF WS-CAN-FIX
048000               MOVE WS-LIVE(K) TO WS-RST-CELLS-LEFT(K)
048100            END-IF
048200         END-IF.
048300         IF WS-LIVE(K) = 0
048400            ADD 1 TO WS-RST-SUNK-DERIVED
048500            IF WS-RST-SUNK-FLAG(K) NOT = "Y"
048600               SET WS-CHK-REPAIRABLE TO TRUE
048700               MOVE "N" TO WS-CHK-VALUES-FLAG
048800               MOVE SPACES TO WS-CHK-TEXT
048900               STRING WS-RST-SIDE " SHIP " WS-SHIP-NO
049000                  " SUNK NOT FLAGGED" DELIMITED BY SIZE
049100                  INTO WS-CHK-TEXT
049130                  ON OVERFLOW
049160                     MOVE "+" TO WS-CHK-TEXT(30:1)
049200               END-STRING
049300               PERFORM PARA-REPORT-ISSUE
049400               IF WS-CAN-FIX
049500                  MOVE "Y" TO WS-RST-SUNK-FLAG(K)
049600               END-IF
049700            END-IF
049800         ELSE
049900            IF WS-RST-SUNK-FLAG(K) NOT = "N"
050000               SET WS-CHK-REPAIRABLE TO TRUE
050100               MOVE "N" TO WS-CHK-VALUES-FLAG
050200               MOVE SPACES TO WS-CHK-TEXT
050300               STRING WS-RST-SIDE " SHIP " WS-SHIP-NO
050400                  " AFLOAT FLAG NOT N" DELIMITED BY SIZE
050500                  INTO WS-CHK-TEXT
050530                  ON OVERFLOW
050560                     MOVE "+" TO WS-CHK-TEXT(30:1)
050600               END-STRING
050700               PERFORM PARA-REPORT-ISSUE
050800               IF WS-CAN-FIX
050900                  MOVE "N" TO WS-RST-SUNK-FLAG(K)
051000               END-IF
051100            END-IF
051200         END-IF.
051300
051400     PARA-CHECK-UNUSED-ENTRY.
051500         IF WS-LIVE(K) > 0
051600            MOVE K TO WS-SHIP-NO
051700            SET WS-CHK-BOARD TO TRUE
051800            MOVE "Y" TO WS-CHK-VALUES-FLAG
051900            MOVE SPACES TO WS-CHK-TEXT
052000            STRING WS-RST-SIDE " SHIP " WS-SHIP-NO
052100               " CELLS PAST COUNT" DELIMITED BY SIZE
052200               INTO WS-CHK-TEXT
052230               ON OVERFLOW
052260                  MOVE "+" TO WS-CHK-TEXT(30:1)
052300            END-STRING
052400            MOVE WS-RST-SHIP-COUNT TO WS-CHK-RECORDED
052500            MOVE WS-LIVE(K) TO WS-CHK-DERIVED
052600            PERFORM PARA-REPORT-ISSUE
052700         END-IF.
052800
052900     PARA-CHECK-VOLLEY.
053000*        OUTSIDE SALVO RULES NO VOLLEY IS EVER OWED. UNDER SALVO
053100*        RULES THE PLAYERS VOLLEY WAS SIZED FROM THEIR SHIPS STILL
053200*        AFLOAT AND NONE CAN SINK WHILE THEY FIRE IT. THE OTHER
053300*        SIDES VOLLEY WAS SIZED BEFORE THE PLAYER FIRED, SO IT IS
053400*        ONLY BOUNDED BY THAT SIDES SHIP COUNT. A FINISHED GAME
053500*        CAN STOP MID-VOLLEY AND IS NOT CHECKED.
053510*        AN EXTRA-SHOT HANDICAP ADDS ITS SHOTS TO EVERY VOLLEY OF
053520*        THE WEAKER SIDE, SO ITS BOUND GROWS BY THAT MUCH.
053600         SET WS-CHK-REPAIRABLE TO TRUE.
053700         MOVE "Y" TO WS-CHK-VALUES-FLAG.
053800         IF GAME-SALVO-FLAG NOT = "Y"
053900            IF GAME-VOLLEY-LEFT NOT = 0
054000               MOVE "VOLLEY OWED IN NON-SALVO GAME"
054100                  TO WS-CHK-TEXT
054200               MOVE GAME-VOLLEY-LEFT TO WS-CHK-RECORDED
054300               MOVE 0 TO WS-CHK-DERIVED
054400               PERFORM PARA-REPORT-ISSUE
054500               IF WS-CAN-FIX
054600                  MOVE 0 TO GAME-VOLLEY-LEFT
054700               END-IF
054800            END-IF
054900            IF GAME-VOLLEY-LEFT-COM NOT = 0
055000               MOVE "OPP VOLLEY OWED IN NON-SALVO" TO WS-CHK-TEXT
055100               MOVE GAME-VOLLEY-LEFT-COM TO WS-CHK-RECORDED
055200               MOVE 0 TO WS-CHK-DERIVED
055300               PERFORM PARA-REPORT-ISSUE
055400               IF WS-CAN-FIX
055500                  MOVE 0 TO GAME-VOLLEY-LEFT-COM
055600               END-IF
055700            END-IF
055800         ELSE
055900            IF NOT GAME-COMPLETE
056000               COMPUTE WS-VOLLEY-MAX =
056100                  GAME-SHIP-COUNT - GAME-SHIPS-SUNK-PLR
056110               IF GAME-HCAP-EXTRA AND GAME-HCAP-AMOUNT IS NUMERIC
056120                  AND GAME-HCAP-STRONG = "2"
056130                  ADD GAME-HCAP-AMOUNT TO WS-VOLLEY-MAX
056140               END-IF
056200               IF GAME-VOLLEY-LEFT > WS-VOLLEY-MAX
056300                  MOVE "VOLLEY OVER SHIPS AFLOAT" TO WS-CHK-TEXT
056400                  MOVE GAME-VOLLEY-LEFT TO WS-CHK-RECORDED
056500                  MOVE WS-VOLLEY-MAX TO WS-CHK-DERIVED
056600                  PERFORM PARA-REPORT-ISSUE
056700                  IF WS-CAN-FIX
056800                     MOVE WS-VOLLEY-MAX TO GAME-VOLLEY-LEFT
056900                  END-IF
057000               END-IF
057010               MOVE GAME-SHIP-COUNT-COM TO WS-VOLLEY-MAX-COM
057020               IF GAME-HCAP-EXTRA AND GAME-HCAP-AMOUNT IS NUMERIC
057030                  AND GAME-HCAP-STRONG = "1"
057040                  ADD GAME-HCAP-AMOUNT TO WS-VOLLEY-MAX-COM
057050               END-IF
057100               IF GAME-VOLLEY-LEFT-COM > WS-VOLLEY-MAX-COM
057200                  MOVE "OPP VOLLEY OVER SHIP COUNT" TO WS-CHK-TEXT
057300                  MOVE GAME-VOLLEY-LEFT-COM TO WS-CHK-RECORDED
057400                  MOVE WS-VOLLEY-MAX-COM TO WS-CHK-DERIVED
057500                  PERFORM PARA-REPORT-ISSUE
057600                  IF WS-CAN-FIX
057700                     MOVE WS-VOLLEY-MAX-COM
057800                        TO GAME-VOLLEY-LEFT-COM
057900                  END-IF
058000               END-IF
058100            END-IF
058200         END-IF.
058300
058400     PARA-REPORT-ISSUE.
058500         ADD 1 TO WS-REC-ISSUES.
058600         ADD 1 TO WS-ISSUE-COUNT.
058700         MOVE SPACES TO VRFY-LINE.
058800         MOVE GAME-PLAYER-ID TO VRFY-LINE(1:8).
058900         MOVE GAME-GAME-NO TO VRFY-LINE(11:12).
059000         MOVE GAME-STATUS TO VRFY-LINE(25:1).
059100         MOVE WS-CHK-TEXT TO VRFY-LINE(29:30).
059200         IF WS-CHK-VALUES
059300            MOVE WS-CHK-RECORDED TO VRFY-LINE(62:4)
059400            MOVE WS-CHK-DERIVED TO VRFY-LINE(74:4)
059500         ELSE
059600            IF WS-CHK-DERIVED > 0
059700               MOVE WS-CHK-DERIVED TO VRFY-LINE(74:4)
059800            END-IF
059900         END-IF.
060000         MOVE 0 TO WS-CHK-RECORDED WS-CHK-DERIVED.
060100         EVALUATE TRUE
060200            WHEN WS-CHK-BOARD
060300               MOVE "BOARD - NOT REPAIRED" TO VRFY-LINE(85:20)
060400               ADD 1 TO WS-OPEN-COUNT
060500            WHEN WS-CAN-FIX
060600               MOVE "REPAIRED" TO VRFY-LINE(85:8)
060700               ADD 1 TO WS-REC-FIXES
060800               ADD 1 TO WS-FIXED-COUNT
060900            WHEN WS-REPAIR-RUN
061000               MOVE "IN USE - NOT REPAIRED" TO VRFY-LINE(85:21)
061100               ADD 1 TO WS-REC-FIXES
061200               ADD 1 TO WS-OPEN-COUNT
061300            WHEN OTHER
061400               MOVE "REPAIRABLE" TO VRFY-LINE(85:10)
061500               ADD 1 TO WS-OPEN-COUNT
061600         END-EVALUATE.
061700         WRITE VRFY-LINE.
061800
061900     PARA-PRINT-MIRROR-HEADER.
062000         MOVE SPACES TO VRFY-LINE.
062100         WRITE VRFY-LINE.
062200         MOVE "HEAD-TO-HEAD MIRROR DISCREPANCIES -"
062300            TO VRFY-LINE.
062400         MOVE "NEVER REPAIRED, RESUME OR CLEAR THE PAIR"
062500            TO VRFY-LINE(37:40).
062600         WRITE VRFY-LINE.
062700         MOVE SPACES TO VRFY-LINE.
062800         MOVE "PLAYER" TO VRFY-LINE(1:6).
062900         MOVE "GAME NUMBER" TO VRFY-LINE(11:11).
063000         MOVE "ST" TO VRFY-LINE(25:2).
063100         MOVE "CHECK" TO VRFY-LINE(29:5).
063200         MOVE "PARTNER" TO VRFY-LINE(61:7).
063300         WRITE VRFY-LINE.
063400
063500     PARA-CHECK-PAIR.
063600*        EACH PAIR IS COMPARED ONCE, FROM THE LOWER KEY, UNLESS
063700*        THE PARTNER NO LONGER POINTS BACK. A FINISHED GAME WHOSE
063800*        PARTNER HAS SINCE STARTED ANOTHER GAME IS NOT A FAULT -
063900*        THE PARTNERS KEY HAS SIMPLY BEEN REUSED.
064000         ADD 1 TO WS-PAIR-COUNT.
064100         PERFORM PARA-HOLD-SELF.
064200         MOVE WS-SELF-OPPONENT TO GAME-PLAYER-ID.
064300         MOVE "N" TO WS-PARTNER-FLAG.
064400         READ GAME-STORE
064500            INVALID KEY
064600               CONTINUE
064700            NOT INVALID KEY
064800               SET WS-PARTNER-FOUND TO TRUE
064900               ADD 1 TO WS-PARTNER-READ
065000         END-READ.
065100         IF NOT WS-PARTNER-FOUND
065200            IF WS-SELF-STATUS NOT = "C"
065300               MOVE "PARTNER RECORD MISSING" TO WS-CHK-TEXT
065400               PERFORM PARA-REPORT-MIRROR
065500            END-IF
065600         ELSE
065700            IF GAME-OPPONENT-ID NOT = WS-SELF-KEY OR
065800               GAME-GAME-NO NOT = WS-SELF-GAME-NO
065900               IF WS-SELF-STATUS NOT = "C"
066000                  MOVE "PARTNER HOLDS ANOTHER GAME" TO WS-CHK-TEXT
066100                  PERFORM PARA-REPORT-MIRROR
066200               END-IF
066300            ELSE
066400               IF WS-SELF-KEY < WS-SELF-OPPONENT
066500                  PERFORM PARA-COMPARE-PARTNER
066600               END-IF
066700            END-IF
066800         END-IF.
066900         MOVE WS-SELF-KEY TO GAME-PLAYER-ID.
067000         START GAME-STORE KEY > GAME-PLAYER-ID
067100            INVALID KEY
067200               MOVE "10" TO WS-GAME-STORE-STATUS
067300            NOT INVALID KEY
067400               MOVE "00" TO WS-GAME-STORE-STATUS
067500         END-START.
067600
067700     PARA-HOLD-SELF.
067800         MOVE GAME-PLAYER-ID TO WS-SELF-KEY.
067900         MOVE GAME-STATUS TO WS-SELF-STATUS.
068000         MOVE GAME-GAME-NO TO WS-SELF-GAME-NO.
068100         MOVE GAME-IN-USE-FLAG TO WS-SELF-IN-USE.
068200         MOVE GAME-SALVO-FLAG TO WS-SELF-SALVO.
068300         MOVE GAME-PLACING-SIDE TO WS-SELF-SIDE.
068400         MOVE GAME-OPPONENT-ID TO WS-SELF-OPPONENT.
068500         MOVE GAME-BORAD-DATA TO WS-SELF-BORAD.
068600         MOVE GAME-SHIPS-DATA TO WS-SELF-SHIPS.
068700         MOVE GAME-BORAD-COM-DATA TO WS-SELF-BORAD-COM.
068800         MOVE GAME-SHIPS-COM-DATA TO WS-SELF-SHIPS-COM.
068900         MOVE GAME-SHOTS-FIRED TO WS-SELF-SHOTS.
069000         MOVE GAME-SHOTS-FIRED-COM TO WS-SELF-SHOTS-COM.
069100         MOVE GAME-HITS-PLAYER TO WS-SELF-HITS-P.
069200         MOVE GAME-MISS-PLAYER TO WS-SELF-MISS-P.
069300         MOVE GAME-HITS-COMPUTER TO WS-SELF-HITS-C.
069400         MOVE GAME-MISS-COMPUTER TO WS-SELF-MISS-C.
069500         MOVE GAME-SHIP-COUNT TO WS-SELF-COUNT.
069600         MOVE GAME-SHIP-COUNT-COM TO WS-SELF-COUNT-COM.
069700         MOVE GAME-SHIPS-SUNK-PLR TO WS-SELF-SUNK-P.
069800         MOVE GAME-SHIPS-SUNK-COM TO WS-SELF-SUNK-C.
069900         MOVE GAME-SHIP-TBL-DATA TO WS-SELF-TBL.
070000         MOVE GAME-SHIP-TBL-COM-DATA TO WS-SELF-TBL-COM.
070100         MOVE GAME-VOLLEY-LEFT TO WS-SELF-VOLLEY.
070200         MOVE GAME-VOLLEY-LEFT-COM TO WS-SELF-VOLLEY-COM.
070205         PERFORM PARA-HCAP-FIELDS-OK.
070210         MOVE WS-HCAP-OK-FLAG TO WS-SELF-HCAP-OK.
070215         MOVE GAME-HCAP-TYPE TO WS-SELF-HCAP-TYPE.
070220         MOVE GAME-HCAP-STRONG TO WS-SELF-HCAP-STRONG.
070225         IF WS-HCAP-OK
070230            MOVE GAME-HCAP-AMOUNT TO WS-SELF-HCAP-AMOUNT
070235            MOVE GAME-HCAP-DROP-IDX TO WS-SELF-HCAP-DROP
070240            MOVE GAME-HCAP-CREDIT TO WS-SELF-HCAP-CREDIT
070245            MOVE GAME-HCAP-OPEN-LEFT TO WS-SELF-HCAP-OPEN
070250            MOVE GAME-RATING-PLR TO WS-SELF-RATING-PLR
070255            MOVE GAME-RATING-OPP TO WS-SELF-RATING-OPP
070260         END-IF.
070300
070400     PARA-COMPARE-PARTNER.
070500         IF GAME-STATUS NOT = WS-SELF-STATUS
070600            MOVE "STATUS DIFFERS FROM PARTNER" TO WS-CHK-TEXT
070700            PERFORM PARA-REPORT-MIRROR
070800         END-IF.
070900         IF GAME-IN-USE-FLAG NOT = WS-SELF-IN-USE
071000            MOVE "IN-USE MARKER DIFFERS" TO WS-CHK-TEXT
071100            PERFORM PARA-REPORT-MIRROR
071200         END-IF.
071300         IF GAME-SALVO-FLAG NOT = WS-SELF-SALVO
071400            MOVE "SALVO RULES DIFFER" TO WS-CHK-TEXT
071500            PERFORM PARA-REPORT-MIRROR
071600         END-IF.
071700         EVALUATE WS-SELF-SIDE
071800            WHEN "1"
071900               MOVE "2" TO WS-SIDE-EXPECT
072000            WHEN "2"
072100               MOVE "1" TO WS-SIDE-EXPECT
072200            WHEN OTHER
072300               MOVE WS-SELF-SIDE TO WS-SIDE-EXPECT
072400         END-EVALUATE.
072500         IF GAME-PLACING-SIDE NOT = WS-SIDE-EXPECT
072600            MOVE "PLACING SIDE NOT SWAPPED" TO WS-CHK-TEXT
072700            PERFORM PARA-REPORT-MIRROR
072800         END-IF.
072900         IF GAME-BORAD-DATA NOT = WS-SELF-BORAD-COM OR
073000            GAME-SHIPS-DATA NOT = WS-SELF-SHIPS-COM OR
073100            GAME-BORAD-COM-DATA NOT = WS-SELF-BORAD OR
073200            GAME-SHIPS-COM-DATA NOT = WS-SELF-SHIPS
073300            MOVE "BOARDS NOT MIRRORED" TO WS-CHK-TEXT
073400            PERFORM PARA-REPORT-MIRROR
073500         END-IF.
073600         IF GAME-SHOTS-FIRED NOT = WS-SELF-SHOTS-COM OR
073700            GAME-SHOTS-FIRED-COM NOT = WS-SELF-SHOTS OR
073800            GAME-HITS-PLAYER NOT = WS-SELF-HITS-C OR
073900            GAME-MISS-PLAYER NOT = WS-SELF-MISS-C OR
074000            GAME-HITS-COMPUTER NOT = WS-SELF-HITS-P OR
074100            GAME-MISS-COMPUTER NOT = WS-SELF-MISS-P
074200            MOVE "SHOT COUNTERS NOT MIRRORED" TO WS-CHK-TEXT
074300            PERFORM PARA-REPORT-MIRROR
074400         END-IF.
074500         IF GAME-SHIP-COUNT NOT = WS-SELF-COUNT-COM OR
074600            GAME-SHIP-COUNT-COM NOT = WS-SELF-COUNT OR
074700            GAME-SHIPS-SUNK-PLR NOT = WS-SELF-SUNK-C OR
074800            GAME-SHIPS-SUNK-COM NOT = WS-SELF-SUNK-P OR
074900            GAME-SHIP-TBL-DATA NOT = WS-SELF-TBL-COM OR
075000            GAME-SHIP-TBL-COM-DATA NOT = WS-SELF-TBL
075100            MOVE "SHIP ROSTERS NOT MIRRORED" TO WS-CHK-TEXT
075200            PERFORM PARA-REPORT-MIRROR
075300         END-IF.
075400         IF GAME-VOLLEY-LEFT NOT = WS-SELF-VOLLEY-COM OR
075500            GAME-VOLLEY-LEFT-COM NOT = WS-SELF-VOLLEY
075600            MOVE "VOLLEYS NOT MIRRORED" TO WS-CHK-TEXT
075700            PERFORM PARA-REPORT-MIRROR
075800         END-IF.
075802         PERFORM PARA-HCAP-FIELDS-OK.
075804         IF WS-HCAP-OK-FLAG NOT = WS-SELF-HCAP-OK
075806            MOVE "HANDICAP NOT MIRRORED" TO WS-CHK-TEXT
075808            PERFORM PARA-REPORT-MIRROR
075810         ELSE
075812            IF WS-HCAP-OK
075814               PERFORM PARA-COMPARE-HANDICAP
075816            END-IF
075818         END-IF.
075820
075822     PARA-COMPARE-HANDICAP.
075824*        THE HANDICAP IS THE SAME ON BOTH RECORDS EXCEPT THAT THE
075826*        STRONGER SIDE AND THE TWO RATINGS READ FROM THE OTHER
075828*        SIDE ON THE PARTNER.
075830         EVALUATE WS-SELF-HCAP-STRONG
075832            WHEN "1"
075834               MOVE "2" TO WS-SIDE-EXPECT
075836            WHEN "2"
075838               MOVE "1" TO WS-SIDE-EXPECT
075840            WHEN OTHER
075842               MOVE WS-SELF-HCAP-STRONG TO WS-SIDE-EXPECT
075844         END-EVALUATE.
075846         IF GAME-HCAP-TYPE NOT = WS-SELF-HCAP-TYPE OR
075848            GAME-HCAP-STRONG NOT = WS-SIDE-EXPECT OR
075850            GAME-HCAP-AMOUNT NOT = WS-SELF-HCAP-AMOUNT OR
075852            GAME-HCAP-DROP-IDX NOT = WS-SELF-HCAP-DROP OR
075854            GAME-HCAP-CREDIT NOT = WS-SELF-HCAP-CREDIT OR
075856            GAME-HCAP-OPEN-LEFT NOT = WS-SELF-HCAP-OPEN OR
075858            GAME-RATING-PLR NOT = WS-SELF-RATING-OPP OR
075860            GAME-RATING-OPP NOT = WS-SELF-RATING-PLR
075862            MOVE "HANDICAP NOT MIRRORED" TO WS-CHK-TEXT
075864            PERFORM PARA-REPORT-MIRROR
075866         END-IF.
075868
075870     PARA-HCAP-FIELDS-OK.
075872*        A RECORD WRITTEN BEFORE THE HANDICAP FIELDS EXISTED HAS
075874*        NO NUMBERS IN THEM - ITS GAME IS PLAYED EVEN.
075876         MOVE "N" TO WS-HCAP-OK-FLAG.
075878         IF GAME-HCAP-AMOUNT IS NUMERIC AND
075880            GAME-HCAP-DROP-IDX IS NUMERIC AND
075882            GAME-HCAP-CREDIT IS NUMERIC AND
075884            GAME-HCAP-OPEN-LEFT IS NUMERIC AND
075886            GAME-RATING-PLR IS NUMERIC AND
075888            GAME-RATING-OPP IS NUMERIC
075890            SET WS-HCAP-OK TO TRUE
075892         END-IF.
075900
076000     PARA-REPORT-MIRROR.
076100         ADD 1 TO WS-MIRROR-COUNT.
076200         ADD 1 TO WS-ISSUE-COUNT.
076300         ADD 1 TO WS-OPEN-COUNT.
076400         MOVE SPACES TO VRFY-LINE.
076500         MOVE WS-SELF-KEY TO VRFY-LINE(1:8).
076600         MOVE WS-SELF-GAME-NO TO VRFY-LINE(11:12).
076700         MOVE WS-SELF-STATUS TO VRFY-LINE(25:1).
076800         MOVE WS-CHK-TEXT TO VRFY-LINE(29:30).
076900         MOVE WS-SELF-OPPONENT TO VRFY-LINE(61:8).
077000         WRITE VRFY-LINE.
077100
077200     PARA-PRINT-TOTALS.
077300         MOVE SPACES TO VRFY-LINE.
077400         WRITE VRFY-LINE.
077500         MOVE "RECORDS VERIFIED       " TO VRFY-LINE.
077600         MOVE WS-REC-READ TO VRFY-LINE(24:9).
077700         WRITE VRFY-LINE.
077800         MOVE SPACES TO VRFY-LINE.
077900         MOVE "RECORDS WITH FAULTS    " TO VRFY-LINE.
078000         MOVE WS-BAD-RECORDS TO VRFY-LINE(27:6).
078100         WRITE VRFY-LINE.
078200         MOVE SPACES TO VRFY-LINE.
078300         MOVE "HEAD-TO-HEAD RECORDS   " TO VRFY-LINE.
078400         MOVE WS-PAIR-COUNT TO VRFY-LINE(27:6).
078500         WRITE VRFY-LINE.
078600         MOVE SPACES TO VRFY-LINE.
078700         MOVE "MIRROR DISCREPANCIES   " TO VRFY-LINE.
078800         MOVE WS-MIRROR-COUNT TO VRFY-LINE(27:6).
078900         WRITE VRFY-LINE.
079000         MOVE SPACES TO VRFY-LINE.
079100         MOVE "DISCREPANCIES IN ALL   " TO VRFY-LINE.
079200         MOVE WS-ISSUE-COUNT TO VRFY-LINE(27:6).
079300         WRITE VRFY-LINE.
079400         MOVE SPACES TO VRFY-LINE.
079500         MOVE "REPAIRED               " TO VRFY-LINE.
079600         MOVE WS-FIXED-COUNT TO VRFY-LINE(27:6).
079700         WRITE VRFY-LINE.
079800         MOVE SPACES TO VRFY-LINE.
079900         MOVE "STILL OUTSTANDING      " TO VRFY-LINE.
080000         MOVE WS-OPEN-COUNT TO VRFY-LINE(27:6).
080100         WRITE VRFY-LINE.
080200         MOVE SPACES TO VRFY-LINE.
080300         MOVE "RECORDS REWRITTEN      " TO VRFY-LINE.
080400         MOVE WS-REC-WRITTEN TO VRFY-LINE(24:9).
080500         WRITE VRFY-LINE.
080600         IF WS-INUSE-SKIPPED > 0
080700            MOVE SPACES TO VRFY-LINE
080800            MOVE "IN USE - NOT REWRITTEN " TO VRFY-LINE
080900            MOVE WS-INUSE-SKIPPED TO VRFY-LINE(27:6)
081000            WRITE VRFY-LINE
081100         END-IF.
081200
081300     PARA-END-RUN.
081400*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
081500*        JOURNAL CARRIES THE RETURN CODE OF A FAILED STEP TOO.
081600         PERFORM PARA-WRITE-RUNLOG.
081700         STOP RUN.
081800
081900     PARA-WRITE-RUNLOG.
082000         OPEN EXTEND RUNLOG-FILE.
082100         IF WS-RUNLOG-STATUS NOT = "00"
082200            OPEN OUTPUT RUNLOG-FILE
082300         END-IF.
082400         IF WS-RUNLOG-STATUS NOT = "00"
082500            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
082600               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
082700         ELSE
082800            INITIALIZE RCTL-REC
082900            MOVE "BATVRFY" TO RCTL-PROGRAM
083000            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
083100            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
083200            MOVE WS-COMMAND-LINE TO RCTL-PARM
083300            MOVE RETURN-CODE TO RCTL-RETURN-CODE
083400            MOVE 1 TO RCTL-FILE-COUNT
083500            MOVE "GAMESTOR" TO RCTL-FILE-DD(1)
083600            COMPUTE RCTL-FILE-READ(1) =
083700               WS-REC-READ + WS-PARTNER-READ
083800            MOVE WS-REC-WRITTEN TO RCTL-FILE-WRITTEN(1)
083900            WRITE RCTL-REC
084000            CLOSE RUNLOG-FILE
084100         END-IF.
