000100 IDENTIFICATION DIVISION.
000200     PROGRAM-ID. BATCARR.
000300 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT RESULTS-FILE ASSIGN TO "RESULTS"
000700             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS WS-RESULTS-STATUS.
000900         SELECT RESULTS-HIST ASSIGN TO "RESHIST"
001000             ORGANIZATION IS LINE SEQUENTIAL
001100             FILE STATUS IS WS-RESHIST-STATUS.
001200         SELECT RATE-HISTORY ASSIGN TO "RATEHIST"
001300             ORGANIZATION IS LINE SEQUENTIAL
001400             FILE STATUS IS WS-RATEHIST-STATUS.
001500         SELECT RATINGS-FILE ASSIGN TO "RATINGS"
001600             ORGANIZATION IS INDEXED
001700             ACCESS MODE IS DYNAMIC
001800             RECORD KEY IS RATE-PLAYER-ID
001900             FILE STATUS IS WS-RATINGS-STATUS.
002000         SELECT PLAYER-MASTER ASSIGN TO "PLAYERS"
002100             ORGANIZATION IS INDEXED
002200             ACCESS MODE IS DYNAMIC
002300             RECORD KEY IS PLYR-PLAYER-ID
002400             FILE STATUS IS WS-PLAYERS-STATUS.
002500         SELECT CARRPT ASSIGN TO "CARRPT"
002600             ORGANIZATION IS LINE SEQUENTIAL
002700             FILE STATUS IS WS-CARRPT-STATUS.
002800         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
002900             ORGANIZATION IS LINE SEQUENTIAL
003000             FILE STATUS IS WS-RUNLOG-STATUS.
003100 DATA DIVISION.
003200     FILE SECTION.
003300     FD  RESULTS-FILE.
003400         COPY "RESLTREC.cpy".
003500     FD  RESULTS-HIST.
003600     01  RESHIST-REC              PIC X(280).
003700*        ROLLED GENERATIONS OF RESULTS, SAME LAYOUT - EACH ROW IS
003800*        MOVED OVER RESULT-REC AND HANDLED LIKE A LIVE ONE.
003900     FD  RATE-HISTORY.
004000     01  HIST-REC.
004100         05 HIST-SEASON           PIC X(4).
004200         05 HIST-RATE-IMAGE       PIC X(68).
004300         05 HIST-RATE-FIELDS REDEFINES HIST-RATE-IMAGE.
004400            10 HIST-PLAYER-ID     PIC X(8).
004500            10 HIST-CURRENT       PIC 9(4).
004600            10 HIST-BEST          PIC 9(4).
004700            10 HIST-GAMES         PIC 9(6).
004800            10 HIST-WINS          PIC 9(6).
004900            10 HIST-LOSSES        PIC 9(6).
005000            10 HIST-STREAK-TYPE   PIC X(1).
005100            10 HIST-STREAK-LEN    PIC 9(3).
005200            10 HIST-LAST-DATE     PIC 9(8).
005300            10 HIST-RATE-SEASON   PIC X(4).
005400            10 HIST-S-GAMES       PIC 9(6).
005500            10 HIST-S-WINS        PIC 9(6).
005600            10 HIST-S-LOSSES      PIC 9(6).
005700*        THE RATINGS ROW AS BATSEASN SNAPSHOT IT AT THE CLOSE OF
005800*        HIST-SEASON (SEE RATEREC).
005900     FD  RATINGS-FILE.
006000         COPY "RATEREC.cpy".
006100     FD  PLAYER-MASTER.
006200         COPY "PLYRREC.cpy".
006300     FD  CARRPT.
006400     01  CARR-LINE                PIC X(132).
006500     FD  RUNLOG-FILE.
006600         COPY "RUNLOG.cpy".
006700     WORKING-STORAGE SECTION.
006800     01  WS-FILE-STATUSES.
006900         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
007000         05 WS-RESHIST-STATUS     PIC X(2) VALUE "00".
007100         05 WS-RATEHIST-STATUS    PIC X(2) VALUE "00".
007200         05 WS-RATINGS-STATUS     PIC X(2) VALUE "00".
007300         05 WS-PLAYERS-STATUS     PIC X(2) VALUE "00".
007400         05 WS-CARRPT-STATUS      PIC X(2) VALUE "00".
007500         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
007600     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
007700     01  WS-FUNCTION              PIC X(1) VALUE SPACE.
007800         88 WS-FUNC-ALL           VALUE "A" SPACE.
007900         88 WS-FUNC-PLAYER        VALUE "P".
008000     01  WS-PARM-PLAYER           PIC X(8) VALUE SPACES.
008100*        A (OR NO PARM) PRINTS A STATEMENT FOR EVERY PLAYER ON THE
008200*        MASTER AND THE RIVALRY MATRIX OF THE ACTIVE ONES. P,ID
008300*        PRINTS THE ONE STATEMENT.
008400     01  WS-CURRENT-DATE-TIME     PIC X(21).
008500     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
008600     01  WS-RUN-TIME              PIC 9(6) VALUE 0.
008700     01  WS-EOF-FLAG              PIC X(1) VALUE "N".
008800         88 WS-EOF                VALUE "Y".
008900     01  WS-HIST-USED-FLAG        PIC X(1) VALUE "N".
009000         88 WS-HIST-USED          VALUE "Y".
009100     01  WS-RATINGS-OPEN-FLAG     PIC X(1) VALUE "N".
009200         88 WS-RATINGS-OPEN       VALUE "Y".
009300     01  WS-RATEHIST-USED-FLAG    PIC X(1) VALUE "N".
009400         88 WS-RATEHIST-USED      VALUE "Y".
009500     01  WS-PASS                  PIC 9(1) VALUE 0.
009600         88 WS-REVERSAL-PASS      VALUE 1.
009700         88 WS-BOOKING-PASS       VALUE 2.
009800*        PASS 1 ONLY GATHERS THE REVERSAL ROWS. PASS 2 BOOKS EVERY
009900*        OTHER ROW IN FILE ORDER, LEAVING OUT THE ROWS A REVERSAL
010000*        TOOK BACK, SO THE STREAKS ARE BUILT FROM THE GAMES THAT
010100*        STAND WHEREVER THE REVERSAL FELL.
010200     01  WS-PLAYER-TABLE.
010300         05 WS-PLR-ENTRY OCCURS 500 TIMES.
010400            10 WS-PLR-ID          PIC X(8).
010500            10 WS-PLR-NAME        PIC X(25).
010600            10 WS-PLR-STATUS      PIC X(1).
010700            10 WS-PLR-REG-DATE    PIC 9(8).
010800            10 WS-PLR-MAP-TO      PIC X(8).
010900            10 WS-PLR-OWNER       PIC 9(4).
011000*             ENTRY OF THE ID THE HISTORY BELONGS TO - ITSELF, OR
011100*             THE SURVIVING ID AT THE END OF THE RENAME MAP, SO A
011200*             PLAYERS GAMES UNDER A FOLDED ID COUNT AS THEIRS.
011300            10 WS-PLR-TRACK       PIC X(1).
011400               88 WS-PLR-TRACKED  VALUE "Y".
011500            10 WS-PLR-GAMES       PIC 9(6).
011600            10 WS-PLR-WINS        PIC 9(6).
011700            10 WS-PLR-LOSSES      PIC 9(6).
011800            10 WS-PLR-HALVED      PIC 9(6).
011900            10 WS-PLR-FIRST-DATE  PIC 9(8).
012000            10 WS-PLR-LAST-DATE   PIC 9(8).
012100            10 WS-PLR-RUN-TYPE    PIC X(1).
012200            10 WS-PLR-RUN-LEN     PIC 9(4).
012300            10 WS-PLR-BEST-WIN    PIC 9(4).
012400            10 WS-PLR-BEST-DATE   PIC 9(8).
012500            10 WS-PLR-WORST-LOSS  PIC 9(4).
012600            10 WS-PLR-WORST-DATE  PIC 9(8).
012700*             LONGEST RUN OF WINS AND OF LOSSES IN THE GAMES ON
012800*             FILE, WITH THE DATE EACH RUN REACHED ITS LENGTH. AN
012900*             ABANDONED GAME IS OFF THE LADDER AND LEAVES THE RUN
013000*             AS IT WAS.
013100            10 WS-PLR-H2H-FIRST   PIC 9(5).
013200            10 WS-PLR-SHIP OCCURS 10 TIMES.
013300               15 WS-PLR-FIELDED  PIC 9(6).
013400               15 WS-PLR-LOST     PIC 9(6).
013500               15 WS-PLR-KILLED   PIC 9(6).
013600*             PER SHIP TYPE (SEE WS-SHIP-TABLE) - SHIPS OF THE
013700*             TYPE THE PLAYER PUT TO SEA, HOW MANY WERE SUNK
013800*             AND HOW MANY OF THE OPPONENTS THE PLAYER SANK.
013900     01  WS-PLR-COUNT             PIC 9(4) VALUE 0.
014000     01  WS-PLR-SUB               PIC 9(4) VALUE 0.
014100     01  WS-OWN-SUB               PIC 9(4) VALUE 0.
014200     01  WS-FIND-SUB              PIC 9(4) VALUE 0.
014300     01  WS-HOP                   PIC 9(2) VALUE 0.
014400     01  WS-TARGET-SUB            PIC 9(4) VALUE 0.
014500     01  WS-FIND-ID               PIC X(8) VALUE SPACES.
014600     01  WS-SHIP-TABLE.
014700         05 WS-SHIP-NAME          PIC X(10) OCCURS 10 TIMES.
014800     01  WS-SHIP-COUNT            PIC 9(2) VALUE 0.
014900     01  WS-SHIP-SUB              PIC 9(2) VALUE 0.
015000     01  WS-DTL-SUB               PIC 9(2) VALUE 0.
015100     01  WS-H2H-TABLE.
015200         05 WS-H2H-ENTRY OCCURS 5000 TIMES.
015300            10 WS-H2H-OPP         PIC X(8).
015400            10 WS-H2H-NEXT        PIC 9(5).
015500            10 WS-H2H-GAMES       PIC 9(5).
015600            10 WS-H2H-WINS        PIC 9(5).
015700            10 WS-H2H-LOSSES      PIC 9(5).
015800            10 WS-H2H-HALVED      PIC 9(5).
015900            10 WS-H2H-LAST-DATE   PIC 9(8).
016000*             ONE ENTRY PER PLAYER AND OPPONENT MET, CHAINED FROM
016100*             WS-PLR-H2H-FIRST IN OPPONENT ID ORDER. THE OPPONENT
016200*             IS THE SURVIVING ID OF A REGISTERED PLAYER, OR THE
016300*             RAW ID (COMPUTER, COMPUTR1, AN UNREGISTERED ID).
016400     01  WS-H2H-COUNT             PIC 9(5) VALUE 0.
016500     01  WS-LINK                  PIC 9(5) VALUE 0.
016600     01  WS-PREV-LINK             PIC 9(5) VALUE 0.
016700     01  WS-NEW-LINK              PIC 9(5) VALUE 0.
016800     01  WS-CHAIN-DONE-FLAG       PIC X(1) VALUE "N".
016900         88 WS-CHAIN-DONE         VALUE "Y".
017000     01  WS-REV-TABLE.
017100         05 WS-REV-ENTRY OCCURS 1000 TIMES.
017200            10 WS-REV-GAME-NO     PIC 9(12).
017300            10 WS-REV-PLAYER      PIC X(8).
017400            10 WS-REV-WINNER      PIC X(8).
017500            10 WS-REV-DISP        PIC X(1).
017600            10 WS-REV-USED        PIC X(1).
017700*             EVERY REVERSAL ROW ON FILE. A REVERSAL IS AN
017800*             EXACT COPY OF THE ROW IT TAKES BACK, SO EACH ONE
017900*             CANCELS THE FIRST ORIGINAL OR CORRECTION ROW OF
018000*             THE GAME WITH THE SAME WINNER AND DISPOSITION.
018100     01  WS-REV-COUNT             PIC 9(4) VALUE 0.
018200     01  WS-REV-SUB               PIC 9(4) VALUE 0.
018300     01  WS-SSN-TABLE.
018400         05 WS-SSN-ENTRY OCCURS 2000 TIMES.
018500            10 WS-SSN-OWNER       PIC 9(4).
018600            10 WS-SSN-CODE        PIC X(4).
018700            10 WS-SSN-ID          PIC X(8).
018800            10 WS-SSN-RATING      PIC 9(4).
018900            10 WS-SSN-BEST        PIC 9(4).
019000            10 WS-SSN-GAMES       PIC 9(6).
019100            10 WS-SSN-WINS        PIC 9(6).
019200            10 WS-SSN-LOSSES      PIC 9(6).
019300*             CLOSED SEASONS OF THE TRACKED PLAYERS FROM RATEHIST,
019400*             IN THE ORDER THE SEASONS WERE CLOSED.
019500     01  WS-SSN-COUNT             PIC 9(4) VALUE 0.
019600     01  WS-SSN-SUB               PIC 9(4) VALUE 0.
019700     01  WS-MTX-TABLE.
019800         05 WS-MTX-PLR            PIC 9(4) OCCURS 500 TIMES.
019900*        ACTIVE, UNMAPPED PLAYERS - THE ROWS AND COLUMNS OF THE
020000*        RIVALRY MATRIX.
020100     01  WS-MTX-COUNT             PIC 9(4) VALUE 0.
020200     01  WS-MTX-ROW               PIC 9(4) VALUE 0.
020300     01  WS-MTX-COL               PIC 9(4) VALUE 0.
020400     01  WS-MTX-FROM              PIC 9(4) VALUE 0.
020500     01  WS-MTX-THRU              PIC 9(4) VALUE 0.
020600     01  WS-MTX-POS               PIC 9(3) VALUE 0.
020700     01  WS-MTX-PER-PANEL         PIC 9(2) VALUE 10.
020800*        COLUMNS PRINTED ACROSS ONE PANEL OF THE MATRIX - A LEAGUE
020900*        WIDER THAN THAT PRINTS AS SEVERAL PANELS.
021000     01  WS-SIDE-FIELDS.
021100         05 WS-A-SUB              PIC 9(4) VALUE 0.
021200         05 WS-A-KEY              PIC X(8) VALUE SPACES.
021300         05 WS-B-SUB              PIC 9(4) VALUE 0.
021400         05 WS-B-KEY              PIC X(8) VALUE SPACES.
021500         05 WS-A-RESULT           PIC X(1) VALUE SPACE.
021600         05 WS-B-RESULT           PIC X(1) VALUE SPACE.
021700         05 WS-OPP-KEY            PIC X(8) VALUE SPACES.
021800         05 WS-SIDE-RESULT        PIC X(1) VALUE SPACE.
021900            88 WS-SIDE-WON        VALUE "W".
022000            88 WS-SIDE-LOST       VALUE "L".
022100            88 WS-SIDE-HALVED     VALUE "A".
022200         05 WS-SWAP-FLAG          PIC X(1) VALUE "N".
022300            88 WS-SWAP-SIDES      VALUE "Y".
022400*        THE TWO SIDES OF THE ROW BEING BOOKED. SIDE B FIRED THE
022500*        COMPUTER-SIDE COUNTERS, SO ITS OWN AND OPPONENT SHIP
022600*        LOSSES ARE SWAPPED WHEN IT IS BOOKED.
022700     01  WS-FOUND-FLAG            PIC X(1) VALUE "N".
022800         88 WS-FOUND              VALUE "Y".
022900     01  WS-OVERFLOW-FLAG         PIC X(1) VALUE "N".
023000         88 WS-OVERFLOW           VALUE "Y".
023100     01  WS-ANY-FLAG              PIC X(1) VALUE "N".
023200         88 WS-ANY                VALUE "Y".
023300     01  WS-COUNTERS.
023400         05 WS-RES-READ           PIC 9(9) VALUE 0.
023500         05 WS-HIST-READ          PIC 9(9) VALUE 0.
023600         05 WS-RATEHIST-READ      PIC 9(9) VALUE 0.
023700         05 WS-ROWS-BOOKED        PIC 9(9) VALUE 0.
023800         05 WS-ROWS-REVERSED      PIC 9(9) VALUE 0.
023900         05 WS-STMT-COUNT         PIC 9(6) VALUE 0.
024000         05 WS-PLR-OVERFLOW       PIC 9(6) VALUE 0.
024100         05 WS-H2H-OVERFLOW       PIC 9(6) VALUE 0.
024200         05 WS-REV-OVERFLOW       PIC 9(6) VALUE 0.
024300         05 WS-SSN-OVERFLOW       PIC 9(6) VALUE 0.
024400         05 WS-SHIP-OVERFLOW      PIC 9(6) VALUE 0.
024500     01  WS-WORK-FIELDS.
024600         05 WS-PCT                PIC 9(3) VALUE 0.
024700         05 WS-BEST-PCT           PIC 9(3) VALUE 0.
024800         05 WS-WORST-PCT          PIC 9(3) VALUE 0.
024900         05 WS-BEST-SHIP          PIC 9(2) VALUE 0.
025000         05 WS-WORST-SHIP         PIC 9(2) VALUE 0.
025100         05 WS-SURVIVED           PIC 9(6) VALUE 0.
025200         05 WS-ALIAS-POS          PIC 9(3) VALUE 0.
025300     01  WS-COUNT-DISP            PIC ZZZZZ9.
025400     01  WS-CELL-DISP             PIC ZZZZ9.
025500     01  WS-PCT-DISP              PIC ZZ9.
025600     01  WS-RATING-DISP           PIC ZZZ9.
025700     01  WS-DATE-DISP             PIC 9999/99/99.
025800 PROCEDURE DIVISION.
025900     PARA-MAIN.
026000         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
026100         UNSTRING WS-COMMAND-LINE DELIMITED BY ","
026200            INTO WS-FUNCTION WS-PARM-PLAYER
026300         END-UNSTRING.
026400         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
026500         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
026600         MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME.
026700         IF NOT WS-FUNC-ALL AND NOT WS-FUNC-PLAYER
026800            DISPLAY "PARM MUST BE A OR P,PLAYERID"
026900            MOVE 16 TO RETURN-CODE
027000            PERFORM PARA-END-RUN
027100         END-IF.
027200         IF WS-FUNC-PLAYER AND WS-PARM-PLAYER = SPACES
027300            DISPLAY "PARM P NEEDS THE PLAYER ID - P,PLAYERID"
027400            MOVE 16 TO RETURN-CODE
027500            PERFORM PARA-END-RUN
027600         END-IF.
027700         OPEN OUTPUT CARRPT.
027800         IF WS-CARRPT-STATUS NOT = "00"
027900            DISPLAY "CANNOT OPEN CARRPT - STATUS "
028000               WS-CARRPT-STATUS
028100            MOVE 16 TO RETURN-CODE
028200            PERFORM PARA-END-RUN
028300         END-IF.
028400         PERFORM PARA-LOAD-PLAYERS.
028500         PERFORM PARA-SET-TRACKING.
028600         PERFORM PARA-LOAD-SEASONS.
028700         MOVE 1 TO WS-PASS.
028800         PERFORM PARA-READ-ALL-RESULTS.
028900         MOVE 2 TO WS-PASS.
029000         PERFORM PARA-READ-ALL-RESULTS.
029100         OPEN INPUT RATINGS-FILE.
029200         IF WS-RATINGS-STATUS = "00"
029300            SET WS-RATINGS-OPEN TO TRUE
029400         ELSE
029500            DISPLAY "RATINGS NOT AVAILABLE - STATUS "
029600               WS-RATINGS-STATUS " - NO CURRENT SEASON LINES"
029700         END-IF.
029800         PERFORM PARA-PRINT-TITLE.
029900         PERFORM VARYING WS-PLR-SUB FROM 1 BY 1
030000                 UNTIL WS-PLR-SUB > WS-PLR-COUNT
030100            IF WS-PLR-TRACKED(WS-PLR-SUB)
030200               AND WS-PLR-OWNER(WS-PLR-SUB) = WS-PLR-SUB
030300               PERFORM PARA-PRINT-STATEMENT
030400            END-IF
030500         END-PERFORM.
030600         IF WS-RATINGS-OPEN
030700            CLOSE RATINGS-FILE
030800         END-IF.
030900         IF WS-FUNC-ALL
031000            PERFORM PARA-PRINT-MATRIX
031100         END-IF.
031200         PERFORM PARA-PRINT-TOTALS.
031300         CLOSE CARRPT.
031400         PERFORM PARA-END-RUN.
031500
031600     PARA-LOAD-PLAYERS.
031700*        THE WHOLE MASTER IS HELD, IN KEY ORDER - IT NAMES EVERY
031800*        OPPONENT AND CARRIES THE RENAME MAP EVEN WHEN ONLY ONE
031900*        STATEMENT IS WANTED.
032000         OPEN INPUT PLAYER-MASTER.
032100         IF WS-PLAYERS-STATUS NOT = "00"
032200            DISPLAY "CANNOT OPEN PLAYERS - STATUS "
032300               WS-PLAYERS-STATUS
032400            MOVE 16 TO RETURN-CODE
032500            PERFORM PARA-END-RUN
032600         END-IF.
032700         MOVE LOW-VALUES TO PLYR-PLAYER-ID.
032800         START PLAYER-MASTER KEY NOT < PLYR-PLAYER-ID
032900            INVALID KEY
033000               MOVE "10" TO WS-PLAYERS-STATUS
033100         END-START.
033200         PERFORM UNTIL WS-PLAYERS-STATUS NOT = "00"
033300            READ PLAYER-MASTER NEXT
033400               AT END
033500                  MOVE "10" TO WS-PLAYERS-STATUS
033600               NOT AT END
033700                  PERFORM PARA-ADD-PLAYER
033800            END-READ
033900         END-PERFORM.
034000         CLOSE PLAYER-MASTER.
034100         PERFORM VARYING WS-PLR-SUB FROM 1 BY 1
034200                 UNTIL WS-PLR-SUB > WS-PLR-COUNT
034300            PERFORM PARA-RESOLVE-OWNER
034400         END-PERFORM.
034500
034600     PARA-ADD-PLAYER.
034700         IF WS-PLR-COUNT < 500
034800            ADD 1 TO WS-PLR-COUNT
034900            INITIALIZE WS-PLR-ENTRY(WS-PLR-COUNT)
035000            MOVE PLYR-PLAYER-ID TO WS-PLR-ID(WS-PLR-COUNT)
035100            MOVE PLYR-NAME TO WS-PLR-NAME(WS-PLR-COUNT)
035200            MOVE PLYR-STATUS TO WS-PLR-STATUS(WS-PLR-COUNT)
035300            MOVE PLYR-REG-DATE TO WS-PLR-REG-DATE(WS-PLR-COUNT)
035400            MOVE PLYR-MAP-TO TO WS-PLR-MAP-TO(WS-PLR-COUNT)
035500            MOVE "N" TO WS-PLR-TRACK(WS-PLR-COUNT)
035600         ELSE
035700            ADD 1 TO WS-PLR-OVERFLOW
035800            SET WS-OVERFLOW TO TRUE
035900         END-IF.
036000
036100     PARA-RESOLVE-OWNER.
036200*        FOLLOW THE RENAME MAP TO THE ID STILL IN USE. A MAP THAT
036300*        LEADS OFF THE MASTER, OR ROUND IN A CIRCLE, STOPS AT THE
036400*        LAST ID FOUND.
036500         MOVE WS-PLR-SUB TO WS-OWN-SUB.
036600         MOVE 0 TO WS-HOP.
036700         MOVE "N" TO WS-CHAIN-DONE-FLAG.
036800         PERFORM UNTIL WS-CHAIN-DONE
036900            IF WS-PLR-MAP-TO(WS-OWN-SUB) = SPACES OR WS-HOP > 9
037000               SET WS-CHAIN-DONE TO TRUE
037100            ELSE
037200               MOVE WS-PLR-MAP-TO(WS-OWN-SUB) TO WS-FIND-ID
037300               PERFORM PARA-FIND-PLAYER
037400               IF WS-FIND-SUB = 0
037500                  SET WS-CHAIN-DONE TO TRUE
037600               ELSE
037700                  MOVE WS-FIND-SUB TO WS-OWN-SUB
037800                  ADD 1 TO WS-HOP
037900               END-IF
038000            END-IF
038100         END-PERFORM.
038200         MOVE WS-OWN-SUB TO WS-PLR-OWNER(WS-PLR-SUB).
038300
038400     PARA-FIND-PLAYER.
038500*        ENTRY OF WS-FIND-ID ON THE PLAYER TABLE, ZERO IF NOT
038600*        THERE.
038700         MOVE "N" TO WS-FOUND-FLAG.
038800         PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
038900                 UNTIL WS-FIND-SUB > WS-PLR-COUNT
039000                 OR WS-FOUND
039100            IF WS-PLR-ID(WS-FIND-SUB) = WS-FIND-ID
039200               SET WS-FOUND TO TRUE
039300            END-IF
039400         END-PERFORM.
039500         IF WS-FOUND
039600            COMPUTE WS-FIND-SUB = WS-FIND-SUB - 1
039700         ELSE
039800            MOVE 0 TO WS-FIND-SUB
039900         END-IF.
040000
040100     PARA-SET-TRACKING.
040200*        EVERY PLAYER IS BOOKED FOR A FULL RUN. FOR ONE STATEMENT
040300*        ONLY THE PLAYER NAMED ON THE PARM - OR THE ID THEIR
040400*        RECORD IS MAPPED TO - IS BOOKED.
040500         IF WS-FUNC-ALL
040600            PERFORM VARYING WS-PLR-SUB FROM 1 BY 1
040700                    UNTIL WS-PLR-SUB > WS-PLR-COUNT
040800               MOVE "Y" TO WS-PLR-TRACK(WS-PLR-SUB)
040900            END-PERFORM
041000         ELSE
041100            MOVE WS-PARM-PLAYER TO WS-FIND-ID
041200            PERFORM PARA-FIND-PLAYER
041300            IF WS-FIND-SUB = 0
041400               DISPLAY "PLAYER " WS-PARM-PLAYER
041500                  " IS NOT ON THE PLAYER MASTER - NO STATEMENT"
041600               MOVE SPACES TO CARR-LINE
041700               MOVE "NOT ON THE PLAYER MASTER - NO STATEMENT FOR"
041800                  TO CARR-LINE
041900               MOVE WS-PARM-PLAYER TO CARR-LINE(45:8)
042000               WRITE CARR-LINE
042100               CLOSE CARRPT
042200               MOVE 8 TO RETURN-CODE
042300               PERFORM PARA-END-RUN
042400            END-IF
042500            MOVE WS-FIND-SUB TO WS-TARGET-SUB
042600            MOVE WS-PLR-OWNER(WS-FIND-SUB) TO WS-OWN-SUB
042700            MOVE "Y" TO WS-PLR-TRACK(WS-OWN-SUB)
042800         END-IF.
042900
043000     PARA-LOAD-SEASONS.
043100*        RATEHIST IS OPTIONAL - WITHOUT IT THE STATEMENTS SIMPLY
043200*        CARRY NO CLOSED SEASONS.
043300         OPEN INPUT RATE-HISTORY.
043400         IF WS-RATEHIST-STATUS NOT = "00"
043500            DISPLAY "RATEHIST NOT AVAILABLE - STATUS "
043600               WS-RATEHIST-STATUS " - NO SEASON HISTORY LINES"
043700         ELSE
043800            SET WS-RATEHIST-USED TO TRUE
043900            MOVE "N" TO WS-EOF-FLAG
044000            PERFORM PARA-READ-SEASON UNTIL WS-EOF
044100            CLOSE RATE-HISTORY
044200         END-IF.
044300
044400     PARA-READ-SEASON.
044500         READ RATE-HISTORY
044600            AT END
044700               SET WS-EOF TO TRUE
044800            NOT AT END
044900               ADD 1 TO WS-RATEHIST-READ
045000               MOVE HIST-PLAYER-ID TO WS-FIND-ID
045100               PERFORM PARA-FIND-PLAYER
045200               IF WS-FIND-SUB > 0
045300                  MOVE WS-PLR-OWNER(WS-FIND-SUB) TO WS-OWN-SUB
045400                  IF WS-PLR-TRACKED(WS-OWN-SUB)
045500                     PERFORM PARA-ADD-SEASON
045600                  END-IF
045700               END-IF
045800         END-READ.
045900
046000     PARA-ADD-SEASON.
046100*        THE SEASON COUNTERS ON THE SNAPSHOT BELONG TO THE SEASON
046200*        THE ROW LAST PLAYED IN - A PLAYER WHO SAT THE CLOSED
046300*        SEASON OUT STILL CARRIES AN OLDER ONES, SO SHOWS NONE.
046400         IF WS-SSN-COUNT < 2000
046500            ADD 1 TO WS-SSN-COUNT
046600            MOVE WS-OWN-SUB TO WS-SSN-OWNER(WS-SSN-COUNT)
046700            MOVE HIST-SEASON TO WS-SSN-CODE(WS-SSN-COUNT)
046800            MOVE HIST-PLAYER-ID TO WS-SSN-ID(WS-SSN-COUNT)
046900            MOVE HIST-CURRENT TO WS-SSN-RATING(WS-SSN-COUNT)
047000            MOVE HIST-BEST TO WS-SSN-BEST(WS-SSN-COUNT)
047100            IF HIST-RATE-SEASON = HIST-SEASON
047200               MOVE HIST-S-GAMES TO WS-SSN-GAMES(WS-SSN-COUNT)
047300               MOVE HIST-S-WINS TO WS-SSN-WINS(WS-SSN-COUNT)
047400               MOVE HIST-S-LOSSES TO WS-SSN-LOSSES(WS-SSN-COUNT)
047500            ELSE
047600               MOVE 0 TO WS-SSN-GAMES(WS-SSN-COUNT)
047700               MOVE 0 TO WS-SSN-WINS(WS-SSN-COUNT)
047800               MOVE 0 TO WS-SSN-LOSSES(WS-SSN-COUNT)
047900            END-IF
048000         ELSE
048100            ADD 1 TO WS-SSN-OVERFLOW
048200            SET WS-OVERFLOW TO TRUE
048300         END-IF.
048400
048500     PARA-READ-ALL-RESULTS.
048600*        THE ROLLED GENERATIONS (OLDEST FIRST) AND THEN THE LIVE
048700*        FILE MAKE UP THE WHOLE PLAYING HISTORY IN SETTLEMENT
048800*        ORDER. WITHOUT RESHIST THE STATEMENTS COVER THE LIVE FILE
048900*        ONLY, WHICH THE TITLE PAGE SAYS.
049000         OPEN INPUT RESULTS-FILE.
049100         IF WS-RESULTS-STATUS NOT = "00"
049200            DISPLAY "CANNOT OPEN RESULTS - STATUS "
049300               WS-RESULTS-STATUS
049400            CLOSE CARRPT
049500            MOVE 16 TO RETURN-CODE
049600            PERFORM PARA-END-RUN
049700         END-IF.
049800         OPEN INPUT RESULTS-HIST.
049900         IF WS-RESHIST-STATUS = "00"
050000            SET WS-HIST-USED TO TRUE
050100            MOVE "N" TO WS-EOF-FLAG
050200            PERFORM PARA-READ-HIST-ROW UNTIL WS-EOF
050300            CLOSE RESULTS-HIST
050400         ELSE
050500            IF WS-REVERSAL-PASS
050600               DISPLAY "RESHIST NOT AVAILABLE - STATUS "
050700                  WS-RESHIST-STATUS " - LIVE RESULTS ONLY"
050800            END-IF
050900         END-IF.
051000         MOVE "N" TO WS-EOF-FLAG.
051100         PERFORM PARA-READ-LIVE-ROW UNTIL WS-EOF.
051200         CLOSE RESULTS-FILE.
051300
051400     PARA-READ-HIST-ROW.
051500         READ RESULTS-HIST
051600            AT END
051700               SET WS-EOF TO TRUE
051800            NOT AT END
051900               IF WS-BOOKING-PASS
052000                  ADD 1 TO WS-HIST-READ
052100               END-IF
052200               MOVE RESHIST-REC TO RESULT-REC
052300               PERFORM PARA-TAKE-ROW
052400         END-READ.
052500
052600     PARA-READ-LIVE-ROW.
052700         READ RESULTS-FILE
052800            AT END
052900               SET WS-EOF TO TRUE
053000            NOT AT END
053100               IF WS-BOOKING-PASS
053200                  ADD 1 TO WS-RES-READ
053300               END-IF
053400               PERFORM PARA-TAKE-ROW
053500         END-READ.
053600
053700     PARA-TAKE-ROW.
053800         IF WS-REVERSAL-PASS
053900            IF RESULT-REVERSAL
054000               PERFORM PARA-NOTE-REVERSAL
054100            END-IF
054200         ELSE
054300            IF NOT RESULT-REVERSAL
054400               PERFORM PARA-CHECK-REVERSED
054500               IF WS-FOUND
054600                  ADD 1 TO WS-ROWS-REVERSED
054700               ELSE
054800                  PERFORM PARA-BOOK-ROW
054900               END-IF
055000            END-IF
055100         END-IF.
055200
055300     PARA-NOTE-REVERSAL.
055400         IF WS-REV-COUNT < 1000
055500            ADD 1 TO WS-REV-COUNT
055600            MOVE RESULT-GAME-NO TO WS-REV-GAME-NO(WS-REV-COUNT)
055700            MOVE RESULT-PLAYER-ID TO WS-REV-PLAYER(WS-REV-COUNT)
055800            MOVE RESULT-WINNER TO WS-REV-WINNER(WS-REV-COUNT)
055900            MOVE RESULT-DISPOSITION TO WS-REV-DISP(WS-REV-COUNT)
056000            MOVE "N" TO WS-REV-USED(WS-REV-COUNT)
056100         ELSE
056200            ADD 1 TO WS-REV-OVERFLOW
056300            SET WS-OVERFLOW TO TRUE
056400         END-IF.
056500
056600     PARA-CHECK-REVERSED.
056700         MOVE "N" TO WS-FOUND-FLAG.
056800         PERFORM VARYING WS-REV-SUB FROM 1 BY 1
056900                 UNTIL WS-REV-SUB > WS-REV-COUNT
057000                 OR WS-FOUND
057100            IF WS-REV-USED(WS-REV-SUB) = "N"
057200               AND WS-REV-GAME-NO(WS-REV-SUB) = RESULT-GAME-NO
057300               AND WS-REV-PLAYER(WS-REV-SUB) = RESULT-PLAYER-ID
057400               AND WS-REV-WINNER(WS-REV-SUB) = RESULT-WINNER
057500               AND WS-REV-DISP(WS-REV-SUB) = RESULT-DISPOSITION
057600               MOVE "Y" TO WS-REV-USED(WS-REV-SUB)
057700               SET WS-FOUND TO TRUE
057800            END-IF
057900         END-PERFORM.
058000
058100     PARA-BOOK-ROW.
058200*        A CORRECTION ROW IS A SETTLEMENT LIKE ANY OTHER. THE
058300*        OPPONENT IS THE COMPUTER (COMPUTR1 AT LEVEL 1) UNLESS THE
058400*        ROW CAME FROM A HEAD-TO-HEAD GAME.
058500         ADD 1 TO WS-ROWS-BOOKED.
058600         MOVE RESULT-PLAYER-ID TO WS-FIND-ID.
058700         PERFORM PARA-FIND-PLAYER.
058800         IF WS-FIND-SUB > 0
058900            MOVE WS-PLR-OWNER(WS-FIND-SUB) TO WS-A-SUB
059000            MOVE WS-PLR-ID(WS-A-SUB) TO WS-A-KEY
059100         ELSE
059200            MOVE 0 TO WS-A-SUB
059300            MOVE RESULT-PLAYER-ID TO WS-A-KEY
059400         END-IF.
059500         MOVE 0 TO WS-B-SUB.
059600         IF RESULT-OPPONENT-ID = SPACES
059700            OR RESULT-OPPONENT-ID = "COMPUTER"
059800            MOVE "COMPUTER" TO WS-B-KEY
059900            IF RESULT-COM-LEVEL = 1
060000               MOVE "COMPUTR1" TO WS-B-KEY
060100            END-IF
060200         ELSE
060300            MOVE RESULT-OPPONENT-ID TO WS-FIND-ID
060400            PERFORM PARA-FIND-PLAYER
060500            IF WS-FIND-SUB > 0
060600               MOVE WS-PLR-OWNER(WS-FIND-SUB) TO WS-B-SUB
060700               MOVE WS-PLR-ID(WS-B-SUB) TO WS-B-KEY
060800            ELSE
060900               MOVE RESULT-OPPONENT-ID TO WS-B-KEY
061000            END-IF
061100         END-IF.
061200         IF RESULT-ABANDONED
061300            MOVE "A" TO WS-A-RESULT
061400            MOVE "A" TO WS-B-RESULT
061500         ELSE
061600            IF RESULT-WINNER = RESULT-PLAYER-ID
061700               MOVE "W" TO WS-A-RESULT
061800               MOVE "L" TO WS-B-RESULT
061900            ELSE
062000               MOVE "L" TO WS-A-RESULT
062100               MOVE "W" TO WS-B-RESULT
062200            END-IF
062300         END-IF.
062400         IF WS-A-SUB > 0
062500            IF WS-PLR-TRACKED(WS-A-SUB)
062600               MOVE WS-A-SUB TO WS-OWN-SUB
062700               MOVE WS-B-KEY TO WS-OPP-KEY
062800               MOVE WS-A-RESULT TO WS-SIDE-RESULT
062900               MOVE "N" TO WS-SWAP-FLAG
063000               PERFORM PARA-BOOK-SIDE
063100            END-IF
063200         END-IF.
063300         IF WS-B-SUB > 0 AND WS-B-SUB NOT = WS-A-SUB
063400            IF WS-PLR-TRACKED(WS-B-SUB)
063500               MOVE WS-B-SUB TO WS-OWN-SUB
063600               MOVE WS-A-KEY TO WS-OPP-KEY
063700               MOVE WS-B-RESULT TO WS-SIDE-RESULT
063800               MOVE "Y" TO WS-SWAP-FLAG
063900               PERFORM PARA-BOOK-SIDE
064000            END-IF
064100         END-IF.
064200
064300     PARA-BOOK-SIDE.
064400         ADD 1 TO WS-PLR-GAMES(WS-OWN-SUB).
064500         IF WS-PLR-FIRST-DATE(WS-OWN-SUB) = 0
064600            OR RESULT-DATE < WS-PLR-FIRST-DATE(WS-OWN-SUB)
064700            MOVE RESULT-DATE TO WS-PLR-FIRST-DATE(WS-OWN-SUB)
064800         END-IF.
064900         IF RESULT-DATE > WS-PLR-LAST-DATE(WS-OWN-SUB)
065000            MOVE RESULT-DATE TO WS-PLR-LAST-DATE(WS-OWN-SUB)
065100         END-IF.
065200         EVALUATE TRUE
065300            WHEN WS-SIDE-WON
065400               ADD 1 TO WS-PLR-WINS(WS-OWN-SUB)
065500               PERFORM PARA-RUN-WIN
065600            WHEN WS-SIDE-LOST
065700               ADD 1 TO WS-PLR-LOSSES(WS-OWN-SUB)
065800               PERFORM PARA-RUN-LOSS
065900            WHEN OTHER
066000               ADD 1 TO WS-PLR-HALVED(WS-OWN-SUB)
066100         END-EVALUATE.
066200         PERFORM PARA-FIND-H2H.
066300         IF WS-LINK > 0
066400            ADD 1 TO WS-H2H-GAMES(WS-LINK)
066500            EVALUATE TRUE
066600               WHEN WS-SIDE-WON
066700                  ADD 1 TO WS-H2H-WINS(WS-LINK)
066800               WHEN WS-SIDE-LOST
066900                  ADD 1 TO WS-H2H-LOSSES(WS-LINK)
067000               WHEN OTHER
067100                  ADD 1 TO WS-H2H-HALVED(WS-LINK)
067200            END-EVALUATE
067300            IF RESULT-DATE > WS-H2H-LAST-DATE(WS-LINK)
067400               MOVE RESULT-DATE TO WS-H2H-LAST-DATE(WS-LINK)
067500            END-IF
067600         END-IF.
067700         PERFORM VARYING WS-DTL-SUB FROM 1 BY 1
067800                 UNTIL WS-DTL-SUB > 10
067900            IF RESULT-SHIP-NAME(WS-DTL-SUB) NOT = SPACES
068000               PERFORM PARA-BOOK-SHIP
068100            END-IF
068200         END-PERFORM.
068300
068400     PARA-RUN-WIN.
068500         IF WS-PLR-RUN-TYPE(WS-OWN-SUB) = "W"
068600            ADD 1 TO WS-PLR-RUN-LEN(WS-OWN-SUB)
068700         ELSE
068800            MOVE "W" TO WS-PLR-RUN-TYPE(WS-OWN-SUB)
068900            MOVE 1 TO WS-PLR-RUN-LEN(WS-OWN-SUB)
069000         END-IF.
069100         IF WS-PLR-RUN-LEN(WS-OWN-SUB)
069200            > WS-PLR-BEST-WIN(WS-OWN-SUB)
069300            MOVE WS-PLR-RUN-LEN(WS-OWN-SUB)
069400               TO WS-PLR-BEST-WIN(WS-OWN-SUB)
069500            MOVE RESULT-DATE TO WS-PLR-BEST-DATE(WS-OWN-SUB)
069600         END-IF.
069700
069800     PARA-RUN-LOSS.
069900         IF WS-PLR-RUN-TYPE(WS-OWN-SUB) = "L"
070000            ADD 1 TO WS-PLR-RUN-LEN(WS-OWN-SUB)
070100         ELSE
070200            MOVE "L" TO WS-PLR-RUN-TYPE(WS-OWN-SUB)
070300            MOVE 1 TO WS-PLR-RUN-LEN(WS-OWN-SUB)
070400         END-IF.
070500         IF WS-PLR-RUN-LEN(WS-OWN-SUB)
070600            > WS-PLR-WORST-LOSS(WS-OWN-SUB)
070700            MOVE WS-PLR-RUN-LEN(WS-OWN-SUB)
070800               TO WS-PLR-WORST-LOSS(WS-OWN-SUB)
070900            MOVE RESULT-DATE TO WS-PLR-WORST-DATE(WS-OWN-SUB)
071000         END-IF.
071100
071200     PARA-FIND-H2H.
071300*        WALK THE PLAYERS OPPONENT CHAIN, WHICH IS KEPT IN
071400*        OPPONENT ID ORDER, AND LINK IN A NEW ENTRY WHERE THE
071500*        OPPONENT BELONGS IF THIS IS THEIR FIRST MEETING. WS-LINK
071600*        COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.
071700         MOVE 0 TO WS-PREV-LINK.
071800         MOVE WS-PLR-H2H-FIRST(WS-OWN-SUB) TO WS-LINK.
071900         MOVE "N" TO WS-FOUND-FLAG.
072000         MOVE "N" TO WS-CHAIN-DONE-FLAG.
072100         PERFORM UNTIL WS-CHAIN-DONE
072200            IF WS-LINK = 0
072300               SET WS-CHAIN-DONE TO TRUE
072400            ELSE
072500               IF WS-H2H-OPP(WS-LINK) = WS-OPP-KEY
072600                  SET WS-FOUND TO TRUE
072700                  SET WS-CHAIN-DONE TO TRUE
072800               ELSE
072900                  IF WS-H2H-OPP(WS-LINK) > WS-OPP-KEY
073000                     SET WS-CHAIN-DONE TO TRUE
073100                  ELSE
073200                     MOVE WS-LINK TO WS-PREV-LINK
073300                     MOVE WS-H2H-NEXT(WS-LINK) TO WS-LINK
073400                  END-IF
073500               END-IF
073600            END-IF
073700         END-PERFORM.
073800         IF NOT WS-FOUND
073900            IF WS-H2H-COUNT < 5000
074000               ADD 1 TO WS-H2H-COUNT
074100               MOVE WS-H2H-COUNT TO WS-NEW-LINK
074200               INITIALIZE WS-H2H-ENTRY(WS-NEW-LINK)
074300               MOVE WS-OPP-KEY TO WS-H2H-OPP(WS-NEW-LINK)
074400               MOVE WS-LINK TO WS-H2H-NEXT(WS-NEW-LINK)
074500               IF WS-PREV-LINK = 0
074600                  MOVE WS-NEW-LINK TO WS-PLR-H2H-FIRST(WS-OWN-SUB)
074700               ELSE
074800                  MOVE WS-NEW-LINK TO WS-H2H-NEXT(WS-PREV-LINK)
074900               END-IF
075000               MOVE WS-NEW-LINK TO WS-LINK
075100            ELSE
075200               ADD 1 TO WS-H2H-OVERFLOW
075300               SET WS-OVERFLOW TO TRUE
075400               MOVE 0 TO WS-LINK
075500            END-IF
075600         END-IF.
075700
075800     PARA-BOOK-SHIP.
075900*        THE REPORTING SIDE LOST ITS SUNK-OWN SHIPS AND SANK THE
076000*        SUNK-OPP ONES - THE OTHER SIDE OF A HEAD-TO-HEAD ROW THE
076100*        OTHER WAY ROUND. EACH SIDE PUT SHIP-TOTAL OF THE TYPE TO
076200*        SEA.
076300         MOVE "N" TO WS-FOUND-FLAG.
076400         PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
076500                 UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
076600                 OR WS-FOUND
076700            IF WS-SHIP-NAME(WS-SHIP-SUB) =
076800               RESULT-SHIP-NAME(WS-DTL-SUB)
076900               SET WS-FOUND TO TRUE
077000            END-IF
077100         END-PERFORM.
077200         IF WS-FOUND
077300            COMPUTE WS-SHIP-SUB = WS-SHIP-SUB - 1
077400         ELSE
077500            IF WS-SHIP-COUNT < 10
077600               ADD 1 TO WS-SHIP-COUNT
077700               MOVE WS-SHIP-COUNT TO WS-SHIP-SUB
077800               MOVE RESULT-SHIP-NAME(WS-DTL-SUB)
077900                  TO WS-SHIP-NAME(WS-SHIP-SUB)
078000            ELSE
078100               ADD 1 TO WS-SHIP-OVERFLOW
078200               SET WS-OVERFLOW TO TRUE
078300               MOVE 0 TO WS-SHIP-SUB
078400            END-IF
078500         END-IF.
078600         IF WS-SHIP-SUB > 0
078700            ADD RESULT-SHIP-TOTAL(WS-DTL-SUB)
078800               TO WS-PLR-FIELDED(WS-OWN-SUB, WS-SHIP-SUB)
078900            IF WS-SWAP-SIDES
079000               ADD RESULT-SHIP-SUNK-OPP(WS-DTL-SUB)
079100                  TO WS-PLR-LOST(WS-OWN-SUB, WS-SHIP-SUB)
079200               ADD RESULT-SHIP-SUNK-OWN(WS-DTL-SUB)
079300                  TO WS-PLR-KILLED(WS-OWN-SUB, WS-SHIP-SUB)
079400            ELSE
079500               ADD RESULT-SHIP-SUNK-OWN(WS-DTL-SUB)
079600                  TO WS-PLR-LOST(WS-OWN-SUB, WS-SHIP-SUB)
079700               ADD RESULT-SHIP-SUNK-OPP(WS-DTL-SUB)
079800                  TO WS-PLR-KILLED(WS-OWN-SUB, WS-SHIP-SUB)
079900            END-IF
080000         END-IF.
080100
080200     PARA-PRINT-TITLE.
080300         MOVE SPACES TO CARR-LINE.
080400         MOVE "BATTLE LEAGUE - PLAYER CAREER STATEMENTS"
080500            TO CARR-LINE.
080600         MOVE "RUN DATE" TO CARR-LINE(100:8).
080700         MOVE WS-RUN-DATE TO WS-DATE-DISP.
080800         MOVE WS-DATE-DISP TO CARR-LINE(110:10).
080900         WRITE CARR-LINE.
081000         MOVE SPACES TO CARR-LINE.
081100         IF WS-HIST-USED
081200            MOVE "GAMES FROM EVERY ROLLED RESULTS GENERATION"
081300               TO CARR-LINE
081400            MOVE "AND THE LIVE RESULTS FILE" TO CARR-LINE(44:25)
081500         ELSE
081600            MOVE "GAMES FROM THE LIVE RESULTS FILE ONLY"
081700               TO CARR-LINE
081800            MOVE "- NO ROLLED GENERATIONS WERE AVAILABLE"
081900               TO CARR-LINE(39:38)
082000         END-IF.
082100         WRITE CARR-LINE.
082200         IF WS-FUNC-PLAYER
082300            IF WS-PLR-OWNER(WS-TARGET-SUB) NOT = WS-TARGET-SUB
082400               MOVE SPACES TO CARR-LINE
082500               MOVE "PLAYER" TO CARR-LINE(1:6)
082600               MOVE WS-PLR-ID(WS-TARGET-SUB) TO CARR-LINE(8:8)
082700               MOVE "IS MAPPED TO" TO CARR-LINE(17:12)
082800               MOVE WS-PLR-MAP-TO(WS-TARGET-SUB)
082900                  TO CARR-LINE(30:8)
083000               MOVE "- THE CAREER IS STATED UNDER"
083100                  TO CARR-LINE(39:28)
083200               MOVE WS-PLR-OWNER(WS-TARGET-SUB) TO WS-OWN-SUB
083300               MOVE WS-PLR-ID(WS-OWN-SUB) TO CARR-LINE(68:8)
083400               WRITE CARR-LINE
083500            END-IF
083600         END-IF.
083700
083800     PARA-PRINT-STATEMENT.
083900*        ONE STATEMENT PER ID STILL IN USE - A FOLDED ID IS
084000*        STATED UNDER THE ID IT IS MAPPED TO.
084100         ADD 1 TO WS-STMT-COUNT.
084200         MOVE SPACES TO CARR-LINE.
084300         WRITE CARR-LINE.
084400         MOVE ALL "=" TO CARR-LINE(1:120).
084500         WRITE CARR-LINE.
084600         MOVE SPACES TO CARR-LINE.
084700         MOVE "PLAYER" TO CARR-LINE(1:6).
084800         MOVE WS-PLR-ID(WS-PLR-SUB) TO CARR-LINE(8:8).
084900         MOVE WS-PLR-NAME(WS-PLR-SUB) TO CARR-LINE(18:25).
085000         MOVE "STATUS" TO CARR-LINE(45:6).
085100         IF WS-PLR-STATUS(WS-PLR-SUB) = "A"
085200            MOVE "ACTIVE" TO CARR-LINE(52:9)
085300         ELSE
085400            IF WS-PLR-STATUS(WS-PLR-SUB) = "S"
085500               MOVE "SUSPENDED" TO CARR-LINE(52:9)
085600            ELSE
085700               MOVE WS-PLR-STATUS(WS-PLR-SUB) TO CARR-LINE(52:1)
085800            END-IF
085900         END-IF.
086000         MOVE "REGISTERED" TO CARR-LINE(63:10).
086100         MOVE WS-PLR-REG-DATE(WS-PLR-SUB) TO WS-DATE-DISP.
086200         MOVE WS-DATE-DISP TO CARR-LINE(74:10).
086300         WRITE CARR-LINE.
086400         PERFORM PARA-PRINT-ALIASES.
086500         PERFORM PARA-PRINT-SEASONS.
086600         PERFORM PARA-PRINT-CURRENT.
086700         PERFORM PARA-PRINT-RECORD.
086800         PERFORM PARA-PRINT-SHIPS.
086900         PERFORM PARA-PRINT-H2H.
087000
087100     PARA-PRINT-ALIASES.
087200         MOVE SPACES TO CARR-LINE.
087300         MOVE 17 TO WS-ALIAS-POS.
087400         PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
087500                 UNTIL WS-FIND-SUB > WS-PLR-COUNT
087600            IF WS-PLR-OWNER(WS-FIND-SUB) = WS-PLR-SUB
087700               AND WS-FIND-SUB NOT = WS-PLR-SUB
087800               IF WS-ALIAS-POS > 112
087900                  MOVE "ALSO PLAYED AS" TO CARR-LINE(1:14)
088000                  WRITE CARR-LINE
088100                  MOVE SPACES TO CARR-LINE
088200                  MOVE 17 TO WS-ALIAS-POS
088300               END-IF
088400               MOVE WS-PLR-ID(WS-FIND-SUB)
088500                  TO CARR-LINE(WS-ALIAS-POS:8)
088600               ADD 9 TO WS-ALIAS-POS
088700            END-IF
088800         END-PERFORM.
088900         IF WS-ALIAS-POS > 17
089000            MOVE "ALSO PLAYED AS" TO CARR-LINE(1:14)
089100            WRITE CARR-LINE
089200         END-IF.
089300
089400     PARA-PRINT-SEASONS.
089500         MOVE SPACES TO CARR-LINE.
089600         WRITE CARR-LINE.
089700         MOVE "SEASON HISTORY" TO CARR-LINE.
089800         WRITE CARR-LINE.
089900         IF NOT WS-RATEHIST-USED
090000            MOVE SPACES TO CARR-LINE
090100            MOVE "RATEHIST NOT AVAILABLE" TO CARR-LINE(3:22)
090200            WRITE CARR-LINE
090300         ELSE
090400            MOVE SPACES TO CARR-LINE
090500            MOVE "SEASON" TO CARR-LINE(3:6)
090600            MOVE "PLAYED AS" TO CARR-LINE(11:9)
090700            MOVE "FINAL RATING" TO CARR-LINE(22:12)
090800            MOVE "BEST" TO CARR-LINE(37:4)
090900            MOVE "GAMES" TO CARR-LINE(44:5)
091000            MOVE "WINS" TO CARR-LINE(53:4)
091100            MOVE "LOSSES" TO CARR-LINE(60:6)
091200            WRITE CARR-LINE
091300            MOVE "N" TO WS-ANY-FLAG
091400            PERFORM VARYING WS-SSN-SUB FROM 1 BY 1
091500                    UNTIL WS-SSN-SUB > WS-SSN-COUNT
091600               IF WS-SSN-OWNER(WS-SSN-SUB) = WS-PLR-SUB
091700                  PERFORM PARA-PRINT-SEASON-LINE
091800               END-IF
091900            END-PERFORM
092000            IF NOT WS-ANY
092100               MOVE SPACES TO CARR-LINE
092200               MOVE "NO CLOSED SEASONS ON FILE" TO CARR-LINE(3:25)
092300               WRITE CARR-LINE
092400            END-IF
092500         END-IF.
092600
092700     PARA-PRINT-SEASON-LINE.
092800         SET WS-ANY TO TRUE.
092900         MOVE SPACES TO CARR-LINE.
093000         MOVE WS-SSN-CODE(WS-SSN-SUB) TO CARR-LINE(3:4).
093100         MOVE WS-SSN-ID(WS-SSN-SUB) TO CARR-LINE(11:8).
093200         MOVE WS-SSN-RATING(WS-SSN-SUB) TO WS-RATING-DISP.
093300         MOVE WS-RATING-DISP TO CARR-LINE(30:4).
093400         MOVE WS-SSN-BEST(WS-SSN-SUB) TO WS-RATING-DISP.
093500         MOVE WS-RATING-DISP TO CARR-LINE(37:4).
093600         MOVE WS-SSN-GAMES(WS-SSN-SUB) TO WS-COUNT-DISP.
093700         MOVE WS-COUNT-DISP TO CARR-LINE(43:6).
093800         MOVE WS-SSN-WINS(WS-SSN-SUB) TO WS-COUNT-DISP.
093900         MOVE WS-COUNT-DISP TO CARR-LINE(51:6).
094000         MOVE WS-SSN-LOSSES(WS-SSN-SUB) TO WS-COUNT-DISP.
094100         MOVE WS-COUNT-DISP TO CARR-LINE(60:6).
094200         WRITE CARR-LINE.
094300
094400     PARA-PRINT-CURRENT.
094500         MOVE SPACES TO CARR-LINE.
094600         WRITE CARR-LINE.
094700         MOVE "CURRENT SEASON" TO CARR-LINE.
094800         WRITE CARR-LINE.
094900         MOVE SPACES TO CARR-LINE.
095000         IF NOT WS-RATINGS-OPEN
095100            MOVE "RATINGS NOT AVAILABLE" TO CARR-LINE(3:21)
095200            WRITE CARR-LINE
095300         ELSE
095400            MOVE WS-PLR-ID(WS-PLR-SUB) TO RATE-PLAYER-ID
095500            READ RATINGS-FILE
095600               INVALID KEY
095700                  MOVE "NOT ON THE RATINGS LADDER YET"
095800                     TO CARR-LINE(3:29)
095900                  WRITE CARR-LINE
096000                  END-WRITE
096100               NOT INVALID KEY
096200                  PERFORM PARA-PRINT-LADDER-ROW
096300            END-READ
096400         END-IF.
096500
096600     PARA-PRINT-LADDER-ROW.
096700         MOVE "SEASON" TO CARR-LINE(3:6).
096800         MOVE RATE-SEASON TO CARR-LINE(10:4).
096900         MOVE "RATING" TO CARR-LINE(16:6).
097000         MOVE RATE-CURRENT TO WS-RATING-DISP.
097100         MOVE WS-RATING-DISP TO CARR-LINE(23:4).
097200         MOVE "BEST" TO CARR-LINE(29:4).
097300         MOVE RATE-BEST TO WS-RATING-DISP.
097400         MOVE WS-RATING-DISP TO CARR-LINE(34:4).
097500         MOVE "GAMES" TO CARR-LINE(40:5).
097600         MOVE RATE-SEASON-GAMES TO WS-COUNT-DISP.
097700         MOVE WS-COUNT-DISP TO CARR-LINE(46:6).
097800         MOVE "WINS" TO CARR-LINE(54:4).
097900         MOVE RATE-SEASON-WINS TO WS-COUNT-DISP.
098000         MOVE WS-COUNT-DISP TO CARR-LINE(59:6).
098100         MOVE "LOSSES" TO CARR-LINE(67:6).
098200         MOVE RATE-SEASON-LOSSES TO WS-COUNT-DISP.
098300         MOVE WS-COUNT-DISP TO CARR-LINE(74:6).
098400         MOVE "CURRENT RUN" TO CARR-LINE(82:11).
098500         MOVE RATE-STREAK-TYPE TO CARR-LINE(94:1).
098600         MOVE RATE-STREAK-LEN TO WS-COUNT-DISP.
098700         MOVE WS-COUNT-DISP TO CARR-LINE(96:6).
098800         WRITE CARR-LINE.
098900         MOVE SPACES TO CARR-LINE.
099000         MOVE "LADDER CAREER" TO CARR-LINE(3:13).
099100         MOVE "GAMES" TO CARR-LINE(40:5).
099200         MOVE RATE-GAMES TO WS-COUNT-DISP.
099300         MOVE WS-COUNT-DISP TO CARR-LINE(46:6).
099400         MOVE "WINS" TO CARR-LINE(54:4).
099500         MOVE RATE-WINS TO WS-COUNT-DISP.
099600         MOVE WS-COUNT-DISP TO CARR-LINE(59:6).
099700         MOVE "LOSSES" TO CARR-LINE(67:6).
099800         MOVE RATE-LOSSES TO WS-COUNT-DISP.
099900         MOVE WS-COUNT-DISP TO CARR-LINE(74:6).
100000         WRITE CARR-LINE.
100100
100200     PARA-PRINT-RECORD.
100300         MOVE SPACES TO CARR-LINE.
100400         WRITE CARR-LINE.
100500         MOVE "GAMES ON FILE" TO CARR-LINE.
100600         WRITE CARR-LINE.
100700         MOVE SPACES TO CARR-LINE.
100800         IF WS-PLR-GAMES(WS-PLR-SUB) = 0
100900            MOVE "NO SETTLED GAMES ON FILE" TO CARR-LINE(3:24)
101000            WRITE CARR-LINE
101100         ELSE
101200            MOVE "GAMES" TO CARR-LINE(3:5)
101300            MOVE WS-PLR-GAMES(WS-PLR-SUB) TO WS-COUNT-DISP
101400            MOVE WS-COUNT-DISP TO CARR-LINE(9:6)
101500            MOVE "WINS" TO CARR-LINE(17:4)
101600            MOVE WS-PLR-WINS(WS-PLR-SUB) TO WS-COUNT-DISP
101700            MOVE WS-COUNT-DISP TO CARR-LINE(22:6)
101800            MOVE "LOSSES" TO CARR-LINE(30:6)
101900            MOVE WS-PLR-LOSSES(WS-PLR-SUB) TO WS-COUNT-DISP
102000            MOVE WS-COUNT-DISP TO CARR-LINE(37:6)
102100            MOVE "ABANDONED" TO CARR-LINE(45:9)
102200            MOVE WS-PLR-HALVED(WS-PLR-SUB) TO WS-COUNT-DISP
102300            MOVE WS-COUNT-DISP TO CARR-LINE(55:6)
102400            MOVE "FIRST" TO CARR-LINE(63:5)
102500            MOVE WS-PLR-FIRST-DATE(WS-PLR-SUB) TO WS-DATE-DISP
102600            MOVE WS-DATE-DISP TO CARR-LINE(69:10)
102700            MOVE "LAST" TO CARR-LINE(81:4)
102800            MOVE WS-PLR-LAST-DATE(WS-PLR-SUB) TO WS-DATE-DISP
102900            MOVE WS-DATE-DISP TO CARR-LINE(86:10)
103000            WRITE CARR-LINE
103100            MOVE SPACES TO CARR-LINE
103200            MOVE "BEST RUN" TO CARR-LINE(3:8)
103300            MOVE WS-PLR-BEST-WIN(WS-PLR-SUB) TO WS-COUNT-DISP
103400            MOVE WS-COUNT-DISP TO CARR-LINE(12:6)
103500            MOVE "WINS" TO CARR-LINE(19:4)
103600            IF WS-PLR-BEST-WIN(WS-PLR-SUB) > 0
103700               MOVE "TO" TO CARR-LINE(24:2)
103800               MOVE WS-PLR-BEST-DATE(WS-PLR-SUB) TO WS-DATE-DISP
103900               MOVE WS-DATE-DISP TO CARR-LINE(27:10)
104000            END-IF
104100            MOVE "WORST RUN" TO CARR-LINE(40:9)
104200            MOVE WS-PLR-WORST-LOSS(WS-PLR-SUB) TO WS-COUNT-DISP
104300            MOVE WS-COUNT-DISP TO CARR-LINE(50:6)
104400            MOVE "LOSSES" TO CARR-LINE(57:6)
104500            IF WS-PLR-WORST-LOSS(WS-PLR-SUB) > 0
104600               MOVE "TO" TO CARR-LINE(64:2)
104700               MOVE WS-PLR-WORST-DATE(WS-PLR-SUB) TO WS-DATE-DISP
104800               MOVE WS-DATE-DISP TO CARR-LINE(67:10)
104900            END-IF
105000            IF WS-PLR-RUN-LEN(WS-PLR-SUB) > 0
105100               MOVE "CURRENT RUN" TO CARR-LINE(80:11)
105200               MOVE WS-PLR-RUN-LEN(WS-PLR-SUB) TO WS-COUNT-DISP
105300               MOVE WS-COUNT-DISP TO CARR-LINE(92:6)
105400               IF WS-PLR-RUN-TYPE(WS-PLR-SUB) = "W"
105500                  MOVE "WINS" TO CARR-LINE(99:6)
105600               ELSE
105700                  MOVE "LOSSES" TO CARR-LINE(99:6)
105800               END-IF
105900            END-IF
106000            WRITE CARR-LINE
106100         END-IF.
106200
106300     PARA-PRINT-SHIPS.
106400*        A SHIP TYPES SURVIVAL RATE IS THE SHARE OF THE SHIPS OF
106500*        THE TYPE THE PLAYER PUT TO SEA THAT CAME HOME AFLOAT. THE
106600*        BEST RATE IS THE PLAYERS FAVOURITE, THE WORST THEIR LEAST
106700*        SUCCESSFUL - FIRST ON THE TABLE WINS A TIE.
106800         MOVE SPACES TO CARR-LINE.
106900         WRITE CARR-LINE.
107000         MOVE "SHIP TYPES" TO CARR-LINE.
107100         WRITE CARR-LINE.
107200         MOVE 0 TO WS-BEST-SHIP.
107300         MOVE 0 TO WS-WORST-SHIP.
107400         MOVE 0 TO WS-BEST-PCT.
107500         MOVE 999 TO WS-WORST-PCT.
107600         PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
107700                 UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
107800            IF WS-PLR-FIELDED(WS-PLR-SUB, WS-SHIP-SUB) > 0
107900               PERFORM PARA-SHIP-RATE
108000               IF WS-BEST-SHIP = 0 OR WS-PCT > WS-BEST-PCT
108100                  MOVE WS-SHIP-SUB TO WS-BEST-SHIP
108200                  MOVE WS-PCT TO WS-BEST-PCT
108300               END-IF
108400               IF WS-PCT < WS-WORST-PCT
108500                  MOVE WS-SHIP-SUB TO WS-WORST-SHIP
108600                  MOVE WS-PCT TO WS-WORST-PCT
108700               END-IF
108800            END-IF
108900         END-PERFORM.
109000         MOVE SPACES TO CARR-LINE.
109100         IF WS-BEST-SHIP = 0
109200            MOVE "NO SHIP DETAIL ON FILE" TO CARR-LINE(3:22)
109300            WRITE CARR-LINE
109400         ELSE
109500            MOVE "SHIP" TO CARR-LINE(3:4)
109600            MOVE "FIELDED" TO CARR-LINE(15:7)
109700            MOVE "LOST" TO CARR-LINE(26:4)
109800            MOVE "SURVIVED%" TO CARR-LINE(33:9)
109900            MOVE "ENEMY SUNK" TO CARR-LINE(44:10)
110000            WRITE CARR-LINE
110100            PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
110200                    UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
110300               IF WS-PLR-FIELDED(WS-PLR-SUB, WS-SHIP-SUB) > 0
110400                  PERFORM PARA-PRINT-SHIP-LINE
110500               END-IF
110600            END-PERFORM
110700         END-IF.
110800
110900     PARA-SHIP-RATE.
111000         IF WS-PLR-LOST(WS-PLR-SUB, WS-SHIP-SUB)
111100            > WS-PLR-FIELDED(WS-PLR-SUB, WS-SHIP-SUB)
111200            MOVE 0 TO WS-SURVIVED
111300         ELSE
111400            COMPUTE WS-SURVIVED =
111500               WS-PLR-FIELDED(WS-PLR-SUB, WS-SHIP-SUB)
111600               - WS-PLR-LOST(WS-PLR-SUB, WS-SHIP-SUB)
111700         END-IF.
111800         COMPUTE WS-PCT ROUNDED = (WS-SURVIVED * 100)
111900            / WS-PLR-FIELDED(WS-PLR-SUB, WS-SHIP-SUB).
112000
112100     PARA-PRINT-SHIP-LINE.
112200         PERFORM PARA-SHIP-RATE.
112300         MOVE SPACES TO CARR-LINE.
112400         MOVE WS-SHIP-NAME(WS-SHIP-SUB) TO CARR-LINE(3:10).
112500         MOVE WS-PLR-FIELDED(WS-PLR-SUB, WS-SHIP-SUB)
112600            TO WS-COUNT-DISP.
112700         MOVE WS-COUNT-DISP TO CARR-LINE(16:6).
112800         MOVE WS-PLR-LOST(WS-PLR-SUB, WS-SHIP-SUB)
112900            TO WS-COUNT-DISP.
113000         MOVE WS-COUNT-DISP TO CARR-LINE(24:6).
113100         MOVE WS-PCT TO WS-PCT-DISP.
113200         MOVE WS-PCT-DISP TO CARR-LINE(36:3).
113300         MOVE WS-PLR-KILLED(WS-PLR-SUB, WS-SHIP-SUB)
113400            TO WS-COUNT-DISP.
113500         MOVE WS-COUNT-DISP TO CARR-LINE(48:6).
113600         IF WS-BEST-PCT > WS-WORST-PCT
113700            IF WS-SHIP-SUB = WS-BEST-SHIP
113800               MOVE "FAVOURITE" TO CARR-LINE(57:9)
113900            END-IF
114000            IF WS-SHIP-SUB = WS-WORST-SHIP
114100               MOVE "LEAST SUCCESSFUL" TO CARR-LINE(57:16)
114200            END-IF
114300         END-IF.
114400         WRITE CARR-LINE.
114500
114600     PARA-PRINT-H2H.
114700         MOVE SPACES TO CARR-LINE.
114800         WRITE CARR-LINE.
114900         MOVE "HEAD TO HEAD" TO CARR-LINE.
115000         WRITE CARR-LINE.
115100         MOVE SPACES TO CARR-LINE.
115200         IF WS-PLR-H2H-FIRST(WS-PLR-SUB) = 0
115300            MOVE "NO OPPONENTS MET" TO CARR-LINE(3:16)
115400            WRITE CARR-LINE
115500         ELSE
115600            MOVE "OPPONENT" TO CARR-LINE(3:8)
115700            MOVE "NAME" TO CARR-LINE(13:4)
115800            MOVE "GAMES" TO CARR-LINE(41:5)
115900            MOVE "WINS" TO CARR-LINE(50:4)
116000            MOVE "LOSSES" TO CARR-LINE(57:6)
116100            MOVE "ABANDONED" TO CARR-LINE(65:9)
116200            MOVE "LAST MET" TO CARR-LINE(77:8)
116300            WRITE CARR-LINE
116400            MOVE WS-PLR-H2H-FIRST(WS-PLR-SUB) TO WS-LINK
116500            PERFORM PARA-PRINT-H2H-LINE UNTIL WS-LINK = 0
116600         END-IF.
116700
116800     PARA-PRINT-H2H-LINE.
116900         MOVE SPACES TO CARR-LINE.
117000         MOVE WS-H2H-OPP(WS-LINK) TO CARR-LINE(3:8).
117100         EVALUATE WS-H2H-OPP(WS-LINK)
117200            WHEN "COMPUTER"
117300               MOVE "COMPUTER - RANDOM SHOOTER"
117400                  TO CARR-LINE(13:25)
117500            WHEN "COMPUTR1"
117600               MOVE "COMPUTER - HUNT AND TARGET"
117700                  TO CARR-LINE(13:26)
117800            WHEN OTHER
117900               MOVE WS-H2H-OPP(WS-LINK) TO WS-FIND-ID
118000               PERFORM PARA-FIND-PLAYER
118100               IF WS-FIND-SUB > 0
118200                  MOVE WS-PLR-NAME(WS-FIND-SUB)
118300                     TO CARR-LINE(13:25)
118400               ELSE
118500                  MOVE "(NOT REGISTERED)" TO CARR-LINE(13:16)
118600               END-IF
118700         END-EVALUATE.
118800         MOVE WS-H2H-GAMES(WS-LINK) TO WS-COUNT-DISP.
118900         MOVE WS-COUNT-DISP TO CARR-LINE(40:6).
119000         MOVE WS-H2H-WINS(WS-LINK) TO WS-COUNT-DISP.
119100         MOVE WS-COUNT-DISP TO CARR-LINE(48:6).
119200         MOVE WS-H2H-LOSSES(WS-LINK) TO WS-COUNT-DISP.
119300         MOVE WS-COUNT-DISP TO CARR-LINE(57:6).
119400         MOVE WS-H2H-HALVED(WS-LINK) TO WS-COUNT-DISP.
119500         MOVE WS-COUNT-DISP TO CARR-LINE(68:6).
119600         MOVE WS-H2H-LAST-DATE(WS-LINK) TO WS-DATE-DISP.
119700         MOVE WS-DATE-DISP TO CARR-LINE(77:10).
119800         WRITE CARR-LINE.
119900         MOVE WS-H2H-NEXT(WS-LINK) TO WS-LINK.
120000
120100     PARA-PRINT-MATRIX.
120200*        GAMES WON BY THE ROW PLAYER AGAINST THE COLUMN PLAYER,
120300*        BETWEEN EVERY PAIR OF ACTIVE PLAYERS. THE COLUMN PLAYERS
120400*        WINS OVER THE ROW PLAYER ARE IN THE MIRROR CELL.
120500         MOVE 0 TO WS-MTX-COUNT.
120600         PERFORM VARYING WS-PLR-SUB FROM 1 BY 1
120700                 UNTIL WS-PLR-SUB > WS-PLR-COUNT
120800            IF WS-PLR-STATUS(WS-PLR-SUB) = "A"
120900               AND WS-PLR-MAP-TO(WS-PLR-SUB) = SPACES
121000               ADD 1 TO WS-MTX-COUNT
121100               MOVE WS-PLR-SUB TO WS-MTX-PLR(WS-MTX-COUNT)
121200            END-IF
121300         END-PERFORM.
121400         MOVE SPACES TO CARR-LINE.
121500         WRITE CARR-LINE.
121600         MOVE ALL "=" TO CARR-LINE(1:120).
121700         WRITE CARR-LINE.
121800         MOVE SPACES TO CARR-LINE.
121900         IF WS-MTX-COUNT < 2
122000            MOVE "RIVALRY MATRIX - FEWER THAN TWO ACTIVE PLAYERS"
122100               TO CARR-LINE
122200            WRITE CARR-LINE
122300         ELSE
122400            PERFORM PARA-PRINT-PANEL
122500               VARYING WS-MTX-FROM FROM 1 BY WS-MTX-PER-PANEL
122600               UNTIL WS-MTX-FROM > WS-MTX-COUNT
122700         END-IF.
122800
122900     PARA-PRINT-PANEL.
123000         COMPUTE WS-MTX-THRU = WS-MTX-FROM + WS-MTX-PER-PANEL - 1.
123100         IF WS-MTX-THRU > WS-MTX-COUNT
123200            MOVE WS-MTX-COUNT TO WS-MTX-THRU
123300         END-IF.
123400         MOVE SPACES TO CARR-LINE.
123500         WRITE CARR-LINE.
123600         MOVE "RIVALRY MATRIX - GAMES WON BY THE ROW PLAYER"
123700            TO CARR-LINE.
123800         MOVE "AGAINST THE COLUMN PLAYER  (- NEVER MET)"
123900            TO CARR-LINE(46:40).
124000         WRITE CARR-LINE.
124100         MOVE SPACES TO CARR-LINE.
124200         MOVE "PLAYER" TO CARR-LINE(1:6).
124300         MOVE "NAME" TO CARR-LINE(10:4).
124400         PERFORM VARYING WS-MTX-COL FROM WS-MTX-FROM BY 1
124500                 UNTIL WS-MTX-COL > WS-MTX-THRU
124600            COMPUTE WS-MTX-POS =
124700               34 + (WS-MTX-COL - WS-MTX-FROM) * 10
124800            MOVE WS-MTX-PLR(WS-MTX-COL) TO WS-PLR-SUB
124900            MOVE WS-PLR-ID(WS-PLR-SUB) TO CARR-LINE(WS-MTX-POS:8)
125000         END-PERFORM.
125100         WRITE CARR-LINE.
125200         PERFORM VARYING WS-MTX-ROW FROM 1 BY 1
125300                 UNTIL WS-MTX-ROW > WS-MTX-COUNT
125400            PERFORM PARA-PRINT-MATRIX-ROW
125500         END-PERFORM.
125600
125700     PARA-PRINT-MATRIX-ROW.
125800         MOVE SPACES TO CARR-LINE.
125900         MOVE WS-MTX-PLR(WS-MTX-ROW) TO WS-OWN-SUB.
126000         MOVE WS-PLR-ID(WS-OWN-SUB) TO CARR-LINE(1:8).
126100         MOVE WS-PLR-NAME(WS-OWN-SUB) TO CARR-LINE(10:20).
126200         PERFORM VARYING WS-MTX-COL FROM WS-MTX-FROM BY 1
126300                 UNTIL WS-MTX-COL > WS-MTX-THRU
126400            COMPUTE WS-MTX-POS =
126500               34 + (WS-MTX-COL - WS-MTX-FROM) * 10
126600            IF WS-MTX-COL = WS-MTX-ROW
126700               MOVE "X" TO CARR-LINE(WS-MTX-POS + 7:1)
126800            ELSE
126900               MOVE WS-MTX-PLR(WS-MTX-COL) TO WS-PLR-SUB
127000               MOVE WS-PLR-ID(WS-PLR-SUB) TO WS-OPP-KEY
127100               PERFORM PARA-LOOK-UP-H2H
127200               IF WS-LINK = 0
127300                  MOVE "-" TO CARR-LINE(WS-MTX-POS + 7:1)
127400               ELSE
127500                  MOVE WS-H2H-WINS(WS-LINK) TO WS-CELL-DISP
127600                  MOVE WS-CELL-DISP TO CARR-LINE(WS-MTX-POS + 3:5)
127700               END-IF
127800            END-IF
127900         END-PERFORM.
128000         WRITE CARR-LINE.
128100
128200     PARA-LOOK-UP-H2H.
128300*        FIND WITHOUT ADDING - WS-LINK ZERO WHEN THE TWO HAVE
128400*        NEVER MET.
128500         MOVE WS-PLR-H2H-FIRST(WS-OWN-SUB) TO WS-LINK.
128600         MOVE "N" TO WS-CHAIN-DONE-FLAG.
128700         PERFORM UNTIL WS-CHAIN-DONE
128800            IF WS-LINK = 0
128900               SET WS-CHAIN-DONE TO TRUE
129000            ELSE
129100               IF WS-H2H-OPP(WS-LINK) = WS-OPP-KEY
129200                  SET WS-CHAIN-DONE TO TRUE
129300               ELSE
129400                  IF WS-H2H-OPP(WS-LINK) > WS-OPP-KEY
129500                     MOVE 0 TO WS-LINK
129600                  ELSE
129700                     MOVE WS-H2H-NEXT(WS-LINK) TO WS-LINK
129800                  END-IF
129900               END-IF
130000            END-IF
130100         END-PERFORM.
130200
130300     PARA-PRINT-TOTALS.
130400         MOVE SPACES TO CARR-LINE.
130500         WRITE CARR-LINE.
130600         MOVE ALL "=" TO CARR-LINE(1:120).
130700         WRITE CARR-LINE.
130800         MOVE SPACES TO CARR-LINE.
130900         MOVE "RESULTS ROWS READ - HISTORY" TO CARR-LINE(1:27).
131000         MOVE WS-HIST-READ TO CARR-LINE(29:9).
131100         MOVE "LIVE" TO CARR-LINE(40:4).
131200         MOVE WS-RES-READ TO CARR-LINE(45:9).
131300         MOVE "SETTLEMENTS BOOKED" TO CARR-LINE(56:18).
131400         MOVE WS-ROWS-BOOKED TO CARR-LINE(75:9).
131500         MOVE "TAKEN BACK BY REVERSALS" TO CARR-LINE(86:23).
131600         MOVE WS-ROWS-REVERSED TO CARR-LINE(110:9).
131700         WRITE CARR-LINE.
131800         MOVE 0 TO WS-SSN-SUB.
131900         PERFORM VARYING WS-REV-SUB FROM 1 BY 1
132000                 UNTIL WS-REV-SUB > WS-REV-COUNT
132100            IF WS-REV-USED(WS-REV-SUB) = "N"
132200               ADD 1 TO WS-SSN-SUB
132300            END-IF
132400         END-PERFORM.
132500         IF WS-SSN-SUB > 0
132600            MOVE SPACES TO CARR-LINE
132700            MOVE "REVERSAL ROWS WITH NO SETTLEMENT ON FILE"
132800               TO CARR-LINE
132900            MOVE "TO TAKE BACK:" TO CARR-LINE(42:13)
133000            MOVE WS-SSN-SUB TO CARR-LINE(56:4)
133100            WRITE CARR-LINE
133200         END-IF.
133300         MOVE SPACES TO CARR-LINE.
133400         MOVE "STATEMENTS PRINTED" TO CARR-LINE(1:18).
133500         MOVE WS-STMT-COUNT TO WS-COUNT-DISP.
133600         MOVE WS-COUNT-DISP TO CARR-LINE(20:6).
133700         WRITE CARR-LINE.
133800         IF WS-OVERFLOW
133900            MOVE SPACES TO CARR-LINE
134000            MOVE "TABLES FULL - NOT ALL HISTORY IS SHOWN. PLAYERS"
134100               TO CARR-LINE
134200            MOVE WS-PLR-OVERFLOW TO CARR-LINE(49:6)
134300            MOVE "OPPONENTS" TO CARR-LINE(57:9)
134400            MOVE WS-H2H-OVERFLOW TO CARR-LINE(67:6)
134500            MOVE "REVERSALS" TO CARR-LINE(75:9)
134600            MOVE WS-REV-OVERFLOW TO CARR-LINE(85:6)
134700            MOVE "SEASONS" TO CARR-LINE(93:7)
134800            MOVE WS-SSN-OVERFLOW TO CARR-LINE(101:6)
134900            MOVE "SHIPS" TO CARR-LINE(109:5)
135000            MOVE WS-SHIP-OVERFLOW TO CARR-LINE(115:6)
135100            WRITE CARR-LINE
135200            DISPLAY "CAREER TABLES FULL - SEE THE FOOT OF CARRPT"
135300            IF RETURN-CODE < 4
135400               MOVE 4 TO RETURN-CODE
135500            END-IF
135600         END-IF.
135700
135800     PARA-END-RUN.
135900*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
136000*        JOURNAL CARRIES THE RETURN CODE OF A REFUSED RUN TOO.
136100         PERFORM PARA-WRITE-RUNLOG.
136200         STOP RUN.
136300
136400     PARA-WRITE-RUNLOG.
136500*        RESULTS IS A WHOLE-FILE READ WITH NO CHECKPOINT. THE
136600*        ROLLED GENERATIONS AND RATEHIST ARE JOURNALLED ONLY WHEN
136700*        THEY WERE THERE TO READ.
136800         OPEN EXTEND RUNLOG-FILE.
136900         IF WS-RUNLOG-STATUS NOT = "00"
137000            OPEN OUTPUT RUNLOG-FILE
137100         END-IF.
137200         IF WS-RUNLOG-STATUS NOT = "00"
137300            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
137400               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
137500         ELSE
137600            INITIALIZE RCTL-REC
137700            MOVE "BATCARR" TO RCTL-PROGRAM
137800            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
137900            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
138000            MOVE WS-COMMAND-LINE TO RCTL-PARM
138100            MOVE RETURN-CODE TO RCTL-RETURN-CODE
138200            MOVE 1 TO RCTL-FILE-COUNT
138300            MOVE "RESULTS" TO RCTL-FILE-DD(1)
138400            MOVE WS-RES-READ TO RCTL-FILE-READ(1)
138500            IF WS-HIST-USED
138600               ADD 1 TO RCTL-FILE-COUNT
138700               MOVE "RESHIST" TO RCTL-FILE-DD(RCTL-FILE-COUNT)
138800               MOVE WS-HIST-READ
138900                  TO RCTL-FILE-READ(RCTL-FILE-COUNT)
139000            END-IF
139100            IF WS-RATEHIST-USED
139200               ADD 1 TO RCTL-FILE-COUNT
139300               MOVE "RATEHIST" TO RCTL-FILE-DD(RCTL-FILE-COUNT)
139400               MOVE WS-RATEHIST-READ
139500                  TO RCTL-FILE-READ(RCTL-FILE-COUNT)
139600            END-IF
139700            WRITE RCTL-REC
139800            CLOSE RUNLOG-FILE
139900         END-IF.
