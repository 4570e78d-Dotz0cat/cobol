000100 IDENTIFICATION DIVISION.
000200     PROGRAM-ID. BATEVNT.
000300 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT EVENTS-FILE ASSIGN TO "EVENTS"
000700             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS DYNAMIC
000900             RECORD KEY IS EVT-KEY
001000             FILE STATUS IS WS-EVENTS-STATUS.
001100         SELECT EVT-TRAN-FILE ASSIGN TO "EVTTRAN"
001200             ORGANIZATION IS LINE SEQUENTIAL
001300             FILE STATUS IS WS-EVTTRAN-STATUS.
001400         SELECT RESULTS-FILE ASSIGN TO "RESULTS"
001500             ORGANIZATION IS LINE SEQUENTIAL
001600             FILE STATUS IS WS-RESULTS-STATUS.
001700         SELECT PAIRING-FILE ASSIGN TO "PAIRFILE"
001800             ORGANIZATION IS LINE SEQUENTIAL
001900             FILE STATUS IS WS-PAIRFILE-STATUS.
002000         SELECT PLAYER-MASTER ASSIGN TO "PLAYERS"
002100             ORGANIZATION IS INDEXED
002200             ACCESS MODE IS DYNAMIC
002300             RECORD KEY IS PLYR-PLAYER-ID
002400             FILE STATUS IS WS-PLAYERS-STATUS.
002500         SELECT RATINGS-FILE ASSIGN TO "RATINGS"
002600             ORGANIZATION IS INDEXED
002700             ACCESS MODE IS DYNAMIC
002800             RECORD KEY IS RATE-PLAYER-ID
002900             FILE STATUS IS WS-RATINGS-STATUS.
003000         SELECT EVTRPT ASSIGN TO "EVTRPT"
003100             ORGANIZATION IS LINE SEQUENTIAL
003200             FILE STATUS IS WS-EVTRPT-STATUS.
003300         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
003400             ORGANIZATION IS LINE SEQUENTIAL
003500             FILE STATUS IS WS-RUNLOG-STATUS.
003600 DATA DIVISION.
003700     FILE SECTION.
003800     FD  EVENTS-FILE.
003900         COPY "EVNTREC.cpy".
004000     FD  EVT-TRAN-FILE.
004100         COPY "EVTTRAN.cpy".
004200     FD  RESULTS-FILE.
004300         COPY "RESLTREC.cpy".
004400     FD  PAIRING-FILE.
004500         COPY "PAIRREC.cpy".
004600     FD  PLAYER-MASTER.
004700         COPY "PLYRREC.cpy".
004800     FD  RATINGS-FILE.
004900         COPY "RATEREC.cpy".
005000     FD  EVTRPT.
005100     01  EVT-LINE                 PIC X(132).
005200     FD  RUNLOG-FILE.
005300         COPY "RUNLOG.cpy".
005400     WORKING-STORAGE SECTION.
005500     01  WS-FILE-STATUSES.
005600         05 WS-EVENTS-STATUS      PIC X(2) VALUE "00".
005700         05 WS-EVTTRAN-STATUS     PIC X(2) VALUE "00".
005800         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
005900         05 WS-PAIRFILE-STATUS    PIC X(2) VALUE "00".
006000         05 WS-PLAYERS-STATUS     PIC X(2) VALUE "00".
006100         05 WS-RATINGS-STATUS     PIC X(2) VALUE "00".
006200         05 WS-EVTRPT-STATUS      PIC X(2) VALUE "00".
006300         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
006400     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
006500     01  WS-FUNCTION              PIC X(1) VALUE SPACE.
006600         88 WS-FUNC-CARDS         VALUE "T".
006700         88 WS-FUNC-DRAW          VALUE "D".
006800         88 WS-FUNC-POST          VALUE "R".
006900     01  WS-EVENT-ID              PIC X(8) VALUE SPACES.
007000*        T APPLIES THE EVTTRAN CARDS. D,EVENTID DRAWS THE NEXT
007100*        ROUND OF THE EVENT. R,EVENTID PICKS UP THE RESULTS OF
007200*        THE ROUNDS DRAWN AND PRINTS THE STANDINGS.
007300     01  WS-EOF-FLAG              PIC X(1) VALUE "N".
007400         88 WS-EOF                VALUE "Y".
007500     01  WS-MASTER-OPEN-FLAG      PIC X(1) VALUE "N".
007600         88 WS-MASTER-OPEN        VALUE "Y".
007700     01  WS-LADDER-OPEN-FLAG      PIC X(1) VALUE "N".
007800         88 WS-LADDER-OPEN        VALUE "Y".
007900     01  WS-RESULTS-OPEN-FLAG     PIC X(1) VALUE "N".
008000         88 WS-RESULTS-OPENED     VALUE "Y".
008100     01  WS-PAIRFILE-OPEN-FLAG    PIC X(1) VALUE "N".
008200         88 WS-PAIRFILE-OPENED    VALUE "Y".
008300     01  WS-CURRENT-DATE-TIME     PIC X(21).
008400     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
008500     01  WS-RUN-TIME              PIC 9(6) VALUE 0.
008600     01  WS-START-RATING          PIC 9(4) VALUE 1200.
008700     01  WS-MAX-ENTRANTS          PIC 9(4) VALUE 198.
008800*        PAIR-SEQ ON THE PAIRFILE HOLDS TWO DIGITS, SO A ROUND
008900*        CAN HAVE NO MORE THAN 99 BOARDS.
009000     01  WS-MAX-ROUNDS            PIC 9(2) VALUE 12.
009100     01  WS-MAX-DECKS             PIC 9(2) VALUE 20.
009200     01  WS-HEADER-FOUND-FLAG     PIC X(1) VALUE "N".
009300         88 WS-HEADER-FOUND       VALUE "Y".
009400     01  WS-HDR-EVENT-ID          PIC X(8) VALUE SPACES.
009500     01  WS-EVENT-HEADER.
009600         05 WS-EVENT-NAME         PIC X(30) VALUE SPACES.
009700         05 WS-ROUNDS             PIC 9(2) VALUE 0.
009800         05 WS-DECK-COUNT         PIC 9(2) VALUE 0.
009900         05 WS-CUR-ROUND          PIC 9(2) VALUE 0.
010000         05 WS-ROUND-STATUS       PIC X(1) VALUE SPACE.
010100            88 WS-ROUND-NONE      VALUE SPACE.
010200            88 WS-ROUND-DRAWN     VALUE "D".
010300            88 WS-ROUND-DONE      VALUE "C".
010400         05 WS-EVENT-STATUS       PIC X(1) VALUE SPACE.
010500            88 WS-EVENT-OPEN      VALUE "O".
010600            88 WS-EVENT-IN-PLAY   VALUE "P".
010700            88 WS-EVENT-FINAL     VALUE "F".
010800         05 WS-CREATE-DATE        PIC 9(8) VALUE 0.
010900         05 WS-DRAW-DATE          PIC 9(8) VALUE 0.
011000         05 WS-ENTRANT-COUNT      PIC 9(4) VALUE 0.
011100*        WORKING COPY OF THE EVENT HEADER RECORD - REWRITTEN
011200*        FROM HERE WHENEVER THE ROUND OR EVENT STATUS MOVES.
011300     01  WS-OLD-ROUND-STATUS      PIC X(1) VALUE SPACE.
011400     01  WS-OLD-EVENT-STATUS      PIC X(1) VALUE SPACE.
011500     01  WS-ENT-TABLE.
011600         05 WS-ENT-ENTRY OCCURS 200 TIMES.
011700            10 WS-ENT-ID          PIC X(8).
011800            10 WS-ENT-NAME        PIC X(25).
011900            10 WS-ENT-SEED        PIC 9(4).
012000            10 WS-ENT-STATUS      PIC X(1).
012100               88 WS-ENT-ACTIVE   VALUE "A".
012200               88 WS-ENT-WITHDRAWN VALUE "W".
012300            10 WS-ENT-WD-ROUND    PIC 9(2).
012400            10 WS-ENT-BYE-ROUND   PIC 9(2).
012500            10 WS-ENT-SCORE       PIC 9(2)V9.
012600            10 WS-ENT-OPP-SCORE   PIC 9(4)V9.
012700            10 WS-ENT-SUNK-FOR    PIC 9(4).
012800            10 WS-ENT-SUNK-AGN    PIC 9(4).
012900            10 WS-ENT-SUNK-DIFF   PIC S9(4).
013000            10 WS-ENT-GAMES       PIC 9(2).
013100            10 WS-ENT-WINS        PIC 9(2).
013200            10 WS-ENT-LOSSES      PIC 9(2).
013300            10 WS-ENT-HALVED      PIC 9(2).
013400            10 WS-ENT-LAST-DECK   PIC 9(2).
013500            10 WS-ENT-LAST-ROUND  PIC 9(2).
013600            10 WS-ENT-DECK-USE    PIC 9(2) OCCURS 20 TIMES.
013700*             GAMES PLAYED ON EACH FLEETIN DECK SO FAR AND THE
013800*             DECK OF THE LATEST ROUND - THE DRAW STEERS EACH
013900*             BOARD AWAY FROM DECKS ITS PLAYERS HAVE ALREADY SEEN.
014000            10 WS-ENT-RANK        PIC 9(4).
014100            10 WS-ENT-DRAWN-FLAG  PIC X(1).
014200               88 WS-ENT-DRAWN    VALUE "Y".
014300            10 WS-ENT-CELL OCCURS 12 TIMES.
014400               15 WS-ENT-CELL-RES PIC X(1).
014500               15 WS-ENT-CELL-OPP PIC 9(4).
014600*             PER ROUND CROSSTABLE ENTRY - W, L, A (ABANDONED),
014700*             B (BYE) OR ? (NO RESULT YET) AND THE OPPONENTS ROW.
014800     01  WS-ENT-COUNT             PIC 9(4) VALUE 0.
014900     01  WS-ENT-SUB               PIC 9(4) VALUE 0.
015000     01  WS-FIND-ID               PIC X(8) VALUE SPACES.
015100     01  WS-FIND-SUB              PIC 9(4) VALUE 0.
015200     01  WS-ORDER-TABLE.
015300         05 WS-ORDER              PIC 9(4) OCCURS 200 TIMES.
015400*             ENTRANT ROWS IN STANDINGS ORDER - THE TABLE ITSELF
015500*             IS NEVER MOVED ABOUT.
015600     01  WS-ORDER-COUNT           PIC 9(4) VALUE 0.
015700     01  WS-ORD-SUB               PIC 9(4) VALUE 0.
015800     01  WS-ORD-SUB2              PIC 9(4) VALUE 0.
015900     01  WS-HOLD-ORDER            PIC 9(4) VALUE 0.
016000     01  WS-ACTIVE-ONLY-FLAG      PIC X(1) VALUE "N".
016100         88 WS-ACTIVE-ONLY        VALUE "Y".
016200     01  WS-SWAP-FLAG             PIC X(1) VALUE "N".
016300         88 WS-SWAPPED            VALUE "Y".
016400     01  WS-CMP-A                 PIC 9(4) VALUE 0.
016500     01  WS-CMP-B                 PIC 9(4) VALUE 0.
016600     01  WS-AHEAD-FLAG            PIC X(1) VALUE "N".
016700         88 WS-AHEAD              VALUE "Y".
016800     01  WS-PR-TABLE.
016900         05 WS-PR-ENTRY OCCURS 1200 TIMES.
017000            10 WS-PR-ROUND        PIC 9(2).
017100            10 WS-PR-BOARD        PIC 9(2).
017200            10 WS-PR-P1           PIC X(8).
017300            10 WS-PR-P2           PIC X(8).
017400            10 WS-PR-DECK-ID      PIC X(9).
017500            10 WS-PR-DECK-NO      PIC 9(2).
017600            10 WS-PR-DRAW-DATE    PIC 9(8).
017700            10 WS-PR-GAME-NO      PIC 9(12).
017800            10 WS-PR-RESULT       PIC X(1).
017900               88 WS-PR-PENDING   VALUE SPACE.
018000               88 WS-PR-P1-WON    VALUE "1".
018100               88 WS-PR-P2-WON    VALUE "2".
018200               88 WS-PR-HALVED    VALUE "A".
018300               88 WS-PR-BYE       VALUE "B".
018400            10 WS-PR-DISP         PIC X(1).
018500            10 WS-PR-SUNK-P1      PIC 9(2).
018600            10 WS-PR-SUNK-P2      PIC 9(2).
018700            10 WS-PR-SETTLE-DATE  PIC 9(8).
018800            10 WS-PR-REMATCH      PIC X(1).
018900            10 WS-PR-P1-SUB       PIC 9(4).
019000            10 WS-PR-P2-SUB       PIC 9(4).
019100            10 WS-PR-STATE        PIC X(1).
019200               88 WS-PR-ON-FILE   VALUE "O".
019300               88 WS-PR-UPDATED   VALUE "U".
019400               88 WS-PR-NEW       VALUE "N".
019500*             EVERY BOARD OF EVERY ROUND DRAWN - TWELVE ROUNDS OF
019600*             99 BOARDS AT MOST.
019700     01  WS-PR-COUNT              PIC 9(4) VALUE 0.
019800     01  WS-PR-SUB                PIC 9(4) VALUE 0.
019900     01  WS-MATCH-SUB             PIC 9(4) VALUE 0.
020000     01  WS-SUB-A                 PIC 9(4) VALUE 0.
020100     01  WS-SUB-B                 PIC 9(4) VALUE 0.
020200     01  WS-CAND                  PIC 9(4) VALUE 0.
020300     01  WS-FIRST-FREE            PIC 9(4) VALUE 0.
020400     01  WS-BYE-SUB               PIC 9(4) VALUE 0.
020500     01  WS-MET-FLAG              PIC X(1) VALUE "N".
020600         88 WS-MET                VALUE "Y".
020700     01  WS-REMATCH-FLAG          PIC X(1) VALUE "N".
020800         88 WS-REMATCH            VALUE "Y".
020900     01  WS-NEW-ROUND             PIC 9(2) VALUE 0.
021000     01  WS-BOARD-NO              PIC 9(2) VALUE 0.
021100     01  WS-DECK-NO               PIC 9(2) VALUE 0.
021200     01  WS-DECK-START            PIC 9(2) VALUE 0.
021300     01  WS-DECK-TRY              PIC 9(2) VALUE 0.
021400     01  WS-BEST-DECK             PIC 9(2) VALUE 0.
021500     01  WS-DECK-COST             PIC 9(4) VALUE 0.
021600     01  WS-BEST-COST             PIC 9(4) VALUE 0.
021700     01  WS-ROUND-SUB             PIC 9(2) VALUE 0.
021800     01  WS-REFUSE-MSG            PIC X(60) VALUE SPACES.
021900     01  WS-BOARDS-IN-ROUND       PIC 9(4) VALUE 0.
022000     01  WS-BOARDS-PENDING        PIC 9(4) VALUE 0.
022100     01  WS-REMATCH-COUNT         PIC 9(4) VALUE 0.
022200     01  WS-CARD-MESSAGE          PIC X(40) VALUE SPACES.
022300     01  WS-CARD-OUTCOME          PIC X(40) VALUE SPACES.
022400     01  WS-PLYR-NAME             PIC X(25) VALUE SPACES.
022500     01  WS-SEED                  PIC 9(4) VALUE 0.
022600     01  WS-COUNTERS.
022700         05 WS-CARD-COUNT         PIC 9(6) VALUE 0.
022800         05 WS-APPLIED-COUNT      PIC 9(6) VALUE 0.
022900         05 WS-REJECT-COUNT       PIC 9(6) VALUE 0.
023000         05 WS-EVT-READ-COUNT     PIC 9(9) VALUE 0.
023100         05 WS-EVT-WRITTEN-COUNT  PIC 9(9) VALUE 0.
023200         05 WS-RES-READ-COUNT     PIC 9(9) VALUE 0.
023300         05 WS-ROWS-APPLIED       PIC 9(6) VALUE 0.
023400         05 WS-PAIR-WRITTEN       PIC 9(6) VALUE 0.
023500     01  WS-LOG-SUB               PIC 9(1) VALUE 0.
023600     01  WS-SCORE-DISP            PIC Z9.9.
023700     01  WS-OPP-DISP              PIC ZZZ9.9.
023800     01  WS-DIFF-DISP             PIC -ZZZ9.
023900     01  WS-RANK-DISP             PIC ZZZ9.
024000     01  WS-CELL-RANK             PIC ZZ9.
024100     01  WS-COUNT-DISP            PIC Z9.
024200     01  WS-CELL-POS              PIC 9(3) VALUE 0.
024300 PROCEDURE DIVISION.
024400     PARA-MAIN.
024500         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
024600         UNSTRING WS-COMMAND-LINE DELIMITED BY ","
024700            INTO WS-FUNCTION WS-EVENT-ID
024800         END-UNSTRING.
024900         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
025000         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
025100         MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME.
025200         IF NOT WS-FUNC-CARDS AND NOT WS-FUNC-DRAW AND
025300            NOT WS-FUNC-POST
025400            DISPLAY "PARM MUST BE T, D,EVENTID OR R,EVENTID"
025500            MOVE 16 TO RETURN-CODE
025600            PERFORM PARA-END-RUN
025700         END-IF.
025800         IF NOT WS-FUNC-CARDS AND WS-EVENT-ID = SPACES
025900            DISPLAY "EVENT ID MISSING - GIVE D,EVENTID OR "
026000               "R,EVENTID"
026100            MOVE 16 TO RETURN-CODE
026200            PERFORM PARA-END-RUN
026300         END-IF.
026400         PERFORM PARA-OPEN-EVENTS.
026500         OPEN OUTPUT EVTRPT.
026600         IF WS-EVTRPT-STATUS NOT = "00"
026700            DISPLAY "CANNOT OPEN EVTRPT - STATUS "
026800               WS-EVTRPT-STATUS
026900            MOVE 16 TO RETURN-CODE
027000            PERFORM PARA-END-RUN
027100         END-IF.
027200         IF WS-FUNC-CARDS
027300            PERFORM PARA-APPLY-CARDS
027400         END-IF.
027500         IF WS-FUNC-DRAW
027600            PERFORM PARA-DRAW-ROUND
027700         END-IF.
027800         IF WS-FUNC-POST
027900            PERFORM PARA-POST-RESULTS
028000         END-IF.
028100         CLOSE EVTRPT.
028200         CLOSE EVENTS-FILE.
028300         PERFORM PARA-END-RUN.
028400
028500     PARA-OPEN-EVENTS.
028600*        THE FIRST SET-UP CARD EVER RUN FINDS NO MASTER AND
028700*        BUILDS AN EMPTY ONE, AS BATPMNT DOES FOR PLAYERS.
028800         OPEN I-O EVENTS-FILE.
028900         IF WS-EVENTS-STATUS = "35" OR
029000            WS-EVENTS-STATUS = "05"
029100            CLOSE EVENTS-FILE
029200            OPEN OUTPUT EVENTS-FILE
029300            CLOSE EVENTS-FILE
029400            OPEN I-O EVENTS-FILE
029500         END-IF.
029600         IF WS-EVENTS-STATUS NOT = "00"
029700            DISPLAY "CANNOT OPEN EVENTS - STATUS "
029800               WS-EVENTS-STATUS
029900            MOVE 16 TO RETURN-CODE
030000            PERFORM PARA-END-RUN
030100         END-IF.
030200
030300     PARA-READ-HEADER.
030400         MOVE "N" TO WS-HEADER-FOUND-FLAG.
030500         MOVE WS-HDR-EVENT-ID TO EVT-EVENT-ID.
030600         MOVE "H" TO EVT-REC-TYPE.
030700         MOVE SPACES TO EVT-SUB-KEY.
030800         READ EVENTS-FILE
030900             INVALID KEY
031000                CONTINUE
031100             NOT INVALID KEY
031200                ADD 1 TO WS-EVT-READ-COUNT
031300                SET WS-HEADER-FOUND TO TRUE
031400                MOVE EVT-NAME TO WS-EVENT-NAME
031500                MOVE EVT-ROUNDS TO WS-ROUNDS
031600                MOVE EVT-DECK-COUNT TO WS-DECK-COUNT
031700                MOVE EVT-CUR-ROUND TO WS-CUR-ROUND
031800                MOVE EVT-ROUND-STATUS TO WS-ROUND-STATUS
031900                MOVE EVT-STATUS TO WS-EVENT-STATUS
032000                MOVE EVT-CREATE-DATE TO WS-CREATE-DATE
032100                MOVE EVT-DRAW-DATE TO WS-DRAW-DATE
032200                MOVE EVT-ENTRANT-COUNT TO WS-ENTRANT-COUNT
032300         END-READ.
032400
032500     PARA-BUILD-HEADER.
032600         MOVE SPACES TO EVT-REC.
032700         MOVE WS-HDR-EVENT-ID TO EVT-EVENT-ID.
032800         MOVE "H" TO EVT-REC-TYPE.
032900         MOVE WS-EVENT-NAME TO EVT-NAME.
033000         MOVE WS-ROUNDS TO EVT-ROUNDS.
033100         MOVE WS-DECK-COUNT TO EVT-DECK-COUNT.
033200         MOVE WS-CUR-ROUND TO EVT-CUR-ROUND.
033300         MOVE WS-ROUND-STATUS TO EVT-ROUND-STATUS.
033400         MOVE WS-EVENT-STATUS TO EVT-STATUS.
033500         MOVE WS-CREATE-DATE TO EVT-CREATE-DATE.
033600         MOVE WS-DRAW-DATE TO EVT-DRAW-DATE.
033700         MOVE WS-ENTRANT-COUNT TO EVT-ENTRANT-COUNT.
033800
033900     PARA-REWRITE-HEADER.
034000         PERFORM PARA-BUILD-HEADER.
034100         REWRITE EVT-REC
034200             INVALID KEY
034300                DISPLAY "HEADER REWRITE FAILED FOR EVENT "
034400                   WS-HDR-EVENT-ID " - STATUS " WS-EVENTS-STATUS
034500                MOVE 12 TO RETURN-CODE
034600             NOT INVALID KEY
034700                ADD 1 TO WS-EVT-WRITTEN-COUNT
034800         END-REWRITE.
034900
035000     PARA-OPEN-REFERENCE.
035100*        ENTRANTS MUST BE REGISTERED, ACTIVE PLAYERS - WITHOUT
035200*        THE MASTER NO ENTRY CAN BE CHECKED, SO NONE IS TAKEN.
035300*        THE LADDER ONLY SEEDS THE FIELD.
035400         OPEN INPUT PLAYER-MASTER.
035500         IF WS-PLAYERS-STATUS = "00"
035600            SET WS-MASTER-OPEN TO TRUE
035700         ELSE
035800            DISPLAY "PLAYER MASTER NOT AVAILABLE - STATUS "
035900               WS-PLAYERS-STATUS " - ENTRY CARDS REJECTED"
036000         END-IF.
036100         OPEN INPUT RATINGS-FILE.
036200         IF WS-RATINGS-STATUS = "00"
036300            SET WS-LADDER-OPEN TO TRUE
036400         ELSE
036500            DISPLAY "RATINGS NOT AVAILABLE - STATUS "
036600               WS-RATINGS-STATUS " - NEW ENTRANTS SEEDED AT "
036700               WS-START-RATING
036800         END-IF.
036900
037000     PARA-APPLY-CARDS.
037100         PERFORM PARA-OPEN-REFERENCE.
037200         MOVE SPACES TO EVT-LINE.
037300         MOVE "BATTLE LEAGUE EVENT MAINTENANCE REGISTER - "
037400            TO EVT-LINE.
037500         MOVE WS-RUN-DATE TO EVT-LINE(44:8).
037600         WRITE EVT-LINE.
037700         MOVE SPACES TO EVT-LINE.
037800         WRITE EVT-LINE.
037900         MOVE SPACES TO EVT-LINE.
038000         MOVE "ACT" TO EVT-LINE(1:3).
038100         MOVE "EVENT" TO EVT-LINE(5:5).
038200         MOVE "PLAYER" TO EVT-LINE(15:6).
038300         MOVE "DETAIL" TO EVT-LINE(25:6).
038400         MOVE "OUTCOME" TO EVT-LINE(58:7).
038500         WRITE EVT-LINE.
038600*        NO CARD FILE, OR AN EMPTY ONE, IS A RUN WITH NOTHING
038700*        TO DO - NOT AN ERROR.
038800         OPEN INPUT EVT-TRAN-FILE.
038900         IF WS-EVTTRAN-STATUS NOT = "00"
039000            DISPLAY "NO EVTTRAN AVAILABLE - STATUS "
039100               WS-EVTTRAN-STATUS " - NO CARDS TO APPLY"
039200         ELSE
039300            PERFORM PARA-READ-CARD UNTIL WS-EOF
039400            CLOSE EVT-TRAN-FILE
039500         END-IF.
039600         IF WS-MASTER-OPEN
039700            CLOSE PLAYER-MASTER
039800         END-IF.
039900         IF WS-LADDER-OPEN
040000            CLOSE RATINGS-FILE
040100         END-IF.
040200         MOVE SPACES TO EVT-LINE.
040300         WRITE EVT-LINE.
040400         MOVE "CARDS READ:      " TO EVT-LINE.
040500         MOVE WS-CARD-COUNT TO EVT-LINE(19:6).
040600         WRITE EVT-LINE.
040700         MOVE SPACES TO EVT-LINE.
040800         MOVE "CARDS APPLIED:   " TO EVT-LINE.
040900         MOVE WS-APPLIED-COUNT TO EVT-LINE(19:6).
041000         WRITE EVT-LINE.
041100         MOVE SPACES TO EVT-LINE.
041200         MOVE "CARDS REJECTED:  " TO EVT-LINE.
041300         MOVE WS-REJECT-COUNT TO EVT-LINE(19:6).
041400         WRITE EVT-LINE.
041500         DISPLAY "EVENT CARDS READ:     " WS-CARD-COUNT.
041600         DISPLAY "CARDS APPLIED:        " WS-APPLIED-COUNT.
041700         DISPLAY "CARDS REJECTED:       " WS-REJECT-COUNT.
041800         IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
041900            MOVE 4 TO RETURN-CODE
042000         END-IF.
042100
042200     PARA-READ-CARD.
042300         READ EVT-TRAN-FILE
042400             AT END
042500                SET WS-EOF TO TRUE
042600             NOT AT END
042700                ADD 1 TO WS-CARD-COUNT
042800                PERFORM PARA-APPLY-ONE-CARD
042900         END-READ.
043000
043100     PARA-APPLY-ONE-CARD.
043200         MOVE SPACES TO WS-CARD-MESSAGE.
043300         MOVE SPACES TO WS-CARD-OUTCOME.
043400         MOVE ETR-EVENT-ID TO WS-HDR-EVENT-ID.
043500         IF ETR-EVENT-ID = SPACES
043600            MOVE "EVENT ID MISSING" TO WS-CARD-MESSAGE
043700         END-IF.
043800         IF WS-CARD-MESSAGE = SPACES
043900            EVALUATE TRUE
044000               WHEN ETR-NEW-EVENT
044100                  PERFORM PARA-CARD-NEW-EVENT
044200               WHEN ETR-ENTER
044300                  PERFORM PARA-CARD-ENTER
044400               WHEN ETR-WITHDRAW
044500                  PERFORM PARA-CARD-WITHDRAW
044600               WHEN ETR-LINK-GAME
044700                  PERFORM PARA-CARD-LINK-GAME
044800               WHEN OTHER
044900                  MOVE "ACTION MUST BE N, E, W OR G"
045000                     TO WS-CARD-MESSAGE
045100            END-EVALUATE
045200         END-IF.
045300         IF WS-CARD-MESSAGE = SPACES
045400            ADD 1 TO WS-APPLIED-COUNT
045500         ELSE
045600            ADD 1 TO WS-REJECT-COUNT
045700         END-IF.
045800         PERFORM PARA-PRINT-CARD.
045900
046000     PARA-CARD-NEW-EVENT.
046100         IF ETR-ROUNDS NOT NUMERIC OR ETR-ROUNDS = 0 OR
046200            ETR-ROUNDS > WS-MAX-ROUNDS
046300            MOVE "ROUNDS MUST BE 01 TO 12" TO WS-CARD-MESSAGE
046400         END-IF.
046500         MOVE 3 TO WS-DECK-COUNT.
046600         IF ETR-DECK-COUNT IS NUMERIC AND ETR-DECK-COUNT > 0
046700            IF ETR-DECK-COUNT > WS-MAX-DECKS
046800               MOVE "DECK COUNT MUST BE 01 TO 20"
046900                  TO WS-CARD-MESSAGE
047000            ELSE
047100               MOVE ETR-DECK-COUNT TO WS-DECK-COUNT
047200            END-IF
047300         END-IF.
047400         IF WS-CARD-MESSAGE = SPACES
047500            MOVE ETR-EVENT-NAME TO WS-EVENT-NAME
047600            MOVE ETR-ROUNDS TO WS-ROUNDS
047700            MOVE 0 TO WS-CUR-ROUND
047800            SET WS-ROUND-NONE TO TRUE
047900            SET WS-EVENT-OPEN TO TRUE
048000            MOVE WS-RUN-DATE TO WS-CREATE-DATE
048100            MOVE 0 TO WS-DRAW-DATE
048200            MOVE 0 TO WS-ENTRANT-COUNT
048300            PERFORM PARA-BUILD-HEADER
048400            WRITE EVT-REC
048500                INVALID KEY
048600                   MOVE "EVENT ALREADY ON FILE" TO WS-CARD-MESSAGE
048700                NOT INVALID KEY
048800                   ADD 1 TO WS-EVT-WRITTEN-COUNT
048900                   MOVE "EVENT SET UP - TAKING ENTRIES"
049000                      TO WS-CARD-OUTCOME
049100            END-WRITE
049200         END-IF.
049300
049400     PARA-CARD-ENTER.
049500         PERFORM PARA-READ-HEADER.
049600         IF NOT WS-HEADER-FOUND
049700            MOVE "EVENT NOT ON FILE" TO WS-CARD-MESSAGE
049800         ELSE
049900            IF NOT WS-EVENT-OPEN
050000               MOVE "ENTRIES CLOSED - ROUND ONE IS DRAWN"
050100                  TO WS-CARD-MESSAGE
050200            ELSE
050300               IF WS-ENTRANT-COUNT >= WS-MAX-ENTRANTS
050400                  MOVE "EVENT FULL - 198 ENTRANTS"
050500                     TO WS-CARD-MESSAGE
050600               END-IF
050700            END-IF
050800         END-IF.
050900         IF WS-CARD-MESSAGE = SPACES
051000            IF ETR-PLAYER-ID = SPACES OR
051100               ETR-PLAYER-ID = "COMPUTER" OR
051200               ETR-PLAYER-ID = "COMPUTR1" OR
051300               ETR-PLAYER-ID = "BYE"
051400               MOVE "PLAYER ID BLANK OR RESERVED"
051500                  TO WS-CARD-MESSAGE
051600            END-IF
051700         END-IF.
051800         IF WS-CARD-MESSAGE = SPACES
051900            PERFORM PARA-CHECK-PLAYER
052000         END-IF.
052100         IF WS-CARD-MESSAGE = SPACES
052200            PERFORM PARA-SEED-PLAYER
052300            MOVE SPACES TO EVT-REC
052400            MOVE ETR-EVENT-ID TO EVT-EVENT-ID
052500            MOVE "E" TO EVT-REC-TYPE
052600            MOVE ETR-PLAYER-ID TO EVT-SUB-KEY
052700            MOVE WS-PLYR-NAME TO EVT-ENT-NAME
052800            MOVE WS-SEED TO EVT-ENT-SEED
052900            SET EVT-ENT-ACTIVE TO TRUE
053000            MOVE WS-RUN-DATE TO EVT-ENT-REG-DATE
053100            MOVE 0 TO EVT-ENT-WD-ROUND
053200            MOVE 0 TO EVT-ENT-BYE-ROUND
053300            WRITE EVT-REC
053400                INVALID KEY
053500                   MOVE "PLAYER ALREADY ENTERED"
053600                      TO WS-CARD-MESSAGE
053700                NOT INVALID KEY
053800                   ADD 1 TO WS-EVT-WRITTEN-COUNT
053900                   MOVE "ENTERED - SEED" TO WS-CARD-OUTCOME
054000                   MOVE WS-SEED TO WS-CARD-OUTCOME(16:4)
054100                   ADD 1 TO WS-ENTRANT-COUNT
054200                   PERFORM PARA-REWRITE-HEADER
054300            END-WRITE
054400         END-IF.
054500
054600     PARA-CHECK-PLAYER.
054700*        SAME TEST BATTLE APPLIES AT THE START OF A SESSION -
054800*        A SUSPENDED OR MAPPED-AWAY ID COULD NOT PLAY ITS GAMES.
054900         IF NOT WS-MASTER-OPEN
055000            MOVE "PLAYER MASTER NOT AVAILABLE" TO WS-CARD-MESSAGE
055100         ELSE
055200            MOVE ETR-PLAYER-ID TO PLYR-PLAYER-ID
055300            READ PLAYER-MASTER
055400                INVALID KEY
055500                   MOVE "PLAYER NOT REGISTERED" TO WS-CARD-MESSAGE
055600                NOT INVALID KEY
055700                   IF PLYR-SUSPENDED
055800                      MOVE "PLAYER IS SUSPENDED"
055900                         TO WS-CARD-MESSAGE
056000                   END-IF
056100                   IF PLYR-MAP-TO NOT = SPACES
056200                      MOVE "ID MAPS TO" TO WS-CARD-MESSAGE
056300                      MOVE PLYR-MAP-TO TO WS-CARD-MESSAGE(12:8)
056400                      MOVE "- ENTER THAT ID"
056500                         TO WS-CARD-MESSAGE(21:15)
056600                   END-IF
056700                   MOVE PLYR-NAME TO WS-PLYR-NAME
056800            END-READ
056900         END-IF.
057000
057100     PARA-SEED-PLAYER.
057200         MOVE WS-START-RATING TO WS-SEED.
057300         IF WS-LADDER-OPEN
057400            MOVE ETR-PLAYER-ID TO RATE-PLAYER-ID
057500            READ RATINGS-FILE
057600                INVALID KEY
057700                   CONTINUE
057800                NOT INVALID KEY
057900                   MOVE RATE-CURRENT TO WS-SEED
058000            END-READ
058100         END-IF.
058200
058300     PARA-CARD-WITHDRAW.
058400         PERFORM PARA-READ-HEADER.
058500         IF NOT WS-HEADER-FOUND
058600            MOVE "EVENT NOT ON FILE" TO WS-CARD-MESSAGE
058700         ELSE
058800            IF WS-EVENT-FINAL
058900               MOVE "EVENT IS COMPLETE" TO WS-CARD-MESSAGE
059000            END-IF
059100         END-IF.
059200         IF WS-CARD-MESSAGE = SPACES
059300            MOVE ETR-EVENT-ID TO EVT-EVENT-ID
059400            MOVE "E" TO EVT-REC-TYPE
059500            MOVE ETR-PLAYER-ID TO EVT-SUB-KEY
059600            READ EVENTS-FILE
059700                INVALID KEY
059800                   MOVE "PLAYER NOT ENTERED" TO WS-CARD-MESSAGE
059900                NOT INVALID KEY
060000                   ADD 1 TO WS-EVT-READ-COUNT
060100                   IF EVT-ENT-WITHDRAWN
060200                      MOVE "ALREADY WITHDRAWN" TO WS-CARD-MESSAGE
060300                   END-IF
060400            END-READ
060500         END-IF.
060600         IF WS-CARD-MESSAGE = SPACES
060700            SET EVT-ENT-WITHDRAWN TO TRUE
060800            MOVE WS-CUR-ROUND TO EVT-ENT-WD-ROUND
060900            REWRITE EVT-REC
061000                INVALID KEY
061100                   MOVE "ENTRANT REWRITE FAILED"
061200                      TO WS-CARD-MESSAGE
061300                   MOVE 12 TO RETURN-CODE
061400                NOT INVALID KEY
061500                   ADD 1 TO WS-EVT-WRITTEN-COUNT
061600                   MOVE "WITHDRAWN AFTER ROUND" TO WS-CARD-OUTCOME
061700                   MOVE WS-CUR-ROUND TO WS-CARD-OUTCOME(23:2)
061800            END-REWRITE
061900         END-IF.
062000
062100     PARA-CARD-LINK-GAME.
062200         PERFORM PARA-READ-HEADER.
062300         IF NOT WS-HEADER-FOUND
062400            MOVE "EVENT NOT ON FILE" TO WS-CARD-MESSAGE
062500         ELSE
062600            IF ETR-ROUND NOT NUMERIC OR ETR-BOARD NOT NUMERIC
062700               MOVE "ROUND OR BOARD NOT NUMERIC"
062800                  TO WS-CARD-MESSAGE
062900            ELSE
063000               IF ETR-GAME-NO NOT NUMERIC OR ETR-GAME-NO = 0
063100                  MOVE "GAME NUMBER MISSING OR NOT NUMERIC"
063200                     TO WS-CARD-MESSAGE
063300               END-IF
063400            END-IF
063500         END-IF.
063600         IF WS-CARD-MESSAGE = SPACES
063700            MOVE ETR-EVENT-ID TO EVT-EVENT-ID
063800            MOVE "P" TO EVT-REC-TYPE
063900            MOVE SPACES TO EVT-SUB-KEY
064000            MOVE ETR-ROUND TO EVT-KEY-ROUND
064100            MOVE ETR-BOARD TO EVT-KEY-BOARD
064200            READ EVENTS-FILE
064300                INVALID KEY
064400                   MOVE "NO SUCH ROUND AND BOARD"
064500                      TO WS-CARD-MESSAGE
064600                NOT INVALID KEY
064700                   ADD 1 TO WS-EVT-READ-COUNT
064800                   IF EVT-PR-BYE
064900                      MOVE "BOARD IS A BYE" TO WS-CARD-MESSAGE
065000                   END-IF
065100            END-READ
065200         END-IF.
065300         IF WS-CARD-MESSAGE = SPACES
065400*           THE RESULT ITSELF STILL COMES OFF RESULTS - THE NEXT
065500*           R RUN SETTLES THE BOARD FROM THE GAMES OWN ROWS.
065600            MOVE ETR-GAME-NO TO EVT-PR-GAME-NO
065700            SET EVT-PR-PENDING TO TRUE
065800            MOVE SPACE TO EVT-PR-DISPOSITION
065900            MOVE 0 TO EVT-PR-SUNK-P1
066000            MOVE 0 TO EVT-PR-SUNK-P2
066100            MOVE 0 TO EVT-PR-SETTLE-DATE
066200            REWRITE EVT-REC
066300                INVALID KEY
066400                   MOVE "PAIRING REWRITE FAILED"
066500                      TO WS-CARD-MESSAGE
066600                   MOVE 12 TO RETURN-CODE
066700                NOT INVALID KEY
066800                   ADD 1 TO WS-EVT-WRITTEN-COUNT
066900                   MOVE "BOARD TIED TO GAME - POST WITH R"
067000                      TO WS-CARD-OUTCOME
067100            END-REWRITE
067200         END-IF.
067300
067400     PARA-PRINT-CARD.
067500         MOVE SPACES TO EVT-LINE.
067600         MOVE ETR-ACTION TO EVT-LINE(2:1).
067700         MOVE ETR-EVENT-ID TO EVT-LINE(5:8).
067800         MOVE ETR-PLAYER-ID TO EVT-LINE(15:8).
067900         IF ETR-NEW-EVENT
068000            MOVE ETR-EVENT-NAME TO EVT-LINE(25:30)
068100         END-IF.
068200         IF ETR-LINK-GAME
068300            MOVE "RD" TO EVT-LINE(25:2)
068400            MOVE ETR-ROUND TO EVT-LINE(28:2)
068500            MOVE "BD" TO EVT-LINE(31:2)
068600            MOVE ETR-BOARD TO EVT-LINE(34:2)
068700            MOVE ETR-GAME-NO TO EVT-LINE(37:12)
068800         END-IF.
068900         IF WS-CARD-MESSAGE = SPACES
069000            MOVE WS-CARD-OUTCOME TO EVT-LINE(58:40)
069100         ELSE
069200            MOVE "REJECTED -" TO EVT-LINE(58:10)
069300            MOVE WS-CARD-MESSAGE TO EVT-LINE(69:40)
069400         END-IF.
069500         WRITE EVT-LINE.
069600
069700     PARA-LOAD-EVENT.
069800*        THE WHOLE EVENT IS HELD IN STORAGE - HEADER, ENTRANTS
069900*        AND EVERY BOARD OF EVERY ROUND DRAWN SO FAR.
070000         MOVE WS-EVENT-ID TO WS-HDR-EVENT-ID.
070100         PERFORM PARA-READ-HEADER.
070200         IF NOT WS-HEADER-FOUND
070300            DISPLAY "EVENT " WS-EVENT-ID " IS NOT ON THE EVENTS "
070400               "MASTER"
070500            MOVE SPACES TO EVT-LINE
070600            MOVE "EVENT NOT ON THE EVENTS MASTER - " TO EVT-LINE
070700            MOVE WS-EVENT-ID TO EVT-LINE(34:8)
070800            WRITE EVT-LINE
070900            MOVE 8 TO RETURN-CODE
071000            PERFORM PARA-END-RUN
071100         END-IF.
071200         MOVE WS-ROUND-STATUS TO WS-OLD-ROUND-STATUS.
071300         MOVE WS-EVENT-STATUS TO WS-OLD-EVENT-STATUS.
071400         MOVE WS-EVENT-ID TO EVT-EVENT-ID.
071500         MOVE LOW-VALUES TO EVT-REC-TYPE.
071600         MOVE LOW-VALUES TO EVT-SUB-KEY.
071700         MOVE "N" TO WS-EOF-FLAG.
071800         START EVENTS-FILE KEY NOT < EVT-KEY
071900            INVALID KEY
072000               SET WS-EOF TO TRUE
072100         END-START.
072200         PERFORM PARA-READ-EVENT-NEXT UNTIL WS-EOF.
072300         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
072400                 UNTIL WS-PR-SUB > WS-PR-COUNT
072500            MOVE WS-PR-P1(WS-PR-SUB) TO WS-FIND-ID
072600            PERFORM PARA-FIND-ENTRANT
072700            MOVE WS-FIND-SUB TO WS-PR-P1-SUB(WS-PR-SUB)
072800            MOVE WS-PR-P2(WS-PR-SUB) TO WS-FIND-ID
072900            PERFORM PARA-FIND-ENTRANT
073000            MOVE WS-FIND-SUB TO WS-PR-P2-SUB(WS-PR-SUB)
073100         END-PERFORM.
073200
073300     PARA-READ-EVENT-NEXT.
073400         READ EVENTS-FILE NEXT
073500             AT END
073600                SET WS-EOF TO TRUE
073700             NOT AT END
073800                IF EVT-EVENT-ID NOT = WS-EVENT-ID
073900                   SET WS-EOF TO TRUE
074000                ELSE
074100                   ADD 1 TO WS-EVT-READ-COUNT
074200                   IF EVT-ENTRANT
074300                      PERFORM PARA-LOAD-ENTRANT
074400                   END-IF
074500                   IF EVT-PAIRING
074600                      PERFORM PARA-LOAD-PAIRING
074700                   END-IF
074800                END-IF
074900         END-READ.
075000
075100     PARA-LOAD-ENTRANT.
075200         IF WS-ENT-COUNT >= 200
075300            DISPLAY "ENTRANT TABLE FULL - " EVT-SUB-KEY
075400               " LEFT OUT"
075500            MOVE 12 TO RETURN-CODE
075600         ELSE
075700            ADD 1 TO WS-ENT-COUNT
075800            MOVE WS-ENT-COUNT TO WS-ENT-SUB
075900            MOVE EVT-SUB-KEY TO WS-ENT-ID(WS-ENT-SUB)
076000            MOVE EVT-ENT-NAME TO WS-ENT-NAME(WS-ENT-SUB)
076100            MOVE EVT-ENT-SEED TO WS-ENT-SEED(WS-ENT-SUB)
076200            MOVE EVT-ENT-STATUS TO WS-ENT-STATUS(WS-ENT-SUB)
076300            MOVE EVT-ENT-WD-ROUND TO WS-ENT-WD-ROUND(WS-ENT-SUB)
076400            MOVE EVT-ENT-BYE-ROUND TO
076500               WS-ENT-BYE-ROUND(WS-ENT-SUB)
076600            MOVE "N" TO WS-ENT-DRAWN-FLAG(WS-ENT-SUB)
076700         END-IF.
076800
076900     PARA-LOAD-PAIRING.
077000         IF WS-PR-COUNT >= 1200
077100            DISPLAY "PAIRING TABLE FULL - ROUND " EVT-KEY-ROUND
077200               " BOARD " EVT-KEY-BOARD " LEFT OUT"
077300            MOVE 12 TO RETURN-CODE
077400         ELSE
077500            ADD 1 TO WS-PR-COUNT
077600            MOVE WS-PR-COUNT TO WS-PR-SUB
077700            MOVE EVT-KEY-ROUND TO WS-PR-ROUND(WS-PR-SUB)
077800            MOVE EVT-KEY-BOARD TO WS-PR-BOARD(WS-PR-SUB)
077900            MOVE EVT-PR-PLAYER1 TO WS-PR-P1(WS-PR-SUB)
078000            MOVE EVT-PR-PLAYER2 TO WS-PR-P2(WS-PR-SUB)
078100            MOVE EVT-PR-DECK-ID TO WS-PR-DECK-ID(WS-PR-SUB)
078200            MOVE 0 TO WS-PR-DECK-NO(WS-PR-SUB)
078300            IF EVT-PR-DECK-ID(8:2) IS NUMERIC
078400               MOVE EVT-PR-DECK-ID(8:2)
078500                  TO WS-PR-DECK-NO(WS-PR-SUB)
078600            END-IF
078700            MOVE EVT-PR-DRAW-DATE TO WS-PR-DRAW-DATE(WS-PR-SUB)
078800            MOVE EVT-PR-GAME-NO TO WS-PR-GAME-NO(WS-PR-SUB)
078900            MOVE EVT-PR-RESULT TO WS-PR-RESULT(WS-PR-SUB)
079000            MOVE EVT-PR-DISPOSITION TO WS-PR-DISP(WS-PR-SUB)
079100            MOVE EVT-PR-SUNK-P1 TO WS-PR-SUNK-P1(WS-PR-SUB)
079200            MOVE EVT-PR-SUNK-P2 TO WS-PR-SUNK-P2(WS-PR-SUB)
079300            MOVE EVT-PR-SETTLE-DATE TO
079400               WS-PR-SETTLE-DATE(WS-PR-SUB)
079500            MOVE EVT-PR-REMATCH TO WS-PR-REMATCH(WS-PR-SUB)
079600            SET WS-PR-ON-FILE(WS-PR-SUB) TO TRUE
079700         END-IF.
079800
079900     PARA-FIND-ENTRANT.
080000         MOVE 0 TO WS-FIND-SUB.
080100         PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
080200                 UNTIL WS-ENT-SUB > WS-ENT-COUNT
080300                 OR WS-FIND-SUB > 0
080400            IF WS-ENT-ID(WS-ENT-SUB) = WS-FIND-ID
080500               MOVE WS-ENT-SUB TO WS-FIND-SUB
080600            END-IF
080700         END-PERFORM.
080800
080900     PARA-TALLY.
081000*        STANDINGS ARE ALWAYS WORKED OUT AFRESH FROM THE BOARDS -
081100*        A WIN OR A BYE IS A POINT, AN ABANDONED GAME HALF A
081200*        POINT EACH. THE FIRST TIEBREAK IS THE SUM OF THE POINTS
081300*        OF EVERY OPPONENT MET (A BYE ADDS NOTHING), THE SECOND
081400*        THE SHIPS SUNK LESS THE SHIPS LOST OVER THE EVENT.
081500         PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
081600                 UNTIL WS-ENT-SUB > WS-ENT-COUNT
081700            MOVE 0 TO WS-ENT-SCORE(WS-ENT-SUB)
081800            MOVE 0 TO WS-ENT-OPP-SCORE(WS-ENT-SUB)
081900            MOVE 0 TO WS-ENT-SUNK-FOR(WS-ENT-SUB)
082000            MOVE 0 TO WS-ENT-SUNK-AGN(WS-ENT-SUB)
082100            MOVE 0 TO WS-ENT-GAMES(WS-ENT-SUB)
082200            MOVE 0 TO WS-ENT-WINS(WS-ENT-SUB)
082300            MOVE 0 TO WS-ENT-LOSSES(WS-ENT-SUB)
082400            MOVE 0 TO WS-ENT-HALVED(WS-ENT-SUB)
082500            MOVE 0 TO WS-ENT-LAST-DECK(WS-ENT-SUB)
082600            MOVE 0 TO WS-ENT-LAST-ROUND(WS-ENT-SUB)
082700            PERFORM VARYING WS-DECK-TRY FROM 1 BY 1
082800                    UNTIL WS-DECK-TRY > 20
082900               MOVE 0 TO WS-ENT-DECK-USE(WS-ENT-SUB WS-DECK-TRY)
083000            END-PERFORM
083100            PERFORM VARYING WS-ROUND-SUB FROM 1 BY 1
083200                    UNTIL WS-ROUND-SUB > 12
083300               MOVE "-"
083400                  TO WS-ENT-CELL-RES(WS-ENT-SUB WS-ROUND-SUB)
083500               MOVE 0 TO WS-ENT-CELL-OPP(WS-ENT-SUB WS-ROUND-SUB)
083600            END-PERFORM
083700         END-PERFORM.
083800         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
083900                 UNTIL WS-PR-SUB > WS-PR-COUNT
084000            MOVE WS-PR-P1-SUB(WS-PR-SUB) TO WS-SUB-A
084100            MOVE WS-PR-P2-SUB(WS-PR-SUB) TO WS-SUB-B
084200            IF WS-SUB-A > 0
084300               PERFORM PARA-TALLY-BOARD
084400            END-IF
084500         END-PERFORM.
084600         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
084700                 UNTIL WS-PR-SUB > WS-PR-COUNT
084800            MOVE WS-PR-P1-SUB(WS-PR-SUB) TO WS-SUB-A
084900            MOVE WS-PR-P2-SUB(WS-PR-SUB) TO WS-SUB-B
085000            IF WS-SUB-A > 0 AND WS-SUB-B > 0
085100               ADD WS-ENT-SCORE(WS-SUB-B) TO
085200                  WS-ENT-OPP-SCORE(WS-SUB-A)
085300               ADD WS-ENT-SCORE(WS-SUB-A) TO
085400                  WS-ENT-OPP-SCORE(WS-SUB-B)
085500            END-IF
085600         END-PERFORM.
085700         PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
085800                 UNTIL WS-ENT-SUB > WS-ENT-COUNT
085900            COMPUTE WS-ENT-SUNK-DIFF(WS-ENT-SUB) =
086000               WS-ENT-SUNK-FOR(WS-ENT-SUB)
086100               - WS-ENT-SUNK-AGN(WS-ENT-SUB)
086200         END-PERFORM.
086300
086400     PARA-TALLY-BOARD.
086500         MOVE WS-PR-ROUND(WS-PR-SUB) TO WS-ROUND-SUB.
086600         MOVE WS-PR-DECK-NO(WS-PR-SUB) TO WS-DECK-NO.
086700         IF WS-DECK-NO > 0 AND WS-DECK-NO NOT > 20
086800            ADD 1 TO WS-ENT-DECK-USE(WS-SUB-A WS-DECK-NO)
086900            IF WS-ROUND-SUB NOT < WS-ENT-LAST-ROUND(WS-SUB-A)
087000               MOVE WS-DECK-NO TO WS-ENT-LAST-DECK(WS-SUB-A)
087100               MOVE WS-ROUND-SUB TO WS-ENT-LAST-ROUND(WS-SUB-A)
087200            END-IF
087300            IF WS-SUB-B > 0
087400               ADD 1 TO WS-ENT-DECK-USE(WS-SUB-B WS-DECK-NO)
087500               IF WS-ROUND-SUB NOT < WS-ENT-LAST-ROUND(WS-SUB-B)
087600                  MOVE WS-DECK-NO TO WS-ENT-LAST-DECK(WS-SUB-B)
087700                  MOVE WS-ROUND-SUB TO WS-ENT-LAST-ROUND(WS-SUB-B)
087800               END-IF
087900            END-IF
088000         END-IF.
088100         IF WS-ROUND-SUB > 0 AND WS-ROUND-SUB NOT > 12
088200            MOVE "?" TO WS-ENT-CELL-RES(WS-SUB-A WS-ROUND-SUB)
088300            MOVE WS-SUB-B
088400               TO WS-ENT-CELL-OPP(WS-SUB-A WS-ROUND-SUB)
088500            IF WS-SUB-B > 0
088600               MOVE "?" TO WS-ENT-CELL-RES(WS-SUB-B WS-ROUND-SUB)
088700               MOVE WS-SUB-A TO
088800                  WS-ENT-CELL-OPP(WS-SUB-B WS-ROUND-SUB)
088900            END-IF
089000         END-IF.
089100         IF WS-PR-BYE(WS-PR-SUB)
089200            ADD 1 TO WS-ENT-SCORE(WS-SUB-A)
089300            IF WS-ROUND-SUB > 0 AND WS-ROUND-SUB NOT > 12
089400               MOVE "B" TO WS-ENT-CELL-RES(WS-SUB-A WS-ROUND-SUB)
089500            END-IF
089600         END-IF.
089700         IF WS-SUB-B > 0 AND NOT WS-PR-PENDING(WS-PR-SUB)
089800            AND NOT WS-PR-BYE(WS-PR-SUB)
089900            PERFORM PARA-TALLY-GAME
090000         END-IF.
090100
090200     PARA-TALLY-GAME.
090300         ADD 1 TO WS-ENT-GAMES(WS-SUB-A).
090400         ADD 1 TO WS-ENT-GAMES(WS-SUB-B).
090500         ADD WS-PR-SUNK-P1(WS-PR-SUB)
090600            TO WS-ENT-SUNK-FOR(WS-SUB-A).
090700         ADD WS-PR-SUNK-P2(WS-PR-SUB)
090800            TO WS-ENT-SUNK-AGN(WS-SUB-A).
090900         ADD WS-PR-SUNK-P2(WS-PR-SUB)
091000            TO WS-ENT-SUNK-FOR(WS-SUB-B).
091100         ADD WS-PR-SUNK-P1(WS-PR-SUB)
091200            TO WS-ENT-SUNK-AGN(WS-SUB-B).
091300         IF WS-PR-P1-WON(WS-PR-SUB)
091400            ADD 1 TO WS-ENT-SCORE(WS-SUB-A)
091500            ADD 1 TO WS-ENT-WINS(WS-SUB-A)
091600            ADD 1 TO WS-ENT-LOSSES(WS-SUB-B)
091700         END-IF.
091800         IF WS-PR-P2-WON(WS-PR-SUB)
091900            ADD 1 TO WS-ENT-SCORE(WS-SUB-B)
092000            ADD 1 TO WS-ENT-WINS(WS-SUB-B)
092100            ADD 1 TO WS-ENT-LOSSES(WS-SUB-A)
092200         END-IF.
092300         IF WS-PR-HALVED(WS-PR-SUB)
092400            ADD 0.5 TO WS-ENT-SCORE(WS-SUB-A)
092500            ADD 0.5 TO WS-ENT-SCORE(WS-SUB-B)
092600            ADD 1 TO WS-ENT-HALVED(WS-SUB-A)
092700            ADD 1 TO WS-ENT-HALVED(WS-SUB-B)
092800         END-IF.
092900         IF WS-ROUND-SUB > 0 AND WS-ROUND-SUB NOT > 12
093000            IF WS-PR-P1-WON(WS-PR-SUB)
093100               MOVE "W" TO WS-ENT-CELL-RES(WS-SUB-A WS-ROUND-SUB)
093200               MOVE "L" TO WS-ENT-CELL-RES(WS-SUB-B WS-ROUND-SUB)
093300            END-IF
093400            IF WS-PR-P2-WON(WS-PR-SUB)
093500               MOVE "L" TO WS-ENT-CELL-RES(WS-SUB-A WS-ROUND-SUB)
093600               MOVE "W" TO WS-ENT-CELL-RES(WS-SUB-B WS-ROUND-SUB)
093700            END-IF
093800            IF WS-PR-HALVED(WS-PR-SUB)
093900               MOVE "A" TO WS-ENT-CELL-RES(WS-SUB-A WS-ROUND-SUB)
094000               MOVE "A" TO WS-ENT-CELL-RES(WS-SUB-B WS-ROUND-SUB)
094100            END-IF
094200         END-IF.
094300
094400     PARA-RANK-ENTRANTS.
094500*        EXCHANGE SORT AS IN BATPAIR, OVER A TABLE OF ENTRANT
094600*        ROW NUMBERS. FOR A DRAW ONLY THE ACTIVE ENTRANTS TAKE
094700*        PART, FOR THE STANDINGS EVERY ENTRANT DOES.
094800         MOVE 0 TO WS-ORDER-COUNT.
094900         PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
095000                 UNTIL WS-ENT-SUB > WS-ENT-COUNT
095100            IF WS-ENT-ACTIVE(WS-ENT-SUB) OR NOT WS-ACTIVE-ONLY
095200               ADD 1 TO WS-ORDER-COUNT
095300               MOVE WS-ENT-SUB TO WS-ORDER(WS-ORDER-COUNT)
095400            END-IF
095500         END-PERFORM.
095600         MOVE "Y" TO WS-SWAP-FLAG.
095700         PERFORM UNTIL NOT WS-SWAPPED
095800            MOVE "N" TO WS-SWAP-FLAG
095900            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
096000                    UNTIL WS-ORD-SUB >= WS-ORDER-COUNT
096100               MOVE WS-ORDER(WS-ORD-SUB + 1) TO WS-CMP-A
096200               MOVE WS-ORDER(WS-ORD-SUB) TO WS-CMP-B
096300               PERFORM PARA-COMPARE-ENTRANTS
096400               IF WS-AHEAD
096500                  MOVE WS-ORDER(WS-ORD-SUB) TO WS-HOLD-ORDER
096600                  MOVE WS-ORDER(WS-ORD-SUB + 1)
096700                     TO WS-ORDER(WS-ORD-SUB)
096800                  MOVE WS-HOLD-ORDER TO WS-ORDER(WS-ORD-SUB + 1)
096900                  MOVE "Y" TO WS-SWAP-FLAG
097000               END-IF
097100            END-PERFORM
097200         END-PERFORM.
097300         PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
097400                 UNTIL WS-ORD-SUB > WS-ORDER-COUNT
097500            MOVE WS-ORD-SUB TO WS-ENT-RANK(WS-ORDER(WS-ORD-SUB))
097600         END-PERFORM.
097700
097800     PARA-COMPARE-ENTRANTS.
097900*        IS ENTRANT A AHEAD OF ENTRANT B - POINTS, OPPONENTS
098000*        POINTS, SHIP DIFFERENTIAL, SEED RATING, THEN PLAYER ID
098100*        SO THE ORDER IS THE SAME ON EVERY RUN.
098200         MOVE "N" TO WS-AHEAD-FLAG.
098300         EVALUATE TRUE
098400            WHEN WS-ENT-SCORE(WS-CMP-A) > WS-ENT-SCORE(WS-CMP-B)
098500               SET WS-AHEAD TO TRUE
098600            WHEN WS-ENT-SCORE(WS-CMP-A) < WS-ENT-SCORE(WS-CMP-B)
098700               CONTINUE
098800            WHEN WS-ENT-OPP-SCORE(WS-CMP-A) >
098900                 WS-ENT-OPP-SCORE(WS-CMP-B)
099000               SET WS-AHEAD TO TRUE
099100            WHEN WS-ENT-OPP-SCORE(WS-CMP-A) <
099200                 WS-ENT-OPP-SCORE(WS-CMP-B)
099300               CONTINUE
099400            WHEN WS-ENT-SUNK-DIFF(WS-CMP-A) >
099500                 WS-ENT-SUNK-DIFF(WS-CMP-B)
099600               SET WS-AHEAD TO TRUE
099700            WHEN WS-ENT-SUNK-DIFF(WS-CMP-A) <
099800                 WS-ENT-SUNK-DIFF(WS-CMP-B)
099900               CONTINUE
100000            WHEN WS-ENT-SEED(WS-CMP-A) > WS-ENT-SEED(WS-CMP-B)
100100               SET WS-AHEAD TO TRUE
100200            WHEN WS-ENT-SEED(WS-CMP-A) < WS-ENT-SEED(WS-CMP-B)
100300               CONTINUE
100400            WHEN WS-ENT-ID(WS-CMP-A) < WS-ENT-ID(WS-CMP-B)
100500               SET WS-AHEAD TO TRUE
100600         END-EVALUATE.
100700
100800     PARA-DRAW-ROUND.
100900         PERFORM PARA-LOAD-EVENT.
101000         MOVE SPACES TO WS-REFUSE-MSG.
101100         IF WS-EVENT-FINAL
101200            MOVE "EVENT IS COMPLETE - NO MORE ROUNDS TO DRAW"
101300               TO WS-REFUSE-MSG
101400         END-IF.
101500         IF WS-REFUSE-MSG = SPACES AND WS-ROUND-DRAWN
101600            MOVE "ROUND    STILL HAS BOARDS WITHOUT A RESULT"
101700               TO WS-REFUSE-MSG
101800            MOVE WS-CUR-ROUND TO WS-REFUSE-MSG(7:2)
101900         END-IF.
102000         IF WS-REFUSE-MSG = SPACES AND
102100            WS-CUR-ROUND NOT < WS-ROUNDS
102200            MOVE "EVERY ROUND OF THE EVENT HAS BEEN DRAWN"
102300               TO WS-REFUSE-MSG
102400         END-IF.
102500         IF WS-REFUSE-MSG = SPACES
102600            PERFORM PARA-TALLY
102700            SET WS-ACTIVE-ONLY TO TRUE
102800            PERFORM PARA-RANK-ENTRANTS
102900            IF WS-ORDER-COUNT < 2
103000               MOVE "FEWER THAN TWO ACTIVE ENTRANTS"
103100                  TO WS-REFUSE-MSG
103200            END-IF
103300         END-IF.
103400         IF WS-REFUSE-MSG = SPACES
103500            OPEN OUTPUT PAIRING-FILE
103600            IF WS-PAIRFILE-STATUS NOT = "00"
103700               DISPLAY "CANNOT OPEN PAIRFILE - STATUS "
103800                  WS-PAIRFILE-STATUS " - ROUND NOT DRAWN"
103900               MOVE 16 TO RETURN-CODE
104000               PERFORM PARA-END-RUN
104100            END-IF
104200            SET WS-PAIRFILE-OPENED TO TRUE
104300            PERFORM PARA-MAKE-DRAW
104400            CLOSE PAIRING-FILE
104500         ELSE
104600            DISPLAY "EVENT " WS-EVENT-ID " - " WS-REFUSE-MSG
104700            MOVE SPACES TO EVT-LINE
104800            MOVE "EVENT" TO EVT-LINE(1:5)
104900            MOVE WS-EVENT-ID TO EVT-LINE(7:8)
105000            MOVE "- DRAW REFUSED -" TO EVT-LINE(16:16)
105100            MOVE WS-REFUSE-MSG TO EVT-LINE(33:60)
105200            WRITE EVT-LINE
105300            MOVE 8 TO RETURN-CODE
105400         END-IF.
105500
105600     PARA-MAKE-DRAW.
105700*        SWISS DRAW DOWN THE STANDINGS - EACH PLAYER NOT YET
105800*        DRAWN MEETS THE NEXT ONE DOWN THEY HAVE NOT ALREADY
105900*        PLAYED. ONLY WHEN EVERYONE LEFT IS A REMATCH DOES THE
106000*        DRAW ALLOW ONE, AND THE SHEET SAYS SO. AN ODD FIELD
106100*        GIVES THE BYE TO THE LOWEST PLAYER WHO HAS NOT HAD ONE.
106200         COMPUTE WS-NEW-ROUND = WS-CUR-ROUND + 1.
106300         MOVE 0 TO WS-BOARD-NO.
106400         MOVE 0 TO WS-BYE-SUB.
106500         MOVE 0 TO WS-REMATCH-COUNT.
106600         IF FUNCTION MOD(WS-ORDER-COUNT, 2) = 1
106700            PERFORM PARA-PICK-BYE
106800         END-IF.
106900         PERFORM PARA-PAIR-NEXT
107000            VARYING WS-ORD-SUB FROM 1 BY 1
107100            UNTIL WS-ORD-SUB > WS-ORDER-COUNT.
107200         IF WS-BYE-SUB > 0
107300            PERFORM PARA-ADD-BYE-BOARD
107400         END-IF.
107500         MOVE WS-NEW-ROUND TO WS-CUR-ROUND.
107600         SET WS-ROUND-DRAWN TO TRUE.
107700         SET WS-EVENT-IN-PLAY TO TRUE.
107800         MOVE WS-RUN-DATE TO WS-DRAW-DATE.
107900         PERFORM PARA-SAVE-PAIRINGS.
108000         PERFORM PARA-REWRITE-HEADER.
108100         IF WS-BYE-SUB > 0
108200            PERFORM PARA-SAVE-BYE
108300         END-IF.
108400         PERFORM PARA-WRITE-PAIRFILE.
108500         PERFORM PARA-PRINT-DRAW.
108600         DISPLAY "EVENT " WS-EVENT-ID " ROUND " WS-NEW-ROUND
108700            " DRAWN: " WS-BOARD-NO " BOARDS FROM "
108800            WS-ORDER-COUNT " ENTRANTS".
108900         IF WS-REMATCH-COUNT > 0
109000            DISPLAY "REMATCHES FORCED BY THE DRAW: "
109100               WS-REMATCH-COUNT
109200            IF RETURN-CODE < 4
109300               MOVE 4 TO RETURN-CODE
109400            END-IF
109500         END-IF.
109600
109700     PARA-PICK-BYE.
109800         PERFORM VARYING WS-ORD-SUB FROM WS-ORDER-COUNT BY -1
109900                 UNTIL WS-ORD-SUB < 1 OR WS-BYE-SUB > 0
110000            IF WS-ENT-BYE-ROUND(WS-ORDER(WS-ORD-SUB)) = 0
110100               MOVE WS-ORDER(WS-ORD-SUB) TO WS-BYE-SUB
110200            END-IF
110300         END-PERFORM.
110400         IF WS-BYE-SUB = 0
110500            MOVE WS-ORDER(WS-ORDER-COUNT) TO WS-BYE-SUB
110600         END-IF.
110700         SET WS-ENT-DRAWN(WS-BYE-SUB) TO TRUE.
110800
110900     PARA-PAIR-NEXT.
111000         MOVE WS-ORDER(WS-ORD-SUB) TO WS-SUB-A.
111100         IF NOT WS-ENT-DRAWN(WS-SUB-A)
111200            MOVE 0 TO WS-SUB-B
111300            MOVE 0 TO WS-FIRST-FREE
111400            MOVE "N" TO WS-REMATCH-FLAG
111500            PERFORM VARYING WS-ORD-SUB2 FROM WS-ORD-SUB BY 1
111600                    UNTIL WS-ORD-SUB2 > WS-ORDER-COUNT
111700                    OR WS-SUB-B > 0
111800               MOVE WS-ORDER(WS-ORD-SUB2) TO WS-CAND
111900               IF WS-CAND NOT = WS-SUB-A AND
112000                  NOT WS-ENT-DRAWN(WS-CAND)
112100                  IF WS-FIRST-FREE = 0
112200                     MOVE WS-CAND TO WS-FIRST-FREE
112300                  END-IF
112400                  PERFORM PARA-CHECK-MET
112500                  IF NOT WS-MET
112600                     MOVE WS-CAND TO WS-SUB-B
112700                  END-IF
112800               END-IF
112900            END-PERFORM
113000            IF WS-SUB-B = 0 AND WS-FIRST-FREE > 0
113100               MOVE WS-FIRST-FREE TO WS-SUB-B
113200               SET WS-REMATCH TO TRUE
113300               ADD 1 TO WS-REMATCH-COUNT
113400            END-IF
113500            IF WS-SUB-B > 0
113600               PERFORM PARA-ADD-BOARD
113700            END-IF
113800         END-IF.
113900
114000     PARA-CHECK-MET.
114100         MOVE "N" TO WS-MET-FLAG.
114200         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
114300                 UNTIL WS-PR-SUB > WS-PR-COUNT OR WS-MET
114400            IF (WS-PR-P1-SUB(WS-PR-SUB) = WS-SUB-A AND
114500                WS-PR-P2-SUB(WS-PR-SUB) = WS-CAND) OR
114600               (WS-PR-P1-SUB(WS-PR-SUB) = WS-CAND AND
114700                WS-PR-P2-SUB(WS-PR-SUB) = WS-SUB-A)
114800               SET WS-MET TO TRUE
114900            END-IF
115000         END-PERFORM.
115100
115200     PARA-ADD-BOARD.
115300         IF WS-PR-COUNT >= 1200
115400            DISPLAY "PAIRING TABLE FULL - RAISE THE LIMIT"
115500            MOVE 12 TO RETURN-CODE
115600         ELSE
115700            ADD 1 TO WS-BOARD-NO
115800            ADD 1 TO WS-PR-COUNT
115900            MOVE WS-PR-COUNT TO WS-PR-SUB
116000            PERFORM PARA-NEW-BOARD
116100            MOVE WS-ENT-ID(WS-SUB-B) TO WS-PR-P2(WS-PR-SUB)
116200            MOVE WS-SUB-B TO WS-PR-P2-SUB(WS-PR-SUB)
116300            MOVE WS-REMATCH-FLAG TO WS-PR-REMATCH(WS-PR-SUB)
116400            SET WS-ENT-DRAWN(WS-SUB-A) TO TRUE
116500            SET WS-ENT-DRAWN(WS-SUB-B) TO TRUE
116600            PERFORM PARA-CHOOSE-DECK
116700            MOVE WS-BEST-DECK TO WS-PR-DECK-NO(WS-PR-SUB)
116800            MOVE SPACES TO WS-PR-DECK-ID(WS-PR-SUB)
116900            STRING "FLEETIN" DELIMITED BY SIZE
117000                   WS-BEST-DECK DELIMITED BY SIZE
117100                   INTO WS-PR-DECK-ID(WS-PR-SUB)
117200            END-STRING
117300         END-IF.
117400
117500     PARA-NEW-BOARD.
117600         MOVE WS-NEW-ROUND TO WS-PR-ROUND(WS-PR-SUB).
117700         MOVE WS-BOARD-NO TO WS-PR-BOARD(WS-PR-SUB).
117800         MOVE WS-ENT-ID(WS-SUB-A) TO WS-PR-P1(WS-PR-SUB).
117900         MOVE WS-SUB-A TO WS-PR-P1-SUB(WS-PR-SUB).
118000         MOVE "BYE" TO WS-PR-P2(WS-PR-SUB).
118100         MOVE 0 TO WS-PR-P2-SUB(WS-PR-SUB).
118200         MOVE SPACES TO WS-PR-DECK-ID(WS-PR-SUB).
118300         MOVE 0 TO WS-PR-DECK-NO(WS-PR-SUB).
118400         MOVE WS-RUN-DATE TO WS-PR-DRAW-DATE(WS-PR-SUB).
118500         MOVE 0 TO WS-PR-GAME-NO(WS-PR-SUB).
118600         MOVE SPACE TO WS-PR-RESULT(WS-PR-SUB).
118700         MOVE SPACE TO WS-PR-DISP(WS-PR-SUB).
118800         MOVE 0 TO WS-PR-SUNK-P1(WS-PR-SUB).
118900         MOVE 0 TO WS-PR-SUNK-P2(WS-PR-SUB).
119000         MOVE 0 TO WS-PR-SETTLE-DATE(WS-PR-SUB).
119100         MOVE "N" TO WS-PR-REMATCH(WS-PR-SUB).
119200         SET WS-PR-NEW(WS-PR-SUB) TO TRUE.
119300
119400     PARA-ADD-BYE-BOARD.
119500         IF WS-PR-COUNT >= 1200
119600            DISPLAY "PAIRING TABLE FULL - RAISE THE LIMIT"
119700            MOVE 12 TO RETURN-CODE
119800         ELSE
119900            ADD 1 TO WS-BOARD-NO
120000            ADD 1 TO WS-PR-COUNT
120100            MOVE WS-PR-COUNT TO WS-PR-SUB
120200            MOVE WS-BYE-SUB TO WS-SUB-A
120300            PERFORM PARA-NEW-BOARD
120400            SET WS-PR-BYE(WS-PR-SUB) TO TRUE
120500            MOVE WS-RUN-DATE TO WS-PR-SETTLE-DATE(WS-PR-SUB)
120600            MOVE WS-NEW-ROUND TO WS-ENT-BYE-ROUND(WS-BYE-SUB)
120700         END-IF.
120800
120900     PARA-CHOOSE-DECK.
121000*        BOTH FLEETS OF A BOARD COME OFF THE SAME DECK. THE DRAW
121100*        PICKS THE DECK THE TWO PLAYERS HAVE SEEN LEAST, NEVER
121200*        THE ONE EITHER PLAYED LAST ROUND IF THERE IS ANY OTHER,
121300*        STARTING THE SEARCH AT A POINT THAT ROTATES WITH THE
121400*        BOARD AND ROUND SO EQUAL CHOICES SPREAD OVER THE DECKS.
121500         COMPUTE WS-DECK-START =
121600            FUNCTION MOD(WS-BOARD-NO + WS-NEW-ROUND - 2,
121700                         WS-DECK-COUNT) + 1.
121800         MOVE 0 TO WS-BEST-DECK.
121900         MOVE 9999 TO WS-BEST-COST.
122000         PERFORM VARYING WS-DECK-TRY FROM 0 BY 1
122100                 UNTIL WS-DECK-TRY >= WS-DECK-COUNT
122200            COMPUTE WS-DECK-NO = WS-DECK-START + WS-DECK-TRY
122300            IF WS-DECK-NO > WS-DECK-COUNT
122400               SUBTRACT WS-DECK-COUNT FROM WS-DECK-NO
122500            END-IF
122600            COMPUTE WS-DECK-COST =
122700               WS-ENT-DECK-USE(WS-SUB-A WS-DECK-NO)
122800               + WS-ENT-DECK-USE(WS-SUB-B WS-DECK-NO)
122900            IF WS-ENT-LAST-DECK(WS-SUB-A) = WS-DECK-NO OR
123000               WS-ENT-LAST-DECK(WS-SUB-B) = WS-DECK-NO
123100               ADD 100 TO WS-DECK-COST
123200            END-IF
123300            IF WS-DECK-COST < WS-BEST-COST
123400               MOVE WS-DECK-COST TO WS-BEST-COST
123500               MOVE WS-DECK-NO TO WS-BEST-DECK
123600            END-IF
123700         END-PERFORM.
123800
123900     PARA-SAVE-PAIRINGS.
124000         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
124100                 UNTIL WS-PR-SUB > WS-PR-COUNT
124200            IF WS-PR-NEW(WS-PR-SUB)
124300               PERFORM PARA-BUILD-PAIRING
124400               WRITE EVT-REC
124500                   INVALID KEY
124600                      DISPLAY "PAIRING WRITE FAILED - ROUND "
124700                         EVT-KEY-ROUND " BOARD " EVT-KEY-BOARD
124800                         " - STATUS " WS-EVENTS-STATUS
124900                      MOVE 12 TO RETURN-CODE
125000                   NOT INVALID KEY
125100                      ADD 1 TO WS-EVT-WRITTEN-COUNT
125200               END-WRITE
125300            END-IF
125400            IF WS-PR-UPDATED(WS-PR-SUB)
125500               PERFORM PARA-BUILD-PAIRING
125600               REWRITE EVT-REC
125700                   INVALID KEY
125800                      DISPLAY "PAIRING REWRITE FAILED - ROUND "
125900                         EVT-KEY-ROUND " BOARD " EVT-KEY-BOARD
126000                         " - STATUS " WS-EVENTS-STATUS
126100                      MOVE 12 TO RETURN-CODE
126200                   NOT INVALID KEY
126300                      ADD 1 TO WS-EVT-WRITTEN-COUNT
126400               END-REWRITE
126500            END-IF
126600         END-PERFORM.
126700
126800     PARA-BUILD-PAIRING.
126900         MOVE SPACES TO EVT-REC.
127000         MOVE WS-EVENT-ID TO EVT-EVENT-ID.
127100         MOVE "P" TO EVT-REC-TYPE.
127200         MOVE WS-PR-ROUND(WS-PR-SUB) TO EVT-KEY-ROUND.
127300         MOVE WS-PR-BOARD(WS-PR-SUB) TO EVT-KEY-BOARD.
127400         MOVE WS-PR-P1(WS-PR-SUB) TO EVT-PR-PLAYER1.
127500         MOVE WS-PR-P2(WS-PR-SUB) TO EVT-PR-PLAYER2.
127600         MOVE WS-PR-DECK-ID(WS-PR-SUB) TO EVT-PR-DECK-ID.
127700         MOVE WS-PR-DRAW-DATE(WS-PR-SUB) TO EVT-PR-DRAW-DATE.
127800         MOVE WS-PR-GAME-NO(WS-PR-SUB) TO EVT-PR-GAME-NO.
127900         MOVE WS-PR-RESULT(WS-PR-SUB) TO EVT-PR-RESULT.
128000         MOVE WS-PR-DISP(WS-PR-SUB) TO EVT-PR-DISPOSITION.
128100         MOVE WS-PR-SUNK-P1(WS-PR-SUB) TO EVT-PR-SUNK-P1.
128200         MOVE WS-PR-SUNK-P2(WS-PR-SUB) TO EVT-PR-SUNK-P2.
128300         MOVE WS-PR-SETTLE-DATE(WS-PR-SUB) TO EVT-PR-SETTLE-DATE.
128400         MOVE WS-PR-REMATCH(WS-PR-SUB) TO EVT-PR-REMATCH.
128500
128600     PARA-SAVE-BYE.
128700         MOVE WS-EVENT-ID TO EVT-EVENT-ID.
128800         MOVE "E" TO EVT-REC-TYPE.
128900         MOVE WS-ENT-ID(WS-BYE-SUB) TO EVT-SUB-KEY.
129000         READ EVENTS-FILE
129100             INVALID KEY
129200                DISPLAY "ENTRANT " WS-ENT-ID(WS-BYE-SUB)
129300                   " VANISHED - BYE NOT RECORDED"
129400                MOVE 12 TO RETURN-CODE
129500             NOT INVALID KEY
129600                ADD 1 TO WS-EVT-READ-COUNT
129700                MOVE WS-NEW-ROUND TO EVT-ENT-BYE-ROUND
129800                REWRITE EVT-REC
129900                    INVALID KEY
130000                       DISPLAY "ENTRANT REWRITE FAILED FOR "
130100                          WS-ENT-ID(WS-BYE-SUB)
130200                       MOVE 12 TO RETURN-CODE
130300                    NOT INVALID KEY
130400                       ADD 1 TO WS-EVT-WRITTEN-COUNT
130500                END-REWRITE
130600         END-READ.
130700
130800     PARA-WRITE-PAIRFILE.
130900*        THE ROUND GOES OUT AS THE NIGHTS PAIRFILE, SO EACH
131000*        BOARD IS PLAYED AS BATTLE PARM='P,nn' EXACTLY LIKE A
131100*        BATPAIR NIGHT - BOARD NUMBER AND PAIRING NUMBER AGREE.
131200         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
131300                 UNTIL WS-PR-SUB > WS-PR-COUNT
131400            IF WS-PR-ROUND(WS-PR-SUB) = WS-NEW-ROUND
131500               MOVE WS-PR-BOARD(WS-PR-SUB) TO PAIR-SEQ
131600               MOVE WS-PR-P1(WS-PR-SUB) TO PAIR-PLAYER1-ID
131700               MOVE WS-PR-P2(WS-PR-SUB) TO PAIR-PLAYER2-ID
131800               MOVE WS-PR-DECK-ID(WS-PR-SUB) TO PAIR-DECK-ID
131900               MOVE WS-RUN-DATE TO PAIR-DATE
132000               WRITE PAIR-REC
132100               ADD 1 TO WS-PAIR-WRITTEN
132200            END-IF
132300         END-PERFORM.
132400
132500     PARA-PRINT-TITLE.
132600         MOVE SPACES TO EVT-LINE.
132700         MOVE "BATTLE LEAGUE EVENT" TO EVT-LINE.
132800         MOVE WS-EVENT-ID TO EVT-LINE(21:8).
132900         MOVE WS-EVENT-NAME TO EVT-LINE(31:30).
133000         MOVE "RUN" TO EVT-LINE(63:3).
133100         MOVE WS-RUN-DATE TO EVT-LINE(67:8).
133200         WRITE EVT-LINE.
133300
133400     PARA-PRINT-DRAW.
133500         PERFORM PARA-PRINT-TITLE.
133600         MOVE SPACES TO EVT-LINE.
133700         MOVE "ROUND    OF    PAIRINGS - SESSIONS RUN BATTLE "
133800            TO EVT-LINE.
133900         MOVE WS-NEW-ROUND TO EVT-LINE(7:2).
134000         MOVE WS-ROUNDS TO EVT-LINE(13:2).
134100         MOVE "PARM='P,nn' FOR BOARD nn" TO EVT-LINE(48:24).
134200         WRITE EVT-LINE.
134300         MOVE SPACES TO EVT-LINE.
134400         WRITE EVT-LINE.
134500         MOVE SPACES TO EVT-LINE.
134600         MOVE "BD" TO EVT-LINE(1:2).
134700         MOVE "PLAYER 1" TO EVT-LINE(5:8).
134800         MOVE "NAME" TO EVT-LINE(14:4).
134900         MOVE "PTS" TO EVT-LINE(36:3).
135000         MOVE "PLAYER 2" TO EVT-LINE(42:8).
135100         MOVE "NAME" TO EVT-LINE(51:4).
135200         MOVE "PTS" TO EVT-LINE(73:3).
135300         MOVE "DECK" TO EVT-LINE(79:4).
135400         WRITE EVT-LINE.
135500         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
135600                 UNTIL WS-PR-SUB > WS-PR-COUNT
135700            IF WS-PR-ROUND(WS-PR-SUB) = WS-NEW-ROUND
135800               PERFORM PARA-PRINT-ONE-DRAW
135900            END-IF
136000         END-PERFORM.
136100
136200     PARA-PRINT-ONE-DRAW.
136300         MOVE SPACES TO EVT-LINE.
136400         MOVE WS-PR-P1-SUB(WS-PR-SUB) TO WS-SUB-A.
136500         MOVE WS-PR-P2-SUB(WS-PR-SUB) TO WS-SUB-B.
136600         MOVE WS-PR-BOARD(WS-PR-SUB) TO EVT-LINE(1:2).
136700         MOVE WS-PR-P1(WS-PR-SUB) TO EVT-LINE(5:8).
136800         MOVE WS-ENT-NAME(WS-SUB-A) TO EVT-LINE(14:20).
136900         MOVE WS-ENT-SCORE(WS-SUB-A) TO WS-SCORE-DISP.
137000         MOVE WS-SCORE-DISP TO EVT-LINE(35:4).
137100         IF WS-PR-BYE(WS-PR-SUB)
137200            MOVE "BYE" TO EVT-LINE(42:3)
137300            MOVE "ONE POINT - NO GAME" TO EVT-LINE(88:19)
137400         ELSE
137500            MOVE WS-PR-P2(WS-PR-SUB) TO EVT-LINE(42:8)
137600            MOVE WS-ENT-NAME(WS-SUB-B) TO EVT-LINE(51:20)
137700            MOVE WS-ENT-SCORE(WS-SUB-B) TO WS-SCORE-DISP
137800            MOVE WS-SCORE-DISP TO EVT-LINE(72:4)
137900            MOVE WS-PR-DECK-ID(WS-PR-SUB) TO EVT-LINE(79:9)
138000            IF WS-PR-REMATCH(WS-PR-SUB) = "Y"
138100               MOVE "REMATCH - NO UNMET OPPONENT LEFT"
138200                  TO EVT-LINE(90:32)
138300            END-IF
138400         END-IF.
138500         WRITE EVT-LINE.
138600
138700     PARA-POST-RESULTS.
138800         PERFORM PARA-LOAD-EVENT.
138900         IF WS-CUR-ROUND = 0
139000            DISPLAY "EVENT " WS-EVENT-ID " HAS NO ROUND DRAWN YET"
139100            PERFORM PARA-PRINT-TITLE
139200            MOVE SPACES TO EVT-LINE
139300            MOVE "NO ROUND DRAWN YET - ENTRANTS:" TO EVT-LINE
139400            MOVE WS-ENT-COUNT TO EVT-LINE(32:4)
139500            WRITE EVT-LINE
139600            MOVE 4 TO RETURN-CODE
139700         ELSE
139800            PERFORM PARA-PICKUP-RESULTS
139900            PERFORM PARA-CHECK-ROUND
140000            PERFORM PARA-SAVE-PAIRINGS
140100            IF WS-ROUND-STATUS NOT = WS-OLD-ROUND-STATUS OR
140200               WS-EVENT-STATUS NOT = WS-OLD-EVENT-STATUS
140300               PERFORM PARA-REWRITE-HEADER
140400            END-IF
140500            PERFORM PARA-TALLY
140600            MOVE "N" TO WS-ACTIVE-ONLY-FLAG
140700            PERFORM PARA-RANK-ENTRANTS
140800            PERFORM PARA-PRINT-STANDINGS
140900            PERFORM PARA-PRINT-ROUND-BOARDS
141000            IF WS-EVENT-FINAL
141100               PERFORM PARA-PRINT-CROSSTABLE
141200            END-IF
141300            DISPLAY "EVENT " WS-EVENT-ID " ROUND " WS-CUR-ROUND
141400               " - BOARDS AWAITING A RESULT: " WS-BOARDS-PENDING
141500            DISPLAY "RESULTS ROWS APPLIED: " WS-ROWS-APPLIED
141600         END-IF.
141700
141800     PARA-PICKUP-RESULTS.
141900*        EVERY ROW ON THE LIVE FILE IS OFFERED TO THE BOARDS IN
142000*        FILE ORDER, SO A REVERSAL OR CORRECTION LANDS AFTER THE
142100*        ROW IT ADJUSTS AND THE LAST ONE STANDS. A BOARD SETTLED
142200*        FROM A FILE SINCE ROLLED KEEPS ITS RESULT.
142300         MOVE "N" TO WS-EOF-FLAG.
142400         OPEN INPUT RESULTS-FILE.
142500         IF WS-RESULTS-STATUS NOT = "00"
142600            DISPLAY "CANNOT OPEN RESULTS - STATUS "
142700               WS-RESULTS-STATUS
142800            MOVE 16 TO RETURN-CODE
142900            PERFORM PARA-END-RUN
143000         END-IF.
143100         SET WS-RESULTS-OPENED TO TRUE.
143200         PERFORM PARA-READ-RESULT UNTIL WS-EOF.
143300         CLOSE RESULTS-FILE.
143400
143500     PARA-READ-RESULT.
143600         READ RESULTS-FILE
143700             AT END
143800                SET WS-EOF TO TRUE
143900             NOT AT END
144000                ADD 1 TO WS-RES-READ-COUNT
144100                IF RESULT-GAME-NO IS NUMERIC AND
144200                   RESULT-GAME-NO NOT = 0
144300                   PERFORM PARA-MATCH-RESULT
144400                END-IF
144500         END-READ.
144600
144700     PARA-MATCH-RESULT.
144800*        A BOARD ALREADY TIED TO A GAME NUMBER TAKES ONLY THAT
144900*        GAMES ROWS. OTHERWISE THE FIRST SETTLEMENT OF THE TWO
145000*        PLAYERS AS A PAIRING GAME ON THE BOARDS DECK, NO EARLIER
145100*        THAN THE DRAW, TIES THE BOARD TO ITS GAME NUMBER.
145200         MOVE 0 TO WS-MATCH-SUB.
145300         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
145400                 UNTIL WS-PR-SUB > WS-PR-COUNT
145500                 OR WS-MATCH-SUB > 0
145600            IF WS-PR-GAME-NO(WS-PR-SUB) = RESULT-GAME-NO AND
145700               (RESULT-PLAYER-ID = WS-PR-P1(WS-PR-SUB) OR
145800                RESULT-PLAYER-ID = WS-PR-P2(WS-PR-SUB))
145900               MOVE WS-PR-SUB TO WS-MATCH-SUB
146000            END-IF
146100         END-PERFORM.
146200         IF WS-MATCH-SUB = 0 AND NOT RESULT-REVERSAL AND
146300            RESULT-PLAY-MODE = "P" AND RESULT-DATE IS NUMERIC
146400            PERFORM VARYING WS-PR-SUB FROM 1 BY 1
146500                    UNTIL WS-PR-SUB > WS-PR-COUNT
146600                    OR WS-MATCH-SUB > 0
146700               IF WS-PR-GAME-NO(WS-PR-SUB) = 0 AND
146800                  NOT WS-PR-BYE(WS-PR-SUB) AND
146900                  WS-PR-DECK-ID(WS-PR-SUB) = RESULT-DECK-ID AND
147000                  RESULT-DATE NOT < WS-PR-DRAW-DATE(WS-PR-SUB)
147100                  PERFORM PARA-MATCH-PLAYERS
147200               END-IF
147300            END-PERFORM
147400         END-IF.
147500         IF WS-MATCH-SUB > 0
147600            PERFORM PARA-APPLY-RESULT
147700         END-IF.
147800
147900     PARA-MATCH-PLAYERS.
148000         IF (RESULT-PLAYER-ID = WS-PR-P1(WS-PR-SUB) AND
148100             RESULT-OPPONENT-ID = WS-PR-P2(WS-PR-SUB)) OR
148200            (RESULT-PLAYER-ID = WS-PR-P2(WS-PR-SUB) AND
148300             RESULT-OPPONENT-ID = WS-PR-P1(WS-PR-SUB))
148400            MOVE WS-PR-SUB TO WS-MATCH-SUB
148500            MOVE RESULT-GAME-NO TO WS-PR-GAME-NO(WS-PR-SUB)
148600         END-IF.
148700
148800     PARA-APPLY-RESULT.
148900         MOVE WS-MATCH-SUB TO WS-PR-SUB.
149000         ADD 1 TO WS-ROWS-APPLIED.
149100         IF WS-PR-ON-FILE(WS-PR-SUB)
149200            SET WS-PR-UPDATED(WS-PR-SUB) TO TRUE
149300         END-IF.
149400         MOVE SPACE TO WS-PR-RESULT(WS-PR-SUB).
149500         MOVE SPACE TO WS-PR-DISP(WS-PR-SUB).
149600         MOVE 0 TO WS-PR-SUNK-P1(WS-PR-SUB).
149700         MOVE 0 TO WS-PR-SUNK-P2(WS-PR-SUB).
149800         MOVE 0 TO WS-PR-SETTLE-DATE(WS-PR-SUB).
149900         IF NOT RESULT-REVERSAL
150000            MOVE RESULT-DISPOSITION TO WS-PR-DISP(WS-PR-SUB)
150100            MOVE RESULT-DATE TO WS-PR-SETTLE-DATE(WS-PR-SUB)
150200            IF RESULT-ABANDONED
150300               SET WS-PR-HALVED(WS-PR-SUB) TO TRUE
150400            ELSE
150500               IF RESULT-WINNER = WS-PR-P1(WS-PR-SUB)
150600                  SET WS-PR-P1-WON(WS-PR-SUB) TO TRUE
150700               END-IF
150800               IF RESULT-WINNER = WS-PR-P2(WS-PR-SUB)
150900                  SET WS-PR-P2-WON(WS-PR-SUB) TO TRUE
151000               END-IF
151100            END-IF
151200            IF RESULT-SHIPS-SUNK-PLR IS NUMERIC AND
151300               RESULT-SHIPS-SUNK-COM IS NUMERIC
151400               PERFORM PARA-TAKE-SUNK
151500            END-IF
151600         END-IF.
151700
151800     PARA-TAKE-SUNK.
151900*        THE ROW IS WRITTEN FROM WHICHEVER SIDE SETTLED THE GAME -
152000*        THE COMPUTER-SIDE COUNTERS CARRY THE OTHER PLAYER.
152100         IF RESULT-PLAYER-ID = WS-PR-P1(WS-PR-SUB)
152200            MOVE RESULT-SHIPS-SUNK-PLR TO WS-PR-SUNK-P1(WS-PR-SUB)
152300            MOVE RESULT-SHIPS-SUNK-COM TO WS-PR-SUNK-P2(WS-PR-SUB)
152400         ELSE
152500            MOVE RESULT-SHIPS-SUNK-COM TO WS-PR-SUNK-P1(WS-PR-SUB)
152600            MOVE RESULT-SHIPS-SUNK-PLR TO WS-PR-SUNK-P2(WS-PR-SUB)
152700         END-IF.
152800
152900     PARA-CHECK-ROUND.
153000*        THE LATEST ROUND IS COMPLETE ONCE EVERY BOARD HAS A
153100*        RESULT. A REVERSAL WITH NO CORRECTION OPENS IT AGAIN.
153200         MOVE 0 TO WS-BOARDS-IN-ROUND.
153300         MOVE 0 TO WS-BOARDS-PENDING.
153400         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
153500                 UNTIL WS-PR-SUB > WS-PR-COUNT
153600            IF WS-PR-ROUND(WS-PR-SUB) = WS-CUR-ROUND
153700               ADD 1 TO WS-BOARDS-IN-ROUND
153800               IF WS-PR-PENDING(WS-PR-SUB)
153900                  ADD 1 TO WS-BOARDS-PENDING
154000               END-IF
154100            END-IF
154200         END-PERFORM.
154300         IF WS-BOARDS-PENDING = 0 AND WS-BOARDS-IN-ROUND > 0
154400            SET WS-ROUND-DONE TO TRUE
154500            IF WS-CUR-ROUND NOT < WS-ROUNDS
154600               SET WS-EVENT-FINAL TO TRUE
154700            END-IF
154800         ELSE
154900            SET WS-ROUND-DRAWN TO TRUE
155000            SET WS-EVENT-IN-PLAY TO TRUE
155100         END-IF.
155200
155300     PARA-PRINT-STANDINGS.
155400         PERFORM PARA-PRINT-TITLE.
155500         MOVE SPACES TO EVT-LINE.
155600         IF WS-EVENT-FINAL
155700            MOVE "FINAL STANDINGS AFTER ROUND    OF"
155800               TO EVT-LINE
155900            MOVE 29 TO WS-CELL-POS
156000         ELSE
156100            IF WS-ROUND-DONE
156200               MOVE "STANDINGS AFTER ROUND    OF" TO EVT-LINE
156300               MOVE 23 TO WS-CELL-POS
156400            ELSE
156500               MOVE "STANDINGS DURING ROUND    OF" TO EVT-LINE
156600               MOVE 24 TO WS-CELL-POS
156700               MOVE "-      OF      BOARDS SETTLED"
156800                  TO EVT-LINE(34:29)
156900               COMPUTE WS-ORD-SUB =
157000                  WS-BOARDS-IN-ROUND - WS-BOARDS-PENDING
157100               MOVE WS-ORD-SUB TO WS-RANK-DISP
157200               MOVE WS-RANK-DISP TO EVT-LINE(36:4)
157300               MOVE WS-BOARDS-IN-ROUND TO WS-RANK-DISP
157400               MOVE WS-RANK-DISP TO EVT-LINE(43:4)
157500            END-IF
157600         END-IF.
157700         MOVE WS-CUR-ROUND TO EVT-LINE(WS-CELL-POS:2).
157800         MOVE WS-ROUNDS TO EVT-LINE(WS-CELL-POS + 6:2).
157900         WRITE EVT-LINE.
158000         MOVE SPACES TO EVT-LINE.
158100         MOVE "TIES GO TO OPPONENTS POINTS, THEN SHIPS SUNK LESS "
158200            TO EVT-LINE.
158300         MOVE "SHIPS LOST, THEN SEED RATING" TO EVT-LINE(51:28).
158400         WRITE EVT-LINE.
158500         MOVE SPACES TO EVT-LINE.
158600         WRITE EVT-LINE.
158700         MOVE SPACES TO EVT-LINE.
158800         MOVE "RANK" TO EVT-LINE(1:4).
158900         MOVE "PLAYER" TO EVT-LINE(7:6).
159000         MOVE "NAME" TO EVT-LINE(17:4).
159100         MOVE "PTS" TO EVT-LINE(44:3).
159200         MOVE "OPP PTS" TO EVT-LINE(50:7).
159300         MOVE "SHIPS+/-" TO EVT-LINE(59:8).
159400         MOVE "SEED" TO EVT-LINE(69:4).
159500         MOVE "GP" TO EVT-LINE(75:2).
159600         MOVE " W" TO EVT-LINE(79:2).
159700         MOVE " L" TO EVT-LINE(83:2).
159800         MOVE " A" TO EVT-LINE(87:2).
159900         WRITE EVT-LINE.
160000         PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
160100                 UNTIL WS-ORD-SUB > WS-ORDER-COUNT
160200            MOVE WS-ORDER(WS-ORD-SUB) TO WS-ENT-SUB
160300            PERFORM PARA-PRINT-ONE-STANDING
160400         END-PERFORM.
160500
160600     PARA-PRINT-ONE-STANDING.
160700         MOVE SPACES TO EVT-LINE.
160800         MOVE WS-ORD-SUB TO WS-RANK-DISP.
160900         MOVE WS-RANK-DISP TO EVT-LINE(1:4).
161000         MOVE WS-ENT-ID(WS-ENT-SUB) TO EVT-LINE(7:8).
161100         MOVE WS-ENT-NAME(WS-ENT-SUB) TO EVT-LINE(17:25).
161200         MOVE WS-ENT-SCORE(WS-ENT-SUB) TO WS-SCORE-DISP.
161300         MOVE WS-SCORE-DISP TO EVT-LINE(43:4).
161400         MOVE WS-ENT-OPP-SCORE(WS-ENT-SUB) TO WS-OPP-DISP.
161500         MOVE WS-OPP-DISP TO EVT-LINE(50:6).
161600         MOVE WS-ENT-SUNK-DIFF(WS-ENT-SUB) TO WS-DIFF-DISP.
161700         MOVE WS-DIFF-DISP TO EVT-LINE(61:5).
161800         MOVE WS-ENT-SEED(WS-ENT-SUB) TO EVT-LINE(69:4).
161900         MOVE WS-ENT-GAMES(WS-ENT-SUB) TO WS-COUNT-DISP.
162000         MOVE WS-COUNT-DISP TO EVT-LINE(75:2).
162100         MOVE WS-ENT-WINS(WS-ENT-SUB) TO WS-COUNT-DISP.
162200         MOVE WS-COUNT-DISP TO EVT-LINE(79:2).
162300         MOVE WS-ENT-LOSSES(WS-ENT-SUB) TO WS-COUNT-DISP.
162400         MOVE WS-COUNT-DISP TO EVT-LINE(83:2).
162500         MOVE WS-ENT-HALVED(WS-ENT-SUB) TO WS-COUNT-DISP.
162600         MOVE WS-COUNT-DISP TO EVT-LINE(87:2).
162700         IF WS-ENT-WITHDRAWN(WS-ENT-SUB)
162800            MOVE "WITHDRAWN AFTER ROUND" TO EVT-LINE(92:21)
162900            MOVE WS-ENT-WD-ROUND(WS-ENT-SUB) TO EVT-LINE(114:2)
163000         END-IF.
163100         WRITE EVT-LINE.
163200
163300     PARA-PRINT-ROUND-BOARDS.
163400         MOVE SPACES TO EVT-LINE.
163500         WRITE EVT-LINE.
163600         MOVE SPACES TO EVT-LINE.
163700         MOVE "ROUND    BOARDS" TO EVT-LINE.
163800         MOVE WS-CUR-ROUND TO EVT-LINE(7:2).
163900         WRITE EVT-LINE.
164000         MOVE SPACES TO EVT-LINE.
164100         MOVE "BD" TO EVT-LINE(1:2).
164200         MOVE "PLAYER 1" TO EVT-LINE(5:8).
164300         MOVE "PLAYER 2" TO EVT-LINE(15:8).
164400         MOVE "DECK" TO EVT-LINE(25:4).
164500         MOVE "GAME NO" TO EVT-LINE(36:7).
164600         MOVE "SUNK" TO EVT-LINE(50:4).
164700         MOVE "RESULT" TO EVT-LINE(57:6).
164800         WRITE EVT-LINE.
164900         PERFORM VARYING WS-PR-SUB FROM 1 BY 1
165000                 UNTIL WS-PR-SUB > WS-PR-COUNT
165100            IF WS-PR-ROUND(WS-PR-SUB) = WS-CUR-ROUND
165200               PERFORM PARA-PRINT-ONE-BOARD
165300            END-IF
165400         END-PERFORM.
165500
165600     PARA-PRINT-ONE-BOARD.
165700         MOVE SPACES TO EVT-LINE.
165800         MOVE WS-PR-BOARD(WS-PR-SUB) TO EVT-LINE(1:2).
165900         MOVE WS-PR-P1(WS-PR-SUB) TO EVT-LINE(5:8).
166000         MOVE WS-PR-P2(WS-PR-SUB) TO EVT-LINE(15:8).
166100         MOVE WS-PR-DECK-ID(WS-PR-SUB) TO EVT-LINE(25:9).
166200         IF WS-PR-GAME-NO(WS-PR-SUB) > 0
166300            MOVE WS-PR-GAME-NO(WS-PR-SUB) TO EVT-LINE(36:12)
166400         END-IF.
166500         IF NOT WS-PR-PENDING(WS-PR-SUB) AND
166600            NOT WS-PR-BYE(WS-PR-SUB)
166700            MOVE WS-PR-SUNK-P1(WS-PR-SUB) TO EVT-LINE(50:2)
166800            MOVE "-" TO EVT-LINE(52:1)
166900            MOVE WS-PR-SUNK-P2(WS-PR-SUB) TO EVT-LINE(53:2)
167000         END-IF.
167100         IF WS-PR-PENDING(WS-PR-SUB)
167200            MOVE "AWAITING RESULT" TO EVT-LINE(57:15)
167300         END-IF.
167400         IF WS-PR-BYE(WS-PR-SUB)
167500            MOVE "BYE - ONE POINT" TO EVT-LINE(57:15)
167600         END-IF.
167700         IF WS-PR-HALVED(WS-PR-SUB)
167800            MOVE "ABANDONED - HALF POINT EACH" TO EVT-LINE(57:27)
167900         END-IF.
168000         IF WS-PR-P1-WON(WS-PR-SUB)
168100            MOVE "WON BY" TO EVT-LINE(57:6)
168200            MOVE WS-PR-P1(WS-PR-SUB) TO EVT-LINE(64:8)
168300         END-IF.
168400         IF WS-PR-P2-WON(WS-PR-SUB)
168500            MOVE "WON BY" TO EVT-LINE(57:6)
168600            MOVE WS-PR-P2(WS-PR-SUB) TO EVT-LINE(64:8)
168700         END-IF.
168800         IF WS-PR-DISP(WS-PR-SUB) = "F"
168900            MOVE "(FORFEIT)" TO EVT-LINE(73:9)
169000         END-IF.
169100         WRITE EVT-LINE.
169200
169300     PARA-PRINT-CROSSTABLE.
169400*        ONE LINE PER ENTRANT IN FINAL ORDER - EACH ROUND SHOWS
169500*        THE RESULT AND THE FINAL RANK OF THE OPPONENT, SO W  3
169600*        IS A WIN OVER THE PLAYER WHO FINISHED THIRD.
169700         MOVE SPACES TO EVT-LINE.
169800         WRITE EVT-LINE.
169900         MOVE SPACES TO EVT-LINE.
170000         MOVE "FINAL CROSSTABLE" TO EVT-LINE.
170100         WRITE EVT-LINE.
170200         MOVE SPACES TO EVT-LINE.
170300         MOVE "RANK" TO EVT-LINE(1:4).
170400         MOVE "PLAYER" TO EVT-LINE(6:6).
170500         MOVE "NAME" TO EVT-LINE(15:4).
170600         MOVE "PTS" TO EVT-LINE(37:3).
170700         PERFORM VARYING WS-ROUND-SUB FROM 1 BY 1
170800                 UNTIL WS-ROUND-SUB > WS-ROUNDS
170900            COMPUTE WS-CELL-POS = 42 + (WS-ROUND-SUB - 1) * 5
171000            MOVE "RD" TO EVT-LINE(WS-CELL-POS:2)
171100            MOVE WS-ROUND-SUB TO EVT-LINE(WS-CELL-POS + 2:2)
171200         END-PERFORM.
171300         WRITE EVT-LINE.
171400         PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
171500                 UNTIL WS-ORD-SUB > WS-ORDER-COUNT
171600            MOVE WS-ORDER(WS-ORD-SUB) TO WS-ENT-SUB
171700            PERFORM PARA-PRINT-ONE-CROSS
171800         END-PERFORM.
171900
172000     PARA-PRINT-ONE-CROSS.
172100         MOVE SPACES TO EVT-LINE.
172200         MOVE WS-ORD-SUB TO WS-RANK-DISP.
172300         MOVE WS-RANK-DISP TO EVT-LINE(1:4).
172400         MOVE WS-ENT-ID(WS-ENT-SUB) TO EVT-LINE(6:8).
172500         MOVE WS-ENT-NAME(WS-ENT-SUB) TO EVT-LINE(15:20).
172600         MOVE WS-ENT-SCORE(WS-ENT-SUB) TO WS-SCORE-DISP.
172700         MOVE WS-SCORE-DISP TO EVT-LINE(36:4).
172800         PERFORM VARYING WS-ROUND-SUB FROM 1 BY 1
172900                 UNTIL WS-ROUND-SUB > WS-ROUNDS
173000            COMPUTE WS-CELL-POS = 42 + (WS-ROUND-SUB - 1) * 5
173100            MOVE WS-ENT-CELL-RES(WS-ENT-SUB WS-ROUND-SUB)
173200               TO EVT-LINE(WS-CELL-POS:1)
173300            MOVE WS-ENT-CELL-OPP(WS-ENT-SUB WS-ROUND-SUB)
173400               TO WS-SUB-B
173500            IF WS-SUB-B > 0
173600               MOVE WS-ENT-RANK(WS-SUB-B) TO WS-CELL-RANK
173700               MOVE WS-CELL-RANK TO EVT-LINE(WS-CELL-POS + 1:3)
173800            END-IF
173900         END-PERFORM.
174000         WRITE EVT-LINE.
174100
174200     PARA-END-RUN.
174300*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
174400*        JOURNAL CARRIES THE RETURN CODE OF A REFUSED RUN TOO.
174500         PERFORM PARA-WRITE-RUNLOG.
174600         STOP RUN.
174700
174800     PARA-WRITE-RUNLOG.
174900*        ONLY THE FILES THE FUNCTION TOUCHED ARE JOURNALLED - A
175000*        RESULTS ENTRY IS A WHOLE-FILE READ FOR BATBAL TO CHECK.
175100         OPEN EXTEND RUNLOG-FILE.
175200         IF WS-RUNLOG-STATUS NOT = "00"
175300            OPEN OUTPUT RUNLOG-FILE
175400         END-IF.
175500         IF WS-RUNLOG-STATUS NOT = "00"
175600            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
175700               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
175800         ELSE
175900            INITIALIZE RCTL-REC
176000            MOVE "BATEVNT" TO RCTL-PROGRAM
176100            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
176200            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
176300            MOVE WS-COMMAND-LINE TO RCTL-PARM
176400            MOVE RETURN-CODE TO RCTL-RETURN-CODE
176500            MOVE 1 TO WS-LOG-SUB
176600            MOVE "EVENTS" TO RCTL-FILE-DD(1)
176700            MOVE WS-EVT-READ-COUNT TO RCTL-FILE-READ(1)
176800            MOVE WS-EVT-WRITTEN-COUNT TO RCTL-FILE-WRITTEN(1)
176900            IF WS-FUNC-CARDS
177000               ADD 1 TO WS-LOG-SUB
177100               MOVE "EVTTRAN" TO RCTL-FILE-DD(WS-LOG-SUB)
177200               MOVE WS-CARD-COUNT TO RCTL-FILE-READ(WS-LOG-SUB)
177300            END-IF
177400            IF WS-RESULTS-OPENED
177500               ADD 1 TO WS-LOG-SUB
177600               MOVE "RESULTS" TO RCTL-FILE-DD(WS-LOG-SUB)
177700               MOVE WS-RES-READ-COUNT
177800                  TO RCTL-FILE-READ(WS-LOG-SUB)
177900            END-IF
178000            IF WS-PAIRFILE-OPENED
178100               ADD 1 TO WS-LOG-SUB
178200               MOVE "PAIRFILE" TO RCTL-FILE-DD(WS-LOG-SUB)
178300               MOVE WS-PAIR-WRITTEN TO
178400                  RCTL-FILE-WRITTEN(WS-LOG-SUB)
178500            END-IF
178600            MOVE WS-LOG-SUB TO RCTL-FILE-COUNT
178700            WRITE RCTL-REC
178800            CLOSE RUNLOG-FILE
178900         END-IF.
