000600         SELECT MOVES-LOG ASSIGN TO "MOVESLOG"
000700             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS WS-MOVES-LOG-STATUS.
000810         SELECT GAME-INDEX ASSIGN TO "GAMEIDX"
000820             ORGANIZATION IS INDEXED
000830             ACCESS MODE IS DYNAMIC
000840             RECORD KEY IS GIDX-KEY
000850             FILE STATUS IS WS-GAMEIDX-STATUS.
000900 DATA DIVISION.
001000     FILE SECTION.
001100     FD  MOVES-LOG.
001200         COPY "MOVESLOG.cpy".
001210     FD  GAME-INDEX.
001220         COPY "GIDXREC.cpy".
001300     WORKING-STORAGE SECTION.
001400     01  BORAD.
001500        05 ROWS OCCURS 10 TIMES.
002300         05 I                   PIC 9(2).
002400         05 J                   PIC 9(2).
002500         05 WS-FLATTEN-SUB      PIC 9(3).
002600     01  WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
002700     01  WS-PLAYER-ID           PIC X(8) VALUE SPACES.
002710     01  WS-GAME-NO-X           PIC X(12) VALUE SPACES.
002720     01  WS-GAME-NO             PIC 9(12) VALUE 0.
003500     01  WS-CORRUPT-COUNT       PIC 9(4) VALUE 0.
003600     01  WS-DISPLAY-LINE        PIC X(20) VALUE SPACES.
003700     01  WS-MOVES-LOG-STATUS    PIC X(2) VALUE "00".
003710     01  WS-GAMEIDX-STATUS      PIC X(2) VALUE "00".
003715     01  WS-LOG-POS             PIC 9(9) VALUE 0.
003720     01  WS-INDEXED-FLAG        PIC X(1) VALUE "N".
003725         88 WS-INDEXED          VALUE "Y".
003730     01  WS-IDX-FIRST           PIC 9(9) VALUE 0.
003735     01  WS-IDX-LAST            PIC 9(9) VALUE 0.
003740     01  WS-IDX-GEN-NAME.
003745         05 FILLER              PIC X(1) VALUE "G".
003750         05 WS-IDX-GEN-NO       PIC 9(4) VALUE 0.
003755         05 FILLER              PIC X(3) VALUE "V00".
003760     01  WS-WINDOW-FLAG         PIC X(1) VALUE "Y".
003765         88 WS-IN-WINDOW        VALUE "Y".
003770*        A GAME FOUND IN THE GAMEIDX INDEX IS READ ONLY FROM ITS
003775*        FIRST TO ITS LAST MOVE IN THE ROLLED GENERATION - THE
003780*        MOVESLOG DD MUST THEN BE THAT GENERATION.
003782     01  WS-IDX-CHECK-POS       PIC 9(9) VALUE 0.
003784*        RECORD THAT MUST CARRY THE GAME NUMBER - THE FIRST MOVE,
003786*        OR THE LAST ONE WHEN REPLAYING A LATER GENERATION.
003788     01  WS-MOV-GEN-X           PIC X(4) VALUE SPACES.
003790     01  WS-MOV-GEN             PIC 9(4) VALUE 0.
003792*        ABSOLUTE MOVESLOG GENERATION ALLOCATED, FROM THE FOURTH
003794*        PARM TOKEN. BLANK MEANS THE GENERATION THE GAME STARTED
003796*        IN. A GAME IN FLIGHT ACROSS A ROLL HAS ITS LATER MOVES
003798*        IN THE NEXT GENERATION, REPLAYED BY NAMING THAT ONE.
003800 PROCEDURE DIVISION.
003900     PARA-MAIN.
004000         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
004360            ACCEPT WS-GAME-NO-X
004400            DISPLAY "ENTER STOP SEQ (000000 FOR FULL REPLAY): "
004500            ACCEPT WS-STOP-SEQ-X
004510            DISPLAY "ENTER MOVESLOG GENERATION (BLANK FOR THE "
004520               "ONE THE GAME STARTED IN): "
004530            ACCEPT WS-MOV-GEN-X
004600         ELSE
004700            UNSTRING WS-COMMAND-LINE DELIMITED BY ","
004800               INTO WS-PLAYER-ID WS-GAME-NO-X WS-STOP-SEQ-X
004810                    WS-MOV-GEN-X
004900            END-UNSTRING
005000         END-IF.
005001         IF WS-MOV-GEN-X IS NUMERIC
005002            MOVE WS-MOV-GEN-X TO WS-MOV-GEN
005003         ELSE
005004            IF WS-MOV-GEN-X NOT = SPACES
005005               DISPLAY "GENERATION MUST BE 4 DIGITS LIKE 0012 - "
005006                  "THE ONE THE GAME STARTED IN ASSUMED"
005007            END-IF
005008            MOVE 0 TO WS-MOV-GEN
005009         END-IF.
005010         IF WS-GAME-NO-X = SPACES
005012            MOVE 0 TO WS-GAME-NO
005014         ELSE
006300         IF WS-STOP-SEQ > 0
006400            DISPLAY "STOPPING AFTER SEQUENCE " WS-STOP-SEQ
006500         END-IF.
006510         IF WS-GAME-NO > 0
006520            PERFORM PARA-LOOKUP-INDEX
006530         END-IF.
006600         PERFORM PARA-CLEAR-BOARDS.
006700         OPEN INPUT MOVES-LOG.
006800         IF WS-MOVES-LOG-STATUS NOT = "00"
007300         END-IF.
007400         PERFORM PARA-READ-LOG UNTIL WS-EOF.
007500         CLOSE MOVES-LOG.
007510         IF WS-INDEXED AND WS-LOG-POS < WS-IDX-CHECK-POS
007520            DISPLAY "MOVESLOG ENDED BEFORE RECORD "
007525               WS-IDX-CHECK-POS
007530               " - ALLOCATE PROD.BATTLE.MOVESLOG.HIST."
007540               WS-IDX-GEN-NAME
007550            MOVE 16 TO RETURN-CODE
007560            STOP RUN
007570         END-IF.
007600         DISPLAY " ".
007700         DISPLAY "REPLAY COMPLETE FOR " WS-PLAYER-ID.
007800         DISPLAY "MOVES APPLIED: " WS-MOVES-APPLIED.
009700             AT END
009800                SET WS-EOF TO TRUE
009900             NOT AT END
009910                ADD 1 TO WS-LOG-POS
009920                IF WS-INDEXED
009930                   PERFORM PARA-CHECK-INDEX-WINDOW
009940                END-IF
010000                IF LOG-PLAYER-ID = WS-PLAYER-ID AND
010050                   (WS-GAME-NO = 0 OR LOG-GAME-NO = WS-GAME-NO)
010060                   AND WS-IN-WINDOW
010100                   PERFORM PARA-REPLAY-MOVE
010200                END-IF
010300         END-READ.
018740            DISPLAY "GAME NUMBER NOT NUMERIC - MUST BE THE "
018750               "FULL 12 DIGITS - ALL GAMES ASSUMED"
018760         END-IF.
018800
018900     PARA-LOOKUP-INDEX.
019000*        A GAME ALREADY ROLLED TO HISTORY IS FOUND THROUGH THE
019100*        GAMEIDX INDEX. NO INDEX, OR A GAME NOT IN IT, JUST MEANS
019200*        THE MOVESLOG AS ALLOCATED IS SCANNED AS BEFORE.
019300         OPEN INPUT GAME-INDEX.
019400         IF WS-GAMEIDX-STATUS NOT = "00"
019500            DISPLAY "NO GAMEIDX AVAILABLE - STATUS "
019600               WS-GAMEIDX-STATUS
019650               " - MOVESLOG SCANNED AS ALLOCATED"
019700         ELSE
019800            MOVE WS-GAME-NO TO GIDX-GAME-NO
019900            MOVE LOW-VALUES TO GIDX-PLAYER-ID
020000            START GAME-INDEX KEY NOT < GIDX-KEY
020100               INVALID KEY
020200                  MOVE "10" TO WS-GAMEIDX-STATUS
020300            END-START
020400            PERFORM PARA-LOOKUP-NEXT
020500               UNTIL WS-GAMEIDX-STATUS NOT = "00"
020600               OR WS-INDEXED
020700            CLOSE GAME-INDEX
020800            IF NOT WS-INDEXED
020900               DISPLAY "GAME NOT IN GAMEIDX - MOVESLOG SCANNED "
021000                  "AS ALLOCATED"
021100            END-IF
021200         END-IF.
021300
021400     PARA-LOOKUP-NEXT.
021500         READ GAME-INDEX NEXT
021600             AT END
021700                MOVE "10" TO WS-GAMEIDX-STATUS
021800             NOT AT END
021900                IF GIDX-GAME-NO NOT = WS-GAME-NO
022000                   MOVE "10" TO WS-GAMEIDX-STATUS
022100                ELSE
022200                   IF (GIDX-PLAYER-ID = WS-PLAYER-ID
022300                       OR GIDX-OPPONENT-ID = WS-PLAYER-ID)
022400                      AND GIDX-MOV-GEN > 0
022500                      PERFORM PARA-TAKE-INDEX-ENTRY
022600                   END-IF
022700                END-IF
022800         END-READ.
022900
023000     PARA-TAKE-INDEX-ENTRY.
023100         SET WS-INDEXED TO TRUE.
023200         MOVE GIDX-MOV-GEN TO WS-IDX-GEN-NO.
023300         MOVE GIDX-MOV-FIRST TO WS-IDX-FIRST.
023350         MOVE GIDX-MOV-FIRST TO WS-IDX-CHECK-POS.
023400         IF GIDX-MOV-LAST-GEN = GIDX-MOV-GEN
023500            MOVE GIDX-MOV-LAST TO WS-IDX-LAST
023600         ELSE
023700            MOVE 0 TO WS-IDX-LAST
023800         END-IF.
023810         IF WS-MOV-GEN > 0 AND WS-MOV-GEN NOT = GIDX-MOV-GEN
023820            IF WS-MOV-GEN = GIDX-MOV-LAST-GEN
023830               PERFORM PARA-TAKE-LATER-GEN
023840            ELSE
023850               DISPLAY "GAME " WS-GAME-NO " HAS NO MOVES IN "
023860                  "GENERATION " WS-MOV-GEN
023870               MOVE GIDX-MOV-LAST-GEN TO WS-IDX-GEN-NO
023880               DISPLAY "ITS MOVES ARE IN GENERATION "
023882                  GIDX-MOV-GEN " THRU " GIDX-MOV-LAST-GEN
023890               CLOSE GAME-INDEX
023892               MOVE 16 TO RETURN-CODE
023894               STOP RUN
023896            END-IF
023898         END-IF.
023900         DISPLAY "GAME FOUND IN GAMEIDX - MOVES IN "
024000            "PROD.BATTLE.MOVESLOG.HIST." WS-IDX-GEN-NAME.
024100         DISPLAY "FROM RECORD " WS-IDX-FIRST.
024200         IF WS-IDX-LAST > 0
024300            DISPLAY "THRU RECORD " WS-IDX-LAST
024400         ELSE
024500            MOVE GIDX-MOV-LAST-GEN TO WS-IDX-GEN-NO
024600            DISPLAY "MOVES CONTINUE IN GENERATION "
024650               WS-IDX-GEN-NAME
024700               " THRU RECORD " GIDX-MOV-LAST
024800            DISPLAY "FOR THE REST ALLOCATE THAT GENERATION AND "
024820               "ADD " GIDX-MOV-LAST-GEN " AS THE FOURTH PARM "
024840               "TOKEN"
024900            MOVE GIDX-MOV-GEN TO WS-IDX-GEN-NO
025000         END-IF.
025010
025020     PARA-TAKE-LATER-GEN.
025030*        THE GAME WAS IN FLIGHT ACROSS A ROLL - ITS LATER MOVES
025040*        RUN FROM THE TOP OF THE NEXT GENERATION, MIXED WITH
025050*        OTHER GAMES, THROUGH ITS LAST MOVE THERE. THE BOARDS
025060*        START EMPTY, SO ONLY THE MOVES AFTER THE ROLL SHOW.
025070         MOVE GIDX-MOV-LAST-GEN TO WS-IDX-GEN-NO.
025080         MOVE 1 TO WS-IDX-FIRST.
025090         MOVE GIDX-MOV-LAST TO WS-IDX-LAST.
025100         MOVE GIDX-MOV-LAST TO WS-IDX-CHECK-POS.
025110         DISPLAY "REPLAYING THE MOVES AFTER THE ROLL ONLY - "
025120            "BOARDS START EMPTY".
025130
025200     PARA-CHECK-INDEX-WINDOW.
025300         IF WS-LOG-POS < WS-IDX-FIRST
025400            MOVE "N" TO WS-WINDOW-FLAG
025500         ELSE
025600            IF WS-LOG-POS = WS-IDX-CHECK-POS
025700               AND LOG-GAME-NO NOT = WS-GAME-NO
025800               DISPLAY "MOVESLOG RECORD " WS-LOG-POS
025900                  " IS NOT GAME " WS-GAME-NO
026000                  " - ALLOCATE PROD.BATTLE.MOVESLOG.HIST."
026100                  WS-IDX-GEN-NAME
026200               CLOSE MOVES-LOG
026300               MOVE 16 TO RETURN-CODE
026400               STOP RUN
026500            END-IF
026600            IF WS-IDX-LAST > 0 AND WS-LOG-POS > WS-IDX-LAST
026700               MOVE "N" TO WS-WINDOW-FLAG
026800               SET WS-EOF TO TRUE
026900            ELSE
027000               MOVE "Y" TO WS-WINDOW-FLAG
027100            END-IF
027200         END-IF.
