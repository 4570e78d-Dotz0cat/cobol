000100 IDENTIFICATION DIVISION.
000200     PROGRAM-ID. BATSCRN.
000300 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT RESULTS-FILE ASSIGN TO "RESULTS"
000700             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS WS-RESULTS-STATUS.
000900         SELECT MOVES-LOG ASSIGN TO "MOVESLOG"
001000             ORGANIZATION IS LINE SEQUENTIAL
001100             FILE STATUS IS WS-MOVES-LOG-STATUS.
001200         SELECT SCRNRPT ASSIGN TO "SCRNRPT"
001300             ORGANIZATION IS LINE SEQUENTIAL
001400             FILE STATUS IS WS-SCRNRPT-STATUS.
001500         SELECT CHECKPOINT-FILE ASSIGN TO "SCRNCHKP"
001600             ORGANIZATION IS LINE SEQUENTIAL
001700             FILE STATUS IS WS-CHKPT-STATUS.
001800         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001900             ORGANIZATION IS LINE SEQUENTIAL
002000             FILE STATUS IS WS-RUNLOG-STATUS.
002100 DATA DIVISION.
002200     FILE SECTION.
002300     FD  RESULTS-FILE.
002400         COPY "RESLTREC.cpy".
002500     FD  MOVES-LOG.
002600         COPY "MOVESLOG.cpy".
002700     FD  SCRNRPT.
002800     01  SCRN-LINE                PIC X(132).
002900     FD  CHECKPOINT-FILE.
003000         COPY "CHKPTREC.cpy".
003100     FD  RUNLOG-FILE.
003200         COPY "RUNLOG.cpy".
003300     WORKING-STORAGE SECTION.
003400     01  WS-FILE-STATUSES.
003500         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
003600         05 WS-MOVES-LOG-STATUS   PIC X(2) VALUE "00".
003700         05 WS-SCRNRPT-STATUS     PIC X(2) VALUE "00".
003800         05 WS-CHKPT-STATUS       PIC X(2) VALUE "00".
003900         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
004000     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
004100     01  WS-ALL-ROWS-FLAG         PIC X(1) VALUE "N".
004200         88 WS-ALL-ROWS           VALUE "Y".
004300*        PARM A SCREENS EVERY ROW ON THE FILE FOR THE COMMITTEE
004400*        AND LEAVES THE SCRNCHKP CHECKPOINT ALONE. THE NIGHTLY
004500*        RUN SCREENS ONLY THE ROWS SETTLED SINCE THE LAST ONE.
004600     01  WS-CURRENT-DATE-TIME     PIC X(21).
004700     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
004800     01  WS-RUN-TIME              PIC 9(6) VALUE 0.
004900     01  WS-EOF-FLAG              PIC X(1) VALUE "N".
005000         88 WS-EOF                VALUE "Y".
005100     01  WS-RES-THRU              PIC 9(9) VALUE 0.
005200     01  WS-CHKPT-WRITTEN-FLAG    PIC X(1) VALUE "N".
005300         88 WS-CHKPT-WRITTEN      VALUE "Y".
005400     01  WS-LIMITS.
005500         05 WS-MIN-FIELD-SHOTS    PIC 9(7) VALUE 200.
005600         05 WS-MIN-HIST-SHOTS     PIC 9(7) VALUE 50.
005700         05 WS-MIN-GAME-SHOTS     PIC 9(4) VALUE 10.
005800         05 WS-Z-LIMIT            PIC 9(1)V99 VALUE 3.00.
005900         05 WS-OPEN-SHOTS         PIC 9(2) VALUE 10.
006000         05 WS-OPEN-HIT-LIMIT     PIC 9(2) VALUE 5.
006100         05 WS-FAST-SECS          PIC 9(3) VALUE 2.
006200         05 WS-FAST-LIMIT         PIC 9(4) VALUE 3.
006300         05 WS-HOLD-SCORE         PIC 9(2) VALUE 4.
006400*        SCREENING THRESHOLDS. A GAMES HIT RATE IS OUT OF LINE
006500*        WHEN IT SITS WS-Z-LIMIT STANDARD DEVIATIONS ABOVE THE
006600*        RATE EXPECTED FROM THE FIELD (OR THE PLAYERS OWN EARLIER
006700*        GAMES) - ONLY ONCE THERE ARE ENOUGH SHOTS TO JUDGE BY.
006800*        THE DECK CHECK COUNTS HITS IN THE FIRST WS-OPEN-SHOTS
006900*        SHOTS OF A PLAYER WHO HAS ALREADY PLAYED THE DECK - ON A
007000*        STANDARD FLEET BLIND SHOOTING AVERAGES UNDER TWO. A SHOT
007100*        LANDING LESS THAN WS-FAST-SECS AFTER THE SAME PLAYERS
007200*        PREVIOUS ONE IS TOO FAST TO HAVE BEEN KEYED. A GAME
007300*        SCORING WS-HOLD-SCORE OR MORE HOLDS THE NIGHT FOR REVIEW.
007400     01  WS-WEIGHTS.
007500         05 WS-WT-FIELD           PIC 9(1) VALUE 2.
007600         05 WS-WT-HIST            PIC 9(1) VALUE 2.
007700         05 WS-WT-DECK            PIC 9(1) VALUE 4.
007800         05 WS-WT-FAST            PIC 9(1) VALUE 4.
007900         05 WS-WT-OVERRIDE        PIC 9(1) VALUE 1.
008000*        RANKING SCORE ADDED PER FLAG. THE DECK AND TIMING FLAGS
008100*        ARE HARD EVIDENCE AND HOLD A GAME ON THEIR OWN - A HIT
008200*        RATE FLAG NEEDS THE SECOND ONE, AND THE OVERRIDE FLAG
008300*        ONLY RAISES A GAME THAT IS ALREADY SUSPECT.
008400     01  WS-FIELD-TOTALS.
008500         05 WS-FIELD-SHOTS        PIC 9(9) VALUE 0.
008600         05 WS-FIELD-HITS         PIC 9(9) VALUE 0.
008700         05 WS-FIELD-RATE         PIC 9V9(4) VALUE 0.
008800*        EVERY KEYED SIDE OF EVERY NORMAL GAME ON THE FILE - BATCH
008900*        GAMES FIRE AT RANDOM AND WOULD ONLY DILUTE THE FIELD.
009000     01  WS-PLAYER-TABLE.
009100         05 WS-PLR-ENTRY OCCURS 500 TIMES.
009200            10 WS-PLR-ID          PIC X(8).
009300            10 WS-PLR-SHOTS       PIC 9(7).
009400            10 WS-PLR-HITS        PIC 9(7).
009500            10 WS-PLR-SCREENED    PIC 9(5).
009600            10 WS-PLR-FLAGGED     PIC 9(5).
009700            10 WS-PLR-HELD        PIC 9(5).
009800            10 WS-PLR-SCORE       PIC 9(5).
009900     01  WS-PLR-COUNT             PIC 9(4) VALUE 0.
010000     01  WS-PLR-SUB               PIC 9(4) VALUE 0.
010100     01  WS-CAND-TABLE.
010200         05 WS-CND-ENTRY OCCURS 1000 TIMES.
010300            10 WS-CND-SCORE       PIC 9(2).
010400            10 WS-CND-GAME-NO     PIC 9(12).
010500            10 WS-CND-PLAYER      PIC X(8).
010600            10 WS-CND-OPPONENT    PIC X(8).
010700            10 WS-CND-RES-POS     PIC 9(9).
010800            10 WS-CND-MODE        PIC X(1).
010900            10 WS-CND-DECK        PIC X(9).
011000            10 WS-CND-OVERRIDE    PIC X(1).
011100            10 WS-CND-SHOTS       PIC 9(4).
011200            10 WS-CND-HITS        PIC 9(4).
011300            10 WS-CND-HIST-SHOTS  PIC 9(7).
011400            10 WS-CND-HIST-HITS   PIC 9(7).
011500            10 WS-CND-DECK-SEEN   PIC X(1).
011600            10 WS-CND-SEEN-GAME   PIC 9(12).
011700            10 WS-CND-MOVES       PIC 9(4).
011800            10 WS-CND-OPEN-HITS   PIC 9(2).
011900            10 WS-CND-FAST        PIC 9(4).
012000            10 WS-CND-LAST-SECS   PIC 9(11).
012100            10 WS-CND-FLAGS       PIC X(5).
012200*        ONE ENTRY PER KEYED SIDE OF EACH GAME BEING SCREENED -
012300*        BOTH PLAYERS OF A HEAD-TO-HEAD GAME ARE JUDGED APART.
012400*        THE HISTORY IS WHAT THE PLAYER HAD SHOT BEFORE THIS GAME
012500*        SETTLED. FLAGS ARE POSITIONAL - F FIELD RATE, H OWN
012600*        HISTORY, D DECK SEEN BEFORE, T TOO FAST, O OVERRIDE.
012700     01  WS-CND-COUNT             PIC 9(4) VALUE 0.
012800     01  WS-CND-SUB               PIC 9(4) VALUE 0.
012900     01  WS-CND-LAST              PIC 9(4) VALUE 0.
013000     01  WS-HOLD-CND              PIC X(111).
013100     01  WS-SIGHTING-TABLE.
013200         05 WS-SGT-ENTRY OCCURS 2000 TIMES.
013300            10 WS-SGT-PLAYER      PIC X(8).
013400            10 WS-SGT-DECK        PIC X(9).
013500            10 WS-SGT-GAME-NO     PIC 9(12).
013600*        EVERY PLAYER AND DECK PAIR SEEN SO FAR ON THE FILE, WITH
013700*        THE FIRST GAME IT WAS SEEN IN. A PAIRING GAME DEALS BOTH
013800*        FLEETS FROM ONE DECK, SO ONE GAME ON A DECK SHOWS THE
013900*        PLAYER EVERY SHIP CELL OF IT.
014000     01  WS-SGT-COUNT             PIC 9(4) VALUE 0.
014100     01  WS-SGT-SUB               PIC 9(4) VALUE 0.
014200     01  WS-FOUND-FLAG            PIC X(1) VALUE "N".
014300         88 WS-FOUND              VALUE "Y".
014400     01  WS-SWAP-FLAG             PIC X(1) VALUE "N".
014500         88 WS-SWAPPED            VALUE "Y".
014600     01  WS-OVERFLOW-FLAG         PIC X(1) VALUE "N".
014700         88 WS-OVERFLOW           VALUE "Y".
014800     01  WS-SIDE-FIELDS.
014900         05 WS-SIDE-ID            PIC X(8) VALUE SPACES.
015000         05 WS-SIDE-OPP           PIC X(8) VALUE SPACES.
015100         05 WS-SIDE-SHOTS         PIC 9(4) VALUE 0.
015200         05 WS-SIDE-HITS          PIC 9(4) VALUE 0.
015300     01  WS-SCREEN-FLAG           PIC X(1) VALUE "N".
015400         88 WS-SCREEN-ROW         VALUE "Y".
015500     01  WS-WORK-FIELDS.
015600         05 WS-SHOT-SECS          PIC 9(11) VALUE 0.
015700         05 WS-INTERVAL           PIC S9(11) VALUE 0.
015800         05 WS-HH                 PIC 9(2) VALUE 0.
015900         05 WS-MM                 PIC 9(2) VALUE 0.
016000         05 WS-SS                 PIC 9(2) VALUE 0.
016100         05 WS-EXPECT-RATE        PIC 9V9(4) VALUE 0.
016200         05 WS-Z                  PIC S9(3)V99 VALUE 0.
016300         05 WS-RATE               PIC 9(3) VALUE 0.
016400         05 WS-RANK               PIC 9(4) VALUE 0.
016500         05 WS-Z-OUT              PIC -ZZ9.99.
016600     01  WS-COUNTERS.
016700         05 WS-RES-READ           PIC 9(9) VALUE 0.
016800         05 WS-MOV-READ           PIC 9(9) VALUE 0.
016900         05 WS-MOV-MATCHED        PIC 9(9) VALUE 0.
017000         05 WS-ADJ-SKIPPED        PIC 9(6) VALUE 0.
017100         05 WS-BATCH-SKIPPED      PIC 9(6) VALUE 0.
017200         05 WS-FLAGGED-COUNT      PIC 9(6) VALUE 0.
017300         05 WS-HELD-COUNT         PIC 9(6) VALUE 0.
017400 PROCEDURE DIVISION.
017500     PARA-MAIN.
017600         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
017700         IF WS-COMMAND-LINE(1:1) = "A"
017800            SET WS-ALL-ROWS TO TRUE
017900         END-IF.
018000         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
018100         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
018200         MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME.
018300         IF NOT WS-ALL-ROWS
018400            PERFORM PARA-READ-CHECKPOINT
018500         END-IF.
018600         OPEN INPUT RESULTS-FILE.
018700         IF WS-RESULTS-STATUS NOT = "00"
018800            DISPLAY "CANNOT OPEN RESULTS - STATUS "
018900               WS-RESULTS-STATUS
019000            MOVE 16 TO RETURN-CODE
019100            PERFORM PARA-END-RUN
019200         END-IF.
019300         MOVE "N" TO WS-EOF-FLAG.
019400         PERFORM PARA-READ-RESULT UNTIL WS-EOF.
019500         CLOSE RESULTS-FILE.
019600         IF WS-OVERFLOW
019700            DISPLAY "SCREENING TABLES FULL - ENLARGE THE PLAYER, "
019800               "CANDIDATE OR SIGHTING TABLE. CHECKPOINT NOT MOVED"
019900            MOVE 16 TO RETURN-CODE
020000            PERFORM PARA-END-RUN
020100         END-IF.
020200         OPEN INPUT MOVES-LOG.
020300         IF WS-MOVES-LOG-STATUS NOT = "00"
020400            DISPLAY "CANNOT OPEN MOVESLOG - STATUS "
020500               WS-MOVES-LOG-STATUS
020600            MOVE 16 TO RETURN-CODE
020700            PERFORM PARA-END-RUN
020800         END-IF.
020900         MOVE "N" TO WS-EOF-FLAG.
021000         PERFORM PARA-READ-MOVE UNTIL WS-EOF.
021100         CLOSE MOVES-LOG.
021200         IF WS-FIELD-SHOTS > 0
021300            COMPUTE WS-FIELD-RATE ROUNDED =
021400               WS-FIELD-HITS / WS-FIELD-SHOTS
021500         END-IF.
021600         PERFORM VARYING WS-CND-SUB FROM 1 BY 1
021700                 UNTIL WS-CND-SUB > WS-CND-COUNT
021800            PERFORM PARA-SCORE-CANDIDATE
021900         END-PERFORM.
022000         PERFORM PARA-SORT-CANDIDATES.
022100         OPEN OUTPUT SCRNRPT.
022200         IF WS-SCRNRPT-STATUS NOT = "00"
022300            DISPLAY "CANNOT OPEN SCRNRPT - STATUS "
022400               WS-SCRNRPT-STATUS
022500            MOVE 16 TO RETURN-CODE
022600            PERFORM PARA-END-RUN
022700         END-IF.
022800         PERFORM PARA-PRINT-HEADER.
022900         PERFORM PARA-PRINT-EXCEPTIONS.
023000         PERFORM PARA-PRINT-PLAYERS.
023100         PERFORM PARA-PRINT-TOTALS.
023200         CLOSE SCRNRPT.
023300         IF WS-HELD-COUNT > 0
023400            MOVE 4 TO RETURN-CODE
023500         END-IF.
023600         IF NOT WS-ALL-ROWS
023700            PERFORM PARA-WRITE-CHECKPOINT
023800            IF WS-CHKPT-STATUS = "00"
023900               SET WS-CHKPT-WRITTEN TO TRUE
024000            END-IF
024100         END-IF.
024200         PERFORM PARA-END-RUN.
024300
024400     PARA-READ-CHECKPOINT.
024500         OPEN INPUT CHECKPOINT-FILE.
024600         IF WS-CHKPT-STATUS = "00"
024700            READ CHECKPOINT-FILE
024800               AT END
024900                  CONTINUE
025000               NOT AT END
025100                  MOVE CHKPT-RESULTS-THRU TO WS-RES-THRU
025200            END-READ
025300            CLOSE CHECKPOINT-FILE
025400         END-IF.
025500
025600     PARA-WRITE-CHECKPOINT.
025700         OPEN OUTPUT CHECKPOINT-FILE.
025800         IF WS-CHKPT-STATUS NOT = "00"
025900            DISPLAY "CANNOT WRITE SCRNCHKP - STATUS "
026000               WS-CHKPT-STATUS
026100            MOVE 8 TO RETURN-CODE
026200         ELSE
026300            MOVE "BATSCRN" TO CHKPT-JOB-ID
026400            MOVE WS-RES-READ TO CHKPT-RESULTS-THRU
026500            MOVE 0 TO CHKPT-MOVES-THRU
026600            MOVE WS-RUN-DATE TO CHKPT-LAST-DATE
026700            MOVE WS-RUN-TIME TO CHKPT-LAST-TIME
026800            WRITE CHKPT-REC
026900            CLOSE CHECKPOINT-FILE
027000         END-IF.
027100
027200     PARA-READ-RESULT.
027300         READ RESULTS-FILE
027400             AT END
027500                SET WS-EOF TO TRUE
027600             NOT AT END
027700                ADD 1 TO WS-RES-READ
027800                PERFORM PARA-TALLY-RESULT
027900         END-READ.
028000
028100     PARA-TALLY-RESULT.
028200*        THE WHOLE FILE IS READ SO EVERY PLAYERS HISTORY AND THE
028300*        DECKS THEY HAVE PLAYED ARE BUILT UP IN SETTLEMENT ORDER -
028400*        ONLY ROWS PAST THE CHECKPOINT BECOME CANDIDATES. THE
028500*        ADJUSTMENT ROWS REPEAT A GAME ALREADY COUNTED, AND BATCH
028600*        GAMES (AND ROWS FROM BEFORE THE PLAY MODE WAS RECORDED)
028700*        HAVE NO KEYED SHOTS TO JUDGE.
028800         IF NOT RESULT-ORIGINAL
028900            ADD 1 TO WS-ADJ-SKIPPED
029000         ELSE
029100            IF RESULT-PLAY-MODE NOT = "I" AND
029200               RESULT-PLAY-MODE NOT = "P"
029300               ADD 1 TO WS-BATCH-SKIPPED
029400            ELSE
029500               MOVE "N" TO WS-SCREEN-FLAG
029600               IF WS-ALL-ROWS OR WS-RES-READ > WS-RES-THRU
029700                  SET WS-SCREEN-ROW TO TRUE
029800               END-IF
029900               MOVE RESULT-PLAYER-ID TO WS-SIDE-ID
030000               MOVE RESULT-OPPONENT-ID TO WS-SIDE-OPP
030100               MOVE RESULT-SHOTS-PLAYER TO WS-SIDE-SHOTS
030200               MOVE RESULT-HITS-PLAYER TO WS-SIDE-HITS
030300               PERFORM PARA-TAKE-SIDE
030400               IF RESULT-OPPONENT-ID NOT = SPACES AND
030500                  RESULT-OPPONENT-ID NOT = "COMPUTER"
030600                  MOVE RESULT-OPPONENT-ID TO WS-SIDE-ID
030700                  MOVE RESULT-PLAYER-ID TO WS-SIDE-OPP
030800                  MOVE RESULT-SHOTS-COMPUTER TO WS-SIDE-SHOTS
030900                  MOVE RESULT-HITS-COMPUTER TO WS-SIDE-HITS
031000                  PERFORM PARA-TAKE-SIDE
031100               END-IF
031200            END-IF
031300         END-IF.
031400
031500     PARA-TAKE-SIDE.
031600         PERFORM PARA-FIND-PLAYER.
031700         IF WS-OVERFLOW
031800            CONTINUE
031900         ELSE
032000            IF WS-SCREEN-ROW
032100               PERFORM PARA-ADD-CANDIDATE
032200            END-IF
032300            IF RESULT-NORMAL OR RESULT-DISPOSITION = SPACE
032400               ADD WS-SIDE-SHOTS TO WS-PLR-SHOTS(WS-PLR-SUB)
032500               ADD WS-SIDE-HITS TO WS-PLR-HITS(WS-PLR-SUB)
032600               ADD WS-SIDE-SHOTS TO WS-FIELD-SHOTS
032700               ADD WS-SIDE-HITS TO WS-FIELD-HITS
032800            END-IF
032900            IF RESULT-DECK-ID NOT = SPACES
033000               PERFORM PARA-FIND-SIGHTING
033100               IF NOT WS-FOUND
033200                  PERFORM PARA-ADD-SIGHTING
033300               END-IF
033400            END-IF
033500         END-IF.
033600
033700     PARA-FIND-PLAYER.
033800         MOVE "N" TO WS-FOUND-FLAG.
033900         PERFORM VARYING WS-PLR-SUB FROM 1 BY 1
034000                 UNTIL WS-PLR-SUB > WS-PLR-COUNT OR WS-FOUND
034100            IF WS-PLR-ID(WS-PLR-SUB) = WS-SIDE-ID
034200               SET WS-FOUND TO TRUE
034300            END-IF
034400         END-PERFORM.
034500         IF WS-FOUND
034600            SUBTRACT 1 FROM WS-PLR-SUB
034700         ELSE
034800            IF WS-PLR-COUNT < 500
034900               ADD 1 TO WS-PLR-COUNT
035000               MOVE WS-PLR-COUNT TO WS-PLR-SUB
035100               MOVE WS-SIDE-ID TO WS-PLR-ID(WS-PLR-SUB)
035200               MOVE 0 TO WS-PLR-SHOTS(WS-PLR-SUB)
035300               MOVE 0 TO WS-PLR-HITS(WS-PLR-SUB)
035400               MOVE 0 TO WS-PLR-SCREENED(WS-PLR-SUB)
035500               MOVE 0 TO WS-PLR-FLAGGED(WS-PLR-SUB)
035600               MOVE 0 TO WS-PLR-HELD(WS-PLR-SUB)
035700               MOVE 0 TO WS-PLR-SCORE(WS-PLR-SUB)
035800            ELSE
035900               SET WS-OVERFLOW TO TRUE
036000            END-IF
036100         END-IF.
036200
036300     PARA-ADD-CANDIDATE.
036400         IF WS-CND-COUNT NOT < 1000
036500            SET WS-OVERFLOW TO TRUE
036600         ELSE
036700            ADD 1 TO WS-CND-COUNT
036800            MOVE WS-CND-COUNT TO WS-CND-SUB
036900            INITIALIZE WS-CND-ENTRY(WS-CND-SUB)
037000            MOVE RESULT-GAME-NO TO WS-CND-GAME-NO(WS-CND-SUB)
037100            MOVE WS-SIDE-ID TO WS-CND-PLAYER(WS-CND-SUB)
037200            MOVE WS-SIDE-OPP TO WS-CND-OPPONENT(WS-CND-SUB)
037300            MOVE WS-RES-READ TO WS-CND-RES-POS(WS-CND-SUB)
037400            MOVE RESULT-PLAY-MODE TO WS-CND-MODE(WS-CND-SUB)
037500            MOVE RESULT-DECK-ID TO WS-CND-DECK(WS-CND-SUB)
037600            MOVE RESULT-OVERRIDE-FLAG TO
037700               WS-CND-OVERRIDE(WS-CND-SUB)
037800            MOVE WS-SIDE-SHOTS TO WS-CND-SHOTS(WS-CND-SUB)
037900            MOVE WS-SIDE-HITS TO WS-CND-HITS(WS-CND-SUB)
038000            MOVE WS-PLR-SHOTS(WS-PLR-SUB) TO
038100               WS-CND-HIST-SHOTS(WS-CND-SUB)
038200            MOVE WS-PLR-HITS(WS-PLR-SUB) TO
038300               WS-CND-HIST-HITS(WS-CND-SUB)
038400            MOVE "N" TO WS-CND-DECK-SEEN(WS-CND-SUB)
038500            MOVE SPACES TO WS-CND-FLAGS(WS-CND-SUB)
038600            ADD 1 TO WS-PLR-SCREENED(WS-PLR-SUB)
038700            IF RESULT-DECK-ID NOT = SPACES
038800               PERFORM PARA-FIND-SIGHTING
038900               IF WS-FOUND
039000                  MOVE "Y" TO WS-CND-DECK-SEEN(WS-CND-SUB)
039100                  MOVE WS-SGT-GAME-NO(WS-SGT-SUB) TO
039200                     WS-CND-SEEN-GAME(WS-CND-SUB)
039300               END-IF
039400            END-IF
039500         END-IF.
039600
039700     PARA-FIND-SIGHTING.
039800         MOVE "N" TO WS-FOUND-FLAG.
039900         PERFORM VARYING WS-SGT-SUB FROM 1 BY 1
040000                 UNTIL WS-SGT-SUB > WS-SGT-COUNT OR WS-FOUND
040100            IF WS-SGT-PLAYER(WS-SGT-SUB) = WS-SIDE-ID AND
040200               WS-SGT-DECK(WS-SGT-SUB) = RESULT-DECK-ID AND
040300               WS-SGT-GAME-NO(WS-SGT-SUB) NOT = RESULT-GAME-NO
040400               SET WS-FOUND TO TRUE
040500            END-IF
040600         END-PERFORM.
040700         IF WS-FOUND
040800            SUBTRACT 1 FROM WS-SGT-SUB
040900         END-IF.
041000
041100     PARA-ADD-SIGHTING.
041200         IF WS-SGT-COUNT NOT < 2000
041300            SET WS-OVERFLOW TO TRUE
041400         ELSE
041500            ADD 1 TO WS-SGT-COUNT
041600            MOVE WS-SIDE-ID TO WS-SGT-PLAYER(WS-SGT-COUNT)
041700            MOVE RESULT-DECK-ID TO WS-SGT-DECK(WS-SGT-COUNT)
041800            MOVE RESULT-GAME-NO TO WS-SGT-GAME-NO(WS-SGT-COUNT)
041900         END-IF.
042000
042100     PARA-READ-MOVE.
042200         READ MOVES-LOG
042300             AT END
042400                SET WS-EOF TO TRUE
042500             NOT AT END
042600                ADD 1 TO WS-MOV-READ
042700                IF LOG-BOARD-PLAYER AND LOG-GAME-NO > 0
042800                   PERFORM PARA-TALLY-MOVE
042900                END-IF
043000         END-READ.
043100
043200     PARA-TALLY-MOVE.
043300*        ONLY THE SHOTS A PLAYER FIRED ("P" RECORDS, LOGGED UNDER
043400*        THE FIRING PLAYERS OWN ID ON BOTH SIDES OF A HEAD-TO-HEAD
043500*        GAME) ARE JUDGED. A GAMES MOVES ARRIVE TOGETHER, SO THE
043600*        LAST ENTRY MATCHED IS TRIED BEFORE THE TABLE IS SEARCHED.
043700         MOVE "N" TO WS-FOUND-FLAG.
043800         IF WS-CND-LAST > 0
043900            IF WS-CND-GAME-NO(WS-CND-LAST) = LOG-GAME-NO AND
044000               WS-CND-PLAYER(WS-CND-LAST) = LOG-PLAYER-ID
044100               SET WS-FOUND TO TRUE
044200               MOVE WS-CND-LAST TO WS-CND-SUB
044300            END-IF
044400         END-IF.
044500         IF NOT WS-FOUND
044600            PERFORM VARYING WS-CND-SUB FROM 1 BY 1
044700                    UNTIL WS-CND-SUB > WS-CND-COUNT OR WS-FOUND
044800               IF WS-CND-GAME-NO(WS-CND-SUB) = LOG-GAME-NO AND
044900                  WS-CND-PLAYER(WS-CND-SUB) = LOG-PLAYER-ID
045000                  SET WS-FOUND TO TRUE
045100               END-IF
045200            END-PERFORM
045300            IF WS-FOUND
045400               SUBTRACT 1 FROM WS-CND-SUB
045500               MOVE WS-CND-SUB TO WS-CND-LAST
045600            END-IF
045700         END-IF.
045800         IF WS-FOUND
045900            ADD 1 TO WS-MOV-MATCHED
046000            PERFORM PARA-TALLY-SHOT
046100         END-IF.
046200
046300     PARA-TALLY-SHOT.
046400         ADD 1 TO WS-CND-MOVES(WS-CND-SUB).
046500         IF WS-CND-MOVES(WS-CND-SUB) NOT > WS-OPEN-SHOTS AND
046600            LOG-RESULT = "HIT "
046700            ADD 1 TO WS-CND-OPEN-HITS(WS-CND-SUB)
046800         END-IF.
046900         IF LOG-DATE IS NUMERIC AND LOG-DATE > 16010101 AND
047000            LOG-TIME IS NUMERIC
047100            COMPUTE WS-HH = LOG-TIME / 10000
047200            COMPUTE WS-MM = (LOG-TIME - (WS-HH * 10000)) / 100
047300            COMPUTE WS-SS = LOG-TIME - (WS-HH * 10000)
047400               - (WS-MM * 100)
047500            COMPUTE WS-SHOT-SECS =
047600               (FUNCTION INTEGER-OF-DATE(LOG-DATE) * 86400)
047700               + (WS-HH * 3600) + (WS-MM * 60) + WS-SS
047800            IF WS-CND-LAST-SECS(WS-CND-SUB) > 0
047900               COMPUTE WS-INTERVAL =
048000                  WS-SHOT-SECS - WS-CND-LAST-SECS(WS-CND-SUB)
048100               IF WS-INTERVAL < WS-FAST-SECS
048200                  ADD 1 TO WS-CND-FAST(WS-CND-SUB)
048300               END-IF
048400            END-IF
048500            MOVE WS-SHOT-SECS TO WS-CND-LAST-SECS(WS-CND-SUB)
048600         END-IF.
048700
048800     PARA-SCORE-CANDIDATE.
048900         MOVE 0 TO WS-CND-SCORE(WS-CND-SUB).
049000         IF WS-FIELD-SHOTS NOT < WS-MIN-FIELD-SHOTS AND
049100            WS-CND-SHOTS(WS-CND-SUB) NOT < WS-MIN-GAME-SHOTS AND
049200            WS-FIELD-RATE > 0 AND WS-FIELD-RATE < 1
049300            MOVE WS-FIELD-RATE TO WS-EXPECT-RATE
049400            PERFORM PARA-COMPUTE-Z
049500            IF WS-Z NOT < WS-Z-LIMIT
049600               MOVE "F" TO WS-CND-FLAGS(WS-CND-SUB)(1:1)
049700               ADD WS-WT-FIELD TO WS-CND-SCORE(WS-CND-SUB)
049800            END-IF
049900         END-IF.
050000         IF WS-CND-HIST-SHOTS(WS-CND-SUB) NOT < WS-MIN-HIST-SHOTS
050100            AND WS-CND-SHOTS(WS-CND-SUB) NOT < WS-MIN-GAME-SHOTS
050200            AND WS-CND-HIST-HITS(WS-CND-SUB) > 0
050300            AND WS-CND-HIST-HITS(WS-CND-SUB) <
050400                WS-CND-HIST-SHOTS(WS-CND-SUB)
050500            COMPUTE WS-EXPECT-RATE ROUNDED =
050600               WS-CND-HIST-HITS(WS-CND-SUB) /
050700               WS-CND-HIST-SHOTS(WS-CND-SUB)
050800            PERFORM PARA-COMPUTE-Z
050900            IF WS-Z NOT < WS-Z-LIMIT
051000               MOVE "H" TO WS-CND-FLAGS(WS-CND-SUB)(2:1)
051100               ADD WS-WT-HIST TO WS-CND-SCORE(WS-CND-SUB)
051200            END-IF
051300         END-IF.
051400         IF WS-CND-DECK-SEEN(WS-CND-SUB) = "Y" AND
051500            WS-CND-OPEN-HITS(WS-CND-SUB) NOT < WS-OPEN-HIT-LIMIT
051600            MOVE "D" TO WS-CND-FLAGS(WS-CND-SUB)(3:1)
051700            ADD WS-WT-DECK TO WS-CND-SCORE(WS-CND-SUB)
051800         END-IF.
051900         IF WS-CND-FAST(WS-CND-SUB) NOT < WS-FAST-LIMIT
052000            MOVE "T" TO WS-CND-FLAGS(WS-CND-SUB)(4:1)
052100            ADD WS-WT-FAST TO WS-CND-SCORE(WS-CND-SUB)
052200         END-IF.
052300         IF WS-CND-OVERRIDE(WS-CND-SUB) = "Y"
052400            MOVE "O" TO WS-CND-FLAGS(WS-CND-SUB)(5:1)
052500            ADD WS-WT-OVERRIDE TO WS-CND-SCORE(WS-CND-SUB)
052600         END-IF.
052700         IF WS-CND-SCORE(WS-CND-SUB) > 0
052800            ADD 1 TO WS-FLAGGED-COUNT
052900            MOVE WS-CND-PLAYER(WS-CND-SUB) TO WS-SIDE-ID
053000            PERFORM PARA-FIND-PLAYER
053100            ADD 1 TO WS-PLR-FLAGGED(WS-PLR-SUB)
053200            ADD WS-CND-SCORE(WS-CND-SUB)
053300               TO WS-PLR-SCORE(WS-PLR-SUB)
053400            IF WS-CND-SCORE(WS-CND-SUB) NOT < WS-HOLD-SCORE
053500               ADD 1 TO WS-HELD-COUNT
053600               ADD 1 TO WS-PLR-HELD(WS-PLR-SUB)
053700            END-IF
053800         END-IF.
053900
054000     PARA-COMPUTE-Z.
054100*        STANDARD SCORE OF THE GAMES HITS AGAINST THE COUNT
054200*        EXPECTED AT WS-EXPECT-RATE OVER THE SAME NUMBER OF SHOTS.
054300         COMPUTE WS-Z ROUNDED =
054400            (WS-CND-HITS(WS-CND-SUB) -
054500             (WS-CND-SHOTS(WS-CND-SUB) * WS-EXPECT-RATE))
054600            / FUNCTION SQRT(WS-CND-SHOTS(WS-CND-SUB)
054700                 * WS-EXPECT-RATE * (1 - WS-EXPECT-RATE))
054800            ON SIZE ERROR
054900               MOVE 999.99 TO WS-Z
055000         END-COMPUTE.
055100
055200     PARA-SORT-CANDIDATES.
055300*        HIGHEST SCORE FIRST, THEN THE OLDEST SETTLEMENT.
055400         MOVE "Y" TO WS-SWAP-FLAG.
055500         PERFORM UNTIL NOT WS-SWAPPED
055600            MOVE "N" TO WS-SWAP-FLAG
055700            PERFORM VARYING WS-CND-SUB FROM 1 BY 1
055800                    UNTIL WS-CND-SUB >= WS-CND-COUNT
055900               IF WS-CND-SCORE(WS-CND-SUB) <
056000                  WS-CND-SCORE(WS-CND-SUB + 1)
056100                  OR (WS-CND-SCORE(WS-CND-SUB) =
056200                      WS-CND-SCORE(WS-CND-SUB + 1)
056300                  AND WS-CND-RES-POS(WS-CND-SUB) >
056400                      WS-CND-RES-POS(WS-CND-SUB + 1))
056500                  MOVE WS-CND-ENTRY(WS-CND-SUB) TO WS-HOLD-CND
056600                  MOVE WS-CND-ENTRY(WS-CND-SUB + 1)
056700                     TO WS-CND-ENTRY(WS-CND-SUB)
056800                  MOVE WS-HOLD-CND TO WS-CND-ENTRY(WS-CND-SUB + 1)
056900                  MOVE "Y" TO WS-SWAP-FLAG
057000               END-IF
057100            END-PERFORM
057200         END-PERFORM.
057300
057400     PARA-PRINT-HEADER.
057500         MOVE SPACES TO SCRN-LINE.
057600         MOVE "BATTLE SUSPICIOUS-PLAY SCREENING" TO SCRN-LINE.
057700         MOVE "RUN" TO SCRN-LINE(40:3).
057800         MOVE WS-RUN-DATE TO SCRN-LINE(44:8).
057900         MOVE WS-RUN-TIME TO SCRN-LINE(53:6).
058000         WRITE SCRN-LINE.
058100         MOVE SPACES TO SCRN-LINE.
058200         IF WS-ALL-ROWS
058300            MOVE "EVERY RESULTS ROW SCREENED (PARM A) - "
058400               TO SCRN-LINE
058500            MOVE "CHECKPOINT NOT MOVED" TO SCRN-LINE(39:20)
058600         ELSE
058700            MOVE "RESULTS ROWS SCREENED AFTER ROW" TO SCRN-LINE
058800            MOVE WS-RES-THRU TO SCRN-LINE(33:9)
058900            MOVE "THRU" TO SCRN-LINE(43:4)
059000            MOVE WS-RES-READ TO SCRN-LINE(48:9)
059100         END-IF.
059200         WRITE SCRN-LINE.
059300         MOVE SPACES TO SCRN-LINE.
059400         MOVE "FIELD SHOTS" TO SCRN-LINE.
059500         MOVE WS-FIELD-SHOTS TO SCRN-LINE(13:9).
059600         MOVE "HITS" TO SCRN-LINE(24:4).
059700         MOVE WS-FIELD-HITS TO SCRN-LINE(29:9).
059800         MOVE "HIT RATE PCT" TO SCRN-LINE(40:12).
059900         COMPUTE WS-RATE ROUNDED = WS-FIELD-RATE * 100.
060000         MOVE WS-RATE TO SCRN-LINE(53:3).
060100         WRITE SCRN-LINE.
060200         MOVE SPACES TO SCRN-LINE.
060300         MOVE "FLAGS: F HIT RATE VS FIELD   H HIT RATE VS OWN "
060400            TO SCRN-LINE.
060500         MOVE "HISTORY   D OPENING HITS ON A DECK PLAYED BEFORE"
060600            TO SCRN-LINE(48:48).
060700         WRITE SCRN-LINE.
060800         MOVE SPACES TO SCRN-LINE.
060900         MOVE "       T SHOTS TOO FAST TO BE KEYED   O RESUMED "
061000            TO SCRN-LINE.
061100         MOVE "AFTER AN IN-USE OVERRIDE" TO SCRN-LINE(49:24).
061200         WRITE SCRN-LINE.
061300
061400     PARA-PRINT-EXCEPTIONS.
061500         MOVE SPACES TO SCRN-LINE.
061600         WRITE SCRN-LINE.
061700         MOVE "RANKED EXCEPTIONS - HOLD MEANS REVIEW BEFORE "
061800            TO SCRN-LINE.
061900         MOVE "BATELO BOOKS THE NIGHT" TO SCRN-LINE(46:22).
062000         WRITE SCRN-LINE.
062100         MOVE SPACES TO SCRN-LINE.
062200         MOVE "RANK" TO SCRN-LINE(1:4).
062300         MOVE "SC" TO SCRN-LINE(7:2).
062400         MOVE "GAME NUMBER" TO SCRN-LINE(11:11).
062500         MOVE "PLAYER" TO SCRN-LINE(25:6).
062600         MOVE "OPPONENT" TO SCRN-LINE(35:8).
062700         MOVE "FLAGS" TO SCRN-LINE(45:5).
062800         MOVE "SHOT" TO SCRN-LINE(52:4).
062900         MOVE "HITS" TO SCRN-LINE(58:4).
063000         MOVE "PCT" TO SCRN-LINE(64:3).
063100         MOVE "OWN" TO SCRN-LINE(69:3).
063200         MOVE "OPN" TO SCRN-LINE(74:3).
063300         MOVE "FAST" TO SCRN-LINE(78:4).
063400         MOVE "DECK" TO SCRN-LINE(84:4).
063500         MOVE "BATRPLAY PARM" TO SCRN-LINE(95:13).
063600         WRITE SCRN-LINE.
063700         MOVE 0 TO WS-RANK.
063800         PERFORM VARYING WS-CND-SUB FROM 1 BY 1
063900                 UNTIL WS-CND-SUB > WS-CND-COUNT
064000            IF WS-CND-SCORE(WS-CND-SUB) > 0
064100               PERFORM PARA-PRINT-ONE-EXCEPTION
064200            END-IF
064300         END-PERFORM.
064400         IF WS-RANK = 0
064500            MOVE SPACES TO SCRN-LINE
064600            MOVE "NO GAMES FLAGGED" TO SCRN-LINE(3:16)
064700            WRITE SCRN-LINE
064800         END-IF.
064900
065000     PARA-PRINT-ONE-EXCEPTION.
065100         ADD 1 TO WS-RANK.
065200         MOVE SPACES TO SCRN-LINE.
065300         MOVE WS-RANK TO SCRN-LINE(1:4).
065400         MOVE WS-CND-SCORE(WS-CND-SUB) TO SCRN-LINE(7:2).
065500         MOVE WS-CND-GAME-NO(WS-CND-SUB) TO SCRN-LINE(11:12).
065600         MOVE WS-CND-PLAYER(WS-CND-SUB) TO SCRN-LINE(25:8).
065700         MOVE WS-CND-OPPONENT(WS-CND-SUB) TO SCRN-LINE(35:8).
065800         MOVE WS-CND-FLAGS(WS-CND-SUB) TO SCRN-LINE(45:5).
065900         MOVE WS-CND-SHOTS(WS-CND-SUB) TO SCRN-LINE(52:4).
066000         MOVE WS-CND-HITS(WS-CND-SUB) TO SCRN-LINE(58:4).
066100         IF WS-CND-SHOTS(WS-CND-SUB) > 0
066200            COMPUTE WS-RATE ROUNDED =
066300               (WS-CND-HITS(WS-CND-SUB) * 100)
066400               / WS-CND-SHOTS(WS-CND-SUB)
066500            MOVE WS-RATE TO SCRN-LINE(64:3)
066600         END-IF.
066700         IF WS-CND-HIST-SHOTS(WS-CND-SUB) > 0
066800            COMPUTE WS-RATE ROUNDED =
066900               (WS-CND-HIST-HITS(WS-CND-SUB) * 100)
067000               / WS-CND-HIST-SHOTS(WS-CND-SUB)
067100            MOVE WS-RATE TO SCRN-LINE(69:3)
067200         ELSE
067300            MOVE "---" TO SCRN-LINE(69:3)
067400         END-IF.
067500         MOVE WS-CND-OPEN-HITS(WS-CND-SUB) TO SCRN-LINE(75:2).
067600         MOVE WS-CND-FAST(WS-CND-SUB) TO SCRN-LINE(78:4).
067700         MOVE WS-CND-DECK(WS-CND-SUB) TO SCRN-LINE(84:9).
067800         STRING WS-CND-PLAYER(WS-CND-SUB) DELIMITED BY SPACE
067900                "," DELIMITED BY SIZE
068000                WS-CND-GAME-NO(WS-CND-SUB) DELIMITED BY SIZE
068100            INTO SCRN-LINE(95:21)
068200         END-STRING.
068300         IF WS-CND-SCORE(WS-CND-SUB) NOT < WS-HOLD-SCORE
068400            MOVE "HOLD" TO SCRN-LINE(118:4)
068500         END-IF.
068600         WRITE SCRN-LINE.
068700         IF WS-CND-FLAGS(WS-CND-SUB)(3:1) = "D"
068800            MOVE SPACES TO SCRN-LINE
068900            MOVE "DECK FIRST PLAYED IN GAME" TO SCRN-LINE(45:25)
069000            MOVE WS-CND-SEEN-GAME(WS-CND-SUB) TO SCRN-LINE(71:12)
069100            WRITE SCRN-LINE
069200         END-IF.
069300
069400     PARA-PRINT-PLAYERS.
069500         MOVE SPACES TO SCRN-LINE.
069600         WRITE SCRN-LINE.
069700         MOVE "PLAYER SUMMARY - PLAYERS WITH GAMES SCREENED"
069800            TO SCRN-LINE.
069900         WRITE SCRN-LINE.
070000         MOVE SPACES TO SCRN-LINE.
070100         MOVE "PLAYER" TO SCRN-LINE(1:6).
070200         MOVE "GAMES" TO SCRN-LINE(11:5).
070300         MOVE "FLAGGED" TO SCRN-LINE(18:7).
070400         MOVE "HELD" TO SCRN-LINE(27:4).
070500         MOVE "SCORE" TO SCRN-LINE(33:5).
070600         MOVE "CAREER SHOTS" TO SCRN-LINE(40:12).
070700         MOVE "HITS" TO SCRN-LINE(54:4).
070800         MOVE "PCT" TO SCRN-LINE(63:3).
070900         WRITE SCRN-LINE.
071000         PERFORM VARYING WS-PLR-SUB FROM 1 BY 1
071100                 UNTIL WS-PLR-SUB > WS-PLR-COUNT
071200            IF WS-PLR-SCREENED(WS-PLR-SUB) > 0
071300               PERFORM PARA-PRINT-ONE-PLAYER
071400            END-IF
071500         END-PERFORM.
071600
071700     PARA-PRINT-ONE-PLAYER.
071800         MOVE SPACES TO SCRN-LINE.
071900         MOVE WS-PLR-ID(WS-PLR-SUB) TO SCRN-LINE(1:8).
072000         MOVE WS-PLR-SCREENED(WS-PLR-SUB) TO SCRN-LINE(11:5).
072100         MOVE WS-PLR-FLAGGED(WS-PLR-SUB) TO SCRN-LINE(20:5).
072200         MOVE WS-PLR-HELD(WS-PLR-SUB) TO SCRN-LINE(26:5).
072300         MOVE WS-PLR-SCORE(WS-PLR-SUB) TO SCRN-LINE(33:5).
072400         MOVE WS-PLR-SHOTS(WS-PLR-SUB) TO SCRN-LINE(45:7).
072500         MOVE WS-PLR-HITS(WS-PLR-SUB) TO SCRN-LINE(54:7).
072600         IF WS-PLR-SHOTS(WS-PLR-SUB) > 0
072700            COMPUTE WS-RATE ROUNDED =
072800               (WS-PLR-HITS(WS-PLR-SUB) * 100)
072900               / WS-PLR-SHOTS(WS-PLR-SUB)
073000            MOVE WS-RATE TO SCRN-LINE(63:3)
073100         END-IF.
073200         IF WS-PLR-HELD(WS-PLR-SUB) > 0
073300            MOVE "HOLD" TO SCRN-LINE(68:4)
073400         END-IF.
073500         WRITE SCRN-LINE.
073600
073700     PARA-PRINT-TOTALS.
073800         MOVE SPACES TO SCRN-LINE.
073900         WRITE SCRN-LINE.
074000         MOVE "RESULTS ROWS READ      " TO SCRN-LINE.
074100         MOVE WS-RES-READ TO SCRN-LINE(24:9).
074200         WRITE SCRN-LINE.
074300         MOVE SPACES TO SCRN-LINE.
074400         MOVE "ADJUSTMENT ROWS SKIPPED" TO SCRN-LINE.
074500         MOVE WS-ADJ-SKIPPED TO SCRN-LINE(27:6).
074600         WRITE SCRN-LINE.
074700         MOVE SPACES TO SCRN-LINE.
074800         MOVE "BATCH/UNMARKED SKIPPED " TO SCRN-LINE.
074900         MOVE WS-BATCH-SKIPPED TO SCRN-LINE(27:6).
075000         WRITE SCRN-LINE.
075100         MOVE SPACES TO SCRN-LINE.
075200         MOVE "GAME SIDES SCREENED    " TO SCRN-LINE.
075300         MOVE WS-CND-COUNT TO SCRN-LINE(29:4).
075400         WRITE SCRN-LINE.
075500         MOVE SPACES TO SCRN-LINE.
075600         MOVE "GAME SIDES FLAGGED     " TO SCRN-LINE.
075700         MOVE WS-FLAGGED-COUNT TO SCRN-LINE(27:6).
075800         WRITE SCRN-LINE.
075900         MOVE SPACES TO SCRN-LINE.
076000         MOVE "GAME SIDES HELD        " TO SCRN-LINE.
076100         MOVE WS-HELD-COUNT TO SCRN-LINE(27:6).
076200         WRITE SCRN-LINE.
076300         MOVE SPACES TO SCRN-LINE.
076400         MOVE "MOVESLOG RECORDS READ  " TO SCRN-LINE.
076500         MOVE WS-MOV-READ TO SCRN-LINE(24:9).
076600         WRITE SCRN-LINE.
076700         MOVE SPACES TO SCRN-LINE.
076800         MOVE "SHOTS MATCHED TO GAMES " TO SCRN-LINE.
076900         MOVE WS-MOV-MATCHED TO SCRN-LINE(24:9).
077000         WRITE SCRN-LINE.
077100
077200     PARA-END-RUN.
077300*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
077400*        JOURNAL CARRIES THE RETURN CODE OF A FAILED STEP TOO.
077500         PERFORM PARA-WRITE-RUNLOG.
077600         STOP RUN.
077700
077800     PARA-WRITE-RUNLOG.
077900*        ONLY THE NIGHTLY RUN CONSUMES RESULTS PAST SCRNCHKP - A
078000*        PARM A RUN READS IT WITHOUT MOVING THE CUT. MOVESLOG IS
078100*        READ WHOLE EVERY TIME, SINCE A GAME SETTLED TONIGHT MAY
078200*        HAVE STARTED ON AN EARLIER NIGHT.
078300         OPEN EXTEND RUNLOG-FILE.
078400         IF WS-RUNLOG-STATUS NOT = "00"
078500            OPEN OUTPUT RUNLOG-FILE
078600         END-IF.
078700         IF WS-RUNLOG-STATUS NOT = "00"
078800            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
078900               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
079000         ELSE
079100            INITIALIZE RCTL-REC
079200            MOVE "BATSCRN" TO RCTL-PROGRAM
079300            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
079400            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
079500            MOVE WS-COMMAND-LINE TO RCTL-PARM
079600            MOVE RETURN-CODE TO RCTL-RETURN-CODE
079700            MOVE 2 TO RCTL-FILE-COUNT
079800            MOVE "RESULTS" TO RCTL-FILE-DD(1)
079900            MOVE WS-RES-READ TO RCTL-FILE-READ(1)
080000            IF NOT WS-ALL-ROWS
080100               SET RCTL-CHECKPOINTED(1) TO TRUE
080200               MOVE WS-RES-THRU TO RCTL-CHKPT-FROM(1)
080300               IF WS-CHKPT-WRITTEN
080400                  MOVE WS-RES-READ TO RCTL-CHKPT-THRU(1)
080500               ELSE
080600                  MOVE WS-RES-THRU TO RCTL-CHKPT-THRU(1)
080700               END-IF
080800            END-IF
080900            MOVE "MOVESLOG" TO RCTL-FILE-DD(2)
081000            MOVE WS-MOV-READ TO RCTL-FILE-READ(2)
081100            WRITE RCTL-REC
081200            CLOSE RUNLOG-FILE
081300         END-IF.
