000100 IDENTIFICATION DIVISION.
000200     PROGRAM-ID. BATADJ.
000300 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT ADJ-TRAN-FILE ASSIGN TO "ADJTRAN"
000700             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS WS-ADJTRAN-STATUS.
000900         SELECT RESULTS-FILE ASSIGN TO "RESULTS"
001000             ORGANIZATION IS LINE SEQUENTIAL
001100             FILE STATUS IS WS-RESULTS-STATUS.
001200         SELECT ADJRPT ASSIGN TO "ADJRPT"
001300             ORGANIZATION IS LINE SEQUENTIAL
001400             FILE STATUS IS WS-ADJRPT-STATUS.
001410         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001420             ORGANIZATION IS LINE SEQUENTIAL
001430             FILE STATUS IS WS-RUNLOG-STATUS.
001500 DATA DIVISION.
001600     FILE SECTION.
001700     FD  ADJ-TRAN-FILE.
001800         COPY "RESADJ.cpy".
001900     FD  RESULTS-FILE.
002000         COPY "RESLTREC.cpy".
002100     FD  ADJRPT.
002200     01  ADJ-LINE                 PIC X(132).
002210     FD  RUNLOG-FILE.
002220         COPY "RUNLOG.cpy".
002300     WORKING-STORAGE SECTION.
002400     01  WS-FILE-STATUSES.
002500         05 WS-ADJTRAN-STATUS     PIC X(2) VALUE "00".
002600         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
002700         05 WS-ADJRPT-STATUS      PIC X(2) VALUE "00".
002710         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
002800     01  WS-EOF-FLAG              PIC X(1) VALUE "N".
002900         88 WS-EOF                VALUE "Y".
003000     01  WS-CURRENT-DATE-TIME     PIC X(21).
003100     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
003200     01  WS-RUN-TIME              PIC 9(6) VALUE 0.
003300     01  WS-TRAN-TABLE.
003400         05 WS-TRAN-ENTRY OCCURS 200 TIMES.
003500            10 WS-TR-GAME-NO      PIC 9(12).
003600            10 WS-TR-PLAYER-ID    PIC X(8).
003700            10 WS-TR-ACTION       PIC X(1).
003800            10 WS-TR-NEW-DISP     PIC X(1).
003900            10 WS-TR-NEW-WINNER   PIC X(8).
004000            10 WS-TR-REASON       PIC X(2).
004100            10 WS-TR-RULING-DATE  PIC 9(8).
004200            10 WS-TR-STATE        PIC X(1).
004300               88 WS-TR-PENDING   VALUE "P".
004400               88 WS-TR-APPLIED   VALUE "A".
004500               88 WS-TR-REJECTED  VALUE "X".
004600            10 WS-TR-MESSAGE      PIC X(40).
004700            10 WS-TR-ROWS         PIC 9(4).
004800            10 WS-TR-FIRST-PLAYER PIC X(8).
004900            10 WS-TR-SHARED-FLAG  PIC X(1).
005000               88 WS-TR-SHARED    VALUE "Y".
005100            10 WS-TR-LIVE-FLAG    PIC X(1).
005200               88 WS-TR-LIVE      VALUE "Y".
005300            10 WS-TR-LIVE-IMAGE   PIC X(280).
005400*             THE CARDS ARE HELD IN STORAGE WHILE ONE PASS OF
005500*             RESULTS FINDS THE SETTLEMENT CURRENTLY STANDING
005600*             FOR EACH GAME - THE LAST ORIGINAL OR CORRECTION
005700*             ROW NOT FOLLOWED BY A REVERSAL. ITS IMAGE IS KEPT
005800*             SO THE REVERSAL ROW CAN BE AN EXACT COPY.
005900            10 WS-TR-OLD-WINNER   PIC X(8).
006000            10 WS-TR-OLD-DISP     PIC X(1).
006100            10 WS-TR-OUT-WINNER   PIC X(8).
006200            10 WS-TR-OUT-DISP     PIC X(1).
006300     01  WS-TRAN-COUNT            PIC 9(4) VALUE 0.
006400     01  WS-TR-SUB                PIC 9(4) VALUE 0.
006500     01  WS-TR-SUB2               PIC 9(4) VALUE 0.
006600     01  WS-CARD-MESSAGE          PIC X(40) VALUE SPACES.
006700     01  WS-NEW-WINNER            PIC X(8) VALUE SPACES.
006800     01  WS-NEW-DISP              PIC X(1) VALUE SPACE.
006900     01  WS-OPP-SIDE              PIC X(8) VALUE SPACES.
007000     01  WS-MATCH-FLAG            PIC X(1) VALUE "N".
007100         88 WS-MATCH              VALUE "Y".
007200     01  WS-COUNTERS.
007300         05 WS-CARD-COUNT         PIC 9(6) VALUE 0.
007400         05 WS-APPLIED-COUNT      PIC 9(6) VALUE 0.
007500         05 WS-REJECT-COUNT       PIC 9(6) VALUE 0.
007600         05 WS-REVERSAL-COUNT     PIC 9(6) VALUE 0.
007700         05 WS-CORRECTION-COUNT   PIC 9(6) VALUE 0.
007800         05 WS-RES-READ-COUNT     PIC 9(9) VALUE 0.
007900 PROCEDURE DIVISION.
008000     PARA-MAIN.
008100         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008200         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
008300         MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME.
008400         PERFORM PARA-LOAD-CARDS.
008500         IF WS-TRAN-COUNT > 0
008600            PERFORM PARA-FIND-LIVE-ROWS
008700            PERFORM PARA-APPLY-RULINGS
008800         END-IF.
008900         PERFORM PARA-PRINT-REGISTER.
009000         DISPLAY "ADJUSTMENT CARDS READ:  " WS-CARD-COUNT.
009100         DISPLAY "RULINGS APPLIED:        " WS-APPLIED-COUNT.
009200         DISPLAY "CARDS REJECTED:         " WS-REJECT-COUNT.
009300         IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
009400            MOVE 4 TO RETURN-CODE
009500         END-IF.
009600         PERFORM PARA-END-RUN.
009700
009800     PARA-LOAD-CARDS.
009900*        NO CARD FILE, OR AN EMPTY ONE, IS A NIGHT WITH NO
010000*        RULINGS - NOT AN ERROR.
010100         OPEN INPUT ADJ-TRAN-FILE.
010200         IF WS-ADJTRAN-STATUS NOT = "00"
010300            DISPLAY "NO ADJTRAN AVAILABLE - STATUS "
010400               WS-ADJTRAN-STATUS " - NO RULINGS TO APPLY"
010500         ELSE
010600            PERFORM PARA-READ-CARD UNTIL WS-EOF
010700            CLOSE ADJ-TRAN-FILE
010800         END-IF.
010900
011000     PARA-READ-CARD.
011100         READ ADJ-TRAN-FILE
011200             AT END
011300                SET WS-EOF TO TRUE
011400             NOT AT END
011500                ADD 1 TO WS-CARD-COUNT
011600                IF WS-TRAN-COUNT >= 200
011700                   DISPLAY "CARD TABLE FULL - RULINGS PAST 200 "
011800                      "NOT APPLIED - RERUN FOR THE REST"
011900                   MOVE 4 TO RETURN-CODE
012000                ELSE
012100                   PERFORM PARA-STORE-CARD
012200                END-IF
012300         END-READ.
012400
012500     PARA-STORE-CARD.
012600         ADD 1 TO WS-TRAN-COUNT.
012700         MOVE WS-TRAN-COUNT TO WS-TR-SUB.
012800         IF ADJ-GAME-NO IS NUMERIC
012900            MOVE ADJ-GAME-NO TO WS-TR-GAME-NO(WS-TR-SUB)
013000         ELSE
013100            MOVE 0 TO WS-TR-GAME-NO(WS-TR-SUB)
013200         END-IF.
013300         MOVE ADJ-PLAYER-ID TO WS-TR-PLAYER-ID(WS-TR-SUB).
013400         MOVE ADJ-ACTION TO WS-TR-ACTION(WS-TR-SUB).
013500         MOVE ADJ-NEW-DISPOSITION TO WS-TR-NEW-DISP(WS-TR-SUB).
013600         MOVE ADJ-NEW-WINNER TO WS-TR-NEW-WINNER(WS-TR-SUB).
013700         MOVE ADJ-REASON TO WS-TR-REASON(WS-TR-SUB).
013800         IF ADJ-RULING-DATE IS NUMERIC
013900            MOVE ADJ-RULING-DATE TO WS-TR-RULING-DATE(WS-TR-SUB)
014000         ELSE
014100            MOVE 0 TO WS-TR-RULING-DATE(WS-TR-SUB)
014200         END-IF.
014300         SET WS-TR-PENDING(WS-TR-SUB) TO TRUE.
014400         MOVE SPACES TO WS-TR-MESSAGE(WS-TR-SUB).
014500         MOVE 0 TO WS-TR-ROWS(WS-TR-SUB).
014600         MOVE SPACES TO WS-TR-FIRST-PLAYER(WS-TR-SUB).
014700         MOVE "N" TO WS-TR-SHARED-FLAG(WS-TR-SUB).
014800         MOVE "N" TO WS-TR-LIVE-FLAG(WS-TR-SUB).
014900         MOVE SPACES TO WS-TR-LIVE-IMAGE(WS-TR-SUB).
015000         MOVE SPACES TO WS-TR-OLD-WINNER(WS-TR-SUB).
015100         MOVE SPACE TO WS-TR-OLD-DISP(WS-TR-SUB).
015200         MOVE SPACES TO WS-TR-OUT-WINNER(WS-TR-SUB).
015300         MOVE SPACE TO WS-TR-OUT-DISP(WS-TR-SUB).
015400         MOVE SPACES TO WS-CARD-MESSAGE.
015500         IF WS-TR-GAME-NO(WS-TR-SUB) = 0
015600            MOVE "GAME NUMBER MISSING OR NOT NUMERIC"
015700               TO WS-CARD-MESSAGE
015800         ELSE
015900            IF NOT ADJ-VOID AND NOT ADJ-OVERTURN AND
016000               NOT ADJ-REDISPOSE
016100               MOVE "ACTION MUST BE V, O OR D"
016200                  TO WS-CARD-MESSAGE
016300            ELSE
016400               IF NOT ADJ-REASON-VALID
016500                  MOVE "REASON CODE NOT RECOGNIZED"
016600                     TO WS-CARD-MESSAGE
016700               ELSE
016800                  IF WS-TR-RULING-DATE(WS-TR-SUB) = 0
016900                     MOVE "RULING DATE MISSING OR NOT NUMERIC"
017000                        TO WS-CARD-MESSAGE
017100                  END-IF
017200               END-IF
017300            END-IF
017400         END-IF.
017500         IF WS-CARD-MESSAGE NOT = SPACES
017600            PERFORM PARA-REJECT-CARD
017700         END-IF.
017800
017900     PARA-REJECT-CARD.
018000         SET WS-TR-REJECTED(WS-TR-SUB) TO TRUE.
018100         MOVE WS-CARD-MESSAGE TO WS-TR-MESSAGE(WS-TR-SUB).
018200         ADD 1 TO WS-REJECT-COUNT.
018300
018400     PARA-FIND-LIVE-ROWS.
018500*        ONLY THE LIVE RESULTS FILE IS SEARCHED - A GAME THAT
018600*        HAS ALREADY BEEN ROLLED TO THE HISTORY GENERATIONS
018700*        IS ALSO OFF THE NIGHTLY CHECKPOINTS AND CANNOT BE
018800*        RULED ON HERE.
018900         MOVE "N" TO WS-EOF-FLAG.
019000         OPEN INPUT RESULTS-FILE.
019100         IF WS-RESULTS-STATUS NOT = "00"
019200            DISPLAY "CANNOT OPEN RESULTS - STATUS "
019300               WS-RESULTS-STATUS
019400            MOVE 16 TO RETURN-CODE
019500            PERFORM PARA-END-RUN
019600         END-IF.
019700         PERFORM PARA-READ-RESULT UNTIL WS-EOF.
019800         CLOSE RESULTS-FILE.
019900
020000     PARA-READ-RESULT.
020100         READ RESULTS-FILE
020200             AT END
020300                SET WS-EOF TO TRUE
020400             NOT AT END
020500                ADD 1 TO WS-RES-READ-COUNT
020600                PERFORM VARYING WS-TR-SUB FROM 1 BY 1
020700                        UNTIL WS-TR-SUB > WS-TRAN-COUNT
020800                   IF WS-TR-PENDING(WS-TR-SUB)
020900                      PERFORM PARA-MATCH-ROW
021000                   END-IF
021100                END-PERFORM
021200         END-READ.
021300
021400     PARA-MATCH-ROW.
021500         MOVE "N" TO WS-MATCH-FLAG.
021600         IF RESULT-GAME-NO = WS-TR-GAME-NO(WS-TR-SUB)
021700            IF WS-TR-PLAYER-ID(WS-TR-SUB) = SPACES OR
021800               WS-TR-PLAYER-ID(WS-TR-SUB) = RESULT-PLAYER-ID OR
021900               WS-TR-PLAYER-ID(WS-TR-SUB) = RESULT-OPPONENT-ID
022000               SET WS-MATCH TO TRUE
022100            END-IF
022200         END-IF.
022300         IF WS-MATCH
022400            ADD 1 TO WS-TR-ROWS(WS-TR-SUB)
022500*           REVERSAL AND CORRECTION ROWS ARE COPIES OF THE
022600*           ROW THEY ADJUST, SO A SECOND PLAYER ID UNDER THE
022700*           SAME NUMBER CAN ONLY BE A DIFFERENT GAME.
022800            IF WS-TR-FIRST-PLAYER(WS-TR-SUB) = SPACES
022900               MOVE RESULT-PLAYER-ID TO
023000                  WS-TR-FIRST-PLAYER(WS-TR-SUB)
023100            ELSE
023200               IF RESULT-PLAYER-ID NOT =
023300                  WS-TR-FIRST-PLAYER(WS-TR-SUB)
023400                  SET WS-TR-SHARED(WS-TR-SUB) TO TRUE
023500               END-IF
023600            END-IF
023700            IF RESULT-REVERSAL
023800               MOVE "N" TO WS-TR-LIVE-FLAG(WS-TR-SUB)
023900            ELSE
024000               MOVE "Y" TO WS-TR-LIVE-FLAG(WS-TR-SUB)
024100               MOVE RESULT-REC TO WS-TR-LIVE-IMAGE(WS-TR-SUB)
024200            END-IF
024300         END-IF.
024400
024500     PARA-APPLY-RULINGS.
024600         OPEN EXTEND RESULTS-FILE.
024700         IF WS-RESULTS-STATUS NOT = "00"
024800            OPEN OUTPUT RESULTS-FILE
024900         END-IF.
025000         IF WS-RESULTS-STATUS NOT = "00"
025100            DISPLAY "CANNOT OPEN RESULTS FOR APPEND - STATUS "
025200               WS-RESULTS-STATUS
025300            MOVE 16 TO RETURN-CODE
025400            PERFORM PARA-END-RUN
025500         END-IF.
025600         PERFORM VARYING WS-TR-SUB FROM 1 BY 1
025700                 UNTIL WS-TR-SUB > WS-TRAN-COUNT
025800            IF WS-TR-PENDING(WS-TR-SUB)
025900               PERFORM PARA-APPLY-ONE-RULING
026000            END-IF
026100         END-PERFORM.
026200         CLOSE RESULTS-FILE.
026300
026400     PARA-APPLY-ONE-RULING.
026500         MOVE SPACES TO WS-CARD-MESSAGE.
026600         IF WS-TR-SHARED(WS-TR-SUB)
026700            MOVE "GAME NUMBER IS SHARED - GIVE A PLAYER ID"
026800               TO WS-CARD-MESSAGE
026900         ELSE
027000            IF NOT WS-TR-LIVE(WS-TR-SUB)
027100               IF WS-TR-ROWS(WS-TR-SUB) = 0
027200                  MOVE "GAME NOT ON THE LIVE RESULTS FILE"
027300                     TO WS-CARD-MESSAGE
027400               ELSE
027500                  MOVE "GAME ALREADY VOID - NOTHING TO ADJUST"
027600                     TO WS-CARD-MESSAGE
027700               END-IF
027800            END-IF
027900         END-IF.
028000         IF WS-CARD-MESSAGE NOT = SPACES
028100            PERFORM PARA-REJECT-CARD
028200         ELSE
028300            MOVE WS-TR-LIVE-IMAGE(WS-TR-SUB) TO RESULT-REC
028400            MOVE RESULT-WINNER TO WS-TR-OLD-WINNER(WS-TR-SUB)
028500            MOVE RESULT-DISPOSITION TO WS-TR-OLD-DISP(WS-TR-SUB)
028600            IF RESULT-CORRECTION AND
028700               RESULT-ADJ-REASON = WS-TR-REASON(WS-TR-SUB) AND
028800               RESULT-ADJ-DATE = WS-TR-RULING-DATE(WS-TR-SUB)
028900               MOVE "RULING ALREADY APPLIED TO THIS GAME"
029000                  TO WS-CARD-MESSAGE
029100            ELSE
029200               PERFORM PARA-DECIDE-RULING
029300            END-IF
029400            IF WS-CARD-MESSAGE NOT = SPACES
029500               PERFORM PARA-REJECT-CARD
029600            ELSE
029700               PERFORM PARA-WRITE-RULING
029800            END-IF
029900         END-IF.
030000
030100     PARA-DECIDE-RULING.
030200*        WORK OUT THE CORRECTED WINNER AND DISPOSITION FROM
030300*        THE STANDING ROW, WHICH IS IN THE RECORD AREA. THE
030400*        OTHER SIDE OF A COMPUTER GAME IS "COMPUTER" EVEN ON
030500*        OLD ROWS THAT LEFT THE OPPONENT BLANK.
030600         IF RESULT-OPPONENT-ID = SPACES
030700            MOVE "COMPUTER" TO WS-OPP-SIDE
030800         ELSE
030900            MOVE RESULT-OPPONENT-ID TO WS-OPP-SIDE
031000         END-IF.
031100         MOVE RESULT-WINNER TO WS-NEW-WINNER.
031200         MOVE RESULT-DISPOSITION TO WS-NEW-DISP.
031300         EVALUATE WS-TR-ACTION(WS-TR-SUB)
031400            WHEN "V"
031500               MOVE SPACES TO WS-NEW-WINNER
031600               MOVE SPACE TO WS-NEW-DISP
031700            WHEN "O"
031800               PERFORM PARA-DECIDE-OVERTURN
031900            WHEN "D"
032000               PERFORM PARA-DECIDE-REDISPOSE
032100         END-EVALUATE.
032200
032300     PARA-DECIDE-OVERTURN.
032400         IF RESULT-ABANDONED
032500            MOVE "ABANDONED GAME HAS NO WINNER TO OVERTURN"
032600               TO WS-CARD-MESSAGE
032700         ELSE
032800            IF RESULT-WINNER = RESULT-PLAYER-ID
032900               MOVE WS-OPP-SIDE TO WS-NEW-WINNER
033000            ELSE
033100               MOVE RESULT-PLAYER-ID TO WS-NEW-WINNER
033200            END-IF
033300         END-IF.
033400
033500     PARA-DECIDE-REDISPOSE.
033600         MOVE WS-TR-NEW-DISP(WS-TR-SUB) TO WS-NEW-DISP.
033700         IF WS-NEW-DISP NOT = "N" AND WS-NEW-DISP NOT = "F" AND
033800            WS-NEW-DISP NOT = "A"
033900            MOVE "NEW DISPOSITION MUST BE N, F OR A"
034000               TO WS-CARD-MESSAGE
034100         ELSE
034200            IF WS-NEW-DISP = RESULT-DISPOSITION OR
034300               (WS-NEW-DISP = "N" AND RESULT-DISPOSITION = SPACE)
034400               MOVE "DISPOSITION IS UNCHANGED BY THE RULING"
034500                  TO WS-CARD-MESSAGE
034600            ELSE
034700               IF WS-NEW-DISP = "A"
034800                  MOVE SPACES TO WS-NEW-WINNER
034900               ELSE
035000                  PERFORM PARA-DECIDE-NEW-WINNER
035100               END-IF
035200            END-IF
035300         END-IF.
035400
035500     PARA-DECIDE-NEW-WINNER.
035600*        A WINNER ON THE CARD MUST BE ONE SIDE OF THE GAME.
035700*        WITHOUT ONE THE STANDING WINNER CARRIES FORWARD,
035800*        WHICH AN ABANDONED ROW DOES NOT HAVE.
035900         IF WS-TR-NEW-WINNER(WS-TR-SUB) NOT = SPACES
036000            IF WS-TR-NEW-WINNER(WS-TR-SUB) = RESULT-PLAYER-ID OR
036100               WS-TR-NEW-WINNER(WS-TR-SUB) = WS-OPP-SIDE
036200               MOVE WS-TR-NEW-WINNER(WS-TR-SUB) TO WS-NEW-WINNER
036300            ELSE
036400               MOVE "NEW WINNER IS NOT A SIDE OF THE GAME"
036500                  TO WS-CARD-MESSAGE
036600            END-IF
036700         ELSE
036800            IF RESULT-WINNER = SPACES
036900               MOVE "NEW WINNER NEEDED OUT OF AN ABANDONED ROW"
037000                  TO WS-CARD-MESSAGE
037100            END-IF
037200         END-IF.
037300
037400     PARA-WRITE-RULING.
037500*        EVERY RULING BACKS THE STANDING ROW OUT WITH AN EXACT
037600*        COPY MARKED AS A REVERSAL. AN OVERTURN OR A
037700*        RE-DISPOSITION THEN BOOKS THE CORRECTED SETTLEMENT AS
037800*        A NEW ROW, KEEPING THE ORIGINAL SETTLE DATE AND SEASON
037900*        SO IT RATES AGAINST THE SEASON THE GAME WAS PLAYED IN.
038000         MOVE WS-TR-LIVE-IMAGE(WS-TR-SUB) TO RESULT-REC.
038100         SET RESULT-REVERSAL TO TRUE.
038200         MOVE WS-TR-REASON(WS-TR-SUB) TO RESULT-ADJ-REASON.
038300         MOVE WS-TR-RULING-DATE(WS-TR-SUB) TO RESULT-ADJ-DATE.
038400         PERFORM PARA-WRITE-RESULT-ROW.
038500         ADD 1 TO WS-REVERSAL-COUNT.
038600         IF WS-TR-ACTION(WS-TR-SUB) = "V"
038700            MOVE "N" TO WS-TR-LIVE-FLAG(WS-TR-SUB)
038800            MOVE "VOIDED" TO WS-TR-MESSAGE(WS-TR-SUB)
038900         ELSE
039000            MOVE WS-TR-LIVE-IMAGE(WS-TR-SUB) TO RESULT-REC
039100            MOVE WS-NEW-WINNER TO RESULT-WINNER
039200            MOVE WS-NEW-DISP TO RESULT-DISPOSITION
039300            SET RESULT-CORRECTION TO TRUE
039400            MOVE WS-TR-REASON(WS-TR-SUB) TO RESULT-ADJ-REASON
039500            MOVE WS-TR-RULING-DATE(WS-TR-SUB) TO RESULT-ADJ-DATE
039600            PERFORM PARA-WRITE-RESULT-ROW
039700            ADD 1 TO WS-CORRECTION-COUNT
039800            MOVE RESULT-REC TO WS-TR-LIVE-IMAGE(WS-TR-SUB)
039900            MOVE WS-NEW-WINNER TO WS-TR-OUT-WINNER(WS-TR-SUB)
040000            MOVE WS-NEW-DISP TO WS-TR-OUT-DISP(WS-TR-SUB)
040100            IF WS-TR-ACTION(WS-TR-SUB) = "O"
040200               MOVE "WINNER OVERTURNED" TO
040250                  WS-TR-MESSAGE(WS-TR-SUB)
040300            ELSE
040400               MOVE "RE-SETTLED" TO WS-TR-MESSAGE(WS-TR-SUB)
040500            END-IF
040600         END-IF.
040700         SET WS-TR-APPLIED(WS-TR-SUB) TO TRUE.
040800         ADD 1 TO WS-APPLIED-COUNT.
040900         PERFORM PARA-CARRY-TO-LATER-CARDS.
041000
041100     PARA-CARRY-TO-LATER-CARDS.
041200*        A LATER CARD FOR THE SAME GAME IN THIS RUN MUST SEE
041300*        THE SETTLEMENT THIS RULING LEFT STANDING, NOT THE ONE
041400*        FOUND ON THE FILE.
041500         PERFORM VARYING WS-TR-SUB2 FROM WS-TR-SUB BY 1
041600                 UNTIL WS-TR-SUB2 > WS-TRAN-COUNT
041700            IF WS-TR-SUB2 > WS-TR-SUB AND
041800               WS-TR-PENDING(WS-TR-SUB2) AND
041900               WS-TR-ROWS(WS-TR-SUB2) > 0 AND
042000               WS-TR-GAME-NO(WS-TR-SUB2) =
042100                  WS-TR-GAME-NO(WS-TR-SUB) AND
042200               WS-TR-FIRST-PLAYER(WS-TR-SUB2) =
042300                  WS-TR-FIRST-PLAYER(WS-TR-SUB)
042400               MOVE WS-TR-LIVE-FLAG(WS-TR-SUB) TO
042500                  WS-TR-LIVE-FLAG(WS-TR-SUB2)
042600               MOVE WS-TR-LIVE-IMAGE(WS-TR-SUB) TO
042700                  WS-TR-LIVE-IMAGE(WS-TR-SUB2)
042800            END-IF
042900         END-PERFORM.
043000
043100     PARA-WRITE-RESULT-ROW.
043200         WRITE RESULT-REC.
043300         IF WS-RESULTS-STATUS NOT = "00"
043400            DISPLAY "RESULTS WRITE FAILED - STATUS "
043500               WS-RESULTS-STATUS " FOR GAME " RESULT-GAME-NO
043600            MOVE 12 TO RETURN-CODE
043700         END-IF.
043800
043900     PARA-PRINT-REGISTER.
044000         OPEN OUTPUT ADJRPT.
044100         IF WS-ADJRPT-STATUS NOT = "00"
044200            DISPLAY "CANNOT OPEN ADJRPT - STATUS "
044300               WS-ADJRPT-STATUS
044400         ELSE
044500            MOVE SPACES TO ADJ-LINE
044600            MOVE "BATTLE RESULTS ADJUSTMENT REGISTER - "
044700               TO ADJ-LINE
044800            MOVE WS-RUN-DATE TO ADJ-LINE(38:8)
044900            WRITE ADJ-LINE
045000            MOVE SPACES TO ADJ-LINE
045100            WRITE ADJ-LINE
045200            MOVE SPACES TO ADJ-LINE
045300            MOVE "GAME NO" TO ADJ-LINE(1:7)
045400            MOVE "PLAYER" TO ADJ-LINE(15:6)
045500            MOVE "ACT" TO ADJ-LINE(25:3)
045600            MOVE "RSN" TO ADJ-LINE(29:3)
045700            MOVE "RULING" TO ADJ-LINE(33:6)
045800            MOVE "OLD WIN" TO ADJ-LINE(43:7)
045900            MOVE "OD" TO ADJ-LINE(53:2)
046000            MOVE "NEW WIN" TO ADJ-LINE(56:7)
046100            MOVE "ND" TO ADJ-LINE(66:2)
046200            MOVE "OUTCOME" TO ADJ-LINE(69:7)
046300            WRITE ADJ-LINE
046400            PERFORM VARYING WS-TR-SUB FROM 1 BY 1
046500                    UNTIL WS-TR-SUB > WS-TRAN-COUNT
046600               PERFORM PARA-PRINT-ONE-CARD
046700            END-PERFORM
046800            MOVE SPACES TO ADJ-LINE
046900            WRITE ADJ-LINE
047000            MOVE "CARDS READ:            " TO ADJ-LINE
047100            MOVE WS-CARD-COUNT TO ADJ-LINE(25:6)
047200            WRITE ADJ-LINE
047300            MOVE SPACES TO ADJ-LINE
047400            MOVE "RULINGS APPLIED:       " TO ADJ-LINE
047500            MOVE WS-APPLIED-COUNT TO ADJ-LINE(25:6)
047600            WRITE ADJ-LINE
047700            MOVE SPACES TO ADJ-LINE
047800            MOVE "CARDS REJECTED:        " TO ADJ-LINE
047900            MOVE WS-REJECT-COUNT TO ADJ-LINE(25:6)
048000            WRITE ADJ-LINE
048100            MOVE SPACES TO ADJ-LINE
048200            MOVE "REVERSAL ROWS WRITTEN: " TO ADJ-LINE
048300            MOVE WS-REVERSAL-COUNT TO ADJ-LINE(25:6)
048400            WRITE ADJ-LINE
048500            MOVE SPACES TO ADJ-LINE
048600            MOVE "CORRECTION ROWS:       " TO ADJ-LINE
048700            MOVE WS-CORRECTION-COUNT TO ADJ-LINE(25:6)
048800            WRITE ADJ-LINE
048900            CLOSE ADJRPT
049000         END-IF.
049100
049200     PARA-PRINT-ONE-CARD.
049300         MOVE SPACES TO ADJ-LINE.
049400         MOVE WS-TR-GAME-NO(WS-TR-SUB) TO ADJ-LINE(1:12).
049500         MOVE WS-TR-PLAYER-ID(WS-TR-SUB) TO ADJ-LINE(15:8).
049600         MOVE WS-TR-ACTION(WS-TR-SUB) TO ADJ-LINE(26:1).
049700         MOVE WS-TR-REASON(WS-TR-SUB) TO ADJ-LINE(29:2).
049800         MOVE WS-TR-RULING-DATE(WS-TR-SUB) TO ADJ-LINE(33:8).
049900         MOVE WS-TR-OLD-WINNER(WS-TR-SUB) TO ADJ-LINE(43:8).
050000         MOVE WS-TR-OLD-DISP(WS-TR-SUB) TO ADJ-LINE(53:1).
050100         MOVE WS-TR-OUT-WINNER(WS-TR-SUB) TO ADJ-LINE(56:8).
050200         MOVE WS-TR-OUT-DISP(WS-TR-SUB) TO ADJ-LINE(66:1).
050300         IF WS-TR-REJECTED(WS-TR-SUB)
050400            MOVE "REJECTED -" TO ADJ-LINE(69:10)
050500            MOVE WS-TR-MESSAGE(WS-TR-SUB) TO ADJ-LINE(80:40)
050600         ELSE
050700            MOVE WS-TR-MESSAGE(WS-TR-SUB) TO ADJ-LINE(69:40)
050800         END-IF.
050900         WRITE ADJ-LINE.
051000
051100     PARA-END-RUN.
051200*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
051300*        JOURNAL CARRIES THE RETURN CODE OF A FAILED STEP TOO.
051400         PERFORM PARA-WRITE-RUNLOG.
051500         STOP RUN.
051600
051700     PARA-WRITE-RUNLOG.
051800*        THE ROWS APPENDED HERE LAND PAST THE ELOCHKP AND XTRCHKP
051900*        CUTS - THE MORNING BALANCE COUNTS THEM AS RESULTS ROWS
052000*        THE NEXT TAIL STEPS MUST CONSUME.
052100         OPEN EXTEND RUNLOG-FILE.
052200         IF WS-RUNLOG-STATUS NOT = "00"
052300            OPEN OUTPUT RUNLOG-FILE
052400         END-IF.
052500         IF WS-RUNLOG-STATUS NOT = "00"
052600            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
052700               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
052800         ELSE
052900            INITIALIZE RCTL-REC
053000            MOVE "BATADJ" TO RCTL-PROGRAM
053100            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
053200            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
053300            MOVE RETURN-CODE TO RCTL-RETURN-CODE
053400            MOVE 2 TO RCTL-FILE-COUNT
053500            MOVE "ADJTRAN" TO RCTL-FILE-DD(1)
053600            MOVE WS-CARD-COUNT TO RCTL-FILE-READ(1)
053700            MOVE "RESULTS" TO RCTL-FILE-DD(2)
053800            MOVE WS-RES-READ-COUNT TO RCTL-FILE-READ(2)
053900            COMPUTE RCTL-FILE-WRITTEN(2) =
054000               WS-REVERSAL-COUNT + WS-CORRECTION-COUNT
054100            WRITE RCTL-REC
054200            CLOSE RUNLOG-FILE
054300         END-IF.
