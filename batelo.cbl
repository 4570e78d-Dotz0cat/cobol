001660             ACCESS MODE IS DYNAMIC
001670             RECORD KEY IS PLYR-PLAYER-ID
001680             FILE STATUS IS WS-PLAYERS-STATUS.
001682         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001684             ORGANIZATION IS LINE SEQUENTIAL
001686             FILE STATUS IS WS-RUNLOG-STATUS.
001700 DATA DIVISION.
001800     FILE SECTION.
001900     FD  RESULTS-FILE.
002420         COPY "CHKPTREC.cpy".
002430     FD  PLAYER-MASTER.
002440         COPY "PLYRREC.cpy".
002450     FD  RUNLOG-FILE.
002460         COPY "RUNLOG.cpy".
002500     WORKING-STORAGE SECTION.
002600     01  WS-FILE-STATUSES.
002700         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
002900         05 WS-ELOOUT-STATUS      PIC X(2) VALUE "00".
002910         05 WS-CHKPT-STATUS       PIC X(2) VALUE "00".
002920         05 WS-PLAYERS-STATUS     PIC X(2) VALUE "00".
002922         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
002930     01  WS-NAME-TABLE.
002940         05 WS-NAME-ENTRY OCCURS 200 TIMES.
002950            10 WS-NT-PLAYER-ID    PIC X(8).
005700         05 WS-EXPECT-A           PIC S9(1)V9(6) COMP-3.
005800         05 WS-SCORE-A            PIC S9(1) COMP-3.
005900         05 WS-DELTA              PIC S9(3)V9(4) COMP-3.
005910         05 WS-GAP-DIFF           PIC S9(5)V9(4) COMP-3.
005920         05 WS-PRIOR-DELTA        PIC S9(3)V9(4) COMP-3.
005930         05 WS-SOLVE-COUNT        PIC 9(2).
006000     01  WS-GAME-COUNT            PIC 9(6) VALUE 0.
006010     01  WS-BACKOUT-COUNT         PIC 9(6) VALUE 0.
006020     01  WS-UNDO-TYPE-A           PIC X(1) VALUE SPACE.
006030     01  WS-UNDO-TYPE-B           PIC X(1) VALUE SPACE.
006040*        STREAK LETTER EACH SIDE EARNED FROM A GAME BEING
006050*        BACKED OUT BY A REVERSAL ROW.
006100     01  WS-SWAP-FLAG             PIC X(1) VALUE "N".
006200         88 WS-SWAPPED            VALUE "Y".
006300     01  WS-HOLD-ENTRY.
007410     01  WS-RUN-TIME              PIC 9(6) VALUE 0.
007420     01  WS-RES-THRU              PIC 9(9) VALUE 0.
007430     01  WS-RES-READ-COUNT        PIC 9(9) VALUE 0.
007432     01  WS-RATE-READ             PIC 9(9) VALUE 0.
007434     01  WS-RATE-WRITTEN          PIC 9(9) VALUE 0.
007436     01  WS-CHKPT-WRITTEN-FLAG    PIC X(1) VALUE "N".
007438         88 WS-CHKPT-WRITTEN      VALUE "Y".
007440*        PROCESSED-THROUGH CHECKPOINT - THE NIGHTS RUN SKIPS
007450*        THE RESULTS RECORDS ALREADY APPLIED TO THE MASTER BY
007460*        EARLIER RUNS AND RATES ONLY WHAT WAS ADDED SINCE.
008100         PERFORM PARA-PRINT-STANDINGS.
008200         PERFORM PARA-REBUILD-MASTER.
008210         PERFORM PARA-WRITE-CHECKPOINT.
008300         PERFORM PARA-END-RUN.
008400
008410     PARA-READ-CHECKPOINT.
008411*        AN ALLOCATED BUT EMPTY CHECKPOINT FILE IS WHAT THE
008460            MOVE WS-RUN-DATE TO CHKPT-LAST-DATE
008462            MOVE WS-RUN-TIME TO CHKPT-LAST-TIME
008464            WRITE CHKPT-REC
008465            SET WS-CHKPT-WRITTEN TO TRUE
008466            CLOSE CHECKPOINT-FILE
008468         END-IF.
008470
008554                  AT END
008556                     MOVE "10" TO WS-RATINGS-STATUS
008558                  NOT AT END
008559                     ADD 1 TO WS-RATE-READ
008560                     PERFORM PARA-LOAD-ONE-RATE-REC
008562               END-READ
008564            END-PERFORM
008800            DISPLAY "CANNOT OPEN RESULTS - STATUS "
008900               WS-RESULTS-STATUS
009000            MOVE 16 TO RETURN-CODE
009100            PERFORM PARA-END-RUN
009200         END-IF.
009210         IF WS-LADDER-COUNT > 0 AND NOT WS-CHKPT-FOUND
009220            PERFORM PARA-GUARD-FIRST-CUT
009508                   "BEFORE THE FIRST INCREMENTAL RUN"
009510                CLOSE RESULTS-FILE
009512                MOVE 16 TO RETURN-CODE
009514                PERFORM PARA-END-RUN
009516         END-READ.
009518
009600     PARA-READ-RESULT.
010060                   IF RESULT-ABANDONED
010070                      CONTINUE
010080                   ELSE
010082*                     A REVERSAL ROW TAKES BACK A GAME ALREADY
010084*                     ON THE LADDER - A CORRECTION ROW IS JUST
010086*                     A NEW SETTLEMENT AND RATES AS ONE.
010088                      IF RESULT-REVERSAL
010090                         ADD 1 TO WS-BACKOUT-COUNT
010092                         PERFORM PARA-BACK-OUT-ONE-GAME
010094                      ELSE
010100                         ADD 1 TO WS-GAME-COUNT
010200                         PERFORM PARA-RATE-ONE-GAME
010202                      END-IF
010205                   END-IF
010210                END-IF
010300         END-READ.
010400
010500     PARA-RATE-ONE-GAME.
010510         PERFORM PARA-FIND-BOTH-SIDES.
010520         PERFORM PARA-COMPUTE-DELTA.
010530         PERFORM PARA-BOOK-ONE-GAME.
010540
010550     PARA-FIND-BOTH-SIDES.
010560*        SIDE A IS THE REPORTING PLAYER, SIDE B THE OPPONENT -
010570*        WS-SCORE-A IS 1 WHEN SIDE A WON THE ROW.
010600         IF RESULT-OPPONENT-ID = SPACES
010700            MOVE "COMPUTER" TO WS-OPP-ID
010800         ELSE
012100         ELSE
012200            MOVE 0 TO WS-SCORE-A
012300         END-IF.
012310
012320     PARA-COMPUTE-DELTA.
012400         COMPUTE WS-DIFF = WS-RB - WS-RA.
012405*        A HANDICAP GAME CREDITS THE WEAKER SIDE WITH THE TABLE
012410*        RATING POINTS - A WIN WITH THE HANDICAP EARNS IT LESS
012415*        AND A LOSS COSTS IT MORE.
012420         IF NOT RESULT-HCAP-NONE AND RESULT-HCAP-CREDIT IS NUMERIC
012425            IF RESULT-HCAP-BY-PLAYER
012430               ADD RESULT-HCAP-CREDIT TO WS-DIFF
012435            END-IF
012440            IF RESULT-HCAP-BY-OPP
012445               SUBTRACT RESULT-HCAP-CREDIT FROM WS-DIFF
012450            END-IF
012455         END-IF.
012456         MOVE WS-DIFF TO WS-GAP-DIFF.
012457         PERFORM PARA-DELTA-FROM-DIFF.
012460
012470     PARA-DELTA-FROM-DIFF.
012500         IF WS-DIFF > 400
012600            MOVE 400 TO WS-DIFF
012700         END-IF.
013200         COMPUTE WS-EXPECT-A ROUNDED = 1 / (1 + WS-POW).
013300         COMPUTE WS-DELTA ROUNDED =
013400            WS-K-FACTOR * (WS-SCORE-A - WS-EXPECT-A).
013410
013420     PARA-BOOK-ONE-GAME.
013500         COMPUTE WS-LAD-RATING(WS-SUB-A) ROUNDED =
013600            WS-RA + WS-DELTA.
013700         COMPUTE WS-LAD-RATING(WS-SUB-B) ROUNDED =
016320         PERFORM PARA-SEASON-BOOK-B.
016330
016332     PARA-SEASON-BOOK-A.
016333*        THE SEASON CODE RIDES ON EACH RESULT ROW - THE FIRST
016334*        ROW OF A NEW SEASON RESETS THE PLAYERS SEASON
016335*        TALLIES. ROWS FROM BEFORE SEASONS EXISTED CARRY
016336*        SPACES AND BOOK UNDER THAT BLANK ERA. A ROW FROM A
016337*        SEASON OLDER THAN THE PLAYERS OPEN ONE (A CORRECTION
016338*        OF A CLOSED SEASON) LEAVES THE SEASON TALLIES ALONE -
016339*        THAT SEASON HAS ALREADY GONE TO RATEHIST. THIS RELIES
016340*        ON EACH NEW SEASON CODE SORTING AFTER THE ONE BEFORE.
016342         IF RESULT-SEASON > WS-LAD-SEASON(WS-SUB-A)
016344            MOVE RESULT-SEASON TO WS-LAD-SEASON(WS-SUB-A)
016346            MOVE 0 TO WS-LAD-S-GAMES(WS-SUB-A)
016348            MOVE 0 TO WS-LAD-S-WINS(WS-SUB-A)
016350            MOVE 0 TO WS-LAD-S-LOSSES(WS-SUB-A)
016352         END-IF.
016353         IF WS-LAD-SEASON(WS-SUB-A) = RESULT-SEASON
016354            ADD 1 TO WS-LAD-S-GAMES(WS-SUB-A)
016356            IF WS-SCORE-A = 1
016358               ADD 1 TO WS-LAD-S-WINS(WS-SUB-A)
016360            ELSE
016362               ADD 1 TO WS-LAD-S-LOSSES(WS-SUB-A)
016364            END-IF
016365         END-IF.
016366
016368     PARA-SEASON-BOOK-B.
016370         IF RESULT-SEASON > WS-LAD-SEASON(WS-SUB-B)
016372            MOVE RESULT-SEASON TO WS-LAD-SEASON(WS-SUB-B)
016374            MOVE 0 TO WS-LAD-S-GAMES(WS-SUB-B)
016376            MOVE 0 TO WS-LAD-S-WINS(WS-SUB-B)
016378            MOVE 0 TO WS-LAD-S-LOSSES(WS-SUB-B)
016380         END-IF.
016381         IF WS-LAD-SEASON(WS-SUB-B) = RESULT-SEASON
016382            ADD 1 TO WS-LAD-S-GAMES(WS-SUB-B)
016384            IF WS-SCORE-A = 1
016386               ADD 1 TO WS-LAD-S-LOSSES(WS-SUB-B)
016388            ELSE
016390               ADD 1 TO WS-LAD-S-WINS(WS-SUB-B)
016392            END-IF
016393         END-IF.
016400
016401     PARA-SEASON-UNBOOK-A.
016404*        ONLY THE OPEN SEASON IS TOUCHED - A CLOSED SEASON HAS
016407*        ALREADY GONE TO RATEHIST AND STAYS AS IT WAS BOOKED.
016410         IF WS-LAD-SEASON(WS-SUB-A) = RESULT-SEASON
016413            IF WS-LAD-S-GAMES(WS-SUB-A) > 0
016416               SUBTRACT 1 FROM WS-LAD-S-GAMES(WS-SUB-A)
016419            END-IF
016422            IF WS-SCORE-A = 1 AND WS-LAD-S-WINS(WS-SUB-A) > 0
016425               SUBTRACT 1 FROM WS-LAD-S-WINS(WS-SUB-A)
016428            END-IF
016431            IF WS-SCORE-A = 0 AND WS-LAD-S-LOSSES(WS-SUB-A) > 0
016434               SUBTRACT 1 FROM WS-LAD-S-LOSSES(WS-SUB-A)
016437            END-IF
016440         END-IF.
016443
016446     PARA-SEASON-UNBOOK-B.
016449         IF WS-LAD-SEASON(WS-SUB-B) = RESULT-SEASON
016452            IF WS-LAD-S-GAMES(WS-SUB-B) > 0
016455               SUBTRACT 1 FROM WS-LAD-S-GAMES(WS-SUB-B)
016458            END-IF
016461            IF WS-SCORE-A = 1 AND WS-LAD-S-LOSSES(WS-SUB-B) > 0
016464               SUBTRACT 1 FROM WS-LAD-S-LOSSES(WS-SUB-B)
016467            END-IF
016470            IF WS-SCORE-A = 0 AND WS-LAD-S-WINS(WS-SUB-B) > 0
016473               SUBTRACT 1 FROM WS-LAD-S-WINS(WS-SUB-B)
016476            END-IF
016479         END-IF.
016482
016500     PARA-STREAK-WIN-A.
016600         IF WS-LAD-STREAK-TYPE(WS-SUB-A) = "W"
016700            ADD 1 TO WS-LAD-STREAK-LEN(WS-SUB-A)
019300            MOVE "L" TO WS-LAD-STREAK-TYPE(WS-SUB-B)
019400            MOVE 1 TO WS-LAD-STREAK-LEN(WS-SUB-B)
019500         END-IF.
019501
019502     PARA-BACK-OUT-ONE-GAME.
019503*        THE REVERSAL ROW IS AN EXACT COPY OF THE SETTLEMENT IT
019504*        TAKES BACK. THE LADDER DOES NOT KEEP EACH GAMES DELTA,
019505*        SO THE GAP BEFORE THE GAME IS SOLVED FOR - THE GAME
019506*        CLOSED IT BY TWICE ITS DELTA - AND THE DELTA AT THAT GAP
019507*        TAKEN OFF BOTH SIDES. WHEN NEITHER SIDE HAS PLAYED SINCE
019508*        THIS PUTS BOTH BACK WHERE THEY STARTED, UNLESS THE FLOOR
019509*        HELD ONE UP. OTHERWISE IT IS THE MOVE THE GAME WOULD
019510*        MAKE FROM WHERE THEY STAND NOW. BEST RATINGS STAND.
019511         PERFORM PARA-FIND-BOTH-SIDES.
019512         PERFORM PARA-COMPUTE-DELTA.
019513         MOVE 999 TO WS-PRIOR-DELTA.
019514         MOVE 0 TO WS-SOLVE-COUNT.
019515         PERFORM UNTIL WS-DELTA = WS-PRIOR-DELTA
019516                 OR WS-SOLVE-COUNT > 20
019517            MOVE WS-DELTA TO WS-PRIOR-DELTA
019518            COMPUTE WS-DIFF = WS-GAP-DIFF + 2 * WS-DELTA
019519            PERFORM PARA-DELTA-FROM-DIFF
019520            ADD 1 TO WS-SOLVE-COUNT
019521         END-PERFORM.
019522         COMPUTE WS-LAD-RATING(WS-SUB-A) ROUNDED =
019523            WS-RA - WS-DELTA.
019524         COMPUTE WS-LAD-RATING(WS-SUB-B) ROUNDED =
019525            WS-RB + WS-DELTA.
019526         IF WS-LAD-RATING(WS-SUB-A) < WS-FLOOR-RATING
019527            MOVE WS-FLOOR-RATING TO WS-LAD-RATING(WS-SUB-A)
019528         END-IF.
019529         IF WS-LAD-RATING(WS-SUB-B) < WS-FLOOR-RATING
019530            MOVE WS-FLOOR-RATING TO WS-LAD-RATING(WS-SUB-B)
019531         END-IF.
019532         IF WS-LAD-GAMES(WS-SUB-A) > 0
019533            SUBTRACT 1 FROM WS-LAD-GAMES(WS-SUB-A)
019534         END-IF.
019535         IF WS-LAD-GAMES(WS-SUB-B) > 0
019536            SUBTRACT 1 FROM WS-LAD-GAMES(WS-SUB-B)
019537         END-IF.
019538         IF WS-SCORE-A = 1
019539            IF WS-LAD-WINS(WS-SUB-A) > 0
019540               SUBTRACT 1 FROM WS-LAD-WINS(WS-SUB-A)
019541            END-IF
019542            IF WS-LAD-LOSSES(WS-SUB-B) > 0
019543               SUBTRACT 1 FROM WS-LAD-LOSSES(WS-SUB-B)
019544            END-IF
019545            MOVE "W" TO WS-UNDO-TYPE-A
019546            MOVE "L" TO WS-UNDO-TYPE-B
019547         ELSE
019548            IF WS-LAD-LOSSES(WS-SUB-A) > 0
019549               SUBTRACT 1 FROM WS-LAD-LOSSES(WS-SUB-A)
019550            END-IF
019551            IF WS-LAD-WINS(WS-SUB-B) > 0
019552               SUBTRACT 1 FROM WS-LAD-WINS(WS-SUB-B)
019553            END-IF
019554            MOVE "L" TO WS-UNDO-TYPE-A
019555            MOVE "W" TO WS-UNDO-TYPE-B
019556         END-IF.
019557         PERFORM PARA-UNSTREAK-A.
019558         PERFORM PARA-UNSTREAK-B.
019559         PERFORM PARA-SEASON-UNBOOK-A.
019560         PERFORM PARA-SEASON-UNBOOK-B.
019561
019562     PARA-UNSTREAK-A.
019563*        A STREAK STILL RUNNING IN THE SAME DIRECTION AS THE
019564*        BACKED-OUT GAME LOSES ONE. A STREAK THAT HAS SINCE
019565*        TURNED IS LEFT ALONE - THE BROKEN ONE IS NOT KEPT.
019566         IF WS-LAD-STREAK-TYPE(WS-SUB-A) = WS-UNDO-TYPE-A
019567            AND WS-LAD-STREAK-LEN(WS-SUB-A) > 0
019568            SUBTRACT 1 FROM WS-LAD-STREAK-LEN(WS-SUB-A)
019569            IF WS-LAD-STREAK-LEN(WS-SUB-A) = 0
019570               MOVE SPACE TO WS-LAD-STREAK-TYPE(WS-SUB-A)
019571            END-IF
019572         END-IF.
019573
019574     PARA-UNSTREAK-B.
019575         IF WS-LAD-STREAK-TYPE(WS-SUB-B) = WS-UNDO-TYPE-B
019576            AND WS-LAD-STREAK-LEN(WS-SUB-B) > 0
019577            SUBTRACT 1 FROM WS-LAD-STREAK-LEN(WS-SUB-B)
019578            IF WS-LAD-STREAK-LEN(WS-SUB-B) = 0
019579               MOVE SPACE TO WS-LAD-STREAK-TYPE(WS-SUB-B)
019580            END-IF
019581         END-IF.
019600
019700     PARA-FIND-OR-ADD-PLAYER.
019800         MOVE "N" TO WS-FOUND-FLAG.
027000         MOVE "GAMES RATED: " TO ELO-LINE.
027100         MOVE WS-GAME-COUNT TO ELO-LINE(14:6).
027200         WRITE ELO-LINE.
027210         MOVE "GAMES BACKED OUT: " TO ELO-LINE.
027220         MOVE WS-BACKOUT-COUNT TO ELO-LINE(19:6).
027230         WRITE ELO-LINE.
027300         CLOSE ELOOUT.
027400
027500     PARA-PRINT-ONE-RANK.
033700                   " FOR " RATE-PLAYER-ID
033800                MOVE 12 TO RETURN-CODE
033900         END-WRITE.
033910         IF WS-RATINGS-STATUS = "00"
033920            ADD 1 TO WS-RATE-WRITTEN
033930         END-IF.
034000
034100     PARA-END-RUN.
034200*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
034300*        JOURNAL CARRIES THE RETURN CODE OF A FAILED STEP TOO.
034400         PERFORM PARA-WRITE-RUNLOG.
034500         STOP RUN.
034600
034700     PARA-WRITE-RUNLOG.
034800*        THE CHECKPOINT ONLY COUNTS AS ADVANCED IF ELOCHKP WAS
034900*        ACTUALLY REWRITTEN - OTHERWISE THE NEXT RUN REAPPLIES
035000*        THE SAME ROWS AND THE JOURNAL MUST SAY SO.
035100         OPEN EXTEND RUNLOG-FILE.
035200         IF WS-RUNLOG-STATUS NOT = "00"
035300            OPEN OUTPUT RUNLOG-FILE
035400         END-IF.
035500         IF WS-RUNLOG-STATUS NOT = "00"
035600            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
035700               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
035800         ELSE
035900            INITIALIZE RCTL-REC
036000            MOVE "BATELO" TO RCTL-PROGRAM
036100            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
036200            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
036300            MOVE RETURN-CODE TO RCTL-RETURN-CODE
036400            MOVE 2 TO RCTL-FILE-COUNT
036500            MOVE "RESULTS" TO RCTL-FILE-DD(1)
036600            MOVE WS-RES-READ-COUNT TO RCTL-FILE-READ(1)
036700            SET RCTL-CHECKPOINTED(1) TO TRUE
036800            MOVE WS-RES-THRU TO RCTL-CHKPT-FROM(1)
036900            IF WS-CHKPT-WRITTEN
037000               MOVE WS-RES-READ-COUNT TO RCTL-CHKPT-THRU(1)
037100            ELSE
037200               MOVE WS-RES-THRU TO RCTL-CHKPT-THRU(1)
037300            END-IF
037400            MOVE "RATINGS" TO RCTL-FILE-DD(2)
037500            MOVE WS-RATE-READ TO RCTL-FILE-READ(2)
037600            MOVE WS-RATE-WRITTEN TO RCTL-FILE-WRITTEN(2)
037700            WRITE RCTL-REC
037800            CLOSE RUNLOG-FILE
037900         END-IF.
