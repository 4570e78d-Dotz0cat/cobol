001700         SELECT SEASONRP ASSIGN TO "SEASONRP"
001800             ORGANIZATION IS LINE SEQUENTIAL
001900             FILE STATUS IS WS-SEASONRP-STATUS.
001910         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001920             ORGANIZATION IS LINE SEQUENTIAL
001930             FILE STATUS IS WS-RUNLOG-STATUS.
001940         SELECT SEASFIN-FILE ASSIGN TO "SEASFIN"
001950             ORGANIZATION IS LINE SEQUENTIAL
001960             FILE STATUS IS WS-SEASFIN-STATUS.
002000 DATA DIVISION.
002100     FILE SECTION.
002200     FD  RATINGS-FILE.
003200         COPY "SEASNREC.cpy".
003300     FD  SEASONRP.
003400     01  RPT-LINE                 PIC X(80).
003410     FD  RUNLOG-FILE.
003420         COPY "RUNLOG.cpy".
003430     FD  SEASFIN-FILE.
003440         COPY "SEASFIN.cpy".
003500     WORKING-STORAGE SECTION.
003600     01  WS-FILE-STATUSES.
003700         05 WS-RATINGS-STATUS     PIC X(2) VALUE "00".
003800         05 WS-RATEHIST-STATUS    PIC X(2) VALUE "00".
003900         05 WS-SEASNCTL-STATUS    PIC X(2) VALUE "00".
004000         05 WS-SEASONRP-STATUS    PIC X(2) VALUE "00".
004010         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
004020         05 WS-SEASFIN-STATUS     PIC X(2) VALUE "00".
004100     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
004200     01  WS-NEW-SEASON            PIC X(4) VALUE SPACES.
004300     01  WS-OLD-SEASON            PIC X(4) VALUE SPACES.
006900     01  WS-CURRENT-DATE-TIME     PIC X(21).
007000     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
007100     01  WS-SNAP-COUNT            PIC 9(6) VALUE 0.
007110     01  WS-RATE-WRITTEN          PIC 9(6) VALUE 0.
007120     01  WS-SEASFIN-WRITTEN       PIC 9(6) VALUE 0.
007130     01  WS-PLACE                 PIC 9(3) VALUE 0.
007200 PROCEDURE DIVISION.
007300     PARA-MAIN.
007400         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
007700            DISPLAY "NEW SEASON CODE MISSING - GIVE IT ON THE "
007800               "PARM, LIKE S026"
007900            MOVE 16 TO RETURN-CODE
008000            PERFORM PARA-END-RUN
008100         END-IF.
008200         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008300         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
008600            DISPLAY "SEASON " WS-NEW-SEASON
008700               " IS ALREADY IN PLAY - NOTHING TO CLOSE"
008800            MOVE 8 TO RETURN-CODE
008900            PERFORM PARA-END-RUN
009000         END-IF.
009100         DISPLAY "CLOSING SEASON " WS-OLD-SEASON
009200            " - OPENING " WS-NEW-SEASON.
009300         PERFORM PARA-SNAPSHOT-AND-RESET.
009400         PERFORM PARA-SORT-FINAL.
009500         PERFORM PARA-PRINT-FINAL-PAGE.
009510         PERFORM PARA-WRITE-STANDINGS.
009600         PERFORM PARA-WRITE-SEASON.
009700         DISPLAY "ROWS SNAPSHOT TO HISTORY: " WS-SNAP-COUNT.
009800         PERFORM PARA-END-RUN.
009900
010000     PARA-READ-SEASON.
010100         OPEN INPUT SEASON-CTL.
013400            DISPLAY "CANNOT OPEN RATINGS - STATUS "
013500               WS-RATINGS-STATUS
013600            MOVE 16 TO RETURN-CODE
013700            PERFORM PARA-END-RUN
013800         END-IF.
013900         OPEN EXTEND RATE-HISTORY.
014000         IF WS-RATEHIST-STATUS NOT = "00"
014500               WS-RATEHIST-STATUS
014600            CLOSE RATINGS-FILE
014700            MOVE 16 TO RETURN-CODE
014800            PERFORM PARA-END-RUN
014900         END-IF.
015000         MOVE LOW-VALUES TO RATE-PLAYER-ID.
015100         START RATINGS-FILE KEY NOT < RATE-PLAYER-ID
019400                   WS-RATINGS-STATUS
019500                MOVE 12 TO RETURN-CODE
019600         END-REWRITE.
019610         IF WS-RATINGS-STATUS = "00"
019620            ADD 1 TO WS-RATE-WRITTEN
019630         END-IF.
019700
019800     PARA-SORT-FINAL.
019900         MOVE "Y" TO WS-SWAP-FLAG.
029000         MOVE WS-WINS-ID TO RPT-LINE(19:8).
029100         MOVE WS-WINS-HIGH TO RPT-LINE(29:6).
029200         WRITE RPT-LINE.
029300
029400     PARA-END-RUN.
029500*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
029600*        JOURNAL CARRIES THE RETURN CODE OF A REFUSED RUN TOO.
029700         PERFORM PARA-WRITE-RUNLOG.
029800         STOP RUN.
029900
030000     PARA-WRITE-RUNLOG.
030100*        A RUN REFUSED FOR A MISSING PARM STOPS BEFORE THE RUN
030200*        DATE IS TAKEN - STAMP THE JOURNAL WITH THE CLOCK THEN.
030300         IF WS-RUN-DATE = 0
030400            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
030500         END-IF.
030600         OPEN EXTEND RUNLOG-FILE.
030700         IF WS-RUNLOG-STATUS NOT = "00"
030800            OPEN OUTPUT RUNLOG-FILE
030900         END-IF.
031000         IF WS-RUNLOG-STATUS NOT = "00"
031100            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
031200               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
031300         ELSE
031400            INITIALIZE RCTL-REC
031500            MOVE "BATSEASN" TO RCTL-PROGRAM
031600            MOVE WS-CURRENT-DATE-TIME(1:8) TO RCTL-RUN-DATE
031700            MOVE WS-CURRENT-DATE-TIME(9:6) TO RCTL-RUN-TIME
031800            MOVE WS-COMMAND-LINE TO RCTL-PARM
031900            MOVE RETURN-CODE TO RCTL-RETURN-CODE
032000            MOVE 3 TO RCTL-FILE-COUNT
032100            MOVE "RATINGS" TO RCTL-FILE-DD(1)
032200            MOVE WS-SNAP-COUNT TO RCTL-FILE-READ(1)
032300            MOVE WS-RATE-WRITTEN TO RCTL-FILE-WRITTEN(1)
032400            MOVE "RATEHIST" TO RCTL-FILE-DD(2)
032500            MOVE WS-SNAP-COUNT TO RCTL-FILE-WRITTEN(2)
032510            MOVE "SEASFIN" TO RCTL-FILE-DD(3)
032520            MOVE WS-SEASFIN-WRITTEN TO RCTL-FILE-WRITTEN(3)
032600            WRITE RCTL-REC
032700            CLOSE RUNLOG-FILE
032800         END-IF.
032900
033000     PARA-WRITE-STANDINGS.
033100*        THE FINAL STANDINGS GO OUT AS AN EXTRACT FOR THE LEDGER
033200*        PRIZE RUN - PLAYERS ONLY, PLACED AMONG THEMSELVES, SO THE
033300*        PRIZE SCHEDULE NEVER PAYS A COMPUTER ROW. A SEASON THAT
033400*        CLOSED WITHOUT ITS EXTRACT STILL CLOSES - THE PRIZES ARE
033500*        POSTED BY HAND.
033600         OPEN OUTPUT SEASFIN-FILE.
033700         IF WS-SEASFIN-STATUS NOT = "00"
033800            DISPLAY "CANNOT OPEN SEASFIN - STATUS "
033900               WS-SEASFIN-STATUS " - PRIZE STANDINGS NOT"
033950               " EXTRACTED"
034000            IF RETURN-CODE < 4
034100               MOVE 4 TO RETURN-CODE
034200            END-IF
034300         ELSE
034400            MOVE 0 TO WS-PLACE
034500            PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
034600                    UNTIL WS-TBL-SUB > WS-FINAL-COUNT
034700               IF WS-FIN-PLAYER-ID(WS-TBL-SUB) NOT = "COMPUTER"
034800               AND WS-FIN-PLAYER-ID(WS-TBL-SUB) NOT = "COMPUTR1"
034900                  ADD 1 TO WS-PLACE
035000                  MOVE "R" TO SFN-AWARD
035100                  MOVE WS-PLACE TO SFN-RANK
035200                  PERFORM PARA-WRITE-ONE-STANDING
035300               END-IF
035400            END-PERFORM
035500            IF WS-WINS-ID NOT = SPACES
035600               PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
035700                       UNTIL WS-TBL-SUB > WS-FINAL-COUNT
035800                  IF WS-FIN-PLAYER-ID(WS-TBL-SUB) = WS-WINS-ID
035900                     MOVE "W" TO SFN-AWARD
036000                     MOVE 0 TO SFN-RANK
036100                     PERFORM PARA-WRITE-ONE-STANDING
036200                  END-IF
036300               END-PERFORM
036400            END-IF
036500            CLOSE SEASFIN-FILE
036600         END-IF.
036700
036800     PARA-WRITE-ONE-STANDING.
036900         MOVE WS-OLD-SEASON TO SFN-SEASON.
037000         MOVE WS-FIN-PLAYER-ID(WS-TBL-SUB) TO SFN-PLAYER-ID.
037100         MOVE WS-FIN-RATING(WS-TBL-SUB) TO SFN-RATING.
037200         MOVE WS-FIN-S-GAMES(WS-TBL-SUB) TO SFN-S-GAMES.
037300         MOVE WS-FIN-S-WINS(WS-TBL-SUB) TO SFN-S-WINS.
037400         MOVE WS-RUN-DATE TO SFN-CLOSE-DATE.
037500         WRITE SFN-REC.
037600         ADD 1 TO WS-SEASFIN-WRITTEN.
