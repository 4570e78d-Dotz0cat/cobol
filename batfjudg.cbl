001310         SELECT SEASON-CTL ASSIGN TO "SEASNCTL"
001320             ORGANIZATION IS LINE SEQUENTIAL
001330             FILE STATUS IS WS-SEASNCTL-STATUS.
001340         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001350             ORGANIZATION IS LINE SEQUENTIAL
001360             FILE STATUS IS WS-RUNLOG-STATUS.
001400 DATA DIVISION.
001500     FILE SECTION.
001600     FD  GAME-STORE.
001900         COPY "RESLTREC.cpy".
001910     FD  SEASON-CTL.
001920         COPY "SEASNREC.cpy".
001930     FD  RUNLOG-FILE.
001940         COPY "RUNLOG.cpy".
002000     WORKING-STORAGE SECTION.
002100     01  WS-FILE-STATUSES.
002200         05 WS-GAME-STORE-STATUS  PIC X(2) VALUE "00".
002300         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
002310         05 WS-SEASNCTL-STATUS    PIC X(2) VALUE "00".
002312         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
002320     01  WS-SEASON-CODE           PIC X(4) VALUE SPACES.
002400     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
002500     01  WS-AGE-DAYS-X            PIC X(3) VALUE SPACES.
004900         05 WS-FORFEIT-COUNT      PIC 9(6) VALUE 0.
005000         05 WS-ABANDON-COUNT      PIC 9(6) VALUE 0.
005100         05 WS-MIRROR-COUNT       PIC 9(6) VALUE 0.
005110         05 WS-RESULTS-WRITTEN    PIC 9(6) VALUE 0.
005120         05 WS-GAMESTOR-WRITTEN   PIC 9(6) VALUE 0.
005200 PROCEDURE DIVISION.
005300     PARA-MAIN.
005400         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
006900            DISPLAY "CANNOT OPEN GAMESTOR - STATUS "
007000               WS-GAME-STORE-STATUS
007100            MOVE 16 TO RETURN-CODE
007200            PERFORM PARA-END-RUN
007300         END-IF.
007400         OPEN EXTEND RESULTS-FILE.
007500         IF WS-RESULTS-STATUS NOT = "00"
008000               WS-RESULTS-STATUS
008100            CLOSE GAME-STORE
008200            MOVE 16 TO RETURN-CODE
008300            PERFORM PARA-END-RUN
008400         END-IF.
008500         PERFORM PARA-SWEEP-FOR-CASES.
008600         PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
009300         DISPLAY "FORFEITS DECLARED:  " WS-FORFEIT-COUNT.
009400         DISPLAY "ABANDONED UNRATED:  " WS-ABANDON-COUNT.
009500         DISPLAY "MIRRORS COMPLETED:  " WS-MIRROR-COUNT.
009600         PERFORM PARA-END-RUN.
009700
009800     PARA-SET-CUTOFF.
009900         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
024000         MOVE WS-RUN-TIME TO RESULT-TIME.
024100         MOVE WS-DISPOSITION TO RESULT-DISPOSITION.
024150         MOVE WS-SEASON-CODE TO RESULT-SEASON.
024160         SET RESULT-ORIGINAL TO TRUE.
024170         MOVE SPACES TO RESULT-ADJ-REASON.
024180         MOVE 0 TO RESULT-ADJ-DATE.
024182         MOVE GAME-PLAY-MODE TO RESULT-PLAY-MODE.
024184         MOVE GAME-DECK-ID TO RESULT-DECK-ID.
024186         MOVE GAME-OVERRIDE-FLAG TO RESULT-OVERRIDE-FLAG.
024188         PERFORM PARA-STAMP-HANDICAP.
024190         MOVE GAME-SALVO-FLAG TO RESULT-SALVO-FLAG.
024200         PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
024300            MOVE SPACES TO RESULT-SHIP-NAME(WS-K)
024400            MOVE 0 TO RESULT-SHIP-TOTAL(WS-K)
024600            MOVE 0 TO RESULT-SHIP-SUNK-OPP(WS-K)
024700         END-PERFORM.
024800         WRITE RESULT-REC.
024850         IF WS-RESULTS-STATUS = "00"
024851            ADD 1 TO WS-RESULTS-WRITTEN
024852         ELSE
024853            DISPLAY "RESULTS WRITE FAILED FOR " RESULT-PLAYER-ID
024854               " - STATUS " WS-RESULTS-STATUS
024855            MOVE 12 TO RETURN-CODE
024856         END-IF.
024860
024861     PARA-STAMP-HANDICAP.
024862*        THE RATING HANDICAP RIDES ONTO THE SETTLEMENT ROW FROM
024863*        THE OWNING SIDES POINT OF VIEW - A RECORD FROM BEFORE
024864*        THE FIELDS EXISTED SETTLES AS AN EVEN GAME.
024865         MOVE SPACE TO RESULT-HCAP-TYPE.
024866         MOVE SPACE TO RESULT-HCAP-STRONG.
024867         MOVE 0 TO RESULT-HCAP-AMOUNT.
024868         MOVE 0 TO RESULT-HCAP-CREDIT.
024869         IF GAME-HCAP-AMOUNT IS NUMERIC AND
024870            GAME-HCAP-CREDIT IS NUMERIC AND
024871            NOT GAME-HCAP-NONE
024872            MOVE GAME-HCAP-TYPE TO RESULT-HCAP-TYPE
024873            IF GAME-HCAP-STRONG = "1"
024874               MOVE "P" TO RESULT-HCAP-STRONG
024875            ELSE
024876               MOVE "O" TO RESULT-HCAP-STRONG
024877            END-IF
024878            MOVE GAME-HCAP-AMOUNT TO RESULT-HCAP-AMOUNT
024879            MOVE GAME-HCAP-CREDIT TO RESULT-HCAP-CREDIT
024880         END-IF.
024900
025000     PARA-COMPLETE-THE-PAIR.
025100         MOVE "C" TO GAME-STATUS.
025200         MOVE SPACE TO GAME-IN-USE-FLAG.
025300         MOVE WS-RUN-DATE TO GAME-LAST-DATE.
025400         REWRITE GAME-REC.
025450         ADD 1 TO WS-GAMESTOR-WRITTEN.
025500         IF GAME-OPPONENT-ID NOT = SPACES AND
025600            GAME-OPPONENT-ID NOT = "COMPUTER"
025700            MOVE GAME-OPPONENT-ID TO GAME-PLAYER-ID
026800                   END-IF
026900            END-READ
027000         END-IF.
027100
027200     PARA-END-RUN.
027300*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
027400*        JOURNAL CARRIES THE RETURN CODE OF A FAILED STEP TOO.
027500         PERFORM PARA-WRITE-RUNLOG.
027600         STOP RUN.
027700
027800     PARA-WRITE-RUNLOG.
027900         OPEN EXTEND RUNLOG-FILE.
028000         IF WS-RUNLOG-STATUS NOT = "00"
028100            OPEN OUTPUT RUNLOG-FILE
028200         END-IF.
028300         IF WS-RUNLOG-STATUS NOT = "00"
028400            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
028500               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
028600         ELSE
028700            INITIALIZE RCTL-REC
028800            MOVE "BATFJUDG" TO RCTL-PROGRAM
028900            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
029000            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
029100            MOVE WS-COMMAND-LINE TO RCTL-PARM
029200            MOVE RETURN-CODE TO RCTL-RETURN-CODE
029300            MOVE 2 TO RCTL-FILE-COUNT
029400            MOVE "GAMESTOR" TO RCTL-FILE-DD(1)
029500            MOVE WS-SWEEP-COUNT TO RCTL-FILE-READ(1)
029600            COMPUTE RCTL-FILE-WRITTEN(1) =
029700               WS-GAMESTOR-WRITTEN + WS-MIRROR-COUNT
029800            MOVE "RESULTS" TO RCTL-FILE-DD(2)
029900            MOVE WS-RESULTS-WRITTEN TO RCTL-FILE-WRITTEN(2)
030000            WRITE RCTL-REC
030100            CLOSE RUNLOG-FILE
030200         END-IF.
