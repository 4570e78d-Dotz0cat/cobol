001100         SELECT GAME-ARCHIVE ASSIGN TO "GAMEARCH"
001200             ORGANIZATION IS LINE SEQUENTIAL
001300             FILE STATUS IS WS-GAME-ARCHIVE-STATUS.
001310         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001320             ORGANIZATION IS LINE SEQUENTIAL
001330             FILE STATUS IS WS-RUNLOG-STATUS.
001400 DATA DIVISION.
001500     FILE SECTION.
001600     FD  GAME-STORE.
001700         COPY "GAMESTAT.cpy".
001800     FD  GAME-ARCHIVE.
001900     01  ARCH-REC                 PIC X(729).
002000*        SAME LAYOUT AS GAME-REC - SEE GAMESTAT.cpy.
002010     FD  RUNLOG-FILE.
002020         COPY "RUNLOG.cpy".
002100     WORKING-STORAGE SECTION.
002200     01  WS-FILE-STATUSES.
002300         05 WS-GAME-STORE-STATUS   PIC X(2) VALUE "00".
002400         05 WS-GAME-ARCHIVE-STATUS PIC X(2) VALUE "00".
002410         05 WS-RUNLOG-STATUS       PIC X(2) VALUE "00".
002500     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
002600     01  WS-RETAIN-DAYS-X         PIC X(3) VALUE SPACES.
002700     01  WS-RETAIN-DAYS           PIC 9(3) VALUE 30.
005400            DISPLAY "CANNOT OPEN GAMESTOR - STATUS "
005500               WS-GAME-STORE-STATUS
005600            MOVE 16 TO RETURN-CODE
005700            PERFORM PARA-END-RUN
005800         END-IF.
005900         OPEN EXTEND GAME-ARCHIVE.
006000         IF WS-GAME-ARCHIVE-STATUS NOT = "00"
006500               WS-GAME-ARCHIVE-STATUS
006600            CLOSE GAME-STORE
006700            MOVE 16 TO RETURN-CODE
006800            PERFORM PARA-END-RUN
006900         END-IF.
007000         MOVE LOW-VALUES TO GAME-PLAYER-ID.
007100         START GAME-STORE KEY NOT < GAME-PLAYER-ID
008000         DISPLAY "RECORDS KEPT:     " WS-KEPT-COUNT.
008100         DISPLAY "RECORDS ARCHIVED: " WS-ARCH-COUNT.
008200         DISPLAY "RECORDS DELETED:  " WS-DEL-COUNT.
008300         PERFORM PARA-END-RUN.
008400
008500     PARA-SET-CUTOFF.
008600         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
013100            END-IF
013200         END-IF.
013300
013400     PARA-END-RUN.
013500*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
013600*        JOURNAL CARRIES THE RETURN CODE OF A FAILED STEP TOO.
013700         PERFORM PARA-WRITE-RUNLOG.
013800         STOP RUN.
013900
014000     PARA-WRITE-RUNLOG.
014100*        GAMESTOR WRITTEN IS THE DELETIONS - THE MORNING BALANCE
014200*        EXPECTS IT TO EQUAL THE RECORDS ARCHIVED.
014300         OPEN EXTEND RUNLOG-FILE.
014400         IF WS-RUNLOG-STATUS NOT = "00"
014500            OPEN OUTPUT RUNLOG-FILE
014600         END-IF.
014700         IF WS-RUNLOG-STATUS NOT = "00"
014800            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
014900               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
015000         ELSE
015100            INITIALIZE RCTL-REC
015200            MOVE "BATPURGE" TO RCTL-PROGRAM
015300            MOVE WS-CURRENT-DATE-TIME(1:8) TO RCTL-RUN-DATE
015400            MOVE WS-CURRENT-DATE-TIME(9:6) TO RCTL-RUN-TIME
015500            MOVE WS-COMMAND-LINE TO RCTL-PARM
015600            MOVE RETURN-CODE TO RCTL-RETURN-CODE
015700            MOVE 2 TO RCTL-FILE-COUNT
015800            MOVE "GAMESTOR" TO RCTL-FILE-DD(1)
015900            MOVE WS-READ-COUNT TO RCTL-FILE-READ(1)
016000            MOVE WS-DEL-COUNT TO RCTL-FILE-WRITTEN(1)
016100            MOVE "GAMEARCH" TO RCTL-FILE-DD(2)
016200            MOVE WS-ARCH-COUNT TO RCTL-FILE-WRITTEN(2)
016300            WRITE RCTL-REC
016400            CLOSE RUNLOG-FILE
016500         END-IF.
