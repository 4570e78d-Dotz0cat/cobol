000100 IDENTIFICATION DIVISION.
000200     PROGRAM-ID. BATLEDG.
000300 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000500     FILE-CONTROL.
000600         SELECT LEDGER-FILE ASSIGN TO "LEDGER"
000700             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS DYNAMIC
000900             RECORD KEY IS LDG-KEY
001000             FILE STATUS IS WS-LEDGER-STATUS.
001100         SELECT FEE-TABLE-FILE ASSIGN TO "FEETBL"
001200             ORGANIZATION IS LINE SEQUENTIAL
001300             FILE STATUS IS WS-FEETBL-STATUS.
001400         SELECT RESULTS-FILE ASSIGN TO "RESULTS"
001500             ORGANIZATION IS LINE SEQUENTIAL
001600             FILE STATUS IS WS-RESULTS-STATUS.
001700         SELECT CHECKPOINT-FILE ASSIGN TO "FEECHKP"
001800             ORGANIZATION IS LINE SEQUENTIAL
001900             FILE STATUS IS WS-CHKPT-STATUS.
002000         SELECT SEASFIN-FILE ASSIGN TO "SEASFIN"
002100             ORGANIZATION IS LINE SEQUENTIAL
002200             FILE STATUS IS WS-SEASFIN-STATUS.
002300         SELECT LEDG-TRAN-FILE ASSIGN TO "LEDGTRAN"
002400             ORGANIZATION IS LINE SEQUENTIAL
002500             FILE STATUS IS WS-LEDGTRAN-STATUS.
002600         SELECT PLAYER-MASTER ASSIGN TO "PLAYERS"
002700             ORGANIZATION IS INDEXED
002800             ACCESS MODE IS DYNAMIC
002900             RECORD KEY IS PLYR-PLAYER-ID
003000             FILE STATUS IS WS-PLAYERS-STATUS.
003100         SELECT LEDGRPT ASSIGN TO "LEDGRPT"
003200             ORGANIZATION IS LINE SEQUENTIAL
003300             FILE STATUS IS WS-LEDGRPT-STATUS.
003400         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
003500             ORGANIZATION IS LINE SEQUENTIAL
003600             FILE STATUS IS WS-RUNLOG-STATUS.
003700 DATA DIVISION.
003800     FILE SECTION.
003900     FD  LEDGER-FILE.
004000         COPY "LEDGREC.cpy".
004100     FD  FEE-TABLE-FILE.
004200         COPY "FEETBL.cpy".
004300     FD  RESULTS-FILE.
004400         COPY "RESLTREC.cpy".
004500     FD  CHECKPOINT-FILE.
004600         COPY "CHKPTREC.cpy".
004700     FD  SEASFIN-FILE.
004800         COPY "SEASFIN.cpy".
004900     FD  LEDG-TRAN-FILE.
005000         COPY "LEDGTRAN.cpy".
005100     FD  PLAYER-MASTER.
005200         COPY "PLYRREC.cpy".
005300     FD  LEDGRPT.
005400     01  LDG-LINE                 PIC X(132).
005500     FD  RUNLOG-FILE.
005600         COPY "RUNLOG.cpy".
005700     WORKING-STORAGE SECTION.
005800     01  WS-FILE-STATUSES.
005900         05 WS-LEDGER-STATUS      PIC X(2) VALUE "00".
006000         05 WS-FEETBL-STATUS      PIC X(2) VALUE "00".
006100         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
006200         05 WS-CHKPT-STATUS       PIC X(2) VALUE "00".
006300         05 WS-SEASFIN-STATUS     PIC X(2) VALUE "00".
006400         05 WS-LEDGTRAN-STATUS    PIC X(2) VALUE "00".
006500         05 WS-PLAYERS-STATUS     PIC X(2) VALUE "00".
006600         05 WS-LEDGRPT-STATUS     PIC X(2) VALUE "00".
006700         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
006800     01  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
006900     01  WS-FUNCTION              PIC X(1) VALUE SPACE.
007000         88 WS-FUNC-FEES          VALUE "F".
007100         88 WS-FUNC-PRIZES        VALUE "P".
007200         88 WS-FUNC-ADJUST        VALUE "A".
007300         88 WS-FUNC-STATEMENT     VALUE "S".
007400     01  WS-PARM-MONTH            PIC X(6) VALUE SPACES.
007500*        F POSTS THE FEES OF THE RESULTS ROWS SETTLED SINCE THE
007600*        LAST RUN. P POSTS THE PRIZES OF THE SEASON ON SEASFIN.
007700*        A POSTS THE TREASURERS LEDGTRAN CARDS. S[,YYYYMM] PRINTS
007800*        THE MONTHS STATEMENTS AND THE TRIAL BALANCE - THE MONTH
007900*        DEFAULTS TO THE ONE BEFORE THE RUN DATE.
008000     01  WS-EOF-FLAG              PIC X(1) VALUE "N".
008100         88 WS-EOF                VALUE "Y".
008200     01  WS-CHKPT-FOUND-FLAG      PIC X(1) VALUE "N".
008300         88 WS-CHKPT-FOUND        VALUE "Y".
008400     01  WS-CHKPT-WRITTEN-FLAG    PIC X(1) VALUE "N".
008500         88 WS-CHKPT-WRITTEN      VALUE "Y".
008600     01  WS-MASTER-OPEN-FLAG      PIC X(1) VALUE "N".
008700         88 WS-MASTER-OPEN        VALUE "Y".
008800     01  WS-FEETBL-OPEN-FLAG      PIC X(1) VALUE "N".
008900         88 WS-FEETBL-OPEN        VALUE "Y".
009000     01  WS-POST-OK-FLAG          PIC X(1) VALUE "N".
009100         88 WS-POST-OK            VALUE "Y".
009200     01  WS-OPP-HUMAN-FLAG        PIC X(1) VALUE "N".
009300         88 WS-OPP-HUMAN          VALUE "Y".
009400     01  WS-ANY-REVERSED-FLAG     PIC X(1) VALUE "N".
009500         88 WS-ANY-REVERSED       VALUE "Y".
009600     01  WS-CURRENT-DATE-TIME     PIC X(21).
009700     01  WS-RUN-DATE              PIC 9(8) VALUE 0.
009800     01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
009900         05 WS-RUN-YEAR           PIC 9(4).
010000         05 WS-RUN-MONTH          PIC 9(2).
010100         05 WS-RUN-DAY            PIC 9(2).
010200     01  WS-RUN-TIME              PIC 9(6) VALUE 0.
010300     01  WS-STMT-MONTH            PIC X(6) VALUE SPACES.
010400     01  WS-STMT-MONTH-PARTS REDEFINES WS-STMT-MONTH.
010500         05 WS-STMT-YEAR          PIC 9(4).
010600         05 WS-STMT-MM            PIC 9(2).
010700     01  WS-TXN-MONTH             PIC X(6) VALUE SPACES.
010800     01  WS-RES-THRU              PIC 9(9) VALUE 0.
010900     01  WS-CONTROL.
011000         05 WS-CTL-LAST-TXN       PIC 9(9).
011100         05 WS-CTL-GAME-TYPE OCCURS 4 TIMES.
011200            10 WS-CTL-GAMES       PIC 9(7).
011300            10 WS-CTL-GAMES-REV   PIC 9(7).
011400            10 WS-CTL-FEES        PIC 9(7).
011500            10 WS-CTL-FEE-AMT     PIC 9(9)V99.
011600            10 WS-CTL-REVS        PIC 9(7).
011700            10 WS-CTL-REV-AMT     PIC 9(9)V99.
011800         05 WS-CTL-PRIZES         PIC 9(5).
011900         05 WS-CTL-PRIZE-AMT      PIC 9(7)V99.
012000         05 WS-CTL-ADJS           PIC 9(5).
012100         05 WS-CTL-ADJ-DR-AMT     PIC 9(7)V99.
012200         05 WS-CTL-ADJ-CR-AMT     PIC 9(7)V99.
012300         05 WS-CTL-PRIZE-SEASON   PIC X(4).
012400         05 WS-CTL-TWO-SIDED OCCURS 4 TIMES.
012410            10 WS-CTL-GAMES-2S    PIC 9(7).
012420            10 WS-CTL-GAMES-REV-2S PIC 9(7).
012430         05 FILLER                PIC X(14).
012500*        WORKING COPY OF THE LEDGER CONTROL RECORD, LAID OUT AS
012600*        LDG-CTL-BODY - REWRITTEN FROM HERE AFTER EVERY POSTING SO
012700*        THE TOTALS NEVER FALL BEHIND THE TRANSACTIONS.
012800     01  WS-GT-CODE-LIST          PIC X(4) VALUE "CHPS".
012900     01  WS-GT-CODES REDEFINES WS-GT-CODE-LIST.
013000         05 WS-GT-CODE            PIC X(1) OCCURS 4 TIMES.
013100     01  WS-GT-NAME-LIST.
013200         05 FILLER                PIC X(13) VALUE "COMPUTER GAME".
013300         05 FILLER                PIC X(13) VALUE "HEAD-TO-HEAD".
013400         05 FILLER                PIC X(13) VALUE "PAIRING NIGHT".
013500         05 FILLER                PIC X(13) VALUE "SALVO GAME".
013600     01  WS-GT-NAMES REDEFINES WS-GT-NAME-LIST.
013700         05 WS-GT-NAME            PIC X(13) OCCURS 4 TIMES.
013800     01  WS-GT-SUB                PIC 9(4) VALUE 0.
013900     01  WS-REV-GT-SUB            PIC 9(4) VALUE 0.
013910     01  WS-SIDES-REVERSED        PIC 9(1) VALUE 0.
014000     01  WS-GAME-TYPE             PIC X(1) VALUE SPACE.
014100     01  WS-DISP                  PIC X(1) VALUE SPACE.
014200     01  WS-FEE-TABLE.
014300         05 WS-FEE-ENTRY OCCURS 50 TIMES.
014400            10 WS-FEE-TYPE        PIC X(1).
014500            10 WS-FEE-DISP        PIC X(1).
014600            10 WS-FEE-WIN         PIC 9(3)V99.
014700            10 WS-FEE-LOSE        PIC 9(3)V99.
014800     01  WS-FEE-COUNT             PIC 9(4) VALUE 0.
014900     01  WS-PRZ-TABLE.
015000         05 WS-PRZ-ENTRY OCCURS 50 TIMES.
015100            10 WS-PRZ-AWARD       PIC X(1).
015200            10 WS-PRZ-RANK        PIC 9(3).
015300            10 WS-PRZ-AMT         PIC 9(5)V99.
015400            10 WS-PRZ-DESC        PIC X(30).
015500     01  WS-PRZ-COUNT             PIC 9(4) VALUE 0.
015600     01  WS-RULE-SUB              PIC 9(4) VALUE 0.
015700     01  WS-FOUND-SUB             PIC 9(4) VALUE 0.
015800     01  WS-PLR-AMT               PIC 9(5)V99 VALUE 0.
015900     01  WS-OPP-AMT               PIC 9(5)V99 VALUE 0.
016000     01  WS-PLR-OUTCOME           PIC X(11) VALUE SPACES.
016100     01  WS-OPP-OUTCOME           PIC X(11) VALUE SPACES.
016200     01  WS-OPP-ID                PIC X(8) VALUE SPACES.
016300     01  WS-SIDE-ID               PIC X(8) VALUE SPACES.
016400     01  WS-SIDE-OPP              PIC X(8) VALUE SPACES.
016500     01  WS-SIDE-AMT              PIC 9(5)V99 VALUE 0.
016600     01  WS-SIDE-OUTCOME          PIC X(11) VALUE SPACES.
016700     01  WS-GAME-DATE             PIC 9(8) VALUE 0.
016800     01  WS-TXN.
016900         05 WS-TX-PLAYER          PIC X(8).
017000         05 WS-TX-DATE            PIC 9(8).
017100         05 WS-TX-TYPE            PIC X(1).
017200         05 WS-TX-DR-CR           PIC X(1).
017300         05 WS-TX-AMOUNT          PIC 9(5)V99.
017400         05 WS-TX-GAME-TYPE       PIC X(1).
017500         05 WS-TX-DISP            PIC X(1).
017600         05 WS-TX-GAME-NO         PIC 9(12).
017700         05 WS-TX-OPP             PIC X(8).
017800         05 WS-TX-SEASON          PIC X(4).
017900         05 WS-TX-REASON          PIC X(2).
018000         05 WS-TX-TEXT            PIC X(30).
018100         05 WS-TX-LINK            PIC 9(9).
018200*        THE MOVEMENT PARA-POST-TXN WRITES NEXT - THE CALLER FILLS
018300*        IT IN, THE TRANSACTION NUMBER COMES OFF THE CONTROL
018400*        RECORD.
018500     01  WS-FIND-PLAYER           PIC X(8) VALUE SPACES.
018600     01  WS-FOUND-TXN             PIC 9(9) VALUE 0.
018700     01  WS-FOUND-AMT             PIC 9(5)V99 VALUE 0.
018800     01  WS-FOUND-GT              PIC X(1) VALUE SPACE.
018900     01  WS-FOUND-DISP            PIC X(1) VALUE SPACE.
019000     01  WS-FOUND-OPP             PIC X(8) VALUE SPACES.
019100     01  WS-FOUND-SEASON          PIC X(4) VALUE SPACES.
019200     01  WS-TXN-DISP              PIC 9(9) VALUE 0.
019300     01  WS-ROW-NOTE              PIC X(50) VALUE SPACES.
019400     01  WS-EXCEPT-MSG            PIC X(60) VALUE SPACES.
019500     01  WS-CARD-MESSAGE          PIC X(40) VALUE SPACES.
019600     01  WS-CARD-OUTCOME          PIC X(40) VALUE SPACES.
019700     01  WS-PLYR-NAME             PIC X(25) VALUE SPACES.
019800     01  WS-SEASON                PIC X(4) VALUE SPACES.
019900     01  WS-COUNTERS.
020000         05 WS-LDG-READ-COUNT     PIC 9(9) VALUE 0.
020100         05 WS-LDG-WRITTEN-COUNT  PIC 9(9) VALUE 0.
020200         05 WS-RES-READ-COUNT     PIC 9(9) VALUE 0.
020300         05 WS-ROWS-CHARGED       PIC 9(6) VALUE 0.
020400         05 WS-ROWS-REVERSED      PIC 9(6) VALUE 0.
020500         05 WS-ROWS-UNCHARGED     PIC 9(6) VALUE 0.
020600         05 WS-EXCEPT-COUNT       PIC 9(6) VALUE 0.
020700         05 WS-FEE-LINES          PIC 9(6) VALUE 0.
020800         05 WS-FEE-AMT            PIC 9(9)V99 VALUE 0.
020900         05 WS-REV-LINES          PIC 9(6) VALUE 0.
021000         05 WS-REV-AMT            PIC 9(9)V99 VALUE 0.
021100         05 WS-SFN-READ-COUNT     PIC 9(6) VALUE 0.
021200         05 WS-PRIZES-POSTED      PIC 9(6) VALUE 0.
021300         05 WS-PRIZE-AMT          PIC 9(9)V99 VALUE 0.
021400         05 WS-CARD-COUNT         PIC 9(6) VALUE 0.
021500         05 WS-APPLIED-COUNT      PIC 9(6) VALUE 0.
021600         05 WS-REJECT-COUNT       PIC 9(6) VALUE 0.
021700         05 WS-STMT-COUNT         PIC 9(6) VALUE 0.
021800     01  WS-FEES-BOOKED           PIC 9(9) VALUE 0.
021900     01  WS-ST-TABLE.
022000         05 WS-ST-ENTRY OCCURS 500 TIMES.
022100            10 WS-ST-TXN-NO       PIC 9(9).
022200            10 WS-ST-DATE         PIC 9(8).
022300            10 WS-ST-TYPE         PIC X(1).
022400            10 WS-ST-DR-CR        PIC X(1).
022500            10 WS-ST-AMOUNT       PIC 9(5)V99.
022600            10 WS-ST-GAME-NO      PIC 9(12).
022700            10 WS-ST-TEXT         PIC X(30).
022800*             THE MONTHS MOVEMENTS OF ONE PLAYER - HELD UNTIL THE
022900*             PLAYER CHANGES, BECAUSE A LATE POSTING DATED EARLIER
023000*             MUST STILL COUNT IN THE OPENING BALANCE.
023100     01  WS-ST-COUNT              PIC 9(4) VALUE 0.
023200     01  WS-ST-SUB                PIC 9(4) VALUE 0.
023300     01  WS-ST-OVERFLOW           PIC 9(6) VALUE 0.
023400     01  WS-CUR-PLAYER            PIC X(8) VALUE SPACES.
023500     01  WS-SIGNED-AMT            PIC S9(9)V99 VALUE 0.
023600     01  WS-OPEN-BAL              PIC S9(11)V99 VALUE 0.
023700     01  WS-RUN-BAL               PIC S9(11)V99 VALUE 0.
023800     01  WS-PLR-DR                PIC 9(11)V99 VALUE 0.
023900     01  WS-PLR-CR                PIC 9(11)V99 VALUE 0.
024000     01  WS-LATER-COUNT           PIC 9(6) VALUE 0.
024100     01  WS-TB-TABLE.
024200         05 WS-TB-ENTRY OCCURS 1000 TIMES.
024300            10 WS-TB-PLAYER       PIC X(8).
024400            10 WS-TB-DR           PIC 9(11)V99.
024500            10 WS-TB-CR           PIC 9(11)V99.
024600     01  WS-TB-COUNT              PIC 9(4) VALUE 0.
024700     01  WS-TB-SUB                PIC 9(4) VALUE 0.
024800     01  WS-TB-OVERFLOW           PIC 9(6) VALUE 0.
024900     01  WS-RB-TOTALS.
025000         05 WS-RB-GAME-TYPE OCCURS 4 TIMES.
025100            10 WS-RB-FEES         PIC 9(7).
025200            10 WS-RB-FEE-AMT      PIC 9(9)V99.
025300            10 WS-RB-REVS         PIC 9(7).
025400            10 WS-RB-REV-AMT      PIC 9(9)V99.
025500            10 WS-RB-FLAGGED      PIC 9(7).
025600         05 WS-RB-PRIZES          PIC 9(5).
025700         05 WS-RB-PRIZE-AMT       PIC 9(7)V99.
025800         05 WS-RB-ADJS            PIC 9(5).
025900         05 WS-RB-ADJ-DR-AMT      PIC 9(7)V99.
026000         05 WS-RB-ADJ-CR-AMT      PIC 9(7)V99.
026100         05 WS-RB-UNTYPED         PIC 9(7).
026200         05 WS-RB-TOTAL-DR        PIC 9(11)V99.
026300         05 WS-RB-TOTAL-CR        PIC 9(11)V99.
026400*        THE LEDGER AS READ BACK BY THE STATEMENT RUN, TO BE TIED
026500*        TO THE CONTROL RECORD LINE BY LINE.
026600     01  WS-CTL-TOTAL-DR          PIC 9(11)V99 VALUE 0.
026700     01  WS-CTL-TOTAL-CR          PIC 9(11)V99 VALUE 0.
026800     01  WS-BAL-SUM               PIC S9(11)V99 VALUE 0.
026900     01  WS-EDIT-BAL              PIC S9(11)V99 VALUE 0.
027000     01  WS-BAL-ABS               PIC 9(11)V99 VALUE 0.
027100     01  WS-BAL-SIDE              PIC X(2) VALUE SPACES.
027200     01  WS-CMP-LABEL             PIC X(30) VALUE SPACES.
027300     01  WS-CMP-LDG-CNT           PIC 9(9) VALUE 0.
027400     01  WS-CMP-LDG-AMT           PIC 9(11)V99 VALUE 0.
027500     01  WS-CMP-CTL-CNT           PIC 9(9) VALUE 0.
027600     01  WS-CMP-CTL-AMT           PIC 9(11)V99 VALUE 0.
027700     01  WS-MISMATCH-COUNT        PIC 9(4) VALUE 0.
027800     01  WS-NET-GAMES             PIC S9(7) VALUE 0.
027900     01  WS-LOG-SUB               PIC 9(1) VALUE 0.
028000     01  WS-AMT-DISP              PIC ZZ,ZZ9.99.
028100     01  WS-MONEY-DISP            PIC ZZZ,ZZZ,ZZ9.99.
028200     01  WS-COUNT-DISP            PIC ZZZ,ZZ9.
028300     01  WS-NET-DISP              PIC -ZZZ,ZZ9.
028400     01  WS-DATE-DISP             PIC 9999/99/99.
028500 PROCEDURE DIVISION.
028600     PARA-MAIN.
028700         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
028800         UNSTRING WS-COMMAND-LINE DELIMITED BY ","
028900            INTO WS-FUNCTION WS-PARM-MONTH
029000         END-UNSTRING.
029100         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
029200         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
029300         MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME.
029400         IF NOT WS-FUNC-FEES AND NOT WS-FUNC-PRIZES AND
029500            NOT WS-FUNC-ADJUST AND NOT WS-FUNC-STATEMENT
029600            DISPLAY "PARM MUST BE F, P, A OR S[,YYYYMM]"
029700            MOVE 16 TO RETURN-CODE
029800            PERFORM PARA-END-RUN
029900         END-IF.
030000         IF WS-FUNC-STATEMENT
030100            PERFORM PARA-SET-MONTH
030200         END-IF.
030300         PERFORM PARA-OPEN-LEDGER.
030400         OPEN OUTPUT LEDGRPT.
030500         IF WS-LEDGRPT-STATUS NOT = "00"
030600            DISPLAY "CANNOT OPEN LEDGRPT - STATUS "
030700               WS-LEDGRPT-STATUS
030800            MOVE 16 TO RETURN-CODE
030900            PERFORM PARA-END-RUN
031000         END-IF.
031100         IF WS-FUNC-FEES
031200            PERFORM PARA-POST-FEES
031300         END-IF.
031400         IF WS-FUNC-PRIZES
031500            PERFORM PARA-POST-PRIZES
031600         END-IF.
031700         IF WS-FUNC-ADJUST
031800            PERFORM PARA-APPLY-ADJUSTMENTS
031900         END-IF.
032000         IF WS-FUNC-STATEMENT
032100            PERFORM PARA-STATEMENTS
032200         END-IF.
032300         CLOSE LEDGRPT.
032400         CLOSE LEDGER-FILE.
032500         PERFORM PARA-END-RUN.
032600
032700     PARA-OPEN-LEDGER.
032800*        THE FIRST POSTING RUN EVER FINDS NO LEDGER AND BUILDS AN
032900*        EMPTY ONE, AS BATPMNT DOES FOR PLAYERS. THE STATEMENT RUN
033000*        ONLY READS - WITH NO LEDGER THERE IS NOTHING TO STATE.
033100         IF WS-FUNC-STATEMENT
033200            OPEN INPUT LEDGER-FILE
033300         ELSE
033400            OPEN I-O LEDGER-FILE
033500            IF WS-LEDGER-STATUS = "35" OR
033600               WS-LEDGER-STATUS = "05"
033700               CLOSE LEDGER-FILE
033800               OPEN OUTPUT LEDGER-FILE
033900               CLOSE LEDGER-FILE
034000               OPEN I-O LEDGER-FILE
034100            END-IF
034200         END-IF.
034300         IF WS-LEDGER-STATUS NOT = "00"
034400            DISPLAY "CANNOT OPEN LEDGER - STATUS "
034500               WS-LEDGER-STATUS
034600            MOVE 16 TO RETURN-CODE
034700            PERFORM PARA-END-RUN
034800         END-IF.
034900         PERFORM PARA-READ-CONTROL.
035000
035100     PARA-READ-CONTROL.
035200         MOVE SPACES TO LDG-PLAYER-ID.
035300         MOVE 0 TO LDG-TXN-NO.
035400         READ LEDGER-FILE
035500             INVALID KEY
035600                INITIALIZE WS-CONTROL
035700                IF NOT WS-FUNC-STATEMENT
035800                   PERFORM PARA-WRITE-CONTROL
035900                END-IF
036000             NOT INVALID KEY
036100                ADD 1 TO WS-LDG-READ-COUNT
036200                MOVE LDG-BODY TO WS-CONTROL
036300         END-READ.
036400
036500     PARA-WRITE-CONTROL.
036600         MOVE SPACES TO LDG-REC.
036700         MOVE SPACES TO LDG-PLAYER-ID.
036800         MOVE 0 TO LDG-TXN-NO.
036900         MOVE WS-CONTROL TO LDG-BODY.
037000         WRITE LDG-REC
037100             INVALID KEY
037200                DISPLAY "CANNOT WRITE LEDGER CONTROL RECORD - "
037300                   "STATUS "
037400                   WS-LEDGER-STATUS
037500                MOVE 16 TO RETURN-CODE
037600                PERFORM PARA-END-RUN
037700         END-WRITE.
037800         ADD 1 TO WS-LDG-WRITTEN-COUNT.
037900
038000     PARA-REWRITE-CONTROL.
038100         MOVE SPACES TO LDG-PLAYER-ID.
038200         MOVE 0 TO LDG-TXN-NO.
038300         MOVE WS-CONTROL TO LDG-BODY.
038400         REWRITE LDG-REC
038500             INVALID KEY
038600                DISPLAY "LEDGER CONTROL REWRITE FAILED - STATUS "
038700                   WS-LEDGER-STATUS
038800                   " - TRIAL BALANCE WILL NOT TIE"
038900                MOVE 12 TO RETURN-CODE
039000         END-REWRITE.
039100         IF WS-LEDGER-STATUS = "00"
039200            ADD 1 TO WS-LDG-WRITTEN-COUNT
039300         END-IF.
039400
039500     PARA-POST-TXN.
039600*        WRITES THE MOVEMENT BUILT IN WS-TXN UNDER THE NEXT
039700*        TRANSACTION NUMBER. THE CALLER BOOKS IT TO THE CONTROL
039800*        TOTALS ONLY WHEN WS-POST-OK COMES BACK SET.
039900         MOVE "N" TO WS-POST-OK-FLAG.
040000         ADD 1 TO WS-CTL-LAST-TXN.
040100         MOVE SPACES TO LDG-REC.
040200         MOVE WS-TX-PLAYER TO LDG-PLAYER-ID.
040300         MOVE WS-CTL-LAST-TXN TO LDG-TXN-NO.
040400         MOVE WS-TX-DATE TO LDG-TXN-DATE.
040500         MOVE WS-RUN-DATE TO LDG-POST-DATE.
040600         MOVE WS-TX-TYPE TO LDG-TXN-TYPE.
040700         MOVE WS-TX-DR-CR TO LDG-DR-CR.
040800         MOVE WS-TX-AMOUNT TO LDG-AMOUNT.
040900         MOVE WS-TX-GAME-TYPE TO LDG-GAME-TYPE.
041000         MOVE WS-TX-DISP TO LDG-DISPOSITION.
041100         MOVE WS-TX-GAME-NO TO LDG-GAME-NO.
041200         MOVE WS-TX-OPP TO LDG-OPPONENT-ID.
041300         MOVE WS-TX-SEASON TO LDG-SEASON.
041400         MOVE WS-TX-REASON TO LDG-REASON.
041500         MOVE WS-TX-TEXT TO LDG-TEXT.
041600         MOVE "N" TO LDG-REVERSED-FLAG.
041700         MOVE WS-TX-LINK TO LDG-LINK-TXN-NO.
041800         WRITE LDG-REC
041900             INVALID KEY
042000                DISPLAY "LEDGER WRITE FAILED FOR " WS-TX-PLAYER
042100                   " TXN " WS-CTL-LAST-TXN " - STATUS "
042200                   WS-LEDGER-STATUS
042300                MOVE 12 TO RETURN-CODE
042400             NOT INVALID KEY
042500                ADD 1 TO WS-LDG-WRITTEN-COUNT
042600                SET WS-POST-OK TO TRUE
042700         END-WRITE.
042800
042900     PARA-LOAD-FEETBL.
043000*        ROWS THAT DO NOT PARSE ARE LISTED AND LEFT OUT - A GAME
043100*        WITH NO USABLE ROW THEN SHOWS AS AN EXCEPTION RATHER THAN
043200*        BEING CHARGED FROM A MIS-KEYED AMOUNT.
043300         OPEN INPUT FEE-TABLE-FILE.
043400         IF WS-FEETBL-STATUS NOT = "00"
043500            DISPLAY "CANNOT OPEN FEETBL - STATUS "
043600               WS-FEETBL-STATUS
043700         ELSE
043800            SET WS-FEETBL-OPEN TO TRUE
043900            PERFORM PARA-READ-FEE-ROW UNTIL WS-EOF
044000            CLOSE FEE-TABLE-FILE
044100            MOVE "N" TO WS-EOF-FLAG
044200         END-IF.
044300
044400     PARA-READ-FEE-ROW.
044500         READ FEE-TABLE-FILE
044600             AT END
044700                SET WS-EOF TO TRUE
044800             NOT AT END
044900                PERFORM PARA-STORE-FEE-ROW
045000         END-READ.
045100
045200     PARA-STORE-FEE-ROW.
045300         IF FEE-GAME-RULE
045400            IF WS-FEE-COUNT < 50
045500               AND FEE-WIN-AMT IS NUMERIC
045600               AND FEE-LOSE-AMT IS NUMERIC
045700               AND (FEE-DISPOSITION = "N" OR "F" OR "A")
045800               AND (FEE-GAME-TYPE = "C" OR "H" OR "P" OR "S")
045900               ADD 1 TO WS-FEE-COUNT
046000               MOVE FEE-GAME-TYPE TO WS-FEE-TYPE(WS-FEE-COUNT)
046100               MOVE FEE-DISPOSITION TO WS-FEE-DISP(WS-FEE-COUNT)
046200               MOVE FEE-WIN-AMT TO WS-FEE-WIN(WS-FEE-COUNT)
046300               MOVE FEE-LOSE-AMT TO WS-FEE-LOSE(WS-FEE-COUNT)
046400            ELSE
046500               DISPLAY "FEETBL ROW IGNORED: " FEE-ROW
046600            END-IF
046700         ELSE
046800            IF FEE-PRIZE-RULE
046900               IF WS-PRZ-COUNT < 50
047000                  AND FEE-PRIZE-RANK IS NUMERIC
047100                  AND FEE-PRIZE-AMT IS NUMERIC
047200                  AND (FEE-PLACE-PRIZE OR FEE-WINS-PRIZE)
047300                  ADD 1 TO WS-PRZ-COUNT
047400                  MOVE FEE-PRIZE-AWARD
047500                     TO WS-PRZ-AWARD(WS-PRZ-COUNT)
047600                  MOVE FEE-PRIZE-RANK TO WS-PRZ-RANK(WS-PRZ-COUNT)
047700                  MOVE FEE-PRIZE-AMT TO WS-PRZ-AMT(WS-PRZ-COUNT)
047800                  MOVE FEE-DESC TO WS-PRZ-DESC(WS-PRZ-COUNT)
047900               ELSE
048000                  DISPLAY "FEETBL ROW IGNORED: " FEE-ROW
048100               END-IF
048200            ELSE
048300               IF FEE-ROW-TYPE NOT = "*"
048400                  DISPLAY "FEETBL ROW IGNORED: " FEE-ROW
048500               END-IF
048600            END-IF
048700         END-IF.
048800
048900
049000     PARA-POST-FEES.
049100         PERFORM PARA-READ-CHECKPOINT.
049200         PERFORM PARA-LOAD-FEETBL.
049300         IF WS-FEE-COUNT = 0
049400            DISPLAY "NO USABLE FEE ROWS ON FEETBL - FEES NOT "
049500               "POSTED, FEECHKP NOT ADVANCED"
049600            MOVE 16 TO RETURN-CODE
049700            PERFORM PARA-END-RUN
049800         END-IF.
049900         OPEN INPUT RESULTS-FILE.
050000         IF WS-RESULTS-STATUS NOT = "00"
050100            DISPLAY "CANNOT OPEN RESULTS - STATUS "
050200               WS-RESULTS-STATUS
050300            MOVE 16 TO RETURN-CODE
050400            PERFORM PARA-END-RUN
050500         END-IF.
050600         MOVE 0 TO WS-FEES-BOOKED.
050700         PERFORM VARYING WS-GT-SUB FROM 1 BY 1 UNTIL WS-GT-SUB > 4
050800            ADD WS-CTL-FEES(WS-GT-SUB) TO WS-FEES-BOOKED
050900         END-PERFORM.
051000         IF WS-FEES-BOOKED > 0 AND NOT WS-CHKPT-FOUND
051100            PERFORM PARA-GUARD-FIRST-CUT
051200         END-IF.
051300         MOVE SPACES TO LDG-LINE.
051400         MOVE "BATTLE LEAGUE LEDGER - FEE POSTING - " TO LDG-LINE.
051500         MOVE WS-RUN-DATE TO LDG-LINE(38:8).
051600         WRITE LDG-LINE.
051700         MOVE SPACES TO LDG-LINE.
051800         MOVE "RESULTS ROWS AFTER " TO LDG-LINE.
051900         MOVE WS-RES-THRU TO LDG-LINE(20:9).
052000         WRITE LDG-LINE.
052100         MOVE SPACES TO LDG-LINE.
052200         WRITE LDG-LINE.
052300         MOVE SPACES TO LDG-LINE.
052400         MOVE "GAME NO" TO LDG-LINE(1:7).
052500         MOVE "GAME TYPE" TO LDG-LINE(15:9).
052600         MOVE "D" TO LDG-LINE(30:1).
052700         MOVE "E" TO LDG-LINE(32:1).
052800         MOVE "PLAYER" TO LDG-LINE(35:6).
052900         MOVE "AMOUNT" TO LDG-LINE(47:6).
053000         MOVE "OPPONENT" TO LDG-LINE(55:8).
053100         MOVE "AMOUNT" TO LDG-LINE(67:6).
053200         MOVE "NOTE" TO LDG-LINE(75:4).
053300         WRITE LDG-LINE.
053400         PERFORM PARA-READ-RESULT UNTIL WS-EOF.
053500         CLOSE RESULTS-FILE.
053600         PERFORM PARA-WRITE-CHECKPOINT.
053700         PERFORM PARA-PRINT-FEE-TOTALS.
053800         IF WS-EXCEPT-COUNT > 0 AND RETURN-CODE < 4
053900            MOVE 4 TO RETURN-CODE
054000         END-IF.
054100
054200     PARA-READ-CHECKPOINT.
054300*        AN ALLOCATED BUT EMPTY FEECHKP IS WHAT THE BATROLLJB
054400*        SWEEP LEAVES BEHIND - A FOUND ZERO CHECKPOINT AGAINST THE
054500*        EMPTIED RESULTS FILE. ONLY A CHECKPOINT THAT CANNOT BE
054600*        OPENED AT ALL IS TREATED AS THE FIRST RUN.
054700         OPEN INPUT CHECKPOINT-FILE.
054800         IF WS-CHKPT-STATUS = "00"
054900            READ CHECKPOINT-FILE
055000               AT END
055100                  MOVE 0 TO WS-RES-THRU
055200                  SET WS-CHKPT-FOUND TO TRUE
055300               NOT AT END
055400                  MOVE CHKPT-RESULTS-THRU TO WS-RES-THRU
055500                  SET WS-CHKPT-FOUND TO TRUE
055600            END-READ
055700            CLOSE CHECKPOINT-FILE
055800         ELSE
055900            MOVE 0 TO WS-RES-THRU
056000         END-IF.
056100
056200     PARA-WRITE-CHECKPOINT.
056300*        A LEDGER WRITE THAT FAILED PART WAY IS LISTED ON THE
056400*        CONSOLE AND SETTLED BY AN ADJUSTMENT CARD - THE ROWS THAT
056500*        DID POST MUST NOT BE CHARGED A SECOND TIME, SO THE
056600*        CHECKPOINT STILL MOVES ON.
056700         OPEN OUTPUT CHECKPOINT-FILE.
056800         IF WS-CHKPT-STATUS NOT = "00"
056900            DISPLAY "CANNOT WRITE FEECHKP - STATUS "
057000               WS-CHKPT-STATUS
057100               " - NEXT RUN WILL CHARGE TONIGHTS GAMES AGAIN"
057200            MOVE 8 TO RETURN-CODE
057300         ELSE
057400            MOVE "BATLEDG" TO CHKPT-JOB-ID
057500            MOVE WS-RES-READ-COUNT TO CHKPT-RESULTS-THRU
057600            MOVE 0 TO CHKPT-MOVES-THRU
057700            MOVE WS-RUN-DATE TO CHKPT-LAST-DATE
057800            MOVE WS-RUN-TIME TO CHKPT-LAST-TIME
057900            WRITE CHKPT-REC
058000            SET WS-CHKPT-WRITTEN TO TRUE
058100            CLOSE CHECKPOINT-FILE
058200         END-IF.
058300
058400     PARA-GUARD-FIRST-CUT.
058500*        FEES ALREADY ON THE LEDGER BUT NO OPENABLE FEECHKP MEANS
058600*        THE CHECKPOINT WAS LOST - CHARGING THE WHOLE RESULTS FILE
058700*        AGAIN WOULD BILL EVERY GAME TWICE. REFUSE UNLESS THE
058800*        RESULTS FILE IS EMPTY, WHEN THIS RUN SEEDS THE
058900*        CHECKPOINT.
059000         READ RESULTS-FILE
059100             AT END
059200                SET WS-EOF TO TRUE
059300             NOT AT END
059400                DISPLAY "LEDGER ALREADY HOLDS FEES BUT NO "
059500                   "FEECHKP EXISTS - CHARGING THE RESULTS FILE "
059600                   "WOULD DOUBLE-BILL THE LEAGUE"
059700                DISPLAY "RESTORE FEECHKP OR ROLL THE HISTORY "
059800                   "WITH BATROLLJB BEFORE THE NEXT FEE RUN"
059900                CLOSE RESULTS-FILE
060000                MOVE 16 TO RETURN-CODE
060100                PERFORM PARA-END-RUN
060200         END-READ.
060300
060400     PARA-READ-RESULT.
060500         READ RESULTS-FILE
060600             AT END
060700                SET WS-EOF TO TRUE
060800             NOT AT END
060900                ADD 1 TO WS-RES-READ-COUNT
061000                IF WS-RES-READ-COUNT > WS-RES-THRU
061100                   PERFORM PARA-FEE-ONE-ROW
061200                END-IF
061300         END-READ.
061400
061500     PARA-FEE-ONE-ROW.
061600*        UNATTENDED BATCH GAMES HAVE NO ENTRANT TO CHARGE. A
061700*        REVERSAL ROW TAKES BACK THE FEES OF THE GAME IT REVERSES,
061800*        A CORRECTION ROW IS A NEW SETTLEMENT AND IS CHARGED AS
061900*        ONE.
062000         IF RESULT-PLAY-MODE = "B"
062100            ADD 1 TO WS-ROWS-UNCHARGED
062200         ELSE
062300            PERFORM PARA-CLASSIFY-GAME
062400            IF RESULT-REVERSAL
062500               PERFORM PARA-FEE-REVERSE
062600            ELSE
062700               PERFORM PARA-FEE-CHARGE
062800            END-IF
062900         END-IF.
063000
063100     PARA-CLASSIFY-GAME.
063200*        SALVO RULES DECIDE THE SCALE WHOEVER PLAYED, THEN A GAME
063300*        FROM THE PAIRING NIGHT DRAW, THEN THE OPPONENT.
063400         MOVE "N" TO WS-OPP-HUMAN-FLAG.
063500         IF RESULT-OPPONENT-ID NOT = SPACES
063600            AND RESULT-OPPONENT-ID NOT = "COMPUTER"
063700            AND RESULT-OPPONENT-ID NOT = "COMPUTR1"
063800            SET WS-OPP-HUMAN TO TRUE
063900         END-IF.
064000         EVALUATE TRUE
064100            WHEN RESULT-SALVO-GAME
064200               MOVE 4 TO WS-GT-SUB
064300            WHEN RESULT-PLAY-MODE = "P"
064400               MOVE 3 TO WS-GT-SUB
064500            WHEN WS-OPP-HUMAN
064600               MOVE 2 TO WS-GT-SUB
064700            WHEN OTHER
064800               MOVE 1 TO WS-GT-SUB
064900         END-EVALUATE.
065000         MOVE WS-GT-CODE(WS-GT-SUB) TO WS-GAME-TYPE.
065100         MOVE RESULT-DISPOSITION TO WS-DISP.
065200         IF WS-DISP = SPACE
065300            MOVE "N" TO WS-DISP
065400         END-IF.
065500         IF WS-OPP-HUMAN
065600            MOVE RESULT-OPPONENT-ID TO WS-OPP-ID
065700         ELSE
065800            IF RESULT-OPPONENT-ID = SPACES
065900               MOVE "COMPUTER" TO WS-OPP-ID
066000            ELSE
066100               MOVE RESULT-OPPONENT-ID TO WS-OPP-ID
066200            END-IF
066300         END-IF.
066400         IF RESULT-DATE IS NUMERIC AND RESULT-DATE > 0
066500            MOVE RESULT-DATE TO WS-GAME-DATE
066600         ELSE
066700            MOVE WS-RUN-DATE TO WS-GAME-DATE
066800         END-IF.
066900
067000     PARA-FIND-FEE-RULE.
067100*        THE ROW FOR THE GAME TYPE AND DISPOSITION, FAILING THAT
067200*        THE GAME TYPES "N" ROW.
067300         MOVE 0 TO WS-FOUND-SUB.
067400         PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
067500                 UNTIL WS-RULE-SUB > WS-FEE-COUNT
067600                    OR WS-FOUND-SUB > 0
067700            IF WS-FEE-TYPE(WS-RULE-SUB) = WS-GAME-TYPE
067800               AND WS-FEE-DISP(WS-RULE-SUB) = WS-DISP
067900               MOVE WS-RULE-SUB TO WS-FOUND-SUB
068000            END-IF
068100         END-PERFORM.
068200         PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
068300                 UNTIL WS-RULE-SUB > WS-FEE-COUNT
068400                    OR WS-FOUND-SUB > 0
068500            IF WS-FEE-TYPE(WS-RULE-SUB) = WS-GAME-TYPE
068600               AND WS-FEE-DISP(WS-RULE-SUB) = "N"
068700               MOVE WS-RULE-SUB TO WS-FOUND-SUB
068800            END-IF
068900         END-PERFORM.
069000
069100     PARA-FEE-CHARGE.
069200         PERFORM PARA-FIND-FEE-RULE.
069300         IF WS-FOUND-SUB = 0
069400            MOVE RESULT-PLAYER-ID TO WS-SIDE-ID
069500            MOVE SPACES TO WS-EXCEPT-MSG
069600            STRING "NO FEETBL ROW FOR GAME TYPE " WS-GAME-TYPE
069700               " - GAME NOT CHARGED" DELIMITED BY SIZE
069800               INTO WS-EXCEPT-MSG
069900            END-STRING
070000            PERFORM PARA-PRINT-EXCEPTION
070100         ELSE
070200            PERFORM PARA-PRICE-GAME
070300            MOVE RESULT-PLAYER-ID TO WS-SIDE-ID
070400            MOVE WS-OPP-ID TO WS-SIDE-OPP
070500            MOVE WS-PLR-AMT TO WS-SIDE-AMT
070600            MOVE WS-PLR-OUTCOME TO WS-SIDE-OUTCOME
070700            PERFORM PARA-POST-ONE-FEE
070800            IF WS-OPP-HUMAN
070900               MOVE WS-OPP-ID TO WS-SIDE-ID
071000               MOVE RESULT-PLAYER-ID TO WS-SIDE-OPP
071100               MOVE WS-OPP-AMT TO WS-SIDE-AMT
071200               MOVE WS-OPP-OUTCOME TO WS-SIDE-OUTCOME
071300               PERFORM PARA-POST-ONE-FEE
071310               ADD 1 TO WS-CTL-GAMES-2S(WS-GT-SUB)
071400            END-IF
071500            ADD 1 TO WS-CTL-GAMES(WS-GT-SUB)
071600            ADD 1 TO WS-ROWS-CHARGED
071700            PERFORM PARA-REWRITE-CONTROL
071800            MOVE SPACES TO WS-ROW-NOTE
071900            IF RESULT-CORRECTION
072000               MOVE "CORRECTED SETTLEMENT - REASON" TO WS-ROW-NOTE
072100               MOVE RESULT-ADJ-REASON TO WS-ROW-NOTE(31:2)
072200            END-IF
072300            PERFORM PARA-PRINT-FEE-ROW
072400         END-IF.
072500
072600     PARA-PRICE-GAME.
072700*        AN ABANDONED GAME HAS NO WINNER - BOTH SIDES PAY THE LOSE
072800*        AMOUNT. OTHERWISE THE SETTLED WINNER PAYS THE WIN
072900*        AMOUNT AND THE OTHER SIDE - ON A FORFEIT THE ONE THAT
073000*        WALKED AWAY - THE LOSE AMOUNT.
073100         IF WS-DISP = "A"
073200            MOVE WS-FEE-LOSE(WS-FOUND-SUB) TO WS-PLR-AMT
073300            MOVE WS-FEE-LOSE(WS-FOUND-SUB) TO WS-OPP-AMT
073400            MOVE "ABANDONED" TO WS-PLR-OUTCOME
073500            MOVE "ABANDONED" TO WS-OPP-OUTCOME
073600         ELSE
073700            IF RESULT-WINNER = RESULT-PLAYER-ID
073800               MOVE WS-FEE-WIN(WS-FOUND-SUB) TO WS-PLR-AMT
073900               MOVE WS-FEE-LOSE(WS-FOUND-SUB) TO WS-OPP-AMT
074000               MOVE "WON" TO WS-PLR-OUTCOME
074100               MOVE "LOST" TO WS-OPP-OUTCOME
074200               IF WS-DISP = "F"
074300                  MOVE "FORFEIT WIN" TO WS-PLR-OUTCOME
074400                  MOVE "FORFEITED" TO WS-OPP-OUTCOME
074500               END-IF
074600            ELSE
074700               MOVE WS-FEE-LOSE(WS-FOUND-SUB) TO WS-PLR-AMT
074800               MOVE WS-FEE-WIN(WS-FOUND-SUB) TO WS-OPP-AMT
074900               MOVE "LOST" TO WS-PLR-OUTCOME
075000               MOVE "WON" TO WS-OPP-OUTCOME
075100               IF WS-DISP = "F"
075200                  MOVE "FORFEITED" TO WS-PLR-OUTCOME
075300                  MOVE "FORFEIT WIN" TO WS-OPP-OUTCOME
075400               END-IF
075500            END-IF
075600         END-IF.
075700
075800     PARA-POST-ONE-FEE.
075900*        A ZERO FEE IS STILL POSTED SO EVERY CHARGED GAME HAS ITS
076000*        LINES ON THE LEDGER AND THE COUNTS TIE.
076100         MOVE WS-SIDE-ID TO WS-TX-PLAYER.
076200         MOVE WS-GAME-DATE TO WS-TX-DATE.
076300         MOVE "F" TO WS-TX-TYPE.
076400         MOVE "D" TO WS-TX-DR-CR.
076500         MOVE WS-SIDE-AMT TO WS-TX-AMOUNT.
076600         MOVE WS-GAME-TYPE TO WS-TX-GAME-TYPE.
076700         MOVE WS-DISP TO WS-TX-DISP.
076800         MOVE RESULT-GAME-NO TO WS-TX-GAME-NO.
076900         MOVE WS-SIDE-OPP TO WS-TX-OPP.
077000         MOVE RESULT-SEASON TO WS-TX-SEASON.
077100         MOVE RESULT-ADJ-REASON TO WS-TX-REASON.
077200         MOVE SPACES TO WS-TX-TEXT.
077300         STRING WS-GT-NAME(WS-GT-SUB) DELIMITED BY "  "
077400            " - " DELIMITED BY SIZE
077500            WS-SIDE-OUTCOME DELIMITED BY "  "
077600            INTO WS-TX-TEXT
077700         END-STRING.
077800         MOVE 0 TO WS-TX-LINK.
077900         PERFORM PARA-POST-TXN.
078000         IF WS-POST-OK
078100            ADD 1 TO WS-CTL-FEES(WS-GT-SUB)
078200            ADD WS-SIDE-AMT TO WS-CTL-FEE-AMT(WS-GT-SUB)
078300            ADD 1 TO WS-FEE-LINES
078400            ADD WS-SIDE-AMT TO WS-FEE-AMT
078500         END-IF.
078600
078700     PARA-FEE-REVERSE.
078800*        EACH PLAYER OF THE GAME GETS BACK THE LATEST FEE FOR IT
078900*        NOT ALREADY TAKEN BACK - THE FEE IS MARKED REVERSED AND A
079000*        CREDIT POSTED AGAINST IT.
079100         MOVE "N" TO WS-ANY-REVERSED-FLAG.
079200         MOVE 0 TO WS-REV-GT-SUB.
079210         MOVE 0 TO WS-SIDES-REVERSED.
079300         MOVE SPACES TO WS-ROW-NOTE.
079400         IF RESULT-GAME-NO IS NOT NUMERIC OR RESULT-GAME-NO = 0
079500            MOVE RESULT-PLAYER-ID TO WS-SIDE-ID
079600            MOVE "NO GAME NUMBER ON THE ROW - FEE NOT REVERSED"
079700               TO WS-EXCEPT-MSG
079800            PERFORM PARA-PRINT-EXCEPTION
079900         ELSE
080000            MOVE RESULT-PLAYER-ID TO WS-FIND-PLAYER
080100            PERFORM PARA-REVERSE-ONE-SIDE
080200            IF WS-OPP-HUMAN
080300               MOVE WS-OPP-ID TO WS-FIND-PLAYER
080400               PERFORM PARA-REVERSE-ONE-SIDE
080500            END-IF
080600         END-IF.
080700         IF WS-ANY-REVERSED
080800            ADD 1 TO WS-CTL-GAMES-REV(WS-REV-GT-SUB)
080810            IF WS-SIDES-REVERSED > 1
080820               ADD 1 TO WS-CTL-GAMES-REV-2S(WS-REV-GT-SUB)
080830            END-IF
080900            ADD 1 TO WS-ROWS-REVERSED
081000            PERFORM PARA-REWRITE-CONTROL
081100            MOVE "FEES REVERSED - REASON" TO WS-ROW-NOTE
081200            MOVE RESULT-ADJ-REASON TO WS-ROW-NOTE(24:2)
081300            MOVE 0 TO WS-PLR-AMT
081400            MOVE 0 TO WS-OPP-AMT
081500            PERFORM PARA-PRINT-FEE-ROW
081600         END-IF.
081700
081800     PARA-REVERSE-ONE-SIDE.
081900         PERFORM PARA-FIND-LIVE-FEE.
082000         IF WS-FOUND-TXN = 0
082100            MOVE WS-FIND-PLAYER TO WS-SIDE-ID
082200            MOVE "NO UNREVERSED FEE FOR THE GAME ON THE LEDGER"
082300               TO WS-EXCEPT-MSG
082400            PERFORM PARA-PRINT-EXCEPTION
082500         ELSE
082600            MOVE WS-FIND-PLAYER TO WS-TX-PLAYER
082700            IF RESULT-ADJ-DATE IS NUMERIC AND RESULT-ADJ-DATE > 0
082800               MOVE RESULT-ADJ-DATE TO WS-TX-DATE
082900            ELSE
083000               MOVE WS-RUN-DATE TO WS-TX-DATE
083100            END-IF
083200            MOVE "R" TO WS-TX-TYPE
083300            MOVE "C" TO WS-TX-DR-CR
083400            MOVE WS-FOUND-AMT TO WS-TX-AMOUNT
083500            MOVE WS-FOUND-GT TO WS-TX-GAME-TYPE
083600            MOVE WS-FOUND-DISP TO WS-TX-DISP
083700            MOVE RESULT-GAME-NO TO WS-TX-GAME-NO
083800            MOVE WS-FOUND-OPP TO WS-TX-OPP
083900            MOVE WS-FOUND-SEASON TO WS-TX-SEASON
084000            MOVE RESULT-ADJ-REASON TO WS-TX-REASON
084100            MOVE WS-FOUND-TXN TO WS-TXN-DISP
084200            MOVE SPACES TO WS-TX-TEXT
084300            STRING "REVERSAL OF FEE TXN " WS-TXN-DISP
084400               DELIMITED BY SIZE INTO WS-TX-TEXT
084500            END-STRING
084600            MOVE WS-FOUND-TXN TO WS-TX-LINK
084700            PERFORM PARA-POST-TXN
084800            IF WS-POST-OK
084900               PERFORM PARA-MARK-REVERSED
085000            END-IF
085100         END-IF.
085200
085300     PARA-MARK-REVERSED.
085400         PERFORM VARYING WS-GT-SUB FROM 1 BY 1
085500                 UNTIL WS-GT-SUB > 4
085600                    OR WS-GT-CODE(WS-GT-SUB) = WS-FOUND-GT
085700            CONTINUE
085800         END-PERFORM.
085900         IF WS-GT-SUB > 4
086000            MOVE 1 TO WS-GT-SUB
086100         END-IF.
086200         ADD 1 TO WS-CTL-REVS(WS-GT-SUB).
086300         ADD WS-FOUND-AMT TO WS-CTL-REV-AMT(WS-GT-SUB).
086400         ADD 1 TO WS-REV-LINES.
086500         ADD WS-FOUND-AMT TO WS-REV-AMT.
086600         MOVE WS-GT-SUB TO WS-REV-GT-SUB.
086700         SET WS-ANY-REVERSED TO TRUE.
086710         ADD 1 TO WS-SIDES-REVERSED.
086800         MOVE WS-FIND-PLAYER TO LDG-PLAYER-ID.
086900         MOVE WS-FOUND-TXN TO LDG-TXN-NO.
087000         READ LEDGER-FILE
087100             INVALID KEY
087200                DISPLAY "FEE TXN " WS-FOUND-TXN " OF "
087300                   WS-FIND-PLAYER
087400                   " VANISHED - NOT MARKED REVERSED"
087500                MOVE 12 TO RETURN-CODE
087600             NOT INVALID KEY
087700                MOVE "Y" TO LDG-REVERSED-FLAG
087800                MOVE WS-CTL-LAST-TXN TO LDG-LINK-TXN-NO
087900                REWRITE LDG-REC
088000                    INVALID KEY
088100                       DISPLAY "REVERSED MARK FAILED ON FEE TXN "
088200                          WS-FOUND-TXN " - STATUS "
088300                          WS-LEDGER-STATUS
088400                       MOVE 12 TO RETURN-CODE
088500                    NOT INVALID KEY
088600                       ADD 1 TO WS-LDG-WRITTEN-COUNT
088700                END-REWRITE
088800         END-READ.
088900
089000     PARA-FIND-LIVE-FEE.
089100*        THE PLAYERS ACCOUNT IS READ THROUGH IN TRANSACTION ORDER,
089200*        SO THE LAST MATCH KEPT IS THE LATEST FEE FOR THE GAME.
089300         MOVE 0 TO WS-FOUND-TXN.
089400         MOVE WS-FIND-PLAYER TO LDG-PLAYER-ID.
089500         MOVE 0 TO LDG-TXN-NO.
089600         START LEDGER-FILE KEY NOT < LDG-KEY
089700            INVALID KEY
089800               MOVE "10" TO WS-LEDGER-STATUS
089900         END-START.
090000         PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
090100            READ LEDGER-FILE NEXT
090200               AT END
090300                  MOVE "10" TO WS-LEDGER-STATUS
090400               NOT AT END
090500                  IF LDG-PLAYER-ID NOT = WS-FIND-PLAYER
090600                     MOVE "10" TO WS-LEDGER-STATUS
090700                  ELSE
090800                     ADD 1 TO WS-LDG-READ-COUNT
090900                     IF LDG-FEE AND NOT LDG-REVERSED
091000                        AND LDG-GAME-NO = RESULT-GAME-NO
091100                        MOVE LDG-TXN-NO TO WS-FOUND-TXN
091200                        MOVE LDG-AMOUNT TO WS-FOUND-AMT
091300                        MOVE LDG-GAME-TYPE TO WS-FOUND-GT
091400                        MOVE LDG-DISPOSITION TO WS-FOUND-DISP
091500                        MOVE LDG-OPPONENT-ID TO WS-FOUND-OPP
091600                        MOVE LDG-SEASON TO WS-FOUND-SEASON
091700                     END-IF
091800                  END-IF
091900            END-READ
092000         END-PERFORM.
092100         MOVE "00" TO WS-LEDGER-STATUS.
092200
092300     PARA-PRINT-FEE-ROW.
092400         MOVE SPACES TO LDG-LINE.
092500         MOVE RESULT-GAME-NO TO LDG-LINE(1:12).
092600         MOVE WS-GT-NAME(WS-GT-SUB) TO LDG-LINE(15:13).
092700         MOVE WS-DISP TO LDG-LINE(30:1).
092800         MOVE RESULT-ENTRY-TYPE TO LDG-LINE(32:1).
092900         MOVE RESULT-PLAYER-ID TO LDG-LINE(35:8).
093000         MOVE WS-OPP-ID TO LDG-LINE(55:8).
093100         IF NOT RESULT-REVERSAL
093200            MOVE WS-PLR-AMT TO WS-AMT-DISP
093300            MOVE WS-AMT-DISP TO LDG-LINE(44:9)
093400            IF WS-OPP-HUMAN
093500               MOVE WS-OPP-AMT TO WS-AMT-DISP
093600               MOVE WS-AMT-DISP TO LDG-LINE(64:9)
093700            END-IF
093800         END-IF.
093900         MOVE WS-ROW-NOTE TO LDG-LINE(75:50).
094000         WRITE LDG-LINE.
094100
094200     PARA-PRINT-EXCEPTION.
094300         MOVE SPACES TO LDG-LINE.
094400         MOVE RESULT-GAME-NO TO LDG-LINE(1:12).
094500         MOVE WS-GT-NAME(WS-GT-SUB) TO LDG-LINE(15:13).
094600         MOVE WS-DISP TO LDG-LINE(30:1).
094700         MOVE RESULT-ENTRY-TYPE TO LDG-LINE(32:1).
094800         MOVE WS-SIDE-ID TO LDG-LINE(35:8).
094900         MOVE "***" TO LDG-LINE(44:3).
095000         MOVE WS-EXCEPT-MSG TO LDG-LINE(48:60).
095100         WRITE LDG-LINE.
095200         ADD 1 TO WS-EXCEPT-COUNT.
095300
095400     PARA-PRINT-FEE-TOTALS.
095500         MOVE SPACES TO LDG-LINE.
095600         WRITE LDG-LINE.
095700         MOVE SPACES TO LDG-LINE.
095800         MOVE "GAME TYPE" TO LDG-LINE(1:9).
095900         MOVE "GAMES CHARGED" TO LDG-LINE(17:13).
096000         MOVE "FEES CHARGED" TO LDG-LINE(34:12).
096100         MOVE "GAMES REVERSED" TO LDG-LINE(50:14).
096200         MOVE "FEES REVERSED" TO LDG-LINE(67:13).
096300         MOVE "(LEDGER TO DATE)" TO LDG-LINE(83:16).
096400         WRITE LDG-LINE.
096500         PERFORM VARYING WS-GT-SUB FROM 1 BY 1 UNTIL WS-GT-SUB > 4
096600            MOVE SPACES TO LDG-LINE
096700            MOVE WS-GT-NAME(WS-GT-SUB) TO LDG-LINE(1:13)
096800            MOVE WS-CTL-GAMES(WS-GT-SUB) TO WS-COUNT-DISP
096900            MOVE WS-COUNT-DISP TO LDG-LINE(22:7)
097000            MOVE WS-CTL-FEE-AMT(WS-GT-SUB) TO WS-MONEY-DISP
097100            MOVE WS-MONEY-DISP TO LDG-LINE(32:14)
097200            MOVE WS-CTL-GAMES-REV(WS-GT-SUB) TO WS-COUNT-DISP
097300            MOVE WS-COUNT-DISP TO LDG-LINE(57:7)
097400            MOVE WS-CTL-REV-AMT(WS-GT-SUB) TO WS-MONEY-DISP
097500            MOVE WS-MONEY-DISP TO LDG-LINE(66:14)
097600            WRITE LDG-LINE
097700         END-PERFORM.
097800         MOVE SPACES TO LDG-LINE.
097900         WRITE LDG-LINE.
098000         MOVE "ROWS CHARGED:      " TO LDG-LINE.
098100         MOVE WS-ROWS-CHARGED TO LDG-LINE(21:6).
098200         WRITE LDG-LINE.
098300         MOVE SPACES TO LDG-LINE.
098400         MOVE "ROWS REVERSED:     " TO LDG-LINE.
098500         MOVE WS-ROWS-REVERSED TO LDG-LINE(21:6).
098600         WRITE LDG-LINE.
098700         MOVE SPACES TO LDG-LINE.
098800         MOVE "BATCH ROWS SKIPPED:" TO LDG-LINE.
098900         MOVE WS-ROWS-UNCHARGED TO LDG-LINE(21:6).
099000         WRITE LDG-LINE.
099100         MOVE SPACES TO LDG-LINE.
099200         MOVE "EXCEPTIONS:        " TO LDG-LINE.
099300         MOVE WS-EXCEPT-COUNT TO LDG-LINE(21:6).
099400         WRITE LDG-LINE.
099500         DISPLAY "RESULTS ROWS READ:    " WS-RES-READ-COUNT.
099600         DISPLAY "ROWS CHARGED:         " WS-ROWS-CHARGED.
099700         DISPLAY "FEE LINES POSTED:     " WS-FEE-LINES.
099800         DISPLAY "ROWS REVERSED:        " WS-ROWS-REVERSED.
099900         DISPLAY "REVERSAL LINES POSTED:" WS-REV-LINES.
100000         DISPLAY "FEE EXCEPTIONS:       " WS-EXCEPT-COUNT.
100100
100200     PARA-POST-PRIZES.
100300*        ONE RUN PER SEASON - THE CONTROL RECORD REMEMBERS THE
100400*        LAST SEASON PAID SO A RERUN OF THE CLOSE-OUT JOB CANNOT
100500*        PAY THE PRIZES TWICE.
100600         PERFORM PARA-LOAD-FEETBL.
100700         IF NOT WS-FEETBL-OPEN
100800            MOVE 16 TO RETURN-CODE
100900            PERFORM PARA-END-RUN
101000         END-IF.
101100         IF WS-PRZ-COUNT = 0
101200            DISPLAY "NO PRIZE ROWS ON FEETBL - NO PRIZES POSTED"
101300            MOVE 8 TO RETURN-CODE
101400            PERFORM PARA-END-RUN
101500         END-IF.
101600         OPEN INPUT SEASFIN-FILE.
101700         IF WS-SEASFIN-STATUS NOT = "00"
101800            DISPLAY "CANNOT OPEN SEASFIN - STATUS "
101900               WS-SEASFIN-STATUS
102000            MOVE 16 TO RETURN-CODE
102100            PERFORM PARA-END-RUN
102200         END-IF.
102300         READ SEASFIN-FILE
102400             AT END
102500                DISPLAY "SEASFIN IS EMPTY - NO STANDINGS TO PAY"
102600                CLOSE SEASFIN-FILE
102700                MOVE 8 TO RETURN-CODE
102800                PERFORM PARA-END-RUN
102900         END-READ.
103000         MOVE SFN-SEASON TO WS-SEASON.
103100         IF WS-SEASON = WS-CTL-PRIZE-SEASON
103200            DISPLAY "PRIZES FOR SEASON " WS-SEASON
103300               " ARE ALREADY ON THE LEDGER - NOTHING POSTED"
103400            CLOSE SEASFIN-FILE
103500            MOVE 8 TO RETURN-CODE
103600            PERFORM PARA-END-RUN
103700         END-IF.
103800         MOVE SPACES TO LDG-LINE.
103900         MOVE "BATTLE LEAGUE LEDGER - PRIZES FOR SEASON "
104000            TO LDG-LINE.
104100         MOVE WS-SEASON TO LDG-LINE(42:4).
104200         MOVE "- " TO LDG-LINE(47:2).
104300         MOVE WS-RUN-DATE TO LDG-LINE(49:8).
104400         WRITE LDG-LINE.
104500         MOVE SPACES TO LDG-LINE.
104600         WRITE LDG-LINE.
104700         MOVE SPACES TO LDG-LINE.
104800         MOVE "AWARD" TO LDG-LINE(1:5).
104900         MOVE "PLACE" TO LDG-LINE(8:5).
105000         MOVE "PLAYER" TO LDG-LINE(15:6).
105100         MOVE "WINS" TO LDG-LINE(26:4).
105200         MOVE "PRIZE" TO LDG-LINE(33:5).
105300         MOVE "AMOUNT" TO LDG-LINE(68:6).
105400         MOVE "TXN" TO LDG-LINE(77:3).
105500         WRITE LDG-LINE.
105600         PERFORM PARA-PRIZE-ONE-ROW.
105700         PERFORM PARA-READ-STANDING UNTIL WS-EOF.
105800         CLOSE SEASFIN-FILE.
105900         MOVE WS-SEASON TO WS-CTL-PRIZE-SEASON.
106000         PERFORM PARA-REWRITE-CONTROL.
106100         MOVE SPACES TO LDG-LINE.
106200         WRITE LDG-LINE.
106300         MOVE "STANDINGS ROWS READ:" TO LDG-LINE.
106400         MOVE WS-SFN-READ-COUNT TO LDG-LINE(22:6).
106500         WRITE LDG-LINE.
106600         MOVE SPACES TO LDG-LINE.
106700         MOVE "PRIZES POSTED:      " TO LDG-LINE.
106800         MOVE WS-PRIZES-POSTED TO LDG-LINE(22:6).
106900         MOVE WS-PRIZE-AMT TO WS-MONEY-DISP.
107000         MOVE WS-MONEY-DISP TO LDG-LINE(30:14).
107100         WRITE LDG-LINE.
107200         DISPLAY "SEASON " WS-SEASON " PRIZES POSTED: "
107300            WS-PRIZES-POSTED.
107400
107500     PARA-READ-STANDING.
107600         READ SEASFIN-FILE
107700             AT END
107800                SET WS-EOF TO TRUE
107900             NOT AT END
108000                PERFORM PARA-PRIZE-ONE-ROW
108100         END-READ.
108200
108300     PARA-PRIZE-ONE-ROW.
108400*        A PLACE ROW TAKES THE "R" PRIZE FOR ITS RANK, THE MOST
108500*        WINS ROW THE "W" PRIZE. PLACES WITH NO PRIZE ARE SILENT.
108600         ADD 1 TO WS-SFN-READ-COUNT.
108700         MOVE 0 TO WS-FOUND-SUB.
108800         PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
108900                 UNTIL WS-RULE-SUB > WS-PRZ-COUNT
109000                    OR WS-FOUND-SUB > 0
109100            IF SFN-PLACE AND WS-PRZ-AWARD(WS-RULE-SUB) = "R"
109200               AND WS-PRZ-RANK(WS-RULE-SUB) = SFN-RANK
109300               MOVE WS-RULE-SUB TO WS-FOUND-SUB
109400            END-IF
109500            IF SFN-MOST-WINS AND WS-PRZ-AWARD(WS-RULE-SUB) = "W"
109600               MOVE WS-RULE-SUB TO WS-FOUND-SUB
109700            END-IF
109800         END-PERFORM.
109900         IF WS-FOUND-SUB > 0
110000            IF WS-PRZ-AMT(WS-FOUND-SUB) > 0
110100               PERFORM PARA-POST-ONE-PRIZE
110200            END-IF
110300         END-IF.
110400
110500     PARA-POST-ONE-PRIZE.
110600         MOVE SFN-PLAYER-ID TO WS-TX-PLAYER.
110700         IF SFN-CLOSE-DATE IS NUMERIC AND SFN-CLOSE-DATE > 0
110800            MOVE SFN-CLOSE-DATE TO WS-TX-DATE
110900         ELSE
111000            MOVE WS-RUN-DATE TO WS-TX-DATE
111100         END-IF.
111200         MOVE "P" TO WS-TX-TYPE.
111300         MOVE "C" TO WS-TX-DR-CR.
111400         MOVE WS-PRZ-AMT(WS-FOUND-SUB) TO WS-TX-AMOUNT.
111500         MOVE SPACE TO WS-TX-GAME-TYPE.
111600         MOVE SPACE TO WS-TX-DISP.
111700         MOVE 0 TO WS-TX-GAME-NO.
111800         MOVE SPACES TO WS-TX-OPP.
111900         MOVE SFN-SEASON TO WS-TX-SEASON.
112000         MOVE SPACES TO WS-TX-REASON.
112100         MOVE WS-PRZ-DESC(WS-FOUND-SUB) TO WS-TX-TEXT.
112200         MOVE 0 TO WS-TX-LINK.
112300         PERFORM PARA-POST-TXN.
112400         IF WS-POST-OK
112500            ADD 1 TO WS-CTL-PRIZES
112600            ADD WS-TX-AMOUNT TO WS-CTL-PRIZE-AMT
112700            ADD 1 TO WS-PRIZES-POSTED
112800            ADD WS-TX-AMOUNT TO WS-PRIZE-AMT
112900            PERFORM PARA-REWRITE-CONTROL
113000         END-IF.
113100         MOVE SPACES TO LDG-LINE.
113200         MOVE SFN-AWARD TO LDG-LINE(3:1).
113300         IF SFN-PLACE
113400            MOVE SFN-RANK TO LDG-LINE(9:3)
113500         END-IF.
113600         MOVE SFN-PLAYER-ID TO LDG-LINE(15:8).
113700         MOVE SFN-S-WINS TO LDG-LINE(24:6).
113800         MOVE WS-PRZ-DESC(WS-FOUND-SUB) TO LDG-LINE(33:30).
113900         MOVE WS-TX-AMOUNT TO WS-AMT-DISP.
114000         MOVE WS-AMT-DISP TO LDG-LINE(65:9).
114100         IF WS-POST-OK
114200            MOVE WS-CTL-LAST-TXN TO LDG-LINE(77:9)
114300         ELSE
114400            MOVE "*** NOT POSTED" TO LDG-LINE(77:14)
114500         END-IF.
114600         WRITE LDG-LINE.
114700
114800     PARA-APPLY-ADJUSTMENTS.
114900*        ADJUSTMENTS GO ONLY TO REGISTERED IDS - WITHOUT THE
115000*        PLAYER MASTER NO CARD CAN BE CHECKED, SO NONE IS POSTED.
115100         OPEN INPUT PLAYER-MASTER.
115200         IF WS-PLAYERS-STATUS = "00"
115300            SET WS-MASTER-OPEN TO TRUE
115400         ELSE
115500            DISPLAY "PLAYER MASTER NOT AVAILABLE - STATUS "
115600               WS-PLAYERS-STATUS " - ADJUSTMENT CARDS REJECTED"
115700         END-IF.
115800         MOVE SPACES TO LDG-LINE.
115900         MOVE "BATTLE LEAGUE LEDGER ADJUSTMENT REGISTER - "
116000            TO LDG-LINE.
116100         MOVE WS-RUN-DATE TO LDG-LINE(44:8).
116200         WRITE LDG-LINE.
116300         MOVE SPACES TO LDG-LINE.
116400         WRITE LDG-LINE.
116500         MOVE SPACES TO LDG-LINE.
116600         MOVE "PLAYER" TO LDG-LINE(1:6).
116700         MOVE "D/C" TO LDG-LINE(10:3).
116800         MOVE "AMOUNT" TO LDG-LINE(17:6).
116900         MOVE "DATE" TO LDG-LINE(25:4).
117000         MOVE "RS" TO LDG-LINE(36:2).
117100         MOVE "TEXT" TO LDG-LINE(39:4).
117200         MOVE "OUTCOME" TO LDG-LINE(71:7).
117300         WRITE LDG-LINE.
117400*        NO CARD FILE, OR AN EMPTY ONE, IS A RUN WITH NOTHING
117500*        TO DO - NOT AN ERROR.
117600         OPEN INPUT LEDG-TRAN-FILE.
117700         IF WS-LEDGTRAN-STATUS NOT = "00"
117800            DISPLAY "NO LEDGTRAN AVAILABLE - STATUS "
117900               WS-LEDGTRAN-STATUS " - NO CARDS TO APPLY"
118000         ELSE
118100            PERFORM PARA-READ-CARD UNTIL WS-EOF
118200            CLOSE LEDG-TRAN-FILE
118300         END-IF.
118400         IF WS-MASTER-OPEN
118500            CLOSE PLAYER-MASTER
118600         END-IF.
118700         MOVE SPACES TO LDG-LINE.
118800         WRITE LDG-LINE.
118900         MOVE "CARDS READ:      " TO LDG-LINE.
119000         MOVE WS-CARD-COUNT TO LDG-LINE(19:6).
119100         WRITE LDG-LINE.
119200         MOVE SPACES TO LDG-LINE.
119300         MOVE "CARDS POSTED:    " TO LDG-LINE.
119400         MOVE WS-APPLIED-COUNT TO LDG-LINE(19:6).
119500         WRITE LDG-LINE.
119600         MOVE SPACES TO LDG-LINE.
119700         MOVE "CARDS REJECTED:  " TO LDG-LINE.
119800         MOVE WS-REJECT-COUNT TO LDG-LINE(19:6).
119900         WRITE LDG-LINE.
120000         DISPLAY "LEDGER CARDS READ:    " WS-CARD-COUNT.
120100         DISPLAY "CARDS POSTED:         " WS-APPLIED-COUNT.
120200         DISPLAY "CARDS REJECTED:       " WS-REJECT-COUNT.
120300         IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
120400            MOVE 4 TO RETURN-CODE
120500         END-IF.
120600
120700     PARA-READ-CARD.
120800         READ LEDG-TRAN-FILE
120900             AT END
121000                SET WS-EOF TO TRUE
121100             NOT AT END
121200                ADD 1 TO WS-CARD-COUNT
121300                PERFORM PARA-APPLY-ONE-CARD
121400         END-READ.
121500
121600     PARA-APPLY-ONE-CARD.
121700         MOVE SPACES TO WS-CARD-MESSAGE.
121800         MOVE SPACES TO WS-CARD-OUTCOME.
121900         EVALUATE TRUE
122000            WHEN LTR-PLAYER-ID = SPACES
122100               MOVE "PLAYER ID MISSING" TO WS-CARD-MESSAGE
122200            WHEN NOT LTR-DEBIT AND NOT LTR-CREDIT
122300               MOVE "DR/CR MUST BE D OR C" TO WS-CARD-MESSAGE
122400            WHEN LTR-AMOUNT IS NOT NUMERIC
122500               MOVE "AMOUNT NOT NUMERIC" TO WS-CARD-MESSAGE
122600            WHEN LTR-AMOUNT = 0
122700               MOVE "AMOUNT IS ZERO" TO WS-CARD-MESSAGE
122800            WHEN LTR-TXN-DATE NOT = SPACES
122900                 AND LTR-TXN-DATE IS NOT NUMERIC
123000               MOVE "DATE NOT NUMERIC" TO WS-CARD-MESSAGE
123100            WHEN LTR-TEXT = SPACES
123200               MOVE "TEXT MISSING - SAY WHAT IT IS FOR"
123300                  TO WS-CARD-MESSAGE
123400            WHEN OTHER
123500               PERFORM PARA-CHECK-PLAYER
123600         END-EVALUATE.
123700         IF WS-CARD-MESSAGE = SPACES
123800            PERFORM PARA-POST-ADJUSTMENT
123900         END-IF.
124000         IF WS-CARD-MESSAGE = SPACES
124100            ADD 1 TO WS-APPLIED-COUNT
124200         ELSE
124300            ADD 1 TO WS-REJECT-COUNT
124400         END-IF.
124500         PERFORM PARA-PRINT-CARD.
124600
124700     PARA-CHECK-PLAYER.
124800*        A SUSPENDED PLAYER STILL HAS AN ACCOUNT TO SETTLE - ONLY
124900*        AN UNKNOWN OR MAPPED-AWAY ID IS TURNED BACK.
125000         IF NOT WS-MASTER-OPEN
125100            MOVE "PLAYER MASTER NOT AVAILABLE" TO WS-CARD-MESSAGE
125200         ELSE
125300            MOVE LTR-PLAYER-ID TO PLYR-PLAYER-ID
125400            READ PLAYER-MASTER
125500                INVALID KEY
125600                   MOVE "PLAYER NOT REGISTERED" TO WS-CARD-MESSAGE
125700                NOT INVALID KEY
125800                   IF PLYR-MAP-TO NOT = SPACES
125900                      MOVE "ID MAPS TO" TO WS-CARD-MESSAGE
126000                      MOVE PLYR-MAP-TO TO WS-CARD-MESSAGE(12:8)
126100                      MOVE "- USE THAT ID"
126200                         TO WS-CARD-MESSAGE(21:13)
126300                   END-IF
126400            END-READ
126500         END-IF.
126600
126700     PARA-POST-ADJUSTMENT.
126800         MOVE LTR-PLAYER-ID TO WS-TX-PLAYER.
126900         IF LTR-TXN-DATE = SPACES OR LTR-TXN-DATE = 0
127000            MOVE WS-RUN-DATE TO WS-TX-DATE
127100         ELSE
127200            MOVE LTR-TXN-DATE TO WS-TX-DATE
127300         END-IF.
127400         MOVE "A" TO WS-TX-TYPE.
127500         MOVE LTR-DR-CR TO WS-TX-DR-CR.
127600         MOVE LTR-AMOUNT TO WS-TX-AMOUNT.
127700         MOVE SPACE TO WS-TX-GAME-TYPE.
127800         MOVE SPACE TO WS-TX-DISP.
127900         MOVE 0 TO WS-TX-GAME-NO.
128000         MOVE SPACES TO WS-TX-OPP.
128100         MOVE SPACES TO WS-TX-SEASON.
128200         MOVE LTR-REASON TO WS-TX-REASON.
128300         MOVE LTR-TEXT TO WS-TX-TEXT.
128400         MOVE 0 TO WS-TX-LINK.
128500         PERFORM PARA-POST-TXN.
128600         IF WS-POST-OK
128700            ADD 1 TO WS-CTL-ADJS
128800            IF LTR-DEBIT
128900               ADD LTR-AMOUNT TO WS-CTL-ADJ-DR-AMT
129000            ELSE
129100               ADD LTR-AMOUNT TO WS-CTL-ADJ-CR-AMT
129200            END-IF
129300            PERFORM PARA-REWRITE-CONTROL
129400            MOVE WS-CTL-LAST-TXN TO WS-TXN-DISP
129500            STRING "POSTED AS TXN " WS-TXN-DISP
129600               DELIMITED BY SIZE INTO WS-CARD-OUTCOME
129700            END-STRING
129800         ELSE
129900            MOVE "LEDGER WRITE FAILED" TO WS-CARD-MESSAGE
130000         END-IF.
130100
130200     PARA-PRINT-CARD.
130300         MOVE SPACES TO LDG-LINE.
130400         MOVE LTR-PLAYER-ID TO LDG-LINE(1:8).
130500         MOVE LTR-DR-CR TO LDG-LINE(11:1).
130600         IF LTR-AMOUNT IS NUMERIC
130700            MOVE LTR-AMOUNT TO WS-AMT-DISP
130800            MOVE WS-AMT-DISP TO LDG-LINE(14:9)
130900         END-IF.
131000         IF WS-CARD-MESSAGE = SPACES
131100            MOVE WS-TX-DATE TO LDG-LINE(25:8)
131200         ELSE
131300            MOVE LTR-TXN-DATE TO LDG-LINE(25:8)
131400         END-IF.
131500         MOVE LTR-REASON TO LDG-LINE(36:2).
131600         MOVE LTR-TEXT TO LDG-LINE(39:30).
131700         IF WS-CARD-MESSAGE = SPACES
131800            MOVE WS-CARD-OUTCOME TO LDG-LINE(71:40)
131900         ELSE
132000            MOVE "REJECTED -" TO LDG-LINE(71:10)
132100            MOVE WS-CARD-MESSAGE TO LDG-LINE(82:40)
132200         END-IF.
132300         WRITE LDG-LINE.
132400
132500     PARA-SET-MONTH.
132600*        THE STATEMENT RUN GOES OUT EARLY IN THE MONTH FOR THE
132700*        MONTH JUST ENDED, SO THAT IS THE DEFAULT.
132800         IF WS-PARM-MONTH = SPACES
132900            MOVE WS-RUN-YEAR TO WS-STMT-YEAR
133000            MOVE WS-RUN-MONTH TO WS-STMT-MM
133100            IF WS-STMT-MM = 1
133200               MOVE 12 TO WS-STMT-MM
133300               SUBTRACT 1 FROM WS-STMT-YEAR
133400            ELSE
133500               SUBTRACT 1 FROM WS-STMT-MM
133600            END-IF
133700         ELSE
133800            MOVE WS-PARM-MONTH TO WS-STMT-MONTH
133900            IF WS-STMT-MONTH IS NOT NUMERIC
134000               OR WS-STMT-MM < 1 OR WS-STMT-MM > 12
134100               DISPLAY "STATEMENT MONTH MUST BE YYYYMM - GIVE S "
134200                  "OR S,YYYYMM"
134300               MOVE 16 TO RETURN-CODE
134400               PERFORM PARA-END-RUN
134500            END-IF
134600         END-IF.
134700
134800     PARA-STATEMENTS.
134900*        ONE PASS OVER THE LEDGER IN PLAYER ORDER. EACH ACCOUNT
135000*        GIVES A STATEMENT FOR THE MONTH - IF IT HAD ANY MOVEMENT
135100*        OR CARRIES A BALANCE - AND A TRIAL BALANCE LINE AS IT
135200*        STANDS TODAY. THE LEDGER READ BACK IS THEN TIED TO THE
135300*        CONTROL RECORD TOTALS.
135400         OPEN INPUT PLAYER-MASTER.
135500         IF WS-PLAYERS-STATUS = "00"
135600            SET WS-MASTER-OPEN TO TRUE
135700         ELSE
135800            DISPLAY "PLAYER MASTER NOT AVAILABLE - STATUS "
135900               WS-PLAYERS-STATUS
136000               " - STATEMENTS PRINTED WITHOUT NAMES"
136100         END-IF.
136200         INITIALIZE WS-RB-TOTALS.
136300         MOVE SPACES TO LDG-LINE.
136400         MOVE "BATTLE LEAGUE LEDGER - STATEMENTS FOR "
136500            TO LDG-LINE.
136600         MOVE WS-STMT-YEAR TO LDG-LINE(39:4).
136700         MOVE "/" TO LDG-LINE(43:1).
136800         MOVE WS-STMT-MM TO LDG-LINE(44:2).
136900         MOVE "- RUN " TO LDG-LINE(47:6).
137000         MOVE WS-RUN-DATE TO LDG-LINE(53:8).
137100         WRITE LDG-LINE.
137200         MOVE SPACES TO WS-CUR-PLAYER.
137300         MOVE LOW-VALUES TO LDG-KEY.
137400         START LEDGER-FILE KEY NOT < LDG-KEY
137500            INVALID KEY
137600               MOVE "10" TO WS-LEDGER-STATUS
137700         END-START.
137800         PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
137900            READ LEDGER-FILE NEXT
138000               AT END
138100                  MOVE "10" TO WS-LEDGER-STATUS
138200               NOT AT END
138300                  ADD 1 TO WS-LDG-READ-COUNT
138400                  IF LDG-PLAYER-ID NOT = SPACES
138500                     PERFORM PARA-STMT-ONE-TXN
138600                  END-IF
138700            END-READ
138800         END-PERFORM.
138900         IF WS-CUR-PLAYER NOT = SPACES
139000            PERFORM PARA-STMT-PLAYER-BREAK
139100         END-IF.
139200         PERFORM PARA-PRINT-TRIAL-BALANCE.
139300         IF WS-MASTER-OPEN
139400            CLOSE PLAYER-MASTER
139500         END-IF.
139600         DISPLAY "STATEMENTS PRINTED:   " WS-STMT-COUNT.
139700         DISPLAY "ACCOUNTS ON LEDGER:   " WS-TB-COUNT.
139800         IF WS-MISMATCH-COUNT > 0
139900            DISPLAY "TRIAL BALANCE OUT BY " WS-MISMATCH-COUNT
140000               " LINE(S) - SEE LEDGRPT"
140100            IF RETURN-CODE < 8
140200               MOVE 8 TO RETURN-CODE
140300            END-IF
140400         ELSE
140500            DISPLAY "TRIAL BALANCE AGREES WITH LEDGER CONTROL"
140600         END-IF.
140700
140800     PARA-STMT-ONE-TXN.
140900         IF LDG-PLAYER-ID NOT = WS-CUR-PLAYER
141000            IF WS-CUR-PLAYER NOT = SPACES
141100               PERFORM PARA-STMT-PLAYER-BREAK
141200            END-IF
141300            MOVE LDG-PLAYER-ID TO WS-CUR-PLAYER
141400            MOVE 0 TO WS-ST-COUNT
141500            MOVE 0 TO WS-ST-OVERFLOW
141600            MOVE 0 TO WS-OPEN-BAL
141700            MOVE 0 TO WS-PLR-DR
141800            MOVE 0 TO WS-PLR-CR
141900            MOVE 0 TO WS-LATER-COUNT
142000         END-IF.
142100         PERFORM PARA-TB-ACCUMULATE.
142200         IF LDG-DEBIT
142300            MOVE LDG-AMOUNT TO WS-SIGNED-AMT
142400            ADD LDG-AMOUNT TO WS-PLR-DR
142500         ELSE
142600            COMPUTE WS-SIGNED-AMT = 0 - LDG-AMOUNT
142700            ADD LDG-AMOUNT TO WS-PLR-CR
142800         END-IF.
142900         MOVE LDG-TXN-DATE TO WS-TXN-MONTH.
143000         IF WS-TXN-MONTH < WS-STMT-MONTH
143100            ADD WS-SIGNED-AMT TO WS-OPEN-BAL
143200         ELSE
143300            IF WS-TXN-MONTH = WS-STMT-MONTH
143400               IF WS-ST-COUNT < 500
143500                  ADD 1 TO WS-ST-COUNT
143600                  MOVE LDG-TXN-NO TO WS-ST-TXN-NO(WS-ST-COUNT)
143700                  MOVE LDG-TXN-DATE TO WS-ST-DATE(WS-ST-COUNT)
143800                  MOVE LDG-TXN-TYPE TO WS-ST-TYPE(WS-ST-COUNT)
143900                  MOVE LDG-DR-CR TO WS-ST-DR-CR(WS-ST-COUNT)
144000                  MOVE LDG-AMOUNT TO WS-ST-AMOUNT(WS-ST-COUNT)
144100                  MOVE LDG-GAME-NO TO WS-ST-GAME-NO(WS-ST-COUNT)
144200                  MOVE LDG-TEXT TO WS-ST-TEXT(WS-ST-COUNT)
144300               ELSE
144400                  ADD 1 TO WS-ST-OVERFLOW
144500               END-IF
144600            ELSE
144700               ADD 1 TO WS-LATER-COUNT
144800            END-IF
144900         END-IF.
145000
145100     PARA-TB-ACCUMULATE.
145200         PERFORM VARYING WS-GT-SUB FROM 1 BY 1
145300                 UNTIL WS-GT-SUB > 4
145400                    OR WS-GT-CODE(WS-GT-SUB) = LDG-GAME-TYPE
145500            CONTINUE
145600         END-PERFORM.
145700         IF LDG-DEBIT
145800            ADD LDG-AMOUNT TO WS-RB-TOTAL-DR
145900         ELSE
146000            ADD LDG-AMOUNT TO WS-RB-TOTAL-CR
146100         END-IF.
146200         EVALUATE TRUE
146300            WHEN (LDG-FEE OR LDG-FEE-REVERSAL) AND WS-GT-SUB > 4
146400               ADD 1 TO WS-RB-UNTYPED
146500            WHEN LDG-FEE
146600               ADD 1 TO WS-RB-FEES(WS-GT-SUB)
146700               ADD LDG-AMOUNT TO WS-RB-FEE-AMT(WS-GT-SUB)
146800               IF LDG-REVERSED
146900                  ADD 1 TO WS-RB-FLAGGED(WS-GT-SUB)
147000               END-IF
147100            WHEN LDG-FEE-REVERSAL
147200               ADD 1 TO WS-RB-REVS(WS-GT-SUB)
147300               ADD LDG-AMOUNT TO WS-RB-REV-AMT(WS-GT-SUB)
147400            WHEN LDG-PRIZE
147500               ADD 1 TO WS-RB-PRIZES
147600               ADD LDG-AMOUNT TO WS-RB-PRIZE-AMT
147700            WHEN LDG-ADJUSTMENT
147800               ADD 1 TO WS-RB-ADJS
147900               IF LDG-DEBIT
148000                  ADD LDG-AMOUNT TO WS-RB-ADJ-DR-AMT
148100               ELSE
148200                  ADD LDG-AMOUNT TO WS-RB-ADJ-CR-AMT
148300               END-IF
148400            WHEN OTHER
148500               ADD 1 TO WS-RB-UNTYPED
148600         END-EVALUATE.
148700
148800     PARA-STMT-PLAYER-BREAK.
148900         IF WS-ST-COUNT > 0 OR WS-ST-OVERFLOW > 0
149000            OR WS-OPEN-BAL NOT = 0
149100            PERFORM PARA-PRINT-STATEMENT
149200         END-IF.
149300         IF WS-TB-COUNT < 1000
149400            ADD 1 TO WS-TB-COUNT
149500            MOVE WS-CUR-PLAYER TO WS-TB-PLAYER(WS-TB-COUNT)
149600            MOVE WS-PLR-DR TO WS-TB-DR(WS-TB-COUNT)
149700            MOVE WS-PLR-CR TO WS-TB-CR(WS-TB-COUNT)
149800         ELSE
149900            ADD 1 TO WS-TB-OVERFLOW
150000         END-IF.
150100         COMPUTE WS-BAL-SUM = WS-BAL-SUM + WS-PLR-DR - WS-PLR-CR.
150200
150300     PARA-GET-NAME.
150400         MOVE SPACES TO WS-PLYR-NAME.
150500         IF WS-MASTER-OPEN
150600            MOVE WS-CUR-PLAYER TO PLYR-PLAYER-ID
150700            READ PLAYER-MASTER
150800                INVALID KEY
150900                   MOVE "** NOT ON PLAYER MASTER **"
151000                      TO WS-PLYR-NAME
151100                NOT INVALID KEY
151200                   MOVE PLYR-NAME TO WS-PLYR-NAME
151300            END-READ
151400         END-IF.
151500
151600     PARA-PRINT-STATEMENT.
151700*        A POSITIVE (DR) BALANCE IS WHAT THE PLAYER OWES THE
151800*        LEAGUE, A CR BALANCE WHAT THE LEAGUE OWES THE PLAYER.
151900         ADD 1 TO WS-STMT-COUNT.
152000         PERFORM PARA-GET-NAME.
152100         MOVE SPACES TO LDG-LINE.
152200         WRITE LDG-LINE.
152300         MOVE SPACES TO LDG-LINE.
152400         MOVE ALL "-" TO LDG-LINE(1:100).
152500         WRITE LDG-LINE.
152600         MOVE SPACES TO LDG-LINE.
152700         MOVE "STATEMENT OF ACCOUNT" TO LDG-LINE(1:20).
152800         MOVE WS-CUR-PLAYER TO LDG-LINE(23:8).
152900         MOVE WS-PLYR-NAME TO LDG-LINE(33:25).
153000         MOVE "MONTH" TO LDG-LINE(60:5).
153100         MOVE WS-STMT-YEAR TO LDG-LINE(66:4).
153200         MOVE "/" TO LDG-LINE(70:1).
153300         MOVE WS-STMT-MM TO LDG-LINE(71:2).
153400         WRITE LDG-LINE.
153500         MOVE SPACES TO LDG-LINE.
153600         MOVE "DATE" TO LDG-LINE(1:4).
153700         MOVE "TXN" TO LDG-LINE(13:3).
153800         MOVE "TYPE" TO LDG-LINE(23:4).
153900         MOVE "DETAIL" TO LDG-LINE(37:6).
154000         MOVE "GAME NO" TO LDG-LINE(68:7).
154100         MOVE "DEBIT" TO LDG-LINE(86:5).
154200         MOVE "CREDIT" TO LDG-LINE(96:6).
154300         MOVE "BALANCE" TO LDG-LINE(111:7).
154400         WRITE LDG-LINE.
154500         MOVE SPACES TO LDG-LINE.
154600         MOVE "OPENING BALANCE" TO LDG-LINE(37:15).
154700         MOVE WS-OPEN-BAL TO WS-EDIT-BAL.
154800         PERFORM PARA-EDIT-BALANCE.
154900         MOVE WS-MONEY-DISP TO LDG-LINE(104:14).
155000         MOVE WS-BAL-SIDE TO LDG-LINE(119:2).
155100         WRITE LDG-LINE.
155200         MOVE WS-OPEN-BAL TO WS-RUN-BAL.
155300         PERFORM VARYING WS-ST-SUB FROM 1 BY 1
155400                 UNTIL WS-ST-SUB > WS-ST-COUNT
155500            PERFORM PARA-PRINT-STMT-LINE
155600         END-PERFORM.
155700         MOVE SPACES TO LDG-LINE.
155800         MOVE "CLOSING BALANCE" TO LDG-LINE(37:15).
155900         MOVE WS-RUN-BAL TO WS-EDIT-BAL.
156000         PERFORM PARA-EDIT-BALANCE.
156100         MOVE WS-MONEY-DISP TO LDG-LINE(104:14).
156200         MOVE WS-BAL-SIDE TO LDG-LINE(119:2).
156300         WRITE LDG-LINE.
156400         IF WS-ST-OVERFLOW > 0
156500            MOVE SPACES TO LDG-LINE
156600            MOVE WS-ST-OVERFLOW TO WS-COUNT-DISP
156700            MOVE WS-COUNT-DISP TO LDG-LINE(37:7)
156800            MOVE "FURTHER MOVEMENTS NOT LISTED - CLOSING BALANCE"
156900               TO LDG-LINE(45:46)
157000            WRITE LDG-LINE
157100            MOVE SPACES TO LDG-LINE
157200            MOVE "IS OF THE LINES SHOWN ONLY" TO LDG-LINE(45:26)
157300            WRITE LDG-LINE
157400         END-IF.
157500         IF WS-LATER-COUNT > 0
157600            MOVE SPACES TO LDG-LINE
157700            MOVE WS-LATER-COUNT TO WS-COUNT-DISP
157800            MOVE WS-COUNT-DISP TO LDG-LINE(37:7)
157900            MOVE "MOVEMENTS DATED AFTER THE MONTH - ON THE NEXT"
158000               TO LDG-LINE(45:46)
158100            WRITE LDG-LINE
158200            MOVE SPACES TO LDG-LINE
158300            MOVE "STATEMENT" TO LDG-LINE(45:9)
158400            WRITE LDG-LINE
158500         END-IF.
158600
158700     PARA-PRINT-STMT-LINE.
158800         MOVE SPACES TO LDG-LINE.
158900         MOVE WS-ST-DATE(WS-ST-SUB) TO WS-DATE-DISP.
159000         MOVE WS-DATE-DISP TO LDG-LINE(1:10).
159100         MOVE WS-ST-TXN-NO(WS-ST-SUB) TO LDG-LINE(12:9).
159200         EVALUATE WS-ST-TYPE(WS-ST-SUB)
159300            WHEN "F"
159400               MOVE "FEE" TO LDG-LINE(23:12)
159500            WHEN "R"
159600               MOVE "FEE REVERSAL" TO LDG-LINE(23:12)
159700            WHEN "P"
159800               MOVE "PRIZE" TO LDG-LINE(23:12)
159900            WHEN "A"
160000               MOVE "ADJUSTMENT" TO LDG-LINE(23:12)
160100         END-EVALUATE.
160200         MOVE WS-ST-TEXT(WS-ST-SUB) TO LDG-LINE(37:30).
160300         IF WS-ST-GAME-NO(WS-ST-SUB) > 0
160400            MOVE WS-ST-GAME-NO(WS-ST-SUB) TO LDG-LINE(68:12)
160500         END-IF.
160600         MOVE WS-ST-AMOUNT(WS-ST-SUB) TO WS-AMT-DISP.
160700         IF WS-ST-DR-CR(WS-ST-SUB) = "D"
160800            MOVE WS-AMT-DISP TO LDG-LINE(82:9)
160900            ADD WS-ST-AMOUNT(WS-ST-SUB) TO WS-RUN-BAL
161000         ELSE
161100            MOVE WS-AMT-DISP TO LDG-LINE(93:9)
161200            SUBTRACT WS-ST-AMOUNT(WS-ST-SUB) FROM WS-RUN-BAL
161300         END-IF.
161400         MOVE WS-RUN-BAL TO WS-EDIT-BAL.
161500         PERFORM PARA-EDIT-BALANCE.
161600         MOVE WS-MONEY-DISP TO LDG-LINE(104:14).
161700         MOVE WS-BAL-SIDE TO LDG-LINE(119:2).
161800         WRITE LDG-LINE.
161900
162000     PARA-EDIT-BALANCE.
162100         IF WS-EDIT-BAL < 0
162200            COMPUTE WS-BAL-ABS = 0 - WS-EDIT-BAL
162300            MOVE "CR" TO WS-BAL-SIDE
162400         ELSE
162500            MOVE WS-EDIT-BAL TO WS-BAL-ABS
162600            MOVE "DR" TO WS-BAL-SIDE
162700         END-IF.
162800         IF WS-EDIT-BAL = 0
162900            MOVE SPACES TO WS-BAL-SIDE
163000         END-IF.
163100         MOVE WS-BAL-ABS TO WS-MONEY-DISP.
163200
163300     PARA-PRINT-TRIAL-BALANCE.
163400         MOVE SPACES TO LDG-LINE.
163500         WRITE LDG-LINE.
163600         MOVE SPACES TO LDG-LINE.
163700         MOVE ALL "=" TO LDG-LINE(1:100).
163800         WRITE LDG-LINE.
163900         MOVE SPACES TO LDG-LINE.
164000         MOVE "TRIAL BALANCE AS AT " TO LDG-LINE.
164100         MOVE WS-RUN-DATE TO WS-DATE-DISP.
164200         MOVE WS-DATE-DISP TO LDG-LINE(21:10).
164300         WRITE LDG-LINE.
164400         MOVE SPACES TO LDG-LINE.
164500         WRITE LDG-LINE.
164600         MOVE SPACES TO LDG-LINE.
164700         MOVE "PLAYER" TO LDG-LINE(1:6).
164800         MOVE "NAME" TO LDG-LINE(11:4).
164900         MOVE "TOTAL DEBITS" TO LDG-LINE(40:12).
165000         MOVE "TOTAL CREDITS" TO LDG-LINE(55:13).
165100         MOVE "BALANCE" TO LDG-LINE(78:7).
165200         WRITE LDG-LINE.
165300         PERFORM VARYING WS-TB-SUB FROM 1 BY 1
165400                 UNTIL WS-TB-SUB > WS-TB-COUNT
165500            PERFORM PARA-PRINT-TB-PLAYER
165600         END-PERFORM.
165700         IF WS-TB-OVERFLOW > 0
165800            MOVE SPACES TO LDG-LINE
165900            MOVE WS-TB-OVERFLOW TO WS-COUNT-DISP
166000            MOVE WS-COUNT-DISP TO LDG-LINE(1:7)
166100            MOVE "FURTHER ACCOUNTS NOT LISTED - IN THE TOTALS"
166200               TO LDG-LINE(9:43)
166300            WRITE LDG-LINE
166400         END-IF.
166500         MOVE SPACES TO LDG-LINE.
166600         MOVE "ALL ACCOUNTS" TO LDG-LINE(11:12).
166700         MOVE WS-RB-TOTAL-DR TO WS-MONEY-DISP.
166800         MOVE WS-MONEY-DISP TO LDG-LINE(38:14).
166900         MOVE WS-RB-TOTAL-CR TO WS-MONEY-DISP.
167000         MOVE WS-MONEY-DISP TO LDG-LINE(54:14).
167100         MOVE WS-BAL-SUM TO WS-EDIT-BAL.
167200         PERFORM PARA-EDIT-BALANCE.
167300         MOVE WS-MONEY-DISP TO LDG-LINE(71:14).
167400         MOVE WS-BAL-SIDE TO LDG-LINE(86:2).
167500         WRITE LDG-LINE.
167600         PERFORM PARA-PRINT-CONTROL-TIE.
167700
167800     PARA-PRINT-TB-PLAYER.
167900         MOVE WS-TB-PLAYER(WS-TB-SUB) TO WS-CUR-PLAYER.
168000         PERFORM PARA-GET-NAME.
168100         MOVE SPACES TO LDG-LINE.
168200         MOVE WS-CUR-PLAYER TO LDG-LINE(1:8).
168300         MOVE WS-PLYR-NAME TO LDG-LINE(11:25).
168400         MOVE WS-TB-DR(WS-TB-SUB) TO WS-MONEY-DISP.
168500         MOVE WS-MONEY-DISP TO LDG-LINE(38:14).
168600         MOVE WS-TB-CR(WS-TB-SUB) TO WS-MONEY-DISP.
168700         MOVE WS-MONEY-DISP TO LDG-LINE(54:14).
168800         COMPUTE WS-EDIT-BAL =
168900            WS-TB-DR(WS-TB-SUB) - WS-TB-CR(WS-TB-SUB).
169000         PERFORM PARA-EDIT-BALANCE.
169100         MOVE WS-MONEY-DISP TO LDG-LINE(71:14).
169200         MOVE WS-BAL-SIDE TO LDG-LINE(86:2).
169300         WRITE LDG-LINE.
169400
169500     PARA-PRINT-CONTROL-TIE.
169600*        EVERY LINE OF THE LEDGER AS READ BACK AGAINST THE TOTALS
169700*        THE POSTING RUNS KEPT ON THE CONTROL RECORD. A FEE MARKED
169800*        REVERSED MUST HAVE ITS REVERSAL LINE AND THE OTHER WAY
169900*        ABOUT, SO THE TWO COUNTS ARE TIED AS WELL.
169910*        GAMES CHARGED AND TAKEN BACK ARE TIED THE SAME WAY - A
169920*        GAME HAS ONE FEE LINE, AND A SECOND WHEN THE OPPONENT WAS
169930*        HUMAN AND WAS CHARGED AS WELL.
170000         MOVE SPACES TO LDG-LINE.
170100         WRITE LDG-LINE.
170200         MOVE SPACES TO LDG-LINE.
170300         MOVE "LEDGER AGAINST CONTROL TOTALS" TO LDG-LINE.
170400         WRITE LDG-LINE.
170500         MOVE SPACES TO LDG-LINE.
170600         WRITE LDG-LINE.
170700         MOVE SPACES TO LDG-LINE.
170800         MOVE "GAME TYPE" TO LDG-LINE(1:9).
170900         MOVE "GAMES CHARGED" TO LDG-LINE(17:13).
171000         MOVE "GAMES REVERSED" TO LDG-LINE(33:14).
171100         MOVE "NET GAMES BOOKED" TO LDG-LINE(50:16).
171110         MOVE "TWO-SIDED CHARGED" TO LDG-LINE(68:17).
171120         MOVE "TWO-SIDED REVERSED" TO LDG-LINE(87:18).
171200         WRITE LDG-LINE.
171300         PERFORM VARYING WS-GT-SUB FROM 1 BY 1 UNTIL WS-GT-SUB > 4
171400            MOVE SPACES TO LDG-LINE
171500            MOVE WS-GT-NAME(WS-GT-SUB) TO LDG-LINE(1:13)
171600            MOVE WS-CTL-GAMES(WS-GT-SUB) TO WS-COUNT-DISP
171700            MOVE WS-COUNT-DISP TO LDG-LINE(23:7)
171800            MOVE WS-CTL-GAMES-REV(WS-GT-SUB) TO WS-COUNT-DISP
171900            MOVE WS-COUNT-DISP TO LDG-LINE(40:7)
172000            COMPUTE WS-NET-GAMES = WS-CTL-GAMES(WS-GT-SUB)
172100               - WS-CTL-GAMES-REV(WS-GT-SUB)
172200            MOVE WS-NET-GAMES TO WS-NET-DISP
172300            MOVE WS-NET-DISP TO LDG-LINE(58:8)
172310            MOVE WS-CTL-GAMES-2S(WS-GT-SUB) TO WS-COUNT-DISP
172320            MOVE WS-COUNT-DISP TO LDG-LINE(78:7)
172330            MOVE WS-CTL-GAMES-REV-2S(WS-GT-SUB) TO WS-COUNT-DISP
172340            MOVE WS-COUNT-DISP TO LDG-LINE(98:7)
172400            WRITE LDG-LINE
172500         END-PERFORM.
172600         MOVE SPACES TO LDG-LINE.
172700         WRITE LDG-LINE.
172800         MOVE SPACES TO LDG-LINE.
172900         MOVE "LINE" TO LDG-LINE(1:4).
173000         MOVE "LEDGER COUNT" TO LDG-LINE(32:12).
173100         MOVE "LEDGER AMOUNT" TO LDG-LINE(47:13).
173200         MOVE "CONTROL COUNT" TO LDG-LINE(62:13).
173300         MOVE "CONTROL AMOUNT" TO LDG-LINE(77:14).
173400         WRITE LDG-LINE.
173500         MOVE 0 TO WS-CTL-TOTAL-DR.
173600         MOVE 0 TO WS-CTL-TOTAL-CR.
173700         PERFORM VARYING WS-GT-SUB FROM 1 BY 1 UNTIL WS-GT-SUB > 4
173800            MOVE SPACES TO WS-CMP-LABEL
173900            STRING "FEES - " WS-GT-NAME(WS-GT-SUB)
174000               DELIMITED BY SIZE INTO WS-CMP-LABEL
174100            END-STRING
174200            MOVE WS-RB-FEES(WS-GT-SUB) TO WS-CMP-LDG-CNT
174300            MOVE WS-RB-FEE-AMT(WS-GT-SUB) TO WS-CMP-LDG-AMT
174400            MOVE WS-CTL-FEES(WS-GT-SUB) TO WS-CMP-CTL-CNT
174500            MOVE WS-CTL-FEE-AMT(WS-GT-SUB) TO WS-CMP-CTL-AMT
174600            PERFORM PARA-PRINT-TIE-LINE
174610            MOVE "  FEES FOR GAMES CHARGED" TO WS-CMP-LABEL
174620            MOVE WS-RB-FEES(WS-GT-SUB) TO WS-CMP-LDG-CNT
174630            MOVE 0 TO WS-CMP-LDG-AMT
174640            COMPUTE WS-CMP-CTL-CNT = WS-CTL-GAMES(WS-GT-SUB)
174650               + WS-CTL-GAMES-2S(WS-GT-SUB)
174660            MOVE 0 TO WS-CMP-CTL-AMT
174670            PERFORM PARA-PRINT-TIE-LINE
174700            MOVE SPACES TO WS-CMP-LABEL
174800            STRING "REVERSALS - " WS-GT-NAME(WS-GT-SUB)
174900               DELIMITED BY SIZE INTO WS-CMP-LABEL
175000            END-STRING
175100            MOVE WS-RB-REVS(WS-GT-SUB) TO WS-CMP-LDG-CNT
175200            MOVE WS-RB-REV-AMT(WS-GT-SUB) TO WS-CMP-LDG-AMT
175300            MOVE WS-CTL-REVS(WS-GT-SUB) TO WS-CMP-CTL-CNT
175400            MOVE WS-CTL-REV-AMT(WS-GT-SUB) TO WS-CMP-CTL-AMT
175500            PERFORM PARA-PRINT-TIE-LINE
175600            MOVE SPACES TO WS-CMP-LABEL
175700            STRING "  FEES MARKED REVERSED" DELIMITED BY SIZE
175800               INTO WS-CMP-LABEL
175900            END-STRING
176000            MOVE WS-RB-FLAGGED(WS-GT-SUB) TO WS-CMP-LDG-CNT
176100            MOVE 0 TO WS-CMP-LDG-AMT
176200            MOVE WS-RB-REVS(WS-GT-SUB) TO WS-CMP-CTL-CNT
176300            MOVE 0 TO WS-CMP-CTL-AMT
176400            PERFORM PARA-PRINT-TIE-LINE
176410            MOVE "  FEES FOR GAMES REVERSED" TO WS-CMP-LABEL
176420            MOVE WS-RB-FLAGGED(WS-GT-SUB) TO WS-CMP-LDG-CNT
176430            MOVE 0 TO WS-CMP-LDG-AMT
176440            COMPUTE WS-CMP-CTL-CNT = WS-CTL-GAMES-REV(WS-GT-SUB)
176450               + WS-CTL-GAMES-REV-2S(WS-GT-SUB)
176460            MOVE 0 TO WS-CMP-CTL-AMT
176470            PERFORM PARA-PRINT-TIE-LINE
176500            ADD WS-CTL-FEE-AMT(WS-GT-SUB) TO WS-CTL-TOTAL-DR
176600            ADD WS-CTL-REV-AMT(WS-GT-SUB) TO WS-CTL-TOTAL-CR
176700         END-PERFORM.
176800         MOVE "PRIZES" TO WS-CMP-LABEL.
176900         MOVE WS-RB-PRIZES TO WS-CMP-LDG-CNT.
177000         MOVE WS-RB-PRIZE-AMT TO WS-CMP-LDG-AMT.
177100         MOVE WS-CTL-PRIZES TO WS-CMP-CTL-CNT.
177200         MOVE WS-CTL-PRIZE-AMT TO WS-CMP-CTL-AMT.
177300         PERFORM PARA-PRINT-TIE-LINE.
177400         MOVE "ADJUSTMENTS" TO WS-CMP-LABEL.
177500         MOVE WS-RB-ADJS TO WS-CMP-LDG-CNT.
177600         MOVE 0 TO WS-CMP-LDG-AMT.
177700         MOVE WS-CTL-ADJS TO WS-CMP-CTL-CNT.
177800         MOVE 0 TO WS-CMP-CTL-AMT.
177900         PERFORM PARA-PRINT-TIE-LINE.
178000         MOVE "  ADJUSTMENT DEBITS" TO WS-CMP-LABEL.
178100         MOVE 0 TO WS-CMP-LDG-CNT.
178200         MOVE WS-RB-ADJ-DR-AMT TO WS-CMP-LDG-AMT.
178300         MOVE 0 TO WS-CMP-CTL-CNT.
178400         MOVE WS-CTL-ADJ-DR-AMT TO WS-CMP-CTL-AMT.
178500         PERFORM PARA-PRINT-TIE-LINE.
178600         MOVE "  ADJUSTMENT CREDITS" TO WS-CMP-LABEL.
178700         MOVE 0 TO WS-CMP-LDG-CNT.
178800         MOVE WS-RB-ADJ-CR-AMT TO WS-CMP-LDG-AMT.
178900         MOVE 0 TO WS-CMP-CTL-CNT.
179000         MOVE WS-CTL-ADJ-CR-AMT TO WS-CMP-CTL-AMT.
179100         PERFORM PARA-PRINT-TIE-LINE.
179200         MOVE "UNRECOGNISED LINES" TO WS-CMP-LABEL.
179300         MOVE WS-RB-UNTYPED TO WS-CMP-LDG-CNT.
179400         MOVE 0 TO WS-CMP-LDG-AMT.
179500         MOVE 0 TO WS-CMP-CTL-CNT.
179600         MOVE 0 TO WS-CMP-CTL-AMT.
179700         PERFORM PARA-PRINT-TIE-LINE.
179800         ADD WS-CTL-ADJ-DR-AMT TO WS-CTL-TOTAL-DR.
179900         ADD WS-CTL-PRIZE-AMT TO WS-CTL-TOTAL-CR.
180000         ADD WS-CTL-ADJ-CR-AMT TO WS-CTL-TOTAL-CR.
180100         MOVE "TOTAL DEBITS" TO WS-CMP-LABEL.
180200         MOVE 0 TO WS-CMP-LDG-CNT.
180300         MOVE WS-RB-TOTAL-DR TO WS-CMP-LDG-AMT.
180400         MOVE 0 TO WS-CMP-CTL-CNT.
180500         MOVE WS-CTL-TOTAL-DR TO WS-CMP-CTL-AMT.
180600         PERFORM PARA-PRINT-TIE-LINE.
180700         MOVE "TOTAL CREDITS" TO WS-CMP-LABEL.
180800         MOVE 0 TO WS-CMP-LDG-CNT.
180900         MOVE WS-RB-TOTAL-CR TO WS-CMP-LDG-AMT.
181000         MOVE 0 TO WS-CMP-CTL-CNT.
181100         MOVE WS-CTL-TOTAL-CR TO WS-CMP-CTL-AMT.
181200         PERFORM PARA-PRINT-TIE-LINE.
181300         MOVE SPACES TO LDG-LINE.
181400         MOVE "SUM OF ACCOUNT BALANCES" TO LDG-LINE(1:23).
181500         MOVE WS-BAL-SUM TO WS-EDIT-BAL.
181600         PERFORM PARA-EDIT-BALANCE.
181700         MOVE WS-MONEY-DISP TO LDG-LINE(46:14).
181800         MOVE WS-BAL-SIDE TO LDG-LINE(61:2).
181900         COMPUTE WS-EDIT-BAL = WS-CTL-TOTAL-DR - WS-CTL-TOTAL-CR.
182000         PERFORM PARA-EDIT-BALANCE.
182100         MOVE WS-MONEY-DISP TO LDG-LINE(77:14).
182200         MOVE WS-BAL-SIDE TO LDG-LINE(92:2).
182300         IF WS-BAL-SUM = WS-EDIT-BAL
182400            MOVE "AGREES" TO LDG-LINE(96:6)
182500         ELSE
182600            MOVE "*** OUT OF BALANCE" TO LDG-LINE(96:18)
182700            ADD 1 TO WS-MISMATCH-COUNT
182800         END-IF.
182900         WRITE LDG-LINE.
183000         MOVE SPACES TO LDG-LINE.
183100         WRITE LDG-LINE.
183200         MOVE SPACES TO LDG-LINE.
183300         MOVE "LAST TRANSACTION NUMBER:" TO LDG-LINE(1:24).
183400         MOVE WS-CTL-LAST-TXN TO LDG-LINE(26:9).
183500         WRITE LDG-LINE.
183600         MOVE SPACES TO LDG-LINE.
183700         MOVE "LAST SEASON PRIZES PAID:" TO LDG-LINE(1:24).
183800         MOVE WS-CTL-PRIZE-SEASON TO LDG-LINE(26:4).
183900         WRITE LDG-LINE.
184000
184100     PARA-PRINT-TIE-LINE.
184200         MOVE SPACES TO LDG-LINE.
184300         MOVE WS-CMP-LABEL TO LDG-LINE(1:30).
184400         MOVE WS-CMP-LDG-CNT TO WS-COUNT-DISP.
184500         MOVE WS-COUNT-DISP TO LDG-LINE(37:7).
184600         MOVE WS-CMP-LDG-AMT TO WS-MONEY-DISP.
184700         MOVE WS-MONEY-DISP TO LDG-LINE(46:14).
184800         MOVE WS-CMP-CTL-CNT TO WS-COUNT-DISP.
184900         MOVE WS-COUNT-DISP TO LDG-LINE(68:7).
185000         MOVE WS-CMP-CTL-AMT TO WS-MONEY-DISP.
185100         MOVE WS-MONEY-DISP TO LDG-LINE(77:14).
185200         IF WS-CMP-LDG-CNT = WS-CMP-CTL-CNT
185300            AND WS-CMP-LDG-AMT = WS-CMP-CTL-AMT
185400            MOVE "AGREES" TO LDG-LINE(96:6)
185500         ELSE
185600            MOVE "*** OUT OF BALANCE" TO LDG-LINE(96:18)
185700            ADD 1 TO WS-MISMATCH-COUNT
185800         END-IF.
185900         WRITE LDG-LINE.
186000
186100     PARA-END-RUN.
186200*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
186300*        JOURNAL CARRIES THE RETURN CODE OF A REFUSED RUN TOO.
186400         PERFORM PARA-WRITE-RUNLOG.
186500         STOP RUN.
186600
186700     PARA-WRITE-RUNLOG.
186800*        ONLY THE FEE RUN READS RESULTS, AS A CHECKPOINTED READ -
186900*        THE CHECKPOINT ONLY COUNTS AS ADVANCED IF FEECHKP WAS
187000*        ACTUALLY REWRITTEN.
187100         OPEN EXTEND RUNLOG-FILE.
187200         IF WS-RUNLOG-STATUS NOT = "00"
187300            OPEN OUTPUT RUNLOG-FILE
187400         END-IF.
187500         IF WS-RUNLOG-STATUS NOT = "00"
187600            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
187700               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
187800         ELSE
187900            INITIALIZE RCTL-REC
188000            MOVE "BATLEDG" TO RCTL-PROGRAM
188100            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
188200            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
188300            MOVE WS-COMMAND-LINE TO RCTL-PARM
188400            MOVE RETURN-CODE TO RCTL-RETURN-CODE
188500            MOVE 1 TO WS-LOG-SUB
188600            MOVE "LEDGER" TO RCTL-FILE-DD(1)
188700            MOVE WS-LDG-READ-COUNT TO RCTL-FILE-READ(1)
188800            MOVE WS-LDG-WRITTEN-COUNT TO RCTL-FILE-WRITTEN(1)
188900            IF WS-FUNC-FEES
189000               ADD 1 TO WS-LOG-SUB
189100               MOVE "RESULTS" TO RCTL-FILE-DD(WS-LOG-SUB)
189200               MOVE WS-RES-READ-COUNT
189300                  TO RCTL-FILE-READ(WS-LOG-SUB)
189400               SET RCTL-CHECKPOINTED(WS-LOG-SUB) TO TRUE
189500               MOVE WS-RES-THRU TO RCTL-CHKPT-FROM(WS-LOG-SUB)
189600               IF WS-CHKPT-WRITTEN
189700                  MOVE WS-RES-READ-COUNT
189800                     TO RCTL-CHKPT-THRU(WS-LOG-SUB)
189900               ELSE
190000                  MOVE WS-RES-THRU TO RCTL-CHKPT-THRU(WS-LOG-SUB)
190100               END-IF
190200            END-IF
190300            IF WS-FUNC-PRIZES
190400               ADD 1 TO WS-LOG-SUB
190500               MOVE "SEASFIN" TO RCTL-FILE-DD(WS-LOG-SUB)
190600               MOVE WS-SFN-READ-COUNT
190700                  TO RCTL-FILE-READ(WS-LOG-SUB)
190800            END-IF
190900            IF WS-FUNC-ADJUST
191000               ADD 1 TO WS-LOG-SUB
191100               MOVE "LEDGTRAN" TO RCTL-FILE-DD(WS-LOG-SUB)
191200               MOVE WS-CARD-COUNT TO RCTL-FILE-READ(WS-LOG-SUB)
191300            END-IF
191400            MOVE WS-LOG-SUB TO RCTL-FILE-COUNT
191500            WRITE RCTL-REC
191600            CLOSE RUNLOG-FILE
191700         END-IF.
