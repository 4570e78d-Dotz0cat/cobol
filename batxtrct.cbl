001410         SELECT CHECKPOINT-FILE ASSIGN TO "XTRCHKP"
001420             ORGANIZATION IS LINE SEQUENTIAL
001430             FILE STATUS IS WS-CHKPT-STATUS.
001440         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001450             ORGANIZATION IS LINE SEQUENTIAL
001460             FILE STATUS IS WS-RUNLOG-STATUS.
001500 DATA DIVISION.
001600     FILE SECTION.
001700     FD  RESULTS-FILE.
002200     01  EXT-LINE                 PIC X(132).
002210     FD  CHECKPOINT-FILE.
002220         COPY "CHKPTREC.cpy".
002230     FD  RUNLOG-FILE.
002240         COPY "RUNLOG.cpy".
002300     WORKING-STORAGE SECTION.
002400     01  WS-FILE-STATUSES.
002500         05 WS-RESULTS-STATUS     PIC X(2) VALUE "00".
002600         05 WS-MOVES-LOG-STATUS   PIC X(2) VALUE "00".
002700         05 WS-EXTRACT-STATUS     PIC X(2) VALUE "00".
002710         05 WS-CHKPT-STATUS       PIC X(2) VALUE "00".
002712         05 WS-RUNLOG-STATUS      PIC X(2) VALUE "00".
002720     01  WS-RES-THRU              PIC 9(9) VALUE 0.
002730     01  WS-MOVES-THRU            PIC 9(9) VALUE 0.
002740     01  WS-RES-READ-COUNT        PIC 9(9) VALUE 0.
003500     01  WS-RUN-TIME              PIC X(6) VALUE SPACES.
003600     01  WS-DETAIL-COUNT          PIC 9(6) VALUE 0.
003700     01  WS-MOVES-COUNT           PIC 9(6) VALUE 0.
003710     01  WS-REVERSAL-COUNT        PIC 9(6) VALUE 0.
003712     01  WS-EXTRACT-WRITTEN       PIC 9(9) VALUE 0.
003714     01  WS-CHKPT-WRITTEN-FLAG    PIC X(1) VALUE "N".
003716         88 WS-CHKPT-WRITTEN      VALUE "Y".
003720     01  WS-REC-TYPE              PIC X(1) VALUE "D".
003730*        "D" FOR A SETTLEMENT (ORIGINAL OR CORRECTION), "R" FOR
003740*        A REVERSAL THE RECEIVER MUST BACK OUT. HASH TOTALS IN
003750*        THE TRAILER COVER THE "D" RECORDS ONLY.
003800     01  WS-HASH-TOTALS.
003900         05 WS-HASH-SHOTS-P       PIC 9(9) VALUE 0.
004000         05 WS-HASH-HITS-P        PIC 9(9) VALUE 0.
007600            DISPLAY "CANNOT OPEN EXTRACT - STATUS "
007700               WS-EXTRACT-STATUS
007800            MOVE 16 TO RETURN-CODE
007900            PERFORM PARA-END-RUN
008000         END-IF.
008100         PERFORM PARA-WRITE-HEADER.
008200         PERFORM PARA-EXTRACT-RESULTS.
008500         END-IF.
008600         PERFORM PARA-WRITE-TRAILER.
008650         PERFORM PARA-WRITE-CHECKPOINT.
008660         IF WS-CHKPT-STATUS = "00"
008670            SET WS-CHKPT-WRITTEN TO TRUE
008680         END-IF.
008700         CLOSE EXTRACT-FILE.
008800         DISPLAY "EXTRACT WRITTEN - " WS-DETAIL-COUNT
008900            " RESULT RECORDS, " WS-REVERSAL-COUNT
008950            " REVERSAL RECORDS, " WS-MOVES-COUNT
009000            " MOVE SUMMARY RECORDS".
009100         PERFORM PARA-END-RUN.
009200
009210     PARA-READ-CHECKPOINT.
009220         OPEN INPUT CHECKPOINT-FILE.
009800                "," DELIMITED BY SIZE
009900                WS-RUN-TIME DELIMITED BY SIZE
010000                "," DELIMITED BY SIZE
010100                "BATTLE-RESULTS-V4" DELIMITED BY SIZE
010200                INTO EXT-LINE
010300         END-STRING.
010400         WRITE EXT-LINE.
010450         ADD 1 TO WS-EXTRACT-WRITTEN.
010500
010600     PARA-EXTRACT-RESULTS.
010700         MOVE "N" TO WS-EOF-FLAG.
012200             NOT AT END
012210                ADD 1 TO WS-RES-READ-COUNT
012220                IF WS-RES-READ-COUNT > WS-RES-THRU
012230                   IF RESULT-REVERSAL
012240                      PERFORM PARA-WRITE-REVERSAL
012250                   ELSE
012300                      PERFORM PARA-WRITE-DETAIL
012305                   END-IF
012310                END-IF
012400         END-READ.
012500
013100         ADD RESULT-SHOTS-COMPUTER TO WS-HASH-SHOTS-C.
013200         ADD RESULT-HITS-COMPUTER TO WS-HASH-HITS-C.
013300         ADD RESULT-MISS-COMPUTER TO WS-HASH-MISS-C.
013310         MOVE "D" TO WS-REC-TYPE.
013320         PERFORM PARA-FORMAT-RESULT.
013330
013340     PARA-WRITE-REVERSAL.
013350*        THE REVERSAL ROW IS AN EXACT COPY OF A SETTLEMENT THE
013360*        RECEIVER HAS ALREADY LOADED - SAME LAYOUT AS THE "D"
013370*        RECORD SO IT CAN BE MATCHED AND TAKEN BACK.
013380         ADD 1 TO WS-REVERSAL-COUNT.
013390         MOVE "R" TO WS-REC-TYPE.
013392         PERFORM PARA-FORMAT-RESULT.
013394
013396     PARA-FORMAT-RESULT.
013400         MOVE SPACES TO EXT-LINE.
013500         STRING WS-REC-TYPE DELIMITED BY SIZE
013600                "," DELIMITED BY SIZE
013700                RESULT-PLAYER-ID DELIMITED BY SIZE
013800                "," DELIMITED BY SIZE
015940                RESULT-DATE DELIMITED BY SIZE
015950                "," DELIMITED BY SIZE
015960                RESULT-TIME DELIMITED BY SIZE
015962                "," DELIMITED BY SIZE
015964                RESULT-DISPOSITION DELIMITED BY SIZE
015966                "," DELIMITED BY SIZE
015968                RESULT-ENTRY-TYPE DELIMITED BY SIZE
015970                "," DELIMITED BY SIZE
015972                RESULT-ADJ-REASON DELIMITED BY SIZE
015974                "," DELIMITED BY SIZE
015976                RESULT-ADJ-DATE DELIMITED BY SIZE
016000                INTO EXT-LINE
016100         END-STRING.
016200         WRITE EXT-LINE.
016250         ADD 1 TO WS-EXTRACT-WRITTEN.
016300
016400     PARA-EXTRACT-MOVES.
016500         MOVE "N" TO WS-EOF-FLAG.
027900                   INTO EXT-LINE
028000            END-STRING
028100            WRITE EXT-LINE
028150            ADD 1 TO WS-EXTRACT-WRITTEN
028200         END-PERFORM.
028300
028400     PARA-WRITE-TRAILER.
030000                WS-HASH-HITS-C DELIMITED BY SIZE
030100                "," DELIMITED BY SIZE
030200                WS-HASH-MISS-C DELIMITED BY SIZE
030210                "," DELIMITED BY SIZE
030220                WS-REVERSAL-COUNT DELIMITED BY SIZE
030300                INTO EXT-LINE
030400         END-STRING.
030500         WRITE EXT-LINE.
030550         ADD 1 TO WS-EXTRACT-WRITTEN.
030600
030700     PARA-END-RUN.
030800*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
030900*        JOURNAL CARRIES THE RETURN CODE OF A FAILED STEP TOO.
031000         PERFORM PARA-WRITE-RUNLOG.
031100         STOP RUN.
031200
031300     PARA-WRITE-RUNLOG.
031400*        THE CUTS ONLY COUNT AS ADVANCED IF XTRCHKP WAS ACTUALLY
031500*        REWRITTEN. THE MOVES CUT ONLY MOVES ON A MOVES RUN -
031600*        OTHERWISE THE LOG IS NOT READ AT ALL AND IS NOT LISTED
031700*        AS CONSUMED.
031800         OPEN EXTEND RUNLOG-FILE.
031900         IF WS-RUNLOG-STATUS NOT = "00"
032000            OPEN OUTPUT RUNLOG-FILE
032100         END-IF.
032200         IF WS-RUNLOG-STATUS NOT = "00"
032300            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
032400               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
032500         ELSE
032600            INITIALIZE RCTL-REC
032700            MOVE "BATXTRCT" TO RCTL-PROGRAM
032800            MOVE WS-RUN-DATE TO RCTL-RUN-DATE
032900            MOVE WS-RUN-TIME TO RCTL-RUN-TIME
033000            MOVE WS-COMMAND-LINE TO RCTL-PARM
033100            MOVE RETURN-CODE TO RCTL-RETURN-CODE
033200            MOVE 3 TO RCTL-FILE-COUNT
033300            MOVE "RESULTS" TO RCTL-FILE-DD(1)
033400            MOVE WS-RES-READ-COUNT TO RCTL-FILE-READ(1)
033500            SET RCTL-CHECKPOINTED(1) TO TRUE
033600            MOVE WS-RES-THRU TO RCTL-CHKPT-FROM(1)
033700            MOVE WS-RES-THRU TO RCTL-CHKPT-THRU(1)
033800            MOVE "EXTRACT" TO RCTL-FILE-DD(2)
033900            MOVE WS-EXTRACT-WRITTEN TO RCTL-FILE-WRITTEN(2)
034000            MOVE "MOVESLOG" TO RCTL-FILE-DD(3)
034100            MOVE WS-MOVES-READ-COUNT TO RCTL-FILE-READ(3)
034200            IF WS-WANT-MOVES
034300               SET RCTL-CHECKPOINTED(3) TO TRUE
034400               MOVE WS-MOVES-THRU TO RCTL-CHKPT-FROM(3)
034500               MOVE WS-MOVES-THRU TO RCTL-CHKPT-THRU(3)
034600            END-IF
034700            IF WS-CHKPT-WRITTEN
034800               MOVE WS-RES-READ-COUNT TO RCTL-CHKPT-THRU(1)
034900               IF WS-WANT-MOVES
035000                  MOVE WS-MOVES-READ-COUNT TO RCTL-CHKPT-THRU(3)
035100               END-IF
035200            END-IF
035300            WRITE RCTL-REC
035400            CLOSE RUNLOG-FILE
035500         END-IF.
