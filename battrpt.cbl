001130             ACCESS MODE IS DYNAMIC
001140             RECORD KEY IS PLYR-PLAYER-ID
001150             FILE STATUS IS WS-PLAYERS-STATUS.
001160         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001170             ORGANIZATION IS LINE SEQUENTIAL
001180             FILE STATUS IS WS-RUNLOG-STATUS.
001200 DATA DIVISION.
001300     FILE SECTION.
001400     FD  RESULTS-FILE.
001700     01  RPT-LINE                PIC X(110).
001710     FD  PLAYER-MASTER.
001720         COPY "PLYRREC.cpy".
001730     FD  RUNLOG-FILE.
001740         COPY "RUNLOG.cpy".
001800     WORKING-STORAGE SECTION.
001900     01  WS-RESULTS-STATUS        PIC X(2) VALUE "00".
002000     01  WS-RPTOUT-STATUS         PIC X(2) VALUE "00".
002010     01  WS-PLAYERS-STATUS        PIC X(2) VALUE "00".
002012     01  WS-RUNLOG-STATUS         PIC X(2) VALUE "00".
002014     01  WS-RUN-STAMP             PIC X(14) VALUE SPACES.
002016     01  WS-RES-READ-COUNT        PIC 9(9) VALUE 0.
002020     01  WS-NAME-TABLE.
002030         05 WS-NAME-ENTRY OCCURS 200 TIMES.
002040            10 WS-NT-PLAYER-ID    PIC X(8).
003200            10 WS-TBL-SHIPS-SUNK  PIC 9(5) VALUE 0.
003300     01  WS-PLAYER-COUNT          PIC 9(4) VALUE 0.
003400     01  WS-TBL-SUB               PIC 9(4) VALUE 0.
003402     01  WS-HC-TABLE.
003404         05 WS-HC-ENTRY OCCURS 200 TIMES.
003406            10 WS-HC-PLAYER-ID    PIC X(8).
003408            10 WS-HC-GAMES        PIC 9(4) VALUE 0.
003410            10 WS-HC-WINS         PIC 9(4) VALUE 0.
003412            10 WS-HC-LOSSES       PIC 9(4) VALUE 0.
003414            10 WS-HC-GAVE         PIC 9(4) VALUE 0.
003416            10 WS-HC-GAVE-WON     PIC 9(4) VALUE 0.
003418            10 WS-HC-RECV         PIC 9(4) VALUE 0.
003420            10 WS-HC-RECV-WON     PIC 9(4) VALUE 0.
003422*        HANDICAP GAMES PER SIDE - KEPT APART FROM THE EVEN-GAME
003424*        TABLE ABOVE. GAVE IS GAMES PLAYED AS THE STRONGER SIDE,
003426*        RECEIVED AS THE WEAKER, EACH WITH THE GAMES WON.
003428     01  WS-HC-COUNT              PIC 9(4) VALUE 0.
003430     01  WS-HC-SUB                PIC 9(4) VALUE 0.
003432     01  WS-HC-ID                 PIC X(8) VALUE SPACES.
003434     01  WS-HC-WON-FLAG           PIC X(1) VALUE "N".
003436         88 WS-HC-WON             VALUE "Y".
003438     01  WS-HC-GAVE-FLAG          PIC X(1) VALUE "N".
003440         88 WS-HC-GAVE-IT         VALUE "Y".
003442     01  WS-HC-WEAK-FLAG          PIC X(1) VALUE "N".
003444         88 WS-HC-WEAK-WON        VALUE "Y".
003446     01  WS-HCAP-GAMES            PIC 9(6) VALUE 0.
003448     01  WS-HC-TYPE-TABLE.
003450         05 WS-HC-TYPE-ENTRY OCCURS 3 TIMES.
003452            10 WS-HC-TYPE-GAMES     PIC 9(5) VALUE 0.
003454            10 WS-HC-TYPE-WEAK-WON  PIC 9(5) VALUE 0.
003456     01  WS-HC-TYPE-CODES         PIC X(3) VALUE "OSF".
003458     01  WS-HC-TYPE-NAMES         PIC X(45) VALUE
003460         "OPENING SHOTS  EXTRA SHOTS    SHIP WITHHELD  ".
003462     01  WS-HC-TYPE-SUB           PIC 9(1) VALUE 0.
003464*        HANDICAP GAMES BY TYPE ("O" OPENING SHOTS, "S" EXTRA
003466*        SHOTS PER TURN, "F" ONE SHIP FEWER) WITH HOW MANY THE
003468*        WEAKER SIDE WON.
003500     01  WS-FOUND-FLAG            PIC X(1) VALUE "N".
003600         88 WS-FOUND              VALUE "Y".
003700     01  WS-TOTAL-GAMES           PIC 9(6) VALUE 0.
003880     01  WS-FO-SUB                PIC 9(2) VALUE 0.
003890     01  WS-DTL-SUB               PIC 9(2) VALUE 0.
003895     01  WS-FO-SURVIVED           PIC 9(5) VALUE 0.
003896     01  WS-ADJ-TABLE.
003897         05 WS-ADJ-ENTRY OCCURS 100 TIMES.
003898            10 WS-ADJ-GAME-NO     PIC 9(12).
003899            10 WS-ADJ-PLAYER-ID   PIC X(8).
003900            10 WS-ADJ-TYPE        PIC X(1).
003901            10 WS-ADJ-REASON      PIC X(2).
003902            10 WS-ADJ-DATE        PIC 9(8).
003903            10 WS-ADJ-WINNER      PIC X(8).
003904            10 WS-ADJ-DISP        PIC X(1).
003905*        REVERSAL AND CORRECTION ROWS SEEN THIS RUN, LISTED
003906*        UNDER RESULT ADJUSTMENTS SO THE COMMITTEE CAN SEE
003907*        WHY THE TOTALS MOVED.
003908     01  WS-ADJ-COUNT             PIC 9(4) VALUE 0.
003909     01  WS-ADJ-SUB               PIC 9(4) VALUE 0.
003910     01  WS-ADJ-OVERFLOW          PIC 9(4) VALUE 0.
003911     01  WS-REVERSAL-COUNT        PIC 9(6) VALUE 0.
003912     01  WS-CORRECTION-COUNT      PIC 9(6) VALUE 0.
003913     01  WS-TAKE-COUNTERS.
003914         05 WS-TAKE-SHOTS         PIC 9(6) VALUE 0.
003915         05 WS-TAKE-HITS          PIC 9(6) VALUE 0.
003916         05 WS-TAKE-MISSES        PIC 9(6) VALUE 0.
003917         05 WS-TAKE-SUNK          PIC 9(5) VALUE 0.
003920 PROCEDURE DIVISION.
004000     PARA-MAIN.
004010         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
004100         PERFORM PARA-OPEN-FILES.
004200         PERFORM PARA-BUILD-TABLE UNTIL WS-EOF.
004300         PERFORM PARA-PRINT-REPORT.
004400         PERFORM PARA-CLOSE-FILES.
004450         PERFORM PARA-WRITE-RUNLOG.
004500         STOP RUN.
004600
004700     PARA-OPEN-FILES.
005300             AT END
005400                SET WS-EOF TO TRUE
005500             NOT AT END
005505                ADD 1 TO WS-RES-READ-COUNT
005510*               ABANDONED-UNRATED SETTLEMENTS HAVE NO WINNER
005520*               AND WOULD POISON THE WIN/LOSS COLUMNS - THEY
005530*               STAY OFF THE STATS AS THEY STAY OFF THE LADDER.
005532                IF RESULT-REVERSAL OR RESULT-CORRECTION
005534                   PERFORM PARA-NOTE-ADJUSTMENT
005536                END-IF
005537                IF NOT RESULT-ABANDONED AND NOT RESULT-HCAP-NONE
005538                   PERFORM PARA-HCAP-GAME
005539                END-IF
005540                IF RESULT-ABANDONED OR NOT RESULT-HCAP-NONE
005550                   CONTINUE
005560                ELSE
005562*                  A REVERSAL ROW TAKES ITS GAME BACK OUT OF
005564*                  THE TOTALS - A CORRECTION ROW THEN BOOKS
005566*                  THE RULED SETTLEMENT LIKE ANY OTHER ROW.
005568                   IF RESULT-REVERSAL
005570                      IF WS-TOTAL-GAMES > 0
005572                         SUBTRACT 1 FROM WS-TOTAL-GAMES
005574                      END-IF
005576                      PERFORM PARA-REMOVE-PLAYER
005578                      PERFORM PARA-REMOVE-OPPONENT
005580                      PERFORM PARA-REMOVE-SHIP-DETAIL
005582                   ELSE
005600                      ADD 1 TO WS-TOTAL-GAMES
005700                      PERFORM PARA-ACCUM-PLAYER
005800                      PERFORM PARA-ACCUM-OPPONENT
005850                      PERFORM PARA-ACCUM-SHIP-DETAIL
005855                   END-IF
005860                END-IF
005900         END-READ.
006000
012576               PERFORM PARA-PRINT-FLEET-LINE
012578            END-PERFORM
012580         END-IF.
012581         PERFORM PARA-PRINT-HANDICAP.
012582         IF WS-ADJ-COUNT > 0
012583            PERFORM PARA-PRINT-ADJUSTMENTS
012584         END-IF.
012600         MOVE SPACES TO RPT-LINE.
012700         WRITE RPT-LINE.
012800         MOVE "TOTAL GAMES REPORTED: " TO RPT-LINE.
014500     PARA-CLOSE-FILES.
014600         CLOSE RESULTS-FILE.
014700         CLOSE RPTOUT.
014800
014810     PARA-NOTE-ADJUSTMENT.
014820         IF RESULT-REVERSAL
014830            ADD 1 TO WS-REVERSAL-COUNT
014840         ELSE
014850            ADD 1 TO WS-CORRECTION-COUNT
014860         END-IF.
014870         IF WS-ADJ-COUNT < 100
014880            ADD 1 TO WS-ADJ-COUNT
014890            MOVE RESULT-GAME-NO TO WS-ADJ-GAME-NO(WS-ADJ-COUNT)
014900            MOVE RESULT-PLAYER-ID TO
014905               WS-ADJ-PLAYER-ID(WS-ADJ-COUNT)
014910            MOVE RESULT-ENTRY-TYPE TO WS-ADJ-TYPE(WS-ADJ-COUNT)
014920            MOVE RESULT-ADJ-REASON TO WS-ADJ-REASON(WS-ADJ-COUNT)
014930            MOVE RESULT-ADJ-DATE TO WS-ADJ-DATE(WS-ADJ-COUNT)
014940            MOVE RESULT-WINNER TO WS-ADJ-WINNER(WS-ADJ-COUNT)
014950            MOVE RESULT-DISPOSITION TO WS-ADJ-DISP(WS-ADJ-COUNT)
014960         ELSE
014970            ADD 1 TO WS-ADJ-OVERFLOW
014980         END-IF.
014990
015000     PARA-REMOVE-PLAYER.
015010*        MIRROR OF PARA-ACCUM-PLAYER FOR A REVERSAL ROW. THE
015020*        ORIGINAL ROW MAY HAVE BEEN ROLLED TO HISTORY, SO EACH
015030*        COUNTER STOPS AT ZERO RATHER THAN GOING NEGATIVE.
015040         PERFORM PARA-FIND-OR-ADD-PLAYER.
015050         IF WS-TBL-GAMES(WS-TBL-SUB) > 0
015060            SUBTRACT 1 FROM WS-TBL-GAMES(WS-TBL-SUB)
015070         END-IF.
015080         IF RESULT-WINNER = RESULT-PLAYER-ID
015090            IF WS-TBL-WINS(WS-TBL-SUB) > 0
015100               SUBTRACT 1 FROM WS-TBL-WINS(WS-TBL-SUB)
015110            END-IF
015120         ELSE
015130            IF WS-TBL-LOSSES(WS-TBL-SUB) > 0
015140               SUBTRACT 1 FROM WS-TBL-LOSSES(WS-TBL-SUB)
015150            END-IF
015160         END-IF.
015170         MOVE RESULT-SHOTS-PLAYER TO WS-TAKE-SHOTS.
015180         MOVE RESULT-HITS-PLAYER TO WS-TAKE-HITS.
015190         MOVE RESULT-MISS-PLAYER TO WS-TAKE-MISSES.
015200         MOVE RESULT-SHIPS-SUNK-PLR TO WS-TAKE-SUNK.
015210         PERFORM PARA-TAKE-COUNTERS.
015220
015230     PARA-REMOVE-OPPONENT.
015240         IF RESULT-OPPONENT-ID = SPACES
015250            MOVE "COMPUTER" TO
015260               WS-TBL-PLAYER-ID(WS-PLAYER-COUNT + 1)
015270         ELSE
015280            MOVE RESULT-OPPONENT-ID TO
015290               WS-TBL-PLAYER-ID(WS-PLAYER-COUNT + 1)
015300         END-IF.
015310         IF WS-TBL-PLAYER-ID(WS-PLAYER-COUNT + 1) = "COMPUTER"
015320            AND RESULT-COM-LEVEL = 1
015330            MOVE "COMPUTR1" TO
015340               WS-TBL-PLAYER-ID(WS-PLAYER-COUNT + 1)
015350         END-IF.
015360         PERFORM PARA-FIND-OR-ADD-COMPUTER.
015370         IF WS-TBL-GAMES(WS-TBL-SUB) > 0
015380            SUBTRACT 1 FROM WS-TBL-GAMES(WS-TBL-SUB)
015390         END-IF.
015400         IF RESULT-WINNER NOT = RESULT-PLAYER-ID
015410            IF WS-TBL-WINS(WS-TBL-SUB) > 0
015420               SUBTRACT 1 FROM WS-TBL-WINS(WS-TBL-SUB)
015430            END-IF
015440         ELSE
015450            IF WS-TBL-LOSSES(WS-TBL-SUB) > 0
015460               SUBTRACT 1 FROM WS-TBL-LOSSES(WS-TBL-SUB)
015470            END-IF
015480         END-IF.
015490         MOVE RESULT-SHOTS-COMPUTER TO WS-TAKE-SHOTS.
015500         MOVE RESULT-HITS-COMPUTER TO WS-TAKE-HITS.
015510         MOVE RESULT-MISS-COMPUTER TO WS-TAKE-MISSES.
015520         MOVE RESULT-SHIPS-SUNK-COM TO WS-TAKE-SUNK.
015530         PERFORM PARA-TAKE-COUNTERS.
015540
015550     PARA-TAKE-COUNTERS.
015560         IF WS-TBL-SHOTS(WS-TBL-SUB) > WS-TAKE-SHOTS
015570            SUBTRACT WS-TAKE-SHOTS FROM WS-TBL-SHOTS(WS-TBL-SUB)
015580         ELSE
015590            MOVE 0 TO WS-TBL-SHOTS(WS-TBL-SUB)
015600         END-IF.
015610         IF WS-TBL-HITS(WS-TBL-SUB) > WS-TAKE-HITS
015620            SUBTRACT WS-TAKE-HITS FROM WS-TBL-HITS(WS-TBL-SUB)
015630         ELSE
015640            MOVE 0 TO WS-TBL-HITS(WS-TBL-SUB)
015650         END-IF.
015660         IF WS-TBL-MISSES(WS-TBL-SUB) > WS-TAKE-MISSES
015670            SUBTRACT WS-TAKE-MISSES FROM WS-TBL-MISSES(WS-TBL-SUB)
015680         ELSE
015690            MOVE 0 TO WS-TBL-MISSES(WS-TBL-SUB)
015700         END-IF.
015710         IF WS-TBL-SHIPS-SUNK(WS-TBL-SUB) > WS-TAKE-SUNK
015720            SUBTRACT WS-TAKE-SUNK FROM
015730               WS-TBL-SHIPS-SUNK(WS-TBL-SUB)
015740         ELSE
015750            MOVE 0 TO WS-TBL-SHIPS-SUNK(WS-TBL-SUB)
015760         END-IF.
015770
015780     PARA-REMOVE-SHIP-DETAIL.
015790         PERFORM VARYING WS-DTL-SUB FROM 1 BY 1
015800                 UNTIL WS-DTL-SUB > 10
015810            IF RESULT-SHIP-NAME(WS-DTL-SUB) NOT = SPACES
015820               PERFORM PARA-FIND-OR-ADD-FLEET-OUT
015830               IF WS-FO-SUB > 0
015840                  COMPUTE WS-TAKE-SHOTS =
015850                     RESULT-SHIP-TOTAL(WS-DTL-SUB) * 2
015860                  IF WS-FO-ENGAGED(WS-FO-SUB) > WS-TAKE-SHOTS
015870                     SUBTRACT WS-TAKE-SHOTS FROM
015880                        WS-FO-ENGAGED(WS-FO-SUB)
015890                  ELSE
015900                     MOVE 0 TO WS-FO-ENGAGED(WS-FO-SUB)
015910                  END-IF
015920                  COMPUTE WS-TAKE-SUNK =
015930                     RESULT-SHIP-SUNK-OWN(WS-DTL-SUB) +
015940                     RESULT-SHIP-SUNK-OPP(WS-DTL-SUB)
015950                  IF WS-FO-SUNK(WS-FO-SUB) > WS-TAKE-SUNK
015960                     SUBTRACT WS-TAKE-SUNK FROM
015965                        WS-FO-SUNK(WS-FO-SUB)
015970                  ELSE
015980                     MOVE 0 TO WS-FO-SUNK(WS-FO-SUB)
015990                  END-IF
016000               END-IF
016010            END-IF
016020         END-PERFORM.
016030
016040     PARA-PRINT-ADJUSTMENTS.
016050         MOVE SPACES TO RPT-LINE.
016060         WRITE RPT-LINE.
016070         MOVE "RESULT ADJUSTMENTS" TO RPT-LINE.
016080         WRITE RPT-LINE.
016090         MOVE SPACES TO RPT-LINE.
016100         MOVE "GAME NO" TO RPT-LINE(1:7).
016110         MOVE "PLAYER" TO RPT-LINE(15:6).
016120         MOVE "ENTRY" TO RPT-LINE(25:5).
016130         MOVE "RSN" TO RPT-LINE(37:3).
016140         MOVE "RULED" TO RPT-LINE(41:5).
016150         MOVE "WINNER" TO RPT-LINE(51:6).
016160         MOVE "DISP" TO RPT-LINE(61:4).
016170         WRITE RPT-LINE.
016180         PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
016190                 UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
016200            PERFORM PARA-PRINT-ADJ-LINE
016210         END-PERFORM.
016220         IF WS-ADJ-OVERFLOW > 0
016230            MOVE SPACES TO RPT-LINE
016240            MOVE "FURTHER ADJUSTMENT ROWS NOT LISTED: " TO
016245               RPT-LINE
016250            MOVE WS-ADJ-OVERFLOW TO RPT-LINE(37:4)
016260            WRITE RPT-LINE
016270         END-IF.
016280         MOVE SPACES TO RPT-LINE.
016290         MOVE "GAMES REVERSED: " TO RPT-LINE.
016300         MOVE WS-REVERSAL-COUNT TO RPT-LINE(17:6).
016310         MOVE "CORRECTIONS BOOKED: " TO RPT-LINE(26:20).
016320         MOVE WS-CORRECTION-COUNT TO RPT-LINE(46:6).
016330         WRITE RPT-LINE.
016340
016350     PARA-PRINT-ADJ-LINE.
016360         MOVE SPACES TO RPT-LINE.
016370         MOVE WS-ADJ-GAME-NO(WS-ADJ-SUB) TO RPT-LINE(1:12).
016380         MOVE WS-ADJ-PLAYER-ID(WS-ADJ-SUB) TO RPT-LINE(15:8).
016390         IF WS-ADJ-TYPE(WS-ADJ-SUB) = "R"
016400            MOVE "REVERSAL" TO RPT-LINE(25:10)
016410         ELSE
016420            MOVE "CORRECTION" TO RPT-LINE(25:10)
016430         END-IF.
016440         MOVE WS-ADJ-REASON(WS-ADJ-SUB) TO RPT-LINE(37:2).
016450         MOVE WS-ADJ-DATE(WS-ADJ-SUB) TO RPT-LINE(41:8).
016460         MOVE WS-ADJ-WINNER(WS-ADJ-SUB) TO RPT-LINE(51:8).
016470         MOVE WS-ADJ-DISP(WS-ADJ-SUB) TO RPT-LINE(61:1).
016480         WRITE RPT-LINE.
016490
016500     PARA-WRITE-RUNLOG.
016510         OPEN EXTEND RUNLOG-FILE.
016520         IF WS-RUNLOG-STATUS NOT = "00"
016530            OPEN OUTPUT RUNLOG-FILE
016540         END-IF.
016550         IF WS-RUNLOG-STATUS NOT = "00"
016560            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
016570               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
016580         ELSE
016590            INITIALIZE RCTL-REC
016600            MOVE "BATTRPT" TO RCTL-PROGRAM
016610            MOVE WS-RUN-STAMP(1:8) TO RCTL-RUN-DATE
016620            MOVE WS-RUN-STAMP(9:6) TO RCTL-RUN-TIME
016630            MOVE RETURN-CODE TO RCTL-RETURN-CODE
016640            MOVE 1 TO RCTL-FILE-COUNT
016650            MOVE "RESULTS" TO RCTL-FILE-DD(1)
016660            MOVE WS-RES-READ-COUNT TO RCTL-FILE-READ(1)
016670            WRITE RCTL-REC
016680            CLOSE RUNLOG-FILE
016690         END-IF.
016700
016710     PARA-HCAP-GAME.
016720*        RATING HANDICAP GAMES STAY OFF THE EVEN-GAME PLAYER
016730*        TABLE AND ARE REPORTED IN THEIR OWN SECTION. THEY STILL
016740*        COUNT IN THE GAME TOTAL AND THE FLEET OUTCOMES, AND A
016750*        REVERSAL ROW TAKES ITS GAME BACK OUT OF ALL OF THEM.
016760         MOVE 0 TO WS-HC-TYPE-SUB.
016770         PERFORM VARYING WS-HC-SUB FROM 1 BY 1 UNTIL WS-HC-SUB > 3
016780            IF WS-HC-TYPE-CODES(WS-HC-SUB:1) = RESULT-HCAP-TYPE
016790               MOVE WS-HC-SUB TO WS-HC-TYPE-SUB
016800            END-IF
016810         END-PERFORM.
016820         MOVE "N" TO WS-HC-WEAK-FLAG.
016830         IF RESULT-HCAP-BY-PLAYER AND
016840            RESULT-WINNER NOT = RESULT-PLAYER-ID
016850            SET WS-HC-WEAK-WON TO TRUE
016860         END-IF.
016870         IF RESULT-HCAP-BY-OPP AND
016875            RESULT-WINNER = RESULT-PLAYER-ID
016880            SET WS-HC-WEAK-WON TO TRUE
016890         END-IF.
016900         IF RESULT-REVERSAL
016910            IF WS-TOTAL-GAMES > 0
016920               SUBTRACT 1 FROM WS-TOTAL-GAMES
016930            END-IF
016940            IF WS-HCAP-GAMES > 0
016950               SUBTRACT 1 FROM WS-HCAP-GAMES
016960            END-IF
016970            PERFORM PARA-REMOVE-SHIP-DETAIL
016980         ELSE
016990            ADD 1 TO WS-TOTAL-GAMES
017000            ADD 1 TO WS-HCAP-GAMES
017010            PERFORM PARA-ACCUM-SHIP-DETAIL
017020         END-IF.
017030         IF WS-HC-TYPE-SUB > 0
017040            PERFORM PARA-HCAP-TYPE-COUNT
017050         END-IF.
017060         MOVE RESULT-PLAYER-ID TO WS-HC-ID.
017070         MOVE "N" TO WS-HC-WON-FLAG.
017080         IF RESULT-WINNER = RESULT-PLAYER-ID
017090            SET WS-HC-WON TO TRUE
017100         END-IF.
017110         MOVE "N" TO WS-HC-GAVE-FLAG.
017120         IF RESULT-HCAP-BY-PLAYER
017130            SET WS-HC-GAVE-IT TO TRUE
017140         END-IF.
017150         PERFORM PARA-HCAP-SIDE.
017160         IF RESULT-OPPONENT-ID = SPACES
017170            MOVE "COMPUTER" TO WS-HC-ID
017180         ELSE
017190            MOVE RESULT-OPPONENT-ID TO WS-HC-ID
017200         END-IF.
017210         IF WS-HC-ID = "COMPUTER" AND RESULT-COM-LEVEL = 1
017220            MOVE "COMPUTR1" TO WS-HC-ID
017230         END-IF.
017240         MOVE "N" TO WS-HC-WON-FLAG.
017250         IF RESULT-WINNER NOT = RESULT-PLAYER-ID
017260            SET WS-HC-WON TO TRUE
017270         END-IF.
017280         MOVE "N" TO WS-HC-GAVE-FLAG.
017290         IF RESULT-HCAP-BY-OPP
017300            SET WS-HC-GAVE-IT TO TRUE
017310         END-IF.
017320         PERFORM PARA-HCAP-SIDE.
017330
017340     PARA-HCAP-TYPE-COUNT.
017350         IF RESULT-REVERSAL
017360            IF WS-HC-TYPE-GAMES(WS-HC-TYPE-SUB) > 0
017370               SUBTRACT 1 FROM WS-HC-TYPE-GAMES(WS-HC-TYPE-SUB)
017380            END-IF
017390            IF WS-HC-WEAK-WON AND
017400               WS-HC-TYPE-WEAK-WON(WS-HC-TYPE-SUB) > 0
017410               SUBTRACT 1 FROM WS-HC-TYPE-WEAK-WON(WS-HC-TYPE-SUB)
017420            END-IF
017430         ELSE
017440            ADD 1 TO WS-HC-TYPE-GAMES(WS-HC-TYPE-SUB)
017450            IF WS-HC-WEAK-WON
017460               ADD 1 TO WS-HC-TYPE-WEAK-WON(WS-HC-TYPE-SUB)
017470            END-IF
017480         END-IF.
017490
017500     PARA-HCAP-SIDE.
017510*        BOOK ONE SIDE OF A HANDICAP GAME UNDER WS-HC-ID - A
017520*        REVERSAL TAKES IT BACK, STOPPING AT ZERO AS THE EVEN-GAME
017530*        TABLE DOES.
017540         PERFORM PARA-FIND-HC-SUB.
017550         IF WS-HC-SUB > 0
017560            IF RESULT-REVERSAL
017570               PERFORM PARA-HCAP-TAKE-SIDE
017580            ELSE
017590               PERFORM PARA-HCAP-ADD-SIDE
017600            END-IF
017610         END-IF.
017620
017630     PARA-HCAP-ADD-SIDE.
017640         ADD 1 TO WS-HC-GAMES(WS-HC-SUB).
017650         IF WS-HC-WON
017660            ADD 1 TO WS-HC-WINS(WS-HC-SUB)
017670         ELSE
017680            ADD 1 TO WS-HC-LOSSES(WS-HC-SUB)
017690         END-IF.
017700         IF WS-HC-GAVE-IT
017710            ADD 1 TO WS-HC-GAVE(WS-HC-SUB)
017720            IF WS-HC-WON
017730               ADD 1 TO WS-HC-GAVE-WON(WS-HC-SUB)
017740            END-IF
017750         ELSE
017760            ADD 1 TO WS-HC-RECV(WS-HC-SUB)
017770            IF WS-HC-WON
017780               ADD 1 TO WS-HC-RECV-WON(WS-HC-SUB)
017790            END-IF
017800         END-IF.
017810
017820     PARA-HCAP-TAKE-SIDE.
017830         IF WS-HC-GAMES(WS-HC-SUB) > 0
017840            SUBTRACT 1 FROM WS-HC-GAMES(WS-HC-SUB)
017850         END-IF.
017860         IF WS-HC-WON
017870            IF WS-HC-WINS(WS-HC-SUB) > 0
017880               SUBTRACT 1 FROM WS-HC-WINS(WS-HC-SUB)
017890            END-IF
017900         ELSE
017910            IF WS-HC-LOSSES(WS-HC-SUB) > 0
017920               SUBTRACT 1 FROM WS-HC-LOSSES(WS-HC-SUB)
017930            END-IF
017940         END-IF.
017950         IF WS-HC-GAVE-IT
017960            IF WS-HC-GAVE(WS-HC-SUB) > 0
017970               SUBTRACT 1 FROM WS-HC-GAVE(WS-HC-SUB)
017980            END-IF
017990            IF WS-HC-WON AND WS-HC-GAVE-WON(WS-HC-SUB) > 0
018000               SUBTRACT 1 FROM WS-HC-GAVE-WON(WS-HC-SUB)
018010            END-IF
018020         ELSE
018030            IF WS-HC-RECV(WS-HC-SUB) > 0
018040               SUBTRACT 1 FROM WS-HC-RECV(WS-HC-SUB)
018050            END-IF
018060            IF WS-HC-WON AND WS-HC-RECV-WON(WS-HC-SUB) > 0
018070               SUBTRACT 1 FROM WS-HC-RECV-WON(WS-HC-SUB)
018080            END-IF
018090         END-IF.
018100
018110     PARA-FIND-HC-SUB.
018120         MOVE "N" TO WS-FOUND-FLAG.
018130         PERFORM VARYING WS-HC-SUB FROM 1 BY 1
018140                 UNTIL WS-HC-SUB > WS-HC-COUNT
018150                 OR WS-FOUND
018160            IF WS-HC-PLAYER-ID(WS-HC-SUB) = WS-HC-ID
018170               SET WS-FOUND TO TRUE
018180            END-IF
018190         END-PERFORM.
018200         IF WS-FOUND
018210            COMPUTE WS-HC-SUB = WS-HC-SUB - 1
018220         ELSE
018230            IF WS-HC-COUNT < 200
018240               ADD 1 TO WS-HC-COUNT
018250               MOVE WS-HC-COUNT TO WS-HC-SUB
018260               MOVE WS-HC-ID TO WS-HC-PLAYER-ID(WS-HC-SUB)
018270            ELSE
018280               MOVE 0 TO WS-HC-SUB
018290            END-IF
018300         END-IF.
018310
018320     PARA-PRINT-HANDICAP.
018330         IF WS-HC-COUNT > 0
018340            MOVE SPACES TO RPT-LINE
018350            WRITE RPT-LINE
018360            MOVE "HANDICAP GAMES (NOT IN THE TABLE ABOVE)" TO
018370               RPT-LINE
018380            WRITE RPT-LINE
018390            MOVE SPACES TO RPT-LINE
018400            MOVE "PLAYER" TO RPT-LINE(1:8)
018410            MOVE "GAMES" TO RPT-LINE(11:5)
018420            MOVE "WINS" TO RPT-LINE(17:4)
018430            MOVE "LOSSES" TO RPT-LINE(24:6)
018440            MOVE "GAVE" TO RPT-LINE(32:4)
018450            MOVE "WON" TO RPT-LINE(38:3)
018460            MOVE "RECEIVED" TO RPT-LINE(44:8)
018470            MOVE "WON" TO RPT-LINE(54:3)
018480            MOVE "NAME" TO RPT-LINE(61:4)
018490            WRITE RPT-LINE
018500            PERFORM VARYING WS-HC-SUB FROM 1 BY 1
018510                    UNTIL WS-HC-SUB > WS-HC-COUNT
018520               PERFORM PARA-PRINT-HCAP-LINE
018530            END-PERFORM
018540            MOVE SPACES TO RPT-LINE
018550            WRITE RPT-LINE
018560            MOVE SPACES TO RPT-LINE
018570            MOVE "HANDICAP" TO RPT-LINE(1:8)
018580            MOVE "GAMES" TO RPT-LINE(17:5)
018590            MOVE "WON BY WEAKER SIDE" TO RPT-LINE(24:18)
018600            WRITE RPT-LINE
018610            PERFORM VARYING WS-HC-TYPE-SUB FROM 1 BY 1
018620                    UNTIL WS-HC-TYPE-SUB > 3
018630               MOVE SPACES TO RPT-LINE
018640               MOVE WS-HC-TYPE-NAMES(WS-HC-TYPE-SUB * 15 - 14:15)
018650                  TO RPT-LINE(1:15)
018660               MOVE WS-HC-TYPE-GAMES(WS-HC-TYPE-SUB) TO
018670                  RPT-LINE(17:5)
018680               MOVE WS-HC-TYPE-WEAK-WON(WS-HC-TYPE-SUB) TO
018690                  RPT-LINE(24:5)
018700               WRITE RPT-LINE
018710            END-PERFORM
018720            MOVE SPACES TO RPT-LINE
018730            MOVE "HANDICAP GAMES REPORTED: " TO RPT-LINE
018740            MOVE WS-HCAP-GAMES TO RPT-LINE(26:6)
018750            WRITE RPT-LINE
018760         END-IF.
018770
018780     PARA-PRINT-HCAP-LINE.
018790         MOVE SPACES TO RPT-LINE.
018800         MOVE WS-HC-PLAYER-ID(WS-HC-SUB) TO RPT-LINE(1:8).
018810         MOVE WS-HC-GAMES(WS-HC-SUB) TO RPT-LINE(11:4).
018820         MOVE WS-HC-WINS(WS-HC-SUB) TO RPT-LINE(17:4).
018830         MOVE WS-HC-LOSSES(WS-HC-SUB) TO RPT-LINE(24:4).
018840         MOVE WS-HC-GAVE(WS-HC-SUB) TO RPT-LINE(32:4).
018850         MOVE WS-HC-GAVE-WON(WS-HC-SUB) TO RPT-LINE(38:4).
018860         MOVE WS-HC-RECV(WS-HC-SUB) TO RPT-LINE(44:4).
018870         MOVE WS-HC-RECV-WON(WS-HC-SUB) TO RPT-LINE(54:4).
018880         MOVE WS-HC-PLAYER-ID(WS-HC-SUB) TO WS-SHOW-NAME.
018890         PERFORM PARA-LOOK-UP-NAME.
018900         MOVE WS-SHOW-NAME TO RPT-LINE(61:25).
018910         WRITE RPT-LINE.
