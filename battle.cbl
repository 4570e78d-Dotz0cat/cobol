002274             ACCESS MODE IS DYNAMIC
002276             RECORD KEY IS PLYR-PLAYER-ID
002278             FILE STATUS IS WS-PLAYERS-STATUS.
002280         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
002282             ORGANIZATION IS LINE SEQUENTIAL
002284             FILE STATUS IS WS-RUNLOG-STATUS.
002286         SELECT RATINGS-MASTER ASSIGN TO "RATINGS"
002287             ORGANIZATION IS INDEXED
002288             ACCESS MODE IS DYNAMIC
002289             RECORD KEY IS RATE-PLAYER-ID
002290             FILE STATUS IS WS-RATINGS-STATUS.
002291         SELECT HANDICAP-FILE ASSIGN TO "HCAPTBL"
002292             ORGANIZATION IS LINE SEQUENTIAL
002293             FILE STATUS IS WS-HCAPTBL-STATUS.
002295         SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
002296             ORGANIZATION IS LINE SEQUENTIAL
002297             FILE STATUS IS WS-MNTJRNL-STATUS.
002300 DATA DIVISION.
002400     FILE SECTION.
002500     FD  GAME-STORE.
003700         05 FIN-ROW             PIC 9(2).
003800         05 FIN-COL             PIC 9(2).
003850         05 FIN-ORIENT          PIC X(1).
003852     FD  MAINT-JOURNAL.
003854         COPY "MNTJRNL.cpy".
003860     FD  PAIRING-FILE.
003870         COPY "PAIRREC.cpy".
003871     FD  RATINGS-MASTER.
003872         COPY "RATEREC.cpy".
003873     FD  HANDICAP-FILE.
003874     01  HANDICAP-REC.
003875         05 HCAP-GAP-FROM       PIC 9(4).
003876         05 HCAP-TYPE           PIC X(1).
003877         05 HCAP-AMOUNT         PIC 9(2).
003878         05 HCAP-SHIP-NAME      PIC X(10).
003879         05 HCAP-CREDIT         PIC 9(3).
003880     FD  SEASON-CTL.
003890         COPY "SEASNREC.cpy".
003892     FD  PLAYER-MASTER.
003894         COPY "PLYRREC.cpy".
003896     FD  RUNLOG-FILE.
003898         COPY "RUNLOG.cpy".
003900     WORKING-STORAGE SECTION.
004000     01  BORAD.
004100        05 ROWS OCCURS 10 TIMES.
010492            10 WS-SHIP-SUNK-FLAG-COM PIC X(1).
010494     01  WS-SHIP-COUNT-C        PIC 9(2) VALUE 0.
010500     01  WS-CURRENT-DATE-TIME   PIC X(21).
010510     01  WS-RUNLOG-FIELDS.
010520         05 WS-RUN-STAMP        PIC X(14) VALUE SPACES.
010530         05 WS-RUNLOG-STATUS    PIC X(2) VALUE "00".
010540         05 WS-GAMESTOR-READ    PIC 9(9) VALUE 0.
010550         05 WS-GAMESTOR-WRITTEN PIC 9(9) VALUE 0.
010560         05 WS-MOVES-WRITTEN    PIC 9(9) VALUE 0.
010570         05 WS-RESULTS-WRITTEN  PIC 9(9) VALUE 0.
010580*        STEP COUNTS FOR THE RUN JOURNAL RECORD WRITTEN ON THE
010590*        WAY OUT - SEE PARA-END-RUN.
010600     01  WS-FILE-STATUSES.
010700         05 WS-GAME-STORE-STATUS PIC X(2) VALUE "00".
010800         05 WS-MOVES-LOG-STATUS  PIC X(2) VALUE "00".
011195*        BACK REWRITTEN WHEN THE MASTER MAPS IT TO A
011196*        SURVIVING ID.
011200     COPY "FLEETCFG.cpy".
011210     01  WS-PLAY-MODE           PIC X(1) VALUE SPACE.
011212     01  WS-DECK-ID             PIC X(9) VALUE SPACES.
011214     01  WS-RESUME-OVR-FLAG     PIC X(1) VALUE "N".
011216*        SCREENING MARKERS CARRIED ON THE GAMESTOR RECORD AND THE
011218*        SETTLEMENT ROW - HOW THE GAME IS PLAYED, THE SHARED DECK
011220*        OF A PAIRING GAME AND WHETHER IT WAS EVER RESUMED PAST
011222*        AN IN-USE MARKER BY THE OVERRIDE.
011224     01  WS-RATINGS-STATUS      PIC X(2) VALUE "00".
011225     01  WS-HCAPTBL-STATUS      PIC X(2) VALUE "00".
011226     01  WS-HCAP-TYPE           PIC X(1) VALUE SPACE.
011227         88 WS-HCAP-OPENING     VALUE "O".
011228         88 WS-HCAP-EXTRA-SHOT  VALUE "S".
011229         88 WS-HCAP-FEWER-SHIP  VALUE "F".
011230     01  WS-HCAP-STRONG         PIC X(1) VALUE SPACE.
011231     01  WS-HCAP-AMOUNT         PIC 9(2) VALUE 0.
011232     01  WS-HCAP-DROP-IDX       PIC 9(2) VALUE 0.
011233     01  WS-HCAP-CREDIT         PIC 9(3) VALUE 0.
011234     01  WS-HCAP-OPEN-LEFT      PIC 9(2) VALUE 0.
011235     01  WS-RATING-PLR          PIC 9(4) VALUE 0.
011236     01  WS-RATING-OPP          PIC 9(4) VALUE 0.
011237*        RATING HANDICAP OF THE GAME - FIXED WHEN THE GAME IS
011238*        CREATED AND CARRIED ON THE GAMESTOR RECORD (SEE
011239*        GAMESTAT) SO A RESUMED GAME KEEPS IT. STRONG "1" IS
011240*        WS-PLAYER-ID, "2" THE OPPONENT.
011241     01  WS-HCAP-GAP            PIC 9(4) VALUE 0.
011242     01  WS-HCAP-RATE-ID        PIC X(8) VALUE SPACES.
011243     01  WS-HCAP-RATE           PIC 9(4) VALUE 0.
011244     01  WS-HCAP-START-RATING   PIC 9(4) VALUE 1200.
011245*        LADDER STARTING RATING (AS BATELO) FOR A SIDE THAT HAS
011246*        NO RATINGS ROW YET.
011247     01  WS-HCAP-ROW-COUNT      PIC 9(2) VALUE 0.
011248     01  WS-HCAP-ROW-SUB        PIC 9(2) VALUE 0.
011249     01  WS-HCAP-ROW-PICK       PIC 9(2) VALUE 0.
011250     01  WS-HCAP-TABLE.
011251         05 WS-HCAP-ROW OCCURS 10 TIMES.
011252            10 WS-HCAP-ROW-GAP    PIC 9(4).
011253            10 WS-HCAP-ROW-TYPE   PIC X(1).
011254            10 WS-HCAP-ROW-AMOUNT PIC 9(2).
011255            10 WS-HCAP-ROW-SHIP   PIC X(10).
011256            10 WS-HCAP-ROW-CREDIT PIC 9(3).
011257*        SHOP HANDICAP TABLE FROM HCAPTBL - THE ROW WITH THE
011258*        HIGHEST GAP NOT ABOVE THE RATING GAP BETWEEN THE SIDES
011259*        APPLIES. NO ROW, OR NO TABLE, MEANS AN EVEN GAME.
011260     01  WS-HCAP-DROP-CELLS     PIC 9(3) VALUE 0.
011261     01  WS-SIDE1-TARGET        PIC 9(3) VALUE 0.
011262     01  WS-SIDE2-TARGET        PIC 9(3) VALUE 0.
011263     01  WS-HCAP-FIRING         PIC X(1) VALUE SPACE.
011264     01  WS-HCAP-BONUS-LEFT     PIC 9(2) VALUE 0.
011265     01  WS-HCAP-WITHHELD-FLAG  PIC X(1) VALUE "N".
011266         88 WS-HCAP-WITHHELD    VALUE "Y".
011268     01  WS-MNTJRNL-STATUS      PIC X(2) VALUE "00".
011270     01  WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
011272     01  WS-MJ-ACTION           PIC X(2) VALUE SPACES.
011274     01  WS-MJ-KEY              PIC X(8) VALUE SPACES.
011276     01  WS-MJ-GAME-NO          PIC 9(12) VALUE 0.
011278     01  WS-MJ-BEFORE-IMAGE     PIC X(729) VALUE SPACES.
011280     01  WS-MJ-AFTER-IMAGE      PIC X(729) VALUE SPACES.
011282     01  WS-MJ-PENDING-FLAG     PIC X(1) VALUE "N".
011284         88 WS-MJ-PENDING       VALUE "Y".
011286*        AN OVERRIDE OF AN IN-USE MARKER OR OF THE OPPONENTS
011288*        IN-FLIGHT GAME IS JOURNALLED TO MNTJRNL UNDER THE
011290*        OPERATOR ID WITH THE GAMESTOR RECORD BEFORE AND AFTER.
011292*        EITHER IS HELD PENDING UNTIL THE FIRST CHECKPOINT HAS
011294*        REWRITTEN THE RECORD CONCERNED - THIS PLAYERS FOR A
011295*        RESUME PAST A MARKER, THE OPPONENTS MIRROR FOR THE
011296*        PAIRING - SO A RUN THAT FAILS BEFORE THEN JOURNALS
011297*        NOTHING.
011300 PROCEDURE DIVISION.
011400     PARA-MAIN.
011500         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
011502         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011504         MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-STAMP.
011510         MOVE WS-COMMAND-LINE(1:1) TO WS-RUN-MODE.
011520         IF WS-RUN-MODE = "H"
011530            SET WS-HEADTOHEAD TO TRUE
013620               PERFORM PARA-CHECK-OPPONENT-FREE
013630            END-IF
013700            PERFORM PARA-INIT
013705            PERFORM PARA-SET-HANDICAP
013710            IF NOT WS-HEADTOHEAD
013800               PERFORM PARA-PLACE-COMPUTER-SHIPS
013810            END-IF
013930            MOVE "P" TO GAME-STATUS
013940            PERFORM PARA-SAVE-CHECKPOINT
013950         END-IF.
014000         IF WS-HCAP-OPEN-LEFT > 0 AND NOT WS-GAME-IS-OVER
014100            PERFORM PARA-HCAP-OPENING
014200         END-IF.
014300         PERFORM PARA-PLAY-GAME UNTIL WS-GAME-IS-OVER.
014400         PERFORM PARA-WRITE-RESULTS.
014500         PERFORM PARA-TERMINATE.
014600         PERFORM PARA-END-RUN.
014700
014710     PARA-GET-H2H-IDS.
014715         IF WS-COMMAND-LINE(2:1) = ","
014785         IF WS-OPPONENT-ID = WS-PLAYER-ID
014790            DISPLAY "PLAYER IDS MUST DIFFER - CANNOT START"
014795            MOVE 16 TO RETURN-CODE
014796            PERFORM PARA-END-RUN
014797         END-IF.
014798
014800     PARA-SHIP-SELECT.
015250                  MOVE 16 TO RETURN-CODE
015255                  CLOSE GAME-STORE
015260                  CLOSE FLEET-INPUT-FILE
015270                  PERFORM PARA-END-RUN
015280               END-IF
015300            ELSE
015400               DISPLAY "  ENTER START ROW (1-10): "
020360         MOVE SPACE TO WS-HUNT-ORIENT.
020370         MOVE 0 TO WS-VOLLEY-LEFT-P.
020380         MOVE 0 TO WS-VOLLEY-LEFT-C.
020382         IF WS-PAIRING
020384            MOVE "P" TO WS-PLAY-MODE
020386         ELSE
020388            MOVE WS-RUN-MODE TO WS-PLAY-MODE
020390            MOVE SPACES TO WS-DECK-ID
020392         END-IF.
020394         MOVE "N" TO WS-RESUME-OVR-FLAG.
020400         MOVE WS-PLAYER-ID TO GAME-PLAYER-ID.
020500         MOVE "I" TO GAME-STATUS.
020600
022960            DISPLAY "FLEET CONFIG CALLS FOR MORE THAN 20 SHIPS"
022965               " - CANNOT TRACK THEM - ABORTING"
022970            MOVE 16 TO RETURN-CODE
022975            PERFORM PARA-END-RUN
022980         END-IF.
023000
023100     PARA-DEFAULT-FLEET-CONFIG.
025500            COMPUTE WS-SELECT-COUNT =
025600               FLEET-SHIP-COUNT(WS-FLEET-IDX) -
025700               FLEET-SHIP-PLACED(WS-FLEET-IDX)
025710            PERFORM PARA-HCAP-WITHHOLD
025800            PERFORM PARA-SHIP-SELECT WS-SELECT-COUNT TIMES
025810            IF WS-HCAP-WITHHELD AND
025820               (WS-BATCH-MODE OR WS-DECK-PLACING)
025830               PERFORM PARA-READ-FLEET-INPUT
025840            END-IF
025900            MOVE FLEET-SHIP-COUNT(WS-FLEET-IDX)
026000               TO FLEET-SHIP-PLACED(WS-FLEET-IDX)
026400         END-PERFORM.
026405
026410     PARA-PLACE-BOTH-FLEETS.
026415         PERFORM PARA-COUNT-PLACED-CELLS.
026416         PERFORM PARA-HCAP-SIDE-TARGETS.
026420         IF WS-SIDE1-CELLS < WS-SIDE1-TARGET
026425            MOVE "1" TO WS-PLACE-SIDE
026430            IF GAME-PLACING-SIDE NOT = "1"
026435               PERFORM PARA-RESET-PLACE-PROGRESS
026450            DISPLAY "FLEET PLACEMENT FOR " WS-PLAYER-ID
026455            PERFORM PARA-PLACE-FLEET
026460         END-IF.
026465         IF WS-SIDE2-CELLS < WS-SIDE2-TARGET
026470            MOVE "2" TO WS-PLACE-SIDE
026475            IF GAME-PLACING-SIDE NOT = "2"
026480               PERFORM PARA-RESET-PLACE-PROGRESS
026620         MOVE "N" TO WS-FOOT-MSG-FLAG.
026700         PERFORM VARYING WS-FLEET-IDX FROM 1 BY 1
026800                 UNTIL WS-FLEET-IDX > FLEET-ENTRY-COUNT
026810            MOVE FLEET-SHIP-COUNT(WS-FLEET-IDX) TO WS-SELECT-COUNT
026820            PERFORM PARA-HCAP-WITHHOLD
026900            PERFORM WS-SELECT-COUNT TIMES
027000               PERFORM PARA-PLACE-ONE-COMPUTER-SHIP
027100            END-PERFORM
027200         END-PERFORM.
030310                   IF GAME-IN-USE AND NOT WS-OVERRIDE
030320                      PERFORM PARA-LOCK-REFUSAL
030330                   END-IF
030332                   IF GAME-IN-USE
030334                      MOVE "LO" TO WS-MJ-ACTION
030336                      PERFORM PARA-MJ-CAPTURE
030338                      PERFORM PARA-OPEN-MNTJRNL
030340                      SET WS-MJ-PENDING TO TRUE
030342                   END-IF
030400                   PERFORM PARA-RESTORE-CHECKPOINT
030405                   MOVE GAME-OVERRIDE-FLAG TO WS-RESUME-OVR-FLAG
030410                   IF GAME-IN-USE
030420                      MOVE "Y" TO WS-RESUME-OVR-FLAG
030430                   END-IF
030500                   SET WS-GAME-WAS-RESUMED TO TRUE
030550                   PERFORM PARA-SAVE-CHECKPOINT
030600                ELSE
030700                   MOVE "N" TO WS-RESUMED-GAME
030800                END-IF
030900         END-READ.
030910         IF WS-GAME-STORE-STATUS = "00"
030920            ADD 1 TO WS-GAMESTOR-READ
030930         END-IF.
031000
031010     PARA-LOCK-REFUSAL.
031012*        THE RECORD SAYS ANOTHER SESSION HAS THIS GAME. IN AN
031040            CLOSE GAME-STORE
031042            CLOSE MOVES-LOG
031044            MOVE 12 TO RETURN-CODE
031046            PERFORM PARA-END-RUN
031048         END-IF.
031050
031100     PARA-RESTORE-CHECKPOINT.
032731         MOVE GAME-SALVO-FLAG TO WS-SALVO-FLAG.
032734         MOVE GAME-VOLLEY-LEFT TO WS-VOLLEY-LEFT-P.
032737         MOVE GAME-VOLLEY-LEFT-COM TO WS-VOLLEY-LEFT-C.
032738         MOVE GAME-PLAY-MODE TO WS-PLAY-MODE.
032739         MOVE GAME-DECK-ID TO WS-DECK-ID.
032740         IF GAME-FLEET-IDX > 0 AND
032743            GAME-FLEET-IDX NOT > FLEET-ENTRY-COUNT
032746            MOVE GAME-SHIPS-PLACED TO
032749               FLEET-SHIP-PLACED(GAME-FLEET-IDX)
032752         END-IF.
032753         PERFORM PARA-RESTORE-HANDICAP.
032755*        THE PAIRING ALWAYS COMES FROM THE RECORD - A MODE OR
032758*        OPPONENT GIVEN ON THE PARM CANNOT REDIRECT A GAME
032761*        THAT IS ALREADY IN FLIGHT.
032785               CLOSE MOVES-LOG
032788               CLOSE FLEET-INPUT-FILE
032791               MOVE 12 TO RETURN-CODE
032794               PERFORM PARA-END-RUN
032797            END-IF
032800            IF WS-HEADTOHEAD AND
032803               WS-OPPONENT-ID NOT = "COMPUTER" AND
034656         MOVE WS-SALVO-FLAG TO GAME-SALVO-FLAG.
034658         MOVE WS-VOLLEY-LEFT-P TO GAME-VOLLEY-LEFT.
034660         MOVE WS-VOLLEY-LEFT-C TO GAME-VOLLEY-LEFT-COM.
034662         MOVE WS-PLAY-MODE TO GAME-PLAY-MODE.
034664         MOVE WS-DECK-ID TO GAME-DECK-ID.
034666         MOVE WS-RESUME-OVR-FLAG TO GAME-OVERRIDE-FLAG.
034667         MOVE WS-HCAP-TYPE TO GAME-HCAP-TYPE.
034668         MOVE WS-HCAP-STRONG TO GAME-HCAP-STRONG.
034669         MOVE WS-HCAP-AMOUNT TO GAME-HCAP-AMOUNT.
034670         MOVE WS-HCAP-DROP-IDX TO GAME-HCAP-DROP-IDX.
034671         MOVE WS-HCAP-CREDIT TO GAME-HCAP-CREDIT.
034672         MOVE WS-HCAP-OPEN-LEFT TO GAME-HCAP-OPEN-LEFT.
034673         MOVE WS-RATING-PLR TO GAME-RATING-PLR.
034674         MOVE WS-RATING-OPP TO GAME-RATING-OPP.
034700         REWRITE GAME-REC
034800             INVALID KEY
034900                WRITE GAME-REC
035000         END-REWRITE.
035001         IF WS-MJ-PENDING AND WS-MJ-ACTION = "LO"
035002            AND WS-GAME-STORE-STATUS = "00"
035003            MOVE GAME-REC TO WS-MJ-AFTER-IMAGE
035004            PERFORM PARA-WRITE-MNTJRNL
035005         END-IF.
035006         ADD 1 TO WS-GAMESTOR-WRITTEN.
035010         IF WS-HEADTOHEAD
035020            PERFORM PARA-SAVE-OPP-CHECKPOINT
035021            IF WS-MJ-PENDING AND WS-MJ-ACTION = "OA"
035022               AND WS-GAME-STORE-STATUS = "00"
035023               PERFORM PARA-WRITE-MNTJRNL
035024            END-IF
035025            ADD 1 TO WS-GAMESTOR-WRITTEN
035030         END-IF.
035100
035110     PARA-SAVE-OPP-CHECKPOINT.
035112*        MIRROR THE CHECKPOINT UNDER THE OPPONENTS KEY WITH
035114*        THE BOARDS AND COUNTERS SWAPPED TO THEIR POINT OF
035116*        VIEW SO EITHER PLAYER OF THE PAIR CAN RESUME.
035117         PERFORM PARA-HCAP-MIRROR.
035118         MOVE GAME-PLACING-SIDE TO WS-SIDE-HOLD.
035120         PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
035122            PERFORM VARYING J FROM 1 BY 1 UNTIL J > 10
035177             INVALID KEY
035178                WRITE GAME-REC
035179         END-REWRITE.
035180         MOVE GAME-REC TO WS-MJ-AFTER-IMAGE.
035181*        RECORD AREA BACK TO THIS SESSIONS POINT OF VIEW.
035182         MOVE WS-PLAYER-ID TO GAME-PLAYER-ID.
035183         MOVE WS-OPPONENT-ID TO GAME-OPPONENT-ID.
035184         MOVE WS-SIDE-HOLD TO GAME-PLACING-SIDE.
035220            DISPLAY "PLAYER " WS-PLAYER-ID " TO FIRE"
035230         END-IF.
035300         PERFORM PARA-PLAYER-TURN.
035310         MOVE "1" TO WS-HCAP-FIRING.
035320         PERFORM PARA-HCAP-BONUS-SHOTS.
035400         IF WS-INTERACTIVE-MODE
035410            PERFORM PARA-DISPLAY-BOARD
035420         END-IF.
035640            ELSE
035700               PERFORM PARA-COMPUTER-TURN
035705            END-IF
035706            MOVE "2" TO WS-HCAP-FIRING
035707            PERFORM PARA-HCAP-BONUS-SHOTS
035710            IF WS-INTERACTIVE-MODE
035720               PERFORM PARA-DISPLAY-BOARD
035730            END-IF
036132               WS-SHIP-COUNT-P - WS-SHIPS-SUNK-PLR
036134            COMPUTE WS-VOLLEY-LEFT-C =
036136               WS-SHIP-COUNT-C - WS-SHIPS-SUNK-COM
036137            PERFORM PARA-HCAP-VOLLEY-BONUS
036138         END-IF.
036140         IF WS-VOLLEY-LEFT-P > 0 AND WS-HEADTOHEAD
036142            DISPLAY "PLAYER " WS-PLAYER-ID " TO FIRE - VOLLEY "
043630         MOVE WS-CURRENT-DATE-TIME(1:8) TO LOG-DATE.
043640         MOVE WS-CURRENT-DATE-TIME(9:6) TO LOG-TIME.
043700         WRITE MOVES-LOG-REC.
043750         ADD 1 TO WS-MOVES-WRITTEN.
043800
043900     PARA-DISPLAY-BOARD.
044000         DISPLAY "COMPUTERS BOARD (YOUR SHOTS)".
051064         SET RESULT-NORMAL TO TRUE.
051065         MOVE WS-SEASON-CODE TO RESULT-SEASON.
051066         PERFORM PARA-BUILD-SHIP-DETAIL.
051067         SET RESULT-ORIGINAL TO TRUE.
051068         MOVE SPACES TO RESULT-ADJ-REASON.
051069         MOVE 0 TO RESULT-ADJ-DATE.
051070         MOVE WS-PLAY-MODE TO RESULT-PLAY-MODE.
051071         MOVE WS-DECK-ID TO RESULT-DECK-ID.
051072         MOVE WS-RESUME-OVR-FLAG TO RESULT-OVERRIDE-FLAG.
051073         MOVE WS-HCAP-TYPE TO RESULT-HCAP-TYPE.
051074         MOVE SPACE TO RESULT-HCAP-STRONG.
051075         IF WS-HCAP-STRONG = "1"
051076            MOVE "P" TO RESULT-HCAP-STRONG
051077         END-IF.
051078         IF WS-HCAP-STRONG = "2"
051079            MOVE "O" TO RESULT-HCAP-STRONG
051080         END-IF.
051081         MOVE WS-HCAP-AMOUNT TO RESULT-HCAP-AMOUNT.
051082         MOVE WS-HCAP-CREDIT TO RESULT-HCAP-CREDIT.
051084         MOVE WS-SALVO-FLAG TO RESULT-SALVO-FLAG.
051100         WRITE RESULT-REC.
051150         ADD 1 TO WS-RESULTS-WRITTEN.
051200         CLOSE RESULTS-FILE.
051300
051310     PARA-BUILD-SHIP-DETAIL.
052210                   PERFORM PARA-OPPONENT-BUSY
052220                END-IF
052230         END-READ.
052232         IF WS-GAME-STORE-STATUS = "00"
052234            ADD 1 TO WS-GAMESTOR-READ
052236         END-IF.
052240
052250     PARA-OPPONENT-BUSY.
052260         DISPLAY "OPPONENT " WS-OPPONENT-ID
052400               CLOSE GAME-STORE
052410               CLOSE MOVES-LOG
052420               MOVE 12 TO RETURN-CODE
052430               PERFORM PARA-END-RUN
052440            END-IF
052450         END-IF.
052452         MOVE "OA" TO WS-MJ-ACTION.
052454         PERFORM PARA-MJ-CAPTURE.
052456         PERFORM PARA-OPEN-MNTJRNL.
052458         SET WS-MJ-PENDING TO TRUE.
052460
052470     PARA-APPLY-OPTIONS.
052480*        TRAILING PARM TOKENS AFTER THE IDS ARE ORDER FREE -
054740            DISPLAY "PAIRING NUMBER MISSING OR NOT NUMERIC - "
054750               "GIVE P,nn FROM THE PAIRING SHEET"
054760            MOVE 16 TO RETURN-CODE
054770            PERFORM PARA-END-RUN
054780         END-IF.
054790         OPEN INPUT PAIRING-FILE.
054800         IF WS-PAIRFILE-STATUS NOT = "00"
054810            DISPLAY "CANNOT OPEN PAIRFILE - STATUS "
054820               WS-PAIRFILE-STATUS
054830            MOVE 16 TO RETURN-CODE
054840            PERFORM PARA-END-RUN
054850         END-IF.
054860         MOVE "N" TO WS-VALID-FLAG.
054870         PERFORM UNTIL WS-VALID
055000            DISPLAY "PAIRING " WS-PAIR-SEQ
055010               " IS NOT ON THE PAIRFILE"
055020            MOVE 16 TO RETURN-CODE
055030            PERFORM PARA-END-RUN
055040         END-IF.
055050         IF PAIR-PLAYER2-ID = "BYE"
055060            DISPLAY "PAIRING " WS-PAIR-SEQ " IS A BYE FOR "
055070               PAIR-PLAYER1-ID " - NO GAME TO PLAY"
055080            PERFORM PARA-END-RUN
055090         END-IF.
055100         MOVE PAIR-PLAYER1-ID TO WS-PLAYER-ID.
055110         MOVE PAIR-PLAYER2-ID TO WS-OPPONENT-ID.
055120         SET WS-HEADTOHEAD TO TRUE.
055130         SET WS-PAIRING TO TRUE.
055140         MOVE "Y" TO WS-DECK-PLACE-FLAG.
055142         MOVE PAIR-DECK-ID TO WS-DECK-ID.
055150         DISPLAY "PAIRING " WS-PAIR-SEQ " - " WS-PLAYER-ID
055160            " VS " WS-OPPONENT-ID " - DECK " PAIR-DECK-ID.
055170         OPEN INPUT FLEET-INPUT-FILE.
055200               WS-FLEETIN-STATUS
055210               " - POINT FLEETIN AT " PAIR-DECK-ID
055220            MOVE 16 TO RETURN-CODE
055230            PERFORM PARA-END-RUN
055240         END-IF.
055250
055252     PARA-READ-SEASON.
055412         END-IF.
055414         CLOSE PLAYER-MASTER.
055416         MOVE 12 TO RETURN-CODE.
055418         PERFORM PARA-END-RUN.
055500
055600     PARA-END-RUN.
055700*        EVERY WAY OUT OF THE STEP COMES THROUGH HERE SO THE RUN
055800*        JOURNAL CARRIES THE RETURN CODE OF A REFUSED OR ABORTED
055900*        SESSION AS WELL AS A FINISHED GAME.
056000         PERFORM PARA-WRITE-RUNLOG.
056100         STOP RUN.
056200
056300     PARA-WRITE-RUNLOG.
056400         OPEN EXTEND RUNLOG-FILE.
056500         IF WS-RUNLOG-STATUS NOT = "00"
056600            OPEN OUTPUT RUNLOG-FILE
056700         END-IF.
056800         IF WS-RUNLOG-STATUS NOT = "00"
056900            DISPLAY "CANNOT OPEN RUNLOG - STATUS "
057000               WS-RUNLOG-STATUS " - STEP NOT JOURNALLED"
057100         ELSE
057200            INITIALIZE RCTL-REC
057300            MOVE "BATTLE" TO RCTL-PROGRAM
057400            MOVE WS-RUN-STAMP(1:8) TO RCTL-RUN-DATE
057500            MOVE WS-RUN-STAMP(9:6) TO RCTL-RUN-TIME
057600            MOVE WS-COMMAND-LINE TO RCTL-PARM
057700            MOVE RETURN-CODE TO RCTL-RETURN-CODE
057800            MOVE 3 TO RCTL-FILE-COUNT
057900            MOVE "GAMESTOR" TO RCTL-FILE-DD(1)
058000            MOVE WS-GAMESTOR-READ TO RCTL-FILE-READ(1)
058100            MOVE WS-GAMESTOR-WRITTEN TO RCTL-FILE-WRITTEN(1)
058200            MOVE "MOVESLOG" TO RCTL-FILE-DD(2)
058300            MOVE WS-MOVES-WRITTEN TO RCTL-FILE-WRITTEN(2)
058400            MOVE "RESULTS" TO RCTL-FILE-DD(3)
058500            MOVE WS-RESULTS-WRITTEN TO RCTL-FILE-WRITTEN(3)
058600            WRITE RCTL-REC
058700            CLOSE RUNLOG-FILE
058800         END-IF.
058900
059000     PARA-SET-HANDICAP.
059100*        LOOK BOTH SIDES UP ON THE RATINGS LADDER AND FIX THE
059200*        HANDICAP FOR THE LIFE OF THE GAME FROM THE SHOP TABLE.
059300*        A SIDE WITH NO LADDER ROW YET STANDS AT THE STARTING
059400*        RATING. NO TABLE OR NO LADDER PLAYS THE GAME EVEN.
059500         MOVE SPACE TO WS-HCAP-TYPE.
059600         MOVE SPACE TO WS-HCAP-STRONG.
059700         MOVE 0 TO WS-HCAP-AMOUNT.
059800         MOVE 0 TO WS-HCAP-DROP-IDX.
059900         MOVE 0 TO WS-HCAP-CREDIT.
060000         MOVE 0 TO WS-HCAP-OPEN-LEFT.
060100         MOVE 0 TO WS-HCAP-DROP-CELLS.
060200         MOVE 0 TO WS-RATING-PLR.
060300         MOVE 0 TO WS-RATING-OPP.
060400         PERFORM PARA-LOAD-HANDICAP-TABLE.
060500         OPEN INPUT RATINGS-MASTER.
060600         IF WS-RATINGS-STATUS NOT = "00"
060700            DISPLAY "RATINGS MASTER NOT AVAILABLE - STATUS "
060800               WS-RATINGS-STATUS " - GAME PLAYED WITHOUT HANDICAP"
060900         ELSE
061000            MOVE WS-PLAYER-ID TO WS-HCAP-RATE-ID
061100            PERFORM PARA-READ-RATING
061200            MOVE WS-HCAP-RATE TO WS-RATING-PLR
061300            MOVE WS-OPPONENT-ID TO WS-HCAP-RATE-ID
061400            IF NOT WS-HEADTOHEAD AND WS-COM-HUNTER
061500               MOVE "COMPUTR1" TO WS-HCAP-RATE-ID
061600            END-IF
061700            PERFORM PARA-READ-RATING
061800            MOVE WS-HCAP-RATE TO WS-RATING-OPP
061900            CLOSE RATINGS-MASTER
062000            PERFORM PARA-PICK-HANDICAP
062100         END-IF.
062200
062300     PARA-READ-RATING.
062400         MOVE WS-HCAP-RATE-ID TO RATE-PLAYER-ID.
062500         READ RATINGS-MASTER
062600             INVALID KEY
062700                MOVE WS-HCAP-START-RATING TO WS-HCAP-RATE
062800             NOT INVALID KEY
062900                MOVE RATE-CURRENT TO WS-HCAP-RATE
063000         END-READ.
063100
063200     PARA-LOAD-HANDICAP-TABLE.
063300         MOVE 0 TO WS-HCAP-ROW-COUNT.
063400         OPEN INPUT HANDICAP-FILE.
063500         IF WS-HCAPTBL-STATUS NOT = "00"
063600            DISPLAY "HANDICAP TABLE NOT AVAILABLE - STATUS "
063700               WS-HCAPTBL-STATUS " - GAME PLAYED WITHOUT HANDICAP"
063800         ELSE
063900            PERFORM UNTIL WS-HCAPTBL-STATUS NOT = "00"
064000               READ HANDICAP-FILE
064100                  AT END
064200                     MOVE "10" TO WS-HCAPTBL-STATUS
064300                  NOT AT END
064400                     IF WS-HCAP-ROW-COUNT >= 10
064500                        DISPLAY "HANDICAP TABLE HAS MORE THAN 10 "
064600                           "ROWS - IGNORING THE REST"
064700                        MOVE "10" TO WS-HCAPTBL-STATUS
064800                     ELSE
064900                        PERFORM PARA-KEEP-HANDICAP-ROW
065000                     END-IF
065100               END-READ
065200            END-PERFORM
065300            CLOSE HANDICAP-FILE
065400         END-IF.
065500
065600     PARA-KEEP-HANDICAP-ROW.
065700         IF HCAP-GAP-FROM IS NUMERIC AND HCAP-AMOUNT IS NUMERIC
065800            ADD 1 TO WS-HCAP-ROW-COUNT
065900            MOVE HCAP-GAP-FROM TO
066000               WS-HCAP-ROW-GAP(WS-HCAP-ROW-COUNT)
066100            MOVE HCAP-TYPE TO WS-HCAP-ROW-TYPE(WS-HCAP-ROW-COUNT)
066200            MOVE HCAP-AMOUNT TO
066300               WS-HCAP-ROW-AMOUNT(WS-HCAP-ROW-COUNT)
066400            MOVE HCAP-SHIP-NAME TO
066500               WS-HCAP-ROW-SHIP(WS-HCAP-ROW-COUNT)
066600            IF HCAP-CREDIT IS NUMERIC
066700               MOVE HCAP-CREDIT TO
066800                  WS-HCAP-ROW-CREDIT(WS-HCAP-ROW-COUNT)
066900            ELSE
067000               MOVE 0 TO WS-HCAP-ROW-CREDIT(WS-HCAP-ROW-COUNT)
067100            END-IF
067200         ELSE
067300            DISPLAY "HANDICAP TABLE ROW NOT NUMERIC - IGNORED: "
067400               HANDICAP-REC
067500         END-IF.
067600
067700     PARA-PICK-HANDICAP.
067800*        THE ROW WITH THE HIGHEST GAP NOT ABOVE THE RATING GAP
067900*        APPLIES. AN EVEN GAME CARRIES NO STRONGER SIDE.
068000         IF WS-RATING-PLR > WS-RATING-OPP
068100            MOVE "1" TO WS-HCAP-STRONG
068200            COMPUTE WS-HCAP-GAP = WS-RATING-PLR - WS-RATING-OPP
068300         ELSE
068400            MOVE "2" TO WS-HCAP-STRONG
068500            COMPUTE WS-HCAP-GAP = WS-RATING-OPP - WS-RATING-PLR
068600         END-IF.
068700         MOVE 0 TO WS-HCAP-ROW-PICK.
068800         PERFORM VARYING WS-HCAP-ROW-SUB FROM 1 BY 1
068900                 UNTIL WS-HCAP-ROW-SUB > WS-HCAP-ROW-COUNT
069000            IF WS-HCAP-ROW-GAP(WS-HCAP-ROW-SUB) NOT > WS-HCAP-GAP
069100               IF WS-HCAP-ROW-PICK = 0
069200                  MOVE WS-HCAP-ROW-SUB TO WS-HCAP-ROW-PICK
069300               ELSE
069400                  IF WS-HCAP-ROW-GAP(WS-HCAP-ROW-SUB) >
069500                     WS-HCAP-ROW-GAP(WS-HCAP-ROW-PICK)
069600                     MOVE WS-HCAP-ROW-SUB TO WS-HCAP-ROW-PICK
069700                  END-IF
069800               END-IF
069900            END-IF
070000         END-PERFORM.
070100         IF WS-HCAP-ROW-PICK > 0
070200            MOVE WS-HCAP-ROW-TYPE(WS-HCAP-ROW-PICK) TO
070250               WS-HCAP-TYPE
070300            MOVE WS-HCAP-ROW-AMOUNT(WS-HCAP-ROW-PICK) TO
070400               WS-HCAP-AMOUNT
070500            MOVE WS-HCAP-ROW-CREDIT(WS-HCAP-ROW-PICK) TO
070600               WS-HCAP-CREDIT
070700         END-IF.
070800         IF WS-HCAP-FEWER-SHIP
070900            PERFORM PARA-FIND-HCAP-SHIP
071000         END-IF.
071100         IF (WS-HCAP-OPENING OR WS-HCAP-EXTRA-SHOT) AND
071200            WS-HCAP-AMOUNT = 0
071300            MOVE SPACE TO WS-HCAP-TYPE
071400         END-IF.
071500         IF WS-HCAP-OPENING OR WS-HCAP-EXTRA-SHOT OR
071600            WS-HCAP-FEWER-SHIP
071700            IF WS-HCAP-OPENING
071800               MOVE WS-HCAP-AMOUNT TO WS-HCAP-OPEN-LEFT
071900            END-IF
072000            DISPLAY "RATINGS " WS-RATING-PLR " V " WS-RATING-OPP
072100               " - HANDICAP " WS-HCAP-TYPE " OF " WS-HCAP-AMOUNT
072200               " GIVEN BY SIDE " WS-HCAP-STRONG
072300         ELSE
072400            MOVE SPACE TO WS-HCAP-TYPE
072500            MOVE SPACE TO WS-HCAP-STRONG
072600            MOVE 0 TO WS-HCAP-AMOUNT
072700            MOVE 0 TO WS-HCAP-DROP-IDX
072800            MOVE 0 TO WS-HCAP-CREDIT
072900            MOVE 0 TO WS-HCAP-DROP-CELLS
073000         END-IF.
073100
073200     PARA-FIND-HCAP-SHIP.
073300*        THE SHIP TYPE THE STRONGER SIDE GOES WITHOUT ONE OF -
073400*        NAMED ON THE TABLE ROW, OR THE LAST FLEETCFG ENTRY WHEN
073500*        THE ROW LEAVES IT BLANK. A SIDE IS NEVER LEFT WITH NO
073600*        SHIPS AT ALL.
073700         MOVE 0 TO WS-HCAP-DROP-IDX.
073800         IF WS-HCAP-ROW-SHIP(WS-HCAP-ROW-PICK) = SPACES
073900            MOVE FLEET-ENTRY-COUNT TO WS-HCAP-DROP-IDX
074000         ELSE
074100            PERFORM VARYING WS-FLEET-IDX FROM 1 BY 1
074200                    UNTIL WS-FLEET-IDX > FLEET-ENTRY-COUNT
074300               IF FLEET-SHIP-NAME(WS-FLEET-IDX) =
074400                  WS-HCAP-ROW-SHIP(WS-HCAP-ROW-PICK)
074500                  MOVE WS-FLEET-IDX TO WS-HCAP-DROP-IDX
074600               END-IF
074700            END-PERFORM
074800         END-IF.
074900         IF WS-HCAP-DROP-IDX = 0 OR WS-TOTAL-SHIPS < 2
075000            DISPLAY "HANDICAP SHIP "
075100               WS-HCAP-ROW-SHIP(WS-HCAP-ROW-PICK)
075200               " CANNOT BE WITHHELD - GAME PLAYED EVEN"
075300            MOVE SPACE TO WS-HCAP-TYPE
075400         ELSE
075500            IF FLEET-SHIP-COUNT(WS-HCAP-DROP-IDX) = 0
075600               DISPLAY "HANDICAP SHIP "
075700                  WS-HCAP-ROW-SHIP(WS-HCAP-ROW-PICK)
075800                  " CANNOT BE WITHHELD - GAME PLAYED EVEN"
075900               MOVE SPACE TO WS-HCAP-TYPE
076000            ELSE
076100               MOVE 1 TO WS-HCAP-AMOUNT
076200               MOVE FLEET-SHIP-LENGTH(WS-HCAP-DROP-IDX) TO
076300                  WS-HCAP-DROP-CELLS
076400            END-IF
076500         END-IF.
076600
076700     PARA-RESTORE-HANDICAP.
076800*        A RECORD FROM BEFORE THE HANDICAP FIELDS EXISTED HAS NO
076900*        NUMBERS IN THEM AND PLAYS ON EVEN.
077000         IF GAME-HCAP-AMOUNT IS NUMERIC AND
077100            GAME-HCAP-DROP-IDX IS NUMERIC AND
077200            GAME-HCAP-CREDIT IS NUMERIC AND
077300            GAME-HCAP-OPEN-LEFT IS NUMERIC AND
077400            GAME-RATING-PLR IS NUMERIC AND
077500            GAME-RATING-OPP IS NUMERIC
077600            MOVE GAME-HCAP-TYPE TO WS-HCAP-TYPE
077700            MOVE GAME-HCAP-STRONG TO WS-HCAP-STRONG
077800            MOVE GAME-HCAP-AMOUNT TO WS-HCAP-AMOUNT
077900            MOVE GAME-HCAP-DROP-IDX TO WS-HCAP-DROP-IDX
078000            MOVE GAME-HCAP-CREDIT TO WS-HCAP-CREDIT
078100            MOVE GAME-HCAP-OPEN-LEFT TO WS-HCAP-OPEN-LEFT
078200            MOVE GAME-RATING-PLR TO WS-RATING-PLR
078300            MOVE GAME-RATING-OPP TO WS-RATING-OPP
078400         ELSE
078500            MOVE SPACE TO WS-HCAP-TYPE
078600            MOVE SPACE TO WS-HCAP-STRONG
078700            MOVE 0 TO WS-HCAP-AMOUNT
078800            MOVE 0 TO WS-HCAP-DROP-IDX
078900            MOVE 0 TO WS-HCAP-CREDIT
079000            MOVE 0 TO WS-HCAP-OPEN-LEFT
079100            MOVE 0 TO WS-RATING-PLR
079200            MOVE 0 TO WS-RATING-OPP
079300         END-IF.
079400         MOVE 0 TO WS-HCAP-DROP-CELLS.
079500         IF WS-HCAP-FEWER-SHIP
079600            IF WS-HCAP-DROP-IDX > 0 AND
079700               WS-HCAP-DROP-IDX NOT > FLEET-ENTRY-COUNT
079800               MOVE FLEET-SHIP-LENGTH(WS-HCAP-DROP-IDX) TO
079900                  WS-HCAP-DROP-CELLS
080000            ELSE
080100               DISPLAY "HANDICAP SHIP TYPE " WS-HCAP-DROP-IDX
080200                  " IS NOT IN THE FLEET CONFIG"
080300            END-IF
080400         END-IF.
080500
080600     PARA-HCAP-MIRROR.
080700*        THE OPPONENTS RECORD SEES THE HANDICAP FROM THE OTHER
080800*        SIDE - THE NEXT CHECKPOINT PUTS THIS SESSIONS VIEW BACK.
080900         IF WS-HCAP-STRONG = "1"
081000            MOVE "2" TO GAME-HCAP-STRONG
081100         END-IF.
081200         IF WS-HCAP-STRONG = "2"
081300            MOVE "1" TO GAME-HCAP-STRONG
081400         END-IF.
081500         MOVE WS-RATING-OPP TO GAME-RATING-PLR.
081600         MOVE WS-RATING-PLR TO GAME-RATING-OPP.
081700
081800     PARA-HCAP-WITHHOLD.
081900*        THE STRONGER SIDE OF A FEWER-SHIP HANDICAP PLACES THE
082000*        HANDICAP TYPE ONE SHORT - THE LAST SHIP OF THE TYPE IS
082100*        THE ONE LEFT IN PORT.
082200         MOVE "N" TO WS-HCAP-WITHHELD-FLAG.
082300         IF WS-HCAP-FEWER-SHIP AND
082400            WS-HCAP-STRONG = WS-PLACE-SIDE AND
082500            WS-FLEET-IDX = WS-HCAP-DROP-IDX AND
082600            WS-SELECT-COUNT > 0
082700            SUBTRACT 1 FROM WS-SELECT-COUNT
082800            SET WS-HCAP-WITHHELD TO TRUE
082900         END-IF.
083000
083100     PARA-HCAP-SIDE-TARGETS.
083200         MOVE WS-TOTAL-CELLS TO WS-SIDE1-TARGET.
083300         MOVE WS-TOTAL-CELLS TO WS-SIDE2-TARGET.
083400         IF WS-HCAP-FEWER-SHIP
083500            IF WS-HCAP-STRONG = "1"
083600               SUBTRACT WS-HCAP-DROP-CELLS FROM WS-SIDE1-TARGET
083700            ELSE
083800               SUBTRACT WS-HCAP-DROP-CELLS FROM WS-SIDE2-TARGET
083900            END-IF
084000         END-IF.
084100
084200     PARA-HCAP-OPENING.
084300*        THE WEAKER SIDE OF AN OPENING-SHOTS HANDICAP FIRES ITS
084400*        FREE SHOTS BEFORE NORMAL PLAY BEGINS. EVERY SHOT
084500*        CHECKPOINTS, SO A SUSPENDED GAME RESUMES WITH ONLY THE
084600*        SHOTS STILL OWED.
084700         IF WS-HCAP-STRONG = "1"
084800            MOVE "2" TO WS-HCAP-FIRING
084900            DISPLAY "HANDICAP - " WS-OPPONENT-ID " FIRES "
085000               WS-HCAP-OPEN-LEFT " OPENING SHOTS"
085100         ELSE
085200            MOVE "1" TO WS-HCAP-FIRING
085300            DISPLAY "HANDICAP - " WS-PLAYER-ID " FIRES "
085400               WS-HCAP-OPEN-LEFT " OPENING SHOTS"
085500         END-IF.
085600         PERFORM UNTIL WS-HCAP-OPEN-LEFT = 0
085700                 OR WS-GAME-IS-OVER
085800            PERFORM PARA-HCAP-SIDE-TURN
085900            SUBTRACT 1 FROM WS-HCAP-OPEN-LEFT
086000            PERFORM PARA-CHECK-WIN
086100            PERFORM PARA-SAVE-CHECKPOINT
086200         END-PERFORM.
086300         IF WS-INTERACTIVE-MODE
086400            PERFORM PARA-DISPLAY-BOARD
086500         END-IF.
086600
086700     PARA-HCAP-BONUS-SHOTS.
086800*        UNDER SINGLE-SHOT RULES THE WEAKER SIDE OF AN EXTRA-SHOT
086900*        HANDICAP FOLLOWS EACH NORMAL SHOT WITH ITS EXTRA ONES.
087000*        WS-HCAP-FIRING NAMES THE SIDE THAT HAS JUST FIRED.
087100         IF WS-HCAP-EXTRA-SHOT AND
087200            WS-HCAP-STRONG NOT = WS-HCAP-FIRING
087300            MOVE WS-HCAP-AMOUNT TO WS-HCAP-BONUS-LEFT
087400            PERFORM PARA-CHECK-WIN
087500            PERFORM UNTIL WS-HCAP-BONUS-LEFT = 0
087600                    OR WS-GAME-IS-OVER
087700               PERFORM PARA-HCAP-SIDE-TURN
087800               SUBTRACT 1 FROM WS-HCAP-BONUS-LEFT
087900               PERFORM PARA-CHECK-WIN
088000            END-PERFORM
088100         END-IF.
088200
088300     PARA-HCAP-VOLLEY-BONUS.
088400*        UNDER SALVO RULES THE EXTRA SHOTS JOIN EVERY VOLLEY OF
088500*        THE WEAKER SIDE WHEN THE VOLLEYS ARE SIZED.
088600         IF WS-HCAP-EXTRA-SHOT
088700            IF WS-HCAP-STRONG = "1"
088800               ADD WS-HCAP-AMOUNT TO WS-VOLLEY-LEFT-C
088900            ELSE
089000               ADD WS-HCAP-AMOUNT TO WS-VOLLEY-LEFT-P
089100            END-IF
089200         END-IF.
089300
089400     PARA-HCAP-SIDE-TURN.
089500         IF WS-HCAP-FIRING = "1"
089600            PERFORM PARA-PLAYER-TURN
089700         ELSE
089800            IF WS-HEADTOHEAD
089900               PERFORM PARA-OPPONENT-TURN
090000            ELSE
090100               PERFORM PARA-COMPUTER-TURN
090200            END-IF
090300         END-IF.
090400
090500     PARA-MJ-CAPTURE.
090600*        THE GAMESTOR RECORD AS READ, BEFORE THE OVERRIDE TOUCHES
090700*        IT - THE OPPONENTS RECORD FOR AN "OA", THIS PLAYERS FOR
090800*        AN "LO".
090900         MOVE GAME-REC TO WS-MJ-BEFORE-IMAGE.
091000         MOVE SPACES TO WS-MJ-AFTER-IMAGE.
091100         MOVE GAME-PLAYER-ID TO WS-MJ-KEY.
091200         IF GAME-GAME-NO IS NUMERIC
091300            MOVE GAME-GAME-NO TO WS-MJ-GAME-NO
091400         ELSE
091500            MOVE 0 TO WS-MJ-GAME-NO
091600         END-IF.
091700
091800     PARA-OPEN-MNTJRNL.
091900*        AN OVERRIDE IS ONLY TAKEN WHEN IT CAN BE JOURNALLED -
092000*        NO OPERATOR ID OR NO JOURNAL REFUSES THE SESSION AS IF
092100*        THE OVERRIDE HAD BEEN DECLINED. A BATCH STEP THAT TOOK
092200*        THE OVERRIDE FROM ITS PARM IS JOURNALLED AS BATCH.
092300         IF WS-OPERATOR-ID = SPACES
092400            IF WS-BATCH-MODE
092500               MOVE "BATCH" TO WS-OPERATOR-ID
092600            ELSE
092700               DISPLAY "ENTER YOUR OPERATOR ID FOR THE OVERRIDE: "
092800               ACCEPT WS-OPERATOR-ID
092900            END-IF
093000         END-IF.
093100         IF WS-OPERATOR-ID = SPACES
093200            DISPLAY "NO OPERATOR ID - OVERRIDE REFUSED"
093300            CLOSE GAME-STORE
093400            CLOSE MOVES-LOG
093500            MOVE 12 TO RETURN-CODE
093600            PERFORM PARA-END-RUN
093700         END-IF.
093800         OPEN EXTEND MAINT-JOURNAL.
093900         IF WS-MNTJRNL-STATUS NOT = "00"
094000            OPEN OUTPUT MAINT-JOURNAL
094100         END-IF.
094200         IF WS-MNTJRNL-STATUS NOT = "00"
094300            DISPLAY "CANNOT OPEN MNTJRNL - STATUS "
094400               WS-MNTJRNL-STATUS " - OVERRIDE REFUSED"
094500            CLOSE GAME-STORE
094600            CLOSE MOVES-LOG
094700            MOVE 12 TO RETURN-CODE
094800            PERFORM PARA-END-RUN
094900         END-IF.
095000
095100     PARA-WRITE-MNTJRNL.
095200         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
095300         MOVE SPACES TO MJRN-REC.
095400         MOVE WS-CURRENT-DATE-TIME(1:8) TO MJRN-DATE.
095500         MOVE WS-CURRENT-DATE-TIME(9:6) TO MJRN-TIME.
095600         MOVE WS-OPERATOR-ID TO MJRN-OPERATOR.
095700         MOVE "BATTLE" TO MJRN-PROGRAM.
095800         MOVE WS-MJ-ACTION TO MJRN-ACTION.
095900         SET MJRN-GAME-IMAGE TO TRUE.
096000         MOVE WS-MJ-KEY TO MJRN-KEY.
096100         MOVE WS-MJ-GAME-NO TO MJRN-GAME-NO.
096200         MOVE WS-MJ-BEFORE-IMAGE TO MJRN-BEFORE-IMAGE.
096300         MOVE WS-MJ-AFTER-IMAGE TO MJRN-AFTER-IMAGE.
096400         WRITE MJRN-REC.
096500         IF WS-MNTJRNL-STATUS NOT = "00"
096600            DISPLAY "MNTJRNL WRITE FAILED - STATUS "
096700               WS-MNTJRNL-STATUS " - OVERRIDE NOT JOURNALLED"
096800         END-IF.
096900         CLOSE MAINT-JOURNAL.
097000         MOVE "N" TO WS-MJ-PENDING-FLAG.
