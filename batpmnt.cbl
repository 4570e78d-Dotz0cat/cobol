000800             ACCESS MODE IS DYNAMIC
000900             RECORD KEY IS PLYR-PLAYER-ID
001000             FILE STATUS IS WS-PLAYERS-STATUS.
001010         SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
001020             ORGANIZATION IS LINE SEQUENTIAL
001030             FILE STATUS IS WS-MNTJRNL-STATUS.
001100 DATA DIVISION.
001200     FILE SECTION.
001300     FD  PLAYER-MASTER.
001400         COPY "PLYRREC.cpy".
001410     FD  MAINT-JOURNAL.
001420         COPY "MNTJRNL.cpy".
001500     WORKING-STORAGE SECTION.
001600     01  WS-PLAYERS-STATUS      PIC X(2) VALUE "00".
001610     01  WS-MNTJRNL-STATUS      PIC X(2) VALUE "00".
001620     01  WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
001630     01  WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
001640     01  WS-JRN-ACTION          PIC X(2) VALUE SPACES.
001650     01  WS-BEFORE-IMAGE        PIC X(50) VALUE SPACES.
001660*        EVERY CHANGE MADE FROM THE CONSOLE IS JOURNALLED UNDER
001670*        THE OPERATOR ID WITH THE RECORD AS IT WAS AND AS IT WENT
001680*        BACK - SEE MNTJRNL.
001700     01  WS-CHOICE              PIC X(1) VALUE SPACE.
001800     01  WS-DONE-FLAG           PIC X(1) VALUE "N".
001900         88 WS-DONE             VALUE "Y".
003000     PARA-MAIN.
003100         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
003200         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
003210         PERFORM PARA-GET-OPERATOR.
003300         PERFORM PARA-OPEN-MASTER.
003400         PERFORM PARA-ONE-COMMAND UNTIL WS-DONE.
003500         CLOSE PLAYER-MASTER.
003600         DISPLAY "PLAYER MASTER CONSOLE CLOSED".
003700         STOP RUN.
003800
003810     PARA-GET-OPERATOR.
003820*        THE OPERATOR ID COMES ON THE PARM OR IS KEYED AT THE
003830*        PROMPT. NO ID, NO CONSOLE - NOTHING MAY CHANGE THAT
003840*        CANNOT BE TRACED TO WHOEVER CHANGED IT.
003850         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003860         MOVE WS-COMMAND-LINE TO WS-OPERATOR-ID.
003870         IF WS-OPERATOR-ID = SPACES
003880            DISPLAY "ENTER YOUR OPERATOR ID: "
003890            ACCEPT WS-OPERATOR-ID
003891         END-IF.
003892         IF WS-OPERATOR-ID = SPACES
003893            DISPLAY "NO OPERATOR ID - CONSOLE NOT OPENED"
003894            MOVE 16 TO RETURN-CODE
003895            STOP RUN
003896         END-IF.
003897
003900     PARA-OPEN-MASTER.
004000         OPEN I-O PLAYER-MASTER.
004100         IF WS-PLAYERS-STATUS = "35" OR
005100            MOVE 16 TO RETURN-CODE
005200            STOP RUN
005300         END-IF.
005310         OPEN EXTEND MAINT-JOURNAL.
005320         IF WS-MNTJRNL-STATUS NOT = "00"
005330            OPEN OUTPUT MAINT-JOURNAL
005340         END-IF.
005350         IF WS-MNTJRNL-STATUS NOT = "00"
005360            DISPLAY "CANNOT OPEN MNTJRNL - STATUS "
005370               WS-MNTJRNL-STATUS " - CONSOLE NOT OPENED"
005380            CLOSE PLAYER-MASTER
005390            MOVE 16 TO RETURN-CODE
005391            STOP RUN
005392         END-IF.
005393         CLOSE MAINT-JOURNAL.
005400
005500     PARA-ONE-COMMAND.
005600         DISPLAY " ".
010100                  DISPLAY "PLAYER " WS-PLAYER-ID
010200                     " IS ALREADY REGISTERED"
010300               NOT INVALID KEY
010310                  MOVE SPACES TO WS-BEFORE-IMAGE
010320                  MOVE "PA" TO WS-JRN-ACTION
010330                  PERFORM PARA-JOURNAL-CHANGE
010400                  DISPLAY "REGISTERED " WS-PLAYER-ID
010500                     " - " WS-NAME
010600            END-WRITE
013900                      INVALID KEY
014000                         DISPLAY "OLD RECORD VANISHED"
014100                      NOT INVALID KEY
014110                         MOVE PLYR-REC TO WS-BEFORE-IMAGE
014200                         MOVE WS-NEW-ID TO PLYR-MAP-TO
014300                         REWRITE PLYR-REC
014310                         MOVE "PM" TO WS-JRN-ACTION
014320                         PERFORM PARA-REWRITE-DONE
014400                         IF WS-PLAYERS-STATUS = "00"
014410                            DISPLAY WS-PLAYER-ID
014500                               " NOW MAPS TO " WS-NEW-ID
014510                         END-IF
014600                   END-READ
014700            END-READ
014800         END-IF.
015200         ACCEPT WS-PLAYER-ID.
015300         PERFORM PARA-FETCH-PLAYER.
015400         IF WS-FOUND
015410            MOVE PLYR-REC TO WS-BEFORE-IMAGE
015500            SET PLYR-SUSPENDED TO TRUE
015600            REWRITE PLYR-REC
015610            MOVE "PS" TO WS-JRN-ACTION
015620            PERFORM PARA-REWRITE-DONE
015630            IF WS-PLAYERS-STATUS = "00"
015700               DISPLAY WS-PLAYER-ID " SUSPENDED - BATTLE WILL "
015800                  "REFUSE THEIR GAMES"
015810            END-IF
015900         END-IF.
016000
016100     PARA-REINSTATE-PLAYER.
016300         ACCEPT WS-PLAYER-ID.
016400         PERFORM PARA-FETCH-PLAYER.
016500         IF WS-FOUND
016510            MOVE PLYR-REC TO WS-BEFORE-IMAGE
016600            SET PLYR-ACTIVE TO TRUE
016700            REWRITE PLYR-REC
016710            MOVE "PR" TO WS-JRN-ACTION
016720            PERFORM PARA-REWRITE-DONE
016730            IF WS-PLAYERS-STATUS = "00"
016800               DISPLAY WS-PLAYER-ID " REINSTATED"
016810            END-IF
016900         END-IF.
017000
017100     PARA-LIST-MASTER.
020200         MOVE PLYR-REG-DATE TO WS-LIST-LINE(42:8).
020300         MOVE PLYR-MAP-TO TO WS-LIST-LINE(53:8).
020400         DISPLAY WS-LIST-LINE.
020500
020600     PARA-REWRITE-DONE.
020700*        JOURNAL A REWRITE THAT WENT ON FILE - ONE THAT FAILED
020800*        CHANGED NOTHING AND IS ONLY REPORTED.
020900         IF WS-PLAYERS-STATUS = "00"
021000            PERFORM PARA-JOURNAL-CHANGE
021100         ELSE
021200            DISPLAY "REWRITE FAILED - STATUS " WS-PLAYERS-STATUS
021300               " - " WS-PLAYER-ID " LEFT AS IT WAS"
021400         END-IF.
021500
021600     PARA-JOURNAL-CHANGE.
021700*        APPEND THE CHANGE JUST WRITTEN TO THE MAINTENANCE
021800*        JOURNAL - OPENED AND CLOSED AROUND EACH ENTRY SO A
021900*        CONSOLE THAT IS KILLED LOSES NOTHING ALREADY CHANGED.
022000         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022100         OPEN EXTEND MAINT-JOURNAL.
022200         IF WS-MNTJRNL-STATUS NOT = "00"
022300            OPEN OUTPUT MAINT-JOURNAL
022400         END-IF.
022500         IF WS-MNTJRNL-STATUS NOT = "00"
022600            DISPLAY "CANNOT OPEN MNTJRNL - STATUS "
022700               WS-MNTJRNL-STATUS " - CHANGE NOT JOURNALLED"
022800            MOVE 12 TO RETURN-CODE
022900         ELSE
023000            MOVE SPACES TO MJRN-REC
023100            MOVE WS-CURRENT-DATE-TIME(1:8) TO MJRN-DATE
023200            MOVE WS-CURRENT-DATE-TIME(9:6) TO MJRN-TIME
023300            MOVE WS-OPERATOR-ID TO MJRN-OPERATOR
023400            MOVE "BATPMNT" TO MJRN-PROGRAM
023500            MOVE WS-JRN-ACTION TO MJRN-ACTION
023600            SET MJRN-PLAYER-IMAGE TO TRUE
023700            MOVE PLYR-PLAYER-ID TO MJRN-KEY
023800            MOVE 0 TO MJRN-GAME-NO
023900            MOVE WS-BEFORE-IMAGE TO MJRN-BEFORE-IMAGE
024000            MOVE PLYR-REC TO MJRN-AFTER-IMAGE
024100            WRITE MJRN-REC
024200            IF WS-MNTJRNL-STATUS NOT = "00"
024300               DISPLAY "MNTJRNL WRITE FAILED - STATUS "
024400                  WS-MNTJRNL-STATUS " - CHANGE NOT JOURNALLED"
024500               MOVE 12 TO RETURN-CODE
024600            END-IF
024700            CLOSE MAINT-JOURNAL
024800         END-IF.
