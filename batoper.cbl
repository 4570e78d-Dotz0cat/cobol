000800             ACCESS MODE IS DYNAMIC
000900             RECORD KEY IS GAME-PLAYER-ID
001000             FILE STATUS IS WS-GAME-STORE-STATUS.
001010         SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
001020             ORGANIZATION IS LINE SEQUENTIAL
001030             FILE STATUS IS WS-MNTJRNL-STATUS.
001100 DATA DIVISION.
001200     FILE SECTION.
001300     FD  GAME-STORE.
001400         COPY "GAMESTAT.cpy".
001410     FD  MAINT-JOURNAL.
001420         COPY "MNTJRNL.cpy".
001500     WORKING-STORAGE SECTION.
001600     01  WS-GAME-STORE-STATUS   PIC X(2) VALUE "00".
001610     01  WS-MNTJRNL-STATUS      PIC X(2) VALUE "00".
001620     01  WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
001630     01  WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
001640     01  WS-CURRENT-DATE-TIME   PIC X(21).
001650     01  WS-JRN-ACTION          PIC X(2) VALUE SPACES.
001660     01  WS-BEFORE-IMAGE        PIC X(729) VALUE SPACES.
001670*        EVERY CHANGE MADE FROM THE CONSOLE IS JOURNALLED UNDER
001680*        THE OPERATOR ID WITH THE RECORD AS IT WAS AND AS IT WENT
001690*        BACK - SEE MNTJRNL.
001700     01  WS-CHOICE              PIC X(1) VALUE SPACE.
001800     01  WS-DONE-FLAG           PIC X(1) VALUE "N".
001900         88 WS-DONE             VALUE "Y".
003000     01  WS-REC-COUNT           PIC 9(4) VALUE 0.
003100 PROCEDURE DIVISION.
003200     PARA-MAIN.
003210         PERFORM PARA-GET-OPERATOR.
003300         PERFORM PARA-OPEN-STORE.
003400         PERFORM PARA-ONE-COMMAND UNTIL WS-DONE.
003500         CLOSE GAME-STORE.
003600         DISPLAY "GAMESTOR CONSOLE CLOSED".
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
003900     PARA-OPEN-STORE.
004000         OPEN I-O GAME-STORE.
004100         IF WS-GAME-STORE-STATUS NOT = "00"
004400            MOVE 16 TO RETURN-CODE
004500            STOP RUN
004600         END-IF.
004610         OPEN EXTEND MAINT-JOURNAL.
004620         IF WS-MNTJRNL-STATUS NOT = "00"
004630            OPEN OUTPUT MAINT-JOURNAL
004640         END-IF.
004650         IF WS-MNTJRNL-STATUS NOT = "00"
004660            DISPLAY "CANNOT OPEN MNTJRNL - STATUS "
004670               WS-MNTJRNL-STATUS " - CONSOLE NOT OPENED"
004680            CLOSE GAME-STORE
004690            MOVE 16 TO RETURN-CODE
004691            STOP RUN
004692         END-IF.
004693         CLOSE MAINT-JOURNAL.
004700
004800     PARA-ONE-COMMAND.
004900         DISPLAY " ".
019900                  "AND CLEAR THE MARKER (Y/N): "
020000               ACCEPT WS-ANSWER
020100               IF WS-ANSWER = "Y"
020110                  MOVE GAME-REC TO WS-BEFORE-IMAGE
020200                  MOVE SPACE TO GAME-IN-USE-FLAG
020300                  REWRITE GAME-REC
020310                  IF WS-GAME-STORE-STATUS = "00"
020320                     MOVE "LC" TO WS-JRN-ACTION
020330                     PERFORM PARA-JOURNAL-CHANGE
020400                     DISPLAY "MARKER CLEARED FOR " WS-PLAYER-ID
020410                  ELSE
020420                     DISPLAY "REWRITE FAILED - STATUS "
020430                        WS-GAME-STORE-STATUS
020440                        " - MARKER NOT CLEARED"
020450                  END-IF
020500               ELSE
020600                  DISPLAY "MARKER LEFT ALONE"
020700               END-IF
022300                  " GAME TO COMPLETE (Y/N): "
022400               ACCEPT WS-ANSWER
022500               IF WS-ANSWER = "Y"
022510                  MOVE GAME-REC TO WS-BEFORE-IMAGE
022600                  MOVE "C" TO GAME-STATUS
022700                  MOVE SPACE TO GAME-IN-USE-FLAG
022800                  REWRITE GAME-REC
022810                  IF WS-GAME-STORE-STATUS = "00"
022820                     MOVE "FC" TO WS-JRN-ACTION
022830                     PERFORM PARA-JOURNAL-CHANGE
022900                     DISPLAY "GAME FORCED COMPLETE FOR "
023000                        WS-PLAYER-ID
023010                  ELSE
023020                     DISPLAY "REWRITE FAILED - STATUS "
023030                        WS-GAME-STORE-STATUS
023040                        " - GAME LEFT AS IT WAS"
023050                  END-IF
023100                  IF GAME-OPPONENT-ID NOT = SPACES AND
023200                     GAME-OPPONENT-ID NOT = "COMPUTER"
023300                     DISPLAY "NOTE - THE MIRRORED RECORD FOR "
023900               END-IF
024000            END-IF
024100         END-IF.
024200
024300     PARA-JOURNAL-CHANGE.
024400*        APPEND THE CHANGE JUST REWRITTEN TO THE MAINTENANCE
024500*        JOURNAL - OPENED AND CLOSED AROUND EACH ENTRY SO A
024600*        CONSOLE THAT IS KILLED LOSES NOTHING ALREADY CHANGED.
024700         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
024800         OPEN EXTEND MAINT-JOURNAL.
024900         IF WS-MNTJRNL-STATUS NOT = "00"
025000            OPEN OUTPUT MAINT-JOURNAL
025100         END-IF.
025200         IF WS-MNTJRNL-STATUS NOT = "00"
025300            DISPLAY "CANNOT OPEN MNTJRNL - STATUS "
025400               WS-MNTJRNL-STATUS " - CHANGE NOT JOURNALLED"
025500            MOVE 12 TO RETURN-CODE
025600         ELSE
025700            MOVE SPACES TO MJRN-REC
025800            MOVE WS-CURRENT-DATE-TIME(1:8) TO MJRN-DATE
025900            MOVE WS-CURRENT-DATE-TIME(9:6) TO MJRN-TIME
026000            MOVE WS-OPERATOR-ID TO MJRN-OPERATOR
026100            MOVE "BATOPER" TO MJRN-PROGRAM
026200            MOVE WS-JRN-ACTION TO MJRN-ACTION
026300            SET MJRN-GAME-IMAGE TO TRUE
026400            MOVE GAME-PLAYER-ID TO MJRN-KEY
026500            IF GAME-GAME-NO IS NUMERIC
026600               MOVE GAME-GAME-NO TO MJRN-GAME-NO
026700            ELSE
026800               MOVE 0 TO MJRN-GAME-NO
026900            END-IF
027000            MOVE WS-BEFORE-IMAGE TO MJRN-BEFORE-IMAGE
027100            MOVE GAME-REC TO MJRN-AFTER-IMAGE
027200            WRITE MJRN-REC
027300            IF WS-MNTJRNL-STATUS NOT = "00"
027400               DISPLAY "MNTJRNL WRITE FAILED - STATUS "
027500                  WS-MNTJRNL-STATUS " - CHANGE NOT JOURNALLED"
027600               MOVE 12 TO RETURN-CODE
027700            END-IF
027800            CLOSE MAINT-JOURNAL
027900         END-IF.
