      ******************************************************************
      *    LEDGTRAN - MANUAL LEDGER ADJUSTMENT TRANSACTION.
      *    ONE CARD PER ADJUSTMENT THE TREASURER MAKES TO A PLAYERS
      *    ACCOUNT - MONEY RECEIVED, A PRIZE PAID OUT, A WAIVED FEE.
      *    BATLEDG PARM A POSTS THE CARDS AND LISTS EACH ONE WITH ITS
      *    OUTCOME ON LEDGRPT.
      ******************************************************************
       01  LTR-REC.
           05 LTR-PLAYER-ID         PIC X(8).
           05 LTR-DR-CR             PIC X(1).
              88 LTR-DEBIT          VALUE "D".
              88 LTR-CREDIT         VALUE "C".
      *       "D" ADDS TO WHAT THE PLAYER OWES (A PRIZE PAID OUT,
      *       A CHARGE), "C" TAKES OFF IT (A PAYMENT, A WAIVER).
           05 LTR-AMOUNT            PIC 9(5)V99.
           05 LTR-TXN-DATE          PIC 9(8).
      *       YYYYMMDD THE MOVEMENT BELONGS TO - ZERO OR BLANK FOR
      *       THE RUN DATE.
           05 LTR-REASON            PIC X(2).
           05 LTR-TEXT              PIC X(30).
