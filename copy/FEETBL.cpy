      ******************************************************************
      *    FEETBL - LEAGUE FEE AND PRIZE SCHEDULE.
      *    ONE ROW PER RULE IN THE SHOP-MAINTAINED FEETBL TABLE READ
      *    BY BATLEDG. "F" ROWS PRICE A SETTLED GAME BY GAME TYPE AND
      *    DISPOSITION, "P" ROWS PRICE THE SEASON PRIZES. AMOUNTS
      *    ARE KEYED WITHOUT A DECIMAL POINT - 00250 IS 2.50.
      ******************************************************************
       01  FEE-ROW.
           05 FEE-ROW-TYPE          PIC X(1).
              88 FEE-GAME-RULE      VALUE "F".
              88 FEE-PRIZE-RULE     VALUE "P".
           05 FEE-RULE-BODY         PIC X(19).
           05 FEE-GAME-BODY REDEFINES FEE-RULE-BODY.
              10 FEE-GAME-TYPE      PIC X(1).
      *          "C" COMPUTER, "H" HEAD-TO-HEAD, "P" PAIRING NIGHT,
      *          "S" SALVO. A SALVO GAME IS A SALVO GAME WHOEVER THE
      *          OPPONENT, A PAIRING NIGHT GAME ONE PLAYED FROM THE
      *          PAIRFILE.
              10 FEE-DISPOSITION    PIC X(1).
      *          "N" PLAYED TO THE END, "F" FORFEIT, "A" ABANDONED.
      *          A DISPOSITION WITH NO ROW OF ITS OWN TAKES THE "N"
      *          ROW OF THE GAME TYPE.
              10 FEE-WIN-AMT        PIC 9(3)V99.
              10 FEE-LOSE-AMT       PIC 9(3)V99.
      *          CHARGED TO THE WINNER AND TO THE LOSER - ON A
      *          FORFEIT THE LOSER IS THE SIDE THAT WALKED AWAY. AN
      *          ABANDONED GAME HAS NO WINNER AND BOTH SIDES PAY THE
      *          LOSE AMOUNT. THE COMPUTER IS NEVER CHARGED.
              10 FILLER             PIC X(7).
           05 FEE-PRIZE-BODY REDEFINES FEE-RULE-BODY.
              10 FEE-PRIZE-AWARD    PIC X(1).
                 88 FEE-PLACE-PRIZE VALUE "R".
                 88 FEE-WINS-PRIZE  VALUE "W".
              10 FEE-PRIZE-RANK     PIC 9(3).
      *          "R" PAYS THE FINISHING PLACE IN THE RANK FIELD, "W"
      *          PAYS THE MOST SEASON WINS TROPHY (RANK UNUSED).
              10 FEE-PRIZE-AMT      PIC 9(5)V99.
              10 FILLER             PIC X(8).
           05 FEE-DESC              PIC X(30).
