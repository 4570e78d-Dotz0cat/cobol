      ******************************************************************
      *    RUNLOG - RUN-CONTROL JOURNAL RECORD.
      *    EVERY PROGRAM OF THE NIGHTLY SUITE APPENDS ONE RECORD TO THE
      *    SHARED RUNLOG AT THE END OF ITS STEP - ALSO ON THE FATAL
      *    EXITS, SO A STEP THAT STOPPED SHORT STILL SHOWS ITS RETURN
      *    CODE. BATBAL READS THE JOURNAL EACH MORNING AND BALANCES
      *    EACH STEPS COUNTS AGAINST THE NEXT STEPS, THEN BATBALJB
      *    ROLLS THE JOURNAL TO ITS GENERATION DATASET SO THE NEXT
      *    MORNING STARTS FROM AN EMPTY FILE.
      ******************************************************************
       01  RCTL-REC.
           05 RCTL-PROGRAM          PIC X(8).
           05 RCTL-RUN-DATE         PIC 9(8).
           05 RCTL-RUN-TIME         PIC 9(6).
      *       YYYYMMDD AND HHMMSS THE STEP STARTED.
           05 RCTL-PARM             PIC X(20).
      *       THE PARM STRING THE STEP RAN WITH, AS ACCEPTED.
           05 RCTL-RETURN-CODE      PIC 9(4).
      *       RETURN CODE THE STEP ENDED WITH.
           05 RCTL-FILE-COUNT       PIC 9(1).
           05 RCTL-FILE-ENTRY OCCURS 6 TIMES.
              10 RCTL-FILE-DD       PIC X(8).
              10 RCTL-FILE-READ     PIC 9(9).
              10 RCTL-FILE-WRITTEN  PIC 9(9).
              10 RCTL-CHKPT-FLAG    PIC X(1).
                 88 RCTL-CHECKPOINTED VALUE "Y".
              10 RCTL-CHKPT-FROM    PIC 9(9).
              10 RCTL-CHKPT-THRU    PIC 9(9).
      *       ONE ENTRY PER FILE THE STEP TOUCHED, BY DD NAME. READ
      *       AND WRITTEN ARE RECORD COUNTS - FOR A KEYED MASTER
      *       WRITTEN COUNTS EVERY RECORD ADDED, REWRITTEN OR
      *       DELETED. A FILE READ PAST A PROCESSED-THROUGH
      *       CHECKPOINT CARRIES "Y" AND THE CHECKPOINT COUNT THE
      *       STEP STARTED FROM AND THE ONE IT ADVANCED IT TO, SO
      *       THRU LESS FROM IS WHAT THE STEP CONSUMED.
