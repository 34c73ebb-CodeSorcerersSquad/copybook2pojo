      ******************************************************************
      * NAME   : CYCCTL                                               *
      * LENGTH : 100                                                  *
      * DESCRIPTION: BATCH CYCLE-CONTROL RECORD -- THE ONE RECORD ON  *
      *              COBCYCLE. HOLDS THE BUSINESS DATE THE NIGHTLY    *
      *              STREAM IS WORKING AND WHETHER THAT CYCLE IS      *
      *              OPEN. ONLY COBCYC1 WRITES IT (CYCLE OPEN, CYCLE  *
      *              CLOSE, RERUN AUTHORITY); EVERY PROGRAM THAT      *
      *              WRITES A RUNCTL RECORD READS IT THROUGH CYCLECHK *
      *              AT START OF JOB, SO OPERATIONS SET ONE DATE FOR  *
      *              THE WHOLE STREAM INSTEAD OF ONE CARD PER STEP.   *
      *                                                                *
      *              CYCLE STATES (CYC-STATE)                          *
      *                O  OPEN -- THE NIGHT IS RUNNING                 *
      *                R  RERUN AUTHORISED -- OPEN, AND CYC-RERUN-     *
      *                   PROGRAM (SPACES = EVERY PROGRAM) MAY RUN     *
      *                   ONCE MORE AFTER CYC-RERUN-STAMP              *
      *                C  CLOSED -- THE NIGHT IS OVER                  *
      ******************************************************************
       01  CYCLE-CONTROL.
           05  CYC-BUSINESS-DATE        PIC X(08).
      *            YYYYMMDD
           05  CYC-STATE                PIC X(01).
               88  CYC-OPEN            VALUE "O".
               88  CYC-RERUN           VALUE "R".
               88  CYC-CLOSED          VALUE "C".
           05  CYC-RERUN-PROGRAM        PIC X(08).
           05  CYC-RERUN-STAMP          PIC X(21).
           05  CYC-OPEN-STAMP           PIC X(21).
           05  CYC-CLOSE-STAMP          PIC X(21).
           05  CYC-USER-ID              PIC X(08).
      *            WHO LAST CHANGED THE RECORD
           05  FILLER                   PIC X(12).
