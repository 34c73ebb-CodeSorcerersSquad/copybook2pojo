      ******************************************************************
      * NAME   : RUNCTL                                               *
      * LENGTH : 87                                                   *
      * DESCRIPTION: STANDARD RUN-CONTROL RECORD WRITTEN TO THE       *
      *              SHARED RUN LOG (COBRNLOG) BY EVERY BATCH PROGRAM  *
      *              AT END OF JOB: PROGRAM, START/END TIMESTAMPS,     *
      *              NEITHER APPLIED NOR REJECTED. IN SHOULD EQUAL    *
      *              OUT + REJECTED + ERRORED FOR ANY PROGRAM THAT    *
      *              DISPOSES OF EVERY INPUT RECORD.                  *
      *                                                                *
      *              RUN-BUSINESS-DATE AND RUN-CYCLE-STATE ARE WHAT   *
      *              CYCLECHK RETURNED AT START OF JOB: THE COBCYCLE  *
      *              BUSINESS DATE THE RUN WORKED AND WHETHER THE     *
      *              CYCLE WAS OPEN (O), OPEN FOR A RERUN (R), CLOSED *
      *              (C) OR MISSING (N). RECORDS WRITTEN BEFORE THE   *
      *              CYCLE FILE EXISTED ARE 78 BYTES AND READ BACK    *
      *              WITH BOTH FIELDS BLANK.                          *
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUN-PROGRAM-ID           PIC X(08).
           05  RUN-OUT-COUNT            PIC 9(07).
           05  RUN-REJECT-COUNT         PIC 9(07).
           05  RUN-ERROR-COUNT          PIC 9(07).
           05  RUN-BUSINESS-DATE        PIC X(08).
           05  RUN-CYCLE-STATE          PIC X(01).
