       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBCNV3                                              *
      * DESCRIPTION: ONE-TIME CUTOVER CONVERSION FOR THE AUDIT LOG     *
      *              WHEN AUD-APPROVER-ID WAS ADDED TO THE END OF THE  *
      *              AUDIT RECORD (282 TO 290 BYTES) FOR DUAL-CONTROL  *
      *              CHANGES RELEASED BY COBAPV2. EVERY ENTRY ALREADY  *
      *              ON FILE WAS MADE BY ONE USER ALONE, SO IT IS      *
      *              CARRIED OVER UNCHANGED WITH THE APPROVER BLANK.   *
      *              RUN ONCE AT CUTOVER, BEFORE COBMNT1 AND COBAPV2   *
      *              ARE BROUGHT UP ON THE NEW LAYOUT, AND ONCE OVER   *
      *              EACH RETAINED COBAUDAR ARCHIVE GENERATION (POINT  *
      *              THE COBAUDIT DD AT THE GENERATION) SO THE SEVEN   *
      *              YEARS OF HISTORY STAY READABLE BY COBAUD01,       *
      *              COBLGA1 AND COBRCV1. THE SAME ARRANGEMENT AS THE  *
      *              COBCNV2 CUTOVER.                                  *
      *              THE CYCLE CHECK'S ONE-RUN-PER-DATE REFUSAL IS     *
      *              NOT APPLIED, SO THE GENERATIONS NEED NO RERUN     *
      *              AUTHORITY EACH.                                   *
      *                                                                *
      * INPUT (OPTIONAL -- AN ABSENT DATASET IS SKIPPED)               *
      *   COBAUDIT  282-BYTE AUDIT ENTRIES                             *
      * OUTPUT (WRITTEN ONLY WHEN THE INPUT IS PRESENT; OPERATIONS     *
      * SWAPS THE NEW GENERATION IN FOR THE OLD DATASET)               *
      *   COBAUDNW  290-BYTE AUDIT ENTRIES, AUD-APPROVER-ID BLANK      *
      ******************************************************************
       PROGRAM-ID. COBCNV3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT-FILE ASSIGN TO "COBAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDAUD-STATUS.

           SELECT NEW-AUDIT-FILE ASSIGN TO "COBAUDNW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWAUD-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-AUDIT-FILE
           RECORD CONTAINS 282 CHARACTERS.
       01  OLD-AUDIT-RECORD             PIC X(282).

       FD  NEW-AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY audit.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-OLDAUD-STATUS             PIC X(02) VALUE "00".
       01  WS-NEWAUD-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.

       01  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE "Y".
           88  WS-AUDIT-EOF            VALUE "Y".

       01  WS-AUDIT-COUNT               PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBCNV3" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
      *            THE CYCLE CHECK SUPPLIES THE BUSINESS DATE AND
      *            STATE FOR THE RUN RECORD ONLY. ITS ONE-RUN-PER-DATE
      *            REFUSAL DOES NOT APPLY: THIS JOB IS RUN ONCE PER
      *            ARCHIVE GENERATION, ALL IN THE SAME CUTOVER NIGHT.
           IF CYK-RUN-REFUSED
               DISPLAY "COBCNV3: ONE-TIME CUTOVER - RUNNING AGAIN FOR "
                   "THE NEXT DATASET"
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-AUDIT UNTIL WS-AUDIT-EOF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

      *            THE OUTPUT IS ONLY OPENED WHEN THE INPUT IS
      *            PRESENT, SO NO EMPTY GENERATION CAN BE SWAPPED IN
      *            BY MISTAKE.
           OPEN INPUT OLD-AUDIT-FILE
           IF WS-OLDAUD-STATUS = "00"
               OPEN OUTPUT NEW-AUDIT-FILE
               MOVE "N" TO WS-AUDIT-EOF-SWITCH
               PERFORM 2100-READ-OLD-AUDIT
           ELSE
               DISPLAY "COBCNV3: COBAUDIT NOT AVAILABLE, STATUS="
                   WS-OLDAUD-STATUS " - AUDIT LOG SKIPPED"
           END-IF.

       2000-CONVERT-AUDIT.
      *            THE OLD 282 BYTES KEEP THEIR OFFSETS; THE APPROVER
      *            IS NEW AT THE END OF THE RECORD.
           ADD 1 TO WS-AUDIT-COUNT
           MOVE SPACES TO AUDIT-RECORD
           MOVE OLD-AUDIT-RECORD TO AUDIT-RECORD (1:282)
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD
           PERFORM 2100-READ-OLD-AUDIT.

       2100-READ-OLD-AUDIT.
           READ OLD-AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF-SWITCH
           END-READ.

       8000-TERMINATE.
           IF WS-OLDAUD-STATUS = "00"
               CLOSE OLD-AUDIT-FILE
               CLOSE NEW-AUDIT-FILE
           END-IF
           PERFORM 8100-WRITE-RUN-CONTROL
           DISPLAY "COBCNV3: AUDIT ENTRIES     = " WS-AUDIT-COUNT.

       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBCNV3" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-AUDIT-COUNT TO RUN-IN-COUNT
           MOVE WS-AUDIT-COUNT TO RUN-OUT-COUNT
           MOVE ZEROS TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
