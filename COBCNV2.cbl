      *              THE COBAUDIT DD AT THE GENERATION) SO THE SEVEN    *
      *              YEARS OF HISTORY STAY READABLE BY COBAUD01 AND     *
      *              COBRCV1.                                           *
      *              THE CYCLE CHECK'S ONE-RUN-PER-DATE REFUSAL IS NOT  *
      *              APPLIED, SO THE GENERATIONS NEED NO RERUN          *
      *              AUTHORITY EACH.                                    *
      *                                                                *
      * INPUT (EACH OPTIONAL -- AN ABSENT DATASET IS SKIPPED)          *
      *   COBAUDIT  238-BYTE AUDIT ENTRIES (100-BYTE IMAGES)           *
           05  NCV-TAIL                 PIC X(04).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-OLDCNV-STATUS             PIC X(02) VALUE "00".
       01  WS-NEWCNV-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.

       01  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBCNV2" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
      *            THE CYCLE CHECK SUPPLIES THE BUSINESS DATE AND
      *            STATE FOR THE RUN RECORD ONLY. ITS ONE-RUN-PER-DATE
      *            REFUSAL DOES NOT APPLY: THIS JOB IS RUN ONCE PER
      *            ARCHIVE GENERATION, ALL IN THE SAME CUTOVER NIGHT.
           IF CYK-RUN-REFUSED
               DISPLAY "COBCNV2: ONE-TIME CUTOVER - RUNNING AGAIN FOR "
                   "THE NEXT DATASET"
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-AUDIT UNTIL WS-AUDIT-EOF
           PERFORM 3000-CONVERT-REJECT UNTIL WS-REJECT-EOF
           MOVE RUN-IN-COUNT TO RUN-OUT-COUNT
           MOVE ZEROS TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
