      *             GENERATION                                         *
      *   COBRPT16  CUT SUMMARY LISTING                                *
      *                                                                *
      * THE LOG READ AND BOTH OUTPUTS ARE THE 290-BYTE AUDIT SHAPE.    *
      * A LOG OR GENERATION STILL IN THE PRE-MIGRATION 238-BYTE SHAPE  *
      * MUST GO THROUGH THE COBCNV2 CUTOVER FIRST, AND ONE IN THE      *
      * 282-BYTE SHAPE (NO APPROVER ID) THROUGH COBCNV3.               *
      ******************************************************************
       PROGRAM-ID. COBAAR1.

           05  FILLER                   PIC X(72).

       FD  AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY audit.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 290 CHARACTERS.
       01  ARCHIVE-RECORD               PIC X(290).

       FD  NEW-AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
       01  NEW-AUDIT-RECORD             PIC X(290).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-NEWAUD-STATUS             PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBAAR1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT UNTIL WS-EOF
           PERFORM 7000-PRINT-SUMMARY

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE CYK-BUSINESS-DATE TO WS-RUN-DATE

           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
           MOVE WS-RETAIN-COUNT TO RUN-OUT-COUNT
           MOVE WS-ARCHIVE-COUNT TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
