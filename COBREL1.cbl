      * AND RELEASED TONIGHT (THE RECORD IS LISTED SO THE KEYING      *
      * ERROR IS VISIBLE) -- A GARBLED DATE MUST NOT PARK A           *
      * TRANSACTION IN THE WAREHOUSE INDEFINITELY.                    *
      *                                                                *
      * THE RUN DATE IS THE CYCLE BUSINESS DATE ON COBCYCLE, NOT THE  *
      * MACHINE DATE, SO A STREAM THAT CROSSES MIDNIGHT RELEASES THE  *
      * SAME DAY'S TRANSACTIONS AS ONE THAT DOES NOT.                 *
      ******************************************************************
       PROGRAM-ID. COBREL1.

       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-NEWPND-STATUS             PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.

       01  WS-KEYED-EOF-SWITCH          PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBREL1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PENDING UNTIL WS-PEND-EOF
           PERFORM 3000-PROCESS-KEYED UNTIL WS-KEYED-EOF

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE CYK-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-RUN-DATE))

           MOVE WS-RELEASE-COUNT TO RUN-OUT-COUNT
           MOVE WS-PENDING-COUNT TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
