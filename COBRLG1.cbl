           05  FILLER                   PIC X(72).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  ARCHIVE-RECORD               PIC X(87).

       FD  NEW-RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  NEW-RUN-LOG-RECORD           PIC X(87).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-ARCHIVE-STATUS            PIC X(02) VALUE "00".
       01  WS-NEWLOG-STATUS             PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBRLG1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RUN-LOG UNTIL WS-EOF
           PERFORM 3000-PRINT-TREND-REPORT

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE CYK-BUSINESS-DATE TO WS-RUN-DATE

      *            THE DEFAULT BOUNDARY IS THE RUN DATE LESS THE
      *            RETENTION WINDOW -- A PARM CARD OVERRIDES IT WHEN
           MOVE WS-RETAIN-COUNT TO RUN-OUT-COUNT
           MOVE WS-ARCHIVE-COUNT TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE NEW-RUN-LOG-RECORD FROM RUN-CONTROL-RECORD
           CLOSE NEW-RUN-LOG-FILE.
