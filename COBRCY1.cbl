       01  ESCAL-LINE                   PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-ESCAL-STATUS              PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.

       01  WS-REPAIR-EOF-SWITCH         PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBRCY1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REPAIRS UNTIL WS-REPAIR-EOF
           PERFORM 3000-PROCESS-CNV-REPAIRS UNTIL WS-CNVRPR-EOF
           COMPUTE RUN-REJECT-COUNT =
               WS-REREJECT-COUNT + WS-ESCALATE-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
