       01  RECON-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02) VALUE "00".
       01  WS-RPT-STATUS                PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-MASTER-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-MASTER-EOF           VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBRECON" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-MASTER-KEYS UNTIL WS-MASTER-EOF
           PERFORM 2000-PROCESS-TRANS UNTIL WS-TRAN-EOF
           COMPUTE RUN-OUT-COUNT = WS-EXACT-COUNT + WS-NEAR-COUNT
           MOVE ZEROS TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
