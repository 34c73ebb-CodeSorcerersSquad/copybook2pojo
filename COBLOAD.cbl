      *            WRITTEN BY COBMNT1'S EXEC CICS WRITE FILE('COBAUDIT')
      *            BELOW, SINCE CICS FILE CONTROL ONLY TARGETS VSAM.
       FD  AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY audit.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-CKPT-STATUS               PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBLOAD" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS UNTIL WS-EOF
           PERFORM 8000-TERMINATE
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE "COBLOAD" TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-APPROVER-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD.
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
           MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
