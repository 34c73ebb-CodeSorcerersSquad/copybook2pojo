      *   K   KEY INQUIRY -- EVERY ADD/CHANGE/DELETE WHOSE BEFORE OR   *
      *       AFTER IMAGE CARRIES THE GIVEN PERSON TYPE + DOCUMENT     *
      *   U   USER ACTIVITY -- EVERYTHING A GIVEN AUD-USER-ID DID,     *
      *       OR RELEASED AS AUD-APPROVER-ID, OPTIONALLY LIMITED TO    *
      *       A FROM/TO DATE RANGE (YYYYMMDD)                          *
      *   S   DAILY ACTIVITY SUMMARY -- ADDS/CHANGES/DELETES PER       *
      *       USER AND PER PROGRAM, OPTIONALLY DATE-LIMITED            *
      *                                                                *
      * OLDEST FIRST); THEY ARE READ AHEAD OF THE ONLINE LOG SO THE    *
      * LISTING STAYS IN TIME ORDER. AN ABSENT COBAUDAR MEANS THE      *
      * ONLINE WINDOW ALONE IS SEARCHED. THE LOG AND EVERY GENERATION  *
      * READ HERE MUST BE IN THE 290-BYTE AUDIT SHAPE -- COBCNV2 IS    *
      * THE ONE-TIME CUTOVER THAT RESHAPES PRE-MIGRATION DATA, AND     *
      * COBCNV3 THE ONE THAT ADDS THE APPROVER ID TO 282-BYTE DATA.    *
      ******************************************************************
       PROGRAM-ID. COBAUD01.

           05  FILLER                   PIC X(40).

       FD  AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY audit.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 290 CHARACTERS.
       01  ARCHIVE-RECORD               PIC X(290).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-STATUS            PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".
           05  FILLER                  PIC X(16) VALUE "DOCUMENT".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE "NAME".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "APPROVER".
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DOC               PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-NAME              PIC X(50).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-APPROVER          PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBAUD01" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1800-PROCESS-ARCHIVE UNTIL WS-ARCH-EOF
      *            THE ONLINE LOG IS PRIMED ONLY AFTER THE ARCHIVE
                       MOVE "N" TO WS-SELECT-SWITCH
                   END-IF
               WHEN "U"
      *            A CHANGE THE USER RELEASED AS THE SECOND PAIR OF
      *            EYES IS THEIR ACTIVITY TOO.
                   IF AUD-USER-ID NOT = PARM-USER-ID
                       AND AUD-APPROVER-ID NOT = PARM-USER-ID
                       MOVE "N" TO WS-SELECT-SWITCH
                   END-IF
           END-EVALUATE
           MOVE AUD-PROGRAM-ID TO WS-DTL-PROGRAM
           MOVE WS-DOC-FORMATTED TO WS-DTL-DOC
           MOVE WS-IMAGE-NAME TO WS-DTL-NAME
           MOVE AUD-APPROVER-ID TO WS-DTL-APPROVER
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

           MOVE WS-SELECT-COUNT TO RUN-OUT-COUNT
           MOVE ZEROS TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
