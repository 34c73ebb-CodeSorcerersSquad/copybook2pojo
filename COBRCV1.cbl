      * ARE PROCESSED AHEAD OF THE ONLINE LOG, SO LOG ORDER -- WHICH   *
      * THE ROLL FORWARD DEPENDS ON -- IS PRESERVED. AN ABSENT         *
      * COBAUDAR MEANS THE ONLINE WINDOW ALONE IS USED. THE LOG AND    *
      * EVERY GENERATION READ HERE MUST BE IN THE 290-BYTE AUDIT       *
      * SHAPE -- COBCNV2 IS THE ONE-TIME CUTOVER THAT RESHAPES         *
      * PRE-MIGRATION DATA, AND COBCNV3 THE ONE THAT ADDS THE          *
      * APPROVER ID TO 282-BYTE DATA.                                  *
      *                                                                *
      * CONTACT-CHANNEL ENTRIES (COBCONT IMAGES, 'K' AT OFFSET 101 --  *
      * SEE CONTCT) SHARE THE LOG AND THE KEY BUT ARE NOT MASTER       *
      * RECORDS: A ROLL FORWARD LISTS THEM AS SKIPPED, AND A BACK OUT  *
      * LOOKS PAST THEM FOR THE KEY'S FIRST MASTER ENTRY.              *
      ******************************************************************
       PROGRAM-ID. COBRCV1.

           05  FILLER                   PIC X(43).

       FD  AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY audit.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 290 CHARACTERS.
       01  ARCHIVE-RECORD               PIC X(290).

       FD  MASTER-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBRCV1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
      *            THE ONLINE LOG IS PRIMED ONLY AFTER THE ARCHIVE
      *            PASS -- 1800/1850 WORK THROUGH THE SHARED
       2040-APPLY-ONE-ENTRY.
           IF PARM-FROM-STAMP = SPACES
               OR AUD-TIMESTAMP >= PARM-FROM-STAMP
               EVALUATE TRUE
                   WHEN AUD-BEFORE-IMAGE (101:1) = "K"
                   WHEN AUD-AFTER-IMAGE (101:1) = "K"
                       ADD 1 TO WS-SKIP-COUNT
                       MOVE "CONTACT CHANNEL - SKIPPED" TO
                           WS-DTL-ACTION
                       PERFORM 2900-PRINT-DETAIL
                   WHEN AUD-OPERATION-CODE = "A"
                       PERFORM 2300-APPLY-ADD
                   WHEN AUD-OPERATION-CODE = "C"
                       PERFORM 2400-APPLY-CHANGE
                   WHEN AUD-OPERATION-CODE = "D"
                       PERFORM 2500-APPLY-DELETE
                   WHEN OTHER
                       ADD 1 TO WS-SKIP-COUNT
                   OR AUD-TIMESTAMP >= PARM-FROM-STAMP)
               AND (AUD-AFTER-IMAGE (51:15) = WS-PARM-KEY
                   OR AUD-BEFORE-IMAGE (51:15) = WS-PARM-KEY)
               AND AUD-BEFORE-IMAGE (101:1) NOT = "K"
               AND AUD-AFTER-IMAGE (101:1) NOT = "K"
               MOVE "Y" TO WS-BACKOUT-SWITCH
               MOVE AUD-BEFORE-IMAGE TO WS-BACKOUT-IMAGE
               MOVE AUD-OPERATION-CODE TO WS-DTL-OP
           MOVE WS-APPLY-COUNT TO RUN-OUT-COUNT
           MOVE WS-SKIP-COUNT TO RUN-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
