       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBCYC1                                              *
      * DESCRIPTION: BATCH CYCLE OPEN / CLOSE / RERUN AUTHORITY. THE   *
      *              ONLY PROGRAM THAT WRITES THE CYCLE-CONTROL RECORD *
      *              (COBCYCLE, CYCCTL LAYOUT). THE FIRST STEP OF THE  *
      *              NIGHT RUNS IT WITH AN 'O' CARD, THE LAST STEP     *
      *              WITH A 'C' CARD; IN BETWEEN, EVERY PROGRAM THAT   *
      *              WRITES A RUNCTL RECORD TAKES ITS BUSINESS DATE    *
      *              FROM COBCYCLE (THROUGH CYCLECHK) AND IS REFUSED   *
      *              A SECOND RUN FOR THE SAME DATE UNLESS AN 'R' CARD *
      *              HAS AUTHORISED IT.                                *
      *                                                                *
      * PARM-FUNCTION (FIRST RECORD OF COBCYCPM)                      *
      *   O   OPEN A CYCLE FOR PARM-BUSINESS-DATE (SPACES = TODAY).    *
      *       REFUSED WHILE THE LAST CYCLE IS STILL OPEN, AND FOR A    *
      *       DATE NOT LATER THAN THE LAST CYCLE'S -- A DATE IS NEVER  *
      *       WORKED TWICE EXCEPT BY AN AUTHORISED RERUN.              *
      *   C   CLOSE THE OPEN CYCLE. REFUSED WHEN NO CYCLE IS OPEN.     *
      *   R   AUTHORISE ONE RERUN OF PARM-PROGRAM-ID (SPACES = EVERY   *
      *       PROGRAM) FOR THE CURRENT BUSINESS DATE. A CLOSED CYCLE   *
      *       IS REOPENED IN RERUN STATE FOR IT; CLOSE IT AGAIN WITH   *
      *       A 'C' CARD WHEN THE RERUN IS DONE.                       *
      *                                                                *
      * A REFUSED CARD LEAVES COBCYCLE UNTOUCHED AND ENDS THE STEP     *
      * WITH RETURN-CODE 8. EVERY CARD, APPLIED OR REFUSED, WRITES A   *
      * RUNCTL RECORD CARRYING THE CYCLE DATE AND THE STATE IT LEFT.   *
      ******************************************************************
       PROGRAM-ID. COBCYC1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COBCYCPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "COBCYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-FUNCTION            PIC X(01).
           05  PARM-BUSINESS-DATE       PIC X(08).
      *            O ONLY -- YYYYMMDD, SPACES = TODAY
           05  PARM-PROGRAM-ID          PIC X(08).
      *            R ONLY -- SPACES = EVERY PROGRAM
           05  FILLER                   PIC X(63).

       FD  CYCLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CYCLE-FILE-RECORD            PIC X(100).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE "00".
       01  WS-CYCLE-STATUS              PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-USER-ID                   PIC X(08) VALUE SPACES.
       01  WS-FUNCTION                  PIC X(01) VALUE SPACES.
       01  WS-NEW-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RERUN-PROGRAM             PIC X(08) VALUE SPACES.
       01  WS-REFUSED-SWITCH            PIC X(01) VALUE "N".
           88  WS-REFUSED              VALUE "Y".
       01  WS-HAVE-CYCLE-SWITCH         PIC X(01) VALUE "N".
           88  WS-HAVE-CYCLE           VALUE "Y".
       01  WS-DATE-NUM                  PIC 9(08).

      *            THE CYCLE IS WORKED ON HERE, NOT IN THE FD AREA --
      *            COBCYCLE IS CLOSED BETWEEN THE READ AND THE WRITE.
           COPY cycctl.

      *            THE CYCLE AS READ AND AS WRITTEN, FOR THE RUN RECORD
       01  WS-CYCLE-RECORD              PIC X(100) VALUE SPACES.
       01  WS-NEW-CYCLE-RECORD          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-REFUSED
               EVALUATE WS-FUNCTION
                   WHEN "O"
                       PERFORM 2000-OPEN-CYCLE
                   WHEN "C"
                       PERFORM 3000-CLOSE-CYCLE
                   WHEN "R"
                       PERFORM 4000-AUTHORISE-RERUN
                   WHEN OTHER
                       DISPLAY "COBCYC1: INVALID PARM-FUNCTION '"
                           WS-FUNCTION "' - USE O, C OR R"
                       MOVE "Y" TO WS-REFUSED-SWITCH
               END-EVALUATE
           END-IF
           IF NOT WS-REFUSED
               PERFORM 5000-WRITE-CYCLE
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           IF WS-USER-ID = SPACES
               MOVE "BATCH" TO WS-USER-ID
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "COBCYC1: COBCYCPM IS EMPTY"
                       MOVE "Y" TO WS-REFUSED-SWITCH
                   NOT AT END
                       MOVE PARM-FUNCTION TO WS-FUNCTION
                       MOVE PARM-BUSINESS-DATE TO WS-NEW-DATE
                       MOVE PARM-PROGRAM-ID TO WS-RERUN-PROGRAM
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "COBCYC1: UNABLE TO OPEN COBCYCPM, STATUS="
                   WS-PARM-STATUS
               MOVE "Y" TO WS-REFUSED-SWITCH
           END-IF

      *            NO COBCYCLE YET IS THE FIRST NIGHT EVER -- ONLY AN
      *            OPEN CARD MAKES SENSE THEN.
           MOVE SPACES TO CYCLE-CONTROL
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS = "00"
               READ CYCLE-FILE INTO CYCLE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYC-BUSINESS-DATE NOT = SPACES
                           MOVE "Y" TO WS-HAVE-CYCLE-SWITCH
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           ELSE
               DISPLAY "COBCYC1: COBCYCLE NOT AVAILABLE, STATUS="
                   WS-CYCLE-STATUS " - NO CYCLE HAS BEEN OPENED YET"
           END-IF
           MOVE CYCLE-CONTROL TO WS-CYCLE-RECORD
           IF WS-HAVE-CYCLE
               DISPLAY "COBCYC1: CURRENT CYCLE     = "
                   CYC-BUSINESS-DATE " STATE " CYC-STATE
           END-IF.

       2000-OPEN-CYCLE.
           IF WS-NEW-DATE = SPACES
               MOVE WS-RUN-START-STAMP (1:8) TO WS-NEW-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-NEW-DATE IS NOT NUMERIC
                   DISPLAY "COBCYC1: BUSINESS DATE " WS-NEW-DATE
                       " IS NOT A YYYYMMDD DATE - OPEN REFUSED"
                   MOVE "Y" TO WS-REFUSED-SWITCH
               WHEN WS-HAVE-CYCLE AND NOT CYC-CLOSED
                   DISPLAY "COBCYC1: CYCLE " CYC-BUSINESS-DATE
                       " IS STILL OPEN - CLOSE IT BEFORE OPENING "
                       WS-NEW-DATE
                   MOVE "Y" TO WS-REFUSED-SWITCH
               WHEN WS-HAVE-CYCLE
                   AND WS-NEW-DATE NOT > CYC-BUSINESS-DATE
                   DISPLAY "COBCYC1: BUSINESS DATE " WS-NEW-DATE
                       " IS NOT AFTER THE LAST CYCLE "
                       CYC-BUSINESS-DATE " - OPEN REFUSED"
                   MOVE "Y" TO WS-REFUSED-SWITCH
               WHEN OTHER
                   MOVE WS-NEW-DATE TO WS-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = 0
                       DISPLAY "COBCYC1: BUSINESS DATE " WS-NEW-DATE
                           " IS NOT A CALENDAR DATE - OPEN REFUSED"
                       MOVE "Y" TO WS-REFUSED-SWITCH
                   ELSE
                       MOVE SPACES TO CYCLE-CONTROL
                       MOVE WS-NEW-DATE TO CYC-BUSINESS-DATE
                       MOVE "O" TO CYC-STATE
                       MOVE WS-RUN-START-STAMP TO CYC-OPEN-STAMP
                       DISPLAY "COBCYC1: CYCLE OPENED      = "
                           CYC-BUSINESS-DATE
                   END-IF
           END-EVALUATE.

       3000-CLOSE-CYCLE.
           IF WS-HAVE-CYCLE AND (CYC-OPEN OR CYC-RERUN)
               MOVE "C" TO CYC-STATE
               MOVE SPACES TO CYC-RERUN-PROGRAM
               MOVE SPACES TO CYC-RERUN-STAMP
               MOVE FUNCTION CURRENT-DATE TO CYC-CLOSE-STAMP
               DISPLAY "COBCYC1: CYCLE CLOSED      = "
                   CYC-BUSINESS-DATE
           ELSE
               DISPLAY "COBCYC1: NO OPEN CYCLE TO CLOSE - CLOSE REFUSED"
               MOVE "Y" TO WS-REFUSED-SWITCH
           END-IF.

       4000-AUTHORISE-RERUN.
           IF WS-HAVE-CYCLE
               MOVE "R" TO CYC-STATE
               MOVE WS-RERUN-PROGRAM TO CYC-RERUN-PROGRAM
               MOVE FUNCTION CURRENT-DATE TO CYC-RERUN-STAMP
               MOVE SPACES TO CYC-CLOSE-STAMP
               IF WS-RERUN-PROGRAM = SPACES
                   DISPLAY "COBCYC1: RERUN AUTHORISED  = "
                       CYC-BUSINESS-DATE " EVERY PROGRAM"
               ELSE
                   DISPLAY "COBCYC1: RERUN AUTHORISED  = "
                       CYC-BUSINESS-DATE " " WS-RERUN-PROGRAM
               END-IF
           ELSE
               DISPLAY "COBCYC1: NO CYCLE HAS BEEN OPENED - NOTHING "
                   "TO RERUN"
               MOVE "Y" TO WS-REFUSED-SWITCH
           END-IF.

       5000-WRITE-CYCLE.
           MOVE WS-USER-ID TO CYC-USER-ID
           MOVE CYCLE-CONTROL TO WS-NEW-CYCLE-RECORD
           OPEN OUTPUT CYCLE-FILE
           IF WS-CYCLE-STATUS = "00"
               WRITE CYCLE-FILE-RECORD FROM CYCLE-CONTROL
               CLOSE CYCLE-FILE
           ELSE
               DISPLAY "COBCYC1: UNABLE TO OPEN COBCYCLE FOR OUTPUT, "
                   "STATUS=" WS-CYCLE-STATUS
               MOVE "Y" TO WS-REFUSED-SWITCH
           END-IF.

       8000-TERMINATE.
           PERFORM 8100-WRITE-RUN-CONTROL
           IF WS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.

       8100-WRITE-RUN-CONTROL.
      *            IN = THE ONE CARD, OUT = 1 WHEN IT WAS APPLIED,
      *            REJECTED = 1 WHEN IT WAS REFUSED. THE DATE AND
      *            STATE ARE THE CYCLE AS THIS RUN LEFT IT.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBCYC1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE 1 TO RUN-IN-COUNT
           IF WS-REFUSED
               MOVE ZEROS TO RUN-OUT-COUNT
               MOVE 1 TO RUN-REJECT-COUNT
               MOVE WS-CYCLE-RECORD TO CYCLE-CONTROL
           ELSE
               MOVE 1 TO RUN-OUT-COUNT
               MOVE ZEROS TO RUN-REJECT-COUNT
               MOVE WS-NEW-CYCLE-RECORD TO CYCLE-CONTROL
           END-IF
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYC-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYC-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
