       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBAPV1                                              *
      * DESCRIPTION: NIGHTLY DUAL-CONTROL LISTING (COBRPT30) OF THE   *
      *              MASTER CORRECTIONS HELD ON COBAPPR (PNDAPR) --   *
      *              NAME CHANGES AND A/I STATUS FLIPS ON JURIDICA    *
      *              RECORDS THAT COBMNT1 PARKS FOR A SECOND USER TO  *
      *              DECIDE ON APV1 (COBAPV2). THREE SECTIONS:        *
      *                1  APPROVED SINCE THE LAST RUN, WITH BOTH      *
      *                   USERS -- THESE ARE ON COBMAST AND COBAUDIT  *
      *                2  REJECTED SINCE THE LAST RUN, WITH THE       *
      *                   REASON -- THE MASTER WAS NOT TOUCHED        *
      *                3  STILL PENDING MORE THAN ONE BUSINESS DAY    *
      *                   AFTER THE REQUEST -- TO BE CHASED           *
      *                                                                *
      *              A DECIDED REQUEST IS LISTED ONCE AND THEN        *
      *              DELETED FROM COBAPPR, SO THE FILE HOLDS ONLY     *
      *              WHAT IS STILL OPEN; THIS LISTING AND COBAUDIT    *
      *              ARE THE LASTING RECORD. A PENDING REQUEST STAYS  *
      *              UNTIL IT IS DECIDED.                             *
      *                                                                *
      *              BUSINESS DAYS ARE MONDAY TO FRIDAY: A REQUEST IS *
      *              OVERDUE WHEN MORE THAN ONE WEEKDAY HAS PASSED    *
      *              BETWEEN THE DAY IT WAS KEYED AND THE BUSINESS    *
      *              DATE OF THIS RUN. A REQUEST KEYED ON FRIDAY IS   *
      *              THEREFORE FIRST LISTED ON TUESDAY'S RUN.         *
      *                                                                *
      *              A FAILED DELETE IS THE ERROR COUNT ON THE RUN    *
      *              RECORD AND ENDS THE STEP WITH RETURN-CODE 8 --   *
      *              THE ENTRY WOULD OTHERWISE BE LISTED AGAIN.       *
      ******************************************************************
       PROGRAM-ID. COBAPV1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "COBAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT30"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           RECORD CONTAINS 380 CHARACTERS.
           COPY pndapr.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS            PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC X(08).

       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-PEND-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-PEND-EOF             VALUE "Y".
       01  WS-SECTION-COUNT             PIC 9(07).

       01  WS-BUS-DAYS                  PIC 9(05).
       01  WS-DAY-INT                   PIC S9(09).
       01  WS-REQ-INT                   PIC S9(09).
       01  WS-BUS-INT                   PIC S9(09).
       01  WS-DATE-NUM                  PIC 9(08).

       01  WS-PEND-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-APPROVED-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-REJECTED-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-WAITING-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-OVERDUE-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-ERROR-COUNT               PIC 9(07) VALUE ZEROS.

       01  WS-CHANGES-PTR               PIC 9(02).
       01  WS-DAYS-EDIT                 PIC ZZZZ9.
       01  WS-DATE-IN                   PIC X(08).
       01  WS-DATE-OUT                  PIC X(10).
       01  WS-STAMP-IN                  PIC X(21).
       01  WS-STAMP-OUT                 PIC X(16).

       01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.

       01  WS-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(56) VALUE
               "COBAPV1 - DUAL-CONTROL MASTER CHANGES".
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE               PIC ZZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE ".
           05  WS-H2-BUS-DATE           PIC X(10).
           05  FILLER                  PIC X(106) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SEC-TITLE             PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "NONE".
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "RECORD".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "REQUESTR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "REQUESTED AT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "CHANGES".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "DECIDER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "DECIDED AT".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-RECORD             PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REQUESTER          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REQUESTED          PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CHANGES            PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DECIDER            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DECIDED            PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-DISP               PIC X(40).

       01  WS-FOOTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE ALL "-".
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-LABEL             PIC X(30).
           05  WS-TOT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBAPV1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL
               PERFORM 2000-APPROVED-PASS
               PERFORM 3000-REJECTED-PASS
               PERFORM 4000-OVERDUE-PASS
               PERFORM 7000-PRINT-FOOTER
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE CYK-BUSINESS-DATE TO WS-BUSINESS-DATE

      *            COBAPPR IS CREATED HERE IF NO CHANGE HAS EVER BEEN
      *            HELD, THE SAME WAY COBCNT1 CREATES COBCONT -- AN
      *            EMPTY FILE IS AN EMPTY LISTING, NOT A FAILURE.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = "05" OR WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "COBAPV1: UNABLE TO OPEN COBAPPR, STATUS="
                   WS-PENDING-STATUS
               MOVE "Y" TO WS-FATAL-SWITCH
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
                   MOVE 99 TO WS-LINE-COUNT
               ELSE
                   DISPLAY "COBAPV1: UNABLE TO OPEN COBRPT30, STATUS="
                       WS-REPORT-STATUS
                   CLOSE PENDING-FILE
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF WS-FATAL
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * SECTION 1 -- APPROVED: LISTED, THEN DELETED.                   *
      ******************************************************************
       2000-APPROVED-PASS.
           MOVE "APPROVED - APPLIED TO THE MASTER" TO WS-SEC-TITLE
           PERFORM 6100-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-COLUMNS
           ADD 1 TO WS-LINE-COUNT
           MOVE ZEROS TO WS-SECTION-COUNT
           PERFORM 6000-START-PENDING-SCAN
           PERFORM 2100-CHECK-APPROVED UNTIL WS-PEND-EOF
           IF WS-SECTION-COUNT = 0
               PERFORM 6200-PRINT-NONE
           END-IF.

      *            EVERY ENTRY ON FILE IS COUNTED ON THIS FIRST PASS.
       2100-CHECK-APPROVED.
           ADD 1 TO WS-PEND-READ-COUNT
           IF PND-APPROVED
               ADD 1 TO WS-SECTION-COUNT
               ADD 1 TO WS-APPROVED-COUNT
               PERFORM 6300-FORMAT-DETAIL-LINE
               MOVE "APPLIED - ON COBAUDIT WITH BOTH USERS" TO
                   WS-DL-DISP
               PERFORM 6400-WRITE-DETAIL-LINE
               PERFORM 6700-DELETE-DECIDED
           END-IF
           PERFORM 6050-READ-PENDING.

      ******************************************************************
      * SECTION 2 -- REJECTED: LISTED WITH THE REASON, THEN DELETED.   *
      ******************************************************************
       3000-REJECTED-PASS.
           MOVE "REJECTED - MASTER NOT CHANGED" TO WS-SEC-TITLE
           PERFORM 6100-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-COLUMNS
           ADD 1 TO WS-LINE-COUNT
           MOVE ZEROS TO WS-SECTION-COUNT
           PERFORM 6000-START-PENDING-SCAN
           PERFORM 3100-CHECK-REJECTED UNTIL WS-PEND-EOF
           IF WS-SECTION-COUNT = 0
               PERFORM 6200-PRINT-NONE
           END-IF.

       3100-CHECK-REJECTED.
           IF PND-REJECTED
               ADD 1 TO WS-SECTION-COUNT
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 6300-FORMAT-DETAIL-LINE
               MOVE PND-REJECT-REASON TO WS-DL-DISP
               PERFORM 6400-WRITE-DETAIL-LINE
               PERFORM 6700-DELETE-DECIDED
           END-IF
           PERFORM 6050-READ-PENDING.

      ******************************************************************
      * SECTION 3 -- STILL PENDING PAST ONE BUSINESS DAY.              *
      ******************************************************************
       4000-OVERDUE-PASS.
           MOVE "PENDING MORE THAN ONE BUSINESS DAY" TO WS-SEC-TITLE
           PERFORM 6100-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-COLUMNS
           ADD 1 TO WS-LINE-COUNT
           MOVE ZEROS TO WS-SECTION-COUNT
           PERFORM 6000-START-PENDING-SCAN
           PERFORM 4100-CHECK-OVERDUE UNTIL WS-PEND-EOF
           IF WS-SECTION-COUNT = 0
               PERFORM 6200-PRINT-NONE
           END-IF.

       4100-CHECK-OVERDUE.
           IF PND-PENDING
               ADD 1 TO WS-WAITING-COUNT
               PERFORM 4200-BUSINESS-DAYS-WAITING
               IF WS-BUS-DAYS > 1
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM 6300-FORMAT-DETAIL-LINE
                   MOVE WS-BUS-DAYS TO WS-DAYS-EDIT
                   STRING "AWAITING A DECISION -" WS-DAYS-EDIT
                       " BUSINESS DAYS"
                       DELIMITED BY SIZE INTO WS-DL-DISP
                   END-STRING
                   PERFORM 6400-WRITE-DETAIL-LINE
                   DISPLAY "COBAPV1: OVERDUE - " PND-MASTER-KEY
                       " " PND-REQUEST-USER
               END-IF
           END-IF
           PERFORM 6050-READ-PENDING.

      *            WEEKDAYS AFTER THE REQUEST DATE UP TO AND INCLUDING
      *            THE BUSINESS DATE. INTEGER-OF-DATE COUNTS FROM
      *            MONDAY 1601-01-01 AS DAY 1, SO THE DAY NUMBER MOD 7
      *            IS 0 ON A SUNDAY AND 6 ON A SATURDAY. A REQUEST
      *            WHOSE DATE IS NOT A DATE COUNTS AS OVERDUE AT ONCE.
       4200-BUSINESS-DAYS-WAITING.
           MOVE 99999 TO WS-BUS-DAYS
           IF PND-REQUEST-STAMP (1:8) IS NUMERIC
               AND WS-BUSINESS-DATE IS NUMERIC
               MOVE PND-REQUEST-STAMP (1:8) TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) = 0
                   COMPUTE WS-REQ-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
                   COMPUTE WS-BUS-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   MOVE ZEROS TO WS-BUS-DAYS
                   COMPUTE WS-DAY-INT = WS-REQ-INT + 1
                   PERFORM UNTIL WS-DAY-INT > WS-BUS-INT
                           OR WS-BUS-DAYS >= 99999
                       IF FUNCTION MOD (WS-DAY-INT, 7) NOT = 0
                           AND FUNCTION MOD (WS-DAY-INT, 7) NOT = 6
                           ADD 1 TO WS-BUS-DAYS
                       END-IF
                       ADD 1 TO WS-DAY-INT
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * COMMON ROUTINES.                                               *
      ******************************************************************
      *            EACH PASS READS COBAPPR FROM THE TOP.
       6000-START-PENDING-SCAN.
           MOVE "N" TO WS-PEND-EOF-SWITCH
           MOVE LOW-VALUES TO PND-KEY
           START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PEND-EOF-SWITCH
           END-START
           IF NOT WS-PEND-EOF
               PERFORM 6050-READ-PENDING
           END-IF.

       6050-READ-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PEND-EOF-SWITCH
           END-READ.

       6100-PRINT-SECTION-TITLE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
               PERFORM 6600-PRINT-HEADINGS
           ELSE
               WRITE REPORT-LINE FROM WS-FOOTER-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           ADD 1 TO WS-LINE-COUNT.

       6200-PRINT-NONE.
           WRITE REPORT-LINE FROM WS-NONE-LINE
           ADD 1 TO WS-LINE-COUNT.

       6300-FORMAT-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING PND-PERSON-TYPE "-" PND-DOC-KEY
               DELIMITED BY SIZE INTO WS-DL-RECORD
           END-STRING
           MOVE PND-REQUEST-USER TO WS-DL-REQUESTER
           MOVE PND-REQUEST-STAMP TO WS-STAMP-IN
           PERFORM 6550-FORMAT-STAMP
           MOVE WS-STAMP-OUT TO WS-DL-REQUESTED
           MOVE 1 TO WS-CHANGES-PTR
           IF PND-NAME-CHANGED = "Y"
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-DL-CHANGES WITH POINTER WS-CHANGES-PTR
               END-STRING
           END-IF
           IF PND-STATUS-CHANGED = "Y"
               STRING "STATUS " DELIMITED BY SIZE
                   INTO WS-DL-CHANGES WITH POINTER WS-CHANGES-PTR
               END-STRING
           END-IF
           IF PND-OTHER-CHANGED = "Y"
               STRING "ADDR" DELIMITED BY SIZE
                   INTO WS-DL-CHANGES WITH POINTER WS-CHANGES-PTR
               END-STRING
           END-IF
           IF NOT PND-PENDING
               MOVE PND-DECISION-USER TO WS-DL-DECIDER
               MOVE PND-DECISION-STAMP TO WS-STAMP-IN
               PERFORM 6550-FORMAT-STAMP
               MOVE WS-STAMP-OUT TO WS-DL-DECIDED
           END-IF.

       6400-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6600-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-COLUMNS
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *            YYYYMMDD -> YYYY-MM-DD
       6500-FORMAT-DATE.
           MOVE SPACES TO WS-DATE-OUT
           IF WS-DATE-IN NOT = SPACES
               STRING WS-DATE-IN (1:4) "-" WS-DATE-IN (5:2) "-"
                   WS-DATE-IN (7:2)
                   DELIMITED BY SIZE INTO WS-DATE-OUT
               END-STRING
           END-IF.

      *            CURRENT-DATE STAMP -> YYYY-MM-DD HH:MM
       6550-FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-OUT
           IF WS-STAMP-IN NOT = SPACES
               STRING WS-STAMP-IN (1:4) "-" WS-STAMP-IN (5:2) "-"
                   WS-STAMP-IN (7:2) " " WS-STAMP-IN (9:2) ":"
                   WS-STAMP-IN (11:2)
                   DELIMITED BY SIZE INTO WS-STAMP-OUT
               END-STRING
           END-IF.

       6600-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
           MOVE WS-BUSINESS-DATE TO WS-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-H2-BUS-DATE
           IF WS-PAGE-NUMBER > 1
               WRITE REPORT-LINE FROM WS-FOOTER-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER-1
           WRITE REPORT-LINE FROM WS-HEADER-2
           MOVE 2 TO WS-LINE-COUNT.

      *            THE RECORD JUST READ; THE NEXT READ CARRIES ON
      *            FROM THE FOLLOWING KEY.
       6700-DELETE-DECIDED.
           DELETE PENDING-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COBAPV1: UNABLE TO DELETE " PND-KEY
                       ", STATUS=" WS-PENDING-STATUS
           END-DELETE.

       7000-PRINT-FOOTER.
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           MOVE "REQUESTS ON FILE            : " TO WS-TOT-LABEL
           MOVE WS-PEND-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "APPROVED                    : " TO WS-TOT-LABEL
           MOVE WS-APPROVED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "REJECTED                    : " TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "STILL PENDING               : " TO WS-TOT-LABEL
           MOVE WS-WAITING-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "PENDING PAST ONE BUS. DAY   : " TO WS-TOT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "DECIDED ENTRIES NOT DELETED : " TO WS-TOT-LABEL
           MOVE WS-ERROR-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8000-TERMINATE.
           IF NOT WS-FATAL
               CLOSE PENDING-FILE
               CLOSE REPORT-FILE
               PERFORM 8100-WRITE-RUN-CONTROL
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "COBAPV1: REQUESTS ON FILE  = " WS-PEND-READ-COUNT
           DISPLAY "COBAPV1: APPROVED          = " WS-APPROVED-COUNT
           DISPLAY "COBAPV1: REJECTED          = " WS-REJECTED-COUNT
           DISPLAY "COBAPV1: STILL PENDING     = " WS-WAITING-COUNT
           DISPLAY "COBAPV1: PAST ONE BUS. DAY = " WS-OVERDUE-COUNT
           DISPLAY "COBAPV1: DELETE ERRORS     = " WS-ERROR-COUNT.

       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBAPV1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-PEND-READ-COUNT TO RUN-IN-COUNT
           COMPUTE RUN-OUT-COUNT = WS-APPROVED-COUNT
               + WS-REJECTED-COUNT
           MOVE WS-OVERDUE-COUNT TO RUN-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
