       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBAGE1                                              *
      * DESCRIPTION: MASTER AGING REPORT AND RE-CONFIRMATION          *
      *              CAMPAIGN. READS EVERY ACTIVE ('A') RECORD ON     *
      *              COBMAST AND BUCKETS IT BY THE TIME SINCE         *
      *              LAST-MAINT-STAMP-BOOK: UNDER 1 YEAR, 1-2 YEARS,  *
      *              2-5 YEARS, OVER 5 YEARS, OR NEVER STAMPED (A     *
      *              BLANK STAMP OR ONE THAT IS NOT A DATE). THE      *
      *              BUCKETS ARE PRINTED ON COBRPT28 BY               *
      *              PERSON-TYPE-BOOK AND STATE-BOOK, WITH A SUBTOTAL *
      *              PER PERSON TYPE AND A GRAND TOTAL.               *
      *                                                                *
      *              A RECORD OLDER THAN THE THRESHOLD (OR NEVER      *
      *              STAMPED) IS SENT A RE-CONFIRMATION LETTER ON     *
      *              COBAGELT, AND ITS CAMPAIGN IS TRACKED ON         *
      *              COBAGETK (AGETRK) WITH THE CONTACT DATE AND A    *
      *              REPLY-BY DATE. ANY MAINTENANCE OF THE RECORD     *
      *              AFTER THE LETTER THAT LEAVES IT WITH A COMPLETE  *
      *              ADDRESS CONFIRMS IT. A RECORD STILL              *
      *              UNCONFIRMED AFTER ITS REPLY-BY DATE GETS A       *
      *              PROPOSED C TRANSACTION ON COBAGETR SETTING       *
      *              RECORD-STATUS-BOOK TO 'I'. NOTHING IS APPLIED BY *
      *              THIS STEP: AS WITH COBRFBTR, THE SUPERVISOR      *
      *              REVIEWS COBAGETR AND ADDS WHAT IS ACCEPTED TO    *
      *              COBTRANK, SO EVERY INACTIVATION GOES THROUGH     *
      *              COBREL1 AND COBLOAD'S EDITS AND AUDIT. A         *
      *              PROPOSAL THE SUPERVISOR DECLINES IS CLOSED BY    *
      *              MAINTAINING THE RECORD WITH A COMPLETE ADDRESS,  *
      *              WHICH CONFIRMS IT.                               *
      *                                                                *
      *              A RECORD PAST THE THRESHOLD WITH NO COMPLETE     *
      *              ADDRESS CANNOT BE WRITTEN TO AND IS LISTED       *
      *              INSTEAD. LETTERS RETURNED BY THE CORREIOS COME   *
      *              BACK THROUGH COBDEV1 LIKE ANY OTHER MAIL.        *
      *              TRACKING ENTRIES WHOSE MASTER RECORD HAS BEEN    *
      *              PURGED OR ANONYMIZED ARE DROPPED, SO THE         *
      *              CAMPAIGN NEVER OUTLIVES THE RECORD.              *
      *                                                                *
      * COBAGEPM PARAMETERS (OPTIONAL)                                *
      *   COLS 1-3  THRESHOLD IN MONTHS SINCE THE LAST MAINTENANCE    *
      *             BEFORE A LETTER IS SENT (SPACES = 24)             *
      *   COLS 4-6  DAYS ALLOWED FOR A REPLY BEFORE INACTIVATION IS   *
      *             PROPOSED (SPACES = 60). A LETTER KEEPS THE        *
      *             REPLY-BY DATE IT WAS SENT WITH.                   *
      *                                                                *
      * FILES                                                         *
      *   COBAGEPM  PARAMETERS                                        *
      *   COBMAST   THE MASTER (READ ONLY)                            *
      *   COBAGETK  CAMPAIGN TRACKING (KSDS, CREATED ON FIRST RUN)    *
      *   COBAGELT  RE-CONFIRMATION LETTER EXTRACT                    *
      *   COBAGETR  PROPOSED INACTIVATIONS, COBTRANK LAYOUT           *
      *   COBRPT28  AGING AND CAMPAIGN REPORT                         *
      ******************************************************************
       PROGRAM-ID. COBAGE1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COBAGEPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MASTER-FILE ASSIGN TO "COBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY-BOOK OF COPYBOOK-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRACK-FILE ASSIGN TO "COBAGETK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGT-MASTER-KEY
               FILE STATUS IS WS-TRACK-STATUS.

           SELECT LETTER-FILE ASSIGN TO "COBAGELT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO "COBAGETR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT28"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-THRESHOLD-MONTHS    PIC X(03).
      *            MONTHS, SPACES = 24
           05  PARM-REPLY-DAYS          PIC X(03).
      *            DAYS, SPACES = 60
           05  FILLER                   PIC X(74).

       FD  MASTER-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY copybook.

       FD  TRACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY agetrk.

       FD  LETTER-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  LETTER-RECORD.
           05  LTR-KEY                  PIC X(15).
           05  LTR-NAME                 PIC X(50).
           05  LTR-STREET               PIC X(10).
           05  LTR-NUMBER               PIC X(05).
           05  LTR-CITY                 PIC X(10).
           05  LTR-STATE                PIC X(02).
           05  LTR-POSTAL-CODE          PIC X(08).
           05  LTR-LAST-MAINT-DATE      PIC X(08).
      *            SPACES = NEVER STAMPED
           05  LTR-REPLY-BY-DATE        PIC X(08).
           05  LTR-LETTER-NO            PIC 9(03).
      *            1 = FIRST LETTER, 2 = SECOND CAMPAIGN, ...
           05  FILLER                   PIC X(11).

       FD  PROPOSAL-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  PROPOSAL-RECORD.
           05  PRP-TRAN-CODE            PIC X(01).
           05  PRP-TRAN-DATA            PIC X(122).
           05  PRP-RECYCLE-COUNT        PIC X(02).
           05  PRP-EFFECTIVE-DATE       PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-TRACK-STATUS              PIC X(02) VALUE "00".
       01  WS-LETTER-STATUS             PIC X(02) VALUE "00".
       01  WS-PROPOSAL-STATUS           PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-TRACK-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-TRACK-EOF            VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED        VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
           88  WS-TRACK-FOUND          VALUE "Y".
       01  WS-STALE-SWITCH              PIC X(01) VALUE "N".
           88  WS-STALE                VALUE "Y".
       01  WS-DROP-SWITCH               PIC X(01) VALUE "N".
           88  WS-DROP-ENTRY           VALUE "Y".
       01  WS-ADDRESS-SWITCH            PIC X(01) VALUE "N".
           88  WS-ADDRESS-COMPLETE     VALUE "Y".

       01  WS-THRESHOLD-MONTHS          PIC 9(03) VALUE 24.
       01  WS-REPLY-DAYS                PIC 9(03) VALUE 60.

      *            THE BUSINESS DATE AND THE CUT-OFF DATES DERIVED
      *            FROM IT. A STAMP ON OR AFTER A CUT-OFF IS YOUNGER
      *            THAN IT; YYYYMMDD COMPARES IN DATE ORDER.
       01  WS-BUSINESS-DATE             PIC X(08).
       01  WS-BUS-NUM                   PIC 9(08).
       01  WS-BUS-PARTS REDEFINES WS-BUS-NUM.
           05  WS-BUS-YEAR              PIC 9(04).
           05  WS-BUS-MONTH             PIC 9(02).
           05  WS-BUS-DAY               PIC 9(02).
       01  WS-CUT-1-YEAR                PIC 9(08).
       01  WS-CUT-2-YEARS               PIC 9(08).
       01  WS-CUT-5-YEARS               PIC 9(08).
       01  WS-CUT-THRESHOLD             PIC 9(08).
       01  WS-CUT-PARTS REDEFINES WS-CUT-THRESHOLD.
           05  WS-CUT-YEAR              PIC 9(04).
           05  WS-CUT-MONTH             PIC 9(02).
           05  WS-CUT-DAY               PIC 9(02).
       01  WS-YEARS                     PIC 9(03).
       01  WS-MONTHS                    PIC 9(02).
       01  WS-REPLY-BY-DATE             PIC X(08).
       01  WS-DATE-INT                  PIC S9(09).
       01  WS-DATE-NUM                  PIC 9(08).

      *            THE CURRENT RECORD'S STAMP DATE AND BUCKET
      *              1 UNDER 1 YEAR     2 1-2 YEARS    3 2-5 YEARS
      *              4 OVER 5 YEARS     5 NEVER STAMPED
       01  WS-STAMP-DATE                PIC X(08).
       01  WS-STAMP-NUM                 PIC 9(08).
       01  WS-BUCKET                    PIC 9(01).

       01  WS-READ-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-ACTIVE-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-STALE-COUNT               PIC 9(07) VALUE ZEROS.
       01  WS-LETTER-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-CONFIRMED-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-AWAITING-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-REVIEW-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-PROPOSAL-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-NO-ADDRESS-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-DROPPED-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-ERROR-COUNT               PIC 9(07) VALUE ZEROS.

      *            BUCKET COUNTS PER PERSON TYPE + STATE, KEPT IN KEY
      *            ORDER AS ENTRIES ARE ADDED SO THE REPORT PRINTS
      *            WITHOUT A SORT. 27 UFS PER TYPE PLUS ANY BAD CODES.
       01  WS-AGE-MAX                   PIC 9(03) VALUE 200.
       01  WS-AGE-COUNT                 PIC 9(03) VALUE ZEROS.
       01  WS-AG-IDX                    PIC 9(03).
       01  WS-AG-MOVE-IDX               PIC 9(03).
       01  WS-BK-IDX                    PIC 9(01).
       01  WS-AGE-KEY.
           05  WS-AGE-KEY-TYPE          PIC X(01).
           05  WS-AGE-KEY-STATE         PIC X(02).
       01  WS-AGE-TABLE.
           05  WS-AG-ENTRY OCCURS 200 TIMES.
               10  WS-AG-KEY.
                   15  WS-AG-TYPE      PIC X(01).
                   15  WS-AG-STATE     PIC X(02).
               10  WS-AG-BUCKET        PIC 9(07) OCCURS 5 TIMES.
               10  WS-AG-STALE         PIC 9(07).
       01  WS-SUB-TOTALS.
           05  WS-SUB-BUCKET            PIC 9(07) OCCURS 5 TIMES.
           05  WS-SUB-STALE             PIC 9(07).
       01  WS-GRAND-TOTALS.
           05  WS-GRD-BUCKET            PIC 9(07) OCCURS 5 TIMES.
           05  WS-GRD-STALE             PIC 9(07).
       01  WS-ROW-TOTAL                 PIC 9(07).
       01  WS-PREV-TYPE                 PIC X(01).

      *            PROPOSED INACTIVATIONS (GROUP 'P') AND RECORDS PAST
      *            THE THRESHOLD WITH NO MAILABLE ADDRESS (GROUP 'N'),
      *            HELD FOR LISTING AFTER THE PASS.
       01  WS-DETAIL-MAX                PIC 9(05) VALUE 20000.
       01  WS-DETAIL-COUNT              PIC 9(05) VALUE ZEROS.
       01  WS-DT-IDX                    PIC 9(05).
       01  WS-DETAIL-TABLE.
           05  WS-DT-ENTRY OCCURS 20000 TIMES.
               10  WS-DT-GROUP         PIC X(01).
               10  WS-DT-KEY           PIC X(15).
               10  WS-DT-NAME          PIC X(50).
               10  WS-DT-STATE         PIC X(02).
               10  WS-DT-MAINT-DATE    PIC X(08).
               10  WS-DT-CONTACT-DATE  PIC X(08).
               10  WS-DT-REPLY-BY      PIC X(08).
               10  WS-DT-LETTERS       PIC 9(03).
       01  WS-PRINT-GROUP               PIC X(01).
       01  WS-GROUP-PRINTED             PIC 9(05).

       01  WS-DOC-FORMATTED             PIC X(16).
       01  WS-DATE-IN                   PIC X(08).
       01  WS-DATE-OUT                  PIC X(10).

       01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.

       01  WS-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(56) VALUE
               "COBAGE1 - MASTER AGING AND RE-CONFIRMATION CAMPAIGN".
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE               PIC ZZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE ".
           05  WS-H2-BUS-DATE           PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "LETTER AFTER MOS ".
           05  WS-H2-THRESHOLD          PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               "REPLY DAYS ".
           05  WS-H2-REPLY-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SEC-TITLE             PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "NONE".
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-AGE-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "TYPE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "STATE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "UNDER 1 YR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "   1-2 YRS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "   2-5 YRS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "OVER 5 YRS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "     NEVER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "     TOTAL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PAST LIMIT".
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-AGE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-AL-TYPE               PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AL-STATE              PIC X(05).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-AL-UNDER-1            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-AL-1-TO-2             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-AL-2-TO-5             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-AL-OVER-5             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-AL-NEVER              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-AL-TOTAL              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-AL-STALE              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-DETAIL-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "DOCUMENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "NAME-BOOK".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "ST".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "LAST MAINT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CONTACTED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REPLY BY".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "LETTERS".
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DOC               PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-STATE             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MAINT-DATE        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CONTACT-DATE      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REPLY-BY          PIC X(10).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-DTL-LETTERS           PIC ZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

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
           MOVE "COBAGE1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL
               PERFORM 2000-AGE-MASTER
               PERFORM 3000-DROP-ORPHANS
               PERFORM 4000-PRINT-AGING
               PERFORM 5000-PRINT-DETAIL-GROUPS
           END-IF
           IF WS-REPORT-OPENED
               PERFORM 7000-PRINT-FOOTER
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE CYK-BUSINESS-DATE TO WS-BUSINESS-DATE

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-THRESHOLD-MONTHS IS NUMERIC
                           MOVE PARM-THRESHOLD-MONTHS TO
                               WS-THRESHOLD-MONTHS
                       END-IF
                       IF PARM-REPLY-DAYS IS NUMERIC
                           MOVE PARM-REPLY-DAYS TO WS-REPLY-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY "COBAGE1: THRESHOLD MONTHS  = " WS-THRESHOLD-MONTHS
           DISPLAY "COBAGE1: REPLY DAYS        = " WS-REPLY-DAYS

      *            EVERY AGE IS MEASURED FROM THE BUSINESS DATE, SO A
      *            CYCLE WITHOUT ONE CANNOT AGE ANYTHING.
           MOVE ZEROS TO WS-BUS-NUM
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-BUS-NUM
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-BUS-NUM) NOT = 0
               DISPLAY "COBAGE1: BUSINESS DATE NOT VALID: "
                   WS-BUSINESS-DATE
               MOVE "Y" TO WS-FATAL-SWITCH
           ELSE
               PERFORM 1100-SET-CUTOFFS
           END-IF

           IF NOT WS-FATAL
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "COBAGE1: UNABLE TO OPEN COBMAST, STATUS="
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

      *            THE TRACKING FILE IS CREATED BY THE FIRST RUN.
           IF NOT WS-FATAL
               OPEN I-O TRACK-FILE
               IF WS-TRACK-STATUS = "05" OR WS-TRACK-STATUS = "35"
                   OPEN OUTPUT TRACK-FILE
                   CLOSE TRACK-FILE
                   OPEN I-O TRACK-FILE
               END-IF
               IF WS-TRACK-STATUS NOT = "00"
                   DISPLAY "COBAGE1: UNABLE TO OPEN COBAGETK, STATUS="
                       WS-TRACK-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT LETTER-FILE
               IF WS-LETTER-STATUS NOT = "00"
                   DISPLAY "COBAGE1: UNABLE TO OPEN COBAGELT, STATUS="
                       WS-LETTER-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT PROPOSAL-FILE
               IF WS-PROPOSAL-STATUS NOT = "00"
                   DISPLAY "COBAGE1: UNABLE TO OPEN COBAGETR, STATUS="
                       WS-PROPOSAL-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
                   MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               ELSE
                   DISPLAY "COBAGE1: UNABLE TO OPEN COBRPT28, STATUS="
                       WS-REPORT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF WS-FATAL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 99 TO WS-LINE-COUNT
           END-IF.

      *            THE YEAR CUT-OFFS ARE THE BUSINESS DATE WITH THE
      *            YEAR TAKEN DOWN; THE THRESHOLD TAKES WHOLE MONTHS
      *            OFF, BORROWING A YEAR WHEN THE MONTH RUNS OUT. A
      *            CUT-OFF ON A DAY THE MONTH DOES NOT HAVE (29/02)
      *            STILL COMPARES CORRECTLY AGAINST REAL DATES.
       1100-SET-CUTOFFS.
           COMPUTE WS-CUT-1-YEAR = WS-BUS-NUM - 10000
           COMPUTE WS-CUT-2-YEARS = WS-BUS-NUM - 20000
           COMPUTE WS-CUT-5-YEARS = WS-BUS-NUM - 50000

           DIVIDE WS-THRESHOLD-MONTHS BY 12 GIVING WS-YEARS
               REMAINDER WS-MONTHS
           MOVE WS-BUS-NUM TO WS-CUT-THRESHOLD
           SUBTRACT WS-YEARS FROM WS-CUT-YEAR
           IF WS-MONTHS >= WS-BUS-MONTH
               SUBTRACT 1 FROM WS-CUT-YEAR
               COMPUTE WS-CUT-MONTH = WS-BUS-MONTH + 12 - WS-MONTHS
           ELSE
               COMPUTE WS-CUT-MONTH = WS-BUS-MONTH - WS-MONTHS
           END-IF

      *            EVERY LETTER WRITTEN THIS RUN CARRIES THE SAME
      *            REPLY-BY DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-NUM) + WS-REPLY-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-REPLY-BY-DATE.

      ******************************************************************
      * ONE PASS OF THE MASTER: AGE EACH ACTIVE RECORD AND MOVE ITS    *
      * CAMPAIGN ON.                                                   *
      ******************************************************************
       2000-AGE-MASTER.
           PERFORM 2100-READ-MASTER
           PERFORM 2050-AGE-ONE UNTIL WS-EOF.

       2050-AGE-ONE.
           IF RECORD-STATUS-BOOK = "A"
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM 2200-SET-BUCKET
               PERFORM 2300-COUNT-BUCKET
               PERFORM 2400-ADVANCE-CAMPAIGN
           END-IF
           PERFORM 2100-READ-MASTER.

       2100-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-SET-BUCKET.
           MOVE LAST-MAINT-STAMP-BOOK (1:8) TO WS-STAMP-DATE
           MOVE ZEROS TO WS-STAMP-NUM
           IF WS-STAMP-DATE IS NUMERIC
               MOVE WS-STAMP-DATE TO WS-STAMP-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-STAMP-NUM) NOT = 0
                   MOVE ZEROS TO WS-STAMP-NUM
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-STAMP-NUM = ZEROS
                   MOVE 5 TO WS-BUCKET
                   MOVE SPACES TO WS-STAMP-DATE
               WHEN WS-STAMP-NUM >= WS-CUT-1-YEAR
                   MOVE 1 TO WS-BUCKET
               WHEN WS-STAMP-NUM >= WS-CUT-2-YEARS
                   MOVE 2 TO WS-BUCKET
               WHEN WS-STAMP-NUM >= WS-CUT-5-YEARS
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE

           IF WS-STAMP-NUM = ZEROS
               OR WS-STAMP-NUM < WS-CUT-THRESHOLD
               MOVE "Y" TO WS-STALE-SWITCH
               ADD 1 TO WS-STALE-COUNT
           ELSE
               MOVE "N" TO WS-STALE-SWITCH
           END-IF.

      *            FIND THE TYPE + STATE ENTRY, OPENING A NEW ONE IN
      *            KEY ORDER WHEN THIS IS THE FIRST RECORD FOR IT.
       2300-COUNT-BUCKET.
           MOVE PERSON-TYPE-BOOK TO WS-AGE-KEY-TYPE
           MOVE STATE-BOOK TO WS-AGE-KEY-STATE
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AGE-COUNT
                   OR WS-AG-KEY (WS-AG-IDX) >= WS-AGE-KEY
               CONTINUE
           END-PERFORM

           IF WS-AG-IDX > WS-AGE-COUNT
               OR WS-AG-KEY (WS-AG-IDX) NOT = WS-AGE-KEY
               IF WS-AGE-COUNT < WS-AGE-MAX
                   PERFORM VARYING WS-AG-MOVE-IDX FROM WS-AGE-COUNT
                           BY -1 UNTIL WS-AG-MOVE-IDX < WS-AG-IDX
                       MOVE WS-AG-ENTRY (WS-AG-MOVE-IDX) TO
                           WS-AG-ENTRY (WS-AG-MOVE-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-AGE-COUNT
                   MOVE WS-AGE-KEY TO WS-AG-KEY (WS-AG-IDX)
                   PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                           UNTIL WS-BK-IDX > 5
                       MOVE ZEROS TO WS-AG-BUCKET (WS-AG-IDX, WS-BK-IDX)
                   END-PERFORM
                   MOVE ZEROS TO WS-AG-STALE (WS-AG-IDX)
               ELSE
                   DISPLAY "COBAGE1: AGING TABLE FULL AT "
                       WS-AGE-MAX " ENTRIES, NOT COUNTED: "
                       MASTER-KEY-BOOK OF COPYBOOK-KEY
                   MOVE ZEROS TO WS-AG-IDX
               END-IF
           END-IF

           IF WS-AG-IDX > 0
               ADD 1 TO WS-AG-BUCKET (WS-AG-IDX, WS-BUCKET)
               IF WS-STALE
                   ADD 1 TO WS-AG-STALE (WS-AG-IDX)
               END-IF
           END-IF.

       2400-ADVANCE-CAMPAIGN.
           MOVE MASTER-KEY-BOOK OF COPYBOOK-KEY TO AGT-MASTER-KEY
           READ TRACK-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ

           IF STREET-BOOK = SPACES
               OR NUMBER-ADDR-BOOK = SPACES
               OR CITY-BOOK = SPACES
               OR STATE-BOOK = SPACES
               OR POSTAL-CODE-BOOK = SPACES
               MOVE "N" TO WS-ADDRESS-SWITCH
           ELSE
               MOVE "Y" TO WS-ADDRESS-SWITCH
           END-IF

           EVALUATE TRUE
      *            MAINTAINED SINCE THE LETTER WITH AN ADDRESS WE CAN
      *            STILL WRITE TO -- CONFIRMED. THIS ALSO CLOSES A
      *            PROPOSAL THE SUPERVISOR DECLINED. A RETURNED-MAIL
      *            CORRECTION FROM COBDEV1 BLANKS THE ADDRESS, SO IT
      *            LEAVES THE LETTER OUTSTANDING AND THE RECORD IS
      *            PROPOSED FOR INACTIVATION AT THE REPLY-BY DATE.
               WHEN WS-TRACK-FOUND
                   AND (AGT-STATE = "L" OR AGT-STATE = "P")
                   AND LAST-MAINT-STAMP-BOOK NOT = AGT-CONTACT-STAMP
                   AND WS-ADDRESS-COMPLETE
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE "C" TO AGT-STATE
                   MOVE WS-BUSINESS-DATE TO AGT-STATE-DATE
                   PERFORM 2750-REWRITE-TRACK
               WHEN WS-TRACK-FOUND AND AGT-STATE = "L"
                   AND WS-BUSINESS-DATE > AGT-REPLY-BY-DATE
                   PERFORM 2600-PROPOSE-INACTIVATION
               WHEN WS-TRACK-FOUND AND AGT-STATE = "L"
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN WS-TRACK-FOUND AND AGT-STATE = "P"
                   ADD 1 TO WS-REVIEW-COUNT
               WHEN WS-STALE
                   PERFORM 2500-SEND-LETTER
           END-EVALUATE.

      *            A NEW CAMPAIGN -- NO ENTRY YET, OR THE LAST ONE WAS
      *            CONFIRMED AND THE RECORD HAS AGED PAST THE
      *            THRESHOLD AGAIN.
       2500-SEND-LETTER.
           IF NOT WS-ADDRESS-COMPLETE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "N" TO WS-PRINT-GROUP
               PERFORM 2900-ADD-DETAIL
           ELSE
               IF NOT WS-TRACK-FOUND
                   MOVE SPACES TO AGING-TRACK
                   MOVE MASTER-KEY-BOOK OF COPYBOOK-KEY TO
                       AGT-MASTER-KEY
                   MOVE ZEROS TO AGT-LETTER-COUNT
               END-IF
               MOVE "L" TO AGT-STATE
               MOVE WS-BUSINESS-DATE TO AGT-CONTACT-DATE
               MOVE LAST-MAINT-STAMP-BOOK TO AGT-CONTACT-STAMP
               MOVE WS-REPLY-BY-DATE TO AGT-REPLY-BY-DATE
               MOVE WS-BUSINESS-DATE TO AGT-STATE-DATE
               ADD 1 TO AGT-LETTER-COUNT
               IF WS-TRACK-FOUND
                   PERFORM 2750-REWRITE-TRACK
               ELSE
                   PERFORM 2700-WRITE-TRACK
               END-IF

               MOVE SPACES TO LETTER-RECORD
               MOVE MASTER-KEY-BOOK OF COPYBOOK-KEY TO LTR-KEY
               MOVE NAME-BOOK TO LTR-NAME
               MOVE STREET-BOOK TO LTR-STREET
               MOVE NUMBER-ADDR-BOOK TO LTR-NUMBER
               MOVE CITY-BOOK TO LTR-CITY
               MOVE STATE-BOOK TO LTR-STATE
               MOVE POSTAL-CODE-BOOK TO LTR-POSTAL-CODE
               MOVE WS-STAMP-DATE TO LTR-LAST-MAINT-DATE
               MOVE WS-REPLY-BY-DATE TO LTR-REPLY-BY-DATE
               MOVE AGT-LETTER-COUNT TO LTR-LETTER-NO
               WRITE LETTER-RECORD
               ADD 1 TO WS-LETTER-COUNT
           END-IF.

      *            THE FULL CURRENT IMAGE WITH ONLY THE STATUS
      *            CHANGED, AS COBRFB1 PROPOSES IT. NO EFFECTIVE DATE:
      *            RELEASED THE NIGHT IT IS ADDED TO COBTRANK.
       2600-PROPOSE-INACTIVATION.
           MOVE "C" TO PRP-TRAN-CODE
           MOVE COPYBOOK TO PRP-TRAN-DATA
           MOVE "I" TO PRP-TRAN-DATA (101:1)
           MOVE "00" TO PRP-RECYCLE-COUNT
           MOVE SPACES TO PRP-EFFECTIVE-DATE
           WRITE PROPOSAL-RECORD
           ADD 1 TO WS-PROPOSAL-COUNT

           MOVE "P" TO WS-PRINT-GROUP
           PERFORM 2900-ADD-DETAIL
           MOVE "P" TO AGT-STATE
           MOVE WS-BUSINESS-DATE TO AGT-STATE-DATE
           PERFORM 2750-REWRITE-TRACK.

       2700-WRITE-TRACK.
           WRITE AGING-TRACK
               INVALID KEY
                   DISPLAY "COBAGE1: COBAGETK WRITE FAILED, STATUS="
                       WS-TRACK-STATUS " KEY=" AGT-MASTER-KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-WRITE.

       2750-REWRITE-TRACK.
           REWRITE AGING-TRACK
               INVALID KEY
                   DISPLAY "COBAGE1: COBAGETK REWRITE FAILED, STATUS="
                       WS-TRACK-STATUS " KEY=" AGT-MASTER-KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

       2900-ADD-DETAIL.
           IF WS-DETAIL-COUNT < WS-DETAIL-MAX
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-PRINT-GROUP TO WS-DT-GROUP (WS-DETAIL-COUNT)
               MOVE MASTER-KEY-BOOK OF COPYBOOK-KEY TO
                   WS-DT-KEY (WS-DETAIL-COUNT)
               MOVE NAME-BOOK TO WS-DT-NAME (WS-DETAIL-COUNT)
               MOVE STATE-BOOK TO WS-DT-STATE (WS-DETAIL-COUNT)
               MOVE WS-STAMP-DATE TO WS-DT-MAINT-DATE (WS-DETAIL-COUNT)
               IF WS-PRINT-GROUP = "P"
                   MOVE AGT-CONTACT-DATE TO
                       WS-DT-CONTACT-DATE (WS-DETAIL-COUNT)
                   MOVE AGT-REPLY-BY-DATE TO
                       WS-DT-REPLY-BY (WS-DETAIL-COUNT)
                   MOVE AGT-LETTER-COUNT TO
                       WS-DT-LETTERS (WS-DETAIL-COUNT)
               ELSE
                   MOVE SPACES TO WS-DT-CONTACT-DATE (WS-DETAIL-COUNT)
                   MOVE SPACES TO WS-DT-REPLY-BY (WS-DETAIL-COUNT)
                   MOVE ZEROS TO WS-DT-LETTERS (WS-DETAIL-COUNT)
               END-IF
           ELSE
               DISPLAY "COBAGE1: DETAIL TABLE FULL AT "
                   WS-DETAIL-MAX " ENTRIES, KEY NOT LISTED: "
                   MASTER-KEY-BOOK OF COPYBOOK-KEY
           END-IF.

      ******************************************************************
      * A TRACKING ENTRY WHOSE MASTER RECORD HAS BEEN PURGED OR        *
      * ANONYMIZED IS PERSONAL DATA WITH NO PURPOSE LEFT -- DROP IT.   *
      ******************************************************************
       3000-DROP-ORPHANS.
           MOVE "N" TO WS-TRACK-EOF-SWITCH
           MOVE LOW-VALUES TO AGT-MASTER-KEY
           START TRACK-FILE KEY IS NOT LESS THAN AGT-MASTER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TRACK-EOF-SWITCH
           END-START
           IF NOT WS-TRACK-EOF
               PERFORM 3100-READ-TRACK
           END-IF
           PERFORM 3050-CHECK-ONE-TRACK UNTIL WS-TRACK-EOF.

       3050-CHECK-ONE-TRACK.
           MOVE AGT-MASTER-KEY TO MASTER-KEY-BOOK OF COPYBOOK-KEY
           READ MASTER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-DROP-SWITCH
               NOT INVALID KEY
                   IF RECORD-STATUS-BOOK = "X"
                       MOVE "Y" TO WS-DROP-SWITCH
                   ELSE
                       MOVE "N" TO WS-DROP-SWITCH
                   END-IF
           END-READ
           IF WS-DROP-ENTRY
               DELETE TRACK-FILE RECORD
                   INVALID KEY
                       DISPLAY "COBAGE1: COBAGETK DELETE FAILED, "
                           "STATUS=" WS-TRACK-STATUS
                           " KEY=" AGT-MASTER-KEY
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-DROPPED-COUNT
               END-DELETE
           END-IF
           PERFORM 3100-READ-TRACK.

       3100-READ-TRACK.
           READ TRACK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TRACK-EOF-SWITCH
           END-READ.

      ******************************************************************
      * SECTION 1 -- THE BUCKETS BY PERSON TYPE AND STATE.             *
      ******************************************************************
       4000-PRINT-AGING.
           MOVE "1 - ACTIVE RECORDS BY TIME SINCE LAST MAINTENANCE"
               TO WS-SEC-TITLE
           PERFORM 6100-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-AGE-COLUMNS
           ADD 1 TO WS-LINE-COUNT
           INITIALIZE WS-SUB-TOTALS
           INITIALIZE WS-GRAND-TOTALS
           IF WS-AGE-COUNT = 0
               PERFORM 6200-PRINT-NONE
           ELSE
               MOVE WS-AG-TYPE (1) TO WS-PREV-TYPE
               PERFORM 4100-PRINT-AGE-ENTRY
                   VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AGE-COUNT
               PERFORM 4200-PRINT-SUBTOTAL
               PERFORM 4300-PRINT-GRAND-TOTAL
           END-IF.

       4100-PRINT-AGE-ENTRY.
           IF WS-AG-TYPE (WS-AG-IDX) NOT = WS-PREV-TYPE
               PERFORM 4200-PRINT-SUBTOTAL
               MOVE WS-AG-TYPE (WS-AG-IDX) TO WS-PREV-TYPE
           END-IF
           MOVE WS-AG-TYPE (WS-AG-IDX) TO WS-AL-TYPE
           MOVE WS-AG-STATE (WS-AG-IDX) TO WS-AL-STATE
           IF WS-AG-STATE (WS-AG-IDX) = SPACES
               MOVE "BLANK" TO WS-AL-STATE
           END-IF
           MOVE ZEROS TO WS-ROW-TOTAL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 5
               ADD WS-AG-BUCKET (WS-AG-IDX, WS-BK-IDX) TO WS-ROW-TOTAL
               ADD WS-AG-BUCKET (WS-AG-IDX, WS-BK-IDX) TO
                   WS-SUB-BUCKET (WS-BK-IDX)
           END-PERFORM
           ADD WS-AG-STALE (WS-AG-IDX) TO WS-SUB-STALE
           MOVE WS-AG-BUCKET (WS-AG-IDX, 1) TO WS-AL-UNDER-1
           MOVE WS-AG-BUCKET (WS-AG-IDX, 2) TO WS-AL-1-TO-2
           MOVE WS-AG-BUCKET (WS-AG-IDX, 3) TO WS-AL-2-TO-5
           MOVE WS-AG-BUCKET (WS-AG-IDX, 4) TO WS-AL-OVER-5
           MOVE WS-AG-BUCKET (WS-AG-IDX, 5) TO WS-AL-NEVER
           MOVE WS-ROW-TOTAL TO WS-AL-TOTAL
           MOVE WS-AG-STALE (WS-AG-IDX) TO WS-AL-STALE
           PERFORM 4400-WRITE-AGE-LINE.

       4200-PRINT-SUBTOTAL.
           MOVE WS-PREV-TYPE TO WS-AL-TYPE
           MOVE "ALL" TO WS-AL-STATE
           MOVE ZEROS TO WS-ROW-TOTAL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 5
               ADD WS-SUB-BUCKET (WS-BK-IDX) TO WS-ROW-TOTAL
               ADD WS-SUB-BUCKET (WS-BK-IDX) TO
                   WS-GRD-BUCKET (WS-BK-IDX)
           END-PERFORM
           ADD WS-SUB-STALE TO WS-GRD-STALE
           MOVE WS-SUB-BUCKET (1) TO WS-AL-UNDER-1
           MOVE WS-SUB-BUCKET (2) TO WS-AL-1-TO-2
           MOVE WS-SUB-BUCKET (3) TO WS-AL-2-TO-5
           MOVE WS-SUB-BUCKET (4) TO WS-AL-OVER-5
           MOVE WS-SUB-BUCKET (5) TO WS-AL-NEVER
           MOVE WS-ROW-TOTAL TO WS-AL-TOTAL
           MOVE WS-SUB-STALE TO WS-AL-STALE
           PERFORM 4400-WRITE-AGE-LINE
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           ADD 1 TO WS-LINE-COUNT
           INITIALIZE WS-SUB-TOTALS.

       4300-PRINT-GRAND-TOTAL.
           MOVE "ALL" TO WS-AL-TYPE
           MOVE SPACES TO WS-AL-STATE
           MOVE ZEROS TO WS-ROW-TOTAL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 5
               ADD WS-GRD-BUCKET (WS-BK-IDX) TO WS-ROW-TOTAL
           END-PERFORM
           MOVE WS-GRD-BUCKET (1) TO WS-AL-UNDER-1
           MOVE WS-GRD-BUCKET (2) TO WS-AL-1-TO-2
           MOVE WS-GRD-BUCKET (3) TO WS-AL-2-TO-5
           MOVE WS-GRD-BUCKET (4) TO WS-AL-OVER-5
           MOVE WS-GRD-BUCKET (5) TO WS-AL-NEVER
           MOVE WS-ROW-TOTAL TO WS-AL-TOTAL
           MOVE WS-GRD-STALE TO WS-AL-STALE
           PERFORM 4400-WRITE-AGE-LINE.

       4400-WRITE-AGE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6600-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-AGE-COLUMNS
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-AGE-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * SECTIONS 2 AND 3 -- THE RECORDS THAT NEED SOMEONE TO LOOK.     *
      ******************************************************************
       5000-PRINT-DETAIL-GROUPS.
           MOVE "P" TO WS-PRINT-GROUP
           MOVE "2 - PROPOSED INACTIVATIONS (NO REPLY BY REPLY-BY DATE)"
               TO WS-SEC-TITLE
           PERFORM 5100-PRINT-ONE-GROUP
           MOVE "N" TO WS-PRINT-GROUP
           MOVE "3 - PAST THRESHOLD, NO MAILABLE ADDRESS, NOT CONTACTED"
               TO WS-SEC-TITLE
           PERFORM 5100-PRINT-ONE-GROUP.

       5100-PRINT-ONE-GROUP.
           PERFORM 6100-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-DETAIL-COLUMNS
           ADD 1 TO WS-LINE-COUNT
           MOVE ZEROS TO WS-GROUP-PRINTED
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DETAIL-COUNT
               IF WS-DT-GROUP (WS-DT-IDX) = WS-PRINT-GROUP
                   PERFORM 5200-PRINT-DETAIL
               END-IF
           END-PERFORM
           IF WS-GROUP-PRINTED = 0
               PERFORM 6200-PRINT-NONE
           END-IF.

       5200-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6600-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-SECTION-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-COLUMNS
               ADD 2 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO WS-DOC-FORMATTED
           STRING WS-DT-KEY (WS-DT-IDX) (1:1) "-"
               WS-DT-KEY (WS-DT-IDX) (2:14)
               DELIMITED BY SIZE INTO WS-DOC-FORMATTED
           END-STRING
           MOVE WS-DOC-FORMATTED TO WS-DTL-DOC
           MOVE WS-DT-NAME (WS-DT-IDX) TO WS-DTL-NAME
           MOVE WS-DT-STATE (WS-DT-IDX) TO WS-DTL-STATE
           IF WS-DT-MAINT-DATE (WS-DT-IDX) = SPACES
               MOVE "NEVER" TO WS-DTL-MAINT-DATE
           ELSE
               MOVE WS-DT-MAINT-DATE (WS-DT-IDX) TO WS-DATE-IN
               PERFORM 6500-FORMAT-DATE
               MOVE WS-DATE-OUT TO WS-DTL-MAINT-DATE
           END-IF
           MOVE WS-DT-CONTACT-DATE (WS-DT-IDX) TO WS-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-DTL-CONTACT-DATE
           MOVE WS-DT-REPLY-BY (WS-DT-IDX) TO WS-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-DTL-REPLY-BY
           MOVE WS-DT-LETTERS (WS-DT-IDX) TO WS-DTL-LETTERS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-GROUP-PRINTED.

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

      *            YYYYMMDD -> YYYY-MM-DD
       6500-FORMAT-DATE.
           MOVE SPACES TO WS-DATE-OUT
           IF WS-DATE-IN NOT = SPACES
               STRING WS-DATE-IN (1:4) "-" WS-DATE-IN (5:2) "-"
                   WS-DATE-IN (7:2)
                   DELIMITED BY SIZE INTO WS-DATE-OUT
               END-STRING
           END-IF.

       6600-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
           MOVE WS-BUSINESS-DATE TO WS-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-H2-BUS-DATE
           MOVE WS-THRESHOLD-MONTHS TO WS-H2-THRESHOLD
           MOVE WS-REPLY-DAYS TO WS-H2-REPLY-DAYS
           IF WS-PAGE-NUMBER > 1
               WRITE REPORT-LINE FROM WS-FOOTER-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER-1
           WRITE REPORT-LINE FROM WS-HEADER-2
           MOVE 2 TO WS-LINE-COUNT.

       7000-PRINT-FOOTER.
           IF WS-PAGE-NUMBER = 0
               PERFORM 6600-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           MOVE "MASTER RECORDS READ         : " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "ACTIVE RECORDS AGED         : " TO WS-TOT-LABEL
           MOVE WS-ACTIVE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "PAST THRESHOLD              : " TO WS-TOT-LABEL
           MOVE WS-STALE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "LETTERS WRITTEN             : " TO WS-TOT-LABEL
           MOVE WS-LETTER-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "CONFIRMED THIS RUN          : " TO WS-TOT-LABEL
           MOVE WS-CONFIRMED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "AWAITING REPLY              : " TO WS-TOT-LABEL
           MOVE WS-AWAITING-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "PROPOSED INACTIVATIONS      : " TO WS-TOT-LABEL
           MOVE WS-PROPOSAL-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "PROPOSED EARLIER, NOT ACTED : " TO WS-TOT-LABEL
           MOVE WS-REVIEW-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "NO MAILABLE ADDRESS         : " TO WS-TOT-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "TRACKING ENTRIES DROPPED    : " TO WS-TOT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "TRACKING FILE ERRORS        : " TO WS-TOT-LABEL
           MOVE WS-ERROR-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8000-TERMINATE.
           IF NOT WS-FATAL
               CLOSE MASTER-FILE
               CLOSE TRACK-FILE
               CLOSE LETTER-FILE
               CLOSE PROPOSAL-FILE
               CLOSE REPORT-FILE
               PERFORM 8100-WRITE-RUN-CONTROL
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "COBAGE1: ACTIVE AGED       = " WS-ACTIVE-COUNT
           DISPLAY "COBAGE1: PAST THRESHOLD    = " WS-STALE-COUNT
           DISPLAY "COBAGE1: LETTERS WRITTEN   = " WS-LETTER-COUNT
           DISPLAY "COBAGE1: CONFIRMED         = " WS-CONFIRMED-COUNT
           DISPLAY "COBAGE1: PROPOSALS WRITTEN = " WS-PROPOSAL-COUNT
           DISPLAY "COBAGE1: TRACKING ERRORS   = " WS-ERROR-COUNT.

       8100-WRITE-RUN-CONTROL.
      *            IN = ACTIVE RECORDS AGED, OUT = LETTERS PLUS
      *            PROPOSED TRANSACTIONS, REJECTED = PAST THE
      *            THRESHOLD BUT NOT MAILABLE, ERROR = COBAGETK
      *            UPDATES THAT FAILED.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBAGE1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-ACTIVE-COUNT TO RUN-IN-COUNT
           COMPUTE RUN-OUT-COUNT = WS-LETTER-COUNT + WS-PROPOSAL-COUNT
           MOVE WS-NO-ADDRESS-COUNT TO RUN-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
