       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBMAL1                                              *
      * DESCRIPTION: CORRESPONDENCE MAILING EXTRACT AND CEP-PRESORTED  *
      *              LABEL RUN. THE MASTER SAYS AN 'I' RECORD IS "NOT  *
      *              MAILED", BUT UNTIL NOW MAILING LISTS WERE CUT BY  *
      *              HAND FROM A MASTER UNLOAD. THIS STEP READS ALL OF *
      *              COBMAST, KEEPS ONLY THE RECORDS THAT CAN SAFELY   *
      *              BE MAILED, AND WRITES THEM IN CORREIOS CEP        *
      *              PRESORT ORDER, BUNDLED AND TRAYED, SO THE RUN     *
      *              QUALIFIES FOR THE BULK POSTAGE RATE:              *
      *                - STATUS 'A' ONLY ('I' IS NOT MAILED, 'X' IS    *
      *                  ANONYMIZED AND HAS NOTHING TO MAIL TO)        *
      *                - EVERY ADDRESS-BOOK FIELD PRESENT              *
      *                - STATE-BOOK/POSTAL-CODE-BOOK PASS VALIDADR     *
      *                  AGAINST TODAY'S REFERENCE TABLES              *
      *              AN ACTIVE RECORD THAT FAILS EITHER ADDRESS TEST   *
      *              IS LISTED AS AN EXCEPTION SO IT CAN BE CORRECTED  *
      *              BEFORE THE NEXT RUN; NOTHING IS WRITTEN BACK.     *
      *                                                                *
      * PRESORT                                                       *
      *   THE SELECTED RECORDS ARE SORTED ON POSTAL-CODE-BOOK. A NEW  *
      *   BUNDLE STARTS WHEN THE FIVE-DIGIT CEP SUB-SECTOR CHANGES OR *
      *   THE BUNDLE REACHES THE MAXIMUM PIECES; A NEW TRAY STARTS    *
      *   WHEN THE THREE-DIGIT CEP SECTOR CHANGES OR THE TRAY         *
      *   REACHES ITS MAXIMUM PIECES. EVERY BREAK PRINTS ITS TOTAL.   *
      *                                                                *
      * FILES                                                         *
      *   COBMALPM  OPTIONAL PARAMETER CARD: MAXIMUM PIECES PER       *
      *             BUNDLE (COLS 1-3, DEFAULT 050) AND PER TRAY       *
      *             (COLS 4-7, DEFAULT 0500)                          *
      *   COBMAST   THE MASTER (READ ONLY)                            *
      *   COBUFTAB/COBCEPRG  ADDRESS TABLES, LOADED BY VALIDADL       *
      *   COBMAIL   THE MAILING FILE FOR THE PRINT SHOP, ONE RECORD   *
      *             PER PIECE IN PRESORT ORDER                        *
      *   COBRPT21  ADDRESS EXCEPTIONS, THEN THE LABEL LISTING WITH   *
      *             BUNDLE AND TRAY BREAK TOTALS                      *
      *   SORTWK01  SORT WORK FILE                                    *
      *                                                                *
      * RETURNED PIECES COME BACK THROUGH COBDEV1.                    *
      ******************************************************************
       PROGRAM-ID. COBMAL1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COBMALPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MASTER-FILE ASSIGN TO "COBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY-BOOK OF COPYBOOK-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MAIL-FILE ASSIGN TO "COBMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT21"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-BUNDLE-MAX          PIC X(03).
           05  PARM-TRAY-MAX            PIC X(04).
           05  FILLER                   PIC X(73).

       FD  MASTER-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY copybook.

       FD  MAIL-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  MAIL-RECORD.
           05  MAIL-TRAY-NO             PIC 9(04).
           05  MAIL-BUNDLE-NO           PIC 9(05).
           05  MAIL-SEQ-NO              PIC 9(07).
           05  MAIL-KEY                 PIC X(15).
           05  MAIL-NAME                PIC X(50).
           05  MAIL-STREET              PIC X(10).
           05  MAIL-NUMBER              PIC X(05).
           05  MAIL-CITY                PIC X(10).
           05  MAIL-STATE               PIC X(02).
           05  MAIL-POSTAL-CODE         PIC X(08).
           05  FILLER                   PIC X(14).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-POSTAL-CODE          PIC X(08).
           05  SRT-IMAGE                PIC X(122).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-MAIL-STATUS               PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SORT-EOF             VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED        VALUE "Y".
       01  WS-SECTION-SWITCH            PIC X(01) VALUE "E".
           88  WS-EXCEPTION-SECTION    VALUE "E".
           88  WS-LABEL-SECTION        VALUE "L".

       01  WS-BUNDLE-MAX                PIC 9(03) VALUE 050.
       01  WS-TRAY-MAX                  PIC 9(04) VALUE 0500.

       01  WS-READ-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-MAILED-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-STATUS-SKIP-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-INCOMPLETE-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-INVALID-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-TRAY-COUNT                PIC 9(04) VALUE ZEROS.
       01  WS-BUNDLE-COUNT              PIC 9(05) VALUE ZEROS.

       01  WS-VALIDADR-RC               PIC 9(02).
           COPY adrtab.

      *            CURRENT TRAY AND BUNDLE -- THE CEP PREFIX EACH WAS
      *            OPENED ON AND THE PIECES AND BUNDLES IN IT SO FAR.
       01  WS-TRAY-SECTOR               PIC X(03) VALUE SPACES.
       01  WS-TRAY-PIECES               PIC 9(05) VALUE ZEROS.
       01  WS-TRAY-BUNDLES              PIC 9(05) VALUE ZEROS.
       01  WS-BUNDLE-SUBSECTOR          PIC X(05) VALUE SPACES.
       01  WS-BUNDLE-PIECES             PIC 9(05) VALUE ZEROS.

       01  WS-DOC-FORMATTED             PIC X(16).
       01  WS-CEP-EDITED.
           05  WS-CEP-ED-SUBSECTOR      PIC X(05).
           05  FILLER                   PIC X(01) VALUE "-".
           05  WS-CEP-ED-SUFFIX         PIC X(03).

       01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.

       01  WS-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "COBMAL1 - CEP PRESORT MAILING LABEL LISTING".
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE               PIC ZZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SEC-TITLE             PIC X(50).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-EXC-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "DOCUMENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE "NAME".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "REASON NOT MAILED".
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-EXC-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXC-DOC               PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-NAME              PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-REASON            PIC X(40).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-LBL-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "SEQ".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "TRAY".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "BNDL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "NAME".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "STREET / NUMBER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "CITY / UF".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "CEP".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "DOCUMENT".
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-LBL-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LBL-SEQ               PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LBL-TRAY              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LBL-BUNDLE            PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LBL-NAME              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LBL-STREET            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LBL-NUMBER            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LBL-CITY              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LBL-STATE             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LBL-CEP               PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LBL-DOC               PIC X(16).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-BUNDLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "BUNDLE ".
           05  WS-BDL-NO                PIC 9(05).
           05  FILLER                  PIC X(06) VALUE "  CEP ".
           05  WS-BDL-SUBSECTOR         PIC X(05).
           05  FILLER                  PIC X(09) VALUE "  PIECES ".
           05  WS-BDL-PIECES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-TRAY-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "TRAY ".
           05  WS-TRY-NO                PIC 9(04).
           05  FILLER                  PIC X(14) VALUE "  CEP SECTOR ".
           05  WS-TRY-SECTOR            PIC X(03).
           05  FILLER                  PIC X(10) VALUE "  BUNDLES ".
           05  WS-TRY-BUNDLES           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE "  PIECES ".
           05  WS-TRY-PIECES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(61) VALUE SPACES.

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
           MOVE "COBMAL1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-POSTAL-CODE
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 2000-SELECT-MASTER
                   OUTPUT PROCEDURE IS 3000-BUILD-MAILING
           END-IF
           IF WS-REPORT-OPENED
               PERFORM 7000-PRINT-FOOTER
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUNDLE-MAX IS NUMERIC
                           AND PARM-BUNDLE-MAX NOT = "000"
                           MOVE PARM-BUNDLE-MAX TO WS-BUNDLE-MAX
                       END-IF
                       IF PARM-TRAY-MAX IS NUMERIC
                           AND PARM-TRAY-MAX NOT = "0000"
                           MOVE PARM-TRAY-MAX TO WS-TRAY-MAX
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "COBMAL1: COBMALPM NOT AVAILABLE, STATUS="
                   WS-PARM-STATUS " - DEFAULT BUNDLE/TRAY SIZES USED"
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "COBMAL1: UNABLE TO OPEN COBMAST, STATUS="
                   WS-MASTER-STATUS
               MOVE "Y" TO WS-FATAL-SWITCH
           END-IF

      *            NEITHER OUTPUT IS OPENED UNLESS THE MASTER IS --
      *            AN EMPTY MAILING FILE HANDED TO THE PRINT SHOP
      *            LOOKS LIKE A MONTH WITH NOTHING TO SEND.
           IF NOT WS-FATAL
               OPEN OUTPUT MAIL-FILE
               IF WS-MAIL-STATUS NOT = "00"
                   DISPLAY "COBMAL1: UNABLE TO OPEN COBMAIL, STATUS="
                       WS-MAIL-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
                   MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               ELSE
                   DISPLAY "COBMAL1: UNABLE TO OPEN COBRPT21, STATUS="
                       WS-REPORT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               CALL "VALIDADL" USING ADDR-REF-TABLES
               MOVE 99 TO WS-LINE-COUNT
           END-IF

           IF WS-FATAL
               MOVE 8 TO RETURN-CODE
           END-IF.

      *            SORT INPUT PROCEDURE -- EVERY MAILABLE RECORD IS
      *            RELEASED WITH ITS CEP IN FRONT AS THE SORT KEY.
       2000-SELECT-MASTER.
           MOVE "E" TO WS-SECTION-SWITCH
           MOVE "ACTIVE RECORDS NOT MAILED (ADDRESS EXCEPTIONS)"
               TO WS-SEC-TITLE
           PERFORM 2100-READ-MASTER
           PERFORM 2050-SELECT-ONE UNTIL WS-EOF.

       2050-SELECT-ONE.
           EVALUATE TRUE
               WHEN RECORD-STATUS-BOOK NOT = "A"
                   ADD 1 TO WS-STATUS-SKIP-COUNT
               WHEN STREET-BOOK = SPACES
                   OR NUMBER-ADDR-BOOK = SPACES
                   OR CITY-BOOK = SPACES
                   OR STATE-BOOK = SPACES
                   OR POSTAL-CODE-BOOK = SPACES
                   ADD 1 TO WS-INCOMPLETE-COUNT
                   MOVE "ADDRESS INCOMPLETE" TO WS-EXC-REASON
                   PERFORM 2900-PRINT-EXCEPTION
               WHEN OTHER
                   PERFORM 2200-CHECK-ADDRESS
           END-EVALUATE
           PERFORM 2100-READ-MASTER.

       2100-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-CHECK-ADDRESS.
      *            THE SAME EDIT COBLOAD APPLIES, AGAINST TODAY'S
      *            TABLES -- A CEP RANGE WITHDRAWN SINCE THE RECORD
      *            WAS LOADED MUST NOT GO OUT ON A BULK-RATE TRAY.
           CALL "VALIDADR" USING COPYBOOK, WS-VALIDADR-RC,
               ADDR-REF-TABLES
           IF WS-VALIDADR-RC = 00
               MOVE POSTAL-CODE-BOOK TO SRT-POSTAL-CODE
               MOVE COPYBOOK TO SRT-IMAGE
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-INVALID-COUNT
               EVALUATE WS-VALIDADR-RC
                   WHEN 91
                       MOVE "STATE IS NOT A VALID UF" TO WS-EXC-REASON
                   WHEN 92
                       MOVE "POSTAL CODE NOT NUMERIC" TO WS-EXC-REASON
                   WHEN 93
                       MOVE "POSTAL CODE OUT OF RANGE FOR STATE" TO
                           WS-EXC-REASON
                   WHEN OTHER
                       MOVE "ADDRESS REFERENCE DATA UNAVAILABLE" TO
                           WS-EXC-REASON
               END-EVALUATE
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2900-PRINT-EXCEPTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO WS-DOC-FORMATTED
           STRING PERSON-TYPE-BOOK "-" KEY-DOC-BOOK OF COPYBOOK-KEY
               DELIMITED BY SIZE INTO WS-DOC-FORMATTED
           END-STRING
           MOVE WS-DOC-FORMATTED TO WS-EXC-DOC
           MOVE NAME-BOOK TO WS-EXC-NAME
           WRITE REPORT-LINE FROM WS-EXC-DETAIL
           ADD 1 TO WS-LINE-COUNT.

      *            SORT OUTPUT PROCEDURE -- THE PIECES COME BACK IN
      *            CEP ORDER AND ARE CUT INTO BUNDLES AND TRAYS.
       3000-BUILD-MAILING.
           MOVE "L" TO WS-SECTION-SWITCH
           MOVE "LABELS IN CEP PRESORT ORDER" TO WS-SEC-TITLE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM 3100-RETURN-SORTED
           PERFORM 3050-MAIL-ONE UNTIL WS-SORT-EOF
           IF WS-BUNDLE-COUNT > 0
               PERFORM 3400-CLOSE-BUNDLE
               PERFORM 3500-CLOSE-TRAY
           END-IF.

       3050-MAIL-ONE.
           MOVE SRT-IMAGE TO COPYBOOK
           EVALUATE TRUE
               WHEN WS-TRAY-COUNT = 0
                   PERFORM 3200-OPEN-TRAY
                   PERFORM 3300-OPEN-BUNDLE
               WHEN POSTAL-CODE-BOOK (1:3) NOT = WS-TRAY-SECTOR
                   OR WS-TRAY-PIECES >= WS-TRAY-MAX
                   PERFORM 3400-CLOSE-BUNDLE
                   PERFORM 3500-CLOSE-TRAY
                   PERFORM 3200-OPEN-TRAY
                   PERFORM 3300-OPEN-BUNDLE
               WHEN POSTAL-CODE-BOOK (1:5) NOT = WS-BUNDLE-SUBSECTOR
                   OR WS-BUNDLE-PIECES >= WS-BUNDLE-MAX
                   PERFORM 3400-CLOSE-BUNDLE
                   PERFORM 3300-OPEN-BUNDLE
           END-EVALUATE

           ADD 1 TO WS-MAILED-COUNT
           ADD 1 TO WS-TRAY-PIECES
           ADD 1 TO WS-BUNDLE-PIECES

           MOVE SPACES TO MAIL-RECORD
           MOVE WS-TRAY-COUNT TO MAIL-TRAY-NO
           MOVE WS-BUNDLE-COUNT TO MAIL-BUNDLE-NO
           MOVE WS-MAILED-COUNT TO MAIL-SEQ-NO
           MOVE MASTER-KEY-BOOK OF COPYBOOK-KEY TO MAIL-KEY
           MOVE NAME-BOOK TO MAIL-NAME
           MOVE STREET-BOOK TO MAIL-STREET
           MOVE NUMBER-ADDR-BOOK TO MAIL-NUMBER
           MOVE CITY-BOOK TO MAIL-CITY
           MOVE STATE-BOOK TO MAIL-STATE
           MOVE POSTAL-CODE-BOOK TO MAIL-POSTAL-CODE
           WRITE MAIL-RECORD

           PERFORM 3900-PRINT-LABEL
           PERFORM 3100-RETURN-SORTED.

       3100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       3200-OPEN-TRAY.
           ADD 1 TO WS-TRAY-COUNT
           MOVE POSTAL-CODE-BOOK (1:3) TO WS-TRAY-SECTOR
           MOVE ZEROS TO WS-TRAY-PIECES
           MOVE ZEROS TO WS-TRAY-BUNDLES.

       3300-OPEN-BUNDLE.
           ADD 1 TO WS-BUNDLE-COUNT
           ADD 1 TO WS-TRAY-BUNDLES
           MOVE POSTAL-CODE-BOOK (1:5) TO WS-BUNDLE-SUBSECTOR
           MOVE ZEROS TO WS-BUNDLE-PIECES.

       3400-CLOSE-BUNDLE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           MOVE WS-BUNDLE-COUNT TO WS-BDL-NO
           MOVE WS-BUNDLE-SUBSECTOR TO WS-BDL-SUBSECTOR
           MOVE WS-BUNDLE-PIECES TO WS-BDL-PIECES
           WRITE REPORT-LINE FROM WS-BUNDLE-LINE
           ADD 1 TO WS-LINE-COUNT.

       3500-CLOSE-TRAY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           MOVE WS-TRAY-COUNT TO WS-TRY-NO
           MOVE WS-TRAY-SECTOR TO WS-TRY-SECTOR
           MOVE WS-TRAY-BUNDLES TO WS-TRY-BUNDLES
           MOVE WS-TRAY-PIECES TO WS-TRY-PIECES
           WRITE REPORT-LINE FROM WS-TRAY-LINE
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           ADD 2 TO WS-LINE-COUNT.

       3900-PRINT-LABEL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO WS-DOC-FORMATTED
           STRING PERSON-TYPE-BOOK "-" KEY-DOC-BOOK OF COPYBOOK-KEY
               DELIMITED BY SIZE INTO WS-DOC-FORMATTED
           END-STRING
           MOVE POSTAL-CODE-BOOK (1:5) TO WS-CEP-ED-SUBSECTOR
           MOVE POSTAL-CODE-BOOK (6:3) TO WS-CEP-ED-SUFFIX
           MOVE WS-MAILED-COUNT TO WS-LBL-SEQ
           MOVE WS-TRAY-COUNT TO WS-LBL-TRAY
           MOVE WS-BUNDLE-COUNT TO WS-LBL-BUNDLE
           MOVE NAME-BOOK TO WS-LBL-NAME
           MOVE STREET-BOOK TO WS-LBL-STREET
           MOVE NUMBER-ADDR-BOOK TO WS-LBL-NUMBER
           MOVE CITY-BOOK TO WS-LBL-CITY
           MOVE STATE-BOOK TO WS-LBL-STATE
           MOVE WS-CEP-EDITED TO WS-LBL-CEP
           MOVE WS-DOC-FORMATTED TO WS-LBL-DOC
           WRITE REPORT-LINE FROM WS-LBL-DETAIL
           ADD 1 TO WS-LINE-COUNT.

       6000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
           IF WS-PAGE-NUMBER > 1
               WRITE REPORT-LINE FROM WS-FOOTER-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER-1
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           IF WS-LABEL-SECTION
               WRITE REPORT-LINE FROM WS-LBL-COLUMNS
           ELSE
               WRITE REPORT-LINE FROM WS-EXC-COLUMNS
           END-IF
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           MOVE ZEROS TO WS-LINE-COUNT.

       7000-PRINT-FOOTER.
           IF WS-PAGE-NUMBER = 0
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           MOVE "MASTER RECORDS READ         : " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "NOT ACTIVE, NOT MAILED      : " TO WS-TOT-LABEL
           MOVE WS-STATUS-SKIP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "ADDRESS INCOMPLETE          : " TO WS-TOT-LABEL
           MOVE WS-INCOMPLETE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "ADDRESS FAILED VALIDADR     : " TO WS-TOT-LABEL
           MOVE WS-INVALID-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "PIECES MAILED               : " TO WS-TOT-LABEL
           MOVE WS-MAILED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "BUNDLES                     : " TO WS-TOT-LABEL
           MOVE WS-BUNDLE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "TRAYS                       : " TO WS-TOT-LABEL
           MOVE WS-TRAY-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8000-TERMINATE.
           IF NOT WS-FATAL
               CLOSE MASTER-FILE
               CLOSE MAIL-FILE
               CLOSE REPORT-FILE
               PERFORM 8100-WRITE-RUN-CONTROL
           END-IF
           DISPLAY "COBMAL1: MASTER RECORDS    = " WS-READ-COUNT
           DISPLAY "COBMAL1: NOT ACTIVE        = " WS-STATUS-SKIP-COUNT
           DISPLAY "COBMAL1: ADDR INCOMPLETE   = " WS-INCOMPLETE-COUNT
           DISPLAY "COBMAL1: ADDR INVALID      = " WS-INVALID-COUNT
           DISPLAY "COBMAL1: PIECES MAILED     = " WS-MAILED-COUNT
           DISPLAY "COBMAL1: BUNDLES           = " WS-BUNDLE-COUNT
           DISPLAY "COBMAL1: TRAYS             = " WS-TRAY-COUNT.

       8100-WRITE-RUN-CONTROL.
      *            REJECTED CARRIES EVERY RECORD NOT MAILED, WHATEVER
      *            THE REASON, SO IN STILL EQUALS OUT + REJECTED --
      *            THE SAME ARRANGEMENT AS COBDLT2'S FILTERED RECORDS.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBMAL1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-READ-COUNT TO RUN-IN-COUNT
           MOVE WS-MAILED-COUNT TO RUN-OUT-COUNT
           COMPUTE RUN-REJECT-COUNT = WS-STATUS-SKIP-COUNT
               + WS-INCOMPLETE-COUNT + WS-INVALID-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
