       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBACK1                                              *
      * DESCRIPTION: RECEIVER ACKNOWLEDGMENT RECONCILIATION FOR THE   *
      *              COBDELTA AND COBBASE TRANSMISSIONS. COBGTW1      *
      *              PROVES WHAT COMES IN TO US; UNTIL NOW NOTHING    *
      *              PROVED THAT WHAT WE SEND OUT WAS LOADED, AND A   *
      *              RECEIVER DAYS BEHIND WAS ONLY NOTICED WHEN A     *
      *              CUSTOMER COMPLAINED.                             *
      *                                                                *
      *              COBDLT1 AND COBDLT2 REGISTER EVERY FILE THEY CUT *
      *              ON COBTXREG (TXREG), ONE ENTRY PER RECEIVER WITH *
      *              THE TRAILER'S DETAIL COUNT AND HASH TOTAL. THIS  *
      *              STEP READS THE ACKNOWLEDGMENTS THE RECEIVERS     *
      *              RETURN (COBACKIN, THE RECEIVERS' FILES           *
      *              CONCATENATED) AND POSTS EACH AGAINST ITS ENTRY:  *
      *                A  ACCEPTED -- THE RECEIVER'S OWN COUNT AND    *
      *                   HASH MUST AGREE WITH OURS, OR THE ENTRY IS  *
      *                   MARKED M (MISMATCH)                         *
      *                R  REFUSED -- THE RECEIVER'S REASON IS KEPT    *
      *              THE LATEST ACKNOWLEDGMENT OF A FILE WINS, SO A   *
      *              RECEIVER THAT RELOADS AND ACKNOWLEDGES CLEANLY   *
      *              CLEARS ITS OWN MISMATCH. AN ACKNOWLEDGMENT FOR A *
      *              FILE THAT WAS NEVER REGISTERED, OR WITH AN       *
      *              UNKNOWN STATUS, IS REJECTED AND LISTED.          *
      *                                                                *
      *              THE DAILY REPORT (COBRPT27) THEN SHOWS, FROM THE *
      *              WHOLE REGISTRY:                                  *
      *                1  EVERY ACKNOWLEDGMENT PROCESSED THIS RUN     *
      *                2  EACH RECEIVER'S LAST ACKNOWLEDGED DELTA AND *
      *                   BASELINE EXTRACT DATE, AND WHETHER IT IS IN *
      *                   STEP                                        *
      *                3  EVERY FILE UNACKNOWLEDGED OR REFUSED MORE   *
      *                   THAN THE TOLERANCE AFTER IT WAS SENT        *
      *                4  EVERY COUNT/HASH MISMATCH                   *
      *                                                                *
      *              A MISMATCH STAYS OPEN UNTIL A CLEAN ACK OF THE   *
      *              SAME FILE REPLACES IT, OR THE RECEIVER ACCEPTS A *
      *              BASELINE CUT ON OR AFTER THE MISMATCHED EXTRACT  *
      *              DATE (A BASELINE IS HOW A RECEIVER IS PUT BACK   *
      *              IN STEP). OPEN MISMATCHES ARE THE ERROR COUNT ON *
      *              THIS STEP'S RUN RECORD -- A STANDING CONDITION,  *
      *              NOT JUST THIS RUN'S ACKS -- SO COBBAL1 STOPS THE *
      *              NEXT DELTA UNTIL THE RECEIVER IS BACK IN STEP,   *
      *              AND THE STEP ENDS WITH RETURN-CODE 8.            *
      *                                                                *
      * COBACKPM PARAMETERS (OPTIONAL): THE TOLERANCE IN DAYS AFTER A *
      * FILE WAS SENT BEFORE A MISSING OR REFUSED ACKNOWLEDGMENT IS   *
      * LISTED (3 DIGITS, SPACES = 2 DAYS).                           *
      *                                                                *
      * COBACKIN RECORD: RECEIVER ID + EXTRACT TYPE (D/B) + EXTRACT   *
      * DATE -- TOGETHER THE COBTXREG KEY, AS CARRIED IN THE FILE'S   *
      * HEADER -- + ACK STATUS (A/R) + THE RECEIVER'S DETAIL COUNT    *
      * AND HASH TOTAL + ITS REFUSAL REASON CODE. A RECEIVER ON THE   *
      * STANDARD DISTRIBUTION ACKNOWLEDGES UNDER ITS OWN ID (BILLING  *
      * OR CRM). NO COBACKIN AT ALL IS A DAY WITH NO ACKS -- THE      *
      * REPORT IS STILL PRODUCED, SINCE THAT IS WHEN IT MATTERS.      *
      ******************************************************************
       PROGRAM-ID. COBACK1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COBACKPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACK-FILE ASSIGN TO "COBACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "COBTXREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT27"
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
           05  PARM-TOLERANCE-DAYS      PIC X(03).
      *            DAYS, SPACES = 2
           05  FILLER                   PIC X(77).

       FD  ACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-RECORD.
           05  ACK-KEY.
               10  ACK-RECEIVER-ID      PIC X(08).
               10  ACK-EXTRACT-TYPE     PIC X(01).
               10  ACK-EXTRACT-DATE     PIC X(08).
           05  ACK-STATUS               PIC X(01).
      *            A = ACCEPTED  R = REFUSED
           05  ACK-DETAIL-COUNT         PIC X(07).
           05  ACK-HASH-TOTAL           PIC X(16).
           05  ACK-REASON               PIC X(08).
           05  FILLER                   PIC X(31).

       FD  REGISTRY-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY txreg.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE "00".
       01  WS-ACK-STATUS                PIC X(02) VALUE "00".
       01  WS-REGISTRY-STATUS           PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC X(08).

       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-ACK-EOF-SWITCH            PIC X(01) VALUE "Y".
           88  WS-ACK-EOF              VALUE "Y".
       01  WS-ACK-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-ACK-OPENED           VALUE "Y".
       01  WS-REG-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-REG-EOF              VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED        VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND          VALUE "Y".

       01  WS-TOLERANCE-DAYS            PIC 9(03) VALUE 2.
       01  WS-DAYS-SINCE                PIC 9(05).
       01  WS-DATE-INT                  PIC S9(09).
       01  WS-SENT-INT                  PIC S9(09).
       01  WS-DATE-NUM                  PIC 9(08).

       01  WS-ACK-READ-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-ACK-APPLIED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-ACK-REJECT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-ACK-MISMATCH-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-REG-READ-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-OVERDUE-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-OPEN-MISMATCH-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-SUPERSEDED-COUNT          PIC 9(07) VALUE ZEROS.

      *            ONE ENTRY PER RECEIVER ON THE REGISTRY, BUILT ON
      *            THE FIRST PASS. THE REGISTRY IS IN RECEIVER ORDER
      *            AND, WITHIN A RECEIVER, BASELINES ('B') BEFORE
      *            DELTAS ('D'), EACH IN EXTRACT-DATE ORDER.
       01  WS-RCV-MAX                   PIC 9(02) VALUE 50.
       01  WS-RCV-COUNT                 PIC 9(02) VALUE ZEROS.
       01  WS-RV-IDX                    PIC 9(02).
       01  WS-RECEIVER-TABLE.
           05  WS-RV-ENTRY OCCURS 50 TIMES.
               10  WS-RV-RECEIVER      PIC X(08).
               10  WS-RV-LAST-DELTA    PIC X(08).
               10  WS-RV-LAST-BASE     PIC X(08).
               10  WS-RV-SENT          PIC 9(05).
               10  WS-RV-AWAITING      PIC 9(05).
               10  WS-RV-OVERDUE       PIC 9(05).
               10  WS-RV-REFUSED       PIC 9(05).
               10  WS-RV-MISMATCH      PIC 9(05).

       01  WS-DISPOSITION               PIC X(33).
       01  WS-DAYS-EDIT                 PIC ZZZZ9.
       01  WS-DATE-IN                   PIC X(08).
       01  WS-DATE-OUT                  PIC X(10).

       01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.

       01  WS-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(56) VALUE
               "COBACK1 - TRANSMISSION ACKNOWLEDGMENT RECONCILIATION".
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
               "TOLERANCE DAYS ".
           05  WS-H2-TOLERANCE          PIC ZZ9.
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SEC-TITLE             PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "NONE".
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-FILE-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "RECEIVER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "FILE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "EXTRACT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "SENT ON".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "   SENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "  ACKED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "HASH SENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "HASH ACKED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(33) VALUE "DISPOSITION".

       01  WS-FILE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FL-RECEIVER           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-TYPE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-EXTRACT            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-SENT-ON            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-SENT-COUNT         PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-ACK-COUNT          PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-SENT-HASH          PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-ACK-HASH           PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-DISP               PIC X(33).

       01  WS-RECEIVER-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "RECEIVER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "LAST DELTA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "LAST BASE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "  SENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE " AWAIT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "  LATE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE " REFSD".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE " MISMT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "STATE".
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-RECEIVER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-RECEIVER           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-LAST-DELTA         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-LAST-BASE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-SENT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-AWAITING           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-OVERDUE            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-REFUSED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-MISMATCH           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-STATE              PIC X(30).
           05  FILLER                  PIC X(27) VALUE SPACES.

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
           MOVE "COBACK1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL
               PERFORM 2000-APPLY-ACKS
               PERFORM 3000-RECEIVER-PASS
               PERFORM 4000-OVERDUE-PASS
               PERFORM 5000-MISMATCH-PASS
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
                       IF PARM-TOLERANCE-DAYS IS NUMERIC
                           MOVE PARM-TOLERANCE-DAYS TO
                               WS-TOLERANCE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY "COBACK1: TOLERANCE DAYS    = " WS-TOLERANCE-DAYS

      *            THE REGISTRY IS REQUIRED. IT IS CREATED BY THE
      *            FIRST COBDLT1/COBDLT2 RUN, SO ITS ABSENCE MEANS
      *            NOTHING HAS BEEN REGISTERED AND THERE IS NOTHING
      *            TO RECONCILE AGAINST.
           OPEN I-O REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "COBACK1: UNABLE TO OPEN COBTXREG, STATUS="
                   WS-REGISTRY-STATUS
               MOVE "Y" TO WS-FATAL-SWITCH
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
                   MOVE "Y" TO WS-REPORT-OPEN-SWITCH
                   MOVE 99 TO WS-LINE-COUNT
               ELSE
                   DISPLAY "COBACK1: UNABLE TO OPEN COBRPT27, STATUS="
                       WS-REPORT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN INPUT ACK-FILE
               IF WS-ACK-STATUS = "00"
                   MOVE "Y" TO WS-ACK-OPEN-SWITCH
                   MOVE "N" TO WS-ACK-EOF-SWITCH
               ELSE
                   DISPLAY "COBACK1: COBACKIN NOT AVAILABLE, STATUS="
                       WS-ACK-STATUS " - NO ACKNOWLEDGMENTS TODAY"
               END-IF
           END-IF

           IF WS-FATAL
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * SECTION 1 -- POST EACH ACKNOWLEDGMENT TO ITS REGISTRY ENTRY.   *
      ******************************************************************
       2000-APPLY-ACKS.
           MOVE "ACKNOWLEDGMENTS PROCESSED THIS RUN" TO WS-SEC-TITLE
           PERFORM 6100-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-FILE-COLUMNS
           ADD 1 TO WS-LINE-COUNT
           IF WS-ACK-OPENED
               PERFORM 2150-READ-ACK
               PERFORM 2100-APPLY-ONE-ACK UNTIL WS-ACK-EOF
           END-IF
           IF WS-ACK-READ-COUNT = 0
               PERFORM 6200-PRINT-NONE
           END-IF.

       2100-APPLY-ONE-ACK.
           MOVE ACK-KEY TO TXR-KEY
           READ REGISTRY-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ

           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   ADD 1 TO WS-ACK-REJECT-COUNT
                   MOVE "REJECTED - FILE NOT REGISTERED" TO
                       WS-DISPOSITION
                   PERFORM 2800-PRINT-UNMATCHED-ACK
               WHEN ACK-STATUS NOT = "A" AND ACK-STATUS NOT = "R"
                   ADD 1 TO WS-ACK-REJECT-COUNT
                   MOVE "REJECTED - ACK STATUS NOT A OR R" TO
                       WS-DISPOSITION
                   PERFORM 2800-PRINT-UNMATCHED-ACK
               WHEN OTHER
                   PERFORM 2200-POST-ACK
           END-EVALUATE
           PERFORM 2150-READ-ACK.

       2150-READ-ACK.
           READ ACK-FILE
               AT END
                   MOVE "Y" TO WS-ACK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ACK-READ-COUNT
           END-READ.

      *            A RECEIVER THAT SENDS NO COUNT OR HASH (COMMON ON
      *            A REFUSAL) IS TAKEN AS ZERO; ON AN ACCEPTANCE
      *            THAT CAN ONLY BE A MISMATCH UNLESS THE FILE WAS
      *            EMPTY.
       2200-POST-ACK.
           MOVE ACK-STATUS TO TXR-ACK-STATUS
           MOVE WS-BUSINESS-DATE TO TXR-ACK-DATE
           MOVE ACK-REASON TO TXR-ACK-REASON
           IF ACK-DETAIL-COUNT IS NUMERIC
               MOVE ACK-DETAIL-COUNT TO TXR-ACK-COUNT
           ELSE
               MOVE ZEROS TO TXR-ACK-COUNT
           END-IF
           IF ACK-HASH-TOTAL IS NUMERIC
               MOVE ACK-HASH-TOTAL TO TXR-ACK-HASH
           ELSE
               MOVE ZEROS TO TXR-ACK-HASH
           END-IF

           EVALUATE TRUE
               WHEN ACK-STATUS = "R"
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "REFUSED BY RECEIVER " ACK-REASON
                       DELIMITED BY SIZE INTO WS-DISPOSITION
                   END-STRING
               WHEN TXR-ACK-COUNT NOT = TXR-DETAIL-COUNT
                   MOVE "M" TO TXR-ACK-STATUS
                   ADD 1 TO WS-ACK-MISMATCH-COUNT
                   MOVE "*MISMATCH* - DETAIL COUNT" TO WS-DISPOSITION
               WHEN TXR-ACK-HASH NOT = TXR-HASH-TOTAL
                   MOVE "M" TO TXR-ACK-STATUS
                   ADD 1 TO WS-ACK-MISMATCH-COUNT
                   MOVE "*MISMATCH* - HASH TOTAL" TO WS-DISPOSITION
               WHEN OTHER
                   MOVE "ACCEPTED - IN STEP" TO WS-DISPOSITION
           END-EVALUATE

           REWRITE TRANSMISSION-REG
           IF WS-REGISTRY-STATUS = "00"
               ADD 1 TO WS-ACK-APPLIED-COUNT
           ELSE
               DISPLAY "COBACK1: REGISTRY REWRITE FAILED, STATUS="
                   WS-REGISTRY-STATUS " KEY=" TXR-KEY
               ADD 1 TO WS-ACK-REJECT-COUNT
               MOVE "REJECTED - REGISTRY NOT UPDATED" TO
                   WS-DISPOSITION
           END-IF
           PERFORM 6300-FORMAT-FILE-LINE
           MOVE WS-DISPOSITION TO WS-FL-DISP
           PERFORM 6400-WRITE-FILE-LINE.

      *            NO REGISTRY ENTRY TO SHOW -- THE LINE CARRIES ONLY
      *            WHAT THE RECEIVER SENT.
       2800-PRINT-UNMATCHED-ACK.
           DISPLAY "COBACK1: ACK " ACK-KEY " " WS-DISPOSITION
           MOVE SPACES TO WS-FILE-LINE
           MOVE ACK-RECEIVER-ID TO WS-FL-RECEIVER
           MOVE ACK-EXTRACT-TYPE TO WS-FL-TYPE
           MOVE ACK-EXTRACT-DATE TO WS-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-FL-EXTRACT
           MOVE ACK-DETAIL-COUNT TO WS-FL-ACK-COUNT
           MOVE ACK-HASH-TOTAL TO WS-FL-ACK-HASH
           MOVE WS-DISPOSITION TO WS-FL-DISP
           PERFORM 6400-WRITE-FILE-LINE.

      ******************************************************************
      * RECEIVER TALLY -- ONE TABLE ENTRY PER RECEIVER.                *
      ******************************************************************
      *            THE SUMMARY ITSELF IS PRINTED LAST (SEE 7000),
      *            ONCE THE LATE AND MISMATCH PASSES HAVE FILLED IN
      *            THEIR COUNTS.
       3000-RECEIVER-PASS.
           PERFORM 6000-OPEN-REGISTRY-SCAN
           PERFORM 3100-TALLY-ENTRY UNTIL WS-REG-EOF.

       3100-TALLY-ENTRY.
           ADD 1 TO WS-REG-READ-COUNT
           PERFORM 3200-FIND-RECEIVER
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-RV-SENT (WS-RV-IDX)
               EVALUATE TXR-ACK-STATUS
                   WHEN "A"
                       IF TXR-EXTRACT-TYPE = "B"
                           MOVE TXR-EXTRACT-DATE TO
                               WS-RV-LAST-BASE (WS-RV-IDX)
                       ELSE
                           MOVE TXR-EXTRACT-DATE TO
                               WS-RV-LAST-DELTA (WS-RV-IDX)
                       END-IF
                   WHEN "R"
                       ADD 1 TO WS-RV-REFUSED (WS-RV-IDX)
                   WHEN "M"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-RV-AWAITING (WS-RV-IDX)
               END-EVALUATE
           END-IF
           PERFORM 6050-READ-REGISTRY.

      *            THE REGISTRY IS IN RECEIVER ORDER, SO A NEW
      *            RECEIVER IS ALWAYS THE NEXT TABLE ENTRY.
       3200-FIND-RECEIVER.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RCV-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-RV-RECEIVER (WS-RV-IDX) = TXR-RECEIVER-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-RV-IDX
           ELSE
               IF WS-RCV-COUNT < WS-RCV-MAX
                   ADD 1 TO WS-RCV-COUNT
                   MOVE WS-RCV-COUNT TO WS-RV-IDX
                   MOVE TXR-RECEIVER-ID TO WS-RV-RECEIVER (WS-RV-IDX)
                   MOVE SPACES TO WS-RV-LAST-DELTA (WS-RV-IDX)
                   MOVE SPACES TO WS-RV-LAST-BASE (WS-RV-IDX)
                   MOVE ZEROS TO WS-RV-SENT (WS-RV-IDX)
                   MOVE ZEROS TO WS-RV-AWAITING (WS-RV-IDX)
                   MOVE ZEROS TO WS-RV-OVERDUE (WS-RV-IDX)
                   MOVE ZEROS TO WS-RV-REFUSED (WS-RV-IDX)
                   MOVE ZEROS TO WS-RV-MISMATCH (WS-RV-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
               ELSE
                   DISPLAY "COBACK1: RECEIVER TABLE FULL AT "
                       WS-RCV-MAX " ENTRIES, RECEIVER OMITTED: "
                       TXR-RECEIVER-ID
               END-IF
           END-IF.

      ******************************************************************
      * SECTION 3 -- FILES UNACKNOWLEDGED OR REFUSED PAST TOLERANCE.   *
      ******************************************************************
       4000-OVERDUE-PASS.
           MOVE "FILES UNACKNOWLEDGED OR REFUSED PAST THE TOLERANCE" TO
               WS-SEC-TITLE
           PERFORM 6100-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-FILE-COLUMNS
           ADD 1 TO WS-LINE-COUNT
           PERFORM 6000-OPEN-REGISTRY-SCAN
           PERFORM 4100-CHECK-OVERDUE UNTIL WS-REG-EOF
           IF WS-OVERDUE-COUNT = 0
               PERFORM 6200-PRINT-NONE
           END-IF.

       4100-CHECK-OVERDUE.
           IF TXR-ACK-STATUS = SPACE OR TXR-ACK-STATUS = "R"
               PERFORM 4200-DAYS-SINCE-SENT
               IF WS-DAYS-SINCE > WS-TOLERANCE-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM 3200-FIND-RECEIVER
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-RV-OVERDUE (WS-RV-IDX)
                   END-IF
                   MOVE WS-DAYS-SINCE TO WS-DAYS-EDIT
                   MOVE SPACES TO WS-DISPOSITION
                   IF TXR-ACK-STATUS = "R"
                       STRING "REFUSED " TXR-ACK-REASON " -"
                           WS-DAYS-EDIT " DAYS"
                           DELIMITED BY SIZE INTO WS-DISPOSITION
                       END-STRING
                   ELSE
                       STRING "NO ACK -" WS-DAYS-EDIT " DAYS"
                           DELIMITED BY SIZE INTO WS-DISPOSITION
                       END-STRING
                   END-IF
                   PERFORM 6300-FORMAT-FILE-LINE
                   MOVE WS-DISPOSITION TO WS-FL-DISP
                   PERFORM 6400-WRITE-FILE-LINE
               END-IF
           END-IF
           PERFORM 6050-READ-REGISTRY.

      *            DAYS SINCE THE FILE WAS CUT. AN ENTRY WHOSE RUN
      *            DATE IS NOT A DATE COUNTS AS OVERDUE AT ONCE --
      *            IT CANNOT BE SHOWN TO BE WITHIN TOLERANCE.
       4200-DAYS-SINCE-SENT.
           MOVE 99999 TO WS-DAYS-SINCE
           IF TXR-RUN-DATE IS NUMERIC
               AND WS-BUSINESS-DATE IS NUMERIC
               MOVE TXR-RUN-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) = 0
                   COMPUTE WS-SENT-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                       - WS-SENT-INT
                   IF WS-DATE-INT < 0
                       MOVE ZEROS TO WS-DAYS-SINCE
                   ELSE
                       MOVE WS-DATE-INT TO WS-DAYS-SINCE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SECTION 4 -- COUNT/HASH MISMATCHES, OPEN OR SUPERSEDED.        *
      ******************************************************************
       5000-MISMATCH-PASS.
           MOVE "COUNT/HASH MISMATCHES" TO WS-SEC-TITLE
           PERFORM 6100-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-FILE-COLUMNS
           ADD 1 TO WS-LINE-COUNT
           PERFORM 6000-OPEN-REGISTRY-SCAN
           PERFORM 5100-CHECK-MISMATCH UNTIL WS-REG-EOF
           IF WS-OPEN-MISMATCH-COUNT = 0 AND WS-SUPERSEDED-COUNT = 0
               PERFORM 6200-PRINT-NONE
           END-IF.

      *            A BASELINE THE RECEIVER ACCEPTED ON OR AFTER THE
      *            MISMATCHED EXTRACT DATE REPLACED WHATEVER WENT
      *            WRONG -- THE MISMATCH IS LISTED BUT NO LONGER
      *            HOLDS THE STREAM.
       5100-CHECK-MISMATCH.
           IF TXR-ACK-STATUS = "M"
               PERFORM 3200-FIND-RECEIVER
               MOVE SPACES TO WS-DISPOSITION
               IF WS-ENTRY-FOUND
                   AND WS-RV-LAST-BASE (WS-RV-IDX) NOT = SPACES
                   AND WS-RV-LAST-BASE (WS-RV-IDX) >= TXR-EXTRACT-DATE
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   MOVE WS-RV-LAST-BASE (WS-RV-IDX) TO WS-DATE-IN
                   PERFORM 6500-FORMAT-DATE
                   STRING "SUPERSEDED BY BASELINE " WS-DATE-OUT
                       DELIMITED BY SIZE INTO WS-DISPOSITION
                   END-STRING
               ELSE
                   ADD 1 TO WS-OPEN-MISMATCH-COUNT
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-RV-MISMATCH (WS-RV-IDX)
                   END-IF
                   MOVE "*OPEN* - RECEIVER OUT OF STEP" TO
                       WS-DISPOSITION
                   DISPLAY "COBACK1: OUT OF STEP - " TXR-KEY
               END-IF
               PERFORM 6300-FORMAT-FILE-LINE
               MOVE WS-DISPOSITION TO WS-FL-DISP
               PERFORM 6400-WRITE-FILE-LINE
           END-IF
           PERFORM 6050-READ-REGISTRY.

      ******************************************************************
      * COMMON ROUTINES.                                               *
      ******************************************************************
      *            EACH REPORT PASS READS THE REGISTRY FROM THE TOP.
       6000-OPEN-REGISTRY-SCAN.
           CLOSE REGISTRY-FILE
           OPEN INPUT REGISTRY-FILE
           MOVE "N" TO WS-REG-EOF-SWITCH
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "COBACK1: UNABLE TO REOPEN COBTXREG, STATUS="
                   WS-REGISTRY-STATUS
               MOVE "Y" TO WS-REG-EOF-SWITCH
           ELSE
               PERFORM 6050-READ-REGISTRY
           END-IF.

       6050-READ-REGISTRY.
           READ REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REG-EOF-SWITCH
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

       6300-FORMAT-FILE-LINE.
           MOVE SPACES TO WS-FILE-LINE
           MOVE TXR-RECEIVER-ID TO WS-FL-RECEIVER
           EVALUATE TXR-EXTRACT-TYPE
               WHEN "D"
                   MOVE "DELTA" TO WS-FL-TYPE
               WHEN "B"
                   MOVE "BASELINE" TO WS-FL-TYPE
               WHEN OTHER
                   MOVE TXR-EXTRACT-TYPE TO WS-FL-TYPE
           END-EVALUATE
           MOVE TXR-EXTRACT-DATE TO WS-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-FL-EXTRACT
           MOVE TXR-RUN-DATE TO WS-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-FL-SENT-ON
           MOVE TXR-DETAIL-COUNT TO WS-FL-SENT-COUNT
           MOVE TXR-HASH-TOTAL TO WS-FL-SENT-HASH
           IF TXR-ACK-STATUS NOT = SPACE
               MOVE TXR-ACK-COUNT TO WS-FL-ACK-COUNT
               MOVE TXR-ACK-HASH TO WS-FL-ACK-HASH
           END-IF.

       6400-WRITE-FILE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6600-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-FILE-COLUMNS
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-FILE-LINE
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
           MOVE WS-TOLERANCE-DAYS TO WS-H2-TOLERANCE
           IF WS-PAGE-NUMBER > 1
               WRITE REPORT-LINE FROM WS-FOOTER-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER-1
           WRITE REPORT-LINE FROM WS-HEADER-2
           MOVE 2 TO WS-LINE-COUNT.

      *            THE RECEIVER SUMMARY GOES LAST, ONCE THE LATE AND
      *            MISMATCH PASSES HAVE FILLED IN ITS COUNTS.
       7000-PRINT-FOOTER.
           IF NOT WS-FATAL
               MOVE "RECEIVER STATUS" TO WS-SEC-TITLE
               PERFORM 6100-PRINT-SECTION-TITLE
               WRITE REPORT-LINE FROM WS-RECEIVER-COLUMNS
               ADD 1 TO WS-LINE-COUNT
               IF WS-RCV-COUNT = 0
                   PERFORM 6200-PRINT-NONE
               END-IF
               PERFORM 7100-PRINT-RECEIVER-LINE
                   VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RCV-COUNT
           END-IF

           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           MOVE "ACKNOWLEDGMENTS READ        : " TO WS-TOT-LABEL
           MOVE WS-ACK-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "ACKNOWLEDGMENTS POSTED      : " TO WS-TOT-LABEL
           MOVE WS-ACK-APPLIED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "ACKNOWLEDGMENTS REJECTED    : " TO WS-TOT-LABEL
           MOVE WS-ACK-REJECT-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "NEW MISMATCHES THIS RUN     : " TO WS-TOT-LABEL
           MOVE WS-ACK-MISMATCH-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "FILES ON THE REGISTRY       : " TO WS-TOT-LABEL
           MOVE WS-REG-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "FILES PAST THE TOLERANCE    : " TO WS-TOT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "MISMATCHES OPEN             : " TO WS-TOT-LABEL
           MOVE WS-OPEN-MISMATCH-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "MISMATCHES SUPERSEDED       : " TO WS-TOT-LABEL
           MOVE WS-SUPERSEDED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       7100-PRINT-RECEIVER-LINE.
           MOVE WS-RV-RECEIVER (WS-RV-IDX) TO WS-RL-RECEIVER
           MOVE WS-RV-LAST-DELTA (WS-RV-IDX) TO WS-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-RL-LAST-DELTA
           MOVE WS-RV-LAST-BASE (WS-RV-IDX) TO WS-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-RL-LAST-BASE
           MOVE WS-RV-SENT (WS-RV-IDX) TO WS-RL-SENT
           MOVE WS-RV-AWAITING (WS-RV-IDX) TO WS-RL-AWAITING
           MOVE WS-RV-OVERDUE (WS-RV-IDX) TO WS-RL-OVERDUE
           MOVE WS-RV-REFUSED (WS-RV-IDX) TO WS-RL-REFUSED
           MOVE WS-RV-MISMATCH (WS-RV-IDX) TO WS-RL-MISMATCH
           EVALUATE TRUE
               WHEN WS-RV-MISMATCH (WS-RV-IDX) > 0
                   MOVE "*OUT OF STEP* - COUNT/HASH" TO WS-RL-STATE
               WHEN WS-RV-OVERDUE (WS-RV-IDX) > 0
                   MOVE "BEHIND - FILES PAST TOLERANCE" TO
                       WS-RL-STATE
               WHEN WS-RV-LAST-DELTA (WS-RV-IDX) = SPACES
                   AND WS-RV-LAST-BASE (WS-RV-IDX) = SPACES
                   MOVE "NOTHING ACKNOWLEDGED YET" TO WS-RL-STATE
               WHEN OTHER
                   MOVE "IN STEP" TO WS-RL-STATE
           END-EVALUATE
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6600-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-RECEIVER-COLUMNS
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-RECEIVER-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-TERMINATE.
           IF NOT WS-FATAL
               IF WS-ACK-OPENED
                   CLOSE ACK-FILE
               END-IF
               CLOSE REGISTRY-FILE
               CLOSE REPORT-FILE
               PERFORM 8100-WRITE-RUN-CONTROL
           END-IF
      *            AN OPEN MISMATCH STOPS THE STREAM HERE AS WELL AS
      *            AT COBBAL1 -- THE RECEIVER HOLDS DATA THAT DOES
      *            NOT AGREE WITH OURS.
           IF WS-OPEN-MISMATCH-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "COBACK1: ACKS READ         = " WS-ACK-READ-COUNT
           DISPLAY "COBACK1: ACKS POSTED       = " WS-ACK-APPLIED-COUNT
           DISPLAY "COBACK1: ACKS REJECTED     = " WS-ACK-REJECT-COUNT
           DISPLAY "COBACK1: FILES PAST TOLER. = " WS-OVERDUE-COUNT
           DISPLAY "COBACK1: MISMATCHES OPEN   = "
               WS-OPEN-MISMATCH-COUNT.

       8100-WRITE-RUN-CONTROL.
      *            IN = ACKS READ, OUT = ACKS POSTED, REJECTED = ACKS
      *            THAT MATCHED NO REGISTERED FILE, ERRORED = FILES
      *            STANDING IN MISMATCH ON THE REGISTRY AFTER THIS
      *            RUN -- THE COUNT COBBAL1 HOLDS THE STREAM ON.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBACK1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-ACK-READ-COUNT TO RUN-IN-COUNT
           MOVE WS-ACK-APPLIED-COUNT TO RUN-OUT-COUNT
           MOVE WS-ACK-REJECT-COUNT TO RUN-REJECT-COUNT
           MOVE WS-OPEN-MISMATCH-COUNT TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
