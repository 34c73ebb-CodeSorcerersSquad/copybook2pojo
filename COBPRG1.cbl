      *              IT SITS ON THE COBSWP1 SWEEP. THE CLEANUP ITSELF   *
      *              IS A REVIEWED D CARD THROUGH COBPRL1 -- THIS       *
      *              STEP REPORTS, IT DOES NOT DELETE.                  *
      *                                                                *
      *              A SECOND PASS READS EVERY CONTACT CHANNEL ON      *
      *              COBCONT AND LISTS THOSE WHOSE MASTER RECORD IS    *
      *              GONE OR ANONYMIZED ('X') -- PERSONAL DATA LEFT    *
      *              BEHIND THAT COBLGP1 SHOULD HAVE ERASED. THEY ARE  *
      *              LISTED WITH THE DOCUMENT UNDER CPF OR CNPJ AND    *
      *              THE CHANNEL TYPE AND SEQUENCE UNDER REL, COUNT AS *
      *              ERRORED THE SAME AS A DANGLING LINK, AND ARE      *
      *              CLEARED WITH A REVIEWED D CARD THROUGH COBCNT1.   *
      *              NO COBCONT YET MEANS NO CONTACTS TO CHECK.        *
      ******************************************************************
       PROGRAM-ID. COBPRG1.

               RECORD KEY IS MASTER-KEY-BOOK OF COPYBOOK-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "COBCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT20"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           RECORD CONTAINS 122 CHARACTERS.
           COPY copybook.

       FD  CONTACT-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY contct.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-REL-STATUS                PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-CONTACT-STATUS            PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED        VALUE "Y".
       01  WS-CONTACT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-CONTACT-OPENED       VALUE "Y".
       01  WS-CONTACT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-CONTACT-EOF          VALUE "Y".

       01  WS-READ-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-CLEAN-COUNT               PIC 9(07) VALUE ZEROS.
       01  WS-DANGLING-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-CNT-READ-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-CNT-CLEAN-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-CNT-DANGLING-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-LINK-BAD-SWITCH           PIC X(01).
           88  WS-LINK-BAD             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBPRG1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-LINKS UNTIL WS-EOF
           IF WS-CONTACT-OPENED
               PERFORM 3100-READ-CONTACT
               PERFORM 3000-CHECK-CONTACTS UNTIL WS-CONTACT-EOF
           END-IF
           IF WS-REPORT-OPENED
               PERFORM 7000-PRINT-FOOTER
           END-IF
               END-IF
           END-IF

           IF NOT WS-EOF
               OPEN INPUT CONTACT-FILE
               EVALUATE WS-CONTACT-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-CONTACT-OPEN-SWITCH
                   WHEN "35"
                       DISPLAY "COBPRG1: NO COBCONT ON FILE, CONTACT "
                           "CHECK SKIPPED"
                   WHEN OTHER
                       DISPLAY "COBPRG1: UNABLE TO OPEN COBCONT, "
                           "STATUS=" WS-CONTACT-STATUS
                       MOVE "Y" TO WS-EOF-SWITCH
               END-EVALUATE
           END-IF

           IF NOT WS-EOF
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3000-CHECK-CONTACTS.
           MOVE CNT-MASTER-KEY TO MASTER-KEY-BOOK OF COPYBOOK-KEY
           PERFORM 2200-READ-ONE-END
           EVALUATE TRUE
               WHEN NOT WS-END-FOUND
                   MOVE "CONTACT - MASTER NO LONGER ON FILE" TO
                       WS-DTL-CONDITION
                   PERFORM 3900-PRINT-CONTACT
               WHEN RECORD-STATUS-BOOK = "X"
                   MOVE "CONTACT - MASTER ANONYMIZED" TO
                       WS-DTL-CONDITION
                   PERFORM 3900-PRINT-CONTACT
               WHEN OTHER
                   ADD 1 TO WS-CNT-CLEAN-COUNT
           END-EVALUATE
           PERFORM 3100-READ-CONTACT.

       3100-READ-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CONTACT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CNT-READ-COUNT
           END-READ.

       3900-PRINT-CONTACT.
           ADD 1 TO WS-CNT-DANGLING-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO WS-DTL-F-DOC
           MOVE SPACES TO WS-DTL-J-DOC
           IF CNT-PERSON-TYPE = "J"
               MOVE CNT-DOC-KEY TO WS-DTL-J-DOC
           ELSE
               MOVE CNT-DOC-KEY TO WS-DTL-F-DOC
           END-IF
           MOVE CNT-CHANNEL-TYPE TO WS-DTL-REL (1:1)
           MOVE CNT-SEQUENCE TO WS-DTL-REL (2:2)
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       6000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE

           MOVE "LINKS DANGLING              : " TO WS-TOT-LABEL
           MOVE WS-DANGLING-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "CONTACT CHANNELS READ       : " TO WS-TOT-LABEL
           MOVE WS-CNT-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "CONTACTS WITH LIVE MASTER   : " TO WS-TOT-LABEL
           MOVE WS-CNT-CLEAN-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "CONTACTS DANGLING           : " TO WS-TOT-LABEL
           MOVE WS-CNT-DANGLING-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8000-TERMINATE.
           CLOSE REL-FILE
           CLOSE MASTER-FILE
           IF WS-CONTACT-OPENED
               CLOSE CONTACT-FILE
           END-IF
           CLOSE REPORT-FILE
           PERFORM 8100-WRITE-RUN-CONTROL
           DISPLAY "COBPRG1: LINKS READ        = " WS-READ-COUNT
           DISPLAY "COBPRG1: LINKS INTACT      = " WS-CLEAN-COUNT
           DISPLAY "COBPRG1: LINKS DANGLING    = " WS-DANGLING-COUNT
           DISPLAY "COBPRG1: CONTACTS READ     = " WS-CNT-READ-COUNT
           DISPLAY "COBPRG1: CONTACTS DANGLING = "
               WS-CNT-DANGLING-COUNT.

       8100-WRITE-RUN-CONTROL.
      *            DANGLING LINKS RIDE AS ERRORED -- THE SAME
      *            ARRANGEMENT AS COBSWP1, SO A BALANCING CHECK CAN
      *            STOP THE STREAM WHEN THE GUARD FINDS DAMAGE. THE
      *            CONTACT PASS IS COUNTED IN WITH THE LINKS.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           MOVE "COBPRG1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           ADD WS-READ-COUNT WS-CNT-READ-COUNT GIVING RUN-IN-COUNT
           ADD WS-CLEAN-COUNT WS-CNT-CLEAN-COUNT GIVING RUN-OUT-COUNT
           MOVE ZEROS TO RUN-REJECT-COUNT
           ADD WS-DANGLING-COUNT WS-CNT-DANGLING-COUNT GIVING
               RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
