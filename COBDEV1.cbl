       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBDEV1                                              *
      * DESCRIPTION: RETURNED-MAIL (DEVOLUCAO) STEP, THE COMPANION TO  *
      *              COBMAL1. THE CORREIOS NOTICES FOR PIECES THAT     *
      *              COULD NOT BE DELIVERED ARE KEYED BY DOCUMENT ON   *
      *              COBDEVIN; THIS STEP LOOKS EACH ONE UP ON COBMAST, *
      *              LISTS IT ON COBRPT22, AND WHERE THE NOTICE PROVES *
      *              THE ADDRESS IS BAD WRITES A C TRANSACTION FOR     *
      *              COBTRAN, SO THE CORRECTION REACHES THE MASTER     *
      *              THROUGH COBLOAD'S NORMAL EDITS AND AUDIT TRAIL    *
      *              INSTEAD OF THE SAME PIECE GOING OUT AGAIN NEXT    *
      *              MONTH. NOTHING IS WRITTEN TO THE MASTER HERE.     *
      *                                                                *
      * WHAT EACH CORREIOS REASON PRODUCES                            *
      *   01 MUDOU-SE, 02 ENDERECO INSUFICIENTE, 03 NAO EXISTE O      *
      *   NUMERO, 04 DESCONHECIDO -- THE ADDRESS IS WRONG: A C        *
      *   TRANSACTION WITH ADDRESS-BOOK CLEARED. A BLANK ADDRESS      *
      *   PASSES COBLOAD'S EDITS AND KEEPS COBMAL1 FROM MAILING THE   *
      *   RECORD UNTIL A CORRECT ADDRESS IS KEYED.                    *
      *   06 FALECIDO -- THE ADDRESS MAY BE GOOD BUT NO ONE SHOULD    *
      *   BE WRITTEN TO: A C TRANSACTION WITH STATUS 'I'.             *
      *   05 RECUSADO, 07 AUSENTE, 08 NAO PROCURADO AND ANY OTHER     *
      *   CODE -- THE ADDRESS IS NOT IN QUESTION: LISTED ONLY.        *
      * A NOTICE WHOSE CEP NO LONGER MATCHES THE MASTER IS LISTED     *
      * ONLY -- THE ADDRESS HAS ALREADY BEEN CORRECTED SINCE THE      *
      * PIECE WAS MAILED. A NOTICE FOR A RECORD THAT IS NOT ACTIVE    *
      * (OR NO LONGER ON THE MASTER) IS LISTED ONLY AS WELL.          *
      *                                                                *
      * FILES                                                         *
      *   COBDEVIN  RETURNED-MAIL NOTICES (SEE DEV-RECORD)            *
      *   COBMAST   THE MASTER (READ ONLY)                            *
      *   COBDEVTR  C TRANSACTIONS IN THE COBTRAN LAYOUT, ADDED TO    *
      *             THE NEXT COBLOAD BATCH                            *
      *   COBRPT22  RETURNED-MAIL LISTING                             *
      ******************************************************************
       PROGRAM-ID. COBDEV1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEV-FILE ASSIGN TO "COBDEVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEV-STATUS.

           SELECT MASTER-FILE ASSIGN TO "COBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY-BOOK OF COPYBOOK-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRAN-FILE ASSIGN TO "COBDEVTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT22"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEV-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DEV-RECORD.
           05  DEV-KEY.
               10  DEV-PERSON-TYPE      PIC X(01).
               10  DEV-DOC-KEY          PIC X(14).
           05  DEV-RETURN-DATE          PIC X(08).
      *            YYYYMMDD THE PIECE CAME BACK
           05  DEV-REASON-CODE          PIC X(02).
      *            CORREIOS DEVOLUCAO REASON -- SEE THE BANNER
           05  DEV-POSTAL-CODE          PIC X(08).
      *            CEP PRINTED ON THE RETURNED PIECE
           05  FILLER                   PIC X(47).

       FD  MASTER-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY copybook.

       FD  TRAN-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  TRAN-RECORD.
           05  TRAN-CODE               PIC X(01).
           05  TRAN-DATA                PIC X(122).
           05  TRAN-RECYCLE-COUNT       PIC 9(02).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-DEV-STATUS                PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-TRAN-STATUS               PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED        VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-RECORD-FOUND         VALUE "Y".

       01  WS-READ-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-ADDR-CLEAR-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-INACTIVATE-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-LIST-ONLY-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-NOT-FOUND-COUNT           PIC 9(07) VALUE ZEROS.

       01  WS-DOC-FORMATTED             PIC X(16).

       01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.

       01  WS-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "COBDEV1 - RETURNED MAIL (DEVOLUCAO) LISTING".
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE               PIC ZZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "DOCUMENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "NAME".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "RETURNED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               "CORREIOS REASON".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(33) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DOC               PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DATE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON-CODE       PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-REASON-TEXT       PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION            PIC X(33).

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
           MOVE "COBDEV1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL
               PERFORM 2000-PROCESS-NOTICE UNTIL WS-EOF
           END-IF
           IF WS-REPORT-OPENED
               PERFORM 7000-PRINT-FOOTER
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           OPEN INPUT DEV-FILE
           IF WS-DEV-STATUS NOT = "00"
               DISPLAY "COBDEV1: UNABLE TO OPEN COBDEVIN, STATUS="
                   WS-DEV-STATUS
               MOVE "Y" TO WS-FATAL-SWITCH
           END-IF

           IF NOT WS-FATAL
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "COBDEV1: UNABLE TO OPEN COBMAST, STATUS="
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT TRAN-FILE
               IF WS-TRAN-STATUS NOT = "00"
                   DISPLAY "COBDEV1: UNABLE TO OPEN COBDEVTR, STATUS="
                       WS-TRAN-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
                   MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               ELSE
                   DISPLAY "COBDEV1: UNABLE TO OPEN COBRPT22, STATUS="
                       WS-REPORT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               MOVE 99 TO WS-LINE-COUNT
               PERFORM 2100-READ-NOTICE
           END-IF

           IF WS-FATAL
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESS-NOTICE.
           MOVE DEV-KEY TO MASTER-KEY-BOOK OF COPYBOOK-KEY
           PERFORM 2200-READ-MASTER
           PERFORM 2300-SET-REASON-TEXT
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FOUND
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   MOVE "*** NOT ON MASTER ***" TO WS-DTL-NAME
                   MOVE "LISTED ONLY - NOT ON MASTER" TO WS-DTL-ACTION
               WHEN RECORD-STATUS-BOOK NOT = "A"
                   ADD 1 TO WS-LIST-ONLY-COUNT
                   MOVE NAME-BOOK TO WS-DTL-NAME
                   MOVE "LISTED ONLY - RECORD NOT ACTIVE" TO
                       WS-DTL-ACTION
               WHEN DEV-POSTAL-CODE NOT = SPACES
                   AND DEV-POSTAL-CODE NOT = POSTAL-CODE-BOOK
                   ADD 1 TO WS-LIST-ONLY-COUNT
                   MOVE NAME-BOOK TO WS-DTL-NAME
                   MOVE "LISTED ONLY - ADDRESS CHANGED SINCE"
                       TO WS-DTL-ACTION
               WHEN DEV-REASON-CODE = "01" OR "02" OR "03" OR "04"
                   MOVE NAME-BOOK TO WS-DTL-NAME
                   MOVE SPACES TO ADDRESS-BOOK
                   PERFORM 2400-WRITE-TRANSACTION
                   ADD 1 TO WS-ADDR-CLEAR-COUNT
                   MOVE "C TRAN - ADDRESS CLEARED" TO WS-DTL-ACTION
               WHEN DEV-REASON-CODE = "06"
                   MOVE NAME-BOOK TO WS-DTL-NAME
                   MOVE "I" TO RECORD-STATUS-BOOK
                   PERFORM 2400-WRITE-TRANSACTION
                   ADD 1 TO WS-INACTIVATE-COUNT
                   MOVE "C TRAN - STATUS TO I" TO WS-DTL-ACTION
               WHEN OTHER
                   ADD 1 TO WS-LIST-ONLY-COUNT
                   MOVE NAME-BOOK TO WS-DTL-NAME
                   MOVE "LISTED ONLY - ADDRESS NOT IN DOUBT"
                       TO WS-DTL-ACTION
           END-EVALUATE
           PERFORM 2900-PRINT-DETAIL
           PERFORM 2100-READ-NOTICE.

       2100-READ-NOTICE.
           READ DEV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-READ-MASTER.
           MOVE "N" TO WS-FOUND-SWITCH
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

       2300-SET-REASON-TEXT.
           EVALUATE DEV-REASON-CODE
               WHEN "01"
                   MOVE "MUDOU-SE" TO WS-DTL-REASON-TEXT
               WHEN "02"
                   MOVE "ENDERECO INSUFICIENTE" TO WS-DTL-REASON-TEXT
               WHEN "03"
                   MOVE "NAO EXISTE O NUMERO" TO WS-DTL-REASON-TEXT
               WHEN "04"
                   MOVE "DESCONHECIDO" TO WS-DTL-REASON-TEXT
               WHEN "05"
                   MOVE "RECUSADO" TO WS-DTL-REASON-TEXT
               WHEN "06"
                   MOVE "FALECIDO" TO WS-DTL-REASON-TEXT
               WHEN "07"
                   MOVE "AUSENTE" TO WS-DTL-REASON-TEXT
               WHEN "08"
                   MOVE "NAO PROCURADO" TO WS-DTL-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON CODE" TO WS-DTL-REASON-TEXT
           END-EVALUATE.

       2400-WRITE-TRANSACTION.
      *            THE FULL CURRENT IMAGE GOES OUT WITH ONLY THE
      *            CORRECTED FIELD CHANGED -- COBLOAD'S C REPLACES THE
      *            WHOLE RECORD, SO A PARTIAL IMAGE WOULD WIPE THE
      *            FIELDS THE NOTICE SAYS NOTHING ABOUT.
           MOVE "C" TO TRAN-CODE
           MOVE COPYBOOK TO TRAN-DATA
           MOVE ZEROS TO TRAN-RECYCLE-COUNT
           WRITE TRAN-RECORD.

       2900-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO WS-DOC-FORMATTED
           STRING DEV-PERSON-TYPE "-" DEV-DOC-KEY
               DELIMITED BY SIZE INTO WS-DOC-FORMATTED
           END-STRING
           MOVE WS-DOC-FORMATTED TO WS-DTL-DOC
           MOVE DEV-RETURN-DATE TO WS-DTL-DATE
           MOVE DEV-REASON-CODE TO WS-DTL-REASON-CODE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       6000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
           IF WS-PAGE-NUMBER > 1
               WRITE REPORT-LINE FROM WS-FOOTER-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER-1
           WRITE REPORT-LINE FROM WS-HEADER-2
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           MOVE ZEROS TO WS-LINE-COUNT.

       7000-PRINT-FOOTER.
           IF WS-PAGE-NUMBER = 0
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           MOVE "NOTICES READ                : " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "C TRANS - ADDRESS CLEARED   : " TO WS-TOT-LABEL
           MOVE WS-ADDR-CLEAR-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "C TRANS - STATUS TO I       : " TO WS-TOT-LABEL
           MOVE WS-INACTIVATE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "LISTED ONLY                 : " TO WS-TOT-LABEL
           MOVE WS-LIST-ONLY-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "NOT ON MASTER               : " TO WS-TOT-LABEL
           MOVE WS-NOT-FOUND-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8000-TERMINATE.
           IF NOT WS-FATAL
               CLOSE DEV-FILE
               CLOSE MASTER-FILE
               CLOSE TRAN-FILE
               CLOSE REPORT-FILE
               PERFORM 8100-WRITE-RUN-CONTROL
           END-IF
           DISPLAY "COBDEV1: NOTICES READ      = " WS-READ-COUNT
           DISPLAY "COBDEV1: ADDRESS CLEARED   = " WS-ADDR-CLEAR-COUNT
           DISPLAY "COBDEV1: STATUS TO I       = " WS-INACTIVATE-COUNT
           DISPLAY "COBDEV1: LISTED ONLY       = " WS-LIST-ONLY-COUNT
           DISPLAY "COBDEV1: NOT ON MASTER     = " WS-NOT-FOUND-COUNT.

       8100-WRITE-RUN-CONTROL.
      *            OUT = TRANSACTIONS WRITTEN; REJECTED CARRIES EVERY
      *            NOTICE THAT PRODUCED NONE, SO IN = OUT + REJECTED.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBDEV1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-READ-COUNT TO RUN-IN-COUNT
           ADD WS-ADDR-CLEAR-COUNT WS-INACTIVATE-COUNT
               GIVING RUN-OUT-COUNT
           ADD WS-LIST-ONLY-COUNT WS-NOT-FOUND-COUNT
               GIVING RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
