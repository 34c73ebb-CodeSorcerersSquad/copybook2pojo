       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBRFB1                                              *
      * DESCRIPTION: RECEITA FEDERAL CADASTRAL-STATUS CROSS-CHECK.     *
      *              VALIDDOC ONLY PROVES A CHECK DIGIT IS RIGHT; IT   *
      *              CANNOT TELL US A CNPJ WAS BAIXADO YEARS AGO OR A  *
      *              CPF BELONGS TO A DECEASED PERSON. THIS STEP TAKES *
      *              THE MONTHLY RECEITA STATUS FILE, MATCHES IT BY    *
      *              MASTER-KEY-BOOK AGAINST COBMAST (THE RECEITA      *
      *              FILE IS SORTED FIRST, THE MASTER IS READ IN KEY   *
      *              ORDER) AND LISTS FOUR GROUPS OF DISCREPANCIES ON  *
      *              COBRPT23:                                         *
      *                1  ACTIVE WITH US, CLOSED AT THE RECEITA        *
      *                2  ACTIVE WITH US, NOT FOUND AT THE RECEITA     *
      *                3  NAME DIFFERS MATERIALLY FROM NAME-BOOK       *
      *                4  ACTIVE AT THE RECEITA, 'I' WITH US           *
      *              GROUPS 1 AND 4 ALSO GET A PROPOSED C TRANSACTION  *
      *              ON COBRFBTR THAT FLIPS RECORD-STATUS-BOOK (TO 'I' *
      *              AND TO 'A' RESPECTIVELY). NOTHING IS APPLIED BY   *
      *              THIS STEP: THE CREDIT DESK REVIEWS COBRFBTR,      *
      *              REMOVES WHAT IT DOES NOT ACCEPT, AND ADDS THE     *
      *              REST TO COBTRANK, SO EVERY FLIP GOES THROUGH      *
      *              COBREL1 AND COBLOAD'S EDITS AND AUDIT LIKE ANY    *
      *              OTHER KEYED CHANGE. A NAME DIFFERENCE IS LISTED   *
      *              ONLY -- THE CORRECT SPELLING IS A KEYING DECISION.*
      *              'X' (ANONYMIZED) RECORDS ARE NOT CHECKED.         *
      *                                                                *
      * RECEITA SITUATION CODES (COBRFBIN)                            *
      *   CNPJ ('J'): 01 NULA  02 ATIVA  03 SUSPENSA  04 INAPTA       *
      *               08 BAIXADA                                      *
      *   CPF  ('F'): 00 REGULAR  02 SUSPENSA  03 TITULAR FALECIDO    *
      *               04 PENDENTE DE REGULARIZACAO  05 CANCELADA POR  *
      *               MULTIPLICIDADE  08 NULA  09 CANCELADA DE OFICIO *
      *   CLOSED = J 01/03/04/08, F 03/05/08/09                       *
      *   ACTIVE = J 02, F 00 (F 02 AND 04 ARE NEITHER -- THEY CAN    *
      *   BE REGULARIZED AND NEVER PRODUCE A TRANSACTION)             *
      *                                                                *
      * NAME COMPARISON                                               *
      *   BOTH NAMES ARE REDUCED TO LETTERS AND DIGITS, ONE SPACE     *
      *   BETWEEN WORDS, WITH CONNECTORS (DA/DE/DO/DAS/DOS/E) AND     *
      *   COMPANY-FORM WORDS (LTDA, S/A, ME, EPP, EIRELI, CIA)        *
      *   DROPPED. THEY DIFFER MATERIALLY WHEN WHAT IS LEFT DIFFERS.  *
      *   A NAME-BOOK FILLED TO ITS LAST BYTE MAY HAVE BEEN CUT SHORT *
      *   AT KEYING, SO IT ONLY HAS TO MATCH THE START OF THE         *
      *   RECEITA NAME.                                               *
      *                                                                *
      * FILES                                                         *
      *   COBRFBIN  RECEITA STATUS FILE (ANY ORDER)                   *
      *   COBMAST   THE MASTER (READ ONLY)                            *
      *   COBRFBTR  PROPOSED STATUS CHANGES, COBTRANK LAYOUT          *
      *   COBRPT23  DISCREPANCY LISTING                               *
      *   SORTWK01  SORT WORK FILE                                    *
      ******************************************************************
       PROGRAM-ID. COBRFB1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFB-FILE ASSIGN TO "COBRFBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFB-STATUS.

           SELECT MASTER-FILE ASSIGN TO "COBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY-BOOK OF COPYBOOK-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO "COBRFBTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT23"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RFB-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RFB-RECORD.
           05  RFB-KEY.
               10  RFB-PERSON-TYPE      PIC X(01).
               10  RFB-DOC-KEY          PIC X(14).
      *            SAME SHAPE AS MASTER-KEY-BOOK (A CPF CARRIES
      *            THREE LEADING FILLER BYTES, AS CPF-BOOK DOES)
           05  RFB-SITUATION            PIC X(02).
           05  RFB-SITUATION-DATE       PIC X(08).
           05  RFB-NAME                 PIC X(50).
           05  FILLER                   PIC X(25).

       FD  MASTER-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY copybook.

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

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-KEY                  PIC X(15).
           05  SRT-SITUATION            PIC X(02).
           05  SRT-SITUATION-DATE       PIC X(08).
           05  SRT-NAME                 PIC X(50).
           05  FILLER                   PIC X(25).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-RFB-STATUS                PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-PROPOSAL-STATUS           PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-RFB-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-RFB-EOF              VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED        VALUE "Y".

      *            THE TWO SIDES OF THE MATCH. HIGH-VALUES MARKS A
      *            SIDE THAT HAS RUN OUT, SO THE OTHER SIDE'S
      *            REMAINING KEYS ALWAYS COMPARE LOW.
       01  WS-MASTER-KEY                PIC X(15).
       01  WS-RFB-KEY                   PIC X(15).
       01  WS-LAST-RFB-KEY              PIC X(15).

       01  WS-RFB-READ-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-RFB-DUP-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-RFB-ONLY-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-MASTER-READ-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-CHECKED-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-CLOSED-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-NOT-FOUND-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-NAME-DIFF-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-REACTIVATED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-PROPOSAL-COUNT            PIC 9(07) VALUE ZEROS.

      *            EVERY DISCREPANCY, HELD IN STORAGE SO THE LISTING
      *            CAN BE PRINTED GROUP BY GROUP FROM ONE MATCH PASS.
       01  WS-DISC-MAX                  PIC 9(05) VALUE 20000.
       01  WS-DISC-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-DT-IDX                    PIC 9(05).
       01  WS-DISC-TABLE.
           05  WS-DT-ENTRY OCCURS 20000 TIMES.
               10  WS-DT-GROUP         PIC X(01).
               10  WS-DT-KEY           PIC X(15).
               10  WS-DT-NAME          PIC X(50).
               10  WS-DT-STATUS        PIC X(01).
               10  WS-DT-SITUATION     PIC X(02).
               10  WS-DT-SIT-DATE      PIC X(08).
               10  WS-DT-RFB-NAME      PIC X(50).
               10  WS-DT-PROPOSED      PIC X(01).
       01  WS-PRINT-GROUP               PIC X(01).

       01  WS-SIT-CLASS                 PIC X(01).
           88  WS-SIT-CLOSED           VALUE "C".
           88  WS-SIT-ACTIVE           VALUE "A".
           88  WS-SIT-OTHER            VALUE "O".
       01  WS-SIT-TEXT                  PIC X(19).

      *            NAME NORMALIZATION WORK AREAS
       01  WS-NORM-IN                   PIC X(50).
       01  WS-NORM-OUT                  PIC X(60).
       01  WS-NORM-LEN                  PIC 9(02).
       01  WS-NORM-OURS                 PIC X(60).
       01  WS-NORM-OURS-LEN             PIC 9(02).
       01  WS-NORM-THEIRS               PIC X(60).
       01  WS-CHAR-IDX                  PIC 9(02).
       01  WS-CHAR                      PIC X(01).
       01  WS-WORD                      PIC X(20).
           88  WS-STOP-WORD            VALUES "DA" "DE" "DO" "DAS"
                                       "DOS" "E" "LTDA" "S" "A"
                                       "SA" "ME" "EPP" "EIRELI"
                                       "CIA".
       01  WS-WORD-LEN                  PIC 9(02).
       01  WS-NAME-DIFF-SWITCH          PIC X(01).
           88  WS-NAME-DIFFERS         VALUE "Y".

       01  WS-DOC-FORMATTED             PIC X(16).

       01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.

       01  WS-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "COBRFB1 - RECEITA CADASTRAL STATUS DISCREPANCIES".
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE               PIC ZZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "DOCUMENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "NAME-BOOK".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "ST".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               "RECEITA SITUATION".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "SINCE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(33) VALUE "PROPOSAL".

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SEC-TITLE             PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DOC               PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SIT-CODE          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-SIT-TEXT          PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SIT-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PROPOSAL          PIC X(33).

       01  WS-RFB-NAME-LINE.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "RECEITA NAME: ".
           05  WS-RNL-NAME              PIC X(50).
           05  FILLER                  PIC X(49) VALUE SPACES.

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
           MOVE "COBRFB1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-KEY
                   INPUT PROCEDURE IS 1500-LOAD-RECEITA
                   OUTPUT PROCEDURE IS 2000-MATCH-MASTER
               PERFORM 4000-PRINT-GROUPS
           END-IF
           IF WS-REPORT-OPENED
               PERFORM 7000-PRINT-FOOTER
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           OPEN INPUT RFB-FILE
           IF WS-RFB-STATUS NOT = "00"
               DISPLAY "COBRFB1: UNABLE TO OPEN COBRFBIN, STATUS="
                   WS-RFB-STATUS
               MOVE "Y" TO WS-FATAL-SWITCH
           END-IF

           IF NOT WS-FATAL
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "COBRFB1: UNABLE TO OPEN COBMAST, STATUS="
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT PROPOSAL-FILE
               IF WS-PROPOSAL-STATUS NOT = "00"
                   DISPLAY "COBRFB1: UNABLE TO OPEN COBRFBTR, STATUS="
                       WS-PROPOSAL-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
                   MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               ELSE
                   DISPLAY "COBRFB1: UNABLE TO OPEN COBRPT23, STATUS="
                       WS-REPORT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

      *            A RECEITA FILE THAT NEVER ARRIVED MUST NOT LOOK
      *            LIKE A MONTH WITH NO DISCREPANCIES.
           IF WS-FATAL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 99 TO WS-LINE-COUNT
           END-IF.

      *            SORT INPUT PROCEDURE -- THE RECEITA FILE ARRIVES IN
      *            WHATEVER ORDER THE RECEITA CUT IT.
       1500-LOAD-RECEITA.
           PERFORM 1600-READ-RECEITA
           PERFORM 1550-RELEASE-ONE UNTIL WS-RFB-EOF.

       1550-RELEASE-ONE.
           MOVE RFB-RECORD TO SORT-RECORD
           RELEASE SORT-RECORD
           PERFORM 1600-READ-RECEITA.

       1600-READ-RECEITA.
           READ RFB-FILE
               AT END
                   MOVE "Y" TO WS-RFB-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RFB-READ-COUNT
           END-READ.

      *            SORT OUTPUT PROCEDURE -- THE BALANCED-LINE MATCH OF
      *            THE SORTED RECEITA RECORDS AGAINST THE MASTER.
       2000-MATCH-MASTER.
           MOVE LOW-VALUES TO WS-LAST-RFB-KEY
           MOVE "N" TO WS-RFB-EOF-SWITCH
           PERFORM 2100-READ-MASTER
           PERFORM 2200-RETURN-RECEITA
           PERFORM 2050-MATCH-ONE
               UNTIL WS-MASTER-KEY = HIGH-VALUES
               AND WS-RFB-KEY = HIGH-VALUES.

       2050-MATCH-ONE.
           EVALUATE TRUE
               WHEN WS-MASTER-KEY < WS-RFB-KEY
                   PERFORM 2400-MASTER-ONLY
                   PERFORM 2100-READ-MASTER
               WHEN WS-MASTER-KEY > WS-RFB-KEY
                   ADD 1 TO WS-RFB-ONLY-COUNT
                   PERFORM 2200-RETURN-RECEITA
               WHEN OTHER
                   PERFORM 2500-COMPARE-RECORD
                   PERFORM 2100-READ-MASTER
                   PERFORM 2200-RETURN-RECEITA
           END-EVALUATE.

       2100-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE MASTER-KEY-BOOK OF COPYBOOK-KEY TO
                       WS-MASTER-KEY
           END-READ.

       2200-RETURN-RECEITA.
      *            A KEY THE RECEITA SENT TWICE IS COUNTED AND THE
      *            REPEAT DROPPED -- THE FIRST ONE IS THE ONE COMPARED.
           PERFORM 2250-RETURN-SORT
           PERFORM 2260-SKIP-DUPLICATE
               UNTIL WS-RFB-EOF OR SRT-KEY NOT = WS-LAST-RFB-KEY
           IF WS-RFB-EOF
               MOVE HIGH-VALUES TO WS-RFB-KEY
           ELSE
               MOVE SRT-KEY TO WS-RFB-KEY
               MOVE SRT-KEY TO WS-LAST-RFB-KEY
           END-IF.

       2250-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-RFB-EOF-SWITCH
           END-RETURN.

       2260-SKIP-DUPLICATE.
           ADD 1 TO WS-RFB-DUP-COUNT
           PERFORM 2250-RETURN-SORT.

       2400-MASTER-ONLY.
      *            ONLY AN ACTIVE RECORD MISSING AT THE RECEITA IS A
      *            DISCREPANCY -- AN 'I' OR 'X' RECORD IS NOT IN USE.
           IF RECORD-STATUS-BOOK = "A"
               ADD 1 TO WS-CHECKED-COUNT
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE "2" TO WS-PRINT-GROUP
               PERFORM 2900-ADD-DISCREPANCY
           END-IF.

       2500-COMPARE-RECORD.
           IF RECORD-STATUS-BOOK = "A" OR RECORD-STATUS-BOOK = "I"
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM 2600-CLASSIFY-SITUATION
               IF RECORD-STATUS-BOOK = "A" AND WS-SIT-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "1" TO WS-PRINT-GROUP
                   PERFORM 2900-ADD-DISCREPANCY
                   MOVE "I" TO RECORD-STATUS-BOOK
                   PERFORM 2800-WRITE-PROPOSAL
                   MOVE "A" TO RECORD-STATUS-BOOK
               END-IF
               IF RECORD-STATUS-BOOK = "I" AND WS-SIT-ACTIVE
                   ADD 1 TO WS-REACTIVATED-COUNT
                   MOVE "4" TO WS-PRINT-GROUP
                   PERFORM 2900-ADD-DISCREPANCY
                   MOVE "A" TO RECORD-STATUS-BOOK
                   PERFORM 2800-WRITE-PROPOSAL
                   MOVE "I" TO RECORD-STATUS-BOOK
               END-IF
               IF SRT-NAME NOT = SPACES
                   PERFORM 3000-COMPARE-NAMES
                   IF WS-NAME-DIFFERS
                       ADD 1 TO WS-NAME-DIFF-COUNT
                       MOVE "3" TO WS-PRINT-GROUP
                       PERFORM 2900-ADD-DISCREPANCY
                   END-IF
               END-IF
           END-IF.

       2600-CLASSIFY-SITUATION.
           MOVE "O" TO WS-SIT-CLASS
           IF PERSON-TYPE-BOOK = "J"
               EVALUATE SRT-SITUATION
                   WHEN "01"
                       MOVE "C" TO WS-SIT-CLASS
                   WHEN "02"
                       MOVE "A" TO WS-SIT-CLASS
                   WHEN "03"
                       MOVE "C" TO WS-SIT-CLASS
                   WHEN "04"
                       MOVE "C" TO WS-SIT-CLASS
                   WHEN "08"
                       MOVE "C" TO WS-SIT-CLASS
               END-EVALUATE
           ELSE
               EVALUATE SRT-SITUATION
                   WHEN "00"
                       MOVE "A" TO WS-SIT-CLASS
                   WHEN "03"
                       MOVE "C" TO WS-SIT-CLASS
                   WHEN "05"
                       MOVE "C" TO WS-SIT-CLASS
                   WHEN "08"
                       MOVE "C" TO WS-SIT-CLASS
                   WHEN "09"
                       MOVE "C" TO WS-SIT-CLASS
               END-EVALUATE
           END-IF.

       2700-SET-SITUATION-TEXT.
      *            WS-DT-KEY (1:1) IS THE PERSON TYPE OF THE ENTRY
      *            BEING PRINTED -- THE SAME CODE MEANS DIFFERENT
      *            THINGS FOR A CNPJ AND A CPF.
           MOVE SPACES TO WS-SIT-TEXT
           IF WS-DT-KEY (WS-DT-IDX) (1:1) = "J"
               EVALUATE WS-DT-SITUATION (WS-DT-IDX)
                   WHEN "01"
                       MOVE "NULA" TO WS-SIT-TEXT
                   WHEN "02"
                       MOVE "ATIVA" TO WS-SIT-TEXT
                   WHEN "03"
                       MOVE "SUSPENSA" TO WS-SIT-TEXT
                   WHEN "04"
                       MOVE "INAPTA" TO WS-SIT-TEXT
                   WHEN "08"
                       MOVE "BAIXADA" TO WS-SIT-TEXT
                   WHEN SPACES
                       MOVE "NOT FOUND" TO WS-SIT-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN CODE" TO WS-SIT-TEXT
               END-EVALUATE
           ELSE
               EVALUATE WS-DT-SITUATION (WS-DT-IDX)
                   WHEN "00"
                       MOVE "REGULAR" TO WS-SIT-TEXT
                   WHEN "02"
                       MOVE "SUSPENSA" TO WS-SIT-TEXT
                   WHEN "03"
                       MOVE "TITULAR FALECIDO" TO WS-SIT-TEXT
                   WHEN "04"
                       MOVE "PENDENTE DE REGULAR" TO WS-SIT-TEXT
                   WHEN "05"
                       MOVE "CANCELADA MULTIPLIC" TO WS-SIT-TEXT
                   WHEN "08"
                       MOVE "NULA" TO WS-SIT-TEXT
                   WHEN "09"
                       MOVE "CANCELADA DE OFICIO" TO WS-SIT-TEXT
                   WHEN SPACES
                       MOVE "NOT FOUND" TO WS-SIT-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN CODE" TO WS-SIT-TEXT
               END-EVALUATE
           END-IF.

       2800-WRITE-PROPOSAL.
      *            THE FULL CURRENT IMAGE WITH ONLY THE STATUS
      *            CHANGED -- COBLOAD'S C REPLACES THE WHOLE RECORD.
      *            NO EFFECTIVE DATE: RELEASED THE NIGHT IT IS ADDED
      *            TO COBTRANK AFTER REVIEW.
           MOVE "C" TO PRP-TRAN-CODE
           MOVE COPYBOOK TO PRP-TRAN-DATA
           MOVE "00" TO PRP-RECYCLE-COUNT
           MOVE SPACES TO PRP-EFFECTIVE-DATE
           WRITE PROPOSAL-RECORD
           ADD 1 TO WS-PROPOSAL-COUNT
           IF WS-DISC-COUNT > 0
               IF WS-DT-KEY (WS-DISC-COUNT) =
                   MASTER-KEY-BOOK OF COPYBOOK-KEY
                   MOVE "Y" TO WS-DT-PROPOSED (WS-DISC-COUNT)
               END-IF
           END-IF.

       2900-ADD-DISCREPANCY.
           IF WS-DISC-COUNT < WS-DISC-MAX
               ADD 1 TO WS-DISC-COUNT
               MOVE WS-PRINT-GROUP TO WS-DT-GROUP (WS-DISC-COUNT)
               MOVE MASTER-KEY-BOOK OF COPYBOOK-KEY TO
                   WS-DT-KEY (WS-DISC-COUNT)
               MOVE NAME-BOOK TO WS-DT-NAME (WS-DISC-COUNT)
               MOVE RECORD-STATUS-BOOK TO WS-DT-STATUS (WS-DISC-COUNT)
      *            A GROUP 2 RECORD HAS NO RECEITA SIDE. THE SORT
      *            RECORD THEN HOLDS THE NEXT, NOT YET MATCHED, RECEITA
      *            KEY AND MUST BE LEFT AS IT IS FOR THAT MATCH.
               IF WS-PRINT-GROUP = "2"
                   MOVE SPACES TO WS-DT-SITUATION (WS-DISC-COUNT)
                   MOVE SPACES TO WS-DT-SIT-DATE (WS-DISC-COUNT)
                   MOVE SPACES TO WS-DT-RFB-NAME (WS-DISC-COUNT)
               ELSE
                   MOVE SRT-SITUATION TO
                       WS-DT-SITUATION (WS-DISC-COUNT)
                   MOVE SRT-SITUATION-DATE TO
                       WS-DT-SIT-DATE (WS-DISC-COUNT)
                   MOVE SRT-NAME TO WS-DT-RFB-NAME (WS-DISC-COUNT)
               END-IF
               MOVE "N" TO WS-DT-PROPOSED (WS-DISC-COUNT)
           ELSE
               DISPLAY "COBRFB1: DISCREPANCY TABLE FULL AT "
                   WS-DISC-MAX " ENTRIES, KEY NOT LISTED: "
                   MASTER-KEY-BOOK OF COPYBOOK-KEY
           END-IF.

       3000-COMPARE-NAMES.
           MOVE NAME-BOOK TO WS-NORM-IN
           PERFORM 3100-NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-NORM-OURS
           MOVE WS-NORM-LEN TO WS-NORM-OURS-LEN
           MOVE SRT-NAME TO WS-NORM-IN
           PERFORM 3100-NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-NORM-THEIRS

           MOVE "N" TO WS-NAME-DIFF-SWITCH
           IF NAME-BOOK (50:1) NOT = SPACE
               AND WS-NORM-OURS-LEN > 0
               IF WS-NORM-OURS (1:WS-NORM-OURS-LEN) NOT =
                   WS-NORM-THEIRS (1:WS-NORM-OURS-LEN)
                   MOVE "Y" TO WS-NAME-DIFF-SWITCH
               END-IF
           ELSE
               IF WS-NORM-OURS NOT = WS-NORM-THEIRS
                   MOVE "Y" TO WS-NAME-DIFF-SWITCH
               END-IF
           END-IF.

       3100-NORMALIZE-NAME.
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZEROS TO WS-NORM-LEN
           MOVE SPACES TO WS-WORD
           MOVE ZEROS TO WS-WORD-LEN
           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 50
               MOVE WS-NORM-IN (WS-CHAR-IDX:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z")
                   OR (WS-CHAR >= "0" AND WS-CHAR <= "9")
                   IF WS-WORD-LEN < 20
                       ADD 1 TO WS-WORD-LEN
                       MOVE WS-CHAR TO WS-WORD (WS-WORD-LEN:1)
                   END-IF
               ELSE
                   PERFORM 3200-FLUSH-WORD
               END-IF
           END-PERFORM
           PERFORM 3200-FLUSH-WORD.

       3200-FLUSH-WORD.
           IF WS-WORD-LEN > 0
               IF NOT WS-STOP-WORD
                   IF WS-NORM-LEN > 0
                       ADD 1 TO WS-NORM-LEN
                   END-IF
                   IF WS-NORM-LEN + WS-WORD-LEN <= 60
                       MOVE WS-WORD (1:WS-WORD-LEN) TO
                           WS-NORM-OUT (WS-NORM-LEN + 1:WS-WORD-LEN)
                       ADD WS-WORD-LEN TO WS-NORM-LEN
                   END-IF
               END-IF
               MOVE SPACES TO WS-WORD
               MOVE ZEROS TO WS-WORD-LEN
           END-IF.

       4000-PRINT-GROUPS.
           MOVE "1" TO WS-PRINT-GROUP
           MOVE "1 - ACTIVE WITH US, CLOSED AT THE RECEITA"
               TO WS-SEC-TITLE
           PERFORM 4100-PRINT-ONE-GROUP
           MOVE "2" TO WS-PRINT-GROUP
           MOVE "2 - ACTIVE WITH US, NOT FOUND AT THE RECEITA"
               TO WS-SEC-TITLE
           PERFORM 4100-PRINT-ONE-GROUP
           MOVE "3" TO WS-PRINT-GROUP
           MOVE "3 - NAME DIFFERS MATERIALLY FROM NAME-BOOK"
               TO WS-SEC-TITLE
           PERFORM 4100-PRINT-ONE-GROUP
           MOVE "4" TO WS-PRINT-GROUP
           MOVE "4 - ACTIVE AT THE RECEITA, INACTIVE WITH US"
               TO WS-SEC-TITLE
           PERFORM 4100-PRINT-ONE-GROUP.

       4100-PRINT-ONE-GROUP.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DISC-COUNT
               IF WS-DT-GROUP (WS-DT-IDX) = WS-PRINT-GROUP
                   PERFORM 4200-PRINT-DISCREPANCY
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           ADD 1 TO WS-LINE-COUNT.

       4200-PRINT-DISCREPANCY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO WS-DOC-FORMATTED
           STRING WS-DT-KEY (WS-DT-IDX) (1:1) "-"
               WS-DT-KEY (WS-DT-IDX) (2:14)
               DELIMITED BY SIZE INTO WS-DOC-FORMATTED
           END-STRING
           PERFORM 2700-SET-SITUATION-TEXT
           MOVE WS-DOC-FORMATTED TO WS-DTL-DOC
           MOVE WS-DT-NAME (WS-DT-IDX) TO WS-DTL-NAME
           MOVE WS-DT-STATUS (WS-DT-IDX) TO WS-DTL-STATUS
           MOVE WS-DT-SITUATION (WS-DT-IDX) TO WS-DTL-SIT-CODE
           MOVE WS-SIT-TEXT TO WS-DTL-SIT-TEXT
           MOVE WS-DT-SIT-DATE (WS-DT-IDX) TO WS-DTL-SIT-DATE
           EVALUATE TRUE
               WHEN WS-DT-PROPOSED (WS-DT-IDX) = "Y"
                   AND WS-PRINT-GROUP = "1"
                   MOVE "PROPOSED C - STATUS TO I"
                       TO WS-DTL-PROPOSAL
               WHEN WS-DT-PROPOSED (WS-DT-IDX) = "Y"
                   AND WS-PRINT-GROUP = "4"
                   MOVE "PROPOSED C - STATUS TO A"
                       TO WS-DTL-PROPOSAL
               WHEN OTHER
                   MOVE "REVIEW ONLY" TO WS-DTL-PROPOSAL
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-PRINT-GROUP = "3"
               MOVE WS-DT-RFB-NAME (WS-DT-IDX) TO WS-RNL-NAME
               WRITE REPORT-LINE FROM WS-RFB-NAME-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

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
           MOVE "RECEITA RECORDS READ        : " TO WS-TOT-LABEL
           MOVE WS-RFB-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "RECEITA DUPLICATE KEYS      : " TO WS-TOT-LABEL
           MOVE WS-RFB-DUP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "RECEITA KEYS NOT ON MASTER  : " TO WS-TOT-LABEL
           MOVE WS-RFB-ONLY-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "MASTER RECORDS READ         : " TO WS-TOT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "MASTER RECORDS CHECKED      : " TO WS-TOT-LABEL
           MOVE WS-CHECKED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "1 CLOSED AT THE RECEITA     : " TO WS-TOT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "2 NOT FOUND AT THE RECEITA  : " TO WS-TOT-LABEL
           MOVE WS-NOT-FOUND-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "3 NAME DIFFERS              : " TO WS-TOT-LABEL
           MOVE WS-NAME-DIFF-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "4 REACTIVATED AT RECEITA    : " TO WS-TOT-LABEL
           MOVE WS-REACTIVATED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "PROPOSED TRANSACTIONS       : " TO WS-TOT-LABEL
           MOVE WS-PROPOSAL-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8000-TERMINATE.
           IF NOT WS-FATAL
               CLOSE RFB-FILE
               CLOSE MASTER-FILE
               CLOSE PROPOSAL-FILE
               CLOSE REPORT-FILE
               PERFORM 8100-WRITE-RUN-CONTROL
           END-IF
           DISPLAY "COBRFB1: RECEITA RECORDS   = " WS-RFB-READ-COUNT
           DISPLAY "COBRFB1: MASTER CHECKED    = " WS-CHECKED-COUNT
           DISPLAY "COBRFB1: CLOSED AT RECEITA = " WS-CLOSED-COUNT
           DISPLAY "COBRFB1: NOT AT RECEITA    = " WS-NOT-FOUND-COUNT
           DISPLAY "COBRFB1: NAME DIFFERS      = " WS-NAME-DIFF-COUNT
           DISPLAY "COBRFB1: REACTIVATED       = " WS-REACTIVATED-COUNT
           DISPLAY "COBRFB1: PROPOSALS WRITTEN = " WS-PROPOSAL-COUNT.

       8100-WRITE-RUN-CONTROL.
      *            IN = MASTER RECORDS CHECKED, OUT = PROPOSED
      *            TRANSACTIONS. THIS STEP ONLY REPORTS AND PROPOSES,
      *            SO NOTHING IS REJECTED OR IN ERROR -- THE SAME
      *            ARRANGEMENT AS COBRECON.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBRFB1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-CHECKED-COUNT TO RUN-IN-COUNT
           MOVE WS-PROPOSAL-COUNT TO RUN-OUT-COUNT
           MOVE ZEROS TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
