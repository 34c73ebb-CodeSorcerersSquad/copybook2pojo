       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBSUS1                                              *
      * DESCRIPTION: PHONETIC NAME-AND-ADDRESS SUSPECT-MATCH STEP.     *
      *              COBRECON ONLY CATCHES DUPLICATES THAT SHARE A     *
      *              DOCUMENT OR A ROOT CNPJ. THE SAME PERSON OR       *
      *              COMPANY KEYED UNDER TWO DIFFERENT CPFS OR CNPJS   *
      *              (A TYPO THAT STILL PASSES THE CHECK DIGIT, OR ON  *
      *              PURPOSE) SLIPS PAST IT. THIS PERIODIC STEP READS  *
      *              COBMAST, BUILDS A PORTUGUESE PHONETIC KEY FROM    *
      *              NAME-BOOK AND A NORMALISED ADDRESS KEY FROM       *
      *              STREET-BOOK/NUMBER-ADDR-BOOK/POSTAL-CODE-BOOK,    *
      *              SORTS ON BOTH, AND PAIRS EVERY TWO RECORDS OF THE *
      *              SAME PERSON TYPE THAT AGREE ON BOTH KEYS. EACH    *
      *              PAIR IS SCORED AND LISTED ON COBRPT25 IN          *
      *              DESCENDING SCORE ORDER, AND A DECISION CARD IS    *
      *              WRITTEN FOR IT TO COBSUSDC IN THE COBRSLDC LAYOUT *
      *              COBRSL1 READS. NOTHING IS APPLIED HERE: FRAUD     *
      *              REVIEW KEEPS THE CARDS FOR THE PAIRS THAT ARE     *
      *              REAL MERGES AND PASSES THEM TO COBRSL1.           *
      *              'X' (ANONYMIZED) RECORDS AND RECORDS WITH NO      *
      *              USABLE CEP ARE NOT PAIRED. TWO BRANCHES OF ONE    *
      *              ROOT CNPJ ARE NEVER PAIRED -- THEY ARE THE SAME   *
      *              COMPANY ON PURPOSE, AND COBRECON WATCHES THEM.    *
      *                                                                *
      * PHONETIC KEY                                                  *
      *   NAME-BOOK IS CUT INTO WORDS OF LETTERS AND DIGITS, THE SAME *
      *   CONNECTORS AND COMPANY-FORM WORDS COBRFB1 DROPS ARE DROPPED *
      *   ("JOSE DA SILVA" = "JOSE SILVA"), AND EACH WORD IS CODED:   *
      *     CH SH -> X   LH -> L   NH -> N   PH -> F   QU Q -> K      *
      *     C BEFORE E/I -> S, OTHERWISE K   SC BEFORE E/I -> S       *
      *     G BEFORE E/I -> J   GU BEFORE E/I -> G   Z -> S   W -> V  *
      *     Y -> I   N BEFORE A CONSONANT OR AT THE END -> M          *
      *     H OTHERWISE SILENT   A LETTER REPEATED IS WRITTEN ONCE    *
      *   SO SOUZA/SOUSA, THIAGO/TIAGO, LUIZ/LUIS, RAPHAEL/RAFAEL,    *
      *   CAMILLA/CAMILA AND YASMIN/IASMIM EACH CODE ALIKE.           *
      *                                                                *
      * ADDRESS KEY                                                   *
      *   CEP (ALL EIGHT DIGITS, NOT ZERO) + HOUSE NUMBER (DIGITS     *
      *   ONLY, LEADING ZEROS DROPPED; NONE = S/N) + STREET (LETTERS  *
      *   AND DIGITS, A LEADING RUA/R/AV/AVENIDA/AL/TV/PC/EST/ROD AND *
      *   DA/DE/DO/DAS/DOS DROPPED).                                  *
      *                                                                *
      * SCORE (0-100)                                                 *
      *   NAME   40 WHEN THE NAMES ARE THE SAME LETTER FOR LETTER     *
      *          AFTER CONNECTORS ARE DROPPED, 25 WHEN THEY ONLY      *
      *          SOUND ALIKE                                          *
      *   ADDR   20 FOR THE ADDRESS KEY, +10 WHEN STREET-BOOK AND     *
      *          NUMBER-ADDR-BOOK ARE KEYED IDENTICALLY, +5 SAME      *
      *          CITY-BOOK, +5 SAME STATE-BOOK                        *
      *   DOC    +15 WHEN THE DOCUMENTS (CHECK DIGITS ASIDE) DIFFER   *
      *          IN ONE DIGIT, +10 IN TWO -- THE TYPO CASE            *
      *   STATUS +5 WHEN BOTH RECORDS ARE 'A'                         *
      *                                                                *
      * DECISION CARDS                                                *
      *   THE SURVIVOR IS THE 'A' RECORD OF THE PAIR (THE LOWER KEY   *
      *   WHEN BOTH OR NEITHER ARE 'A'). THE CARD PROPOSES F (FOLD)   *
      *   WHEN THE LOSER WAS MAINTAINED MORE RECENTLY THAN THE        *
      *   SURVIVOR -- ITS NAME AND ADDRESS ARE THE FRESHER ONES --    *
      *   AND D (DELETE THE LOSER) OTHERWISE. THE REVIEWER MAY CHANGE *
      *   THE ACTION OR SWAP THE KEYS BEFORE THE CARD GOES TO         *
      *   COBRSL1. A RECORD IN SEVERAL PAIRS GETS SEVERAL CARDS;      *
      *   COBRSL1 SKIPS A CARD WHOSE KEY IS ALREADY GONE.             *
      *                                                                *
      * FILES                                                         *
      *   COBMAST   THE MASTER (READ ONLY)                            *
      *   COBSUSDC  PROPOSED DECISION CARDS, COBRSLDC LAYOUT          *
      *   COBRPT25  SUSPECT PAIR LISTING                              *
      *   SORTWK01  SORT WORK FILE                                    *
      ******************************************************************
       PROGRAM-ID. COBSUS1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "COBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY-BOOK OF COPYBOOK-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DECISION-FILE ASSIGN TO "COBSUSDC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT25"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY copybook.

       FD  DECISION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-RECORD.
           05  DEC-SURVIVOR-KEY         PIC X(15).
           05  FILLER                   PIC X(01).
           05  DEC-LOSER-KEY            PIC X(15).
           05  FILLER                   PIC X(01).
           05  DEC-ACTION               PIC X(01).
      *            D = DELETE THE LOSER  F = FOLD NAME/ADDRESS INTO
      *            THE SURVIVOR, THEN DELETE THE LOSER (AS COBRSL1)
           05  FILLER                   PIC X(47).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       SD  SORT-FILE.
      *            FIRST SORT: CANDIDATES BY PERSON TYPE, ADDRESS KEY
      *            AND PHONETIC KEY, SO EVERY SUSPECT GROUP IS ONE RUN
       01  SORT-MATCH-RECORD.
           05  SRT-MATCH-KEY.
               10  SRT-PERSON-TYPE      PIC X(01).
               10  SRT-ADDR-KEY         PIC X(23).
               10  SRT-PHON-KEY         PIC X(40).
           05  SRT-MASTER-KEY           PIC X(15).
           05  SRT-NORM-NAME            PIC X(60).
           05  SRT-IMAGE                PIC X(122).
      *            SECOND SORT: THE PAIRS FOUND, HIGHEST SCORE FIRST
       01  SORT-PAIR-RECORD.
           05  SRP-SCORE                PIC 9(03).
           05  SRP-PAIR-IDX             PIC 9(05).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-DECISION-STATUS           PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-MASTER-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-MASTER-EOF           VALUE "Y".
       01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SORT-EOF             VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED        VALUE "Y".

       01  WS-MASTER-READ-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-CANDIDATE-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-NO-ADDRESS-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-SUSPECT-GROUP-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-CARD-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-FOLD-CARD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-DELETE-CARD-COUNT         PIC 9(07) VALUE ZEROS.

      *            THE RECORDS OF ONE SUSPECT GROUP (ONE RUN OF EQUAL
      *            MATCH KEYS OFF THE FIRST SORT), IN KEY ORDER.
       01  WS-GROUP-MAX                 PIC 9(03) VALUE 100.
       01  WS-GROUP-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-GI                        PIC 9(03).
       01  WS-GJ                        PIC 9(03).
       01  WS-SURV-IDX                  PIC 9(03).
       01  WS-LOSE-IDX                  PIC 9(03).
       01  WS-CURRENT-MATCH-KEY         PIC X(64).
       01  WS-GROUP-TABLE.
           05  WS-GT-ENTRY OCCURS 100 TIMES.
               10  WS-GT-KEY           PIC X(15).
               10  WS-GT-NORM-NAME     PIC X(60).
               10  WS-GT-IMAGE         PIC X(122).

      *            EVERY PAIR FOUND, HELD SO THE SECOND SORT CAN
      *            ORDER THEM BY SCORE.
       01  WS-PAIR-MAX                  PIC 9(05) VALUE 20000.
       01  WS-PAIR-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-PT-IDX                    PIC 9(05).
       01  WS-PAIR-TABLE.
           05  WS-PT-ENTRY OCCURS 20000 TIMES.
               10  WS-PT-SCORE         PIC 9(03).
               10  WS-PT-ACTION        PIC X(01).
               10  WS-PT-NAME-EXACT    PIC X(01).
               10  WS-PT-DOC-DIFF      PIC 9(02).
               10  WS-PT-SURV-IMAGE    PIC X(122).
               10  WS-PT-LOSE-IMAGE    PIC X(122).

      *            SCORING WORK AREAS
       01  WS-SCORE                     PIC 9(03).
       01  WS-DOC-DIFF                  PIC 9(02).
       01  WS-DOC-FROM                  PIC 9(02).
       01  WS-DOC-IDX                   PIC 9(02).
       01  WS-NAME-EXACT-SWITCH         PIC X(01).
           88  WS-NAME-EXACT           VALUE "Y".
       01  WS-IMAGE-A                   PIC X(122).
       01  WS-IMAGE-B                   PIC X(122).

      *            NAME KEY WORK AREAS -- WS-NORM-OUT IS THE NAME
      *            WITH CONNECTORS DROPPED, WS-PHON-KEY THE SAME WORDS
      *            PHONETICALLY CODED
       01  WS-NORM-IN                   PIC X(50).
       01  WS-NORM-OUT                  PIC X(60).
       01  WS-NORM-LEN                  PIC 9(02).
       01  WS-PHON-KEY                  PIC X(40).
       01  WS-PHON-LEN                  PIC 9(02).
       01  WS-CHAR-IDX                  PIC 9(02).
       01  WS-CODE-IDX                  PIC 9(02).
       01  WS-CHAR                      PIC X(01).
       01  WS-WORD                      PIC X(20).
           88  WS-STOP-WORD            VALUES "DA" "DE" "DO" "DAS"
                                       "DOS" "E" "LTDA" "S" "A"
                                       "SA" "ME" "EPP" "EIRELI"
                                       "CIA".
       01  WS-WORD-LEN                  PIC 9(02).
       01  WS-CODE                      PIC X(20).
       01  WS-CODE-LEN                  PIC 9(02).
       01  WS-CODE-CHAR                 PIC X(01).
       01  WS-NEXT-1                    PIC X(01).
       01  WS-NEXT-2                    PIC X(01).
       01  WS-SKIP-COUNT                PIC 9(01).

      *            ADDRESS KEY WORK AREAS
       01  WS-ADDR-OK-SWITCH            PIC X(01).
           88  WS-ADDR-OK              VALUE "Y".
       01  WS-ADDR-KEY.
           05  WS-AK-POSTAL             PIC X(08).
           05  WS-AK-NUMBER             PIC X(05).
           05  WS-AK-STREET             PIC X(10).
       01  WS-AK-LEN                    PIC 9(02).
       01  WS-STREET-IN                 PIC X(10).
       01  WS-STREET-WORD               PIC X(10).
           88  WS-STREET-TYPE-WORD     VALUES "R" "RUA" "AV" "AVEN"
                                       "AVENIDA" "AL" "TV" "TRAV"
                                       "PC" "PCA" "EST" "ROD".
           88  WS-STREET-STOP-WORD     VALUES "DA" "DE" "DO" "DAS"
                                       "DOS".
       01  WS-STREET-WORD-LEN           PIC 9(02).
       01  WS-STREET-WORD-NUMBER        PIC 9(02).
       01  WS-STREET-TYPE               PIC X(10).

       01  WS-DOC-FORMATTED             PIC X(16).

       01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.

       01  WS-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "COBSUS1 - NAME/ADDRESS SUSPECT PAIRS".
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE               PIC ZZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "SCORE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "ROLE".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "DOCUMENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE "NAME-BOOK".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "ST".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "MAINT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(35) VALUE "MATCH".

       01  WS-PAIR-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-SCORE              PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-ROLE               PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-DOC                PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-NAME               PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-STATUS             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-MAINT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-MATCH              PIC X(35).

       01  WS-ADDRESS-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "ADDRESS: ".
           05  WS-AL-STREET             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-AL-NUMBER             PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-AL-CITY               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-AL-STATE              PIC X(02).
           05  FILLER                  PIC X(05) VALUE " CEP ".
           05  WS-AL-POSTAL             PIC X(08).
           05  FILLER                  PIC X(67) VALUE SPACES.

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
           MOVE "COBSUS1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-MATCH-KEY SRT-MASTER-KEY
                   INPUT PROCEDURE IS 1500-LOAD-MASTER
                   OUTPUT PROCEDURE IS 2000-FIND-PAIRS
               SORT SORT-FILE
                   ON DESCENDING KEY SRP-SCORE
                   ON ASCENDING KEY SRP-PAIR-IDX
                   INPUT PROCEDURE IS 4000-RELEASE-PAIRS
                   OUTPUT PROCEDURE IS 5000-PRINT-PAIRS
           END-IF
           IF WS-REPORT-OPENED
               PERFORM 7000-PRINT-FOOTER
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "COBSUS1: UNABLE TO OPEN COBMAST, STATUS="
                   WS-MASTER-STATUS
               MOVE "Y" TO WS-FATAL-SWITCH
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT DECISION-FILE
               IF WS-DECISION-STATUS NOT = "00"
                   DISPLAY "COBSUS1: UNABLE TO OPEN COBSUSDC, STATUS="
                       WS-DECISION-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
                   MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               ELSE
                   DISPLAY "COBSUS1: UNABLE TO OPEN COBRPT25, STATUS="
                       WS-REPORT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF WS-FATAL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 99 TO WS-LINE-COUNT
           END-IF.

      *            SORT INPUT PROCEDURE -- ONE CANDIDATE PER MASTER
      *            RECORD THAT CAN BE KEYED ON BOTH NAME AND ADDRESS.
       1500-LOAD-MASTER.
           PERFORM 1600-READ-MASTER
           PERFORM 1550-RELEASE-ONE UNTIL WS-MASTER-EOF.

       1550-RELEASE-ONE.
           IF RECORD-STATUS-BOOK = "A" OR RECORD-STATUS-BOOK = "I"
               PERFORM 3000-BUILD-NAME-KEY
               PERFORM 3500-BUILD-ADDRESS-KEY
               IF NOT WS-ADDR-OK
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               ELSE
                   IF WS-PHON-LEN > 0
                       ADD 1 TO WS-CANDIDATE-COUNT
                       MOVE PERSON-TYPE-BOOK TO SRT-PERSON-TYPE
                       MOVE WS-ADDR-KEY TO SRT-ADDR-KEY
                       MOVE WS-PHON-KEY TO SRT-PHON-KEY
                       MOVE MASTER-KEY-BOOK OF COPYBOOK-KEY TO
                           SRT-MASTER-KEY
                       MOVE WS-NORM-OUT TO SRT-NORM-NAME
                       MOVE COPYBOOK TO SRT-IMAGE
                       RELEASE SORT-MATCH-RECORD
                   END-IF
               END-IF
           END-IF
           PERFORM 1600-READ-MASTER.

       1600-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
           END-READ.

      *            SORT OUTPUT PROCEDURE -- EACH RUN OF EQUAL MATCH
      *            KEYS IS ONE GROUP; A GROUP OF TWO OR MORE IS PAIRED.
       2000-FIND-PAIRS.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           PERFORM 2150-RETURN-MATCH
           PERFORM 2050-LOAD-ONE-GROUP UNTIL WS-SORT-EOF.

       2050-LOAD-ONE-GROUP.
           MOVE SRT-MATCH-KEY TO WS-CURRENT-MATCH-KEY
           MOVE ZEROS TO WS-GROUP-COUNT
           PERFORM 2100-ADD-TO-GROUP
               UNTIL WS-SORT-EOF
               OR SRT-MATCH-KEY NOT = WS-CURRENT-MATCH-KEY
           IF WS-GROUP-COUNT > 1
               ADD 1 TO WS-SUSPECT-GROUP-COUNT
               PERFORM 2200-PAIR-WITH-REST
                   VARYING WS-GI FROM 1 BY 1
                   UNTIL WS-GI >= WS-GROUP-COUNT
           END-IF.

       2100-ADD-TO-GROUP.
           IF WS-GROUP-COUNT < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE SRT-MASTER-KEY TO WS-GT-KEY (WS-GROUP-COUNT)
               MOVE SRT-NORM-NAME TO WS-GT-NORM-NAME (WS-GROUP-COUNT)
               MOVE SRT-IMAGE TO WS-GT-IMAGE (WS-GROUP-COUNT)
           ELSE
               DISPLAY "COBSUS1: SUSPECT GROUP FULL AT "
                   WS-GROUP-MAX " RECORDS, KEY NOT PAIRED: "
                   SRT-MASTER-KEY
           END-IF
           PERFORM 2150-RETURN-MATCH.

       2150-RETURN-MATCH.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       2200-PAIR-WITH-REST.
           PERFORM VARYING WS-GJ FROM WS-GI BY 1
                   UNTIL WS-GJ > WS-GROUP-COUNT
               IF WS-GJ > WS-GI
                   PERFORM 2300-SCORE-PAIR
               END-IF
           END-PERFORM.

       2300-SCORE-PAIR.
      *            TWO BRANCHES OF ONE ROOT CNPJ ARE ONE COMPANY BY
      *            DESIGN, NOT A SUSPECT PAIR.
           MOVE WS-GT-IMAGE (WS-GI) TO WS-IMAGE-A
           MOVE WS-GT-IMAGE (WS-GJ) TO WS-IMAGE-B
           IF WS-IMAGE-A (51:1) = "J"
               AND WS-IMAGE-A (52:8) = WS-IMAGE-B (52:8)
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-SCORE
               MOVE "N" TO WS-NAME-EXACT-SWITCH
               IF WS-GT-NORM-NAME (WS-GI) = WS-GT-NORM-NAME (WS-GJ)
                   MOVE "Y" TO WS-NAME-EXACT-SWITCH
                   ADD 40 TO WS-SCORE
               ELSE
                   ADD 25 TO WS-SCORE
               END-IF

      *            STREET-BOOK THROUGH NUMBER-ADDR-BOOK (66:15),
      *            CITY-BOOK (81:10), STATE-BOOK (91:2)
               ADD 20 TO WS-SCORE
               IF WS-IMAGE-A (66:15) = WS-IMAGE-B (66:15)
                   ADD 10 TO WS-SCORE
               END-IF
               IF WS-IMAGE-A (81:10) = WS-IMAGE-B (81:10)
                   ADD 5 TO WS-SCORE
               END-IF
               IF WS-IMAGE-A (91:2) = WS-IMAGE-B (91:2)
                   ADD 5 TO WS-SCORE
               END-IF

               PERFORM 2400-COUNT-DOC-DIFF
               EVALUATE WS-DOC-DIFF
                   WHEN 1
                       ADD 15 TO WS-SCORE
                   WHEN 2
                       ADD 10 TO WS-SCORE
               END-EVALUATE

      *            RECORD-STATUS-BOOK (101:1)
               IF WS-IMAGE-A (101:1) = "A" AND WS-IMAGE-B (101:1) = "A"
                   ADD 5 TO WS-SCORE
               END-IF

      *            THE GROUP IS IN KEY ORDER, SO WS-GI HOLDS THE LOWER
      *            KEY -- IT SURVIVES UNLESS ONLY WS-GJ IS ACTIVE.
               IF WS-IMAGE-B (101:1) = "A"
                   AND WS-IMAGE-A (101:1) NOT = "A"
                   MOVE WS-GJ TO WS-SURV-IDX
                   MOVE WS-GI TO WS-LOSE-IDX
               ELSE
                   MOVE WS-GI TO WS-SURV-IDX
                   MOVE WS-GJ TO WS-LOSE-IDX
               END-IF
               PERFORM 2500-ADD-PAIR
           END-IF.

       2400-COUNT-DOC-DIFF.
      *            THE DOCUMENT WITHOUT ITS CHECK DIGITS: NUMBER-BOOK
      *            FOR A CPF (IMAGE 55:9), ROOT AND BRANCH FOR A CNPJ
      *            (IMAGE 52:12).
           MOVE ZEROS TO WS-DOC-DIFF
           IF WS-IMAGE-A (51:1) = "F"
               MOVE 55 TO WS-DOC-FROM
           ELSE
               MOVE 52 TO WS-DOC-FROM
           END-IF
           PERFORM VARYING WS-DOC-IDX FROM WS-DOC-FROM BY 1
                   UNTIL WS-DOC-IDX > 63
               IF WS-IMAGE-A (WS-DOC-IDX:1) NOT =
                   WS-IMAGE-B (WS-DOC-IDX:1)
                   ADD 1 TO WS-DOC-DIFF
               END-IF
           END-PERFORM.

       2500-ADD-PAIR.
           IF WS-PAIR-COUNT < WS-PAIR-MAX
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-SCORE TO WS-PT-SCORE (WS-PAIR-COUNT)
               MOVE WS-NAME-EXACT-SWITCH TO
                   WS-PT-NAME-EXACT (WS-PAIR-COUNT)
               MOVE WS-DOC-DIFF TO WS-PT-DOC-DIFF (WS-PAIR-COUNT)
               MOVE WS-GT-IMAGE (WS-SURV-IDX) TO
                   WS-PT-SURV-IMAGE (WS-PAIR-COUNT)
               MOVE WS-GT-IMAGE (WS-LOSE-IDX) TO
                   WS-PT-LOSE-IMAGE (WS-PAIR-COUNT)
      *            LAST-MAINT-STAMP-BOOK (102:21) -- A FRESHER LOSER
      *            HAS THE NAME AND ADDRESS WORTH KEEPING.
               IF WS-PT-LOSE-IMAGE (WS-PAIR-COUNT) (102:21) >
                   WS-PT-SURV-IMAGE (WS-PAIR-COUNT) (102:21)
                   MOVE "F" TO WS-PT-ACTION (WS-PAIR-COUNT)
               ELSE
                   MOVE "D" TO WS-PT-ACTION (WS-PAIR-COUNT)
               END-IF
           ELSE
               DISPLAY "COBSUS1: PAIR TABLE FULL AT "
                   WS-PAIR-MAX " PAIRS, PAIR NOT LISTED: "
                   WS-GT-KEY (WS-GI) " " WS-GT-KEY (WS-GJ)
           END-IF.

      *            NAME-BOOK -> WS-NORM-OUT (WORDS, CONNECTORS
      *            DROPPED) AND WS-PHON-KEY (THE SAME WORDS CODED).
       3000-BUILD-NAME-KEY.
           MOVE NAME-BOOK TO WS-NORM-IN
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZEROS TO WS-NORM-LEN
           MOVE SPACES TO WS-PHON-KEY
           MOVE ZEROS TO WS-PHON-LEN
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
                   PERFORM 3100-FLUSH-WORD
               END-IF
           END-PERFORM
           PERFORM 3100-FLUSH-WORD.

       3100-FLUSH-WORD.
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
                   PERFORM 3200-CODE-WORD
                   IF WS-PHON-LEN > 0
                       ADD 1 TO WS-PHON-LEN
                   END-IF
                   IF WS-CODE-LEN > 0
                       AND WS-PHON-LEN + WS-CODE-LEN <= 40
                       MOVE WS-CODE (1:WS-CODE-LEN) TO
                           WS-PHON-KEY (WS-PHON-LEN + 1:WS-CODE-LEN)
                       ADD WS-CODE-LEN TO WS-PHON-LEN
                   END-IF
               END-IF
               MOVE SPACES TO WS-WORD
               MOVE ZEROS TO WS-WORD-LEN
           END-IF.

      *            ONE WORD (WS-WORD) -> ITS PHONETIC CODE (WS-CODE).
      *            WS-SKIP-COUNT STEPS OVER THE SECOND LETTER OF A
      *            DIGRAPH ALREADY CODED WITH THE FIRST.
       3200-CODE-WORD.
           MOVE SPACES TO WS-CODE
           MOVE ZEROS TO WS-CODE-LEN
           MOVE ZEROS TO WS-SKIP-COUNT
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-WORD-LEN
               IF WS-SKIP-COUNT > 0
                   SUBTRACT 1 FROM WS-SKIP-COUNT
               ELSE
                   PERFORM 3300-CODE-LETTER
               END-IF
           END-PERFORM.

       3300-CODE-LETTER.
           MOVE WS-WORD (WS-CODE-IDX:1) TO WS-CHAR
           MOVE SPACE TO WS-NEXT-1
           MOVE SPACE TO WS-NEXT-2
           IF WS-CODE-IDX < WS-WORD-LEN
               MOVE WS-WORD (WS-CODE-IDX + 1:1) TO WS-NEXT-1
           END-IF
           IF WS-CODE-IDX + 1 < WS-WORD-LEN
               MOVE WS-WORD (WS-CODE-IDX + 2:1) TO WS-NEXT-2
           END-IF
           MOVE WS-CHAR TO WS-CODE-CHAR
           EVALUATE WS-CHAR
               WHEN "C"
                   EVALUATE TRUE
                       WHEN WS-NEXT-1 = "H"
                           MOVE "X" TO WS-CODE-CHAR
                           MOVE 1 TO WS-SKIP-COUNT
                       WHEN WS-NEXT-1 = "E" OR WS-NEXT-1 = "I"
                           MOVE "S" TO WS-CODE-CHAR
                       WHEN OTHER
                           MOVE "K" TO WS-CODE-CHAR
                   END-EVALUATE
               WHEN "S"
                   EVALUATE TRUE
                       WHEN WS-NEXT-1 = "H"
                           MOVE "X" TO WS-CODE-CHAR
                           MOVE 1 TO WS-SKIP-COUNT
                       WHEN WS-NEXT-1 = "C"
                           AND (WS-NEXT-2 = "E" OR WS-NEXT-2 = "I")
                           MOVE 1 TO WS-SKIP-COUNT
                   END-EVALUATE
               WHEN "L"
                   IF WS-NEXT-1 = "H"
                       MOVE 1 TO WS-SKIP-COUNT
                   END-IF
               WHEN "N"
                   EVALUATE TRUE
                       WHEN WS-NEXT-1 = "H"
                           MOVE 1 TO WS-SKIP-COUNT
                       WHEN WS-NEXT-1 = "A" OR WS-NEXT-1 = "E"
                           OR WS-NEXT-1 = "I" OR WS-NEXT-1 = "O"
                           OR WS-NEXT-1 = "U" OR WS-NEXT-1 = "Y"
                           CONTINUE
                       WHEN OTHER
                           MOVE "M" TO WS-CODE-CHAR
                   END-EVALUATE
               WHEN "P"
                   IF WS-NEXT-1 = "H"
                       MOVE "F" TO WS-CODE-CHAR
                       MOVE 1 TO WS-SKIP-COUNT
                   END-IF
               WHEN "Q"
                   MOVE "K" TO WS-CODE-CHAR
                   IF WS-NEXT-1 = "U"
                       MOVE 1 TO WS-SKIP-COUNT
                   END-IF
               WHEN "G"
                   EVALUATE TRUE
                       WHEN WS-NEXT-1 = "E" OR WS-NEXT-1 = "I"
                           MOVE "J" TO WS-CODE-CHAR
                       WHEN WS-NEXT-1 = "U"
                           AND (WS-NEXT-2 = "E" OR WS-NEXT-2 = "I")
                           MOVE 1 TO WS-SKIP-COUNT
                   END-EVALUATE
               WHEN "Z"
                   MOVE "S" TO WS-CODE-CHAR
               WHEN "W"
                   MOVE "V" TO WS-CODE-CHAR
               WHEN "Y"
                   MOVE "I" TO WS-CODE-CHAR
               WHEN "H"
                   MOVE SPACE TO WS-CODE-CHAR
           END-EVALUATE
           IF WS-CODE-CHAR NOT = SPACE
               IF WS-CODE-LEN = 0
                   ADD 1 TO WS-CODE-LEN
                   MOVE WS-CODE-CHAR TO WS-CODE (WS-CODE-LEN:1)
               ELSE
                   IF WS-CODE (WS-CODE-LEN:1) NOT = WS-CODE-CHAR
                       ADD 1 TO WS-CODE-LEN
                       MOVE WS-CODE-CHAR TO WS-CODE (WS-CODE-LEN:1)
                   END-IF
               END-IF
           END-IF.

      *            POSTAL-CODE-BOOK + NUMBER-ADDR-BOOK + STREET-BOOK
      *            -> WS-ADDR-KEY. A CEP THAT IS NOT EIGHT DIGITS, OR
      *            IS ALL ZEROS, LEAVES THE RECORD UNPAIRED.
       3500-BUILD-ADDRESS-KEY.
           MOVE "N" TO WS-ADDR-OK-SWITCH
           MOVE SPACES TO WS-ADDR-KEY
           IF POSTAL-CODE-BOOK IS NUMERIC
               AND POSTAL-CODE-BOOK NOT = "00000000"
               MOVE "Y" TO WS-ADDR-OK-SWITCH
               MOVE POSTAL-CODE-BOOK TO WS-AK-POSTAL
               PERFORM 3600-NORMALIZE-NUMBER
               PERFORM 3700-NORMALIZE-STREET
           END-IF.

       3600-NORMALIZE-NUMBER.
           MOVE ZEROS TO WS-AK-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 5
               MOVE NUMBER-ADDR-BOOK (WS-CHAR-IDX:1) TO WS-CHAR
               IF WS-CHAR >= "0" AND WS-CHAR <= "9"
                   IF WS-CHAR NOT = "0" OR WS-AK-LEN > 0
                       ADD 1 TO WS-AK-LEN
                       MOVE WS-CHAR TO WS-AK-NUMBER (WS-AK-LEN:1)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AK-LEN = 0
               MOVE "SN" TO WS-AK-NUMBER
           END-IF.

       3700-NORMALIZE-STREET.
      *            A LEADING STREET-TYPE WORD IS DROPPED ("RUA DAS
      *            FLORES" = "FLORES"), BUT KEPT WHEN NOTHING ELSE IS
      *            LEFT OF THE STREET.
           MOVE STREET-BOOK TO WS-STREET-IN
           INSPECT WS-STREET-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO WS-AK-LEN
           MOVE SPACES TO WS-STREET-WORD
           MOVE ZEROS TO WS-STREET-WORD-LEN
           MOVE ZEROS TO WS-STREET-WORD-NUMBER
           MOVE SPACES TO WS-STREET-TYPE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 10
               MOVE WS-STREET-IN (WS-CHAR-IDX:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z")
                   OR (WS-CHAR >= "0" AND WS-CHAR <= "9")
                   ADD 1 TO WS-STREET-WORD-LEN
                   MOVE WS-CHAR TO
                       WS-STREET-WORD (WS-STREET-WORD-LEN:1)
               ELSE
                   PERFORM 3750-FLUSH-STREET-WORD
               END-IF
           END-PERFORM
           PERFORM 3750-FLUSH-STREET-WORD
           IF WS-AK-LEN = 0
               MOVE WS-STREET-TYPE TO WS-AK-STREET
           END-IF.

       3750-FLUSH-STREET-WORD.
           IF WS-STREET-WORD-LEN > 0
               ADD 1 TO WS-STREET-WORD-NUMBER
               EVALUATE TRUE
                   WHEN WS-STREET-STOP-WORD
                       CONTINUE
                   WHEN WS-STREET-TYPE-WORD
                       AND WS-STREET-WORD-NUMBER = 1
                       MOVE WS-STREET-WORD TO WS-STREET-TYPE
                   WHEN OTHER
                       MOVE WS-STREET-WORD (1:WS-STREET-WORD-LEN) TO
                           WS-AK-STREET (WS-AK-LEN + 1:
                           WS-STREET-WORD-LEN)
                       ADD WS-STREET-WORD-LEN TO WS-AK-LEN
               END-EVALUATE
               MOVE SPACES TO WS-STREET-WORD
               MOVE ZEROS TO WS-STREET-WORD-LEN
           END-IF.

      *            SORT INPUT PROCEDURE -- ONE RECORD PER PAIR FOUND.
       4000-RELEASE-PAIRS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PAIR-COUNT
               MOVE WS-PT-SCORE (WS-PT-IDX) TO SRP-SCORE
               MOVE WS-PT-IDX TO SRP-PAIR-IDX
               RELEASE SORT-PAIR-RECORD
           END-PERFORM.

      *            SORT OUTPUT PROCEDURE -- THE LISTING AND THE CARDS,
      *            HIGHEST SCORE FIRST.
       5000-PRINT-PAIRS.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           PERFORM 5050-RETURN-PAIR
           PERFORM 5100-PRINT-ONE-PAIR UNTIL WS-SORT-EOF.

       5050-RETURN-PAIR.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       5100-PRINT-ONE-PAIR.
           MOVE SRP-PAIR-IDX TO WS-PT-IDX
           MOVE WS-PT-SURV-IMAGE (WS-PT-IDX) TO WS-IMAGE-A
           MOVE WS-PT-LOSE-IMAGE (WS-PT-IDX) TO WS-IMAGE-B
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 3
               PERFORM 6000-PRINT-HEADINGS
           END-IF

           MOVE WS-PT-SCORE (WS-PT-IDX) TO WS-PL-SCORE
           MOVE "SURV" TO WS-PL-ROLE
           PERFORM 5200-FILL-RECORD-LINE
           MOVE SPACES TO WS-PL-MATCH
           IF WS-PT-NAME-EXACT (WS-PT-IDX) = "Y"
               STRING "CARD " WS-PT-ACTION (WS-PT-IDX)
                   " - NAME SPELLED THE SAME"
                   DELIMITED BY SIZE INTO WS-PL-MATCH
               END-STRING
           ELSE
               STRING "CARD " WS-PT-ACTION (WS-PT-IDX)
                   " - NAME SOUNDS THE SAME"
                   DELIMITED BY SIZE INTO WS-PL-MATCH
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM WS-PAIR-LINE

           MOVE ZEROS TO WS-PL-SCORE
           MOVE "LOSE" TO WS-PL-ROLE
           MOVE WS-IMAGE-B TO WS-IMAGE-A
           PERFORM 5200-FILL-RECORD-LINE
           EVALUATE WS-PT-DOC-DIFF (WS-PT-IDX)
               WHEN 1
                   MOVE "DOCUMENT ONE DIGIT APART" TO WS-PL-MATCH
               WHEN 2
                   MOVE "DOCUMENT TWO DIGITS APART" TO WS-PL-MATCH
               WHEN OTHER
                   MOVE SPACES TO WS-PL-MATCH
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-PAIR-LINE

           MOVE WS-PT-SURV-IMAGE (WS-PT-IDX) TO WS-IMAGE-A
           MOVE WS-IMAGE-A (66:10) TO WS-AL-STREET
           MOVE WS-IMAGE-A (76:5) TO WS-AL-NUMBER
           MOVE WS-IMAGE-A (81:10) TO WS-AL-CITY
           MOVE WS-IMAGE-A (91:2) TO WS-AL-STATE
           MOVE WS-IMAGE-A (93:8) TO WS-AL-POSTAL
           WRITE REPORT-LINE FROM WS-ADDRESS-LINE
           ADD 3 TO WS-LINE-COUNT

           MOVE SPACES TO DECISION-RECORD
           MOVE WS-IMAGE-A (51:15) TO DEC-SURVIVOR-KEY
           MOVE WS-IMAGE-B (51:15) TO DEC-LOSER-KEY
           MOVE WS-PT-ACTION (WS-PT-IDX) TO DEC-ACTION
           WRITE DECISION-RECORD
           ADD 1 TO WS-CARD-COUNT
           IF DEC-ACTION = "F"
               ADD 1 TO WS-FOLD-CARD-COUNT
           ELSE
               ADD 1 TO WS-DELETE-CARD-COUNT
           END-IF
           PERFORM 5050-RETURN-PAIR.

       5200-FILL-RECORD-LINE.
      *            WS-IMAGE-A IS THE RECORD TO PRINT.
           MOVE SPACES TO WS-DOC-FORMATTED
           STRING WS-IMAGE-A (51:1) "-" WS-IMAGE-A (52:14)
               DELIMITED BY SIZE INTO WS-DOC-FORMATTED
           END-STRING
           MOVE WS-DOC-FORMATTED TO WS-PL-DOC
           MOVE WS-IMAGE-A (1:50) TO WS-PL-NAME
           MOVE WS-IMAGE-A (101:1) TO WS-PL-STATUS
           MOVE WS-IMAGE-A (102:8) TO WS-PL-MAINT.

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
           MOVE "MASTER RECORDS READ         : " TO WS-TOT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "CANDIDATES KEYED            : " TO WS-TOT-LABEL
           MOVE WS-CANDIDATE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "NOT PAIRED - NO USABLE CEP  : " TO WS-TOT-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "SUSPECT GROUPS              : " TO WS-TOT-LABEL
           MOVE WS-SUSPECT-GROUP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "SUSPECT PAIRS LISTED        : " TO WS-TOT-LABEL
           MOVE WS-CARD-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "  CARDS PROPOSING F (FOLD)  : " TO WS-TOT-LABEL
           MOVE WS-FOLD-CARD-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "  CARDS PROPOSING D (DELETE): " TO WS-TOT-LABEL
           MOVE WS-DELETE-CARD-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8000-TERMINATE.
           IF NOT WS-FATAL
               CLOSE MASTER-FILE
               CLOSE DECISION-FILE
               CLOSE REPORT-FILE
               PERFORM 8100-WRITE-RUN-CONTROL
           END-IF
           DISPLAY "COBSUS1: MASTER RECORDS    = " WS-MASTER-READ-COUNT
           DISPLAY "COBSUS1: CANDIDATES KEYED  = " WS-CANDIDATE-COUNT
           DISPLAY "COBSUS1: NO USABLE CEP     = " WS-NO-ADDRESS-COUNT
           DISPLAY "COBSUS1: SUSPECT GROUPS    = "
               WS-SUSPECT-GROUP-COUNT
           DISPLAY "COBSUS1: CARDS WRITTEN     = " WS-CARD-COUNT.

       8100-WRITE-RUN-CONTROL.
      *            IN = CANDIDATES KEYED, OUT = DECISION CARDS. THIS
      *            STEP ONLY PROPOSES, SO NOTHING IS REJECTED OR IN
      *            ERROR -- THE SAME ARRANGEMENT AS COBRECON.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBSUS1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-CANDIDATE-COUNT TO RUN-IN-COUNT
           MOVE WS-CARD-COUNT TO RUN-OUT-COUNT
           MOVE ZEROS TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
