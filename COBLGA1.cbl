       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBLGA1                                              *
      * DESCRIPTION: LGPD (LEI GERAL DE PROTECAO DE DADOS) ART. 18    *
      *              DATA-SUBJECT ACCESS STATEMENTS. COBLGP1 ERASES;  *
      *              THIS JOB ANSWERS THE MORE COMMON REQUEST -- "TELL *
      *              ME EVERYTHING YOU HOLD ABOUT ME AND WHO YOU SENT  *
      *              IT TO" -- IN ONE RUN INSTEAD OF A MNT1 LOOKUP, A  *
      *              COBAUD01 'K' INQUIRY, A COBRPT02 READ AND A HUNT  *
      *              THROUGH OLD TRANSMISSION FILES.                  *
      *                                                                *
      *              READS A REQUEST FILE OF DOCUMENT KEYS (COBLGARQ) *
      *              AND PRINTS ON COBRPT26 ONE NUMBERED ACCESS        *
      *              STATEMENT PER VALID REQUEST, EACH STARTING ON A   *
      *              NEW PAGE, WITH SIX SECTIONS:                      *
      *                1  THE CURRENT COBMAST RECORD, ITS STATUS AND   *
      *                   LAST-MAINTENANCE STAMP                       *
      *                2  THE CHANGE HISTORY FROM THE AUDIT ARCHIVE    *
      *                   GENERATIONS (COBAUDAR) AND THE ONLINE LOG    *
      *                   (COBAUDIT): WHEN, WHO, THROUGH WHICH PROGRAM *
      *                   AND WHICH FIELDS CHANGED, INCLUDING EACH     *
      *                   CONTACT CHANNEL (COBCONT) ADDED, CHANGED OR  *
      *                   REMOVED                                      *
      *                3  EVERY COBPREL LINK, EITHER END, WITH ROLE    *
      *                   AND START/END DATES                          *
      *                4  EVERY RETAINED COBDELTA/COBBASE FILE THAT    *
      *                   CARRIED THE KEY, BY EXTRACT DATE AND         *
      *                   RECEIVER (COBTXHST)                          *
      *                5  EVERY PHONE AND E-MAIL CHANNEL NOW HELD ON   *
      *                   COBCONT, WITH ITS PREFERRED AND MARKETING    *
      *                   OPT-OUT FLAGS                                *
      *                6  EVERY CORRECTION HELD ON COBAPPR FOR DUAL-   *
      *                   CONTROL APPROVAL, WITH WHO ASKED FOR IT,     *
      *                   ITS STATUS AND THE VALUES IT PROPOSES        *
      *              A SUBJECT NO LONGER ON COBMAST STILL GETS A       *
      *              STATEMENT -- ITS HISTORY AND TRANSMISSIONS ARE    *
      *              EXACTLY WHAT THE SUBJECT IS ENTITLED TO SEE.      *
      *                                                                *
      *              THE LAST PAGE IS THE CONTROL PAGE FOR THE         *
      *              COMPLIANCE FILE: THE SOURCES READ, AND ONE LINE   *
      *              PER REQUEST WITH ITS STATEMENT NUMBER, WHAT WAS   *
      *              FOUND, THE 15-DAY RESPONSE DATE AND WHETHER THAT  *
      *              DATE HAS ALREADY PASSED.                          *
      *                                                                *
      *              THE NAME OF A LINKED INDIVIDUAL IS NOT PRINTED ON *
      *              A COMPANY'S STATEMENT -- IT IS THAT PERSON'S DATA *
      *              -- ONLY THE LINKED DOCUMENT AND ROLE ARE SHOWN.   *
      *                                                                *
      * COBLGARQ REQUEST RECORD: PERSON TYPE + DOCUMENT KEY + A FREE- *
      * FORM REQUEST ID FOR THE LEGAL FILE + THE DATE THE REQUEST WAS *
      * RECEIVED (YYYYMMDD, SPACES = THE CYCLE BUSINESS DATE).        *
      *                                                                *
      * COBAUDAR AND COBTXHST ARE OPTIONAL. POINT COBAUDAR AT THE     *
      * ARCHIVE GENERATIONS (CONCATENATED, OLDEST FIRST) AS FOR       *
      * COBAUD01, AND COBTXHST AT THE RETAINED COBDELTA AND COBBASE   *
      * GENERATIONS (CONCATENATED, OLDEST FIRST). ONE THAT IS NOT     *
      * SUPPLIED IS SAID SO ON EVERY STATEMENT AND ON THE CONTROL     *
      * PAGE, SO AN INCOMPLETE ANSWER NEVER LOOKS LIKE "NOTHING HELD".*
      * FILES CUT BEFORE THE RECEIVER ID WAS CARRIED IN THE HEADER    *
      * SHOW THE RECEIVER AS NOT RECORDED.                            *
      * A COBCONT NOT YET CREATED BY COBCNT1 MEANS NO CHANNELS HELD,  *
      * AND A COBAPPR NOT YET CREATED MEANS NO CORRECTIONS HELD.      *
      ******************************************************************
       PROGRAM-ID. COBLGA1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "COBLGARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT MASTER-FILE ASSIGN TO "COBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY-BOOK OF COPYBOOK-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "COBCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT PENDING-FILE ASSIGN TO "COBAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "COBAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "COBAUDAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REL-FILE ASSIGN TO "COBPREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PARTNER-REL-KEY
               FILE STATUS IS WS-REL-STATUS.

           SELECT TRANS-FILE ASSIGN TO "COBTXHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT26"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-RECORD.
           05  REQ-PERSON-TYPE          PIC X(01).
           05  REQ-DOC-KEY              PIC X(14).
           05  REQ-REQUEST-ID           PIC X(12).
      *            LEGAL/PROTOCOL REFERENCE FOR THE STATEMENT
           05  REQ-RECEIVED-DATE        PIC X(08).
      *            YYYYMMDD, SPACES = THE CYCLE BUSINESS DATE
           05  FILLER                   PIC X(45).

       FD  MASTER-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY copybook.

       FD  CONTACT-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY contct.

       FD  PENDING-FILE
           RECORD CONTAINS 380 CHARACTERS.
           COPY pndapr.

       FD  AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY audit.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 290 CHARACTERS.
       01  ARCHIVE-RECORD               PIC X(290).

       FD  REL-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY partrel.

      *            COBDELTA/COBBASE TRANSMISSION CONTRACT (COBDLT1)
       FD  TRANS-FILE
           RECORD CONTAINS 139 CHARACTERS.
       01  TRANS-RECORD.
           05  TRN-RECORD-TYPE          PIC X(01).
      *            H = HEADER  D = DETAIL  T = TRAILER
           05  FILLER                   PIC X(138).
       01  TRANS-HEADER-RECORD.
           05  FILLER                   PIC X(01).
           05  TRH-RUN-DATE             PIC X(08).
           05  TRH-SOURCE               PIC X(08).
           05  TRH-EXTRACT-DATE         PIC X(08).
           05  TRH-RECEIVER             PIC X(08).
           05  TRH-EXTRACT-TYPE         PIC X(01).
      *            D = DELTA (COBDLT1)  B = BASELINE (COBDLT2)
           05  FILLER                   PIC X(105).
       01  TRANS-DETAIL-RECORD.
           05  FILLER                   PIC X(01).
           05  TRD-OPERATION            PIC X(01).
           05  TRD-KEY                  PIC X(15).
           05  TRD-IMAGE                PIC X(122).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

      *            ONE RECORD PER THING FOUND ABOUT A SUBJECT, SORTED
      *            INTO STATEMENT ORDER: SUBJECT, SECTION, THEN THE
      *            ORDER IT WAS READ IN (OLDEST FIRST).
       SD  SORT-FILE.
       01  SORT-HIT-RECORD.
           05  SRT-SUBJ-IDX             PIC 9(03).
           05  SRT-SECTION              PIC 9(01).
           05  SRT-SEQ                  PIC 9(07).
           05  SRT-DATA                 PIC X(290).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS            PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-CONTACT-STATUS            PIC X(02) VALUE "00".
       01  WS-PENDING-STATUS            PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".
       01  WS-ARCHIVE-STATUS            PIC X(02) VALUE "00".
       01  WS-REL-STATUS                PIC X(02) VALUE "00".
       01  WS-TRANS-STATUS              PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-USER-ID                   PIC X(08) VALUE SPACES.

       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-REQUEST-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-REQUEST-EOF          VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF            VALUE "Y".
       01  WS-ARCH-EOF-SWITCH           PIC X(01) VALUE "Y".
           88  WS-ARCH-EOF             VALUE "Y".
       01  WS-ARCH-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-ARCH-OPENED          VALUE "Y".
       01  WS-REL-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-REL-EOF              VALUE "Y".
       01  WS-TRANS-EOF-SWITCH          PIC X(01) VALUE "Y".
           88  WS-TRANS-EOF            VALUE "Y".
       01  WS-TRANS-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-TRANS-OPENED         VALUE "Y".
       01  WS-CONTACT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-CONTACT-OPENED       VALUE "Y".
       01  WS-CONTACT-DONE-SWITCH       PIC X(01) VALUE "N".
           88  WS-CONTACT-DONE         VALUE "Y".
       01  WS-PENDING-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-PENDING-OPENED       VALUE "Y".
       01  WS-PENDING-DONE-SWITCH       PIC X(01) VALUE "N".
           88  WS-PENDING-DONE         VALUE "Y".
       01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SORT-EOF             VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED        VALUE "Y".

       01  WS-READ-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-STATEMENT-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-NOT-ON-MASTER-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-OVERDUE-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-READ-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-ARCH-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-REL-READ-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-CONTACT-READ-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-PENDING-READ-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-TRANS-FILE-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-TRANS-DETAIL-COUNT        PIC 9(07) VALUE ZEROS.

      *            THE REQUESTS, IN THE ORDER RECEIVED. THE STATEMENT
      *            NUMBER AND THE PER-SECTION COUNTS ARE FILLED IN AS
      *            THE RUN GOES, FOR THE CONTROL PAGE.
       01  WS-REQ-MAX                   PIC 9(03) VALUE 500.
       01  WS-REQ-COUNT                 PIC 9(03) VALUE ZEROS.
       01  WS-RQ-IDX                    PIC 9(03).
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY OCCURS 500 TIMES.
               10  WS-RQ-KEY           PIC X(15).
               10  WS-RQ-ID            PIC X(12).
               10  WS-RQ-RECEIVED      PIC X(08).
               10  WS-RQ-DUE           PIC X(08).
               10  WS-RQ-STATUS        PIC X(01).
      *            V = VALID  I = INVALID (NO STATEMENT)
               10  WS-RQ-ON-MASTER     PIC X(01).
               10  WS-RQ-STMT-NO       PIC 9(06).
               10  WS-RQ-AUDIT-COUNT   PIC 9(05).
               10  WS-RQ-LINK-COUNT    PIC 9(05).
               10  WS-RQ-TRANS-COUNT   PIC 9(05).
               10  WS-RQ-CHANNEL-COUNT PIC 9(03).

       01  WS-LGPD-RESPONSE-DAYS        PIC 9(03) VALUE 15.
       01  WS-DATE-INT                  PIC S9(09).
       01  WS-DATE-NUM                  PIC 9(08).

      *            THE HEADER OF THE TRANSMISSION FILE BEING READ --
      *            EVERY DETAIL BELONGS TO THE LAST HEADER SEEN.
       01  WS-CUR-TRANS-HEADER.
           05  WS-CTH-RUN-DATE          PIC X(08) VALUE SPACES.
           05  WS-CTH-SOURCE            PIC X(08) VALUE SPACES.
           05  WS-CTH-EXTRACT-DATE      PIC X(08) VALUE SPACES.
           05  WS-CTH-RECEIVER          PIC X(08) VALUE SPACES.
           05  WS-CTH-EXTRACT-TYPE      PIC X(01) VALUE SPACES.

      *            ONE HIT, BUILT HERE AND RELEASED TO THE SORT; THE
      *            REDEFINITIONS ARE ITS SHAPE PER SECTION.
       01  WS-HIT-SECTION               PIC 9(01).
       01  WS-HIT-SEQ                   PIC 9(07) VALUE ZEROS.
       01  WS-HIT-DATA                  PIC X(290).
       01  WS-HIT-MASTER REDEFINES WS-HIT-DATA.
           05  WS-HM-IMAGE              PIC X(122).
           05  FILLER                   PIC X(168).
       01  WS-HIT-AUDIT REDEFINES WS-HIT-DATA.
           05  WS-HA-OPERATION          PIC X(01).
           05  WS-HA-TIMESTAMP          PIC X(21).
           05  WS-HA-USER-ID            PIC X(08).
           05  WS-HA-PROGRAM-ID         PIC X(08).
           05  WS-HA-BEFORE-IMAGE       PIC X(122).
           05  WS-HA-AFTER-IMAGE        PIC X(122).
           05  WS-HA-APPROVER-ID        PIC X(08).
       01  WS-HIT-LINK REDEFINES WS-HIT-DATA.
           05  WS-HL-OTHER-KEY          PIC X(15).
           05  WS-HL-REL-CODE           PIC X(02).
           05  WS-HL-START-DATE         PIC X(08).
           05  WS-HL-END-DATE           PIC X(08).
           05  FILLER                   PIC X(257).
       01  WS-HIT-TRANS REDEFINES WS-HIT-DATA.
           05  WS-HT-EXTRACT-DATE       PIC X(08).
           05  WS-HT-RUN-DATE           PIC X(08).
           05  WS-HT-SOURCE             PIC X(08).
           05  WS-HT-RECEIVER           PIC X(08).
           05  WS-HT-EXTRACT-TYPE       PIC X(01).
           05  WS-HT-OPERATION          PIC X(01).
           05  FILLER                   PIC X(256).
       01  WS-HIT-CHANNEL REDEFINES WS-HIT-DATA.
           05  WS-HC-VALUE              PIC X(50).
           05  WS-HC-PHONE REDEFINES WS-HC-VALUE.
               10  WS-HC-PHONE-DDD      PIC X(02).
               10  WS-HC-PHONE-NUMBER   PIC X(09).
               10  FILLER               PIC X(39).
           05  WS-HC-MASTER-KEY         PIC X(15).
           05  WS-HC-CHANNEL-TYPE       PIC X(01).
           05  WS-HC-SEQUENCE           PIC 9(02).
           05  WS-HC-PREFERRED-FLAG     PIC X(01).
           05  WS-HC-OPT-OUT-FLAG       PIC X(01).
           05  FILLER                   PIC X(220).
      *            A COBAPPR REQUEST, LESS ITS DECISION STAMP AND
      *            REJECTION REASON, WHICH DO NOT FIT THE HIT.
       01  WS-HIT-PENDING REDEFINES WS-HIT-DATA.
           05  WS-HP-REQUEST-STAMP      PIC X(21).
           05  WS-HP-REQUEST-USER       PIC X(08).
           05  WS-HP-STATUS             PIC X(01).
           05  WS-HP-DECISION-USER      PIC X(08).
           05  WS-HP-NAME-CHANGED       PIC X(01).
           05  WS-HP-STATUS-CHANGED     PIC X(01).
           05  WS-HP-OTHER-CHANGED      PIC X(01).
           05  WS-HP-BEFORE-IMAGE       PIC X(122).
           05  WS-HP-AFTER-IMAGE        PIC X(122).
           05  FILLER                   PIC X(05).

       01  WS-SECTION-NO                PIC 9(01).
       01  WS-SECTION-HITS              PIC 9(05).
       01  WS-DOC-FORMATTED             PIC X(16).
       01  WS-STAMP-IN                  PIC X(21).
       01  WS-STAMP-OUT                 PIC X(19).
       01  WS-DATE-IN                   PIC X(08).
       01  WS-DATE-OUT                  PIC X(10).
       01  WS-WHAT                      PIC X(79).
       01  WS-WHAT-PTR                  PIC 9(03).
       01  WS-WHAT-CHANNEL              PIC X(03).

       01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.

       01  WS-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "COBLGA1 - LGPD DATA-SUBJECT ACCESS STATEMENT".
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE               PIC ZZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-H2-TEXT               PIC X(100).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-STMT-TITLE-TEXT.
           05  FILLER                  PIC X(14) VALUE
               "STATEMENT NO. ".
           05  WS-STT-NO                PIC 9(06).
           05  FILLER                  PIC X(13) VALUE
               "   REQUEST ".
           05  WS-STT-REQUEST-ID        PIC X(12).
           05  FILLER                  PIC X(13) VALUE
               "   DOCUMENT ".
           05  WS-STT-DOC               PIC X(16).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-SEP-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE ALL "=".
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SEC-TITLE             PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-LABEL              PIC X(24).
           05  WS-DL-VALUE              PIC X(80).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-NL-TEXT               PIC X(80).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-AUDIT-COLUMNS.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "ACTION".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE "WHEN".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "USER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "PROGRAM".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(79) VALUE "WHAT CHANGED".

       01  WS-AUDIT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-AL-ACTION             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-AL-WHEN               PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AL-USER               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AL-PROGRAM            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AL-WHAT               PIC X(79).

       01  WS-LINK-COLUMNS.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "ROLE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "LINKED TO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE "NAME".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "STARTED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ENDED".
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-LINK-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-LL-ROLE               PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-DOC                PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-NAME               PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-START              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-END                PIC X(10).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-TRANS-COLUMNS.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "EXTRACTED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "FILE CUT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "FILE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "RECEIVER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "SOURCE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "SENT AS".
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-TRANS-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TL-EXTRACT            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-RUN                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-FILE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-RECEIVER           PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-SOURCE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-SENT-AS            PIC X(30).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-CHANNEL-COLUMNS.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "CHANNEL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "SEQ".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "NUMBER OR ADDRESS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "PREFERRED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "MARKETING OPT-OUT".
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-CHANNEL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CH-TYPE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CH-SEQ                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CH-VALUE              PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CH-PREFERRED          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CH-OPT-OUT            PIC X(17).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-PENDING-COLUMNS.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "STATUS".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE "REQUESTED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "BY".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "DECIDED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(79) VALUE
               "PROPOSED CHANGE".

       01  WS-PENDING-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-PL-STATUS             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-WHEN               PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-USER               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-DECIDED-BY         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-WHAT               PIC X(79).

       01  WS-CONTROL-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "STMT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "REQUEST ID".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "DOCUMENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "MASTER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "AUDIT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "LINKS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE " SENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "CHNL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RECEIVED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DUE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(28) VALUE "DISPOSITION".

       01  WS-CONTROL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-STMT-NO            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-REQUEST-ID         PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-DOC                PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-MASTER             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-AUDIT              PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-LINKS              PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-SENT               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-CHANNELS           PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-RECEIVED           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-DUE                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-DISPOSITION        PIC X(28).

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
           MOVE "COBLGA1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-SUBJ-IDX SRT-SECTION SRT-SEQ
                   INPUT PROCEDURE IS 2000-COLLECT-HITS
                   OUTPUT PROCEDURE IS 5000-PRINT-STATEMENTS
           END-IF
           IF WS-REPORT-OPENED
               PERFORM 7000-PRINT-CONTROL-PAGE
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           IF WS-USER-ID = SPACES
               MOVE "BATCH" TO WS-USER-ID
           END-IF

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "COBLGA1: UNABLE TO OPEN COBLGARQ, STATUS="
                   WS-REQUEST-STATUS
               MOVE "Y" TO WS-FATAL-SWITCH
           ELSE
               PERFORM 1150-READ-REQUEST
               PERFORM 1100-LOAD-REQUEST UNTIL WS-REQUEST-EOF
               CLOSE REQUEST-FILE
           END-IF

           IF NOT WS-FATAL
               IF WS-REQ-COUNT = 0
                   DISPLAY "COBLGA1: COBLGARQ IS EMPTY, NOTHING TO DO"
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "COBLGA1: UNABLE TO OPEN COBMAST, STATUS="
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

      *            THE ONLINE AUDIT LOG AND THE RELATIONSHIP FILE ARE
      *            REQUIRED -- A STATEMENT MISSING EITHER WOULD
      *            UNDER-ANSWER THE SUBJECT WITHOUT SAYING SO.
           IF NOT WS-FATAL
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "COBLGA1: UNABLE TO OPEN COBAUDIT, STATUS="
                       WS-AUDIT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN INPUT REL-FILE
               IF WS-REL-STATUS NOT = "00"
                   DISPLAY "COBLGA1: UNABLE TO OPEN COBPREL, STATUS="
                       WS-REL-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

      *            COBCONT IS CREATED BY COBCNT1'S FIRST LOAD. UNTIL
      *            THEN NO SUBJECT HOLDS A CHANNEL, WHICH IS WHAT
      *            SECTION 5 SAYS; ANY OTHER FAILURE WOULD HIDE DATA.
           IF NOT WS-FATAL
               OPEN INPUT CONTACT-FILE
               EVALUATE WS-CONTACT-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-CONTACT-OPEN-SWITCH
                   WHEN "35"
                       DISPLAY "COBLGA1: NO COBCONT ON FILE, NO "
                           "CONTACT CHANNELS HELD"
                   WHEN OTHER
                       DISPLAY "COBLGA1: UNABLE TO OPEN COBCONT, "
                           "STATUS=" WS-CONTACT-STATUS
                       MOVE "Y" TO WS-FATAL-SWITCH
               END-EVALUATE
           END-IF

      *            COBAPPR LIKEWISE DOES NOT EXIST UNTIL THE FIRST
      *            CORRECTION IS HELD FOR DUAL CONTROL.
           IF NOT WS-FATAL
               OPEN INPUT PENDING-FILE
               EVALUATE WS-PENDING-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-PENDING-OPEN-SWITCH
                   WHEN "35"
                       DISPLAY "COBLGA1: NO COBAPPR ON FILE, NO "
                           "CORRECTIONS HELD FOR APPROVAL"
                   WHEN OTHER
                       DISPLAY "COBLGA1: UNABLE TO OPEN COBAPPR, "
                           "STATUS=" WS-PENDING-STATUS
                       MOVE "Y" TO WS-FATAL-SWITCH
               END-EVALUATE
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
                   MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               ELSE
                   DISPLAY "COBLGA1: UNABLE TO OPEN COBRPT26, STATUS="
                       WS-REPORT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

      *            THE ARCHIVE GENERATIONS AND THE TRANSMISSION
      *            HISTORY ARE OPTIONAL, AS COBAUDAR IS FOR COBAUD01
      *            -- AN UNOPENABLE ONE IS TREATED AS NOT SUPPLIED,
      *            AND EVERY STATEMENT SAYS SO.
           IF NOT WS-FATAL
               MOVE 99 TO WS-LINE-COUNT
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00"
                   MOVE "Y" TO WS-ARCH-OPEN-SWITCH
                   MOVE "N" TO WS-ARCH-EOF-SWITCH
               END-IF
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-STATUS = "00"
                   MOVE "Y" TO WS-TRANS-OPEN-SWITCH
                   MOVE "N" TO WS-TRANS-EOF-SWITCH
               END-IF
           END-IF

           IF WS-FATAL
               MOVE 8 TO RETURN-CODE
           END-IF.

      *            A REQUEST WITHOUT A PERSON TYPE OF F OR J, OR
      *            WITHOUT A DOCUMENT, CANNOT BE ANSWERED. IT IS
      *            TABLED AS INVALID SO THE CONTROL PAGE STILL SHOWS
      *            IT -- NO REQUEST MAY VANISH WITH ONLY A SYSOUT
      *            LINE.
       1100-LOAD-REQUEST.
           ADD 1 TO WS-READ-COUNT
           IF WS-REQ-COUNT >= WS-REQ-MAX
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "COBLGA1: REQUEST TABLE FULL AT "
                   WS-REQ-MAX " ENTRIES, REQUEST NOT PROCESSED: "
                   REQ-REQUEST-ID
           ELSE
               ADD 1 TO WS-REQ-COUNT
               MOVE REQ-PERSON-TYPE TO
                   WS-RQ-KEY (WS-REQ-COUNT) (1:1)
               MOVE REQ-DOC-KEY TO
                   WS-RQ-KEY (WS-REQ-COUNT) (2:14)
               MOVE REQ-REQUEST-ID TO WS-RQ-ID (WS-REQ-COUNT)
               MOVE "N" TO WS-RQ-ON-MASTER (WS-REQ-COUNT)
               MOVE ZEROS TO WS-RQ-STMT-NO (WS-REQ-COUNT)
               MOVE ZEROS TO WS-RQ-AUDIT-COUNT (WS-REQ-COUNT)
               MOVE ZEROS TO WS-RQ-LINK-COUNT (WS-REQ-COUNT)
               MOVE ZEROS TO WS-RQ-TRANS-COUNT (WS-REQ-COUNT)
               MOVE ZEROS TO WS-RQ-CHANNEL-COUNT (WS-REQ-COUNT)
               IF REQ-RECEIVED-DATE = SPACES
                   MOVE CYK-BUSINESS-DATE TO
                       WS-RQ-RECEIVED (WS-REQ-COUNT)
               ELSE
                   MOVE REQ-RECEIVED-DATE TO
                       WS-RQ-RECEIVED (WS-REQ-COUNT)
               END-IF
               PERFORM 1200-COMPUTE-DUE-DATE
               IF (REQ-PERSON-TYPE = "F" OR REQ-PERSON-TYPE = "J")
                   AND REQ-DOC-KEY NOT = SPACES
                   MOVE "V" TO WS-RQ-STATUS (WS-REQ-COUNT)
               ELSE
                   MOVE "I" TO WS-RQ-STATUS (WS-REQ-COUNT)
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "COBLGA1: INVALID DOCUMENT '"
                       REQ-PERSON-TYPE REQ-DOC-KEY "' ON REQUEST "
                       REQ-REQUEST-ID " - NO STATEMENT PRODUCED"
               END-IF
           END-IF
           PERFORM 1150-READ-REQUEST.

       1150-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-REQUEST-EOF-SWITCH
           END-READ.

      *            LGPD ART. 19 II: A COMPLETE ANSWER WITHIN 15 DAYS
      *            OF THE REQUEST. A RECEIVED DATE THAT IS NOT A REAL
      *            DATE LEAVES THE DUE DATE BLANK.
       1200-COMPUTE-DUE-DATE.
           MOVE SPACES TO WS-RQ-DUE (WS-REQ-COUNT)
           IF WS-RQ-RECEIVED (WS-REQ-COUNT) IS NUMERIC
               MOVE WS-RQ-RECEIVED (WS-REQ-COUNT) TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                       + WS-LGPD-RESPONSE-DAYS
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                   MOVE WS-DATE-NUM TO WS-RQ-DUE (WS-REQ-COUNT)
               END-IF
           END-IF.

      *            SORT INPUT PROCEDURE -- EVERY SOURCE IS READ ONCE,
      *            AND EACH RECORD THAT CARRIES A REQUESTED KEY IS
      *            RELEASED ONCE PER REQUEST CARRYING THAT KEY.
       2000-COLLECT-HITS.
           PERFORM 2100-RELEASE-MASTER
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQ-COUNT

      *            ARCHIVED ENTRIES ARE OLDER THAN ANYTHING ONLINE,
      *            SO THEY ARE READ FIRST; THE ONLINE LOG IS PRIMED
      *            ONLY AFTER THE ARCHIVE PASS, AS IN COBAUD01, SINCE
      *            BOTH PASSES WORK THROUGH THE AUDIT-RECORD AREA.
           IF WS-ARCH-OPENED
               PERFORM 2250-READ-ARCHIVE
               PERFORM 2200-PROCESS-ARCHIVE UNTIL WS-ARCH-EOF
           END-IF
           PERFORM 2350-READ-AUDIT
           PERFORM 2300-PROCESS-AUDIT UNTIL WS-AUDIT-EOF

           PERFORM 2450-READ-REL
           PERFORM 2400-PROCESS-REL UNTIL WS-REL-EOF

           IF WS-TRANS-OPENED
               PERFORM 2550-READ-TRANS
               PERFORM 2500-PROCESS-TRANS UNTIL WS-TRANS-EOF
           END-IF.

       2100-RELEASE-MASTER.
           IF WS-RQ-STATUS (WS-RQ-IDX) = "V"
               MOVE WS-RQ-KEY (WS-RQ-IDX) TO
                   MASTER-KEY-BOOK OF COPYBOOK-KEY
               READ MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RQ-ON-MASTER (WS-RQ-IDX)
                       MOVE SPACES TO WS-HIT-DATA
                       MOVE COPYBOOK TO WS-HM-IMAGE
                       MOVE 1 TO WS-HIT-SECTION
                       PERFORM 2900-RELEASE-HIT
               END-READ
               IF WS-CONTACT-OPENED
                   PERFORM 2150-RELEASE-CHANNELS
               END-IF
               IF WS-PENDING-OPENED
                   PERFORM 2170-RELEASE-PENDING
               END-IF
           END-IF.

      *            EVERY CHANNEL ON COBCONT UNDER THE SUBJECT'S KEY,
      *            WALKED AS COBLGP1 DOES BEFORE ERASING THEM. A
      *            CHANNEL LEFT BEHIND BY A MASTER DELETE IS STILL
      *            THE SUBJECT'S DATA AND IS LISTED LIKE ANY OTHER.
       2150-RELEASE-CHANNELS.
           MOVE "N" TO WS-CONTACT-DONE-SWITCH
           MOVE LOW-VALUES TO CNT-KEY
           MOVE WS-RQ-KEY (WS-RQ-IDX) TO CNT-MASTER-KEY
           START CONTACT-FILE KEY IS NOT LESS THAN CNT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CONTACT-DONE-SWITCH
           END-START
           PERFORM 2160-RELEASE-ONE-CHANNEL UNTIL WS-CONTACT-DONE.

       2160-RELEASE-ONE-CHANNEL.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CONTACT-DONE-SWITCH
           END-READ
           IF NOT WS-CONTACT-DONE
               IF CNT-MASTER-KEY NOT = WS-RQ-KEY (WS-RQ-IDX)
                   MOVE "Y" TO WS-CONTACT-DONE-SWITCH
               ELSE
                   ADD 1 TO WS-CONTACT-READ-COUNT
                   MOVE CONTACT-RECORD TO WS-HIT-DATA
                   MOVE 5 TO WS-HIT-SECTION
                   PERFORM 2900-RELEASE-HIT
                   ADD 1 TO WS-RQ-CHANNEL-COUNT (WS-RQ-IDX)
               END-IF
           END-IF.

      *            EVERY DUAL-CONTROL REQUEST UNDER THE SUBJECT'S
      *            KEY, WHATEVER ITS STATUS -- THE SAME ONES COBLGP1
      *            ERASES WITH THE RECORD.
       2170-RELEASE-PENDING.
           MOVE "N" TO WS-PENDING-DONE-SWITCH
           MOVE LOW-VALUES TO PND-KEY
           MOVE WS-RQ-KEY (WS-RQ-IDX) TO PND-MASTER-KEY
           START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PENDING-DONE-SWITCH
           END-START
           PERFORM 2180-RELEASE-ONE-PENDING UNTIL WS-PENDING-DONE.

       2180-RELEASE-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PENDING-DONE-SWITCH
           END-READ
           IF NOT WS-PENDING-DONE
               IF PND-MASTER-KEY NOT = WS-RQ-KEY (WS-RQ-IDX)
                   MOVE "Y" TO WS-PENDING-DONE-SWITCH
               ELSE
                   ADD 1 TO WS-PENDING-READ-COUNT
                   MOVE SPACES TO WS-HIT-DATA
                   MOVE PND-REQUEST-STAMP TO WS-HP-REQUEST-STAMP
                   MOVE PND-REQUEST-USER TO WS-HP-REQUEST-USER
                   MOVE PND-STATUS TO WS-HP-STATUS
                   MOVE PND-DECISION-USER TO WS-HP-DECISION-USER
                   MOVE PND-NAME-CHANGED TO WS-HP-NAME-CHANGED
                   MOVE PND-STATUS-CHANGED TO WS-HP-STATUS-CHANGED
                   MOVE PND-OTHER-CHANGED TO WS-HP-OTHER-CHANGED
                   MOVE PND-BEFORE-IMAGE TO WS-HP-BEFORE-IMAGE
                   MOVE PND-AFTER-IMAGE TO WS-HP-AFTER-IMAGE
                   MOVE 6 TO WS-HIT-SECTION
                   PERFORM 2900-RELEASE-HIT
               END-IF
           END-IF.

       2200-PROCESS-ARCHIVE.
           MOVE ARCHIVE-RECORD TO AUDIT-RECORD
           PERFORM 2320-MATCH-AUDIT
           PERFORM 2250-READ-ARCHIVE.

       2250-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ARCH-READ-COUNT
           END-READ.

       2300-PROCESS-AUDIT.
           PERFORM 2320-MATCH-AUDIT
           PERFORM 2350-READ-AUDIT.

      *            THE KEY LIVES AT THE SAME OFFSET IN BOTH IMAGES --
      *            A DELETE CARRIES IT ONLY IN THE BEFORE IMAGE, AN
      *            ADD ONLY IN THE AFTER IMAGE, SO BOTH ARE CHECKED.
       2320-MATCH-AUDIT.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-STATUS (WS-RQ-IDX) = "V"
                   AND (AUD-BEFORE-IMAGE (51:15) =
                       WS-RQ-KEY (WS-RQ-IDX)
                   OR AUD-AFTER-IMAGE (51:15) =
                       WS-RQ-KEY (WS-RQ-IDX))
                   MOVE AUDIT-RECORD TO WS-HIT-DATA
                   MOVE 2 TO WS-HIT-SECTION
                   PERFORM 2900-RELEASE-HIT
                   ADD 1 TO WS-RQ-AUDIT-COUNT (WS-RQ-IDX)
               END-IF
           END-PERFORM.

       2350-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
           END-READ.

      *            A SUBJECT MAY BE EITHER END OF A LINK: THE PERSON
      *            (PREL-F-KEY) OR THE COMPANY (PREL-J-KEY). THE HIT
      *            CARRIES THE OTHER END.
       2400-PROCESS-REL.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-STATUS (WS-RQ-IDX) = "V"
                   IF PREL-F-KEY = WS-RQ-KEY (WS-RQ-IDX)
                       MOVE SPACES TO WS-HIT-DATA
                       MOVE PREL-J-KEY TO WS-HL-OTHER-KEY
                       PERFORM 2420-RELEASE-LINK
                   END-IF
                   IF PREL-J-KEY = WS-RQ-KEY (WS-RQ-IDX)
                       MOVE SPACES TO WS-HIT-DATA
                       MOVE PREL-F-KEY TO WS-HL-OTHER-KEY
                       PERFORM 2420-RELEASE-LINK
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2450-READ-REL.

       2420-RELEASE-LINK.
           MOVE PREL-REL-CODE TO WS-HL-REL-CODE
           MOVE PREL-START-DATE TO WS-HL-START-DATE
           MOVE PREL-END-DATE TO WS-HL-END-DATE
           MOVE 3 TO WS-HIT-SECTION
           PERFORM 2900-RELEASE-HIT
           ADD 1 TO WS-RQ-LINK-COUNT (WS-RQ-IDX).

       2450-READ-REL.
           READ REL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REL-READ-COUNT
           END-READ.

      *            EACH GENERATION IN THE CONCATENATION OPENS WITH
      *            ITS OWN HEADER; A DETAIL IS CHARGED TO THE FILE
      *            WHOSE HEADER WAS READ LAST. TRAILERS ARE SKIPPED.
       2500-PROCESS-TRANS.
           EVALUATE TRN-RECORD-TYPE
               WHEN "H"
                   ADD 1 TO WS-TRANS-FILE-COUNT
                   MOVE TRH-RUN-DATE TO WS-CTH-RUN-DATE
                   MOVE TRH-SOURCE TO WS-CTH-SOURCE
                   MOVE TRH-EXTRACT-DATE TO WS-CTH-EXTRACT-DATE
                   MOVE TRH-RECEIVER TO WS-CTH-RECEIVER
                   MOVE TRH-EXTRACT-TYPE TO WS-CTH-EXTRACT-TYPE
               WHEN "D"
                   ADD 1 TO WS-TRANS-DETAIL-COUNT
                   PERFORM 2520-MATCH-TRANS
           END-EVALUATE
           PERFORM 2550-READ-TRANS.

       2520-MATCH-TRANS.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-STATUS (WS-RQ-IDX) = "V"
                   AND TRD-KEY = WS-RQ-KEY (WS-RQ-IDX)
                   MOVE SPACES TO WS-HIT-DATA
                   MOVE WS-CTH-EXTRACT-DATE TO WS-HT-EXTRACT-DATE
                   MOVE WS-CTH-RUN-DATE TO WS-HT-RUN-DATE
                   MOVE WS-CTH-SOURCE TO WS-HT-SOURCE
                   MOVE WS-CTH-RECEIVER TO WS-HT-RECEIVER
                   MOVE WS-CTH-EXTRACT-TYPE TO WS-HT-EXTRACT-TYPE
                   MOVE TRD-OPERATION TO WS-HT-OPERATION
                   MOVE 4 TO WS-HIT-SECTION
                   PERFORM 2900-RELEASE-HIT
                   ADD 1 TO WS-RQ-TRANS-COUNT (WS-RQ-IDX)
               END-IF
           END-PERFORM.

       2550-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE "Y" TO WS-TRANS-EOF-SWITCH
           END-READ.

       2900-RELEASE-HIT.
           ADD 1 TO WS-HIT-SEQ
           MOVE WS-RQ-IDX TO SRT-SUBJ-IDX
           MOVE WS-HIT-SECTION TO SRT-SECTION
           MOVE WS-HIT-SEQ TO SRT-SEQ
           MOVE WS-HIT-DATA TO SRT-DATA
           RELEASE SORT-HIT-RECORD.

      *            SORT OUTPUT PROCEDURE -- ONE STATEMENT PER VALID
      *            REQUEST, IN REQUEST ORDER. EVERY SECTION IS
      *            PRINTED EVEN WHEN NOTHING WAS FOUND FOR IT, SO THE
      *            STATEMENT SAYS "NONE" RATHER THAN STAYING SILENT.
       5000-PRINT-STATEMENTS.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           PERFORM 5050-RETURN-HIT
           PERFORM 5100-PRINT-STATEMENT
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQ-COUNT.

       5050-RETURN-HIT.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       5100-PRINT-STATEMENT.
           IF WS-RQ-STATUS (WS-RQ-IDX) = "V"
               ADD 1 TO WS-STATEMENT-COUNT
               MOVE WS-STATEMENT-COUNT TO WS-RQ-STMT-NO (WS-RQ-IDX)
               MOVE WS-STATEMENT-COUNT TO WS-STT-NO
               MOVE WS-RQ-ID (WS-RQ-IDX) TO WS-STT-REQUEST-ID
               PERFORM 5900-FORMAT-SUBJECT-DOC
               MOVE WS-DOC-FORMATTED TO WS-STT-DOC
               MOVE WS-STMT-TITLE-TEXT TO WS-H2-TEXT
               PERFORM 6000-PRINT-HEADINGS

               MOVE "REQUEST RECEIVED      :" TO WS-DL-LABEL
               MOVE WS-RQ-RECEIVED (WS-RQ-IDX) TO WS-DATE-IN
               PERFORM 5920-FORMAT-DATE
               MOVE WS-DATE-OUT TO WS-DL-VALUE
               PERFORM 5800-WRITE-DETAIL
               MOVE "PREPARED              :" TO WS-DL-LABEL
               MOVE WS-RUN-START-STAMP TO WS-STAMP-IN
               PERFORM 5910-FORMAT-STAMP
               MOVE WS-STAMP-OUT TO WS-DL-VALUE
               PERFORM 5800-WRITE-DETAIL

               PERFORM 5200-PRINT-SECTION
                   VARYING WS-SECTION-NO FROM 1 BY 1
                   UNTIL WS-SECTION-NO > 6

               PERFORM 5850-CHECK-PAGE
               WRITE REPORT-LINE FROM WS-SEP-LINE
               MOVE "END OF STATEMENT" TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NONE-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.

       5200-PRINT-SECTION.
           PERFORM 5850-CHECK-PAGE
           WRITE REPORT-LINE FROM WS-SEP-LINE
           ADD 1 TO WS-LINE-COUNT
           EVALUATE WS-SECTION-NO
               WHEN 1
                   MOVE "1. RECORD HELD ON THE MASTER FILE" TO
                       WS-SEC-TITLE
               WHEN 2
                   MOVE "2. CHANGE HISTORY" TO WS-SEC-TITLE
               WHEN 3
                   MOVE "3. PARTNER AND COMPANY RELATIONSHIPS" TO
                       WS-SEC-TITLE
               WHEN 4
                   MOVE "4. TRANSMISSIONS TO DOWNSTREAM SYSTEMS" TO
                       WS-SEC-TITLE
               WHEN 5
                   MOVE "5. CONTACT CHANNELS HELD" TO WS-SEC-TITLE
               WHEN 6
                   MOVE "6. CORRECTIONS HELD FOR DUAL-CONTROL APPROVAL"
                       TO WS-SEC-TITLE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           ADD 1 TO WS-LINE-COUNT
           EVALUATE WS-SECTION-NO
               WHEN 2
                   WRITE REPORT-LINE FROM WS-AUDIT-COLUMNS
                   ADD 1 TO WS-LINE-COUNT
               WHEN 3
                   WRITE REPORT-LINE FROM WS-LINK-COLUMNS
                   ADD 1 TO WS-LINE-COUNT
               WHEN 4
                   WRITE REPORT-LINE FROM WS-TRANS-COLUMNS
                   ADD 1 TO WS-LINE-COUNT
               WHEN 5
                   WRITE REPORT-LINE FROM WS-CHANNEL-COLUMNS
                   ADD 1 TO WS-LINE-COUNT
               WHEN 6
                   WRITE REPORT-LINE FROM WS-PENDING-COLUMNS
                   ADD 1 TO WS-LINE-COUNT
           END-EVALUATE

           MOVE ZEROS TO WS-SECTION-HITS
           PERFORM 5300-PRINT-HIT
               UNTIL WS-SORT-EOF
               OR SRT-SUBJ-IDX NOT = WS-RQ-IDX
               OR SRT-SECTION NOT = WS-SECTION-NO

           IF WS-SECTION-HITS = 0
               EVALUATE WS-SECTION-NO
                   WHEN 1
                       MOVE "NO RECORD HELD ON THE MASTER FILE"
                           TO WS-NL-TEXT
                   WHEN 2
                       MOVE "NO CHANGES RECORDED" TO WS-NL-TEXT
                   WHEN 3
                       MOVE "NO RELATIONSHIPS RECORDED" TO WS-NL-TEXT
                   WHEN 4
                       MOVE "NOT SENT IN ANY RETAINED TRANSMISSION"
                           TO WS-NL-TEXT
                   WHEN 5
                       MOVE "NO CONTACT CHANNELS HELD" TO WS-NL-TEXT
                   WHEN 6
                       MOVE "NO CORRECTIONS HELD FOR APPROVAL" TO
                           WS-NL-TEXT
               END-EVALUATE
               PERFORM 5850-CHECK-PAGE
               WRITE REPORT-LINE FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF

      *            AN OPTIONAL SOURCE NOT SUPPLIED IS SAID SO, WHETHER
      *            OR NOT ANYTHING WAS FOUND ELSEWHERE.
           IF WS-SECTION-NO = 2 AND NOT WS-ARCH-OPENED
               MOVE "AUDIT ARCHIVE NOT SUPPLIED - ONLINE LOG ONLY"
                   TO WS-NL-TEXT
               PERFORM 5850-CHECK-PAGE
               WRITE REPORT-LINE FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-SECTION-NO = 4 AND NOT WS-TRANS-OPENED
               MOVE "TRANSMISSION HISTORY NOT SUPPLIED - INCOMPLETE"
                   TO WS-NL-TEXT
               PERFORM 5850-CHECK-PAGE
               WRITE REPORT-LINE FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       5300-PRINT-HIT.
           ADD 1 TO WS-SECTION-HITS
           MOVE SRT-DATA TO WS-HIT-DATA
           EVALUATE SRT-SECTION
               WHEN 1
                   PERFORM 5400-PRINT-MASTER
               WHEN 2
                   PERFORM 5500-PRINT-AUDIT
               WHEN 3
                   PERFORM 5600-PRINT-LINK
               WHEN 4
                   PERFORM 5700-PRINT-TRANS
               WHEN 5
                   PERFORM 5750-PRINT-CHANNEL
               WHEN 6
                   PERFORM 5760-PRINT-PENDING
           END-EVALUATE
           PERFORM 5050-RETURN-HIT.

       5400-PRINT-MASTER.
           MOVE "NAME                  :" TO WS-DL-LABEL
           MOVE WS-HM-IMAGE (1:50) TO WS-DL-VALUE
           PERFORM 5800-WRITE-DETAIL

           MOVE "DOCUMENT              :" TO WS-DL-LABEL
           MOVE WS-DOC-FORMATTED TO WS-DL-VALUE
           PERFORM 5800-WRITE-DETAIL

           MOVE "PERSON TYPE           :" TO WS-DL-LABEL
           IF WS-HM-IMAGE (51:1) = "F"
               MOVE "F - INDIVIDUAL (CPF)" TO WS-DL-VALUE
           ELSE
               MOVE "J - COMPANY (CNPJ)" TO WS-DL-VALUE
           END-IF
           PERFORM 5800-WRITE-DETAIL

           MOVE "STREET AND NUMBER     :" TO WS-DL-LABEL
           MOVE SPACES TO WS-DL-VALUE
           STRING WS-HM-IMAGE (66:10) " " WS-HM-IMAGE (76:5)
               DELIMITED BY SIZE INTO WS-DL-VALUE
           END-STRING
           PERFORM 5800-WRITE-DETAIL

           MOVE "CITY AND STATE        :" TO WS-DL-LABEL
           MOVE SPACES TO WS-DL-VALUE
           STRING WS-HM-IMAGE (81:10) " " WS-HM-IMAGE (91:2)
               DELIMITED BY SIZE INTO WS-DL-VALUE
           END-STRING
           PERFORM 5800-WRITE-DETAIL

           MOVE "CEP                   :" TO WS-DL-LABEL
           MOVE WS-HM-IMAGE (93:8) TO WS-DL-VALUE
           PERFORM 5800-WRITE-DETAIL

           MOVE "RECORD STATUS         :" TO WS-DL-LABEL
           EVALUATE WS-HM-IMAGE (101:1)
               WHEN "A"
                   MOVE "A - ACTIVE" TO WS-DL-VALUE
               WHEN "I"
                   MOVE "I - INACTIVE" TO WS-DL-VALUE
               WHEN "X"
                   MOVE "X - ANONYMIZED UNDER LGPD" TO WS-DL-VALUE
               WHEN OTHER
                   MOVE WS-HM-IMAGE (101:1) TO WS-DL-VALUE
           END-EVALUATE
           PERFORM 5800-WRITE-DETAIL

           MOVE "LAST MAINTAINED       :" TO WS-DL-LABEL
           MOVE WS-HM-IMAGE (102:21) TO WS-STAMP-IN
           PERFORM 5910-FORMAT-STAMP
           MOVE WS-STAMP-OUT TO WS-DL-VALUE
           PERFORM 5800-WRITE-DETAIL.

       5500-PRINT-AUDIT.
           EVALUATE WS-HA-OPERATION
               WHEN "A"
                   MOVE "ADDED" TO WS-AL-ACTION
               WHEN "C"
                   MOVE "CHANGED" TO WS-AL-ACTION
               WHEN "D"
                   MOVE "DELETED" TO WS-AL-ACTION
               WHEN OTHER
                   MOVE WS-HA-OPERATION TO WS-AL-ACTION
           END-EVALUATE
           MOVE WS-HA-TIMESTAMP TO WS-STAMP-IN
           PERFORM 5910-FORMAT-STAMP
           MOVE WS-STAMP-OUT TO WS-AL-WHEN
           MOVE WS-HA-USER-ID TO WS-AL-USER
           MOVE WS-HA-PROGRAM-ID TO WS-AL-PROGRAM
           PERFORM 5550-BUILD-WHAT-CHANGED
           MOVE WS-WHAT TO WS-AL-WHAT
           PERFORM 5850-CHECK-PAGE
           WRITE REPORT-LINE FROM WS-AUDIT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *            THE FIELDS THAT DIFFER BETWEEN THE BEFORE AND
      *            AFTER IMAGES, BY NAME. THE MAINTENANCE STAMP
      *            CHANGES EVERY TIME AND IS NOT LISTED.
       5550-BUILD-WHAT-CHANGED.
           MOVE SPACES TO WS-WHAT
           MOVE 1 TO WS-WHAT-PTR
           EVALUATE WS-HA-OPERATION
               WHEN "A"
                   MOVE "RECORD CREATED" TO WS-WHAT
               WHEN "D"
                   MOVE "RECORD REMOVED FROM THE MASTER FILE" TO
                       WS-WHAT
               WHEN OTHER
                   IF WS-HA-BEFORE-IMAGE (1:50) NOT =
                       WS-HA-AFTER-IMAGE (1:50)
                       STRING "NAME " DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
                   IF WS-HA-BEFORE-IMAGE (66:10) NOT =
                       WS-HA-AFTER-IMAGE (66:10)
                       STRING "STREET " DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
                   IF WS-HA-BEFORE-IMAGE (76:5) NOT =
                       WS-HA-AFTER-IMAGE (76:5)
                       STRING "NUMBER " DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
                   IF WS-HA-BEFORE-IMAGE (81:10) NOT =
                       WS-HA-AFTER-IMAGE (81:10)
                       STRING "CITY " DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
                   IF WS-HA-BEFORE-IMAGE (91:2) NOT =
                       WS-HA-AFTER-IMAGE (91:2)
                       STRING "STATE " DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
                   IF WS-HA-BEFORE-IMAGE (93:8) NOT =
                       WS-HA-AFTER-IMAGE (93:8)
                       STRING "CEP " DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
                   IF WS-HA-BEFORE-IMAGE (101:1) NOT =
                       WS-HA-AFTER-IMAGE (101:1)
                       STRING "STATUS " WS-HA-BEFORE-IMAGE (101:1)
                           "->" WS-HA-AFTER-IMAGE (101:1)
                           DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
                   IF WS-WHAT-PTR = 1
                       MOVE "MAINTENANCE STAMP ONLY" TO WS-WHAT
                   END-IF
      *            A CHANGE RELEASED UNDER DUAL CONTROL NAMES THE
      *            SECOND USER AS WELL.
                   IF WS-HA-APPROVER-ID NOT = SPACES
                       AND WS-WHAT-PTR > 1
                       STRING "- APPROVED BY " WS-HA-APPROVER-ID
                           DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
           END-EVALUATE
      *            A CONTACT-CHANNEL IMAGE (CONTCT, 'K' AT 101) SHARES
      *            ONLY THE KEY WITH THE MASTER LAYOUT -- DESCRIBE IT
      *            ON ITS OWN TERMS INSTEAD.
           IF WS-HA-BEFORE-IMAGE (101:1) = "K"
               OR WS-HA-AFTER-IMAGE (101:1) = "K"
               PERFORM 5560-BUILD-CONTACT-CHANGE
           END-IF.

       5560-BUILD-CONTACT-CHANGE.
           MOVE SPACES TO WS-WHAT
           MOVE 1 TO WS-WHAT-PTR
           IF WS-HA-AFTER-IMAGE = SPACES
               MOVE WS-HA-BEFORE-IMAGE (66:3) TO WS-WHAT-CHANNEL
           ELSE
               MOVE WS-HA-AFTER-IMAGE (66:3) TO WS-WHAT-CHANNEL
           END-IF
           IF WS-WHAT-CHANNEL (1:1) = "E"
               STRING "E-MAIL " DELIMITED BY SIZE
                   INTO WS-WHAT WITH POINTER WS-WHAT-PTR
               END-STRING
           ELSE
               STRING "PHONE " DELIMITED BY SIZE
                   INTO WS-WHAT WITH POINTER WS-WHAT-PTR
               END-STRING
           END-IF
           STRING "CONTACT " WS-WHAT-CHANNEL (2:2) " "
               DELIMITED BY SIZE
               INTO WS-WHAT WITH POINTER WS-WHAT-PTR
           END-STRING
           EVALUATE WS-HA-OPERATION
               WHEN "A"
                   STRING "ADDED" DELIMITED BY SIZE
                       INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                   END-STRING
               WHEN "D"
                   STRING "REMOVED" DELIMITED BY SIZE
                       INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                   END-STRING
               WHEN OTHER
                   STRING "CHANGED: " DELIMITED BY SIZE
                       INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                   END-STRING
                   IF WS-HA-BEFORE-IMAGE (1:50) NOT =
                       WS-HA-AFTER-IMAGE (1:50)
                       STRING "NUMBER/ADDRESS " DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
                   IF WS-HA-BEFORE-IMAGE (69:1) NOT =
                       WS-HA-AFTER-IMAGE (69:1)
                       STRING "PREFERRED " WS-HA-BEFORE-IMAGE (69:1)
                           "->" WS-HA-AFTER-IMAGE (69:1) " "
                           DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
                   IF WS-HA-BEFORE-IMAGE (70:1) NOT =
                       WS-HA-AFTER-IMAGE (70:1)
                       STRING "OPT-OUT " WS-HA-BEFORE-IMAGE (70:1)
                           "->" WS-HA-AFTER-IMAGE (70:1)
                           DELIMITED BY SIZE
                           INTO WS-WHAT WITH POINTER WS-WHAT-PTR
                       END-STRING
                   END-IF
           END-EVALUATE.

       5600-PRINT-LINK.
           EVALUATE WS-HL-REL-CODE
               WHEN "SO"
                   MOVE "SO SOCIO" TO WS-LL-ROLE
               WHEN "AD"
                   MOVE "AD ADMINISTRADOR" TO WS-LL-ROLE
               WHEN "PR"
                   MOVE "PR PROCURADOR" TO WS-LL-ROLE
               WHEN OTHER
                   MOVE WS-HL-REL-CODE TO WS-LL-ROLE
           END-EVALUATE
           MOVE SPACES TO WS-LL-DOC
           STRING WS-HL-OTHER-KEY (1:1) "-" WS-HL-OTHER-KEY (2:14)
               DELIMITED BY SIZE INTO WS-LL-DOC
           END-STRING

      *            A COMPANY'S NAME IS SHOWN; AN INDIVIDUAL'S IS THAT
      *            PERSON'S OWN DATA AND IS NOT.
           IF WS-HL-OTHER-KEY (1:1) = "J"
               MOVE WS-HL-OTHER-KEY TO
                   MASTER-KEY-BOOK OF COPYBOOK-KEY
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "(NO LONGER ON THE MASTER FILE)" TO
                           WS-LL-NAME
                   NOT INVALID KEY
                       MOVE NAME-BOOK TO WS-LL-NAME
               END-READ
           ELSE
               MOVE "(INDIVIDUAL - NOT SHOWN)" TO WS-LL-NAME
           END-IF

           MOVE WS-HL-START-DATE TO WS-DATE-IN
           PERFORM 5920-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-LL-START
           IF WS-HL-END-DATE = SPACES
               MOVE "IN FORCE" TO WS-LL-END
           ELSE
               MOVE WS-HL-END-DATE TO WS-DATE-IN
               PERFORM 5920-FORMAT-DATE
               MOVE WS-DATE-OUT TO WS-LL-END
           END-IF
           PERFORM 5850-CHECK-PAGE
           WRITE REPORT-LINE FROM WS-LINK-LINE
           ADD 1 TO WS-LINE-COUNT.

       5700-PRINT-TRANS.
           MOVE WS-HT-EXTRACT-DATE TO WS-DATE-IN
           PERFORM 5920-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-TL-EXTRACT
           MOVE WS-HT-RUN-DATE TO WS-DATE-IN
           PERFORM 5920-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-TL-RUN
           EVALUATE WS-HT-EXTRACT-TYPE
               WHEN "D"
                   MOVE "DELTA" TO WS-TL-FILE
               WHEN "B"
                   MOVE "BASELINE" TO WS-TL-FILE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-TL-FILE
           END-EVALUATE
      *            A DELTA CUT WITHOUT A RECEIVER ID WENT TO THE
      *            STANDARD DISTRIBUTION; AN OLDER FILE DOES NOT SAY.
           EVALUATE TRUE
               WHEN WS-HT-RECEIVER NOT = SPACES
                   MOVE WS-HT-RECEIVER TO WS-TL-RECEIVER
               WHEN WS-HT-EXTRACT-TYPE = "D"
                   MOVE "BILLING/CRM" TO WS-TL-RECEIVER
               WHEN OTHER
                   MOVE "NOT RECORDED" TO WS-TL-RECEIVER
           END-EVALUATE
           MOVE WS-HT-SOURCE TO WS-TL-SOURCE
           EVALUATE WS-HT-OPERATION
               WHEN "A"
                   MOVE "NEW RECORD, FULL DETAILS" TO WS-TL-SENT-AS
               WHEN "C"
                   MOVE "CHANGED RECORD, FULL DETAILS" TO
                       WS-TL-SENT-AS
               WHEN "D"
                   MOVE "DELETION NOTICE" TO WS-TL-SENT-AS
               WHEN OTHER
                   MOVE WS-HT-OPERATION TO WS-TL-SENT-AS
           END-EVALUATE
           PERFORM 5850-CHECK-PAGE
           WRITE REPORT-LINE FROM WS-TRANS-LINE
           ADD 1 TO WS-LINE-COUNT.

       5750-PRINT-CHANNEL.
           EVALUATE WS-HC-CHANNEL-TYPE
               WHEN "P"
                   MOVE "PHONE" TO WS-CH-TYPE
               WHEN "E"
                   MOVE "E-MAIL" TO WS-CH-TYPE
               WHEN OTHER
                   MOVE WS-HC-CHANNEL-TYPE TO WS-CH-TYPE
           END-EVALUATE
           MOVE WS-HC-SEQUENCE TO WS-CH-SEQ
           IF WS-HC-CHANNEL-TYPE = "P"
               MOVE SPACES TO WS-CH-VALUE
               STRING "(" WS-HC-PHONE-DDD ") " WS-HC-PHONE-NUMBER
                   DELIMITED BY SIZE INTO WS-CH-VALUE
               END-STRING
           ELSE
               MOVE WS-HC-VALUE TO WS-CH-VALUE
           END-IF
           IF WS-HC-PREFERRED-FLAG = "Y"
               MOVE "YES" TO WS-CH-PREFERRED
           ELSE
               MOVE "NO" TO WS-CH-PREFERRED
           END-IF
           IF WS-HC-OPT-OUT-FLAG = "Y"
               MOVE "YES" TO WS-CH-OPT-OUT
           ELSE
               MOVE "NO" TO WS-CH-OPT-OUT
           END-IF
           PERFORM 5850-CHECK-PAGE
           WRITE REPORT-LINE FROM WS-CHANNEL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *            ONE LINE PER REQUEST, THEN THE VALUES IT WOULD
      *            PUT ON THE MASTER -- A PROPOSED NAME IS THE
      *            SUBJECT'S DATA WHETHER OR NOT IT IS EVER APPROVED.
       5760-PRINT-PENDING.
           EVALUATE WS-HP-STATUS
               WHEN "P"
                   MOVE "PENDING" TO WS-PL-STATUS
               WHEN "A"
                   MOVE "APPROVED" TO WS-PL-STATUS
               WHEN "R"
                   MOVE "REJECTED" TO WS-PL-STATUS
               WHEN OTHER
                   MOVE WS-HP-STATUS TO WS-PL-STATUS
           END-EVALUATE
           MOVE WS-HP-REQUEST-STAMP TO WS-STAMP-IN
           PERFORM 5910-FORMAT-STAMP
           MOVE WS-STAMP-OUT TO WS-PL-WHEN
           MOVE WS-HP-REQUEST-USER TO WS-PL-USER
           MOVE WS-HP-DECISION-USER TO WS-PL-DECIDED-BY

           MOVE SPACES TO WS-WHAT
           MOVE 1 TO WS-WHAT-PTR
           IF WS-HP-NAME-CHANGED = "Y"
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-WHAT WITH POINTER WS-WHAT-PTR
               END-STRING
           END-IF
           IF WS-HP-STATUS-CHANGED = "Y"
               STRING "STATUS " WS-HP-BEFORE-IMAGE (101:1)
                   "->" WS-HP-AFTER-IMAGE (101:1) " "
                   DELIMITED BY SIZE
                   INTO WS-WHAT WITH POINTER WS-WHAT-PTR
               END-STRING
           END-IF
           IF WS-HP-OTHER-CHANGED = "Y"
               STRING "ADDRESS " DELIMITED BY SIZE
                   INTO WS-WHAT WITH POINTER WS-WHAT-PTR
               END-STRING
           END-IF
           MOVE WS-WHAT TO WS-PL-WHAT
           PERFORM 5850-CHECK-PAGE
           WRITE REPORT-LINE FROM WS-PENDING-LINE
           ADD 1 TO WS-LINE-COUNT

           IF WS-HP-NAME-CHANGED = "Y"
               MOVE "  PROPOSED NAME       :" TO WS-DL-LABEL
               MOVE WS-HP-AFTER-IMAGE (1:50) TO WS-DL-VALUE
               PERFORM 5800-WRITE-DETAIL
           END-IF
           IF WS-HP-OTHER-CHANGED = "Y"
               MOVE "  PROPOSED ADDRESS    :" TO WS-DL-LABEL
               MOVE SPACES TO WS-DL-VALUE
               STRING WS-HP-AFTER-IMAGE (66:10) " "
                   WS-HP-AFTER-IMAGE (76:5) " "
                   WS-HP-AFTER-IMAGE (81:10) " "
                   WS-HP-AFTER-IMAGE (91:2) " CEP "
                   WS-HP-AFTER-IMAGE (93:8)
                   DELIMITED BY SIZE INTO WS-DL-VALUE
               END-STRING
               PERFORM 5800-WRITE-DETAIL
           END-IF.

       5800-WRITE-DETAIL.
           PERFORM 5850-CHECK-PAGE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       5850-CHECK-PAGE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF.

       5900-FORMAT-SUBJECT-DOC.
           MOVE SPACES TO WS-DOC-FORMATTED
           STRING WS-RQ-KEY (WS-RQ-IDX) (1:1) "-"
               WS-RQ-KEY (WS-RQ-IDX) (2:14)
               DELIMITED BY SIZE INTO WS-DOC-FORMATTED
           END-STRING.

      *            YYYYMMDDHHMMSS... -> YYYY-MM-DD HH:MM:SS
       5910-FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-OUT
           IF WS-STAMP-IN NOT = SPACES
               STRING WS-STAMP-IN (1:4) "-" WS-STAMP-IN (5:2) "-"
                   WS-STAMP-IN (7:2) " " WS-STAMP-IN (9:2) ":"
                   WS-STAMP-IN (11:2) ":" WS-STAMP-IN (13:2)
                   DELIMITED BY SIZE INTO WS-STAMP-OUT
               END-STRING
           END-IF.

      *            YYYYMMDD -> YYYY-MM-DD
       5920-FORMAT-DATE.
           MOVE SPACES TO WS-DATE-OUT
           IF WS-DATE-IN NOT = SPACES
               STRING WS-DATE-IN (1:4) "-" WS-DATE-IN (5:2) "-"
                   WS-DATE-IN (7:2)
                   DELIMITED BY SIZE INTO WS-DATE-OUT
               END-STRING
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

      *            THE CONTROL PAGE FOR THE COMPLIANCE FILE.
       7000-PRINT-CONTROL-PAGE.
           MOVE "CONTROL PAGE" TO WS-H2-TEXT
           PERFORM 6000-PRINT-HEADINGS

           MOVE "RUN STARTED           :" TO WS-DL-LABEL
           MOVE WS-RUN-START-STAMP TO WS-STAMP-IN
           PERFORM 5910-FORMAT-STAMP
           MOVE WS-STAMP-OUT TO WS-DL-VALUE
           PERFORM 5800-WRITE-DETAIL

           MOVE "BUSINESS DATE         :" TO WS-DL-LABEL
           MOVE CYK-BUSINESS-DATE TO WS-DATE-IN
           PERFORM 5920-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-DL-VALUE
           PERFORM 5800-WRITE-DETAIL

           MOVE "RUN BY                :" TO WS-DL-LABEL
           MOVE WS-USER-ID TO WS-DL-VALUE
           PERFORM 5800-WRITE-DETAIL

           MOVE "AUDIT ARCHIVE COBAUDAR:" TO WS-DL-LABEL
           IF WS-ARCH-OPENED
               MOVE "SUPPLIED" TO WS-DL-VALUE
           ELSE
               MOVE "NOT SUPPLIED - ONLINE LOG ONLY" TO WS-DL-VALUE
           END-IF
           PERFORM 5800-WRITE-DETAIL

           MOVE "TRANSMISSIONS COBTXHST:" TO WS-DL-LABEL
           IF WS-TRANS-OPENED
               MOVE "SUPPLIED" TO WS-DL-VALUE
           ELSE
               MOVE "NOT SUPPLIED - SECTION 4 INCOMPLETE" TO
                   WS-DL-VALUE
           END-IF
           PERFORM 5800-WRITE-DETAIL

           MOVE "CONTACTS COBCONT      :" TO WS-DL-LABEL
           IF WS-CONTACT-OPENED
               MOVE "READ" TO WS-DL-VALUE
           ELSE
               MOVE "NOT YET CREATED - NO CHANNELS HELD" TO
                   WS-DL-VALUE
           END-IF
           PERFORM 5800-WRITE-DETAIL

           MOVE "APPROVALS COBAPPR     :" TO WS-DL-LABEL
           IF WS-PENDING-OPENED
               MOVE "READ" TO WS-DL-VALUE
           ELSE
               MOVE "NOT YET CREATED - NO CORRECTIONS HELD" TO
                   WS-DL-VALUE
           END-IF
           PERFORM 5800-WRITE-DETAIL

           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           WRITE REPORT-LINE FROM WS-CONTROL-COLUMNS
           ADD 2 TO WS-LINE-COUNT
           PERFORM 7100-PRINT-CONTROL-LINE
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQ-COUNT

           PERFORM 5850-CHECK-PAGE
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           MOVE "REQUESTS READ               : " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "STATEMENTS PRODUCED         : " TO WS-TOT-LABEL
           MOVE WS-STATEMENT-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "  SUBJECT NOT ON MASTER     : " TO WS-TOT-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "REQUESTS REJECTED           : " TO WS-TOT-LABEL
           MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "ALREADY PAST THE 15-DAY DATE: " TO WS-TOT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "AUDIT RECORDS READ          : " TO WS-TOT-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "ARCHIVE RECORDS READ        : " TO WS-TOT-LABEL
           MOVE WS-ARCH-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "RELATIONSHIP LINKS READ     : " TO WS-TOT-LABEL
           MOVE WS-REL-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "CONTACT CHANNELS LISTED     : " TO WS-TOT-LABEL
           MOVE WS-CONTACT-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "HELD CORRECTIONS LISTED     : " TO WS-TOT-LABEL
           MOVE WS-PENDING-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "TRANSMISSION FILES READ     : " TO WS-TOT-LABEL
           MOVE WS-TRANS-FILE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "TRANSMISSION DETAILS READ   : " TO WS-TOT-LABEL
           MOVE WS-TRANS-DETAIL-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       7100-PRINT-CONTROL-LINE.
           PERFORM 5850-CHECK-PAGE
           PERFORM 5900-FORMAT-SUBJECT-DOC
           MOVE WS-DOC-FORMATTED TO WS-CL-DOC
           MOVE WS-RQ-ID (WS-RQ-IDX) TO WS-CL-REQUEST-ID
           MOVE WS-RQ-AUDIT-COUNT (WS-RQ-IDX) TO WS-CL-AUDIT
           MOVE WS-RQ-LINK-COUNT (WS-RQ-IDX) TO WS-CL-LINKS
           MOVE WS-RQ-TRANS-COUNT (WS-RQ-IDX) TO WS-CL-SENT
           MOVE WS-RQ-CHANNEL-COUNT (WS-RQ-IDX) TO WS-CL-CHANNELS
           MOVE WS-RQ-RECEIVED (WS-RQ-IDX) TO WS-DATE-IN
           PERFORM 5920-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-CL-RECEIVED
           MOVE WS-RQ-DUE (WS-RQ-IDX) TO WS-DATE-IN
           PERFORM 5920-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-CL-DUE
           IF WS-RQ-ON-MASTER (WS-RQ-IDX) = "Y"
               MOVE "YES" TO WS-CL-MASTER
           ELSE
               MOVE "NO" TO WS-CL-MASTER
           END-IF

           EVALUATE TRUE
               WHEN WS-RQ-STATUS (WS-RQ-IDX) = "I"
                   MOVE SPACES TO WS-CL-STMT-NO
                   MOVE SPACES TO WS-CL-MASTER
                   MOVE "REJECTED - INVALID DOCUMENT" TO
                       WS-CL-DISPOSITION
               WHEN WS-RQ-STMT-NO (WS-RQ-IDX) = 0
                   MOVE SPACES TO WS-CL-STMT-NO
                   MOVE "NOT PRODUCED - SEE SYSOUT" TO
                       WS-CL-DISPOSITION
               WHEN WS-RQ-DUE (WS-RQ-IDX) = SPACES
                   MOVE WS-RQ-STMT-NO (WS-RQ-IDX) TO WS-CL-STMT-NO
                   MOVE "PRODUCED - BAD RECEIVED DATE" TO
                       WS-CL-DISPOSITION
               WHEN CYK-BUSINESS-DATE > WS-RQ-DUE (WS-RQ-IDX)
                   MOVE WS-RQ-STMT-NO (WS-RQ-IDX) TO WS-CL-STMT-NO
                   MOVE "PRODUCED - PAST 15-DAY DATE" TO
                       WS-CL-DISPOSITION
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN OTHER
                   MOVE WS-RQ-STMT-NO (WS-RQ-IDX) TO WS-CL-STMT-NO
                   MOVE "PRODUCED" TO WS-CL-DISPOSITION
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-CONTROL-LINE
           ADD 1 TO WS-LINE-COUNT.

       8000-TERMINATE.
           IF NOT WS-FATAL
               CLOSE MASTER-FILE
               CLOSE AUDIT-FILE
               CLOSE REL-FILE
               IF WS-CONTACT-OPENED
                   CLOSE CONTACT-FILE
               END-IF
               IF WS-PENDING-OPENED
                   CLOSE PENDING-FILE
               END-IF
               IF WS-ARCH-OPENED
                   CLOSE ARCHIVE-FILE
               END-IF
               IF WS-TRANS-OPENED
                   CLOSE TRANS-FILE
               END-IF
               CLOSE REPORT-FILE
               PERFORM 8100-WRITE-RUN-CONTROL
           END-IF
           DISPLAY "COBLGA1: REQUESTS READ     = " WS-READ-COUNT
           DISPLAY "COBLGA1: STATEMENTS        = " WS-STATEMENT-COUNT
           DISPLAY "COBLGA1: NOT ON MASTER     = "
               WS-NOT-ON-MASTER-COUNT
           DISPLAY "COBLGA1: REQUESTS REJECTED = " WS-REJECT-COUNT
           DISPLAY "COBLGA1: PAST 15-DAY DATE  = " WS-OVERDUE-COUNT.

       8100-WRITE-RUN-CONTROL.
      *            IN = REQUESTS READ, OUT = STATEMENTS PRODUCED,
      *            REJECTED = REQUESTS THAT COULD NOT BE ANSWERED.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBLGA1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-READ-COUNT TO RUN-IN-COUNT
           MOVE WS-STATEMENT-COUNT TO RUN-OUT-COUNT
           MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT
           MOVE ZEROS TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
