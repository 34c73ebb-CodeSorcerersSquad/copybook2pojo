       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBGRP1                                              *
      * DESCRIPTION: ECONOMIC GROUP (GRUPO ECONOMICO) ROLL-UP.         *
      *              COBRPT02 ANSWERS "WHO ARE THIS COMPANY'S SOCIOS"  *
      *              ONE LINK AT A TIME; CREDIT AND COMPLIANCE SET     *
      *              EXPOSURE LIMITS PER WHOLE GROUP. THIS STEP BUILDS *
      *              THE GROUPS FROM COBMAST AND COBPREL:              *
      *                - EVERY BRANCH UNDER THE SAME ROOT-CNPJ-BOOK    *
      *                  IS IN ONE GROUP;                              *
      *                - A PERSON HOLDING A SOCIO (SO) OR             *
      *                  ADMINISTRADOR (AD) LINK STILL IN FORCE JOINS  *
      *                  THE GROUP OF THAT COMPANY, SO TWO COMPANIES   *
      *                  SHARING A SOCIO OR ADMINISTRADOR END UP IN    *
      *                  ONE GROUP -- FOLLOWED THROUGH AS MANY HOPS AS *
      *                  IT TAKES (EACH LINK MERGES TWO SETS; THE SETS *
      *                  LEFT WHEN EVERY LINK IS DONE ARE THE GROUPS). *
      *              PROCURADOR (PR) LINKS, ENDED LINKS AND 'X'        *
      *              (ANONYMIZED) RECORDS NEVER JOIN ANYTHING.         *
      *                                                                *
      * GROUP NUMBERS                                                 *
      *   A GROUP KEEPS THE LOWEST GROUP NUMBER ITS MEMBERS HELD ON   *
      *   THE PREVIOUS RUN. WHEN A GROUP SPLITS, THE PART HOLDING THE *
      *   LOWEST MEMBER KEY KEEPS THE NUMBER AND THE REST TAKE THEIR  *
      *   NEXT-LOWEST OLD NUMBER OR A NEW ONE; WHEN GROUPS MERGE, THE *
      *   HIGHER NUMBERS ARE RETIRED. NEW NUMBERS START ABOVE THE     *
      *   HIGHEST NUMBER EVER SEEN ON THE PREVIOUS GENERATION.        *
      *                                                                *
      * THE REPORT (COBRPT24) LISTS EVERY GROUP OF MORE THAN ONE      *
      * MEMBER WITH ITS COMPANIES, PEOPLE AND THEIR ROLES, THE STATES *
      * COVERED AND THE ACTIVE/INACTIVE COUNTS, AND FLAGS EVERY ROOT  *
      * IN THE GROUP WHOSE HEADQUARTERS (BRANCH-BOOK 0001) IS MISSING *
      * FROM THE MASTER OR IS NOT 'A'. A LONE BRANCH WITH NO          *
      * HEADQUARTERS IS PRINTED TOO, SINCE IT CARRIES THAT FLAG.      *
      *                                                                *
      * FILES                                                         *
      *   COBMAST   THE MASTER (READ ONLY)                            *
      *   COBPREL   PARTNER RELATIONSHIPS (READ ONLY)                 *
      *   COBGRPOL  PREVIOUS MEMBERSHIP -- LAST RUN'S COBGRPMB        *
      *             UNLOADED BEFORE THE CLUSTER IS REDEFINED. MISSING *
      *             ON THE FIRST RUN ONLY (EVERY GROUP IS THEN NEW).  *
      *   COBGRPMB  NEW MEMBERSHIP (GRPMBR LAYOUT), KEY ORDER         *
      *   COBRPT24  GROUP REPORT                                      *
      *   SORTWK01  SORT WORK FILE                                    *
      ******************************************************************
       PROGRAM-ID. COBGRP1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "COBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY-BOOK OF COPYBOOK-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REL-FILE ASSIGN TO "COBPREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PARTNER-REL-KEY
               FILE STATUS IS WS-REL-STATUS.

           SELECT OLD-MEMBER-FILE ASSIGN TO "COBGRPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MEMBER-FILE ASSIGN TO "COBGRPMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRPM-MEMBER-KEY
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COBRPT24"
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

       FD  REL-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY partrel.

       FD  OLD-MEMBER-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  OLD-MEMBER-RECORD.
      *            GRPMBR LAYOUT -- ONLY THE KEY AND NUMBER ARE USED
           05  OLD-MEMBER-KEY           PIC X(15).
           05  OLD-GROUP-NUMBER         PIC 9(07).
           05  FILLER                   PIC X(18).

       FD  MEMBER-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY grpmbr.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       SD  SORT-FILE.
      *            FIRST SORT: OLD GROUP NUMBERS CLAIMED BY THE NEW
      *            GROUPS, LOWEST OLD NUMBER FIRST
       01  SORT-CLAIM-RECORD.
           05  SRC-OLD-GROUP            PIC 9(07).
           05  SRC-ROOT-IDX             PIC 9(05).
           05  FILLER                   PIC X(16).
      *            SECOND SORT: MEMBERS IN REPORT ORDER -- BY GROUP,
      *            COMPANIES BEFORE PEOPLE, THEN BY KEY
       01  SORT-MEMBER-RECORD.
           05  SRM-GROUP                PIC 9(07).
           05  SRM-RANK                 PIC X(01).
           05  SRM-KEY                  PIC X(15).
           05  SRM-NODE-IDX             PIC 9(05).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-REL-STATUS                PIC X(02) VALUE "00".
       01  WS-OLD-STATUS                PIC X(02) VALUE "00".
       01  WS-MEMBER-STATUS             PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-OLD-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-OLD-OPENED           VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED        VALUE "Y".

       01  WS-REL-READ-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-REL-SKIP-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-REL-USED-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-REL-DANGLING-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-MASTER-READ-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-OLD-READ-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-GROUP-COUNT               PIC 9(07) VALUE ZEROS.
       01  WS-KEPT-GROUP-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-NEW-GROUP-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-RETIRED-GROUP-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-PRINTED-GROUP-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-FLAGGED-GROUP-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-MEMBER-WRITE-COUNT        PIC 9(07) VALUE ZEROS.

      *            EVERY SO/AD LINK IN FORCE, IN COBPREL KEY ORDER
      *            (BY PERSON), SO A PERSON'S LINKS ARE ADJACENT.
       01  WS-REL-MAX                   PIC 9(05) VALUE 50000.
       01  WS-REL-COUNT                 PIC 9(05) VALUE ZEROS.
       01  WS-RT-IDX                    PIC 9(05).
       01  WS-RT-LAST                   PIC 9(05).
       01  WS-REL-TABLE.
           05  WS-RT-ENTRY OCCURS 50000 TIMES.
               10  WS-RT-F-KEY         PIC X(15).
               10  WS-RT-J-KEY         PIC X(15).
               10  WS-RT-REL-CODE      PIC X(02).
               10  WS-RT-J-NODE        PIC 9(05).
      *            NODE OF THE COMPANY END, ZERO WHEN THE COMPANY IS
      *            NOT ON THE MASTER (OR IS ANONYMIZED)

      *            ONE NODE PER GROUP MEMBER, IN MASTER KEY ORDER --
      *            THE ORDER IS WHAT LETS 3300-FIND-NODE HALVE THE
      *            TABLE INSTEAD OF WALKING IT. WS-ND-PARENT CHAINS
      *            A NODE TO THE SET IT HAS BEEN MERGED INTO; A NODE
      *            THAT IS ITS OWN PARENT HEADS A SET.
       01  WS-NODE-MAX                  PIC 9(05) VALUE 50000.
       01  WS-NODE-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-ND-IDX                    PIC 9(05).
       01  WS-NODE-TABLE.
           05  WS-ND-ENTRY OCCURS 50000 TIMES.
               10  WS-ND-KEY           PIC X(15).
               10  WS-ND-PARENT        PIC 9(05).
               10  WS-ND-OLD-GROUP     PIC 9(07).
               10  WS-ND-GROUP         PIC 9(07).
               10  WS-ND-MEMBERS       PIC 9(05).
               10  WS-ND-FIRST-LINK    PIC 9(05).
               10  WS-ND-LINK-COUNT    PIC 9(05).

       01  WS-LAST-J-NODE               PIC 9(05) VALUE ZEROS.
       01  WS-LAST-ROOT                 PIC X(08) VALUE SPACES.

       01  WS-FIND-IDX                  PIC 9(05).
       01  WS-ROOT-IDX                  PIC 9(05).
       01  WS-NEXT-IDX                  PIC 9(05).
       01  WS-UNION-A                   PIC 9(05).
       01  WS-UNION-B                   PIC 9(05).
       01  WS-ROOT-A                    PIC 9(05).
       01  WS-SEARCH-KEY                PIC X(15).
       01  WS-FOUND-IDX                 PIC 9(05).
       01  WS-LOW                       PIC 9(05).
       01  WS-HIGH                      PIC 9(05).
       01  WS-MID                       PIC 9(05).

       01  WS-MAX-OLD-GROUP             PIC 9(07) VALUE ZEROS.
       01  WS-NEXT-GROUP                PIC 9(07) VALUE ZEROS.
       01  WS-PREV-OLD-GROUP            PIC 9(07) VALUE ZEROS.
       01  WS-CLAIMED-SWITCH            PIC X(01) VALUE "N".
           88  WS-CLAIMED              VALUE "Y".
       01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SORT-EOF             VALUE "Y".

      *            THE GROUP BEING PRINTED
       01  WS-CUR-GROUP                 PIC 9(07) VALUE ZEROS.
       01  WS-CUR-ROOT                  PIC X(08).
       01  WS-GRP-COMPANIES             PIC 9(05).
       01  WS-GRP-PEOPLE                PIC 9(05).
       01  WS-GRP-ACTIVE                PIC 9(05).
       01  WS-GRP-INACTIVE              PIC 9(05).
       01  WS-STATE-COUNT               PIC 9(02).
       01  WS-ST-IDX                    PIC 9(02).
       01  WS-STATE-TABLE.
           05  WS-ST-CODE OCCURS 30 TIMES PIC X(02).
       01  WS-STATE-FOUND-SWITCH        PIC X(01).
           88  WS-STATE-FOUND          VALUE "Y".
       01  WS-STATES-TEXT               PIC X(90).
       01  WS-STATES-PTR                PIC 9(03).
       01  WS-HQ-FLAG-COUNT             PIC 9(02).
       01  WS-HF-IDX                    PIC 9(02).
       01  WS-HQ-FLAG-TABLE.
           05  WS-HF-ENTRY OCCURS 20 TIMES.
               10  WS-HF-ROOT          PIC X(08).
               10  WS-HF-REASON        PIC X(40).

       01  WS-DOC-FORMATTED             PIC X(16).
       01  WS-PRINT-LINE                PIC X(132).

       01  WS-PAGE-NUMBER               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 55.

       01  WS-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "COBGRP1 - ECONOMIC GROUP ROLL-UP".
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  WS-H1-PAGE               PIC ZZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "MEMBER".
           05  FILLER                  PIC X(16) VALUE "DOCUMENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE "NAME".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "ST".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "UF".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-GROUP-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "GROUP ".
           05  WS-GRP-NUMBER            PIC 9(07).
           05  FILLER                  PIC X(118) VALUE SPACES.

       01  WS-MEMBER-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-MBR-TYPE              PIC X(09).
           05  WS-MBR-DOC               PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MBR-NAME              PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MBR-STATUS            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MBR-STATE             PIC X(02).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-ROLE-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  WS-ROL-CODE              PIC X(02).
           05  FILLER                  PIC X(04) VALUE " IN ".
           05  WS-ROL-DOC               PIC X(16).
           05  FILLER                  PIC X(96) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "COMPANIES ".
           05  WS-SUM-COMPANIES         PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE "  PEOPLE ".
           05  WS-SUM-PEOPLE            PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE "  ACTIVE ".
           05  WS-SUM-ACTIVE            PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  INACTIVE ".
           05  WS-SUM-INACTIVE          PIC ZZZZ9.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-STATES-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "STATES: ".
           05  WS-STL-TEXT              PIC X(90).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-HQ-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "*** HEADQUARTERS ".
           05  WS-HQL-ROOT              PIC X(08).
           05  FILLER                  PIC X(06) VALUE "/0001 ".
           05  WS-HQL-REASON            PIC X(40).
           05  FILLER                  PIC X(57) VALUE SPACES.

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
           MOVE "COBGRP1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-FATAL
               PERFORM 2000-LOAD-LINKS
               PERFORM 2500-LOAD-MASTER
               PERFORM 3000-JOIN-LINKS
               PERFORM 3500-LOAD-OLD-GROUPS
               SORT SORT-FILE
                   ON ASCENDING KEY SRC-OLD-GROUP SRC-ROOT-IDX
                   INPUT PROCEDURE IS 4100-RELEASE-CLAIMS
                   OUTPUT PROCEDURE IS 4200-CLAIM-OLD-GROUPS
               PERFORM 4500-NUMBER-NEW-GROUPS
               PERFORM 4800-WRITE-MEMBERSHIP
               SORT SORT-FILE
                   ON ASCENDING KEY SRM-GROUP SRM-RANK SRM-KEY
                   INPUT PROCEDURE IS 5100-RELEASE-MEMBERS
                   OUTPUT PROCEDURE IS 5200-PRINT-GROUPS
           END-IF
           IF WS-REPORT-OPENED
               PERFORM 7000-PRINT-FOOTER
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE CYK-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "COBGRP1: UNABLE TO OPEN COBMAST, STATUS="
                   WS-MASTER-STATUS
               MOVE "Y" TO WS-FATAL-SWITCH
           END-IF

           IF NOT WS-FATAL
               OPEN INPUT REL-FILE
               IF WS-REL-STATUS NOT = "00"
                   DISPLAY "COBGRP1: UNABLE TO OPEN COBPREL, STATUS="
                       WS-REL-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

      *            NO PREVIOUS GENERATION IS NORMAL ON THE FIRST RUN
      *            ONLY -- SAY SO, BECAUSE EVERY GROUP NUMBER WILL BE
      *            NEW.
           IF NOT WS-FATAL
               OPEN INPUT OLD-MEMBER-FILE
               IF WS-OLD-STATUS = "00"
                   MOVE "Y" TO WS-OLD-OPEN-SWITCH
               ELSE
                   DISPLAY "COBGRP1: COBGRPOL NOT AVAILABLE, STATUS="
                       WS-OLD-STATUS " - ALL GROUPS NUMBERED AS NEW"
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT MEMBER-FILE
               IF WS-MEMBER-STATUS NOT = "00"
                   DISPLAY "COBGRP1: UNABLE TO OPEN COBGRPMB, STATUS="
                       WS-MEMBER-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS = "00"
                   MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               ELSE
                   DISPLAY "COBGRP1: UNABLE TO OPEN COBRPT24, STATUS="
                       WS-REPORT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF WS-FATAL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 99 TO WS-LINE-COUNT
           END-IF.

       2000-LOAD-LINKS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-REL
           PERFORM 2050-KEEP-LINK UNTIL WS-EOF.

       2050-KEEP-LINK.
      *            ONLY OWNERSHIP AND MANAGEMENT TIE COMPANIES
      *            TOGETHER; AN ENDED LINK NO LONGER DOES.
           IF (PREL-REL-CODE = "SO" OR PREL-REL-CODE = "AD")
               AND (PREL-END-DATE = SPACES
                   OR PREL-END-DATE > WS-RUN-DATE)
               IF WS-REL-COUNT < WS-REL-MAX
                   ADD 1 TO WS-REL-COUNT
                   MOVE PREL-F-KEY TO WS-RT-F-KEY (WS-REL-COUNT)
                   MOVE PREL-J-KEY TO WS-RT-J-KEY (WS-REL-COUNT)
                   MOVE PREL-REL-CODE TO
                       WS-RT-REL-CODE (WS-REL-COUNT)
                   MOVE ZEROS TO WS-RT-J-NODE (WS-REL-COUNT)
               ELSE
                   DISPLAY "COBGRP1: LINK TABLE FULL AT "
                       WS-REL-MAX " ENTRIES, LINK OMITTED: "
                       PARTNER-REL-KEY
               END-IF
           ELSE
               ADD 1 TO WS-REL-SKIP-COUNT
           END-IF
           PERFORM 2100-READ-REL.

       2100-READ-REL.
           READ REL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REL-READ-COUNT
           END-READ.

      *            THE MASTER ARRIVES IN KEY ORDER: ALL 'F' KEYS
      *            BEFORE ALL 'J' KEYS, AND THE BRANCHES OF ONE ROOT
      *            ADJACENT. A PERSON IS A NODE ONLY WHEN THE LINK
      *            TABLE (ALSO IN PERSON ORDER) HOLDS ONE OF THEIR
      *            LINKS; WS-RT-IDX WALKS THE LINK TABLE IN STEP.
       2500-LOAD-MASTER.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 1 TO WS-RT-IDX
           PERFORM 2600-READ-MASTER
           PERFORM 2550-LOAD-ONE UNTIL WS-EOF.

       2550-LOAD-ONE.
           IF RECORD-STATUS-BOOK NOT = "X"
               IF PERSON-TYPE-BOOK = "J"
                   PERFORM 2700-ADD-COMPANY
               ELSE
                   PERFORM 2800-ADD-PERSON
               END-IF
           END-IF
           PERFORM 2600-READ-MASTER.

       2600-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
           END-READ.

       2700-ADD-COMPANY.
           PERFORM 2900-ADD-NODE
           IF WS-FOUND-IDX > 0
               IF WS-LAST-J-NODE > 0
                   AND KEY-DOC-BOOK OF COPYBOOK-KEY (1:8) =
                       WS-LAST-ROOT
                   MOVE WS-LAST-J-NODE TO WS-UNION-A
                   MOVE WS-FOUND-IDX TO WS-UNION-B
                   PERFORM 3200-UNION
               END-IF
               MOVE WS-FOUND-IDX TO WS-LAST-J-NODE
               MOVE KEY-DOC-BOOK OF COPYBOOK-KEY (1:8) TO WS-LAST-ROOT
           END-IF.

       2800-ADD-PERSON.
           PERFORM VARYING WS-RT-IDX FROM WS-RT-IDX BY 1
                   UNTIL WS-RT-IDX > WS-REL-COUNT
                   OR WS-RT-F-KEY (WS-RT-IDX) >=
                       MASTER-KEY-BOOK OF COPYBOOK-KEY
               CONTINUE
           END-PERFORM
           IF WS-RT-IDX <= WS-REL-COUNT
               IF WS-RT-F-KEY (WS-RT-IDX) =
                   MASTER-KEY-BOOK OF COPYBOOK-KEY
                   PERFORM 2900-ADD-NODE
                   IF WS-FOUND-IDX > 0
                       MOVE WS-RT-IDX TO WS-ND-FIRST-LINK (WS-FOUND-IDX)
                       PERFORM VARYING WS-RT-IDX FROM WS-RT-IDX BY 1
                               UNTIL WS-RT-IDX > WS-REL-COUNT
                               OR WS-RT-F-KEY (WS-RT-IDX) NOT =
                                   MASTER-KEY-BOOK OF COPYBOOK-KEY
                           ADD 1 TO WS-ND-LINK-COUNT (WS-FOUND-IDX)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       2900-ADD-NODE.
           IF WS-NODE-COUNT < WS-NODE-MAX
               ADD 1 TO WS-NODE-COUNT
               MOVE WS-NODE-COUNT TO WS-FOUND-IDX
               MOVE MASTER-KEY-BOOK OF COPYBOOK-KEY TO
                   WS-ND-KEY (WS-FOUND-IDX)
               MOVE WS-FOUND-IDX TO WS-ND-PARENT (WS-FOUND-IDX)
               MOVE ZEROS TO WS-ND-OLD-GROUP (WS-FOUND-IDX)
               MOVE ZEROS TO WS-ND-GROUP (WS-FOUND-IDX)
               MOVE ZEROS TO WS-ND-MEMBERS (WS-FOUND-IDX)
               MOVE ZEROS TO WS-ND-FIRST-LINK (WS-FOUND-IDX)
               MOVE ZEROS TO WS-ND-LINK-COUNT (WS-FOUND-IDX)
           ELSE
               MOVE ZEROS TO WS-FOUND-IDX
               DISPLAY "COBGRP1: NODE TABLE FULL AT "
                   WS-NODE-MAX " ENTRIES, RECORD OMITTED: "
                   MASTER-KEY-BOOK OF COPYBOOK-KEY
           END-IF.

      *            EVERY PERSON'S LINKS MERGE THE PERSON'S SET WITH
      *            EACH COMPANY'S SET. A LINK WHOSE PERSON NEVER
      *            BECAME A NODE, OR WHOSE COMPANY IS NOT ON THE
      *            MASTER, IS DANGLING (COBPRG1 REPORTS THOSE) AND
      *            JOINS NOTHING.
       3000-JOIN-LINKS.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                   UNTIL WS-ND-IDX > WS-NODE-COUNT
               IF WS-ND-LINK-COUNT (WS-ND-IDX) > 0
                   COMPUTE WS-RT-LAST = WS-ND-FIRST-LINK (WS-ND-IDX)
                       + WS-ND-LINK-COUNT (WS-ND-IDX) - 1
                   PERFORM 3050-JOIN-ONE-LINK
                       VARYING WS-RT-IDX
                       FROM WS-ND-FIRST-LINK (WS-ND-IDX) BY 1
                       UNTIL WS-RT-IDX > WS-RT-LAST
               END-IF
           END-PERFORM
           COMPUTE WS-REL-DANGLING-COUNT =
               WS-REL-COUNT - WS-REL-USED-COUNT.

       3050-JOIN-ONE-LINK.
           MOVE WS-RT-J-KEY (WS-RT-IDX) TO WS-SEARCH-KEY
           PERFORM 3300-FIND-NODE
           IF WS-FOUND-IDX > 0
               ADD 1 TO WS-REL-USED-COUNT
               MOVE WS-FOUND-IDX TO WS-RT-J-NODE (WS-RT-IDX)
               MOVE WS-ND-IDX TO WS-UNION-A
               MOVE WS-FOUND-IDX TO WS-UNION-B
               PERFORM 3200-UNION
           END-IF.

       3100-FIND-ROOT.
      *            WS-FIND-IDX IN, WS-ROOT-IDX OUT. THE SECOND WALK
      *            POINTS EVERY NODE PASSED STRAIGHT AT THE HEAD, SO
      *            LONG CHAINS ARE ONLY EVER WALKED ONCE.
           MOVE WS-FIND-IDX TO WS-ROOT-IDX
           PERFORM UNTIL WS-ND-PARENT (WS-ROOT-IDX) = WS-ROOT-IDX
               MOVE WS-ND-PARENT (WS-ROOT-IDX) TO WS-ROOT-IDX
           END-PERFORM
           PERFORM UNTIL WS-FIND-IDX = WS-ROOT-IDX
               MOVE WS-ND-PARENT (WS-FIND-IDX) TO WS-NEXT-IDX
               MOVE WS-ROOT-IDX TO WS-ND-PARENT (WS-FIND-IDX)
               MOVE WS-NEXT-IDX TO WS-FIND-IDX
           END-PERFORM.

       3200-UNION.
      *            THE SET WHOSE HEAD HAS THE LOWER KEY ABSORBS THE
      *            OTHER, SO A GROUP'S HEAD IS ALWAYS ITS LOWEST KEY.
           MOVE WS-UNION-A TO WS-FIND-IDX
           PERFORM 3100-FIND-ROOT
           MOVE WS-ROOT-IDX TO WS-ROOT-A
           MOVE WS-UNION-B TO WS-FIND-IDX
           PERFORM 3100-FIND-ROOT
           IF WS-ROOT-A < WS-ROOT-IDX
               MOVE WS-ROOT-A TO WS-ND-PARENT (WS-ROOT-IDX)
           ELSE
               IF WS-ROOT-IDX < WS-ROOT-A
                   MOVE WS-ROOT-IDX TO WS-ND-PARENT (WS-ROOT-A)
               END-IF
           END-IF.

       3300-FIND-NODE.
      *            WS-SEARCH-KEY IN, WS-FOUND-IDX OUT (ZERO = NOT A
      *            NODE). BINARY SEARCH OF THE KEY-ORDERED NODE TABLE.
           MOVE ZEROS TO WS-FOUND-IDX
           MOVE 1 TO WS-LOW
           MOVE WS-NODE-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND-IDX > 0
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-ND-KEY (WS-MID) = WS-SEARCH-KEY
                       MOVE WS-MID TO WS-FOUND-IDX
                   WHEN WS-ND-KEY (WS-MID) < WS-SEARCH-KEY
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

       3500-LOAD-OLD-GROUPS.
           IF WS-OLD-OPENED
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3600-READ-OLD
               PERFORM 3550-APPLY-OLD-GROUP UNTIL WS-EOF
           END-IF
      *            EVERY NODE NOW POINTS DIRECTLY AT ITS GROUP HEAD,
      *            AND EACH HEAD KNOWS HOW MANY MEMBERS IT HAS.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                   UNTIL WS-ND-IDX > WS-NODE-COUNT
               MOVE WS-ND-IDX TO WS-FIND-IDX
               PERFORM 3100-FIND-ROOT
               ADD 1 TO WS-ND-MEMBERS (WS-ROOT-IDX)
               IF WS-ROOT-IDX = WS-ND-IDX
                   ADD 1 TO WS-GROUP-COUNT
               END-IF
           END-PERFORM.

       3550-APPLY-OLD-GROUP.
           IF OLD-GROUP-NUMBER > WS-MAX-OLD-GROUP
               MOVE OLD-GROUP-NUMBER TO WS-MAX-OLD-GROUP
           END-IF
           MOVE OLD-MEMBER-KEY TO WS-SEARCH-KEY
           PERFORM 3300-FIND-NODE
           IF WS-FOUND-IDX > 0
               MOVE OLD-GROUP-NUMBER TO WS-ND-OLD-GROUP (WS-FOUND-IDX)
           END-IF
           PERFORM 3600-READ-OLD.

       3600-READ-OLD.
           READ OLD-MEMBER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-OLD-READ-COUNT
           END-READ.

      *            SORT INPUT PROCEDURE -- ONE CLAIM PER MEMBER THAT
      *            HAD A GROUP LAST TIME: (OLD NUMBER, NEW HEAD).
       4100-RELEASE-CLAIMS.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                   UNTIL WS-ND-IDX > WS-NODE-COUNT
               IF WS-ND-OLD-GROUP (WS-ND-IDX) > 0
                   MOVE SPACES TO SORT-CLAIM-RECORD
                   MOVE WS-ND-OLD-GROUP (WS-ND-IDX) TO SRC-OLD-GROUP
                   MOVE WS-ND-PARENT (WS-ND-IDX) TO SRC-ROOT-IDX
                   RELEASE SORT-CLAIM-RECORD
               END-IF
           END-PERFORM.

      *            SORT OUTPUT PROCEDURE -- OLD NUMBERS ARE HANDED OUT
      *            LOWEST FIRST. EACH GOES TO THE FIRST (LOWEST-KEY)
      *            NEW GROUP CLAIMING IT THAT HAS NO NUMBER YET; A
      *            NUMBER NO GROUP CAN TAKE IS RETIRED.
       4200-CLAIM-OLD-GROUPS.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           MOVE ZEROS TO WS-PREV-OLD-GROUP
           PERFORM 4250-RETURN-CLAIM
           PERFORM 4300-APPLY-CLAIM UNTIL WS-SORT-EOF
           IF WS-PREV-OLD-GROUP > 0 AND NOT WS-CLAIMED
               ADD 1 TO WS-RETIRED-GROUP-COUNT
           END-IF.

       4250-RETURN-CLAIM.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       4300-APPLY-CLAIM.
           IF SRC-OLD-GROUP NOT = WS-PREV-OLD-GROUP
               IF WS-PREV-OLD-GROUP > 0 AND NOT WS-CLAIMED
                   ADD 1 TO WS-RETIRED-GROUP-COUNT
               END-IF
               MOVE SRC-OLD-GROUP TO WS-PREV-OLD-GROUP
               MOVE "N" TO WS-CLAIMED-SWITCH
           END-IF
           IF NOT WS-CLAIMED
               AND WS-ND-GROUP (SRC-ROOT-IDX) = 0
               MOVE SRC-OLD-GROUP TO WS-ND-GROUP (SRC-ROOT-IDX)
               MOVE "Y" TO WS-CLAIMED-SWITCH
               ADD 1 TO WS-KEPT-GROUP-COUNT
           END-IF
           PERFORM 4250-RETURN-CLAIM.

       4500-NUMBER-NEW-GROUPS.
           MOVE WS-MAX-OLD-GROUP TO WS-NEXT-GROUP
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                   UNTIL WS-ND-IDX > WS-NODE-COUNT
               IF WS-ND-PARENT (WS-ND-IDX) = WS-ND-IDX
                   AND WS-ND-GROUP (WS-ND-IDX) = 0
                   ADD 1 TO WS-NEXT-GROUP
                   MOVE WS-NEXT-GROUP TO WS-ND-GROUP (WS-ND-IDX)
                   ADD 1 TO WS-NEW-GROUP-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                   UNTIL WS-ND-IDX > WS-NODE-COUNT
               MOVE WS-ND-PARENT (WS-ND-IDX) TO WS-ROOT-IDX
               MOVE WS-ND-GROUP (WS-ROOT-IDX) TO WS-ND-GROUP (WS-ND-IDX)
           END-PERFORM.

       4800-WRITE-MEMBERSHIP.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                   UNTIL WS-ND-IDX > WS-NODE-COUNT
               MOVE SPACES TO GROUP-MEMBER
               MOVE WS-ND-KEY (WS-ND-IDX) TO GRPM-MEMBER-KEY
               MOVE WS-ND-GROUP (WS-ND-IDX) TO GRPM-GROUP-NUMBER
               IF GRPM-PERSON-TYPE = "J"
                   MOVE "C" TO GRPM-MEMBER-TYPE
               ELSE
                   MOVE "P" TO GRPM-MEMBER-TYPE
               END-IF
               MOVE WS-RUN-DATE TO GRPM-BUILD-DATE
               WRITE GROUP-MEMBER
               IF WS-MEMBER-STATUS = "00"
                   ADD 1 TO WS-MEMBER-WRITE-COUNT
               ELSE
                   DISPLAY "COBGRP1: WRITE FAILED ON COBGRPMB, STATUS="
                       WS-MEMBER-STATUS " KEY=" GRPM-MEMBER-KEY
               END-IF
           END-PERFORM.

      *            SORT INPUT PROCEDURE -- THE MEMBERS OF EVERY GROUP
      *            WORTH PRINTING. A GROUP OF ONE IS JUST A CUSTOMER,
      *            UNLESS IT IS A BRANCH WITH NO HEADQUARTERS.
       5100-RELEASE-MEMBERS.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                   UNTIL WS-ND-IDX > WS-NODE-COUNT
               MOVE WS-ND-PARENT (WS-ND-IDX) TO WS-ROOT-IDX
               IF WS-ND-MEMBERS (WS-ROOT-IDX) > 1
                   OR (WS-ND-KEY (WS-ND-IDX) (1:1) = "J"
                       AND WS-ND-KEY (WS-ND-IDX) (10:4) NOT = "0001")
                   MOVE WS-ND-GROUP (WS-ND-IDX) TO SRM-GROUP
                   IF WS-ND-KEY (WS-ND-IDX) (1:1) = "J"
                       MOVE "1" TO SRM-RANK
                   ELSE
                       MOVE "2" TO SRM-RANK
                   END-IF
                   MOVE WS-ND-KEY (WS-ND-IDX) TO SRM-KEY
                   MOVE WS-ND-IDX TO SRM-NODE-IDX
                   RELEASE SORT-MEMBER-RECORD
               END-IF
           END-PERFORM.

      *            SORT OUTPUT PROCEDURE -- ONE BLOCK PER GROUP.
       5200-PRINT-GROUPS.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           MOVE ZEROS TO WS-CUR-GROUP
           PERFORM 5250-RETURN-MEMBER
           PERFORM 5300-PRINT-MEMBER UNTIL WS-SORT-EOF
           IF WS-CUR-GROUP > 0
               PERFORM 5600-PRINT-GROUP-SUMMARY
           END-IF.

       5250-RETURN-MEMBER.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       5300-PRINT-MEMBER.
           IF SRM-GROUP NOT = WS-CUR-GROUP
               IF WS-CUR-GROUP > 0
                   PERFORM 5600-PRINT-GROUP-SUMMARY
               END-IF
               PERFORM 5400-START-GROUP
           END-IF

           MOVE SRM-KEY TO MASTER-KEY-BOOK OF COPYBOOK-KEY
           READ MASTER-FILE
               KEY IS MASTER-KEY-BOOK OF COPYBOOK-KEY
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO NAME-BOOK
                   MOVE SPACES TO RECORD-STATUS-BOOK
                   MOVE SPACES TO STATE-BOOK
           END-READ

           MOVE SPACES TO WS-DOC-FORMATTED
           STRING SRM-KEY (1:1) "-" SRM-KEY (2:14)
               DELIMITED BY SIZE INTO WS-DOC-FORMATTED
           END-STRING
           MOVE WS-DOC-FORMATTED TO WS-MBR-DOC
           MOVE NAME-BOOK TO WS-MBR-NAME
           MOVE RECORD-STATUS-BOOK TO WS-MBR-STATUS
           MOVE STATE-BOOK TO WS-MBR-STATE
           IF SRM-RANK = "1"
               MOVE "COMPANY" TO WS-MBR-TYPE
               ADD 1 TO WS-GRP-COMPANIES
               PERFORM 5450-CHECK-HEADQUARTERS
           ELSE
               MOVE "PERSON" TO WS-MBR-TYPE
               ADD 1 TO WS-GRP-PEOPLE
           END-IF
           MOVE WS-MEMBER-LINE TO WS-PRINT-LINE
           PERFORM 5900-WRITE-LINE

           IF RECORD-STATUS-BOOK = "A"
               ADD 1 TO WS-GRP-ACTIVE
           ELSE
               ADD 1 TO WS-GRP-INACTIVE
           END-IF
           PERFORM 5500-ADD-STATE

           IF SRM-RANK = "2"
               AND WS-ND-LINK-COUNT (SRM-NODE-IDX) > 0
               COMPUTE WS-RT-LAST = WS-ND-FIRST-LINK (SRM-NODE-IDX)
                   + WS-ND-LINK-COUNT (SRM-NODE-IDX) - 1
               PERFORM VARYING WS-RT-IDX
                       FROM WS-ND-FIRST-LINK (SRM-NODE-IDX) BY 1
                       UNTIL WS-RT-IDX > WS-RT-LAST
                   IF WS-RT-J-NODE (WS-RT-IDX) > 0
                       MOVE WS-RT-REL-CODE (WS-RT-IDX) TO WS-ROL-CODE
                       MOVE SPACES TO WS-DOC-FORMATTED
                       STRING WS-RT-J-KEY (WS-RT-IDX) (1:1) "-"
                           WS-RT-J-KEY (WS-RT-IDX) (2:14)
                           DELIMITED BY SIZE INTO WS-DOC-FORMATTED
                       END-STRING
                       MOVE WS-DOC-FORMATTED TO WS-ROL-DOC
                       MOVE WS-ROLE-LINE TO WS-PRINT-LINE
                       PERFORM 5900-WRITE-LINE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 5250-RETURN-MEMBER.

       5400-START-GROUP.
           MOVE SRM-GROUP TO WS-CUR-GROUP
           MOVE SPACES TO WS-CUR-ROOT
           MOVE ZEROS TO WS-GRP-COMPANIES
           MOVE ZEROS TO WS-GRP-PEOPLE
           MOVE ZEROS TO WS-GRP-ACTIVE
           MOVE ZEROS TO WS-GRP-INACTIVE
           MOVE ZEROS TO WS-STATE-COUNT
           MOVE ZEROS TO WS-HQ-FLAG-COUNT
           ADD 1 TO WS-PRINTED-GROUP-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 3
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           MOVE SRM-GROUP TO WS-GRP-NUMBER
           MOVE WS-GROUP-LINE TO WS-PRINT-LINE
           PERFORM 5900-WRITE-LINE.

       5450-CHECK-HEADQUARTERS.
      *            COMPANIES COME IN KEY ORDER, SO THE FIRST MEMBER
      *            OF EACH ROOT IS ITS 0001 WHEN THE 0001 EXISTS.
           IF SRM-KEY (2:8) NOT = WS-CUR-ROOT
               MOVE SRM-KEY (2:8) TO WS-CUR-ROOT
               IF WS-HQ-FLAG-COUNT < 20
                   IF SRM-KEY (10:4) NOT = "0001"
                       ADD 1 TO WS-HQ-FLAG-COUNT
                       MOVE WS-CUR-ROOT TO
                           WS-HF-ROOT (WS-HQ-FLAG-COUNT)
                       MOVE "MISSING FROM THE MASTER" TO
                           WS-HF-REASON (WS-HQ-FLAG-COUNT)
                   ELSE
                       IF RECORD-STATUS-BOOK NOT = "A"
                           ADD 1 TO WS-HQ-FLAG-COUNT
                           MOVE WS-CUR-ROOT TO
                               WS-HF-ROOT (WS-HQ-FLAG-COUNT)
                           MOVE SPACES TO
                               WS-HF-REASON (WS-HQ-FLAG-COUNT)
                           STRING "NOT ACTIVE (STATUS "
                               RECORD-STATUS-BOOK ")"
                               DELIMITED BY SIZE
                               INTO WS-HF-REASON (WS-HQ-FLAG-COUNT)
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5500-ADD-STATE.
           IF STATE-BOOK NOT = SPACES
               MOVE "N" TO WS-STATE-FOUND-SWITCH
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-STATE-COUNT
                       OR WS-STATE-FOUND
                   IF WS-ST-CODE (WS-ST-IDX) = STATE-BOOK
                       MOVE "Y" TO WS-STATE-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-STATE-FOUND AND WS-STATE-COUNT < 30
                   ADD 1 TO WS-STATE-COUNT
                   MOVE STATE-BOOK TO WS-ST-CODE (WS-STATE-COUNT)
               END-IF
           END-IF.

       5600-PRINT-GROUP-SUMMARY.
           MOVE WS-GRP-COMPANIES TO WS-SUM-COMPANIES
           MOVE WS-GRP-PEOPLE TO WS-SUM-PEOPLE
           MOVE WS-GRP-ACTIVE TO WS-SUM-ACTIVE
           MOVE WS-GRP-INACTIVE TO WS-SUM-INACTIVE
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM 5900-WRITE-LINE

           MOVE SPACES TO WS-STATES-TEXT
           MOVE 1 TO WS-STATES-PTR
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STATE-COUNT
               STRING WS-ST-CODE (WS-ST-IDX) " "
                   DELIMITED BY SIZE INTO WS-STATES-TEXT
                   WITH POINTER WS-STATES-PTR
               END-STRING
           END-PERFORM
           MOVE WS-STATES-TEXT TO WS-STL-TEXT
           MOVE WS-STATES-LINE TO WS-PRINT-LINE
           PERFORM 5900-WRITE-LINE

           IF WS-HQ-FLAG-COUNT > 0
               ADD 1 TO WS-FLAGGED-GROUP-COUNT
           END-IF
           PERFORM VARYING WS-HF-IDX FROM 1 BY 1
                   UNTIL WS-HF-IDX > WS-HQ-FLAG-COUNT
               MOVE WS-HF-ROOT (WS-HF-IDX) TO WS-HQL-ROOT
               MOVE WS-HF-REASON (WS-HF-IDX) TO WS-HQL-REASON
               MOVE WS-HQ-LINE TO WS-PRINT-LINE
               PERFORM 5900-WRITE-LINE
           END-PERFORM

           MOVE WS-FOOTER-LINE TO WS-PRINT-LINE
           PERFORM 5900-WRITE-LINE.

       5900-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-PRINT-LINE
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
           MOVE "MASTER RECORDS READ         : " TO WS-TOT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "LINKS READ                  : " TO WS-TOT-LABEL
           MOVE WS-REL-READ-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "LINKS NOT SO/AD OR ENDED    : " TO WS-TOT-LABEL
           MOVE WS-REL-SKIP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "LINKS JOINED                : " TO WS-TOT-LABEL
           MOVE WS-REL-USED-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "LINKS DANGLING              : " TO WS-TOT-LABEL
           MOVE WS-REL-DANGLING-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "GROUP MEMBERS WRITTEN       : " TO WS-TOT-LABEL
           MOVE WS-MEMBER-WRITE-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "GROUPS BUILT                : " TO WS-TOT-LABEL
           MOVE WS-GROUP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "  KEEPING LAST RUN'S NUMBER : " TO WS-TOT-LABEL
           MOVE WS-KEPT-GROUP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "  NEWLY NUMBERED            : " TO WS-TOT-LABEL
           MOVE WS-NEW-GROUP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "OLD NUMBERS RETIRED         : " TO WS-TOT-LABEL
           MOVE WS-RETIRED-GROUP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "GROUPS PRINTED              : " TO WS-TOT-LABEL
           MOVE WS-PRINTED-GROUP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "GROUPS WITH HQ FLAGGED      : " TO WS-TOT-LABEL
           MOVE WS-FLAGGED-GROUP-COUNT TO WS-TOT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8000-TERMINATE.
           IF NOT WS-FATAL
               CLOSE MASTER-FILE
               CLOSE REL-FILE
               IF WS-OLD-OPENED
                   CLOSE OLD-MEMBER-FILE
               END-IF
               CLOSE MEMBER-FILE
               CLOSE REPORT-FILE
               PERFORM 8100-WRITE-RUN-CONTROL
           END-IF
           DISPLAY "COBGRP1: MASTER RECORDS    = " WS-MASTER-READ-COUNT
           DISPLAY "COBGRP1: LINKS JOINED      = " WS-REL-USED-COUNT
           DISPLAY "COBGRP1: GROUPS BUILT      = " WS-GROUP-COUNT
           DISPLAY "COBGRP1: MEMBERS WRITTEN   = " WS-MEMBER-WRITE-COUNT
           DISPLAY "COBGRP1: HQ FLAGGED GROUPS = "
               WS-FLAGGED-GROUP-COUNT.

       8100-WRITE-RUN-CONTROL.
      *            IN = GROUP MEMBERS FOUND, OUT = MEMBERSHIP RECORDS
      *            WRITTEN, ERROR = MEMBERS WHOSE WRITE FAILED.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBGRP1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-NODE-COUNT TO RUN-IN-COUNT
           MOVE WS-MEMBER-WRITE-COUNT TO RUN-OUT-COUNT
           MOVE ZEROS TO RUN-REJECT-COUNT
           COMPUTE RUN-ERROR-COUNT =
               WS-NODE-COUNT - WS-MEMBER-WRITE-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
