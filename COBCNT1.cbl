       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBCNT1                                              *
      * DESCRIPTION: BATCH LOAD/MAINTENANCE OF THE CONTACT-CHANNEL     *
      *              FILE (COBCONT, VSAM KSDS, CONTCT LAYOUT) FROM A   *
      *              SEQUENTIAL TRANSACTION FILE -- THE PHONES AND     *
      *              E-MAIL ADDRESSES HELD FOR EACH MASTER RECORD.     *
      *              THE ONLINE COUNTERPART IS COBCNT2 (CNT1, PF9      *
      *              FROM A RECORD DISPLAYED ON MNT1).                 *
      *                                                                *
      * TRAN-CODE VALUES (COBCNTTR = TRAN-CODE + CONTCT IMAGE)        *
      *   A   ADD A CHANNEL. A SEQUENCE OF 00 TAKES THE NEXT FREE     *
      *       SEQUENCE FOR THE MASTER AND CHANNEL TYPE                *
      *   C   CHANGE (REPLACE) AN EXISTING CHANNEL                    *
      *   D   DELETE AN EXISTING CHANNEL                              *
      * A BLANK PREFERRED OR OPT-OUT FLAG IS TAKEN AS 'N'. THE RECORD *
      * MARK AND MAINTENANCE STAMP ARE SET HERE, NOT TAKEN FROM THE   *
      * TRANSACTION.                                                  *
      *                                                                *
      * ADD/CHANGE TRANSACTIONS ARE EDITED (VALIDCNT) AGAINST THE     *
      * OWNING MASTER RECORD BEFORE COBCONT IS TOUCHED; ANY THAT FAIL  *
      * GO TO THE REJECT FILE (COBCNTRJ) AND THE EXCEPTION LISTING    *
      * (COBRPT29) WITH A REASON CODE:                                *
      *   01  TRAN-CODE IS NOT A, C, OR D                             *
      *   02  MASTER RECORD NOT ON COBMAST                            *
      *   03  MASTER RECORD IS ANONYMIZED ('X') -- NO CONTACT DATA    *
      *       MAY BE HELD FOR IT                                      *
      *   04  CHANNEL TYPE IS NOT P OR E                  (VALIDCNT 81)*
      *   05  DDD IS NOT A BRAZILIAN AREA CODE            (VALIDCNT 82)*
      *   06  DDD DOES NOT SERVE THE MASTER'S STATE-BOOK  (VALIDCNT 83)*
      *   07  PHONE NUMBER IS NOT 8 DIGITS OR 9 FROM A 9  (VALIDCNT 84)*
      *   08  E-MAIL ADDRESS IS MALFORMED                 (VALIDCNT 85)*
      *   09  PREFERRED/OPT-OUT FLAG IS NOT Y OR N        (VALIDCNT 86)*
      *   10  CHANNEL ALREADY ON COBCONT (ADD)                        *
      *   11  CHANNEL NOT ON COBCONT (CHANGE/DELETE)                  *
      *   12  NO FREE SEQUENCE LEFT FOR THE CHANNEL TYPE              *
      *   13  SEQUENCE IS NOT 01-99                       (VALIDCNT 87)*
      * A DELETE IS NOT HELD TO THE MASTER -- A CHANNEL WHOSE MASTER  *
      * HAS GONE (COBPRG1 LISTS THEM) MUST STILL BE REMOVABLE.        *
      *                                                                *
      * AT MOST ONE CHANNEL OF EACH TYPE IS PREFERRED: ADDING OR      *
      * CHANGING ONE TO PREFERRED CLEARS THE FLAG ON THE MASTER'S     *
      * OTHER CHANNELS OF THAT TYPE.                                  *
      *                                                                *
      * EVERY ADD/CHANGE/DELETE THAT REACHES COBCONT -- INCLUDING A   *
      * PREFERRED FLAG CLEARED AS ABOVE -- IS WRITTEN TO COBAUDIT AS  *
      * A BEFORE/AFTER IMAGE, THE SAME AS A MASTER UPDATE.            *
      ******************************************************************
       PROGRAM-ID. COBCNT1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "COBCNTTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

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

           SELECT REJECT-FILE ASSIGN TO "COBCNTRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO "COBRPT29"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "COBAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 123 CHARACTERS.
       01  TRAN-RECORD.
           05  TRAN-CODE                PIC X(01).
           05  TRAN-DATA                PIC X(122).

       FD  MASTER-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY copybook.

       FD  CONTACT-FILE
           RECORD CONTAINS 122 CHARACTERS.
           COPY contct.

       FD  REJECT-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  REJECT-RECORD.
           05  REJ-TRAN-CODE            PIC X(01).
           05  REJ-TRAN-DATA            PIC X(122).
           05  REJ-REASON-CODE          PIC 9(02).

       FD  EXCEPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPT-LINE                 PIC X(132).

       FD  AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY audit.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-CONTACT-STATUS            PIC X(02) VALUE "00".
       01  WS-REJECT-STATUS             PIC X(02) VALUE "00".
       01  WS-EXCEPT-STATUS             PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-BROWSE-DONE-SWITCH        PIC X(01).
           88  WS-BROWSE-DONE          VALUE "Y".

       01  WS-USER-ID                   PIC X(08) VALUE SPACES.
       01  WS-TIMESTAMP                 PIC X(21) VALUE SPACES.
       01  WS-AUDIT-OP                  PIC X(01).
       01  WS-BEFORE-IMAGE              PIC X(122).
       01  WS-AFTER-IMAGE               PIC X(122).

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(07) VALUE ZEROS.
           05  WS-ADD-COUNT             PIC 9(07) VALUE ZEROS.
           05  WS-CHANGE-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-DELETE-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-DEMOTE-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-REJECT-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT           PIC 9(07) VALUE ZEROS.

       01  WS-VALID-SWITCH              PIC X(01).
           88  WS-RECORD-VALID         VALUE "Y".
       01  WS-REASON-CODE               PIC 9(02).
       01  WS-VALIDCNT-RC               PIC 9(02).
       01  WS-MASTER-STATE              PIC X(02).

       01  WS-SAVED-KEY.
           05  WS-SAVED-PREFIX          PIC X(16).
      *            MASTER KEY + CHANNEL TYPE
           05  WS-SAVED-SEQUENCE        PIC 9(02).
       01  WS-LAST-SEQUENCE             PIC 9(02).

       01  WS-EXCEPT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "COBCNT1 - REJECTED CONTACT TRANSACTION LISTING".
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-EXCEPT-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "CODE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE "DOCUMENT".
           05  FILLER                  PIC X(06) VALUE "CHAN".
           05  FILLER                  PIC X(51) VALUE "VALUE".
           05  FILLER                  PIC X(06) VALUE "REASON".
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-EXCEPT-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXC-TRAN-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-DOC               PIC X(18).
           05  WS-EXC-CHANNEL           PIC X(06).
           05  WS-EXC-VALUE             PIC X(51).
           05  WS-EXC-REASON-CODE       PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXC-REASON-TEXT       PIC X(40).
           05  FILLER                  PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBCNT1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS UNTIL WS-EOF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "COBCNT1: UNABLE TO OPEN COBCNTTR, STATUS="
                   WS-TRAN-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF

           IF NOT WS-EOF
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "COBCNT1: UNABLE TO OPEN COBMAST, STATUS="
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-IF

      *            THE FIRST LOAD CREATES COBCONT, THE SAME WAY
      *            COBLOAD CREATES AN EMPTY MASTER.
           IF NOT WS-EOF
               OPEN I-O CONTACT-FILE
               IF WS-CONTACT-STATUS = "05" OR
                   WS-CONTACT-STATUS = "35"
                   OPEN OUTPUT CONTACT-FILE
                   CLOSE CONTACT-FILE
                   OPEN I-O CONTACT-FILE
               END-IF
               IF WS-CONTACT-STATUS NOT = "00"
                   DISPLAY "COBCNT1: UNABLE TO OPEN COBCONT, STATUS="
                       WS-CONTACT-STATUS
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-IF

           IF NOT WS-EOF
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT EXCEPT-FILE
               WRITE EXCEPT-LINE FROM WS-EXCEPT-HEADING
               WRITE EXCEPT-LINE FROM WS-EXCEPT-COLUMNS

               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN EXTEND AUDIT-FILE
               END-IF

               ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
               IF WS-USER-ID = SPACES
                   MOVE "BATCH" TO WS-USER-ID
               END-IF

               PERFORM 2100-READ-TRAN
           END-IF.

       2000-PROCESS-TRANS.
           MOVE TRAN-DATA TO CONTACT-RECORD
           IF CNT-PREFERRED-FLAG = SPACE
               MOVE "N" TO CNT-PREFERRED-FLAG
           END-IF
           IF CNT-OPT-OUT-FLAG = SPACE
               MOVE "N" TO CNT-OPT-OUT-FLAG
           END-IF
           MOVE "K" TO CNT-RECORD-MARK
           EVALUATE TRAN-CODE
               WHEN "A"
                   PERFORM 2050-VALIDATE-TRAN
                   IF WS-RECORD-VALID
                       PERFORM 3000-ADD-CONTACT
                   ELSE
                       PERFORM 2060-REJECT-RECORD
                   END-IF
               WHEN "C"
                   PERFORM 2050-VALIDATE-TRAN
                   IF WS-RECORD-VALID
                       PERFORM 4000-CHANGE-CONTACT
                   ELSE
                       PERFORM 2060-REJECT-RECORD
                   END-IF
               WHEN "D"
                   PERFORM 5000-DELETE-CONTACT
               WHEN OTHER
                   MOVE 01 TO WS-REASON-CODE
                   PERFORM 2060-REJECT-RECORD
           END-EVALUATE
           PERFORM 2100-READ-TRAN.

       2050-VALIDATE-TRAN.
           MOVE "Y" TO WS-VALID-SWITCH
           MOVE ZEROS TO WS-REASON-CODE
           MOVE CNT-MASTER-KEY TO MASTER-KEY-BOOK OF COPYBOOK-KEY
           READ MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE 02 TO WS-REASON-CODE
           END-READ
           IF WS-RECORD-VALID AND RECORD-STATUS-BOOK = "X"
               MOVE "N" TO WS-VALID-SWITCH
               MOVE 03 TO WS-REASON-CODE
           END-IF
           IF WS-RECORD-VALID AND TRAN-CODE = "A"
               AND CNT-SEQUENCE = ZEROS
               PERFORM 5500-ASSIGN-SEQUENCE
           END-IF
           IF WS-RECORD-VALID
               MOVE STATE-BOOK TO WS-MASTER-STATE
               CALL "VALIDCNT" USING CONTACT-RECORD, WS-MASTER-STATE,
                   WS-VALIDCNT-RC
               IF WS-VALIDCNT-RC NOT = 00
                   MOVE "N" TO WS-VALID-SWITCH
                   EVALUATE WS-VALIDCNT-RC
                       WHEN 81
                           MOVE 04 TO WS-REASON-CODE
                       WHEN 82
                           MOVE 05 TO WS-REASON-CODE
                       WHEN 83
                           MOVE 06 TO WS-REASON-CODE
                       WHEN 84
                           MOVE 07 TO WS-REASON-CODE
                       WHEN 85
                           MOVE 08 TO WS-REASON-CODE
                       WHEN 86
                           MOVE 09 TO WS-REASON-CODE
                       WHEN OTHER
                           MOVE 13 TO WS-REASON-CODE
                   END-EVALUATE
               END-IF
           END-IF.

       2060-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE TRAN-CODE TO REJ-TRAN-CODE
           MOVE TRAN-DATA TO REJ-TRAN-DATA
           MOVE WS-REASON-CODE TO REJ-REASON-CODE
           WRITE REJECT-RECORD

           MOVE TRAN-DATA TO CONTACT-RECORD
           MOVE TRAN-CODE TO WS-EXC-TRAN-CODE
           MOVE SPACES TO WS-EXC-DOC
           STRING CNT-PERSON-TYPE "-" CNT-DOC-KEY
               DELIMITED BY SIZE INTO WS-EXC-DOC
           END-STRING
           MOVE SPACES TO WS-EXC-CHANNEL
           STRING CNT-CHANNEL-TYPE " " CNT-KEY (17:2)
               DELIMITED BY SIZE INTO WS-EXC-CHANNEL
           END-STRING
           MOVE CNT-CHANNEL-VALUE TO WS-EXC-VALUE
           MOVE WS-REASON-CODE TO WS-EXC-REASON-CODE
           EVALUATE WS-REASON-CODE
               WHEN 02
                   MOVE "MASTER RECORD NOT ON FILE" TO
                       WS-EXC-REASON-TEXT
               WHEN 03
                   MOVE "MASTER RECORD IS ANONYMIZED" TO
                       WS-EXC-REASON-TEXT
               WHEN 04
                   MOVE "CHANNEL TYPE NOT P OR E" TO
                       WS-EXC-REASON-TEXT
               WHEN 05
                   MOVE "DDD IS NOT A VALID AREA CODE" TO
                       WS-EXC-REASON-TEXT
               WHEN 06
                   MOVE "DDD DOES NOT SERVE THE MASTER'S STATE" TO
                       WS-EXC-REASON-TEXT
               WHEN 07
                   MOVE "PHONE NUMBER NOT 8 OR 9 DIGITS" TO
                       WS-EXC-REASON-TEXT
               WHEN 08
                   MOVE "E-MAIL ADDRESS IS MALFORMED" TO
                       WS-EXC-REASON-TEXT
               WHEN 09
                   MOVE "PREFERRED/OPT-OUT FLAG NOT Y OR N" TO
                       WS-EXC-REASON-TEXT
               WHEN 10
                   MOVE "CHANNEL ALREADY ON FILE" TO
                       WS-EXC-REASON-TEXT
               WHEN 11
                   MOVE "CHANNEL NOT ON FILE" TO WS-EXC-REASON-TEXT
               WHEN 12
                   MOVE "NO FREE SEQUENCE FOR CHANNEL TYPE" TO
                       WS-EXC-REASON-TEXT
               WHEN 13
                   MOVE "SEQUENCE NOT 01-99" TO WS-EXC-REASON-TEXT
               WHEN OTHER
                   MOVE "INVALID TRAN-CODE" TO WS-EXC-REASON-TEXT
           END-EVALUATE
           WRITE EXCEPT-LINE FROM WS-EXCEPT-DETAIL.

       2080-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-AUDIT-OP TO AUD-OPERATION-CODE
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE "COBCNT1" TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-APPROVER-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       3000-ADD-CONTACT.
           MOVE FUNCTION CURRENT-DATE TO CNT-LAST-MAINT-STAMP
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
           WRITE CONTACT-RECORD
           EVALUATE WS-CONTACT-STATUS
               WHEN "00"
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "A" TO WS-AUDIT-OP
                   PERFORM 2080-WRITE-AUDIT
                   IF CNT-PREFERRED-FLAG = "Y"
                       PERFORM 6000-DEMOTE-PREFERRED
                   END-IF
               WHEN "22"
                   MOVE 10 TO WS-REASON-CODE
                   PERFORM 2060-REJECT-RECORD
               WHEN OTHER
                   DISPLAY "COBCNT1: ADD FAILED, STATUS="
                       WS-CONTACT-STATUS " KEY=" CNT-KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       4000-CHANGE-CONTACT.
           MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
           READ CONTACT-FILE INTO WS-BEFORE-IMAGE
               INVALID KEY
                   MOVE 11 TO WS-REASON-CODE
                   PERFORM 2060-REJECT-RECORD
               NOT INVALID KEY
                   MOVE WS-AFTER-IMAGE TO CONTACT-RECORD
                   MOVE FUNCTION CURRENT-DATE TO CNT-LAST-MAINT-STAMP
                   MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
                   PERFORM 4010-REWRITE-CONTACT
           END-READ.

       4010-REWRITE-CONTACT.
           REWRITE CONTACT-RECORD
           IF WS-CONTACT-STATUS = "00"
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "C" TO WS-AUDIT-OP
               PERFORM 2080-WRITE-AUDIT
               IF CNT-PREFERRED-FLAG = "Y"
                   PERFORM 6000-DEMOTE-PREFERRED
               END-IF
           ELSE
               DISPLAY "COBCNT1: CHANGE FAILED, STATUS="
                   WS-CONTACT-STATUS " KEY=" CNT-KEY
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       5000-DELETE-CONTACT.
           READ CONTACT-FILE INTO WS-BEFORE-IMAGE
               INVALID KEY
                   MOVE 11 TO WS-REASON-CODE
                   PERFORM 2060-REJECT-RECORD
               NOT INVALID KEY
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 5010-DELETE-RECORD
           END-READ.

       5010-DELETE-RECORD.
           DELETE CONTACT-FILE RECORD
           IF WS-CONTACT-STATUS = "00"
               ADD 1 TO WS-DELETE-COUNT
               MOVE "D" TO WS-AUDIT-OP
               PERFORM 2080-WRITE-AUDIT
           ELSE
               DISPLAY "COBCNT1: DELETE FAILED, STATUS="
                   WS-CONTACT-STATUS " KEY=" CNT-KEY
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       5500-ASSIGN-SEQUENCE.
      *            THE NEXT SEQUENCE AFTER THE HIGHEST ONE ON FILE
      *            FOR THIS MASTER AND CHANNEL TYPE. THE BROWSE
      *            READS INTO THE RECORD AREA, SO THE TRANSACTION
      *            IMAGE IS HELD ASIDE AND PUT BACK AFTERWARDS.
           MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
           MOVE CNT-KEY TO WS-SAVED-KEY
           MOVE ZEROS TO WS-LAST-SEQUENCE
           MOVE "N" TO WS-BROWSE-DONE-SWITCH
           START CONTACT-FILE KEY IS >= CNT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           END-START
           PERFORM 5510-READ-NEXT-SEQUENCE UNTIL WS-BROWSE-DONE
           MOVE WS-AFTER-IMAGE TO CONTACT-RECORD
           IF WS-LAST-SEQUENCE >= 99
               MOVE "N" TO WS-VALID-SWITCH
               MOVE 12 TO WS-REASON-CODE
           ELSE
               ADD 1 TO WS-LAST-SEQUENCE GIVING CNT-SEQUENCE
           END-IF.

       5510-READ-NEXT-SEQUENCE.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   IF CNT-KEY (1:16) NOT = WS-SAVED-PREFIX
                       MOVE "Y" TO WS-BROWSE-DONE-SWITCH
                   ELSE
                       MOVE CNT-SEQUENCE TO WS-LAST-SEQUENCE
                   END-IF
           END-READ.

       6000-DEMOTE-PREFERRED.
      *            THE CHANNEL JUST WRITTEN IS NOW THE PREFERRED ONE
      *            OF ITS TYPE -- CLEAR THE FLAG ON EVERY OTHER
      *            CHANNEL OF THAT TYPE FOR THE SAME MASTER. EACH
      *            ONE CLEARED IS A CHANGE OF ITS OWN AND IS AUDITED.
           MOVE CNT-KEY TO WS-SAVED-KEY
           MOVE ZEROS TO CNT-SEQUENCE
           MOVE "N" TO WS-BROWSE-DONE-SWITCH
           START CONTACT-FILE KEY IS >= CNT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           END-START
           PERFORM 6100-DEMOTE-NEXT UNTIL WS-BROWSE-DONE.

       6100-DEMOTE-NEXT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           END-READ
           IF NOT WS-BROWSE-DONE
               IF CNT-KEY (1:16) NOT = WS-SAVED-PREFIX
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               ELSE
                   IF CNT-SEQUENCE NOT = WS-SAVED-SEQUENCE
                       AND CNT-PREFERRED-FLAG = "Y"
                       MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
                       MOVE "N" TO CNT-PREFERRED-FLAG
                       MOVE FUNCTION CURRENT-DATE TO
                           CNT-LAST-MAINT-STAMP
                       MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
                       REWRITE CONTACT-RECORD
                       IF WS-CONTACT-STATUS = "00"
                           ADD 1 TO WS-DEMOTE-COUNT
                           MOVE "C" TO WS-AUDIT-OP
                           PERFORM 2080-WRITE-AUDIT
                       ELSE
                           DISPLAY "COBCNT1: PREFERRED FLAG NOT "
                               "CLEARED, STATUS=" WS-CONTACT-STATUS
                               " KEY=" CNT-KEY
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       8000-TERMINATE.
           CLOSE TRAN-FILE
           CLOSE MASTER-FILE
           CLOSE CONTACT-FILE
           CLOSE REJECT-FILE
           CLOSE EXCEPT-FILE
           CLOSE AUDIT-FILE
           PERFORM 8100-WRITE-RUN-CONTROL
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "COBCNT1: RECORDS READ      = " WS-READ-COUNT
           DISPLAY "COBCNT1: CHANNELS ADDED    = " WS-ADD-COUNT
           DISPLAY "COBCNT1: CHANNELS CHANGED  = " WS-CHANGE-COUNT
           DISPLAY "COBCNT1: CHANNELS DELETED  = " WS-DELETE-COUNT
           DISPLAY "COBCNT1: PREFERRED CLEARED = " WS-DEMOTE-COUNT
           DISPLAY "COBCNT1: RECORDS REJECTED  = " WS-REJECT-COUNT
           DISPLAY "COBCNT1: RECORDS IN ERROR  = " WS-ERROR-COUNT.

       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "COBCNT1" TO RUN-PROGRAM-ID
           MOVE WS-RUN-START-STAMP TO RUN-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
           MOVE WS-READ-COUNT TO RUN-IN-COUNT
           COMPUTE RUN-OUT-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
           MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
