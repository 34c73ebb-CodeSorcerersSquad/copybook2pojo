      *              PROVES THE ERASURE WITHOUT RECORDING THE DATA   *
      *              IT ERASED.                                      *
      *                                                                *
      *              THE SUBJECT'S CONTACT CHANNELS (PHONES AND      *
      *              E-MAIL ON COBCONT) ARE PERSONAL DATA IN THEIR   *
      *              OWN RIGHT AND ARE DELETED OUTRIGHT UNDER EITHER *
      *              REQUEST TYPE -- ALSO WHEN THE MASTER RECORD IS  *
      *              ALREADY GONE, SO NONE IS LEFT BEHIND. EACH ONE  *
      *              DELETED IS APPENDED TO COBAUDNW AS A 'D' ENTRY  *
      *              WITH A KEY-ONLY BEFORE IMAGE, AND THEIR EARLIER *
      *              AUDIT ENTRIES (SAME KEY AT OFFSET 51) ARE       *
      *              SCRUBBED WITH THE MASTER'S.                     *
      *                                                                *
      *              ANY CORRECTION TO THE RECORD STILL HELD ON      *
      *              COBAPPR FOR DUAL CONTROL (OR DECIDED BUT NOT    *
      *              YET LISTED BY COBAPV1) CARRIES THE NAME AND     *
      *              ADDRESS IN ITS BEFORE AND AFTER IMAGES, AND IS  *
      *              DELETED UNDER EITHER REQUEST TYPE THE SAME WAY. *
      *              A PENDING CHANGE TO A RECORD BEING ERASED HAS   *
      *              NOTHING LEFT TO APPLY TO.                       *
      *                                                                *
      *              A NUMBERED CERTIFICATE IS PRINTED ON COBRPT12   *
      *              PER REQUEST FOR THE COMPLIANCE FILE: REQUEST    *
      *              ID, DOCUMENT, ACTION TAKEN, CONTACT CHANNELS    *
      *              AND PENDING CHANGES ERASED, AUDIT IMAGES        *
      *              SCRUBBED, AND COMPLETION TIMESTAMP.             *
      *                                                                *
      * COBLGPRQ REQUEST RECORD: TYPE (E/D) + PERSON TYPE + DOCUMENT  *
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

       FD  NEW-AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
       01  NEW-AUDIT-RECORD             PIC X(290).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS            PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-CONTACT-STATUS            PIC X(02) VALUE "00".
       01  WS-PENDING-STATUS            PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".
       01  WS-NEWAUD-STATUS             PIC X(02) VALUE "00".
       01  WS-REPORT-STATUS             PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.

       01  WS-REQUEST-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF            VALUE "Y".
       01  WS-FATAL-SWITCH              PIC X(01) VALUE "N".
           88  WS-FATAL                VALUE "Y".
       01  WS-CONTACT-DONE-SWITCH       PIC X(01) VALUE "N".
           88  WS-CONTACT-DONE         VALUE "Y".
       01  WS-PENDING-DONE-SWITCH       PIC X(01) VALUE "N".
           88  WS-PENDING-DONE         VALUE "Y".

       01  WS-ANON-NAME                 PIC X(50)
               VALUE "ANONYMIZED UNDER LGPD".
               10  WS-RQ-STATUS        PIC X(01).
      *            C = COMPLETED  N = NOT FOUND  E = ERROR
               10  WS-RQ-SCRUB-COUNT   PIC 9(05).
               10  WS-RQ-CONTACT-COUNT PIC 9(03).
               10  WS-RQ-PENDING-COUNT PIC 9(03).

       01  WS-READ-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-DONE-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-ERROR-COUNT               PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-READ-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-SCRUB-COUNT               PIC 9(07) VALUE ZEROS.
       01  WS-CONTACT-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-PENDING-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-CERT-NUMBER               PIC 9(06) VALUE ZEROS.

       01  WS-SCRUBBED-SWITCH           PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBLGP1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
               VARYING WS-RQ-IDX FROM 1 BY 1
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN I-O CONTACT-FILE
               IF WS-CONTACT-STATUS = "05" OR
                   WS-CONTACT-STATUS = "35"
                   OPEN OUTPUT CONTACT-FILE
                   CLOSE CONTACT-FILE
                   OPEN I-O CONTACT-FILE
               END-IF
               IF WS-CONTACT-STATUS NOT = "00"
                   DISPLAY "COBLGP1: UNABLE TO OPEN COBCONT, STATUS="
                       WS-CONTACT-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

           IF NOT WS-FATAL
               OPEN I-O PENDING-FILE
               IF WS-PENDING-STATUS = "05" OR
                   WS-PENDING-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
                   CLOSE PENDING-FILE
                   OPEN I-O PENDING-FILE
               END-IF
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "COBLGP1: UNABLE TO OPEN COBAPPR, STATUS="
                       WS-PENDING-STATUS
                   MOVE "Y" TO WS-FATAL-SWITCH
               END-IF
           END-IF

      *            SCRUBBING THE AUDIT LOG IS THE POINT OF THIS JOB
      *            -- AN UNOPENABLE COBAUDIT STOPS THE RUN BEFORE THE
      *            MASTER IS TOUCHED, RATHER THAN ERASING THE MASTER
                   WS-RQ-KEY (WS-REQ-COUNT) (2:14)
               MOVE REQ-REQUEST-ID TO WS-RQ-ID (WS-REQ-COUNT)
               MOVE ZEROS TO WS-RQ-SCRUB-COUNT (WS-REQ-COUNT)
               MOVE ZEROS TO WS-RQ-CONTACT-COUNT (WS-REQ-COUNT)
               MOVE ZEROS TO WS-RQ-PENDING-COUNT (WS-REQ-COUNT)
               IF REQ-TYPE = "E" OR REQ-TYPE = "D"
                   MOVE SPACE TO WS-RQ-STATUS (WS-REQ-COUNT)
               ELSE
      *            STAY, SO THE ENTRY STILL PROVES WHICH KEY CHANGED,
      *            WHEN, BY WHOM, AND THROUGH WHICH PROGRAM. AN
      *            IMAGE THAT IS ALL SPACES (THE EMPTY SIDE OF AN
      *            ADD OR DELETE) IS LEFT ALONE BY CONSTRUCTION. ON A
      *            CONTACT-CHANNEL IMAGE (CONTCT, 'K' AT 101) THE
      *            SAME BYTES HOLD THE PHONE OR E-MAIL AND THE
      *            CHANNEL TYPE, SEQUENCE, AND FLAGS.
           IF AUD-BEFORE-IMAGE NOT = SPACES
               MOVE SPACES TO AUD-BEFORE-IMAGE (1:50)
               MOVE SPACES TO AUD-BEFORE-IMAGE (66:35)
               MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-USER-ID TO AUD-USER-ID
               MOVE "COBLGP1" TO AUD-PROGRAM-ID
               MOVE SPACES TO AUD-APPROVER-ID
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE WS-RQ-KEY (WS-RQ-IDX) TO
                   AUD-BEFORE-IMAGE (51:15)
                   MOVE "D" TO AUD-OPERATION-CODE
               END-IF
               WRITE NEW-AUDIT-RECORD FROM AUDIT-RECORD
           END-IF
           IF WS-RQ-STATUS (WS-RQ-IDX) = "C"
               OR WS-RQ-STATUS (WS-RQ-IDX) = "N"
               PERFORM 3700-ERASE-CONTACTS
               PERFORM 3800-ERASE-PENDING
           END-IF.

       3700-ERASE-CONTACTS.
      *            EVERY CHANNEL ON COBCONT UNDER THE REQUESTED KEY
      *            IS DELETED, EACH LEAVING A 'D' ENTRY WHOSE BEFORE
      *            IMAGE CARRIES ONLY THE CHANNEL KEY AND THE 'K'
      *            CONTACT MARK.
           MOVE "N" TO WS-CONTACT-DONE-SWITCH
           MOVE LOW-VALUES TO CNT-KEY
           MOVE WS-RQ-KEY (WS-RQ-IDX) TO CNT-MASTER-KEY
           START CONTACT-FILE KEY IS NOT LESS THAN CNT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CONTACT-DONE-SWITCH
           END-START
           PERFORM 3710-ERASE-ONE-CONTACT UNTIL WS-CONTACT-DONE.

       3710-ERASE-ONE-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CONTACT-DONE-SWITCH
           END-READ
           IF NOT WS-CONTACT-DONE
               IF CNT-MASTER-KEY NOT = WS-RQ-KEY (WS-RQ-IDX)
                   MOVE "Y" TO WS-CONTACT-DONE-SWITCH
               ELSE
                   DELETE CONTACT-FILE RECORD
                       INVALID KEY
                           DISPLAY "COBLGP1: COBCONT DELETE FAILED, "
                               "STATUS=" WS-CONTACT-STATUS
                               " KEY=" CNT-KEY
                           MOVE "E" TO WS-RQ-STATUS (WS-RQ-IDX)
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE "Y" TO WS-CONTACT-DONE-SWITCH
                       NOT INVALID KEY
                           PERFORM 3720-APPEND-CONTACT-ENTRY
                   END-DELETE
               END-IF
           END-IF.

       3720-APPEND-CONTACT-ENTRY.
           ADD 1 TO WS-RQ-CONTACT-COUNT (WS-RQ-IDX)
           ADD 1 TO WS-CONTACT-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "D" TO AUD-OPERATION-CODE
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE "COBLGP1" TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-APPROVER-ID
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE CNT-KEY TO AUD-BEFORE-IMAGE (51:18)
           MOVE "K" TO AUD-BEFORE-IMAGE (101:1)
           MOVE SPACES TO AUD-AFTER-IMAGE
           WRITE NEW-AUDIT-RECORD FROM AUDIT-RECORD.

       3800-ERASE-PENDING.
      *            EVERY DUAL-CONTROL REQUEST ON COBAPPR UNDER THE
      *            REQUESTED KEY, WHATEVER ITS STATUS, IS DELETED.
      *            NO AUDIT ENTRY IS WRITTEN -- A HELD CHANGE NEVER
      *            REACHED THE MASTER, AND ONE THAT WAS APPROVED IS
      *            ALREADY ON THE LOG AND SCRUBBED ABOVE.
           MOVE "N" TO WS-PENDING-DONE-SWITCH
           MOVE LOW-VALUES TO PND-KEY
           MOVE WS-RQ-KEY (WS-RQ-IDX) TO PND-MASTER-KEY
           START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PENDING-DONE-SWITCH
           END-START
           PERFORM 3810-ERASE-ONE-PENDING UNTIL WS-PENDING-DONE.

       3810-ERASE-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PENDING-DONE-SWITCH
           END-READ
           IF NOT WS-PENDING-DONE
               IF PND-MASTER-KEY NOT = WS-RQ-KEY (WS-RQ-IDX)
                   MOVE "Y" TO WS-PENDING-DONE-SWITCH
               ELSE
                   DELETE PENDING-FILE RECORD
                       INVALID KEY
                           DISPLAY "COBLGP1: COBAPPR DELETE FAILED, "
                               "STATUS=" WS-PENDING-STATUS
                               " KEY=" PND-KEY
                           MOVE "E" TO WS-RQ-STATUS (WS-RQ-IDX)
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE "Y" TO WS-PENDING-DONE-SWITCH
                       NOT INVALID KEY
                           ADD 1 TO WS-RQ-PENDING-COUNT (WS-RQ-IDX)
                           ADD 1 TO WS-PENDING-COUNT
                   END-DELETE
               END-IF
           END-IF.

       4000-PRINT-CERTIFICATES.
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-CERT-DETAIL-LINE

           MOVE "CONTACTS ERASED       :" TO WS-CD-LABEL
           MOVE SPACES TO WS-CD-VALUE
           MOVE WS-RQ-CONTACT-COUNT (WS-RQ-IDX) TO WS-CD-VALUE (1:3)
           WRITE REPORT-LINE FROM WS-CERT-DETAIL-LINE

           MOVE "PENDING CHANGES ERASED:" TO WS-CD-LABEL
           MOVE SPACES TO WS-CD-VALUE
           MOVE WS-RQ-PENDING-COUNT (WS-RQ-IDX) TO WS-CD-VALUE (1:3)
           WRITE REPORT-LINE FROM WS-CERT-DETAIL-LINE

           MOVE "AUDIT IMAGES SCRUBBED :" TO WS-CD-LABEL
           MOVE SPACES TO WS-CD-VALUE
           MOVE WS-RQ-SCRUB-COUNT (WS-RQ-IDX) TO WS-CD-VALUE (1:5)

       8000-TERMINATE.
           CLOSE MASTER-FILE
           CLOSE CONTACT-FILE
           CLOSE PENDING-FILE
           CLOSE AUDIT-FILE
           CLOSE NEW-AUDIT-FILE
           CLOSE REPORT-FILE
           DISPLAY "COBLGP1: KEYS NOT FOUND    = " WS-NOTFND-COUNT
           DISPLAY "COBLGP1: REQUEST ERRORS    = " WS-ERROR-COUNT
           DISPLAY "COBLGP1: AUDIT ENTRIES READ= " WS-AUDIT-READ-COUNT
           DISPLAY "COBLGP1: ENTRIES SCRUBBED  = " WS-SCRUB-COUNT
           DISPLAY "COBLGP1: CONTACTS ERASED   = " WS-CONTACT-COUNT
           DISPLAY "COBLGP1: PENDING ERASED    = " WS-PENDING-COUNT.

       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-LOG-FILE
           MOVE WS-DONE-COUNT TO RUN-OUT-COUNT
           MOVE WS-NOTFND-COUNT TO RUN-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
