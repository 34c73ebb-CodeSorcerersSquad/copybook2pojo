      *              IS DISPLAY-ONLY AND LOCKED -- ONLY COBLGP1 SETS   *
      *              IT. EVERY WRITE STAMPS LAST-MAINT-STAMP-BOOK.     *
      *                                                                *
      *              DUAL CONTROL: A CORRECTION TO A JURIDICA ('J')    *
      *              RECORD THAT CHANGES NAME-BOOK OR FLIPS THE STATUS *
      *              IS NOT APPLIED HERE. IT IS PARKED ON COBAPPR      *
      *              (PNDAPR LAYOUT) WITH ITS BEFORE AND AFTER IMAGES  *
      *              AND THE REQUESTING USER, AND NEITHER COBMAST NOR  *
      *              COBAUDIT IS WRITTEN UNTIL A SECOND USER APPROVES  *
      *              IT ON APV1 (COBAPV2). WHILE A REQUEST IS PENDING  *
      *              NO FURTHER CORRECTION OF THAT RECORD IS ACCEPTED. *
      *                                                                *
      * AN ADD IS A TWO-ROUND TRIP BECAUSE THE PERSON TYPE HAS TO BE   *
      * KNOWN BEFORE THE SCREEN CAN DECIDE WHICH DOCUMENT GROUP TO     *
      * REVEAL:                                                       *
      *   PF5    START AN ADD (BLANK MAP, FUNCTION 'A')                *
      *   PF6    START A CORRECTION OF THE LAST RECORD DISPLAYED       *
      *          (FUNCTION 'C')                                       *
      *   PF9    LIST AND MAINTAIN THE CONTACT CHANNELS (PHONES AND    *
      *          E-MAIL) OF THE LAST RECORD DISPLAYED -- XCTL TO CNT1  *
      *          (COBCNT2), WHICH XCTLS BACK WITH FUNCTION 'S' ON PF3  *
      *                                                                *
      * THE NAM1 NAME-SEARCH LIST (COBNAM1) AND THE CNT1 CONTACT LIST  *
      * (COBCNT2) XCTL HERE WITH FUNCTION 'S' AND THE RECORD'S KEY     *
      * ALREADY IN THE COMMAREA -- THE RECORD IS DISPLAYED AT ONCE     *
      * (FULL SEND, SINCE THE OTHER SCREEN IS STILL ON THE TERMINAL)   *
      * AND THE CONVERSATION CONTINUES AS AN ORDINARY BROWSE.          *
      ******************************************************************
       PROGRAM-ID. COBMNT1.

           COPY MNT1MAP.
           COPY copybook.
           COPY audit.
           COPY pndapr.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION           PIC X(01).
       01  WS-BR-DONE-SWITCH            PIC X(01).
           88  WS-BR-DONE              VALUE "Y".

       01  WS-PND-RID.
           05  WS-PND-RID-MASTER        PIC X(15).
           05  WS-PND-RID-STAMP         PIC X(21).
       01  WS-PENDING-SWITCH            PIC X(01).
           88  WS-PENDING-FOUND        VALUE "Y".

       01  WS-USER-ID                    PIC X(08).
       01  WS-AUDIT-OP                    PIC X(01).
       01  WS-TIMESTAMP                   PIC X(21).
               ERROR(0900-ABEND-MESSAGE)
           END-EXEC

      *            THE SIGNED-ON USER OF THIS TERMINAL -- A HELD
      *            CHANGE'S REQUESTER MUST BE TOLD APART FROM WHOEVER
      *            APPROVES IT ON APV1.
           MOVE SPACES TO WS-USER-ID
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           IF WS-USER-ID = SPACES
               MOVE "BATCH" TO WS-USER-ID
           END-IF

           MOVE DFHCOMMAREA TO WS-COMMAREA

      *            ARRIVING FROM THE NAM1 NAME-SEARCH LIST (OR BACK
      *            FROM THE CNT1 CONTACT LIST): THE KEY IS ALREADY IN
      *            THE COMMAREA AND THE SCREEN STILL SHOWS THE OTHER
      *            TRANSACTION'S MAP, SO THERE IS NOTHING TO
      *            RECEIVE -- SHOW THE RECORD ON A FULL SEND AND
      *            CARRY ON AS AN ORDINARY BROWSE.
           IF WS-CA-FUNCTION = "S"
               EXEC CICS RETURN END-EXEC
           END-IF

      *            PF9 NEEDS NO INPUT EITHER -- IT ACTS ON THE RECORD
      *            WHOSE KEY THE COMMAREA ALREADY CARRIES.
           IF EIBAID = DFHPF9
               PERFORM 7000-GO-TO-CONTACTS
               PERFORM 9000-RETURN-TRANS
           END-IF

           EXEC CICS RECEIVE MAP('MNT1MAP') MAPSET('MNT1MAP')
               INTO(MNT1MAPI)
           END-EXEC
                   PERFORM 2000-BROWSE-RECORD
               WHEN OTHER
                   MOVE SPACES TO MNT1MAPO
                   MOVE "INVALID KEY. USE ENTER, PF3, PF5, PF6 OR PF9."
                       TO MSGO
                   EXEC CICS SEND MAP('MNT1MAP') MAPSET('MNT1MAP')
                       FROM(MNT1MAPO) DATAONLY
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2500-MOVE-RECORD-TO-MAP
               MOVE "RECORD FOUND. PF6 TO CORRECT, PF9 FOR CONTACTS."
                   TO MSGO
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE "RECORD NOT FOUND FOR THAT KEY." TO MSGO
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2500-MOVE-RECORD-TO-MAP
               MOVE "RECORD FOUND. PF6 TO CORRECT, PF9 FOR CONTACTS."
                   TO MSGO
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE "RECORD NOT FOUND FOR THAT KEY." TO MSGO
                           MOVE SPACES TO MNT1MAPO
                           PERFORM 3750-SET-ADDRESS-MESSAGE
                       ELSE
                           PERFORM 4005-SAVE-CHANGE
                       END-IF
                   END-IF
               END-IF
               FROM(MNT1MAPO) DATAONLY
           END-EXEC.

       4005-SAVE-CHANGE.
      *            THE EDITS HAVE PASSED. A RECORD WITH A REQUEST
      *            STILL AWAITING APPROVAL TAKES NO OTHER CHANGE (THE
      *            APPROVAL WOULD OTHERWISE FIND THE MASTER MOVED ON
      *            FROM ITS BEFORE IMAGE); A NAME OR STATUS CHANGE TO
      *            A JURIDICA RECORD IS HELD FOR A SECOND USER;
      *            ANYTHING ELSE IS APPLIED AT ONCE.
           PERFORM 4100-CHECK-PENDING
           EVALUATE TRUE
               WHEN WS-PENDING-FOUND
                   EXEC CICS UNLOCK FILE('COBMAST') END-EXEC
                   MOVE SPACES TO MNT1MAPO
                   MOVE "A CHANGE TO THIS RECORD IS AWAITING APPROVAL "
                       & "ON APV1." TO MSGO
               WHEN PERSON-TYPE-BOOK = "J"
                   AND (NAME-BOOK NOT = WS-BEFORE-IMAGE (1:50)
                   OR RECORD-STATUS-BOOK NOT =
                       WS-BEFORE-IMAGE (101:1))
                   EXEC CICS UNLOCK FILE('COBMAST') END-EXEC
                   PERFORM 4200-HOLD-FOR-APPROVAL
               WHEN OTHER
                   PERFORM 4010-REWRITE-RECORD
           END-EVALUATE.

       4010-REWRITE-RECORD.
           EXEC CICS REWRITE FILE('COBMAST')
               FROM(COPYBOOK)
                   & "CONTACT SUPPORT." TO MSGO
           END-IF.

       4100-CHECK-PENDING.
      *            BROWSE THE RECORD'S REQUESTS (KEY = MASTER KEY +
      *            REQUEST STAMP) FOR ONE STILL AT STATUS 'P'.
           MOVE "N" TO WS-PENDING-SWITCH
           MOVE WS-KEY TO WS-PND-RID-MASTER
           MOVE LOW-VALUES TO WS-PND-RID-STAMP
           EXEC CICS STARTBR FILE('COBAPPR')
               RIDFLD(WS-PND-RID)
               KEYLENGTH(36)
               GTEQ
               RESP(WS-BR-RESP)
           END-EXEC
           IF WS-BR-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BR-DONE-SWITCH
               PERFORM 4110-READ-PENDING UNTIL WS-BR-DONE
               EXEC CICS ENDBR FILE('COBAPPR') END-EXEC
           END-IF.

       4110-READ-PENDING.
           EXEC CICS READNEXT FILE('COBAPPR')
               INTO(PENDING-RECORD)
               RIDFLD(WS-PND-RID)
               KEYLENGTH(36)
               RESP(WS-BR-RESP)
           END-EXEC
           IF WS-BR-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BR-DONE-SWITCH
           ELSE
               IF PND-MASTER-KEY NOT = WS-KEY
                   MOVE "Y" TO WS-BR-DONE-SWITCH
               ELSE
                   IF PND-PENDING
                       MOVE "Y" TO WS-PENDING-SWITCH
                       MOVE "Y" TO WS-BR-DONE-SWITCH
                   END-IF
               END-IF
           END-IF.

       4200-HOLD-FOR-APPROVAL.
      *            THE CORRECTED IMAGE, ALREADY EDITED AND STAMPED,
      *            IS PARKED AS IT STANDS; COBAPV2 WRITES IT TO THE
      *            MASTER ONLY ON A SECOND USER'S APPROVAL.
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-KEY TO PND-MASTER-KEY
           MOVE LAST-MAINT-STAMP-BOOK TO PND-REQUEST-STAMP
           MOVE "P" TO PND-STATUS
           MOVE "N" TO PND-NAME-CHANGED
           MOVE "N" TO PND-STATUS-CHANGED
           MOVE "N" TO PND-OTHER-CHANGED
           IF NAME-BOOK NOT = WS-BEFORE-IMAGE (1:50)
               MOVE "Y" TO PND-NAME-CHANGED
           END-IF
           IF RECORD-STATUS-BOOK NOT = WS-BEFORE-IMAGE (101:1)
               MOVE "Y" TO PND-STATUS-CHANGED
           END-IF
           IF COPYBOOK (51:50) NOT = WS-BEFORE-IMAGE (51:50)
               MOVE "Y" TO PND-OTHER-CHANGED
           END-IF
           MOVE WS-USER-ID TO PND-REQUEST-USER
           MOVE WS-BEFORE-IMAGE TO PND-BEFORE-IMAGE
           MOVE COPYBOOK TO PND-AFTER-IMAGE
           MOVE PND-KEY TO WS-PND-RID
           EXEC CICS WRITE FILE('COBAPPR')
               FROM(PENDING-RECORD)
               RIDFLD(WS-PND-RID)
               KEYLENGTH(36)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO MNT1MAPO
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "NAME/STATUS CHANGE HELD FOR APPROVAL ON APV1."
                   TO MSGO
           ELSE
               MOVE "AN UNEXPECTED ERROR OCCURRED. "
                   & "CONTACT SUPPORT." TO MSGO
           END-IF.

       6000-LOAD-ADDR-TABLES.
      *            FILL THE ADRTAB TABLES THROUGH CICS FILE CONTROL.
      *            COBUFTAB AND COBCEPRG ARE REGISTERED TO THE FCT AS
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE "COBMNT1" TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-APPROVER-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           EXEC CICS WRITE FILE('COBAUDIT')
               RESP(WS-RESP)
           END-EXEC.

       7000-GO-TO-CONTACTS.
      *            ONLY A RECORD THAT IS ON FILE AND STILL CARRIES
      *            PERSONAL DATA HAS CONTACTS TO MAINTAIN. CNT1 TAKES
      *            THE SAME 17-BYTE COMMAREA, FUNCTION 'K'.
           MOVE SPACES TO MNT1MAPO
           IF WS-CA-FUNCTION = "A" OR WS-CA-KEY = SPACES
               MOVE "DISPLAY A RECORD FIRST, THEN PRESS PF9." TO MSGO
           ELSE
               MOVE WS-CA-KEY TO WS-KEY
               EXEC CICS READ FILE('COBMAST')
                   INTO(COPYBOOK)
                   RIDFLD(WS-KEY)
                   KEYLENGTH(15)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE "DISPLAY A RECORD FIRST, THEN PRESS PF9."
                           TO MSGO
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE "AN UNEXPECTED ERROR OCCURRED. "
                           & "CONTACT SUPPORT." TO MSGO
                   WHEN RECORD-STATUS-BOOK = "X"
                       MOVE "ANONYMIZED RECORD - NO CONTACTS ARE HELD."
                           TO MSGO
                   WHEN OTHER
                       MOVE "K" TO WS-CA-FUNCTION
                       MOVE SPACE TO WS-CA-STEP
                       EXEC CICS XCTL PROGRAM('COBCNT2')
                           COMMAREA(WS-COMMAREA)
                           LENGTH(17)
                       END-EXEC
               END-EVALUATE
           END-IF
           EXEC CICS SEND MAP('MNT1MAP') MAPSET('MNT1MAP')
               FROM(MNT1MAPO) DATAONLY
           END-EXEC.

       0900-ABEND-MESSAGE.
           MOVE SPACES TO MNT1MAPO
           MOVE "AN UNEXPECTED ERROR OCCURRED. CONTACT SUPPORT."
