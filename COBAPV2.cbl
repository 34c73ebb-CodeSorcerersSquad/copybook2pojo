       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBAPV2                                              *
      * DESCRIPTION: PSEUDO-CONVERSATIONAL CICS TRANSACTION (APV1) FOR *
      *              THE SECOND USER OF DUAL CONTROL. LISTS THE MASTER *
      *              CORRECTIONS COBMNT1 HAS PARKED ON COBAPPR (PNDAPR *
      *              LAYOUT) -- NAME CHANGES AND A/I STATUS FLIPS ON   *
      *              JURIDICA RECORDS -- AND LETS A SUPERVISOR APPROVE *
      *              OR REJECT EACH ONE.                               *
      *                                                                *
      *              THE PENDING REQUESTS ARE LISTED SIX AT A TIME IN  *
      *              KEY ORDER (RECORD, THEN TIME OF REQUEST); DECIDED *
      *              ONES ARE PASSED OVER. 'S' AGAINST A ROW SHOWS THE *
      *              REQUEST'S BEFORE IMAGE SIDE BY SIDE WITH ITS      *
      *              AFTER IMAGE, THE AFTER LINES THAT DIFFER SHOWN    *
      *              BRIGHT, AND OPENS THE DECISION FIELDS.            *
      *                                                                *
      *              APPROVE ('A'): REFUSED TO THE USER WHO KEYED THE  *
      *              CHANGE. THE MASTER MUST STILL MATCH THE REQUEST'S *
      *              BEFORE IMAGE -- A RECORD CHANGED SINCE (BY BATCH, *
      *              SAY) CANNOT TAKE A CORRECTION BASED ON ITS OLD    *
      *              CONTENTS, AND THE REQUEST CAN ONLY BE REJECTED.   *
      *              THE AFTER IMAGE IS THEN WRITTEN TO COBMAST,       *
      *              RESTAMPED, AND AUDITED ON COBAUDIT AS AN ORDINARY *
      *              CHANGE WITH THE REQUESTER IN AUD-USER-ID AND THE  *
      *              APPROVER IN AUD-APPROVER-ID.                      *
      *              REJECT ('R'): A REASON IS REQUIRED; THE MASTER    *
      *              AND AUDIT LOG ARE NOT TOUCHED. THE REQUESTER MAY  *
      *              REJECT (WITHDRAW) THEIR OWN CHANGE.               *
      *              EITHER WAY THE REQUEST IS KEPT, WITH THE DECIDING *
      *              USER AND TIME, FOR THE NIGHTLY COBAPV1 LISTING.   *
      *                                                                *
      *              THE DECISION FIELDS ARE SENT WITH THE MODIFIED-   *
      *              DATA TAG ON, SO A REJECTED ENTRY COMES BACK WHOLE *
      *              AND CAN BE CORRECTED WITHOUT RETYPING THE REST.   *
      *                                                                *
      * PF KEYS                                                       *
      *   ENTER  SHOW THE REQUEST MARKED 'S', OR RECORD THE DECISION  *
      *          KEYED AGAINST THE REQUEST SHOWN                      *
      *   PF3    CLOSE THE REQUEST SHOWN; ON THE LIST, END            *
      *   PF7    PAGE BACKWARD                                        *
      *   PF8    PAGE FORWARD                                         *
      ******************************************************************
       PROGRAM-ID. COBAPV2.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY APV1MAP.
           COPY copybook.
           COPY audit.
           COPY pndapr.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION           PIC X(01).
      *            L = LIST ONLY  D = REQUEST SHOWN FOR DECISION
           05  WS-CA-PEND-KEY           PIC X(36).
      *            PND-KEY OF THE REQUEST SHOWN ('D')
           05  WS-CA-ROW-COUNT          PIC 9(02).
           05  WS-CA-ROW-KEY            PIC X(36) OCCURS 6 TIMES.
      *            PND-KEY OF EACH ROW SHOWN

       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-MESSAGE                   PIC X(60).
       01  WS-DECISION                  PIC X(01).
       01  WS-REASON                    PIC X(40).

       01  WS-SELECTED-ROW              PIC 9(02).
       01  WS-SEL-IDX                   PIC S9(04) COMP.
       01  WS-ROW-IDX                   PIC S9(04) COMP.
       01  WS-KEY-IDX                   PIC S9(04) COMP.

       01  WS-BROWSE-KEY                PIC X(36).
       01  WS-START-KEY                 PIC X(36).
       01  WS-SKIP-KEY                  PIC X(36).
      *            A ROW WITH THIS KEY IS NOT LISTED (THE PAGE-BOTTOM
      *            ROW WHEN PAGING FORWARD)
       01  WS-MASTER-KEY                PIC X(15).
       01  WS-BROWSE-DONE-SWITCH        PIC X(01).
           88  WS-BROWSE-DONE          VALUE "Y".
       01  WS-PREV-COUNT                PIC S9(04) COMP.

       01  WS-NEW-PAGE.
           05  WS-NP-ROW-COUNT          PIC 9(02).
           05  WS-NP-ROW-KEY            PIC X(36) OCCURS 6 TIMES.

       01  WS-ROW-LINE.
           05  WS-RL-RECORD             PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RL-USER               PIC X(08).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-RL-WHEN               PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-CHANGES            PIC X(18).
       01  WS-CHANGES-PTR               PIC 9(02).

       01  WS-STAMP-IN                  PIC X(21).
       01  WS-STAMP-OUT                 PIC X(16).

      *            ONE MASTER IMAGE LAID OUT AS FIVE SCREEN LINES
      *            (7200-FORMAT-IMAGE), ONCE FOR EACH SIDE.
       01  WS-FMT-IMAGE                 PIC X(122).
       01  WS-FMT-LINES.
           05  WS-FMT-LINE              PIC X(38) OCCURS 5 TIMES.
       01  WS-BEFORE-LINES.
           05  WS-BEF-LINE              PIC X(38) OCCURS 5 TIMES.
       01  WS-AFTER-LINES.
           05  WS-AFT-LINE              PIC X(38) OCCURS 5 TIMES.

       01  WS-USER-ID                   PIC X(08).
       01  WS-TIMESTAMP                 PIC X(21).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA              PIC X(255).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(0100-SEND-INITIAL-MAP)
               ERROR(0900-ABEND-MESSAGE)
           END-EXEC

      *            THE SIGNED-ON USER OF THIS TERMINAL -- DUAL CONTROL
      *            RESTS ON TELLING THE REQUESTER AND APPROVER APART.
           MOVE SPACES TO WS-USER-ID
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           IF WS-USER-ID = SPACES
               MOVE "BATCH" TO WS-USER-ID
           END-IF

           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO WS-DECISION
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-SKIP-KEY

      *            MAPFAIL ON THE RECEIVE MAP BELOW ALSO LANDS IN
      *            0100-SEND-INITIAL-MAP BY THE IMPLICIT GO TO ABOVE,
      *            SO IT MUST RETURN ON ITS OWN -- SEE THAT PARAGRAPH.
           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE ZEROS TO WS-CA-ROW-COUNT
               PERFORM 0100-SEND-INITIAL-MAP
           END-IF

           MOVE DFHCOMMAREA TO WS-COMMAREA
           PERFORM 2010-SET-START-AT-TOP

      *            EVERY KEY BUT ENTER IS ACTED ON BEFORE THE RECEIVE
      *            MAP BELOW -- NONE OF THEM NEEDS INPUT, AND A
      *            RECEIVE WITH NO FIELD MODIFIED RAISES MAPFAIL,
      *            WHICH WOULD DIVERT CONTROL TO 0100-SEND-INITIAL-MAP.
           EVALUATE EIBAID
               WHEN DFHCLEAR
                   EXEC CICS RETURN END-EXEC
               WHEN DFHPF3
                   IF WS-CA-FUNCTION NOT = "D"
                       EXEC CICS RETURN END-EXEC
                   END-IF
                   MOVE "L" TO WS-CA-FUNCTION
                   MOVE SPACES TO WS-CA-PEND-KEY
                   MOVE "TYPE S AGAINST A REQUEST TO REVIEW IT." TO
                       WS-MESSAGE
                   PERFORM 7000-SEND-SCREEN
                   PERFORM 9000-RETURN-TRANS
               WHEN DFHPF7
                   PERFORM 2500-FIND-PREVIOUS-PAGE
                   PERFORM 7000-SEND-SCREEN
                   PERFORM 9000-RETURN-TRANS
               WHEN DFHPF8
                   IF WS-CA-ROW-COUNT > 0
                       MOVE WS-CA-ROW-KEY (WS-CA-ROW-COUNT) TO
                           WS-START-KEY
                       MOVE WS-START-KEY TO WS-SKIP-KEY
                   END-IF
                   PERFORM 7000-SEND-SCREEN
                   PERFORM 9000-RETURN-TRANS
               WHEN DFHENTER
                   CONTINUE
               WHEN OTHER
                   MOVE "INVALID KEY. USE ENTER, PF3, PF7 OR PF8." TO
                       WS-MESSAGE
                   PERFORM 7000-SEND-SCREEN
                   PERFORM 9000-RETURN-TRANS
           END-EVALUATE

           EXEC CICS RECEIVE MAP('APV1MAP') MAPSET('APV1MAP')
               INTO(APV1MAPI)
           END-EXEC

           PERFORM 1000-PROCESS-ENTER
           PERFORM 7000-SEND-SCREEN
           PERFORM 9000-RETURN-TRANS.

       0100-SEND-INITIAL-MAP.
      *            ALSO THE MAPFAIL TARGET (ENTER WITH NOTHING KEYED)
      *            -- THE COMMAREA IS ALREADY LOADED BY THEN. WITH A
      *            REQUEST SHOWN, ASK FOR THE DECISION; OTHERWISE
      *            SHOW THE FIRST PAGE AGAIN.
           MOVE SPACES TO WS-SKIP-KEY
           IF WS-CA-FUNCTION = "D"
               PERFORM 2010-SET-START-AT-TOP
               MOVE "KEY A OR R IN DECISION, THEN PRESS ENTER." TO
                   WS-MESSAGE
           ELSE
               MOVE "L" TO WS-CA-FUNCTION
               MOVE SPACES TO WS-CA-PEND-KEY
               MOVE ZEROS TO WS-CA-ROW-COUNT
               PERFORM 2010-SET-START-AT-TOP
               MOVE "TYPE S AGAINST A REQUEST TO REVIEW IT." TO
                   WS-MESSAGE
           END-IF
           PERFORM 7000-SEND-SCREEN
           PERFORM 9000-RETURN-TRANS.

       1000-PROCESS-ENTER.
           PERFORM 1500-FIND-SELECTION
           IF WS-SELECTED-ROW > 0
               PERFORM 4000-SELECT-REQUEST
           ELSE
               IF WS-CA-FUNCTION = "D"
                   PERFORM 5000-RECORD-DECISION
               ELSE
                   MOVE "TYPE S AGAINST A REQUEST TO REVIEW IT." TO
                       WS-MESSAGE
               END-IF
           END-IF.

       1500-FIND-SELECTION.
           MOVE ZEROS TO WS-SELECTED-ROW
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > 6
                   OR WS-SELECTED-ROW > 0
               IF WS-SEL-IDX <= WS-CA-ROW-COUNT
                   IF APV1-SEL-DATA (WS-SEL-IDX) = "S"
                       OR APV1-SEL-DATA (WS-SEL-IDX) = "s"
                       MOVE WS-SEL-IDX TO WS-SELECTED-ROW
                   END-IF
               END-IF
           END-PERFORM.

       2010-SET-START-AT-TOP.
      *            REBUILD THE PAGE ON SCREEN FROM ITS TOP ROW, OR
      *            FROM THE START OF THE FILE IF NONE IS SHOWN.
           IF WS-CA-ROW-COUNT > 0
               MOVE WS-CA-ROW-KEY (1) TO WS-START-KEY
           ELSE
               MOVE LOW-VALUES TO WS-START-KEY
           END-IF.

       2100-BUILD-PAGE.
           MOVE SPACES TO WS-NEW-PAGE
           MOVE ZEROS TO WS-NP-ROW-COUNT
           MOVE WS-START-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('COBAPPR')
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(36)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BROWSE-DONE-SWITCH
               PERFORM 2200-READ-NEXT-ROW
                   UNTIL WS-BROWSE-DONE
                   OR WS-NP-ROW-COUNT >= 6
               EXEC CICS ENDBR FILE('COBAPPR') END-EXEC
           END-IF.

       2200-READ-NEXT-ROW.
           EXEC CICS READNEXT FILE('COBAPPR')
               INTO(PENDING-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(36)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF PND-PENDING AND PND-KEY NOT = WS-SKIP-KEY
                   ADD 1 TO WS-NP-ROW-COUNT
                   PERFORM 2300-FORMAT-ROW
               END-IF
           END-IF.

       2300-FORMAT-ROW.
           MOVE WS-NP-ROW-COUNT TO WS-ROW-IDX
           MOVE SPACES TO WS-RL-RECORD
           STRING PND-PERSON-TYPE "-" PND-DOC-KEY
               DELIMITED BY SIZE INTO WS-RL-RECORD
           END-STRING
           MOVE PND-REQUEST-USER TO WS-RL-USER
           MOVE PND-REQUEST-STAMP TO WS-STAMP-IN
           PERFORM 7300-FORMAT-STAMP
           MOVE WS-STAMP-OUT TO WS-RL-WHEN
           MOVE SPACES TO WS-RL-CHANGES
           MOVE 1 TO WS-CHANGES-PTR
           IF PND-NAME-CHANGED = "Y"
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-RL-CHANGES WITH POINTER WS-CHANGES-PTR
               END-STRING
           END-IF
           IF PND-STATUS-CHANGED = "Y"
               STRING "STATUS " DELIMITED BY SIZE
                   INTO WS-RL-CHANGES WITH POINTER WS-CHANGES-PTR
               END-STRING
           END-IF
           IF PND-OTHER-CHANGED = "Y"
               STRING "ADDR" DELIMITED BY SIZE
                   INTO WS-RL-CHANGES WITH POINTER WS-CHANGES-PTR
               END-STRING
           END-IF
           MOVE WS-ROW-LINE TO APV1-ROW-DATA (WS-ROW-IDX)
           MOVE PND-KEY TO WS-NP-ROW-KEY (WS-ROW-IDX).

       2500-FIND-PREVIOUS-PAGE.
      *            WALK BACKWARD FROM THE TOP ROW ON SCREEN UP TO SIX
      *            PENDING REQUESTS; THE LAST ONE REACHED IS THE TOP
      *            OF THE PREVIOUS PAGE, WHICH IS THEN BUILT FORWARD
      *            IN THE ORDINARY WAY. THE FIRST READPREV AFTER A
      *            READNEXT RE-READS THE RECORD JUST READ AND IS
      *            DISCARDED. ANY BROWSE FAILURE FALLS BACK TO THE
      *            FIRST PAGE.
           MOVE LOW-VALUES TO WS-START-KEY
           IF WS-CA-ROW-COUNT > 0
               MOVE WS-CA-ROW-KEY (1) TO WS-BROWSE-KEY
               EXEC CICS STARTBR FILE('COBAPPR')
                   RIDFLD(WS-BROWSE-KEY)
                   KEYLENGTH(36)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS READNEXT FILE('COBAPPR')
                       INTO(PENDING-RECORD)
                       RIDFLD(WS-BROWSE-KEY)
                       KEYLENGTH(36)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       EXEC CICS READPREV FILE('COBAPPR')
                           INTO(PENDING-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           KEYLENGTH(36)
                           RESP(WS-RESP)
                       END-EXEC
                   END-IF
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE ZEROS TO WS-PREV-COUNT
                       MOVE "N" TO WS-BROWSE-DONE-SWITCH
                       PERFORM 2600-READ-PREV-ROW
                           UNTIL WS-BROWSE-DONE
                           OR WS-PREV-COUNT >= 6
                   END-IF
                   EXEC CICS ENDBR FILE('COBAPPR') END-EXEC
               END-IF
           END-IF.

       2600-READ-PREV-ROW.
           EXEC CICS READPREV FILE('COBAPPR')
               INTO(PENDING-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(36)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF PND-PENDING
                   ADD 1 TO WS-PREV-COUNT
                   MOVE PND-KEY TO WS-START-KEY
               END-IF
           END-IF.

       4000-SELECT-REQUEST.
           MOVE WS-CA-ROW-KEY (WS-SELECTED-ROW) TO WS-BROWSE-KEY
           EXEC CICS READ FILE('COBAPPR')
               INTO(PENDING-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(36)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "L" TO WS-CA-FUNCTION
                   MOVE SPACES TO WS-CA-PEND-KEY
                   MOVE "THAT REQUEST IS NO LONGER ON FILE." TO
                       WS-MESSAGE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "L" TO WS-CA-FUNCTION
                   MOVE SPACES TO WS-CA-PEND-KEY
                   MOVE "AN UNEXPECTED ERROR OCCURRED. "
                       & "CONTACT SUPPORT." TO WS-MESSAGE
               WHEN NOT PND-PENDING
                   MOVE "L" TO WS-CA-FUNCTION
                   MOVE SPACES TO WS-CA-PEND-KEY
                   MOVE "THAT REQUEST HAS ALREADY BEEN DECIDED." TO
                       WS-MESSAGE
               WHEN PND-REQUEST-USER = WS-USER-ID
                   MOVE "D" TO WS-CA-FUNCTION
                   MOVE PND-KEY TO WS-CA-PEND-KEY
                   MOVE "YOUR OWN REQUEST - YOU MAY ONLY REJECT "
                       & "(WITHDRAW) IT." TO WS-MESSAGE
               WHEN OTHER
                   MOVE "D" TO WS-CA-FUNCTION
                   MOVE PND-KEY TO WS-CA-PEND-KEY
                   MOVE "KEY A OR R (R NEEDS A REASON), THEN PRESS "
                       & "ENTER." TO WS-MESSAGE
           END-EVALUATE.

       5000-RECORD-DECISION.
      *            WHAT WAS KEYED IS HELD SO THE SCREEN CAN SEND IT
      *            BACK IF THE DECISION IS REFUSED.
           IF DECISL > 0
               MOVE DECISI TO WS-DECISION
           END-IF
           IF REASONL > 0
               MOVE REASONI TO WS-REASON
           END-IF
           INSPECT WS-DECISION REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-REASON REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM 5100-APPROVE-REQUEST
               WHEN "R"
               WHEN "r"
                   IF WS-REASON = SPACES
                       MOVE "A REJECTION NEEDS A REASON." TO WS-MESSAGE
                   ELSE
                       PERFORM 5500-REJECT-REQUEST
                   END-IF
               WHEN OTHER
                   MOVE "DECISION MUST BE 'A' (APPROVE) OR 'R' "
                       & "(REJECT)." TO WS-MESSAGE
           END-EVALUATE.

       5100-APPROVE-REQUEST.
           MOVE WS-CA-PEND-KEY TO WS-BROWSE-KEY
           EXEC CICS READ FILE('COBAPPR')
               INTO(PENDING-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(36)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM 5900-BACK-TO-LIST
                   MOVE "THAT REQUEST IS NO LONGER ON FILE." TO
                       WS-MESSAGE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "AN UNEXPECTED ERROR OCCURRED. "
                       & "CONTACT SUPPORT." TO WS-MESSAGE
               WHEN NOT PND-PENDING
                   EXEC CICS UNLOCK FILE('COBAPPR') END-EXEC
                   PERFORM 5900-BACK-TO-LIST
                   MOVE "THAT REQUEST HAS ALREADY BEEN DECIDED." TO
                       WS-MESSAGE
               WHEN PND-REQUEST-USER = WS-USER-ID
                   EXEC CICS UNLOCK FILE('COBAPPR') END-EXEC
                   MOVE "YOU MAY NOT APPROVE YOUR OWN CHANGE." TO
                       WS-MESSAGE
               WHEN OTHER
                   PERFORM 5200-APPLY-TO-MASTER
           END-EVALUATE.

       5200-APPLY-TO-MASTER.
           MOVE PND-MASTER-KEY TO WS-MASTER-KEY
           EXEC CICS READ FILE('COBMAST')
               INTO(COPYBOOK)
               RIDFLD(WS-MASTER-KEY)
               KEYLENGTH(15)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   EXEC CICS UNLOCK FILE('COBAPPR') END-EXEC
                   MOVE "MASTER RECORD NO LONGER ON FILE - REJECT THE "
                       & "REQUEST." TO WS-MESSAGE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK FILE('COBAPPR') END-EXEC
                   MOVE "AN UNEXPECTED ERROR OCCURRED. "
                       & "CONTACT SUPPORT." TO WS-MESSAGE
               WHEN COPYBOOK NOT = PND-BEFORE-IMAGE
                   EXEC CICS UNLOCK FILE('COBMAST') END-EXEC
                   EXEC CICS UNLOCK FILE('COBAPPR') END-EXEC
                   MOVE "RECORD CHANGED SINCE THE REQUEST - REJECT "
                       & "IT." TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 5300-REWRITE-MASTER
           END-EVALUATE.

       5300-REWRITE-MASTER.
           MOVE PND-AFTER-IMAGE TO COPYBOOK
           MOVE FUNCTION CURRENT-DATE TO LAST-MAINT-STAMP-BOOK
           EXEC CICS REWRITE FILE('COBMAST')
               FROM(COPYBOOK)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('COBAPPR') END-EXEC
               MOVE "AN UNEXPECTED ERROR OCCURRED. "
                   & "CONTACT SUPPORT." TO WS-MESSAGE
           ELSE
               PERFORM 5400-WRITE-AUDIT
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE "A" TO PND-STATUS
                   MOVE WS-USER-ID TO PND-DECISION-USER
                   MOVE LAST-MAINT-STAMP-BOOK TO PND-DECISION-STAMP
                   MOVE SPACES TO PND-REJECT-REASON
                   EXEC CICS REWRITE FILE('COBAPPR')
                       FROM(PENDING-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 5900-BACK-TO-LIST
                   MOVE "CHANGE APPROVED AND APPLIED TO THE MASTER." TO
                       WS-MESSAGE
               ELSE
      *            THE MASTER, ITS AUDIT ENTRY AND THE 'A' ON THE
      *            REQUEST GO TOGETHER OR NOT AT ALL: A MASTER CHANGED
      *            WITH NO AUDIT ENTRY NAMING BOTH USERS, OR WITH THE
      *            REQUEST STILL OPEN, IS BACKED OUT (COBMAST, COBAUDIT
      *            AND COBAPPR ARE RECOVERABLE FILES) AND THE REQUEST
      *            STAYS PENDING, UNCHANGED, FOR ANOTHER TRY.
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE "AN UNEXPECTED ERROR OCCURRED. "
                       & "CONTACT SUPPORT." TO WS-MESSAGE
               END-IF
           END-IF.

       5400-WRITE-AUDIT.
      *            AN ORDINARY CHANGE ENTRY, EXCEPT THAT IT CARRIES
      *            TWO USERS: THE ONE WHO KEYED THE CHANGE ON MNT1
      *            AND THE ONE WHO RELEASED IT HERE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "C" TO AUD-OPERATION-CODE
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE PND-REQUEST-USER TO AUD-USER-ID
           MOVE "COBAPV2" TO AUD-PROGRAM-ID
           MOVE WS-USER-ID TO AUD-APPROVER-ID
           MOVE PND-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE COPYBOOK TO AUD-AFTER-IMAGE
           EXEC CICS WRITE FILE('COBAUDIT')
               FROM(AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       5500-REJECT-REQUEST.
           MOVE WS-CA-PEND-KEY TO WS-BROWSE-KEY
           EXEC CICS READ FILE('COBAPPR')
               INTO(PENDING-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(36)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM 5900-BACK-TO-LIST
                   MOVE "THAT REQUEST IS NO LONGER ON FILE." TO
                       WS-MESSAGE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "AN UNEXPECTED ERROR OCCURRED. "
                       & "CONTACT SUPPORT." TO WS-MESSAGE
               WHEN NOT PND-PENDING
                   EXEC CICS UNLOCK FILE('COBAPPR') END-EXEC
                   PERFORM 5900-BACK-TO-LIST
                   MOVE "THAT REQUEST HAS ALREADY BEEN DECIDED." TO
                       WS-MESSAGE
               WHEN OTHER
                   MOVE "R" TO PND-STATUS
                   MOVE WS-USER-ID TO PND-DECISION-USER
                   MOVE FUNCTION CURRENT-DATE TO PND-DECISION-STAMP
                   MOVE WS-REASON TO PND-REJECT-REASON
                   EXEC CICS REWRITE FILE('COBAPPR')
                       FROM(PENDING-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 5900-BACK-TO-LIST
                       MOVE "CHANGE REJECTED. THE MASTER IS UNCHANGED."
                           TO WS-MESSAGE
                   ELSE
                       MOVE "AN UNEXPECTED ERROR OCCURRED. "
                           & "CONTACT SUPPORT." TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

       5900-BACK-TO-LIST.
           MOVE "L" TO WS-CA-FUNCTION
           MOVE SPACES TO WS-CA-PEND-KEY
           MOVE SPACES TO WS-DECISION
           MOVE SPACES TO WS-REASON.

       7000-SEND-SCREEN.
      *            THE WHOLE SCREEN IS REBUILT ON EVERY TURN: DETAIL
      *            AREA FIRST (FROM PENDING-RECORD, WHICH THE LIST
      *            BROWSE BELOW THEN REUSES), THEN THE PAGE.
           MOVE SPACES TO APV1MAPO
           PERFORM 7100-SHOW-DETAIL

           PERFORM 2100-BUILD-PAGE
      *            NOTHING PAST THE PAGE ON SCREEN -- SAY SO AND SHOW
      *            THE SAME PAGE AGAIN.
           IF WS-NP-ROW-COUNT = 0 AND WS-SKIP-KEY NOT = SPACES
               MOVE "ALREADY AT THE BOTTOM OF THE LIST." TO WS-MESSAGE
               MOVE SPACES TO WS-SKIP-KEY
               PERFORM 2010-SET-START-AT-TOP
               PERFORM 2100-BUILD-PAGE
           END-IF
      *            THE TOP ROW ITSELF MAY HAVE BEEN DECIDED SINCE THE
      *            PAGE WAS SHOWN -- START AGAIN FROM THE TOP OF THE
      *            FILE RATHER THAN SHOW AN EMPTY PAGE.
           IF WS-NP-ROW-COUNT = 0 AND WS-START-KEY NOT = LOW-VALUES
               MOVE LOW-VALUES TO WS-START-KEY
               PERFORM 2100-BUILD-PAGE
           END-IF
           MOVE WS-NP-ROW-COUNT TO WS-ROW-IDX
           ADD 1 TO WS-ROW-IDX
           PERFORM UNTIL WS-ROW-IDX > 6
               MOVE SPACES TO APV1-ROW-DATA (WS-ROW-IDX)
               ADD 1 TO WS-ROW-IDX
           END-PERFORM
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 6
               MOVE SPACES TO APV1-SEL-DATA (WS-ROW-IDX)
           END-PERFORM
           MOVE WS-NP-ROW-COUNT TO WS-CA-ROW-COUNT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > 6
               MOVE WS-NP-ROW-KEY (WS-KEY-IDX) TO
                   WS-CA-ROW-KEY (WS-KEY-IDX)
           END-PERFORM
           IF WS-NP-ROW-COUNT = 0 AND WS-MESSAGE = SPACES
               MOVE "NO CHANGES ARE AWAITING APPROVAL." TO WS-MESSAGE
           END-IF

           IF WS-CA-FUNCTION = "D"
               MOVE -1 TO DECISL
           ELSE
               MOVE -1 TO SEL01L
           END-IF
           MOVE WS-MESSAGE TO MSGO
           EXEC CICS SEND MAP('APV1MAP') MAPSET('APV1MAP')
               FROM(APV1MAPO) ERASE CURSOR
           END-EXEC.

       7100-SHOW-DETAIL.
      *            THE REQUEST SHOWN IS READ AFRESH EVERY TURN; ONE
      *            DECIDED MEANWHILE AT ANOTHER TERMINAL DROPS BACK
      *            TO THE LIST.
           IF WS-CA-FUNCTION = "D"
               MOVE WS-CA-PEND-KEY TO WS-BROWSE-KEY
               EXEC CICS READ FILE('COBAPPR')
                   INTO(PENDING-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   KEYLENGTH(36)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT PND-PENDING
                   PERFORM 5900-BACK-TO-LIST
                   MOVE "THAT REQUEST HAS ALREADY BEEN DECIDED." TO
                       WS-MESSAGE
               END-IF
           END-IF
           IF WS-CA-FUNCTION = "D"
               MOVE PND-REQUEST-STAMP TO WS-STAMP-IN
               PERFORM 7300-FORMAT-STAMP
               STRING "RECORD " PND-PERSON-TYPE "-" PND-DOC-KEY
                   "   REQUESTED BY " PND-REQUEST-USER
                   "   AT " WS-STAMP-OUT
                   DELIMITED BY SIZE INTO DTLHDRO
               END-STRING
               MOVE PND-BEFORE-IMAGE TO WS-FMT-IMAGE
               PERFORM 7200-FORMAT-IMAGE
               MOVE WS-FMT-LINES TO WS-BEFORE-LINES
               MOVE PND-AFTER-IMAGE TO WS-FMT-IMAGE
               PERFORM 7200-FORMAT-IMAGE
               MOVE WS-FMT-LINES TO WS-AFTER-LINES
               MOVE WS-BEF-LINE (1) TO BEF01O
               MOVE WS-BEF-LINE (2) TO BEF02O
               MOVE WS-BEF-LINE (3) TO BEF03O
               MOVE WS-BEF-LINE (4) TO BEF04O
               MOVE WS-BEF-LINE (5) TO BEF05O
               MOVE WS-AFT-LINE (1) TO AFT01O
               MOVE WS-AFT-LINE (2) TO AFT02O
               MOVE WS-AFT-LINE (3) TO AFT03O
               MOVE WS-AFT-LINE (4) TO AFT04O
               MOVE WS-AFT-LINE (5) TO AFT05O
               IF WS-AFT-LINE (1) NOT = WS-BEF-LINE (1)
                   MOVE DFHBMBRY TO AFT01A OF APV1MAPO
               END-IF
               IF WS-AFT-LINE (2) NOT = WS-BEF-LINE (2)
                   MOVE DFHBMBRY TO AFT02A OF APV1MAPO
               END-IF
               IF WS-AFT-LINE (3) NOT = WS-BEF-LINE (3)
                   MOVE DFHBMBRY TO AFT03A OF APV1MAPO
               END-IF
               IF WS-AFT-LINE (4) NOT = WS-BEF-LINE (4)
                   MOVE DFHBMBRY TO AFT04A OF APV1MAPO
               END-IF
               IF WS-AFT-LINE (5) NOT = WS-BEF-LINE (5)
                   MOVE DFHBMBRY TO AFT05A OF APV1MAPO
               END-IF
               MOVE WS-DECISION TO DECISO
               MOVE WS-REASON TO REASONO
               MOVE DFHBMFSE TO DECISA OF APV1MAPO
               MOVE DFHBMFSE TO REASONA OF APV1MAPO
           ELSE
               MOVE DFHBMASK TO DECISA OF APV1MAPO
               MOVE DFHBMASK TO REASONA OF APV1MAPO
           END-IF.

       7200-FORMAT-IMAGE.
      *            NAME OVER TWO LINES, THEN STATUS, STREET AND
      *            NUMBER, CITY/STATE/CEP -- MASTER IMAGE OFFSETS AS
      *            IN COPYBOOK.
           MOVE SPACES TO WS-FMT-LINES
           MOVE WS-FMT-IMAGE (1:38) TO WS-FMT-LINE (1)
           MOVE WS-FMT-IMAGE (39:12) TO WS-FMT-LINE (2)
           STRING "STATUS : " WS-FMT-IMAGE (101:1)
               DELIMITED BY SIZE INTO WS-FMT-LINE (3)
           END-STRING
           STRING "STREET : " WS-FMT-IMAGE (66:10)
               " NO " WS-FMT-IMAGE (76:5)
               DELIMITED BY SIZE INTO WS-FMT-LINE (4)
           END-STRING
           STRING "CITY   : " WS-FMT-IMAGE (81:10)
               " " WS-FMT-IMAGE (91:2)
               " CEP " WS-FMT-IMAGE (93:8)
               DELIMITED BY SIZE INTO WS-FMT-LINE (5)
           END-STRING.

       7300-FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-OUT
           STRING WS-STAMP-IN (1:4) "-" WS-STAMP-IN (5:2) "-"
               WS-STAMP-IN (7:2) " " WS-STAMP-IN (9:2) ":"
               WS-STAMP-IN (11:2)
               DELIMITED BY SIZE INTO WS-STAMP-OUT
           END-STRING.

       0900-ABEND-MESSAGE.
           MOVE SPACES TO APV1MAPO
           MOVE "AN UNEXPECTED ERROR OCCURRED. CONTACT SUPPORT."
               TO MSGO
           EXEC CICS SEND MAP('APV1MAP') MAPSET('APV1MAP')
               FROM(APV1MAPO) DATAONLY
           END-EXEC
           PERFORM 9000-RETURN-TRANS.

       9000-RETURN-TRANS.
           EXEC CICS RETURN TRANSID('APV1') COMMAREA(WS-COMMAREA)
               LENGTH(255)
           END-EXEC.
