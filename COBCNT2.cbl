       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : COBCNT2                                              *
      * DESCRIPTION: PSEUDO-CONVERSATIONAL CICS TRANSACTION (CNT1)     *
      *              FOR LISTING AND MAINTAINING THE CONTACT CHANNELS  *
      *              (PHONES AND E-MAIL ADDRESSES, COBCONT -- CONTCT   *
      *              LAYOUT) OF ONE MASTER RECORD. IT IS REACHED ONLY  *
      *              FROM MNT1: PF9 ON A DISPLAYED RECORD XCTLS HERE   *
      *              WITH MNT1'S 17-BYTE COMMAREA (FUNCTION 'K' AND    *
      *              THE RECORD'S KEY), AND PF3 XCTLS BACK WITH        *
      *              FUNCTION 'S' SO MNT1 SHOWS THE SAME RECORD AGAIN. *
      *                                                                *
      *              THE CHANNELS ARE LISTED TEN AT A TIME IN KEY      *
      *              ORDER (TYPE, THEN SEQUENCE). 'S' AGAINST A ROW    *
      *              LOADS THAT CHANNEL INTO THE DETAIL AREA FOR       *
      *              CHANGE; 'D' DELETES IT. PF5 OPENS THE DETAIL AREA *
      *              FOR A NEW CHANNEL -- A BLANK SEQUENCE TAKES THE   *
      *              NEXT FREE ONE. TYPE AND SEQUENCE ARE THE KEY AND  *
      *              ARE PROTECTED ON A CHANGE.                        *
      *                                                                *
      *              THE EDITS ARE COBCNT1'S (VALIDCNT, HELD TO THE    *
      *              MASTER'S STATE-BOOK); NO CHANNEL MAY BE ADDED TO  *
      *              AN ANONYMIZED ('X') RECORD. SETTING A CHANNEL     *
      *              PREFERRED CLEARS THE FLAG ON THE MASTER'S OTHER   *
      *              CHANNELS OF THAT TYPE. EVERY ADD, CHANGE, AND     *
      *              DELETE -- AND EACH FLAG CLEARED -- IS WRITTEN AS  *
      *              A BEFORE/AFTER IMAGE TO THE AUDIT LOG, THE SAME   *
      *              AS A MASTER CORRECTION ON MNT1.                   *
      *                                                                *
      *              THE DETAIL FIELDS OF AN ADD OR CHANGE IN PROGRESS *
      *              ARE SENT WITH THE MODIFIED-DATA TAG ON, SO THEY   *
      *              ALL COME BACK ON THE NEXT ENTER AND A REJECTED    *
      *              ENTRY CAN BE CORRECTED WITHOUT RETYPING THE REST. *
      *                                                                *
      * PF KEYS                                                       *
      *   ENTER  ACT ON AN 'S'/'D' SELECTION, OR SAVE THE ADD OR      *
      *          CHANGE IN THE DETAIL AREA                            *
      *   PF3    RETURN TO MNT1 ON THE SAME MASTER RECORD             *
      *   PF5    START AN ADD                                         *
      *   PF7    PAGE BACKWARD                                        *
      *   PF8    PAGE FORWARD                                         *
      ******************************************************************
       PROGRAM-ID. COBCNT2.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY CNT1MAP.
           COPY copybook.
           COPY contct.
           COPY audit.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION           PIC X(01).
      *            L = LIST ONLY  A = ADD IN PROGRESS
      *            C = CHANGE IN PROGRESS
           05  WS-CA-MASTER-KEY         PIC X(15).
           05  WS-CA-EDIT-KEY           PIC X(18).
      *            CNT-KEY OF THE CHANNEL IN THE DETAIL AREA ('C')
           05  WS-CA-ROW-COUNT          PIC 9(02).
           05  WS-CA-ROW-KEY            PIC X(18) OCCURS 10 TIMES.
      *            CNT-KEY OF EACH ROW SHOWN

       01  WS-MNT1-COMMAREA.
      *            SAME 17-BYTE SHAPE AS COBMNT1'S WS-COMMAREA
           05  WS-MC-FUNCTION           PIC X(01).
           05  WS-MC-STEP               PIC X(01).
           05  WS-MC-KEY                PIC X(15).

       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-VALIDCNT-RC               PIC 9(02).
       01  WS-MASTER-STATE              PIC X(02).
       01  WS-MASTER-SWITCH             PIC X(01).
           88  WS-MASTER-FOUND         VALUE "Y".
       01  WS-EDIT-OK-SWITCH            PIC X(01).
           88  WS-EDIT-OK              VALUE "Y".
       01  WS-SHOW-DETAIL-SWITCH        PIC X(01).
           88  WS-SHOW-DETAIL          VALUE "Y".
       01  WS-MESSAGE                   PIC X(60).

       01  WS-SELECTED-ROW              PIC 9(02).
       01  WS-SELECTED-ACTION           PIC X(01).
       01  WS-SEL-IDX                   PIC S9(04) COMP.
       01  WS-ROW-IDX                   PIC S9(04) COMP.
       01  WS-KEY-IDX                   PIC S9(04) COMP.

       01  WS-BROWSE-KEY                PIC X(18).
       01  WS-START-KEY                 PIC X(18).
       01  WS-SKIP-KEY                  PIC X(18).
      *            A ROW WITH THIS KEY IS NOT LISTED (THE PAGE-BOTTOM
      *            ROW WHEN PAGING FORWARD)
       01  WS-SAVED-KEY.
           05  WS-SAVED-PREFIX          PIC X(16).
      *            MASTER KEY + CHANNEL TYPE
           05  WS-SAVED-SEQUENCE        PIC 9(02).
       01  WS-LAST-SEQUENCE             PIC 9(02).
       01  WS-HOLD-RECORD               PIC X(122).
       01  WS-BROWSE-DONE-SWITCH        PIC X(01).
           88  WS-BROWSE-DONE          VALUE "Y".
       01  WS-PREV-COUNT                PIC S9(04) COMP.

       01  WS-NEW-PAGE.
           05  WS-NP-ROW-COUNT          PIC 9(02).
           05  WS-NP-ROW-KEY            PIC X(18) OCCURS 10 TIMES.

       01  WS-DEMOTE-COUNT              PIC 9(02).
       01  WS-DEMOTE-IDX                PIC S9(04) COMP.
       01  WS-DEMOTE-TABLE.
           05  WS-DEMOTE-KEY            PIC X(18) OCCURS 99 TIMES.

       01  WS-ROW-LINE.
           05  WS-RL-TYPE               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-SEQ                PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-VALUE              PIC X(50).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RL-PREF               PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-RL-OPT-OUT            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  WS-USER-ID                   PIC X(08).
       01  WS-AUDIT-OP                  PIC X(01).
       01  WS-TIMESTAMP                 PIC X(21).
       01  WS-BEFORE-IMAGE              PIC X(122).
       01  WS-AFTER-IMAGE               PIC X(122).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA              PIC X(216).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(0100-SEND-INITIAL-MAP)
               ERROR(0900-ABEND-MESSAGE)
           END-EXEC

      *            THE SIGNED-ON OPERATOR, NOT THE REGION'S JOB USER,
      *            IS WHAT THE CHANNEL AUDIT ENTRIES MUST RECORD.
           MOVE SPACES TO WS-USER-ID
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           IF WS-USER-ID = SPACES
               MOVE "BATCH" TO WS-USER-ID
           END-IF

      *            THE CHANNELS ALWAYS BELONG TO ONE MASTER RECORD --
      *            WITHOUT MNT1'S KEY THERE IS NOTHING TO LIST.
           IF EIBCALEN = 0
               PERFORM 0050-NO-MASTER-KEY
           END-IF

      *            ARRIVING FROM MNT1 (PF9): ITS 17-BYTE COMMAREA
      *            CARRIES THE MASTER KEY. START A FRESH CONVERSATION
      *            ON THE FIRST PAGE OF THAT RECORD'S CHANNELS.
           IF EIBCALEN = 17
               MOVE LK-COMMAREA (1:17) TO WS-MNT1-COMMAREA
               MOVE SPACES TO WS-COMMAREA
               MOVE WS-MC-KEY TO WS-CA-MASTER-KEY
               PERFORM 0100-SEND-INITIAL-MAP
           END-IF

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE "N" TO WS-SHOW-DETAIL-SWITCH
           MOVE SPACES TO WS-SKIP-KEY
           PERFORM 2010-SET-START-AT-TOP

      *            EVERY KEY BUT ENTER IS ACTED ON BEFORE THE RECEIVE
      *            MAP BELOW -- NONE OF THEM NEEDS INPUT, AND A
      *            RECEIVE WITH NO FIELD MODIFIED RAISES MAPFAIL,
      *            WHICH WOULD DIVERT CONTROL TO 0100-SEND-INITIAL-MAP.
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   PERFORM 8000-RETURN-TO-MNT1
               WHEN DFHPF5
                   PERFORM 3000-START-ADD
                   PERFORM 7000-SEND-SCREEN
                   PERFORM 9000-RETURN-TRANS
               WHEN DFHPF7
                   MOVE "L" TO WS-CA-FUNCTION
                   PERFORM 2500-FIND-PREVIOUS-PAGE
                   PERFORM 7000-SEND-SCREEN
                   PERFORM 9000-RETURN-TRANS
               WHEN DFHPF8
                   MOVE "L" TO WS-CA-FUNCTION
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
                   MOVE "INVALID KEY. USE ENTER, PF3, PF5, PF7 OR PF8."
                       TO WS-MESSAGE
                   MOVE "L" TO WS-CA-FUNCTION
                   PERFORM 7000-SEND-SCREEN
                   PERFORM 9000-RETURN-TRANS
           END-EVALUATE

           EXEC CICS RECEIVE MAP('CNT1MAP') MAPSET('CNT1MAP')
               INTO(CNT1MAPI)
           END-EXEC

           PERFORM 1000-PROCESS-ENTER
           PERFORM 7000-SEND-SCREEN
           PERFORM 9000-RETURN-TRANS.

       0050-NO-MASTER-KEY.
           MOVE SPACES TO CNT1MAPO
           MOVE "START CNT1 WITH PF9 FROM A RECORD SHOWN ON MNT1."
               TO MSGO
           EXEC CICS SEND MAP('CNT1MAP') MAPSET('CNT1MAP')
               FROM(CNT1MAPO) ERASE
           END-EXEC
           EXEC CICS RETURN END-EXEC.

       0100-SEND-INITIAL-MAP.
      *            ALSO THE MAPFAIL TARGET (ENTER WITH NOTHING KEYED
      *            ON THE LIST) -- THE COMMAREA IS ALREADY LOADED BY
      *            THEN, SO THE FIRST PAGE IS SIMPLY SHOWN AGAIN.
           MOVE "L" TO WS-CA-FUNCTION
           MOVE SPACES TO WS-CA-EDIT-KEY
           MOVE ZEROS TO WS-CA-ROW-COUNT
           MOVE "N" TO WS-SHOW-DETAIL-SWITCH
           MOVE SPACES TO WS-SKIP-KEY
           PERFORM 2010-SET-START-AT-TOP
           MOVE "TYPE S (CHANGE) OR D (DELETE) AGAINST A ROW. "
               & "PF5 TO ADD." TO WS-MESSAGE
           PERFORM 7000-SEND-SCREEN
           PERFORM 9000-RETURN-TRANS.

       1000-PROCESS-ENTER.
           PERFORM 1500-FIND-SELECTION
           IF WS-SELECTED-ROW > 0
               IF WS-SELECTED-ACTION = "D"
                   PERFORM 5000-DELETE-CONTACT
               ELSE
                   PERFORM 4000-SELECT-FOR-CHANGE
               END-IF
           ELSE
               EVALUATE WS-CA-FUNCTION
                   WHEN "A"
                       PERFORM 3500-ADD-CONTACT
                   WHEN "C"
                       PERFORM 4500-CHANGE-CONTACT
                   WHEN OTHER
                       MOVE "TYPE S (CHANGE) OR D (DELETE) AGAINST A "
                           & "ROW. PF5 TO ADD." TO WS-MESSAGE
               END-EVALUATE
           END-IF.

       1500-FIND-SELECTION.
           MOVE ZEROS TO WS-SELECTED-ROW
           MOVE SPACE TO WS-SELECTED-ACTION
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > 10
                   OR WS-SELECTED-ROW > 0
               IF WS-SEL-IDX <= WS-CA-ROW-COUNT
                   EVALUATE CNT1-SEL-DATA (WS-SEL-IDX)
                       WHEN "S"
                       WHEN "s"
                           MOVE WS-SEL-IDX TO WS-SELECTED-ROW
                           MOVE "S" TO WS-SELECTED-ACTION
                       WHEN "D"
                       WHEN "d"
                           MOVE WS-SEL-IDX TO WS-SELECTED-ROW
                           MOVE "D" TO WS-SELECTED-ACTION
                   END-EVALUATE
               END-IF
           END-PERFORM.

       1600-MOVE-DETAIL-INPUT.
      *            THE DETAIL AREA IS SENT WITH THE MODIFIED-DATA TAG
      *            ON (SEE 7100-SHOW-DETAIL), SO EVERY FIELD OF AN
      *            ADD OR CHANGE IN PROGRESS COMES BACK; A FIELD THAT
      *            STILL DID NOT ARRIVE KEEPS WHAT CONTACT-RECORD HAS.
           IF CHPREFL > 0
               MOVE CHPREFI TO CNT-PREFERRED-FLAG
           END-IF
           IF CHOPTL > 0
               MOVE CHOPTI TO CNT-OPT-OUT-FLAG
           END-IF
           IF CNT-PREFERRED-FLAG = SPACE OR LOW-VALUE
               MOVE "N" TO CNT-PREFERRED-FLAG
           END-IF
           IF CNT-OPT-OUT-FLAG = SPACE OR LOW-VALUE
               MOVE "N" TO CNT-OPT-OUT-FLAG
           END-IF
           IF CNT-CHANNEL-TYPE = "P"
               IF CHDDDL > 0
                   MOVE CHDDDI TO CNT-PHONE-DDD
               END-IF
               IF CHPHONL > 0
                   MOVE CHPHONI TO CNT-PHONE-NUMBER
               END-IF
               MOVE SPACES TO CNT-CHANNEL-VALUE (12:39)
           ELSE
               IF CHMAILL > 0
                   MOVE CHMAILI TO CNT-CHANNEL-VALUE
               END-IF
           END-IF
           INSPECT CNT-CHANNEL-VALUE REPLACING ALL LOW-VALUE BY SPACE.

       2010-SET-START-AT-TOP.
      *            REBUILD THE PAGE ON SCREEN FROM ITS TOP ROW, OR
      *            FROM THE MASTER'S FIRST CHANNEL IF NONE IS SHOWN.
           IF WS-CA-ROW-COUNT > 0
               MOVE WS-CA-ROW-KEY (1) TO WS-START-KEY
           ELSE
               MOVE LOW-VALUES TO WS-START-KEY
               MOVE WS-CA-MASTER-KEY TO WS-START-KEY (1:15)
           END-IF.

       2050-READ-MASTER.
           MOVE "N" TO WS-MASTER-SWITCH
           MOVE SPACES TO WS-MASTER-STATE
           EXEC CICS READ FILE('COBMAST')
               INTO(COPYBOOK)
               RIDFLD(WS-CA-MASTER-KEY)
               KEYLENGTH(15)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO WS-MASTER-SWITCH
               MOVE STATE-BOOK TO WS-MASTER-STATE
           END-IF.

       2100-BUILD-PAGE.
           MOVE SPACES TO WS-NEW-PAGE
           MOVE ZEROS TO WS-NP-ROW-COUNT
           MOVE WS-START-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('COBCONT')
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BROWSE-DONE-SWITCH
               PERFORM 2200-READ-NEXT-ROW
                   UNTIL WS-BROWSE-DONE
                   OR WS-NP-ROW-COUNT >= 10
               EXEC CICS ENDBR FILE('COBCONT') END-EXEC
           END-IF.

       2200-READ-NEXT-ROW.
           EXEC CICS READNEXT FILE('COBCONT')
               INTO(CONTACT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF CNT-MASTER-KEY NOT = WS-CA-MASTER-KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               ELSE
                   IF CNT-KEY NOT = WS-SKIP-KEY
                       ADD 1 TO WS-NP-ROW-COUNT
                       PERFORM 2300-FORMAT-ROW
                   END-IF
               END-IF
           END-IF.

       2300-FORMAT-ROW.
           MOVE WS-NP-ROW-COUNT TO WS-ROW-IDX
           MOVE CNT-CHANNEL-TYPE TO WS-RL-TYPE
           MOVE CNT-SEQUENCE TO WS-RL-SEQ
           MOVE SPACES TO WS-RL-VALUE
           IF CNT-CHANNEL-TYPE = "P"
               STRING "(" CNT-PHONE-DDD ") " CNT-PHONE-NUMBER
                   DELIMITED BY SIZE INTO WS-RL-VALUE
               END-STRING
           ELSE
               MOVE CNT-CHANNEL-VALUE TO WS-RL-VALUE
           END-IF
           MOVE CNT-PREFERRED-FLAG TO WS-RL-PREF
           MOVE CNT-OPT-OUT-FLAG TO WS-RL-OPT-OUT
           MOVE WS-ROW-LINE TO CNT1-ROW-DATA (WS-ROW-IDX)
           MOVE CNT-KEY TO WS-NP-ROW-KEY (WS-ROW-IDX).

       2500-FIND-PREVIOUS-PAGE.
      *            WALK BACKWARD FROM THE TOP ROW ON SCREEN UP TO TEN
      *            CHANNELS OF THE SAME MASTER; THE LAST ONE REACHED
      *            IS THE TOP OF THE PREVIOUS PAGE, WHICH IS THEN
      *            BUILT FORWARD IN THE ORDINARY WAY. THE FIRST
      *            READPREV AFTER A READNEXT RE-READS THE RECORD JUST
      *            READ AND IS DISCARDED. ANY BROWSE FAILURE FALLS
      *            BACK TO THE FIRST PAGE.
           MOVE LOW-VALUES TO WS-START-KEY
           MOVE WS-CA-MASTER-KEY TO WS-START-KEY (1:15)
           IF WS-CA-ROW-COUNT > 0
               MOVE WS-CA-ROW-KEY (1) TO WS-BROWSE-KEY
               EXEC CICS STARTBR FILE('COBCONT')
                   RIDFLD(WS-BROWSE-KEY)
                   KEYLENGTH(18)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS READNEXT FILE('COBCONT')
                       INTO(CONTACT-RECORD)
                       RIDFLD(WS-BROWSE-KEY)
                       KEYLENGTH(18)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       EXEC CICS READPREV FILE('COBCONT')
                           INTO(CONTACT-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           KEYLENGTH(18)
                           RESP(WS-RESP)
                       END-EXEC
                   END-IF
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE ZEROS TO WS-PREV-COUNT
                       MOVE "N" TO WS-BROWSE-DONE-SWITCH
                       PERFORM 2600-READ-PREV-ROW
                           UNTIL WS-BROWSE-DONE
                           OR WS-PREV-COUNT >= 10
                   END-IF
                   EXEC CICS ENDBR FILE('COBCONT') END-EXEC
               END-IF
           END-IF.

       2600-READ-PREV-ROW.
           EXEC CICS READPREV FILE('COBCONT')
               INTO(CONTACT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF CNT-MASTER-KEY NOT = WS-CA-MASTER-KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               ELSE
                   ADD 1 TO WS-PREV-COUNT
                   MOVE CNT-KEY TO WS-START-KEY
               END-IF
           END-IF.

       3000-START-ADD.
           MOVE "A" TO WS-CA-FUNCTION
           MOVE SPACES TO WS-CA-EDIT-KEY
           MOVE SPACES TO CONTACT-RECORD
           MOVE ZEROS TO CNT-SEQUENCE
           MOVE "N" TO CNT-PREFERRED-FLAG
           MOVE "N" TO CNT-OPT-OUT-FLAG
           MOVE "Y" TO WS-SHOW-DETAIL-SWITCH
           MOVE "KEY THE NEW CHANNEL (BLANK SEQ = NEXT FREE), "
               & "THEN ENTER." TO WS-MESSAGE.

       3500-ADD-CONTACT.
           MOVE SPACES TO CONTACT-RECORD
           MOVE WS-CA-MASTER-KEY TO CNT-MASTER-KEY
           IF CHTYPEL > 0
               MOVE CHTYPEI TO CNT-CHANNEL-TYPE
           END-IF
           MOVE ZEROS TO CNT-SEQUENCE
           IF CHSEQL > 0 AND CHSEQI NOT = SPACES
               AND CHSEQI NOT = LOW-VALUES
               MOVE CHSEQI TO CNT-KEY (17:2)
           END-IF
           PERFORM 1600-MOVE-DETAIL-INPUT
           MOVE "K" TO CNT-RECORD-MARK
           MOVE "Y" TO WS-SHOW-DETAIL-SWITCH

           PERFORM 2050-READ-MASTER
           MOVE "Y" TO WS-EDIT-OK-SWITCH
           EVALUATE TRUE
               WHEN NOT WS-MASTER-FOUND
                   MOVE "N" TO WS-EDIT-OK-SWITCH
                   MOVE "MASTER RECORD NO LONGER ON FILE." TO
                       WS-MESSAGE
               WHEN RECORD-STATUS-BOOK = "X"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
                   MOVE "ANONYMIZED RECORD - NO CONTACTS MAY BE HELD."
                       TO WS-MESSAGE
               WHEN CNT-CHANNEL-TYPE NOT = "P"
                   AND CNT-CHANNEL-TYPE NOT = "E"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
                   MOVE "CHANNEL TYPE MUST BE 'P' OR 'E'." TO
                       WS-MESSAGE
               WHEN CNT-SEQUENCE = ZEROS
                   PERFORM 3600-ASSIGN-SEQUENCE
           END-EVALUATE
           IF WS-EDIT-OK
               PERFORM 6500-EDIT-CONTACT
           END-IF
           IF WS-EDIT-OK
               MOVE FUNCTION CURRENT-DATE TO CNT-LAST-MAINT-STAMP
               MOVE CNT-KEY TO WS-BROWSE-KEY
               EXEC CICS WRITE FILE('COBCONT')
                   FROM(CONTACT-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   KEYLENGTH(18)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
                       MOVE "A" TO WS-AUDIT-OP
                       PERFORM 5100-WRITE-AUDIT
                       IF CNT-PREFERRED-FLAG = "Y"
                           PERFORM 6000-DEMOTE-PREFERRED
                       END-IF
                       MOVE "L" TO WS-CA-FUNCTION
                       MOVE "N" TO WS-SHOW-DETAIL-SWITCH
                       MOVE "CHANNEL ADDED." TO WS-MESSAGE
                   WHEN WS-RESP = DFHRESP(DUPREC)
                       MOVE "A CHANNEL WITH THAT TYPE AND SEQUENCE "
                           & "ALREADY EXISTS." TO WS-MESSAGE
                   WHEN OTHER
                       MOVE "AN UNEXPECTED ERROR OCCURRED. "
                           & "CONTACT SUPPORT." TO WS-MESSAGE
               END-EVALUATE
           END-IF.

       3600-ASSIGN-SEQUENCE.
      *            THE NEXT SEQUENCE AFTER THE HIGHEST ONE ON FILE
      *            FOR THIS MASTER AND CHANNEL TYPE. THE BROWSE
      *            READS INTO CONTACT-RECORD, SO THE ENTRY IS HELD
      *            ASIDE AND PUT BACK AFTERWARDS.
           MOVE CONTACT-RECORD TO WS-HOLD-RECORD
           MOVE CNT-KEY TO WS-SAVED-KEY
           MOVE ZEROS TO WS-LAST-SEQUENCE
           MOVE WS-SAVED-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('COBCONT')
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BROWSE-DONE-SWITCH
               PERFORM 3610-READ-NEXT-SEQUENCE UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('COBCONT') END-EXEC
           END-IF
           MOVE WS-HOLD-RECORD TO CONTACT-RECORD
           IF WS-LAST-SEQUENCE >= 99
               MOVE "N" TO WS-EDIT-OK-SWITCH
               MOVE "NO FREE SEQUENCE LEFT FOR THAT CHANNEL TYPE."
                   TO WS-MESSAGE
           ELSE
               ADD 1 TO WS-LAST-SEQUENCE GIVING CNT-SEQUENCE
           END-IF.

       3610-READ-NEXT-SEQUENCE.
           EXEC CICS READNEXT FILE('COBCONT')
               INTO(CONTACT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF CNT-KEY (1:16) NOT = WS-SAVED-PREFIX
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               ELSE
                   MOVE CNT-SEQUENCE TO WS-LAST-SEQUENCE
               END-IF
           END-IF.

       4000-SELECT-FOR-CHANGE.
           MOVE WS-CA-ROW-KEY (WS-SELECTED-ROW) TO WS-BROWSE-KEY
           EXEC CICS READ FILE('COBCONT')
               INTO(CONTACT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "C" TO WS-CA-FUNCTION
               MOVE CNT-KEY TO WS-CA-EDIT-KEY
               MOVE "Y" TO WS-SHOW-DETAIL-SWITCH
               MOVE "CHANGE THE CHANNEL, THEN PRESS ENTER." TO
                   WS-MESSAGE
           ELSE
               MOVE "L" TO WS-CA-FUNCTION
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE "THAT CHANNEL HAS BEEN REMOVED SINCE IT WAS "
                       & "LISTED." TO WS-MESSAGE
               ELSE
                   MOVE "AN UNEXPECTED ERROR OCCURRED. "
                       & "CONTACT SUPPORT." TO WS-MESSAGE
               END-IF
           END-IF.

       4500-CHANGE-CONTACT.
           MOVE WS-CA-EDIT-KEY TO WS-BROWSE-KEY
           EXEC CICS READ FILE('COBCONT')
               INTO(CONTACT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "L" TO WS-CA-FUNCTION
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE "THAT CHANNEL HAS BEEN REMOVED SINCE IT WAS "
                       & "LISTED." TO WS-MESSAGE
               ELSE
                   MOVE "AN UNEXPECTED ERROR OCCURRED. "
                       & "CONTACT SUPPORT." TO WS-MESSAGE
               END-IF
           ELSE
               MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
               PERFORM 1600-MOVE-DETAIL-INPUT
               MOVE "K" TO CNT-RECORD-MARK
               MOVE "Y" TO WS-SHOW-DETAIL-SWITCH
               PERFORM 2050-READ-MASTER
               MOVE "Y" TO WS-EDIT-OK-SWITCH
               IF WS-MASTER-FOUND AND RECORD-STATUS-BOOK = "X"
                   MOVE "N" TO WS-EDIT-OK-SWITCH
                   MOVE "ANONYMIZED RECORD - NO CONTACTS MAY BE HELD."
                       TO WS-MESSAGE
               ELSE
                   PERFORM 6500-EDIT-CONTACT
               END-IF
               IF NOT WS-EDIT-OK
                   EXEC CICS UNLOCK FILE('COBCONT') END-EXEC
               ELSE
                   PERFORM 4510-REWRITE-CONTACT
               END-IF
           END-IF.

       4510-REWRITE-CONTACT.
           MOVE FUNCTION CURRENT-DATE TO CNT-LAST-MAINT-STAMP
           EXEC CICS REWRITE FILE('COBCONT')
               FROM(CONTACT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
               MOVE "C" TO WS-AUDIT-OP
               PERFORM 5100-WRITE-AUDIT
               IF CNT-PREFERRED-FLAG = "Y"
                   PERFORM 6000-DEMOTE-PREFERRED
               END-IF
               MOVE "L" TO WS-CA-FUNCTION
               MOVE "N" TO WS-SHOW-DETAIL-SWITCH
               MOVE "CHANNEL UPDATED." TO WS-MESSAGE
           ELSE
               MOVE "AN UNEXPECTED ERROR OCCURRED. "
                   & "CONTACT SUPPORT." TO WS-MESSAGE
           END-IF.

       5000-DELETE-CONTACT.
      *            A DELETE IS NOT HELD TO THE MASTER -- A CHANNEL
      *            MUST STAY REMOVABLE WHATEVER BECAME OF ITS RECORD.
           MOVE "L" TO WS-CA-FUNCTION
           MOVE WS-CA-ROW-KEY (WS-SELECTED-ROW) TO WS-BROWSE-KEY
           EXEC CICS READ FILE('COBCONT')
               INTO(CONTACT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
               EXEC CICS DELETE FILE('COBCONT')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE "D" TO WS-AUDIT-OP
                   PERFORM 5100-WRITE-AUDIT
                   MOVE "CHANNEL DELETED." TO WS-MESSAGE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "THAT CHANNEL HAS BEEN REMOVED SINCE IT WAS "
                       & "LISTED." TO WS-MESSAGE
               WHEN OTHER
                   MOVE "AN UNEXPECTED ERROR OCCURRED. "
                       & "CONTACT SUPPORT." TO WS-MESSAGE
           END-EVALUATE.

       5100-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-AUDIT-OP TO AUD-OPERATION-CODE
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE "COBCNT2" TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-APPROVER-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           EXEC CICS WRITE FILE('COBAUDIT')
               FROM(AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       6000-DEMOTE-PREFERRED.
      *            THE CHANNEL JUST SAVED IS NOW THE PREFERRED ONE OF
      *            ITS TYPE. THE OTHERS STILL FLAGGED ARE COLLECTED
      *            ON ONE BROWSE AND THEN CLEARED ONE BY ONE, EACH
      *            AUDITED AS A CHANGE OF ITS OWN.
           MOVE CNT-KEY TO WS-SAVED-KEY
           MOVE ZEROS TO WS-DEMOTE-COUNT
           MOVE WS-SAVED-PREFIX TO WS-BROWSE-KEY (1:16)
           MOVE "00" TO WS-BROWSE-KEY (17:2)
           EXEC CICS STARTBR FILE('COBCONT')
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BROWSE-DONE-SWITCH
               PERFORM 6100-FIND-PREFERRED UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('COBCONT') END-EXEC
           END-IF
           PERFORM VARYING WS-DEMOTE-IDX FROM 1 BY 1
                   UNTIL WS-DEMOTE-IDX > WS-DEMOTE-COUNT
               PERFORM 6200-CLEAR-PREFERRED
           END-PERFORM.

       6100-FIND-PREFERRED.
           EXEC CICS READNEXT FILE('COBCONT')
               INTO(CONTACT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF CNT-KEY (1:16) NOT = WS-SAVED-PREFIX
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               ELSE
                   IF CNT-SEQUENCE NOT = WS-SAVED-SEQUENCE
                       AND CNT-PREFERRED-FLAG = "Y"
                       AND WS-DEMOTE-COUNT < 99
                       ADD 1 TO WS-DEMOTE-COUNT
                       MOVE CNT-KEY TO WS-DEMOTE-KEY (WS-DEMOTE-COUNT)
                   END-IF
               END-IF
           END-IF.

       6200-CLEAR-PREFERRED.
           MOVE WS-DEMOTE-KEY (WS-DEMOTE-IDX) TO WS-BROWSE-KEY
           EXEC CICS READ FILE('COBCONT')
               INTO(CONTACT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
               MOVE "N" TO CNT-PREFERRED-FLAG
               MOVE FUNCTION CURRENT-DATE TO CNT-LAST-MAINT-STAMP
               EXEC CICS REWRITE FILE('COBCONT')
                   FROM(CONTACT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
                   MOVE "C" TO WS-AUDIT-OP
                   PERFORM 5100-WRITE-AUDIT
               END-IF
           END-IF.

       6500-EDIT-CONTACT.
      *            FIELD-LEVEL TEXTS FOR THE VALIDCNT RETURN CODES --
      *            THE SAME EDITS BEHIND COBCNT1'S REASONS 04-09/13.
           CALL "VALIDCNT" USING CONTACT-RECORD, WS-MASTER-STATE,
               WS-VALIDCNT-RC
           IF WS-VALIDCNT-RC NOT = 00
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF
           EVALUATE WS-VALIDCNT-RC
               WHEN 00
                   CONTINUE
               WHEN 81
                   MOVE "CHANNEL TYPE MUST BE 'P' OR 'E'." TO
                       WS-MESSAGE
               WHEN 82
                   MOVE "DDD IS NOT A VALID AREA CODE." TO WS-MESSAGE
               WHEN 83
                   MOVE "DDD DOES NOT SERVE THE RECORD'S STATE." TO
                       WS-MESSAGE
               WHEN 84
                   MOVE "PHONE MUST BE 8 DIGITS, OR 9 STARTING WITH 9."
                       TO WS-MESSAGE
               WHEN 85
                   MOVE "E-MAIL ADDRESS IS NOT WELL FORMED." TO
                       WS-MESSAGE
               WHEN 86
                   MOVE "PREFERRED AND OPT-OUT MUST BE 'Y' OR 'N'." TO
                       WS-MESSAGE
               WHEN OTHER
                   MOVE "SEQUENCE MUST BE 01-99, OR BLANK ON AN ADD."
                       TO WS-MESSAGE
           END-EVALUATE.

       7000-SEND-SCREEN.
      *            THE WHOLE SCREEN IS REBUILT ON EVERY TURN: DETAIL
      *            AREA FIRST (FROM CONTACT-RECORD, WHICH THE LIST
      *            BROWSE BELOW THEN REUSES), MASTER HEADING, PAGE.
           MOVE SPACES TO CNT1MAPO
           PERFORM 7100-SHOW-DETAIL

           PERFORM 2050-READ-MASTER
           STRING WS-CA-MASTER-KEY (1:1) "-" WS-CA-MASTER-KEY (2:14)
               DELIMITED BY SIZE INTO KEYDSPO
           END-STRING
           IF WS-MASTER-FOUND
               MOVE NAME-BOOK TO NAMDSPO
           ELSE
               MOVE "(NO LONGER ON THE MASTER FILE)" TO NAMDSPO
           END-IF

           PERFORM 2100-BUILD-PAGE
      *            NOTHING PAST THE PAGE ON SCREEN -- SAY SO AND SHOW
      *            THE SAME PAGE AGAIN.
           IF WS-NP-ROW-COUNT = 0 AND WS-SKIP-KEY NOT = SPACES
               MOVE "ALREADY AT THE BOTTOM OF THE LIST." TO WS-MESSAGE
               MOVE SPACES TO WS-SKIP-KEY
               PERFORM 2010-SET-START-AT-TOP
               PERFORM 2100-BUILD-PAGE
           END-IF
           MOVE WS-NP-ROW-COUNT TO WS-ROW-IDX
           ADD 1 TO WS-ROW-IDX
           PERFORM UNTIL WS-ROW-IDX > 10
               MOVE SPACES TO CNT1-ROW-DATA (WS-ROW-IDX)
               ADD 1 TO WS-ROW-IDX
           END-PERFORM
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 10
               MOVE SPACES TO CNT1-SEL-DATA (WS-ROW-IDX)
           END-PERFORM
           MOVE WS-NP-ROW-COUNT TO WS-CA-ROW-COUNT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > 10
               MOVE WS-NP-ROW-KEY (WS-KEY-IDX) TO
                   WS-CA-ROW-KEY (WS-KEY-IDX)
           END-PERFORM
           IF WS-NP-ROW-COUNT = 0 AND WS-MESSAGE = SPACES
               MOVE "NO CONTACT CHANNELS ON FILE. PF5 TO ADD ONE." TO
                   WS-MESSAGE
           END-IF

           IF WS-CA-FUNCTION = "L"
               MOVE -1 TO SEL01L
           END-IF
           MOVE WS-MESSAGE TO MSGO
           EXEC CICS SEND MAP('CNT1MAP') MAPSET('CNT1MAP')
               FROM(CNT1MAPO) ERASE CURSOR
           END-EXEC.

       7100-SHOW-DETAIL.
      *            ADD: EVERY DETAIL FIELD OPEN. CHANGE: TYPE AND
      *            SEQUENCE (THE KEY) PROTECTED. BOTH ARE SENT WITH
      *            THE MODIFIED-DATA TAG ON. LIST ONLY: ALL PROTECTED.
           IF WS-SHOW-DETAIL
               MOVE CNT-CHANNEL-TYPE TO CHTYPEO
               IF CNT-SEQUENCE IS NUMERIC AND CNT-SEQUENCE > ZEROS
                   MOVE CNT-SEQUENCE TO CHSEQO
               END-IF
               MOVE CNT-PREFERRED-FLAG TO CHPREFO
               MOVE CNT-OPT-OUT-FLAG TO CHOPTO
               IF CNT-CHANNEL-TYPE = "P"
                   MOVE CNT-PHONE-DDD TO CHDDDO
                   MOVE CNT-PHONE-NUMBER TO CHPHONO
               ELSE
                   MOVE CNT-CHANNEL-VALUE TO CHMAILO
               END-IF
           END-IF
           EVALUATE WS-CA-FUNCTION
               WHEN "A"
                   MOVE DFHBMFSE TO CHTYPEA OF CNT1MAPO
                   MOVE DFHBMFSE TO CHSEQA OF CNT1MAPO
                   MOVE DFHBMFSE TO CHPREFA OF CNT1MAPO
                   MOVE DFHBMFSE TO CHOPTA OF CNT1MAPO
                   MOVE DFHBMFSE TO CHDDDA OF CNT1MAPO
                   MOVE DFHBMFSE TO CHPHONA OF CNT1MAPO
                   MOVE DFHBMFSE TO CHMAILA OF CNT1MAPO
                   MOVE -1 TO CHTYPEL
               WHEN "C"
                   MOVE DFHBMASK TO CHTYPEA OF CNT1MAPO
                   MOVE DFHBMASK TO CHSEQA OF CNT1MAPO
                   MOVE DFHBMFSE TO CHPREFA OF CNT1MAPO
                   MOVE DFHBMFSE TO CHOPTA OF CNT1MAPO
                   IF CNT-CHANNEL-TYPE = "P"
                       MOVE DFHBMFSE TO CHDDDA OF CNT1MAPO
                       MOVE DFHBMFSE TO CHPHONA OF CNT1MAPO
                       MOVE DFHBMASK TO CHMAILA OF CNT1MAPO
                       MOVE -1 TO CHDDDL
                   ELSE
                       MOVE DFHBMASK TO CHDDDA OF CNT1MAPO
                       MOVE DFHBMASK TO CHPHONA OF CNT1MAPO
                       MOVE DFHBMFSE TO CHMAILA OF CNT1MAPO
                       MOVE -1 TO CHMAILL
                   END-IF
               WHEN OTHER
                   MOVE DFHBMASK TO CHTYPEA OF CNT1MAPO
                   MOVE DFHBMASK TO CHSEQA OF CNT1MAPO
                   MOVE DFHBMASK TO CHPREFA OF CNT1MAPO
                   MOVE DFHBMASK TO CHOPTA OF CNT1MAPO
                   MOVE DFHBMASK TO CHDDDA OF CNT1MAPO
                   MOVE DFHBMASK TO CHPHONA OF CNT1MAPO
                   MOVE DFHBMASK TO CHMAILA OF CNT1MAPO
           END-EVALUATE.

       8000-RETURN-TO-MNT1.
           MOVE "S" TO WS-MC-FUNCTION
           MOVE SPACE TO WS-MC-STEP
           MOVE WS-CA-MASTER-KEY TO WS-MC-KEY
           EXEC CICS XCTL PROGRAM('COBMNT1')
               COMMAREA(WS-MNT1-COMMAREA)
               LENGTH(17)
           END-EXEC.

       0900-ABEND-MESSAGE.
           MOVE SPACES TO CNT1MAPO
           MOVE "AN UNEXPECTED ERROR OCCURRED. CONTACT SUPPORT."
               TO MSGO
           EXEC CICS SEND MAP('CNT1MAP') MAPSET('CNT1MAP')
               FROM(CNT1MAPO) DATAONLY
           END-EXEC
           PERFORM 9000-RETURN-TRANS.

       9000-RETURN-TRANS.
           EXEC CICS RETURN TRANSID('CNT1') COMMAREA(WS-COMMAREA)
               LENGTH(216)
           END-EXEC.
