      * A KEY TOUCHED SEVERAL TIMES IN THE DAY GOES OUT ONCE, WITH    *
      * THE LAST OPERATION AND LAST IMAGE (THE BEFORE IMAGE FOR A     *
      * DELETE -- IT IS THE ONLY IMAGE A DELETE HAS).                 *
      * CONTACT-CHANNEL ENTRIES ON THE LOG (COBCONT IMAGES, 'K' AT    *
      * OFFSET 101 -- SEE CONTCT) ARE NOT MASTER RECORDS AND ARE NOT  *
      * PART OF THE CONTRACT; THEY ARE PASSED OVER.                   *
      *                                                                *
      * COBDELTA RECORD TYPES (TRANSMISSION CONTRACT)                 *
      *   H  RUN DATE + SOURCE SYSTEM + EXTRACT DATE + RECEIVER ID +  *
      *      EXTRACT TYPE ('D' = DELTA)                               *
      *   D  OPERATION (A/C/D) + MASTER KEY + COPYBOOK IMAGE          *
      *   T  DETAIL RECORD COUNT + HASH TOTAL OF DOCUMENT NUMBERS     *
      *                                                                *
      * THREE KEY BYTES OF A CPF ARE FILLER). THE RECEIVING SIDE      *
      * COMPUTES THE SAME SUM AND REFUSES THE FILE ON A MISMATCH.     *
      *                                                                *
      * COBDLTPM PARAMETERS: EXTRACT DATE (YYYYMMDD, SPACES = THE     *
      * CYCLE BUSINESS DATE FROM COBCYCLE), THE SOURCE-SYSTEM         *
      * LITERAL FOR THE HEADER, AND THE RECEIVER ID THE FILE IS       *
      * ADDRESSED TO (SPACES = THE STANDARD BILLING/CRM DISTRIBUTION).*
      * THE RECEIVER ID RIDES IN THE HEADER, SO A RETAINED FILE STILL *
      * SHOWS WHO IT WENT TO -- COBLGA1 READS IT BACK FOR LGPD ACCESS *
      * STATEMENTS.                                                   *
      *                                                                *
      * EVERY FILE CUT IS ALSO REGISTERED ON COBTXREG (TXREG): ONE    *
      * ENTRY PER RECEIVER WITH THE TRAILER'S COUNT AND HASH, WHICH   *
      * COBACK1 MATCHES AGAINST THE ACKNOWLEDGMENT THE RECEIVER SENDS *
      * BACK. A FILE FOR THE STANDARD DISTRIBUTION IS REGISTERED FOR  *
      * BILLING AND FOR CRM. A FILE THAT CANNOT BE REGISTERED IS      *
      * STILL SENT, BUT THE RUN ENDS WITH RETURN-CODE 8 AND AN ERROR  *
      * ON ITS RUN RECORD, SO THE GAP IS FIXED BEFORE THE ACK ARRIVES.*
      ******************************************************************
       PROGRAM-ID. COBDLT1.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "COBTXREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-EXTRACT-DATE        PIC X(08).
      *            YYYYMMDD, SPACES = THE CYCLE BUSINESS DATE
           05  PARM-SOURCE-SYSTEM       PIC X(08).
           05  PARM-RECEIVER-ID         PIC X(08).
           05  FILLER                   PIC X(56).

       FD  AUDIT-FILE
           RECORD CONTAINS 290 CHARACTERS.
           COPY audit.

       FD  DELTA-FILE
           RECORD CONTAINS 139 CHARACTERS.
       01  DELTA-RECORD                 PIC X(139).

       FD  REGISTRY-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY txreg.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE "00".
       01  WS-AUDIT-STATUS              PIC X(02) VALUE "00".
       01  WS-DELTA-STATUS              PIC X(02) VALUE "00".
       01  WS-REGISTRY-STATUS           PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".

       01  WS-EXTRACT-DATE              PIC X(08).
       01  WS-SOURCE-SYSTEM             PIC X(08).
       01  WS-RECEIVER-ID               PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-AUD-DATE                  PIC X(08).

       01  WS-SELECT-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-DETAIL-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-STATUS-SKIP-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REGISTER-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-ERROR-COUNT               PIC 9(07) VALUE ZEROS.
       01  WS-HASH-TOTAL                PIC 9(16) VALUE ZEROS.
       01  WS-DOC-NUM                   PIC 9(14).

       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND          VALUE "Y".

      *            THE STANDARD DISTRIBUTION -- THE RECEIVERS A FILE
      *            WITH NO RECEIVER ID IS REGISTERED FOR.
       01  WS-STD-RECEIVER-VALUES.
           05  FILLER                   PIC X(08) VALUE "BILLING".
           05  FILLER                   PIC X(08) VALUE "CRM".
       01  WS-STD-RECEIVER-TABLE REDEFINES WS-STD-RECEIVER-VALUES.
           05  WS-STD-RECEIVER          PIC X(08) OCCURS 2 TIMES.
       01  WS-STD-RECEIVER-MAX          PIC 9(01) VALUE 2.
       01  WS-SR-IDX                    PIC 9(01).
       01  WS-REG-RECEIVER              PIC X(08).

       01  WS-TABLE-MAX                 PIC 9(05) VALUE 50000.
       01  WS-TABLE-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-DT-IDX                    PIC 9(05).
           05  WS-HDR-RUN-DATE          PIC X(08).
           05  WS-HDR-SOURCE            PIC X(08).
           05  WS-HDR-EXTRACT-DATE      PIC X(08).
           05  WS-HDR-RECEIVER          PIC X(08).
           05  WS-HDR-EXTRACT-TYPE      PIC X(01) VALUE "D".
           05  FILLER                   PIC X(105) VALUE SPACES.

       01  WS-DETAIL-RECORD.
           05  FILLER                   PIC X(01) VALUE "D".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBDLT1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT UNTIL WS-EOF
           PERFORM 3000-WRITE-DELTA

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE CYK-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-EXTRACT-DATE
           MOVE "COPYBOOK" TO WS-SOURCE-SYSTEM

                       IF PARM-SOURCE-SYSTEM NOT = SPACES
                           MOVE PARM-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
                       END-IF
                       MOVE PARM-RECEIVER-ID TO WS-RECEIVER-ID
               END-READ
               CLOSE PARM-FILE
           ELSE
       2000-PROCESS-AUDIT.
           MOVE AUD-TIMESTAMP (1:8) TO WS-AUD-DATE
           IF WS-AUD-DATE = WS-EXTRACT-DATE
               AND AUD-BEFORE-IMAGE (101:1) NOT = "K"
               AND AUD-AFTER-IMAGE (101:1) NOT = "K"
               ADD 1 TO WS-SELECT-COUNT
               PERFORM 2200-POST-TO-TABLE
           END-IF
               MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
               MOVE WS-SOURCE-SYSTEM TO WS-HDR-SOURCE
               MOVE WS-EXTRACT-DATE TO WS-HDR-EXTRACT-DATE
               MOVE WS-RECEIVER-ID TO WS-HDR-RECEIVER
               WRITE DELTA-RECORD FROM WS-HEADER-RECORD

               PERFORM 3100-WRITE-DETAIL
               MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT
               MOVE WS-HASH-TOTAL TO WS-TRL-HASH
               WRITE DELTA-RECORD FROM WS-TRAILER-RECORD
               PERFORM 3500-REGISTER-TRANSMISSION
           END-IF.

       3100-WRITE-DETAIL.
      *            10**16 BY CONTRACT WITH THE RECEIVING SYSTEMS.
           ADD WS-DOC-NUM TO WS-HASH-TOTAL.

      *            ONE REGISTRY ENTRY PER RECEIVER OF THIS FILE.
       3500-REGISTER-TRANSMISSION.
           OPEN I-O REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "05" OR WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN I-O REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "COBDLT1: UNABLE TO OPEN COBTXREG, STATUS="
                   WS-REGISTRY-STATUS " - FILE NOT REGISTERED"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-RECEIVER-ID NOT = SPACES
                   MOVE WS-RECEIVER-ID TO WS-REG-RECEIVER
                   PERFORM 3550-REGISTER-ONE
               ELSE
                   PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                           UNTIL WS-SR-IDX > WS-STD-RECEIVER-MAX
                       MOVE WS-STD-RECEIVER (WS-SR-IDX) TO
                           WS-REG-RECEIVER
                       PERFORM 3550-REGISTER-ONE
                   END-PERFORM
               END-IF
               CLOSE REGISTRY-FILE
           END-IF.

      *            A RERUN OF THE SAME EXTRACT DATE REPLACES THE
      *            ENTRY, ACKNOWLEDGMENT AND ALL -- THE RECEIVER MUST
      *            ACKNOWLEDGE THE FILE IT ACTUALLY HOLDS NOW.
       3550-REGISTER-ONE.
           MOVE SPACES TO TRANSMISSION-REG
           MOVE WS-REG-RECEIVER TO TXR-RECEIVER-ID
           MOVE "D" TO TXR-EXTRACT-TYPE
           MOVE WS-EXTRACT-DATE TO TXR-EXTRACT-DATE
           MOVE WS-RUN-DATE TO TXR-RUN-DATE
           MOVE WS-SOURCE-SYSTEM TO TXR-SOURCE
           MOVE WS-RUN-START-STAMP TO TXR-SENT-STAMP
           MOVE WS-DETAIL-COUNT TO TXR-DETAIL-COUNT
           MOVE WS-HASH-TOTAL TO TXR-HASH-TOTAL
           MOVE ZEROS TO TXR-ACK-COUNT
           MOVE ZEROS TO TXR-ACK-HASH
           WRITE TRANSMISSION-REG
               INVALID KEY
                   REWRITE TRANSMISSION-REG
           END-WRITE
           IF WS-REGISTRY-STATUS = "00"
               ADD 1 TO WS-REGISTER-COUNT
           ELSE
               DISPLAY "COBDLT1: REGISTRY WRITE FAILED, STATUS="
                   WS-REGISTRY-STATUS " RECEIVER=" WS-REG-RECEIVER
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       8000-TERMINATE.
           CLOSE AUDIT-FILE
           CLOSE DELTA-FILE
           PERFORM 8100-WRITE-RUN-CONTROL
           DISPLAY "COBDLT1: EXTRACT DATE      = " WS-EXTRACT-DATE
           DISPLAY "COBDLT1: RECEIVER          = " WS-RECEIVER-ID
           DISPLAY "COBDLT1: AUDIT RECORDS READ= " WS-READ-COUNT
           DISPLAY "COBDLT1: RECORDS SELECTED  = " WS-SELECT-COUNT
           DISPLAY "COBDLT1: DELTA RECORDS OUT = " WS-DETAIL-COUNT
           DISPLAY "COBDLT1: NOT LIVE, SKIPPED = " WS-STATUS-SKIP-COUNT
           DISPLAY "COBDLT1: HASH TOTAL        = " WS-HASH-TOTAL
           DISPLAY "COBDLT1: RECEIVERS REGISTERED= " WS-REGISTER-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-LOG-FILE
           MOVE WS-READ-COUNT TO RUN-IN-COUNT
           MOVE WS-DETAIL-COUNT TO RUN-OUT-COUNT
           MOVE WS-STATUS-SKIP-COUNT TO RUN-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
