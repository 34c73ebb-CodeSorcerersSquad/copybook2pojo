      *              THE BASELINE THE SAME WAY IT TAKES A DELTA.        *
      *                                                                *
      * COBBASE RECORD TYPES (SAME SHAPES AS COBDELTA)                 *
      *   H  RUN DATE + SOURCE SYSTEM + EXTRACT DATE + RECEIVER ID +  *
      *      EXTRACT TYPE ('B' = BASELINE)                            *
      *   D  OPERATION 'A' + MASTER KEY + COPYBOOK IMAGE -- EVERY     *
      *      BASELINE DETAIL IS AN ADD BY DEFINITION                  *
      *   T  DETAIL RECORD COUNT + HASH TOTAL OF DOCUMENT NUMBERS     *
      * FOR THE HEADER, AN OPTIONAL PERSON-TYPE-BOOK FILTER ('F' OR   *
      * 'J', SPACE = BOTH), AND AN OPTIONAL STATE-BOOK FILTER (UF     *
      * CODE, SPACES = ALL STATES) FOR RECEIVERS THAT ONLY TAKE A     *
      * SUBSET OF THE MASTER, AND THE RECEIVER ID THE BASELINE IS     *
      * CUT FOR, CARRIED IN THE HEADER AS ON COBDELTA.                *
      *                                                                *
      * THE BASELINE IS REGISTERED ON COBTXREG EXACTLY AS COBDLT1     *
      * REGISTERS A DELTA (EXTRACT TYPE 'B'), SO COBACK1 RECONCILES   *
      * THE RECEIVER'S ACKNOWLEDGMENT OF IT THE SAME WAY.             *
      ******************************************************************
       PROGRAM-ID. COBDLT2.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "COBTXREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
      *            'F' OR 'J', SPACE = BOTH PERSON TYPES
           05  PARM-STATE               PIC X(02).
      *            UF CODE, SPACES = ALL STATES
           05  PARM-RECEIVER-ID         PIC X(08).
           05  FILLER                   PIC X(61).

       FD  MASTER-FILE
           RECORD CONTAINS 122 CHARACTERS.
           RECORD CONTAINS 139 CHARACTERS.
       01  BASELINE-RECORD              PIC X(139).

       FD  REGISTRY-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY txreg.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS             PIC X(02) VALUE "00".
       01  WS-BASE-STATUS               PIC X(02) VALUE "00".
       01  WS-REGISTRY-STATUS           PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".

           COPY cycchk.

       01  WS-RUN-START-STAMP           PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".
           88  WS-BASE-OPENED          VALUE "Y".

       01  WS-SOURCE-SYSTEM             PIC X(08).
       01  WS-RECEIVER-ID               PIC X(08) VALUE SPACES.
       01  WS-PERSON-TYPE-FILTER        PIC X(01) VALUE SPACE.
       01  WS-STATE-FILTER              PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-DETAIL-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-SKIP-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-STATUS-SKIP-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REGISTER-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-ERROR-COUNT               PIC 9(07) VALUE ZEROS.
       01  WS-HASH-TOTAL                PIC 9(16) VALUE ZEROS.
       01  WS-DOC-NUM                   PIC 9(14).

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

       01  WS-HEADER-RECORD.
           05  FILLER                   PIC X(01) VALUE "H".
           05  WS-HDR-RUN-DATE          PIC X(08).
           05  WS-HDR-SOURCE            PIC X(08).
           05  WS-HDR-EXTRACT-DATE      PIC X(08).
           05  WS-HDR-RECEIVER          PIC X(08).
           05  WS-HDR-EXTRACT-TYPE      PIC X(01) VALUE "B".
           05  FILLER                   PIC X(105) VALUE SPACES.

       01  WS-DETAIL-RECORD.
           05  FILLER                   PIC X(01) VALUE "D".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "COBDLT2" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           IF CYK-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER UNTIL WS-EOF
           PERFORM 3000-WRITE-TRAILER

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE CYK-BUSINESS-DATE TO WS-RUN-DATE
           MOVE "COPYBOOK" TO WS-SOURCE-SYSTEM

           OPEN INPUT PARM-FILE
                       END-IF
                       MOVE PARM-PERSON-TYPE TO WS-PERSON-TYPE-FILTER
                       MOVE PARM-STATE TO WS-STATE-FILTER
                       MOVE PARM-RECEIVER-ID TO WS-RECEIVER-ID
               END-READ
               CLOSE PARM-FILE
           ELSE
                   MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
                   MOVE WS-SOURCE-SYSTEM TO WS-HDR-SOURCE
                   MOVE WS-RUN-DATE TO WS-HDR-EXTRACT-DATE
                   MOVE WS-RECEIVER-ID TO WS-HDR-RECEIVER
                   WRITE BASELINE-RECORD FROM WS-HEADER-RECORD
               END-IF
           END-IF
               MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT
               MOVE WS-HASH-TOTAL TO WS-TRL-HASH
               WRITE BASELINE-RECORD FROM WS-TRAILER-RECORD
               PERFORM 3500-REGISTER-TRANSMISSION
           END-IF.

      *            ONE REGISTRY ENTRY PER RECEIVER OF THIS FILE.
       3500-REGISTER-TRANSMISSION.
           OPEN I-O REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "05" OR WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN I-O REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "COBDLT2: UNABLE TO OPEN COBTXREG, STATUS="
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

      *            A SECOND BASELINE FOR THE SAME RECEIVER AND DATE
      *            REPLACES THE ENTRY, AS A DELTA RERUN DOES.
       3550-REGISTER-ONE.
           MOVE SPACES TO TRANSMISSION-REG
           MOVE WS-REG-RECEIVER TO TXR-RECEIVER-ID
           MOVE "B" TO TXR-EXTRACT-TYPE
           MOVE WS-RUN-DATE TO TXR-EXTRACT-DATE
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
               DISPLAY "COBDLT2: REGISTRY WRITE FAILED, STATUS="
                   WS-REGISTRY-STATUS " RECEIVER=" WS-REG-RECEIVER
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       8000-TERMINATE.
           CLOSE BASELINE-FILE
           PERFORM 8100-WRITE-RUN-CONTROL
           DISPLAY "COBDLT2: SOURCE SYSTEM     = " WS-SOURCE-SYSTEM
           DISPLAY "COBDLT2: RECEIVER          = " WS-RECEIVER-ID
           DISPLAY "COBDLT2: MASTER RECORDS    = " WS-READ-COUNT
           DISPLAY "COBDLT2: DETAILS WRITTEN   = " WS-DETAIL-COUNT
           DISPLAY "COBDLT2: OUTSIDE FILTERS   = " WS-SKIP-COUNT
           DISPLAY "COBDLT2: NOT LIVE, SKIPPED = " WS-STATUS-SKIP-COUNT
           DISPLAY "COBDLT2: HASH TOTAL        = " WS-HASH-TOTAL
           DISPLAY "COBDLT2: RECEIVERS REGISTERED= " WS-REGISTER-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       8100-WRITE-RUN-CONTROL.
      *            REJECTED CARRIES THE RECORDS OUTSIDE THE PARM
           MOVE WS-DETAIL-COUNT TO RUN-OUT-COUNT
           ADD WS-SKIP-COUNT WS-STATUS-SKIP-COUNT
               GIVING RUN-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO RUN-ERROR-COUNT
           MOVE CYK-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE CYK-CYCLE-STATE TO RUN-CYCLE-STATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-LOG-FILE.
