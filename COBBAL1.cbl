      *                1. COBLOAD WROTE A RUN RECORD FOR THIS CYCLE   *
      *                   -- COBRNLOG IS APPEND-ONLY, SO A RECORD     *
      *                   FROM AN EARLIER NIGHT MUST NOT SATISFY THE  *
      *                   CHECK. A RECORD IS CURRENT WHEN IT CARRIES  *
      *                   THE BUSINESS DATE (THE CYCLE DATE ON        *
      *                   COBCYCLE; THE FIRST RECORD OF COBBALPM,     *
      *                   YYYYMMDD, OVERRIDES IT WHEN NOT SPACES). A  *
      *                   RECORD WRITTEN BEFORE RUN RECORDS CARRIED A *
      *                   BUSINESS DATE IS CURRENT WHEN THE DATE PART *
      *                   OF ITS RUN-END-TIMESTAMP IS AT OR AFTER THE *
      *                   BUSINESS DATE;                              *
      *                2. COBLOAD CROSS-FOOTS -- RECORDS READ EQUAL   *
      *                   ADDS+CHANGES+DELETES (OUT) + REJECTS +      *
      *                   ERRORS, SO EVERY TRANSACTION IS ACCOUNTED   *
      *                   (BOTH STEPS SAW THE SAME BATCH); A STALE    *
      *                   COBRECON RECORD IS TREATED AS COBRECON NOT  *
      *                   HAVING RUN.                                 *
      *                5. WHEN COBACK1 HAS EVER RUN, ITS LATEST RUN   *
      *                   RECORD SHOWS NO RECEIVER OUT OF STEP (ERROR *
      *                   COUNT = COUNT/HASH MISMATCHES STILL OPEN ON *
      *                   THE TRANSMISSION REGISTRY). A MISMATCH      *
      *                   STANDS UNTIL THE RECEIVER IS BACK IN STEP,  *
      *                   SO THIS CHECK USES THE LATEST RECORD        *
      *                   WHATEVER ITS DATE -- THE NEXT DELTA MUST    *
      *                   NOT GO TO A RECEIVER THAT DOES NOT AGREE    *
      *                   WITH US.                                    *
      *                                                                *
      *              EVERY RUN RECORD AND EVERY CHECK IS LISTED ON    *
      *              COBRPT09, TOGETHER WITH EVERY RUN OF THIS        *
      *              BUSINESS DATE THAT WAS MADE OUTSIDE AN OPEN      *
      *              CYCLE (CYCLE CLOSED, OR NO COBCYCLE). THOSE RUNS *
      *              ARE LISTED FOR OPERATIONS TO ACCOUNT FOR, NOT    *
      *              FAILED -- A DAYTIME ENQUIRY JOB MUST NOT STOP    *
      *              THE NIGHT. ANY FAILED CHECK ENDS THE PROGRAM     *
      *              WITH RETURN-CODE 8 SO THE SCHEDULER STOPS THE    *
      *              STREAM; A CLEAN RUN ENDS WITH ZERO.              *
      ******************************************************************
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE       PIC X(08).
      *            YYYYMMDD, SPACES = THE CYCLE BUSINESS DATE
           05  FILLER                   PIC X(72).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       FD  REPORT-FILE
       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                  VALUE "Y".

           COPY cycchk.

       01  WS-READ-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-CHECK-FAIL-COUNT          PIC 9(03) VALUE ZEROS.

               10  WS-PT-OUT           PIC 9(07).
               10  WS-PT-REJECT        PIC 9(07).
               10  WS-PT-ERROR         PIC 9(07).
               10  WS-PT-BUS-DATE      PIC X(08).
               10  WS-PT-CYCLE-STATE   PIC X(01).

       01  WS-OC-MAX                    PIC 9(03) VALUE 100.
       01  WS-OC-COUNT                  PIC 9(03) VALUE ZEROS.
       01  WS-OC-IDX                    PIC 9(03).
       01  WS-OC-TABLE.
      *            EVERY RUN OF THIS BUSINESS DATE MADE OUTSIDE AN
      *            OPEN CYCLE, ALREADY FORMATTED AS A DETAIL LINE --
      *            EVERY SUCH RUN, NOT JUST THE LATEST PER PROGRAM.
           05  WS-OC-LINE OCCURS 100 TIMES
                                       PIC X(132).

       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND          VALUE "Y".

       01  WS-LOAD-IDX                  PIC 9(02) VALUE ZEROS.
       01  WS-RECON-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-ACK-IDX                   PIC 9(02) VALUE ZEROS.
       01  WS-CROSS-FOOT                PIC 9(08).
       01  WS-BUSINESS-DATE             PIC X(08).
       01  WS-LOAD-FRESH-SWITCH         PIC X(01) VALUE "N".
           05  FILLER                  PIC X(07) VALUE " REJECT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "  ERROR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "BUS DATE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "ST".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-REJECT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ERROR             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-BUS-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CYCLE-STATE       PIC X(01).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-CHECK-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CHK-RESULT            PIC X(16).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               "RUNS OUTSIDE AN OPEN CYCLE (C=CLOSED, N=NO COBCYCLE)".
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "NONE".
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE ALL "-".
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RUN-LOG UNTIL WS-EOF
           PERFORM 3000-PRINT-RUN-RECORDS
           PERFORM 3500-PRINT-OUTSIDE-CYCLE
           PERFORM 4000-RUN-CHECKS
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
      *            COBBAL1 WRITES NO RUN RECORD OF ITS OWN, SO THE
      *            CYCLE CHECK NEVER REFUSES IT -- IT IS CALLED ONLY
      *            FOR THE BUSINESS DATE.
           MOVE "COBBAL1" TO CYK-PROGRAM-ID
           CALL "CYCLECHK" USING CYCLE-CHECK-AREA
           MOVE CYK-BUSINESS-DATE TO WS-BUSINESS-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                       RUN-PROGRAM-ID
               END-IF
           END-IF
      *            COBCYC1'S OWN RECORDS CARRY THE STATE IT LEFT THE
      *            CYCLE IN, SO A CLOSE IS NOT AN OUT-OF-CYCLE RUN.
           IF (RUN-CYCLE-STATE = "C" OR RUN-CYCLE-STATE = "N")
               AND RUN-PROGRAM-ID NOT = "COBCYC1"
               AND (RUN-BUSINESS-DATE = WS-BUSINESS-DATE
               OR RUN-END-TIMESTAMP (1:8) >= WS-BUSINESS-DATE)
               PERFORM 2300-KEEP-OUTSIDE-CYCLE
           END-IF
           PERFORM 2100-READ-RUN-LOG.

       2100-READ-RUN-LOG.
           MOVE RUN-IN-COUNT TO WS-PT-IN (WS-PT-IDX)
           MOVE RUN-OUT-COUNT TO WS-PT-OUT (WS-PT-IDX)
           MOVE RUN-REJECT-COUNT TO WS-PT-REJECT (WS-PT-IDX)
           MOVE RUN-ERROR-COUNT TO WS-PT-ERROR (WS-PT-IDX)
           MOVE RUN-BUSINESS-DATE TO WS-PT-BUS-DATE (WS-PT-IDX)
           MOVE RUN-CYCLE-STATE TO WS-PT-CYCLE-STATE (WS-PT-IDX).

       2300-KEEP-OUTSIDE-CYCLE.
           IF WS-OC-COUNT < WS-OC-MAX
               ADD 1 TO WS-OC-COUNT
               MOVE RUN-PROGRAM-ID TO WS-DTL-PROGRAM
               MOVE RUN-START-TIMESTAMP TO WS-DTL-START
               MOVE RUN-END-TIMESTAMP TO WS-DTL-END
               MOVE RUN-IN-COUNT TO WS-DTL-IN
               MOVE RUN-OUT-COUNT TO WS-DTL-OUT
               MOVE RUN-REJECT-COUNT TO WS-DTL-REJECT
               MOVE RUN-ERROR-COUNT TO WS-DTL-ERROR
               MOVE RUN-BUSINESS-DATE TO WS-DTL-BUS-DATE
               MOVE RUN-CYCLE-STATE TO WS-DTL-CYCLE-STATE
               MOVE WS-DETAIL-LINE TO WS-OC-LINE (WS-OC-COUNT)
           ELSE
               DISPLAY "COBBAL1: OUT-OF-CYCLE TABLE FULL AT "
                   WS-OC-MAX " ENTRIES, RUN OMITTED: "
                   RUN-PROGRAM-ID
           END-IF.

       3000-PRINT-RUN-RECORDS.
           PERFORM 3100-PRINT-ONE-RECORD
           MOVE WS-PT-OUT (WS-PT-IDX) TO WS-DTL-OUT
           MOVE WS-PT-REJECT (WS-PT-IDX) TO WS-DTL-REJECT
           MOVE WS-PT-ERROR (WS-PT-IDX) TO WS-DTL-ERROR
           MOVE WS-PT-BUS-DATE (WS-PT-IDX) TO WS-DTL-BUS-DATE
           MOVE WS-PT-CYCLE-STATE (WS-PT-IDX) TO WS-DTL-CYCLE-STATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-PT-PROGRAM (WS-PT-IDX) = "COBLOAD"
               MOVE WS-PT-IDX TO WS-LOAD-IDX
           END-IF
           IF WS-PT-PROGRAM (WS-PT-IDX) = "COBRECON"
               MOVE WS-PT-IDX TO WS-RECON-IDX
           END-IF
           IF WS-PT-PROGRAM (WS-PT-IDX) = "COBACK1"
               MOVE WS-PT-IDX TO WS-ACK-IDX
           END-IF.

       3500-PRINT-OUTSIDE-CYCLE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           IF WS-OC-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               WRITE REPORT-LINE FROM WS-OC-LINE (WS-OC-IDX)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-FOOTER-LINE.

       4000-RUN-CHECKS.
      *            A RECORD OLDER THAN THE BUSINESS DATE IS LAST
      *            NIGHT'S -- TREATING IT AS PRESENT WOULD WAVE THE
      *            STOP.
           MOVE "N" TO WS-LOAD-FRESH-SWITCH
           IF WS-LOAD-IDX > 0
               IF WS-PT-BUS-DATE (WS-LOAD-IDX) NOT = SPACES
                   IF WS-PT-BUS-DATE (WS-LOAD-IDX) = WS-BUSINESS-DATE
                       MOVE "Y" TO WS-LOAD-FRESH-SWITCH
                   END-IF
               ELSE
                   IF WS-PT-END (WS-LOAD-IDX) (1:8) >= WS-BUSINESS-DATE
                       MOVE "Y" TO WS-LOAD-FRESH-SWITCH
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-RECON-FRESH-SWITCH
           IF WS-RECON-IDX > 0
               IF WS-PT-BUS-DATE (WS-RECON-IDX) NOT = SPACES
                   IF WS-PT-BUS-DATE (WS-RECON-IDX) = WS-BUSINESS-DATE
                       MOVE "Y" TO WS-RECON-FRESH-SWITCH
                   END-IF
               ELSE
                   IF WS-PT-END (WS-RECON-IDX) (1:8) >=
                       WS-BUSINESS-DATE
                       MOVE "Y" TO WS-RECON-FRESH-SWITCH
                   END-IF
               END-IF
           END-IF

           MOVE "COBLOAD RUN RECORD PRESENT AND CURRENT"
               ELSE
                   PERFORM 4950-CHECK-FAILED
               END-IF
           END-IF

           IF WS-ACK-IDX > 0
               MOVE "NO RECEIVER OUT OF STEP (COBACK1 MISMATCHES OPEN)"
                   TO WS-CHK-TEXT
               IF WS-PT-ERROR (WS-ACK-IDX) = 0
                   PERFORM 4900-CHECK-PASSED
               ELSE
                   PERFORM 4950-CHECK-FAILED
               END-IF
           END-IF.

       4900-CHECK-PASSED.
           CLOSE REPORT-FILE
           DISPLAY "COBBAL1: RUN RECORDS READ  = " WS-READ-COUNT
           DISPLAY "COBBAL1: CHECKS FAILED     = " WS-CHECK-FAIL-COUNT
           DISPLAY "COBBAL1: OUT-OF-CYCLE RUNS = " WS-OC-COUNT
           IF WS-CHECK-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
