       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : CYCLECHK                                             *
      * DESCRIPTION: START-OF-JOB CYCLE CHECK. CALLED SUB-PROGRAM, THE*
      *              SAME ARRANGEMENT AS VALIDADL, CALLED ONCE BY EVERY*
      *              BATCH PROGRAM THAT WRITES A RUNCTL RECORD, BEFORE *
      *              IT OPENS ANYTHING ELSE (CYCCHK LAYOUT).           *
      *                                                                *
      *              READS THE CYCLE-CONTROL RECORD (COBCYCLE, CYCCTL  *
      *              LAYOUT) FOR THE BUSINESS DATE AND CYCLE STATE,    *
      *              THEN THE SHARED RUN LOG (COBRNLOG) FOR A RECORD   *
      *              THIS PROGRAM ALREADY WROTE FOR THE SAME BUSINESS  *
      *              DATE. FINDING ONE REFUSES THE RUN (RC 08) UNLESS  *
      *              THE CYCLE CARRIES A RERUN AUTHORITY FOR THIS      *
      *              PROGRAM (OR FOR EVERY PROGRAM) AND THE PROGRAM    *
      *              HAS NOT YET RUN SINCE THAT AUTHORITY WAS GIVEN -- *
      *              ONE AUTHORITY, ONE RERUN.                         *
      *                                                                *
      *              A CLOSED CYCLE, OR NO COBCYCLE AT ALL, DOES NOT   *
      *              STOP THE RUN (RC 04): ONE-OFF AND DAYTIME JOBS    *
      *              STILL RUN, AND THE STATE THEY RAN UNDER IS        *
      *              CARRIED ON THEIR RUN RECORD FOR COBBAL1 TO LIST.  *
      *              A RUN RECORD WRITTEN BEFORE THE CYCLE FIELDS      *
      *              EXISTED HAS A BLANK BUSINESS DATE AND NEVER       *
      *              COUNTS AS A PREVIOUS RUN.                         *
      ******************************************************************
       PROGRAM-ID. CYCLECHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE ASSIGN TO "COBCYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "COBRNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY cycctl.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY runctl.

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-STATUS              PIC X(02) VALUE "00".
       01  WS-RUNLOG-STATUS             PIC X(02) VALUE "00".
       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-EOF                  VALUE "Y".
       01  WS-RERUN-SWITCH              PIC X(01).
           88  WS-RERUN-ALLOWED        VALUE "Y".
       01  WS-PREVIOUS-RUN-SWITCH       PIC X(01).
           88  WS-PREVIOUS-RUN         VALUE "Y".
       01  WS-RERUN-STAMP               PIC X(21).
       01  WS-MSG-PREFIX                PIC X(09).

       LINKAGE SECTION.
           COPY cycchk.

       PROCEDURE DIVISION USING CYCLE-CHECK-AREA.
       0000-MAIN.
           MOVE 00 TO CYK-RETURN-CODE
           MOVE SPACES TO WS-MSG-PREFIX
           STRING CYK-PROGRAM-ID DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               INTO WS-MSG-PREFIX
           MOVE "N" TO WS-RERUN-SWITCH
           MOVE "N" TO WS-PREVIOUS-RUN-SWITCH
           PERFORM 1000-READ-CYCLE
           PERFORM 2000-SCAN-RUN-LOG

           EVALUATE TRUE
               WHEN WS-PREVIOUS-RUN
                   MOVE 08 TO CYK-RETURN-CODE
                   DISPLAY WS-MSG-PREFIX " ALREADY RAN FOR BUSINESS "
                       "DATE " CYK-BUSINESS-DATE
                       " - NO RERUN AUTHORISED, RUN REFUSED"
               WHEN CYK-CYCLE-STATE = "O" OR CYK-CYCLE-STATE = "R"
                   MOVE 00 TO CYK-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO CYK-RETURN-CODE
                   DISPLAY WS-MSG-PREFIX " NO OPEN CYCLE (STATE "
                       CYK-CYCLE-STATE ") - RUNNING OUTSIDE THE CYCLE"
                       " FOR " CYK-BUSINESS-DATE
           END-EVALUATE
           DISPLAY WS-MSG-PREFIX " BUSINESS DATE     = "
               CYK-BUSINESS-DATE
           GOBACK.

       1000-READ-CYCLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CYK-BUSINESS-DATE
           MOVE "N" TO CYK-CYCLE-STATE
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS = "00"
               READ CYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYC-BUSINESS-DATE NOT = SPACES
                           MOVE CYC-BUSINESS-DATE TO CYK-BUSINESS-DATE
                           MOVE CYC-STATE TO CYK-CYCLE-STATE
                       END-IF
                       IF CYC-RERUN
                           AND (CYC-RERUN-PROGRAM = SPACES
                           OR CYC-RERUN-PROGRAM = CYK-PROGRAM-ID)
                           MOVE "Y" TO WS-RERUN-SWITCH
                           MOVE CYC-RERUN-STAMP TO WS-RERUN-STAMP
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           ELSE
               DISPLAY WS-MSG-PREFIX " COBCYCLE NOT AVAILABLE, "
                   "STATUS=" WS-CYCLE-STATUS " - MACHINE DATE USED"
           END-IF.

       2000-SCAN-RUN-LOG.
      *            NO RUN LOG YET MEANS NOTHING HAS RUN.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "00"
               PERFORM 2100-READ-RUN-LOG
               PERFORM 2200-CHECK-RUN-RECORD
                   UNTIL WS-EOF OR WS-PREVIOUS-RUN
               CLOSE RUN-LOG-FILE
           END-IF.

       2100-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2200-CHECK-RUN-RECORD.
      *            UNDER A RERUN AUTHORITY ONLY A RUN THAT STARTED
      *            AFTER THE AUTHORITY WAS GIVEN USES IT UP.
           IF RUN-PROGRAM-ID = CYK-PROGRAM-ID
               AND RUN-BUSINESS-DATE = CYK-BUSINESS-DATE
               IF WS-RERUN-ALLOWED
                   IF RUN-START-TIMESTAMP (1:16) >=
                       WS-RERUN-STAMP (1:16)
                       MOVE "Y" TO WS-PREVIOUS-RUN-SWITCH
                   END-IF
               ELSE
                   MOVE "Y" TO WS-PREVIOUS-RUN-SWITCH
               END-IF
           END-IF
           PERFORM 2100-READ-RUN-LOG.
