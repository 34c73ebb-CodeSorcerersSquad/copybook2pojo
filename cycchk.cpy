      ******************************************************************
      * NAME   : CYCCHK                                               *
      * DESCRIPTION: PARAMETER AREA FOR CYCLECHK, THE START-OF-JOB    *
      *              CYCLE CHECK CALLED BY EVERY BATCH PROGRAM THAT   *
      *              WRITES A RUNCTL RECORD. THE CALLER FILLS IN ITS  *
      *              PROGRAM ID; CYCLECHK RETURNS THE BUSINESS DATE   *
      *              TO WORK (IN PLACE OF THE MACHINE DATE), THE      *
      *              CYCLE STATE TO CARRY ON THE RUN RECORD, AND      *
      *              WHETHER THE RUN MAY GO AHEAD.                    *
      *                                                                *
      * CYK-RETURN-CODE VALUES                                        *
      *   00  RUN -- THE CYCLE IS OPEN AND THIS IS THE FIRST RUN IN   *
      *       IT (OR AN AUTHORISED RERUN)                             *
      *   04  RUN, BUT OUTSIDE AN OPEN CYCLE (CYCLE CLOSED, OR NO     *
      *       COBCYCLE AT ALL -- THE BUSINESS DATE IS THEN THE        *
      *       MACHINE DATE). COBBAL1 LISTS THESE RUNS.                *
      *   08  DO NOT RUN -- THE PROGRAM ALREADY RAN FOR THIS BUSINESS *
      *       DATE AND NO RERUN IS AUTHORISED. THE CALLER ENDS AT     *
      *       ONCE WITH RETURN-CODE 8 AND WRITES NO RUN RECORD.       *
      ******************************************************************
       01  CYCLE-CHECK-AREA.
           05  CYK-PROGRAM-ID           PIC X(08).
           05  CYK-BUSINESS-DATE        PIC X(08).
           05  CYK-CYCLE-STATE          PIC X(01).
      *            O/R/C AS ON COBCYCLE, N = NO COBCYCLE
           05  CYK-RETURN-CODE          PIC 9(02).
               88  CYK-RUN-OK          VALUE 00.
               88  CYK-OUTSIDE-CYCLE   VALUE 04.
               88  CYK-RUN-REFUSED     VALUE 08.
