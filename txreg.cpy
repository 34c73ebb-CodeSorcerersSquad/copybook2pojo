      ******************************************************************
      * NAME   : TXREG                                                *
      * LENGTH : 120                                                  *
      * DESCRIPTION: DOWNSTREAM TRANSMISSION REGISTRY RECORD -- ONE   *
      *              PER COBDELTA OR COBBASE FILE PER RECEIVER, HELD  *
      *              ON COBTXREG, A VSAM KSDS KEYED ON RECEIVER +     *
      *              EXTRACT TYPE + EXTRACT DATE. WRITTEN BY COBDLT1  *
      *              (DELTA) AND COBDLT2 (BASELINE) AS EACH FILE IS   *
      *              CUT, WITH THE SAME DETAIL COUNT AND HASH TOTAL   *
      *              THE FILE'S TRAILER CARRIES; THE ACKNOWLEDGMENT   *
      *              HALF IS FILLED IN BY COBACK1 FROM THE ACK FILES  *
      *              THE RECEIVERS RETURN.                            *
      *                                                                *
      *              A FILE CUT FOR THE STANDARD DISTRIBUTION (NO     *
      *              RECEIVER ID IN THE HEADER) IS REGISTERED ONCE    *
      *              FOR EACH STANDARD RECEIVER, BILLING AND CRM --   *
      *              EACH LOADS AND ACKNOWLEDGES IT SEPARATELY. A     *
      *              RERUN OF THE SAME EXTRACT REPLACES THE ENTRY     *
      *              AND CLEARS ANY ACKNOWLEDGMENT ALREADY TAKEN, AS  *
      *              THE RECEIVER MUST ACKNOWLEDGE THE NEW FILE.      *
      *                                                                *
      *              ACKNOWLEDGMENT STATES (TXR-ACK-STATUS)           *
      *                SPACE  SENT, NOT YET ACKNOWLEDGED              *
      *                A      ACCEPTED, COUNT AND HASH AGREE          *
      *                R      REFUSED BY THE RECEIVER                 *
      *                M      ACKNOWLEDGED WITH A COUNT OR HASH THAT  *
      *                       DOES NOT AGREE -- THE RECEIVER IS OUT   *
      *                       OF STEP UNTIL A CLEAN ACK REPLACES IT   *
      ******************************************************************
       01  TRANSMISSION-REG.
           05  TXR-KEY.
               10  TXR-RECEIVER-ID      PIC X(08).
               10  TXR-EXTRACT-TYPE     PIC X(01).
      *            D = DELTA (COBDLT1)  B = BASELINE (COBDLT2)
               10  TXR-EXTRACT-DATE     PIC X(08).
           05  TXR-RUN-DATE             PIC X(08).
           05  TXR-SOURCE               PIC X(08).
           05  TXR-SENT-STAMP           PIC X(21).
           05  TXR-DETAIL-COUNT         PIC 9(07).
           05  TXR-HASH-TOTAL           PIC 9(16).
           05  TXR-ACK-STATUS           PIC X(01).
           05  TXR-ACK-DATE             PIC X(08).
      *            BUSINESS DATE THE ACKNOWLEDGMENT WAS PROCESSED
           05  TXR-ACK-COUNT            PIC 9(07).
           05  TXR-ACK-HASH             PIC 9(16).
           05  TXR-ACK-REASON           PIC X(08).
      *            THE RECEIVER'S OWN REFUSAL REASON CODE
           05  FILLER                   PIC X(03).
