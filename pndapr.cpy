      ******************************************************************
      * NAME   : PNDAPR                                               *
      * LENGTH : 380                                                  *
      * DESCRIPTION: PENDING-APPROVAL RECORD -- ONE MASTER CORRECTION *
      *              HELD FOR DUAL CONTROL. HELD ON COBAPPR, A VSAM   *
      *              KSDS KEYED ON MASTER-KEY-BOOK + THE TIMESTAMP    *
      *              OF THE REQUEST, SO ONE RECORD'S REQUESTS FILE    *
      *              TOGETHER IN THE ORDER THEY WERE MADE. (NOT TO BE *
      *              CONFUSED WITH COBPEND, COBREL1'S EFFECTIVE-DATE  *
      *              WAREHOUSE.)                                      *
      *                                                                *
      *              COBMNT1 WRITES ONE (STATUS 'P') INSTEAD OF        *
      *              REWRITING COBMAST WHEN A CORRECTION TO A          *
      *              JURIDICA ('J') RECORD CHANGES NAME-BOOK OR FLIPS  *
      *              RECORD-STATUS-BOOK BETWEEN 'A' AND 'I'. THE WHOLE *
      *              CORRECTION IS HELD -- ANY ADDRESS CHANGE KEYED IN *
      *              THE SAME SAVE TRAVELS WITH IT -- AS BEFORE AND    *
      *              AFTER MASTER IMAGES. A SECOND USER DECIDES IT ON  *
      *              APV1 (COBAPV2): AN APPROVAL WRITES THE AFTER      *
      *              IMAGE TO COBMAST AND THE COBAUDIT ENTRY (BOTH     *
      *              USER IDS); A REJECTION ONLY RECORDS THE REASON.   *
      *              COBAPV1 LISTS EACH DECISION ONCE, NIGHTLY, AND    *
      *              THEN REMOVES IT; A REQUEST STILL PENDING STAYS    *
      *              UNTIL IT IS DECIDED. COBLGP1 ERASES A RECORD'S    *
      *              REQUESTS WITH THE RECORD, AND COBLGA1 LISTS THEM  *
      *              ON THE SUBJECT'S ACCESS STATEMENT.                *
      *                                                                *
      *              STATUS (PND-STATUS)                              *
      *                P  PENDING  -- AWAITING A SECOND USER          *
      *                A  APPROVED -- APPLIED TO THE MASTER           *
      *                R  REJECTED -- MASTER NOT TOUCHED              *
      ******************************************************************
       01  PENDING-RECORD.
           05  PND-KEY.
               10  PND-MASTER-KEY.
                   15  PND-PERSON-TYPE  PIC X(01).
                   15  PND-DOC-KEY      PIC X(14).
               10  PND-REQUEST-STAMP    PIC X(21).
      *            FUNCTION CURRENT-DATE WHEN THE CHANGE WAS KEYED
           05  PND-STATUS               PIC X(01).
               88  PND-PENDING          VALUE "P".
               88  PND-APPROVED         VALUE "A".
               88  PND-REJECTED         VALUE "R".
           05  PND-NAME-CHANGED         PIC X(01).
           05  PND-STATUS-CHANGED       PIC X(01).
           05  PND-OTHER-CHANGED        PIC X(01).
      *            Y/N -- WHICH PARTS OF THE IMAGE DIFFER (OTHER =
      *            ANY ADDRESS FIELD KEYED IN THE SAME SAVE)
           05  PND-REQUEST-USER         PIC X(08).
           05  PND-DECISION-USER        PIC X(08).
           05  PND-DECISION-STAMP       PIC X(21).
           05  PND-REJECT-REASON        PIC X(40).
           05  PND-BEFORE-IMAGE         PIC X(122).
           05  PND-AFTER-IMAGE          PIC X(122).
           05  FILLER                   PIC X(19).
