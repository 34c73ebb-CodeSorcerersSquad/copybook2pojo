      ******************************************************************
      * NAME   : CONTCT                                               *
      * LENGTH : 122                                                  *
      * DESCRIPTION: CONTACT-CHANNEL RECORD -- ONE PHONE NUMBER OR    *
      *              E-MAIL ADDRESS HELD FOR A MASTER RECORD. HELD ON *
      *              COBCONT, A VSAM KSDS KEYED ON MASTER-KEY-BOOK +  *
      *              CHANNEL TYPE + SEQUENCE, SO ONE PERSON OR        *
      *              COMPANY MAY HOLD SEVERAL OF EACH. MAINTAINED BY  *
      *              COBCNT1 (BATCH) AND COBCNT2 (CNT1, REACHED BY    *
      *              PF9 FROM MNT1); ERASED WITH THE MASTER BY        *
      *              COBLGP1, LISTED ON THE SUBJECT'S ACCESS          *
      *              STATEMENT BY COBLGA1, AND CHECKED FOR AN         *
      *              ORPHANED MASTER BY COBPRG1.                      *
      *                                                                *
      *              THE RECORD IS THE SAME LENGTH AS THE MASTER AND  *
      *              CARRIES THE MASTER KEY AT THE SAME OFFSET (51),  *
      *              SO A CONTACT CHANGE IS AUDITED ON COBAUDIT IN    *
      *              THE ORDINARY BEFORE/AFTER IMAGE AREAS: EVERY     *
      *              PROGRAM THAT SELECTS AUDIT ENTRIES BY KEY        *
      *              (COBAUD01, COBLGA1, COBLGP1) FINDS THEM, AND     *
      *              COBLGP1'S SCRUB OF BYTES 1-50 BLANKS THE PHONE   *
      *              OR E-MAIL ITSELF. BYTE 101, THE MASTER'S STATUS  *
      *              POSITION, ALWAYS HOLDS 'K' ON A CONTACT IMAGE    *
      *              -- A VALUE NO MASTER RECORD EVER CARRIES -- SO   *
      *              AN AUDIT READER CAN TELL THE TWO APART (COBRCV1  *
      *              AND COBDLT1 PASS OVER THEM; COBLGA1 DESCRIBES    *
      *              THEM AS CHANNEL CHANGES).                        *
      *                                                                *
      *              CHANNEL TYPES (CNT-CHANNEL-TYPE)                 *
      *                P  PHONE  -- DDD + 8 OR 9 DIGIT NUMBER         *
      *                E  E-MAIL -- ADDRESS IN CNT-CHANNEL-VALUE      *
      ******************************************************************
       01  CONTACT-RECORD.
           05  CNT-CHANNEL-VALUE        PIC X(50).
      *            E-MAIL ADDRESS, LEFT-JUSTIFIED
           05  CNT-PHONE REDEFINES CNT-CHANNEL-VALUE.
               10  CNT-PHONE-DDD        PIC X(02).
               10  CNT-PHONE-NUMBER     PIC X(09).
      *            8 DIGITS (LANDLINE) + SPACE, OR 9 DIGITS (MOBILE)
               10  FILLER               PIC X(39).
           05  CNT-KEY.
               10  CNT-MASTER-KEY.
                   15  CNT-PERSON-TYPE  PIC X(01).
                   15  CNT-DOC-KEY      PIC X(14).
               10  CNT-CHANNEL-TYPE     PIC X(01).
               10  CNT-SEQUENCE         PIC 9(02).
           05  CNT-PREFERRED-FLAG       PIC X(01).
      *            Y = THE PREFERRED CHANNEL OF ITS TYPE (AT MOST ONE)
           05  CNT-OPT-OUT-FLAG         PIC X(01).
      *            Y = CUSTOMER HAS OPTED OUT OF MARKETING ON IT
           05  FILLER                   PIC X(30).
           05  CNT-RECORD-MARK          PIC X(01).
      *            ALWAYS 'K' -- SEE ABOVE
           05  CNT-LAST-MAINT-STAMP     PIC X(21).
