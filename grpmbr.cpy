      ******************************************************************
      * NAME   : GRPMBR                                               *
      * LENGTH : 40                                                   *
      * DESCRIPTION: ECONOMIC GROUP (GRUPO ECONOMICO) MEMBERSHIP       *
      *              RECORD -- ONE PER MASTER RECORD THAT BELONGS TO   *
      *              A GROUP, HELD ON COBGRPMB, A VSAM KSDS KEYED ON   *
      *              THE MEMBER'S MASTER-KEY-BOOK, SO "WHICH GROUP IS  *
      *              THIS CUSTOMER IN" IS A KEYED READ. REBUILT IN     *
      *              FULL BY COBGRP1 FROM COBMAST AND COBPREL. EVERY   *
      *              NON-ANONYMIZED COMPANY HAS A RECORD (A COMPANY    *
      *              WITH NO BRANCHES OR PARTNERS IS A GROUP OF ONE);  *
      *              A PERSON HAS ONE ONLY WHILE THEY HOLD A SOCIO OR  *
      *              ADMINISTRADOR LINK IN FORCE.                      *
      *                                                                *
      *              GRPM-GROUP-NUMBER IS STABLE FROM RUN TO RUN: A    *
      *              GROUP KEEPS THE LOWEST NUMBER ITS MEMBERS HELD    *
      *              LAST TIME, SO EXPOSURE LIMITS SET AGAINST A GROUP *
      *              NUMBER SURVIVE THE NIGHTLY REBUILD.               *
      *                                                                *
      *              MEMBER TYPES (GRPM-MEMBER-TYPE)                   *
      *                C  COMPANY (PERSON-TYPE-BOOK 'J')               *
      *                P  PERSON  (PERSON-TYPE-BOOK 'F')               *
      ******************************************************************
       01  GROUP-MEMBER.
           05  GRPM-MEMBER-KEY.
               10  GRPM-PERSON-TYPE     PIC X(01).
               10  GRPM-DOC-KEY         PIC X(14).
           05  GRPM-GROUP-NUMBER        PIC 9(07).
           05  GRPM-MEMBER-TYPE         PIC X(01).
           05  GRPM-BUILD-DATE          PIC X(08).
      *            YYYYMMDD OF THE COBGRP1 RUN THAT WROTE THE RECORD
           05  FILLER                   PIC X(09).
