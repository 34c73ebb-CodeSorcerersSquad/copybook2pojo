      ******************************************************************
      * NAME   : AGETRK                                               *
      * LENGTH : 80                                                   *
      * DESCRIPTION: RE-CONFIRMATION CAMPAIGN TRACKING RECORD -- ONE  *
      *              PER MASTER RECORD THAT HAS EVER BEEN SENT A      *
      *              LETTER ASKING THE CUSTOMER TO CONFIRM THEIR      *
      *              REGISTRATION DATA. HELD ON COBAGETK, A VSAM KSDS *
      *              KEYED ON THE MASTER-KEY-BOOK, AND MAINTAINED     *
      *              ONLY BY COBAGE1. THE FILE IS THE STANDING PROOF  *
      *              THAT REGISTRATION DATA IS REFRESHED: WHEN EACH   *
      *              RECORD WAS CONTACTED AND HOW IT WAS RESOLVED.    *
      *                                                                *
      *              A RECORD COUNTS AS CONFIRMED WHEN ITS            *
      *              LAST-MAINT-STAMP-BOOK NO LONGER MATCHES THE      *
      *              STAMP HELD HERE FROM THE DAY OF THE LETTER AND   *
      *              ITS ADDRESS-BOOK IS STILL COMPLETE (STREET,      *
      *              NUMBER, CITY, STATE AND POSTAL CODE ALL GIVEN)   *
      *              -- MAINTENANCE SINCE THEN THROUGH MNT1 OR        *
      *              COBLOAD IS THE CUSTOMER'S DATA HAVING BEEN       *
      *              LOOKED AT AGAIN. A RETURNED-MAIL CORRECTION FROM *
      *              COBDEV1 BLANKS THE ADDRESS AND SO DOES NOT       *
      *              CONFIRM: THE LETTER STAYS OUTSTANDING ('L') AND  *
      *              INACTIVATION IS PROPOSED AT THE REPLY-BY DATE.   *
      *                                                                *
      *              CAMPAIGN STATES (AGT-STATE)                      *
      *                L  LETTER SENT, AWAITING CONFIRMATION          *
      *                C  CONFIRMED (MAINTAINED AFTER THE LETTER,     *
      *                   ADDRESS COMPLETE)                           *
      *                P  NO CONFIRMATION BY THE REPLY-BY DATE --     *
      *                   INACTIVATION PROPOSED FOR REVIEW            *
      ******************************************************************
       01  AGING-TRACK.
           05  AGT-MASTER-KEY.
               10  AGT-PERSON-TYPE      PIC X(01).
               10  AGT-DOC-KEY          PIC X(14).
           05  AGT-STATE                PIC X(01).
           05  AGT-CONTACT-DATE         PIC X(08).
      *            BUSINESS DATE OF THE LATEST LETTER
           05  AGT-CONTACT-STAMP        PIC X(21).
      *            LAST-MAINT-STAMP-BOOK AS IT STOOD WHEN THE LATEST
      *            LETTER WAS WRITTEN (SPACES = NEVER STAMPED)
           05  AGT-REPLY-BY-DATE        PIC X(08).
           05  AGT-STATE-DATE           PIC X(08).
      *            BUSINESS DATE AGT-STATE WAS LAST SET
           05  AGT-LETTER-COUNT         PIC 9(03).
      *            LETTERS SENT TO THIS RECORD OVER ALL CAMPAIGNS
           05  FILLER                   PIC X(16).
