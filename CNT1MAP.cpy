      ******************************************************************
      * NAME   : CNT1MAP                                              *
      * DESCRIPTION: SYMBOLIC MAP FOR THE COBCNT2 CONTACT-CHANNEL      *
      *              TRANSACTION (MAPSET CNT1MAP, MAP CNT1). FOLLOWS   *
      *              THE SAME ARRANGEMENT AS MNT1MAP.CPY/NAM1MAP.CPY:  *
      *              FOR EACH FIELD A LENGTH HALFWORD, FLAG, ATTRIBUTE *
      *              BYTE, AND THE DATA; CNT1MAPO REDEFINES CNT1MAPI   *
      *              SO CURSOR -1 VALUES SET IN THE xxxL FIELDS TRAVEL *
      *              WITH SEND MAP FROM(CNT1MAPO).                     *
      *                                                                *
      *              CNT1MAPR IS A HAND-ADDED THIRD VIEW OF THE SAME   *
      *              STORAGE, AS NAM1MAPR IS FOR NAM1: THE TEN SEL/ROW *
      *              PAIRS AS ONE TABLE. IT MUST BE KEPT IN STEP WITH  *
      *              THE FIELD LIST ABOVE IT (AND WITH CNT1MAP.BMS) IF *
      *              ROWS ARE EVER ADDED OR RESIZED.                   *
      ******************************************************************
       01  CNT1MAPI.
           05  FILLER                  PIC X(12).
           05  KEYDSPL                 PIC S9(04) COMP.
           05  KEYDSPF                 PIC X(01).
           05  FILLER REDEFINES KEYDSPF PIC X(01).
           05  KEYDSPA                 PIC X(01).
           05  KEYDSPI                 PIC X(16).
      *            MASTER KEY SHOWN AS TYPE-DOCUMENT
           05  NAMDSPL                 PIC S9(04) COMP.
           05  NAMDSPF                 PIC X(01).
           05  FILLER REDEFINES NAMDSPF PIC X(01).
           05  NAMDSPA                 PIC X(01).
           05  NAMDSPI                 PIC X(50).
      *            NAME-BOOK OF THE OWNING MASTER RECORD
           05  SEL01L                  PIC S9(04) COMP.
           05  SEL01F                  PIC X(01).
           05  FILLER REDEFINES SEL01F PIC X(01).
           05  SEL01A                  PIC X(01).
           05  SEL01I                  PIC X(01).
           05  ROW01L                  PIC S9(04) COMP.
           05  ROW01F                  PIC X(01).
           05  FILLER REDEFINES ROW01F PIC X(01).
           05  ROW01A                  PIC X(01).
           05  ROW01I                  PIC X(67).
           05  SEL02L                  PIC S9(04) COMP.
           05  SEL02F                  PIC X(01).
           05  FILLER REDEFINES SEL02F PIC X(01).
           05  SEL02A                  PIC X(01).
           05  SEL02I                  PIC X(01).
           05  ROW02L                  PIC S9(04) COMP.
           05  ROW02F                  PIC X(01).
           05  FILLER REDEFINES ROW02F PIC X(01).
           05  ROW02A                  PIC X(01).
           05  ROW02I                  PIC X(67).
           05  SEL03L                  PIC S9(04) COMP.
           05  SEL03F                  PIC X(01).
           05  FILLER REDEFINES SEL03F PIC X(01).
           05  SEL03A                  PIC X(01).
           05  SEL03I                  PIC X(01).
           05  ROW03L                  PIC S9(04) COMP.
           05  ROW03F                  PIC X(01).
           05  FILLER REDEFINES ROW03F PIC X(01).
           05  ROW03A                  PIC X(01).
           05  ROW03I                  PIC X(67).
           05  SEL04L                  PIC S9(04) COMP.
           05  SEL04F                  PIC X(01).
           05  FILLER REDEFINES SEL04F PIC X(01).
           05  SEL04A                  PIC X(01).
           05  SEL04I                  PIC X(01).
           05  ROW04L                  PIC S9(04) COMP.
           05  ROW04F                  PIC X(01).
           05  FILLER REDEFINES ROW04F PIC X(01).
           05  ROW04A                  PIC X(01).
           05  ROW04I                  PIC X(67).
           05  SEL05L                  PIC S9(04) COMP.
           05  SEL05F                  PIC X(01).
           05  FILLER REDEFINES SEL05F PIC X(01).
           05  SEL05A                  PIC X(01).
           05  SEL05I                  PIC X(01).
           05  ROW05L                  PIC S9(04) COMP.
           05  ROW05F                  PIC X(01).
           05  FILLER REDEFINES ROW05F PIC X(01).
           05  ROW05A                  PIC X(01).
           05  ROW05I                  PIC X(67).
           05  SEL06L                  PIC S9(04) COMP.
           05  SEL06F                  PIC X(01).
           05  FILLER REDEFINES SEL06F PIC X(01).
           05  SEL06A                  PIC X(01).
           05  SEL06I                  PIC X(01).
           05  ROW06L                  PIC S9(04) COMP.
           05  ROW06F                  PIC X(01).
           05  FILLER REDEFINES ROW06F PIC X(01).
           05  ROW06A                  PIC X(01).
           05  ROW06I                  PIC X(67).
           05  SEL07L                  PIC S9(04) COMP.
           05  SEL07F                  PIC X(01).
           05  FILLER REDEFINES SEL07F PIC X(01).
           05  SEL07A                  PIC X(01).
           05  SEL07I                  PIC X(01).
           05  ROW07L                  PIC S9(04) COMP.
           05  ROW07F                  PIC X(01).
           05  FILLER REDEFINES ROW07F PIC X(01).
           05  ROW07A                  PIC X(01).
           05  ROW07I                  PIC X(67).
           05  SEL08L                  PIC S9(04) COMP.
           05  SEL08F                  PIC X(01).
           05  FILLER REDEFINES SEL08F PIC X(01).
           05  SEL08A                  PIC X(01).
           05  SEL08I                  PIC X(01).
           05  ROW08L                  PIC S9(04) COMP.
           05  ROW08F                  PIC X(01).
           05  FILLER REDEFINES ROW08F PIC X(01).
           05  ROW08A                  PIC X(01).
           05  ROW08I                  PIC X(67).
           05  SEL09L                  PIC S9(04) COMP.
           05  SEL09F                  PIC X(01).
           05  FILLER REDEFINES SEL09F PIC X(01).
           05  SEL09A                  PIC X(01).
           05  SEL09I                  PIC X(01).
           05  ROW09L                  PIC S9(04) COMP.
           05  ROW09F                  PIC X(01).
           05  FILLER REDEFINES ROW09F PIC X(01).
           05  ROW09A                  PIC X(01).
           05  ROW09I                  PIC X(67).
           05  SEL10L                  PIC S9(04) COMP.
           05  SEL10F                  PIC X(01).
           05  FILLER REDEFINES SEL10F PIC X(01).
           05  SEL10A                  PIC X(01).
           05  SEL10I                  PIC X(01).
           05  ROW10L                  PIC S9(04) COMP.
           05  ROW10F                  PIC X(01).
           05  FILLER REDEFINES ROW10F PIC X(01).
           05  ROW10A                  PIC X(01).
           05  ROW10I                  PIC X(67).
           05  CHTYPEL                 PIC S9(04) COMP.
           05  CHTYPEF                 PIC X(01).
           05  FILLER REDEFINES CHTYPEF PIC X(01).
           05  CHTYPEA                 PIC X(01).
           05  CHTYPEI                 PIC X(01).
      *            CHANNEL TYPE ('P' PHONE, 'E' E-MAIL)
           05  CHSEQL                  PIC S9(04) COMP.
           05  CHSEQF                  PIC X(01).
           05  FILLER REDEFINES CHSEQF PIC X(01).
           05  CHSEQA                  PIC X(01).
           05  CHSEQI                  PIC X(02).
      *            SEQUENCE (BLANK ON AN ADD = NEXT FREE)
           05  CHPREFL                 PIC S9(04) COMP.
           05  CHPREFF                 PIC X(01).
           05  FILLER REDEFINES CHPREFF PIC X(01).
           05  CHPREFA                 PIC X(01).
           05  CHPREFI                 PIC X(01).
           05  CHOPTL                  PIC S9(04) COMP.
           05  CHOPTF                  PIC X(01).
           05  FILLER REDEFINES CHOPTF PIC X(01).
           05  CHOPTA                  PIC X(01).
           05  CHOPTI                  PIC X(01).
           05  CHDDDL                  PIC S9(04) COMP.
           05  CHDDDF                  PIC X(01).
           05  FILLER REDEFINES CHDDDF PIC X(01).
           05  CHDDDA                  PIC X(01).
           05  CHDDDI                  PIC X(02).
           05  CHPHONL                 PIC S9(04) COMP.
           05  CHPHONF                 PIC X(01).
           05  FILLER REDEFINES CHPHONF PIC X(01).
           05  CHPHONA                 PIC X(01).
           05  CHPHONI                 PIC X(09).
           05  CHMAILL                 PIC S9(04) COMP.
           05  CHMAILF                 PIC X(01).
           05  FILLER REDEFINES CHMAILF PIC X(01).
           05  CHMAILA                 PIC X(01).
           05  CHMAILI                 PIC X(50).
           05  MSGL                    PIC S9(04) COMP.
           05  MSGF                    PIC X(01).
           05  FILLER REDEFINES MSGF   PIC X(01).
           05  MSGA                    PIC X(01).
           05  MSGI                    PIC X(60).
      *            FEEDBACK/ERROR LINE

       01  CNT1MAPO REDEFINES CNT1MAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  KEYDSPA                 PIC X(01).
           05  KEYDSPO                 PIC X(16).
           05  FILLER                  PIC X(03).
           05  NAMDSPA                 PIC X(01).
           05  NAMDSPO                 PIC X(50).
           05  FILLER                  PIC X(03).
           05  SEL01A                  PIC X(01).
           05  SEL01O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW01A                  PIC X(01).
           05  ROW01O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  SEL02A                  PIC X(01).
           05  SEL02O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW02A                  PIC X(01).
           05  ROW02O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  SEL03A                  PIC X(01).
           05  SEL03O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW03A                  PIC X(01).
           05  ROW03O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  SEL04A                  PIC X(01).
           05  SEL04O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW04A                  PIC X(01).
           05  ROW04O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  SEL05A                  PIC X(01).
           05  SEL05O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW05A                  PIC X(01).
           05  ROW05O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  SEL06A                  PIC X(01).
           05  SEL06O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW06A                  PIC X(01).
           05  ROW06O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  SEL07A                  PIC X(01).
           05  SEL07O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW07A                  PIC X(01).
           05  ROW07O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  SEL08A                  PIC X(01).
           05  SEL08O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW08A                  PIC X(01).
           05  ROW08O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  SEL09A                  PIC X(01).
           05  SEL09O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW09A                  PIC X(01).
           05  ROW09O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  SEL10A                  PIC X(01).
           05  SEL10O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ROW10A                  PIC X(01).
           05  ROW10O                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  CHTYPEA                 PIC X(01).
           05  CHTYPEO                 PIC X(01).
           05  FILLER                  PIC X(03).
           05  CHSEQA                  PIC X(01).
           05  CHSEQO                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  CHPREFA                 PIC X(01).
           05  CHPREFO                 PIC X(01).
           05  FILLER                  PIC X(03).
           05  CHOPTA                  PIC X(01).
           05  CHOPTO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  CHDDDA                  PIC X(01).
           05  CHDDDO                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  CHPHONA                 PIC X(01).
           05  CHPHONO                 PIC X(09).
           05  FILLER                  PIC X(03).
           05  CHMAILA                 PIC X(01).
           05  CHMAILO                 PIC X(50).
           05  FILLER                  PIC X(03).
           05  MSGA                    PIC X(01).
           05  MSGO                    PIC X(60).

       01  CNT1MAPR REDEFINES CNT1MAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(74).
      *            KEYDSP/NAMDSP L/F/A/DATA -- ADDRESSED BY NAME
           05  CNT1-ROW-ENTRY OCCURS 10 TIMES.
               10  CNT1-SEL-LEN        PIC S9(04) COMP.
               10  CNT1-SEL-FLAG       PIC X(01).
               10  CNT1-SEL-ATTR       PIC X(01).
               10  CNT1-SEL-DATA       PIC X(01).
               10  CNT1-ROW-LEN        PIC S9(04) COMP.
               10  CNT1-ROW-FLAG       PIC X(01).
               10  CNT1-ROW-ATTR       PIC X(01).
               10  CNT1-ROW-DATA       PIC X(67).
           05  FILLER                  PIC X(158).
      *            DETAIL AREA AND MSG -- ADDRESSED BY NAME ABOVE
