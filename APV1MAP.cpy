      ******************************************************************
      * NAME   : APV1MAP                                              *
      * DESCRIPTION: SYMBOLIC MAP FOR THE COBAPV2 DUAL-CONTROL         *
      *              APPROVAL TRANSACTION (MAPSET APV1MAP, MAP APV1).  *
      *              FOLLOWS THE SAME ARRANGEMENT AS CNT1MAP.CPY: FOR  *
      *              EACH FIELD A LENGTH HALFWORD, FLAG, ATTRIBUTE     *
      *              BYTE, AND THE DATA; APV1MAPO REDEFINES APV1MAPI   *
      *              SO CURSOR -1 VALUES SET IN THE xxxL FIELDS TRAVEL *
      *              WITH SEND MAP FROM(APV1MAPO).                     *
      *                                                                *
      *              APV1MAPR IS A HAND-ADDED THIRD VIEW OF THE SAME   *
      *              STORAGE, AS CNT1MAPR IS FOR CNT1: THE SIX SEL/ROW *
      *              PAIRS AS ONE TABLE. IT MUST BE KEPT IN STEP WITH  *
      *              THE FIELD LIST ABOVE IT (AND WITH APV1MAP.BMS) IF *
      *              ROWS ARE EVER ADDED OR RESIZED.                   *
      ******************************************************************
       01  APV1MAPI.
           05  FILLER                  PIC X(12).
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
           05  DTLHDRL                 PIC S9(04) COMP.
           05  DTLHDRF                 PIC X(01).
           05  FILLER REDEFINES DTLHDRF PIC X(01).
           05  DTLHDRA                 PIC X(01).
           05  DTLHDRI                 PIC X(78).
      *            SELECTED REQUEST: RECORD, REQUESTER, TIME
           05  BEF01L                  PIC S9(04) COMP.
           05  BEF01F                  PIC X(01).
           05  FILLER REDEFINES BEF01F PIC X(01).
           05  BEF01A                  PIC X(01).
           05  BEF01I                  PIC X(38).
           05  AFT01L                  PIC S9(04) COMP.
           05  AFT01F                  PIC X(01).
           05  FILLER REDEFINES AFT01F PIC X(01).
           05  AFT01A                  PIC X(01).
           05  AFT01I                  PIC X(38).
           05  BEF02L                  PIC S9(04) COMP.
           05  BEF02F                  PIC X(01).
           05  FILLER REDEFINES BEF02F PIC X(01).
           05  BEF02A                  PIC X(01).
           05  BEF02I                  PIC X(38).
           05  AFT02L                  PIC S9(04) COMP.
           05  AFT02F                  PIC X(01).
           05  FILLER REDEFINES AFT02F PIC X(01).
           05  AFT02A                  PIC X(01).
           05  AFT02I                  PIC X(38).
           05  BEF03L                  PIC S9(04) COMP.
           05  BEF03F                  PIC X(01).
           05  FILLER REDEFINES BEF03F PIC X(01).
           05  BEF03A                  PIC X(01).
           05  BEF03I                  PIC X(38).
           05  AFT03L                  PIC S9(04) COMP.
           05  AFT03F                  PIC X(01).
           05  FILLER REDEFINES AFT03F PIC X(01).
           05  AFT03A                  PIC X(01).
           05  AFT03I                  PIC X(38).
           05  BEF04L                  PIC S9(04) COMP.
           05  BEF04F                  PIC X(01).
           05  FILLER REDEFINES BEF04F PIC X(01).
           05  BEF04A                  PIC X(01).
           05  BEF04I                  PIC X(38).
           05  AFT04L                  PIC S9(04) COMP.
           05  AFT04F                  PIC X(01).
           05  FILLER REDEFINES AFT04F PIC X(01).
           05  AFT04A                  PIC X(01).
           05  AFT04I                  PIC X(38).
           05  BEF05L                  PIC S9(04) COMP.
           05  BEF05F                  PIC X(01).
           05  FILLER REDEFINES BEF05F PIC X(01).
           05  BEF05A                  PIC X(01).
           05  BEF05I                  PIC X(38).
           05  AFT05L                  PIC S9(04) COMP.
           05  AFT05F                  PIC X(01).
           05  FILLER REDEFINES AFT05F PIC X(01).
           05  AFT05A                  PIC X(01).
           05  AFT05I                  PIC X(38).
           05  DECISL                  PIC S9(04) COMP.
           05  DECISF                  PIC X(01).
           05  FILLER REDEFINES DECISF PIC X(01).
           05  DECISA                  PIC X(01).
           05  DECISI                  PIC X(01).
      *            A = APPROVE, R = REJECT
           05  REASONL                 PIC S9(04) COMP.
           05  REASONF                 PIC X(01).
           05  FILLER REDEFINES REASONF PIC X(01).
           05  REASONA                 PIC X(01).
           05  REASONI                 PIC X(40).
      *            WHY A REQUEST WAS REJECTED
           05  MSGL                    PIC S9(04) COMP.
           05  MSGF                    PIC X(01).
           05  FILLER REDEFINES MSGF   PIC X(01).
           05  MSGA                    PIC X(01).
           05  MSGI                    PIC X(60).
      *            FEEDBACK/ERROR LINE

       01  APV1MAPO REDEFINES APV1MAPI.
           05  FILLER                  PIC X(12).
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
           05  DTLHDRA                 PIC X(01).
           05  DTLHDRO                 PIC X(78).
           05  FILLER                  PIC X(03).
           05  BEF01A                  PIC X(01).
           05  BEF01O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  AFT01A                  PIC X(01).
           05  AFT01O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  BEF02A                  PIC X(01).
           05  BEF02O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  AFT02A                  PIC X(01).
           05  AFT02O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  BEF03A                  PIC X(01).
           05  BEF03O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  AFT03A                  PIC X(01).
           05  AFT03O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  BEF04A                  PIC X(01).
           05  BEF04O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  AFT04A                  PIC X(01).
           05  AFT04O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  BEF05A                  PIC X(01).
           05  BEF05O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  AFT05A                  PIC X(01).
           05  AFT05O                  PIC X(38).
           05  FILLER                  PIC X(03).
           05  DECISA                  PIC X(01).
           05  DECISO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  REASONA                 PIC X(01).
           05  REASONO                 PIC X(40).
           05  FILLER                  PIC X(03).
           05  MSGA                    PIC X(01).
           05  MSGO                    PIC X(60).

       01  APV1MAPR REDEFINES APV1MAPI.
           05  FILLER                  PIC X(12).
           05  APV1-ROW-ENTRY OCCURS 6 TIMES.
               10  APV1-SEL-LEN        PIC S9(04) COMP.
               10  APV1-SEL-FLAG       PIC X(01).
               10  APV1-SEL-ATTR       PIC X(01).
               10  APV1-SEL-DATA       PIC X(01).
               10  APV1-ROW-LEN        PIC S9(04) COMP.
               10  APV1-ROW-FLAG       PIC X(01).
               10  APV1-ROW-ATTR       PIC X(01).
               10  APV1-ROW-DATA       PIC X(67).
           05  FILLER                  PIC X(615).
      *            DETAIL AREA AND MSG -- ADDRESSED BY NAME ABOVE
