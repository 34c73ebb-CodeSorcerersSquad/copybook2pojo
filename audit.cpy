      ******************************************************************
      * NAME   : AUDIT                                                *
      * LENGTH : 290                                                  *
      * DESCRIPTION: BEFORE/AFTER IMAGE AUDIT RECORD FOR ADD/CHANGE/   *
      *              DELETE ACTIVITY AGAINST THE COPYBOOK MASTER.      *
      *              SHARED BY EVERY PROGRAM THAT WRITES THE MASTER    *
      *              (COBLOAD, COBMNT1, COBCNV1) SO THE AUDIT LOG IS   *
      *              ONE CONSISTENT SHAPE REGARDLESS OF WHICH PROGRAM  *
      *              MADE THE CHANGE.                                  *
      *                                                                *
      *              AUD-USER-ID IS THE USER WHO KEYED THE CHANGE.     *
      *              AUD-APPROVER-ID IS THE SECOND USER WHO RELEASED   *
      *              IT WHEN THE CHANGE WAS HELD FOR DUAL CONTROL      *
      *              (COBAPV2), AND SPACES FOR EVERYTHING ELSE.        *
      *              ENTRIES WRITTEN BEFORE THE FIELD EXISTED ARE      *
      *              RESHAPED BY COBCNV3.                              *
      ******************************************************************
       01  AUDIT-RECORD.
      *            A = ADD   C = CHANGE   D = DELETE
           05  AUD-PROGRAM-ID           PIC X(08).
           05  AUD-BEFORE-IMAGE         PIC X(122).
           05  AUD-AFTER-IMAGE          PIC X(122).
           05  AUD-APPROVER-ID          PIC X(08).
