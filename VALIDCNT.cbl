       IDENTIFICATION DIVISION.
      ******************************************************************
      * NAME   : VALIDCNT                                             *
      * DESCRIPTION: FORMAT EDITS FOR A CONTACT-CHANNEL RECORD        *
      *              (CONTCT LAYOUT). CALLED SUB-PROGRAM, THE SAME     *
      *              ARRANGEMENT AS VALIDDOC/VALIDADR -- NO FILE I-O,  *
      *              SO COBCNT1 (BATCH) AND COBCNT2 (CICS) SHARE ONE   *
      *              SET OF RULES.                                     *
      *                                                                *
      *              THE CALLER PASSES THE OWNING MASTER RECORD'S      *
      *              STATE-BOOK. A PHONE'S DDD MUST BE A BRAZILIAN     *
      *              AREA CODE AND, WHEN THE MASTER HAS A STATE, ONE   *
      *              THAT SERVES THAT STATE (ANATEL NUMBERING PLAN,    *
      *              HELD BELOW AS A VALUE TABLE). A MASTER WITH NO    *
      *              ADDRESS (COBCNV1 CONVERSIONS) HAS NO STATE TO     *
      *              HOLD THE DDD TO, SO ONLY THE CODE ITSELF IS       *
      *              CHECKED.                                          *
      *                                                                *
      *              AN E-MAIL ADDRESS MUST BE ONE UNBROKEN WORD OF    *
      *              LETTERS, DIGITS AND . _ - + WITH EXACTLY ONE '@'  *
      *              THAT IS NEITHER FIRST NOR LAST, A DOMAIN HOLDING  *
      *              AT LEAST ONE '.' (NOT NEXT TO THE '@', NOT LAST), *
      *              AND NO '..' ANYWHERE.                             *
      *                                                                *
      * LS-RETURN-CODE VALUES                                         *
      *   00  CONTACT IS VALID                                        *
      *   81  CNT-CHANNEL-TYPE IS NEITHER 'P' NOR 'E'                 *
      *   82  CNT-PHONE-DDD IS NOT A BRAZILIAN AREA CODE              *
      *   83  CNT-PHONE-DDD DOES NOT SERVE THE MASTER'S STATE-BOOK    *
      *   84  CNT-PHONE-NUMBER IS NOT 8 DIGITS, OR 9 STARTING WITH 9  *
      *   85  CNT-CHANNEL-VALUE IS NOT A WELL-FORMED E-MAIL ADDRESS   *
      *   86  PREFERRED OR OPT-OUT FLAG IS NEITHER 'Y' NOR 'N'        *
      *   87  CNT-SEQUENCE IS NOT 01-99                               *
      ******************************************************************
       PROGRAM-ID. VALIDCNT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DDD-TABLE-X.
           05  FILLER                  PIC X(40)
               VALUE "11SP12SP13SP14SP15SP16SP17SP18SP19SP21RJ".
           05  FILLER                  PIC X(40)
               VALUE "22RJ24RJ27ES28ES31MG32MG33MG34MG35MG37MG".
           05  FILLER                  PIC X(40)
               VALUE "38MG41PR42PR43PR44PR45PR46PR47SC48SC49SC".
           05  FILLER                  PIC X(40)
               VALUE "51RS53RS54RS55RS61DF62GO63TO64GO65MT66MT".
           05  FILLER                  PIC X(40)
               VALUE "67MS68AC69RO71BA73BA74BA75BA77BA79SE81PE".
           05  FILLER                  PIC X(40)
               VALUE "82AL83PB84RN85CE86PI87PE88CE89PI91PA92AM".
           05  FILLER                  PIC X(28)
               VALUE "93PA94PA95RR96AP97AM98MA99MA".
       01  WS-DDD-TABLE REDEFINES WS-DDD-TABLE-X.
           05  WS-DDD-ENTRY            OCCURS 67 TIMES.
               10  WS-DDD-CODE         PIC X(02).
               10  WS-DDD-UF           PIC X(02).
       01  WS-DDD-MAX                  PIC 9(02) VALUE 67.

       01  WS-DDD-IDX                  PIC 9(02).
       01  WS-DDD-FOUND-SWITCH         PIC X(01).
           88  WS-DDD-FOUND           VALUE "Y".
       01  WS-DDD-STATE-SWITCH         PIC X(01).
           88  WS-DDD-STATE-OK        VALUE "Y".

       01  WS-MAIL-LEN                 PIC 9(02).
       01  WS-MAIL-IDX                 PIC 9(02).
       01  WS-AT-POS                   PIC 9(02).
       01  WS-AT-COUNT                 PIC 9(02).
       01  WS-DOT-COUNT                PIC 9(02).
       01  WS-DOUBLE-DOT-COUNT         PIC 9(02).
       01  WS-MAIL-CHAR                PIC X(01).
       01  WS-MAIL-OK-SWITCH           PIC X(01).
           88  WS-MAIL-OK             VALUE "Y".

       LINKAGE SECTION.
           COPY contct.
       01  LS-STATE                    PIC X(02).
       01  LS-RETURN-CODE              PIC 9(02).

       PROCEDURE DIVISION USING CONTACT-RECORD, LS-STATE,
           LS-RETURN-CODE.
       0000-MAIN.
           MOVE 00 TO LS-RETURN-CODE
           IF CNT-SEQUENCE IS NOT NUMERIC OR CNT-SEQUENCE = ZEROS
               MOVE 87 TO LS-RETURN-CODE
               GOBACK
           END-IF
           IF (CNT-PREFERRED-FLAG NOT = "Y"
               AND CNT-PREFERRED-FLAG NOT = "N")
               OR (CNT-OPT-OUT-FLAG NOT = "Y"
               AND CNT-OPT-OUT-FLAG NOT = "N")
               MOVE 86 TO LS-RETURN-CODE
               GOBACK
           END-IF
           EVALUATE CNT-CHANNEL-TYPE
               WHEN "P"
                   PERFORM 2000-CHECK-PHONE
               WHEN "E"
                   PERFORM 3000-CHECK-EMAIL
               WHEN OTHER
                   MOVE 81 TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

       2000-CHECK-PHONE.
           MOVE "N" TO WS-DDD-FOUND-SWITCH
           MOVE "N" TO WS-DDD-STATE-SWITCH
           PERFORM VARYING WS-DDD-IDX FROM 1 BY 1
                   UNTIL WS-DDD-IDX > WS-DDD-MAX
               IF WS-DDD-CODE (WS-DDD-IDX) = CNT-PHONE-DDD
                   MOVE "Y" TO WS-DDD-FOUND-SWITCH
                   IF WS-DDD-UF (WS-DDD-IDX) = LS-STATE
                       MOVE "Y" TO WS-DDD-STATE-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-DDD-FOUND
                   MOVE 82 TO LS-RETURN-CODE
               WHEN LS-STATE NOT = SPACES AND NOT WS-DDD-STATE-OK
                   MOVE 83 TO LS-RETURN-CODE
               WHEN CNT-PHONE-NUMBER (1:8) IS NOT NUMERIC
                   MOVE 84 TO LS-RETURN-CODE
               WHEN CNT-PHONE-NUMBER (9:1) = SPACE
                   CONTINUE
               WHEN CNT-PHONE-NUMBER (9:1) IS NOT NUMERIC
                   OR CNT-PHONE-NUMBER (1:1) NOT = "9"
                   MOVE 84 TO LS-RETURN-CODE
           END-EVALUATE
           IF LS-RETURN-CODE = 00
               AND CNT-CHANNEL-VALUE (12:39) NOT = SPACES
               MOVE 84 TO LS-RETURN-CODE
           END-IF.

       3000-CHECK-EMAIL.
           MOVE "Y" TO WS-MAIL-OK-SWITCH
           MOVE ZEROS TO WS-MAIL-LEN
           PERFORM VARYING WS-MAIL-IDX FROM 50 BY -1
                   UNTIL WS-MAIL-IDX < 1 OR WS-MAIL-LEN > 0
               IF CNT-CHANNEL-VALUE (WS-MAIL-IDX:1) NOT = SPACE
                   MOVE WS-MAIL-IDX TO WS-MAIL-LEN
               END-IF
           END-PERFORM
           IF WS-MAIL-LEN < 5
               MOVE "N" TO WS-MAIL-OK-SWITCH
           ELSE
               MOVE ZEROS TO WS-AT-COUNT
               MOVE ZEROS TO WS-DOUBLE-DOT-COUNT
               INSPECT CNT-CHANNEL-VALUE (1:WS-MAIL-LEN)
                   TALLYING WS-AT-COUNT FOR ALL "@"
                            WS-DOUBLE-DOT-COUNT FOR ALL ".."
               IF WS-AT-COUNT NOT = 1 OR WS-DOUBLE-DOT-COUNT > 0
                   MOVE "N" TO WS-MAIL-OK-SWITCH
               ELSE
                   PERFORM 3100-CHECK-MAIL-PARTS
               END-IF
           END-IF
           IF NOT WS-MAIL-OK
               MOVE 85 TO LS-RETURN-CODE
           END-IF.

       3100-CHECK-MAIL-PARTS.
           MOVE ZEROS TO WS-AT-POS
           PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                   UNTIL WS-MAIL-IDX > WS-MAIL-LEN
               MOVE CNT-CHANNEL-VALUE (WS-MAIL-IDX:1) TO WS-MAIL-CHAR
               EVALUATE TRUE
                   WHEN WS-MAIL-CHAR = "@"
                       MOVE WS-MAIL-IDX TO WS-AT-POS
                   WHEN WS-MAIL-CHAR = "." OR WS-MAIL-CHAR = "-"
                       OR WS-MAIL-CHAR = "_" OR WS-MAIL-CHAR = "+"
                       CONTINUE
                   WHEN WS-MAIL-CHAR = SPACE
                       MOVE "N" TO WS-MAIL-OK-SWITCH
                   WHEN WS-MAIL-CHAR IS ALPHABETIC
                       OR WS-MAIL-CHAR IS NUMERIC
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-MAIL-OK-SWITCH
               END-EVALUATE
           END-PERFORM
      *            LOCAL PART: AT LEAST ONE CHARACTER, NO LEADING OR
      *            TRAILING DOT. DOMAIN: A DOT SOMEWHERE PAST THE
      *            FIRST CHARACTER, AND NOT IN THE LAST POSITION.
           IF WS-AT-POS < 2 OR WS-AT-POS > WS-MAIL-LEN - 3
               MOVE "N" TO WS-MAIL-OK-SWITCH
           ELSE
               IF CNT-CHANNEL-VALUE (1:1) = "."
                   OR CNT-CHANNEL-VALUE (WS-AT-POS - 1:1) = "."
                   OR CNT-CHANNEL-VALUE (WS-AT-POS + 1:1) = "."
                   OR CNT-CHANNEL-VALUE (WS-MAIL-LEN:1) = "."
                   MOVE "N" TO WS-MAIL-OK-SWITCH
               ELSE
                   MOVE ZEROS TO WS-DOT-COUNT
                   INSPECT CNT-CHANNEL-VALUE
                       (WS-AT-POS + 1:WS-MAIL-LEN - WS-AT-POS)
                       TALLYING WS-DOT-COUNT FOR ALL "."
                   IF WS-DOT-COUNT = 0
                       MOVE "N" TO WS-MAIL-OK-SWITCH
                   END-IF
               END-IF
           END-IF.
