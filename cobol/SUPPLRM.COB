      *    SO EVERY OIL CAN BE TIED TO THE VENDOR WHO SUPPLIES IT.
      *    SUP-LEAD-TIME-DAYS AND SUP-MIN-ORDER-QTY ARE READ BY THE
      *    REPLENISHMENT RUNS WHEN SUGGESTING PURCHASE QUANTITIES.
      *    THE PAYMENT TERMS ARE READ BY APVOUCHER: NET DAYS SETS THE
      *    VOUCHER DUE DATE (ZERO MEANS THE STANDARD 30), AND A
      *    DISCOUNT PERCENT WITH DISCOUNT DAYS (2% 10 DAYS) GIVES THE
      *    DISCOUNT DATE AND AMOUNT APPAYSELECT TAKES WHEN IT PAYS IN
      *    TIME.  A DISCOUNT MUST COME WITH ITS DAYS, AND THE DAYS
      *    CANNOT RUN PAST THE NET TERMS.  SUP-TAX-ID (NINE DIGITS,
      *    DASHES ALLOWED) AND SUP-REPORTABLE (Y/N, BLANK MEANS N)
      *    ARE READ BY THE YRPAYSUM YEAR-END PAYMENT SUMMARY: A
      *    REPORTABLE SUPPLIER IS FILED ON TAXFILE.DAT, OR LISTED AS
      *    MISSING ITS TAX ID WHEN NONE IS HELD.
      *
       ENVIRONMENT DIVISION.
      *
           03  SUP-CONTACT             PIC  X(25).
           03  SUP-LEAD-TIME-DAYS      PIC  9(03).
           03  SUP-MIN-ORDER-QTY       PIC  9(05).
           03  SUP-TERMS-NET-DAYS      PIC  9(03).
           03  SUP-TERMS-DISC-PCT      PIC  9(02)V99.
           03  SUP-TERMS-DISC-DAYS     PIC  9(03).
           03  SUP-TAX-ID              PIC  X(11).
           03  SUP-REPORTABLE          PIC  X(01).
      *
       FD  TEST-LOG-FILE.
      *
           03  MA-AFTER-IMAGE          PIC  X(100).
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-DUPLICATE-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-TERMS-ERROR-FLAG         PIC  9(01)       VALUE ZERO.
       77  WS-NET-DAYS                 PIC  9(03)       VALUE ZERO.
       77  WS-TAX-ERROR-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-TAX-DIGITS               PIC  9(02)       VALUE ZERO.
       77  WS-TAX-FILLERS              PIC  9(02)       VALUE ZERO.
      *
       LINKAGE SECTION.
      *
           03  PIC  9(03)          TO SUP-LEAD-TIME-DAYS AUTO.
           03  LINE 15  COLUMN 01  VALUE "Min Order Qty:  ".
           03  PIC  9(05)          TO SUP-MIN-ORDER-QTY AUTO.
           03  LINE 16  COLUMN 01  VALUE "Terms Net Days: ".
           03  PIC  9(03)          TO SUP-TERMS-NET-DAYS AUTO.
           03  LINE 16  COLUMN 30  VALUE "(ZERO = 30)".
           03  LINE 17  COLUMN 01  VALUE "Discount %:     ".
           03  PIC  99.99          TO SUP-TERMS-DISC-PCT AUTO.
           03  LINE 18  COLUMN 01  VALUE "Discount Days:  ".
           03  PIC  9(03)          TO SUP-TERMS-DISC-DAYS AUTO.
           03  LINE 19  COLUMN 01  VALUE "Tax Id:         ".
           03  PIC  X(11)          TO SUP-TAX-ID AUTO.
           03  LINE 20  COLUMN 01  VALUE "Reportable Y/N: ".
           03  PIC  X(01)          TO SUP-REPORTABLE AUTO.
      *
      *
      *          S U P P L I E R   C O D E   S C R E E N
           03  PIC  ZZ9            FROM SUP-LEAD-TIME-DAYS.
           03  LINE 17  COLUMN 01  VALUE "Min Order Qty:  ".
           03  PIC  ZZ,ZZ9         FROM SUP-MIN-ORDER-QTY.
           03  LINE 18  COLUMN 01  VALUE "Terms Net Days: ".
           03  PIC  ZZ9            FROM SUP-TERMS-NET-DAYS.
           03  LINE 19  COLUMN 01  VALUE "Discount %:     ".
           03  PIC  Z9.99          FROM SUP-TERMS-DISC-PCT.
           03  LINE 20  COLUMN 01  VALUE "Discount Days:  ".
           03  PIC  ZZ9            FROM SUP-TERMS-DISC-DAYS.
           03  LINE 21  COLUMN 01  VALUE "Tax Id:         ".
           03  PIC  X(11)          FROM SUP-TAX-ID.
           03  LINE 22  COLUMN 01  VALUE "Reportable Y/N: ".
           03  PIC  X(01)          FROM SUP-REPORTABLE.
      *
      *
      *            E R R O R   S C R E E N
           MOVE SPACES TO SUP-CONTACT.
           MOVE ZERO   TO SUP-LEAD-TIME-DAYS.
           MOVE ZERO   TO SUP-MIN-ORDER-QTY.
           MOVE ZERO   TO SUP-TERMS-NET-DAYS.
           MOVE ZERO   TO SUP-TERMS-DISC-PCT.
           MOVE ZERO   TO SUP-TERMS-DISC-DAYS.
           MOVE SPACES TO SUP-TAX-ID.
           MOVE "N"    TO SUP-REPORTABLE.
           ACCEPT SUPPLIER-DETAIL-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           PERFORM 000600-VALIDATE-TERMS
              THRU 000600-EXIT.
           IF (WS-TERMS-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
           PERFORM 000700-VALIDATE-TAX-FIELDS
              THRU 000700-EXIT.
           IF (WS-TAX-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE 0 TO WS-DUPLICATE-FLAG.
           READ SUPPLIER-FILE
                   ON ESCAPE
                       CONTINUE
               END-ACCEPT
               PERFORM 000600-VALIDATE-TERMS
                  THRU 000600-EXIT
               IF (WS-TERMS-ERROR-FLAG = 1)
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
                   GO TO 000300-EXIT
               END-IF
               PERFORM 000700-VALIDATE-TAX-FIELDS
                  THRU 000700-EXIT
               IF (WS-TAX-ERROR-FLAG = 1)
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
                   GO TO 000300-EXIT
               END-IF
               REWRITE SUP-REC
                   INVALID KEY
                       MOVE "ERROR CHANGING SUPPLIER" TO WS-ERR-MSG
           EXIT.
      *
      *
      *             V A L I D A T E   T E R M S
      *
       000600-VALIDATE-TERMS.
      *
           MOVE 0 TO WS-TERMS-ERROR-FLAG.
           MOVE SUP-TERMS-NET-DAYS TO WS-NET-DAYS.
           IF (WS-NET-DAYS = ZERO)
               MOVE 30 TO WS-NET-DAYS.
           IF (SUP-TERMS-DISC-PCT = ZERO)
               MOVE ZERO TO SUP-TERMS-DISC-DAYS
               GO TO 000600-EXIT.
           IF (SUP-TERMS-DISC-PCT > 50)
               MOVE "DISCOUNT % OVER 50 - CHECK TERMS" TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG
               GO TO 000600-EXIT.
           IF (SUP-TERMS-DISC-DAYS = ZERO)
               MOVE "DISCOUNT NEEDS DISCOUNT DAYS" TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG
               GO TO 000600-EXIT.
           IF (SUP-TERMS-DISC-DAYS > WS-NET-DAYS)
               MOVE "DISCOUNT DAYS PAST NET TERMS" TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *          V A L I D A T E   T A X   F I E L D S
      *
       000700-VALIDATE-TAX-FIELDS.
      *
           MOVE 0 TO WS-TAX-ERROR-FLAG.
           MOVE FUNCTION UPPER-CASE(SUP-REPORTABLE) TO SUP-REPORTABLE.
           IF (SUP-REPORTABLE = SPACE)
               MOVE "N" TO SUP-REPORTABLE.
           IF (SUP-REPORTABLE NOT = "Y")
               AND (SUP-REPORTABLE NOT = "N")
               MOVE "REPORTABLE MUST BE Y OR N" TO WS-ERR-MSG
               MOVE 1 TO WS-TAX-ERROR-FLAG
               GO TO 000700-EXIT.
           IF (SUP-TAX-ID = SPACES)
               GO TO 000700-EXIT.
      *
      *    NINE DIGITS, WITH OR WITHOUT THE DASHES, AND NOTHING ELSE.
      *
           MOVE ZERO TO WS-TAX-DIGITS.
           MOVE ZERO TO WS-TAX-FILLERS.
           INSPECT SUP-TAX-ID TALLYING
               WS-TAX-DIGITS FOR ALL "0" ALL "1" ALL "2" ALL "3"
                                 ALL "4" ALL "5" ALL "6" ALL "7"
                                 ALL "8" ALL "9"
               WS-TAX-FILLERS FOR ALL "-" ALL SPACE.
           IF (WS-TAX-DIGITS NOT = 9)
               OR (WS-TAX-DIGITS + WS-TAX-FILLERS NOT = 11)
               MOVE "TAX ID MUST BE NINE DIGITS" TO WS-ERR-MSG
               MOVE 1 TO WS-TAX-ERROR-FLAG.
      *
       000700-EXIT.
           EXIT.
      *
      *
      *
      *       W R I T E   M A I N T   A U D I T
      *
