      *    EARNS ON THEM.  AU-ROYALTY-RATE IS THE FRACTION OF THE
      *    COVER PRICE PAID PER COPY (.100 = 10 PERCENT) AND
      *    AU-PAY-THRESHOLD IS THE BALANCE BELOW WHICH EARNINGS
      *    CARRY FORWARD INSTEAD OF CUTTING A CHECK.  AU-TAX-ID (NINE
      *    DIGITS, DASHES ALLOWED) AND AU-REPORTABLE (Y/N, BLANK
      *    MEANS N) ARE READ BY THE YRPAYSUM YEAR-END PAYMENT SUMMARY
      *    THAT FILES THE YEAR'S ROYALTY CHECKS ON TAXFILE.DAT.
      *
       ENVIRONMENT DIVISION.
      *
           03  AU-CITY                 PIC  X(15).
           03  AU-ROYALTY-RATE         PIC  V9(03).
           03  AU-PAY-THRESHOLD        PIC  9(05)V99.
           03  AU-TAX-ID               PIC  X(11).
           03  AU-REPORTABLE           PIC  X(01).
      *
       FD  TEST-LOG-FILE.
      *
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-DUPLICATE-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-TAX-ERROR-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-TAX-DIGITS               PIC  9(02)       VALUE ZERO.
       77  WS-TAX-FILLERS              PIC  9(02)       VALUE ZERO.
      *
       LINKAGE SECTION.
      *
           03  PIC  .999           TO AU-ROYALTY-RATE AUTO.
           03  LINE 17  COLUMN 01  VALUE "Pay Threshold:  ".
           03  PIC  9(05).99       TO AU-PAY-THRESHOLD AUTO.
           03  LINE 18  COLUMN 01  VALUE "Tax Id:         ".
           03  PIC  X(11)          TO AU-TAX-ID AUTO.
           03  LINE 19  COLUMN 01  VALUE "Reportable Y/N: ".
           03  PIC  X(01)          TO AU-REPORTABLE AUTO.
      *
      *
      *      A U T H O R   C H A N G E   S C R E E N
           03  PIC  .999           TO AU-ROYALTY-RATE AUTO.
           03  LINE 17  COLUMN 01  VALUE "Pay Threshold:  ".
           03  PIC  9(05).99       TO AU-PAY-THRESHOLD AUTO.
           03  LINE 18  COLUMN 01  VALUE "Tax Id:         ".
           03  PIC  X(11)          TO AU-TAX-ID AUTO.
           03  LINE 19  COLUMN 01  VALUE "Reportable Y/N: ".
           03  PIC  X(01)          TO AU-REPORTABLE AUTO.
      *
      *
      *          A U T H O R   I D   S C R E E N
           03  PIC  .999           FROM AU-ROYALTY-RATE.
           03  LINE 19  COLUMN 01  VALUE "Pay Threshold:  ".
           03  PIC  ZZ,ZZ9.99      FROM AU-PAY-THRESHOLD.
           03  LINE 20  COLUMN 01  VALUE "Tax Id:         ".
           03  PIC  X(11)          FROM AU-TAX-ID.
           03  LINE 21  COLUMN 01  VALUE "Reportable Y/N: ".
           03  PIC  X(01)          FROM AU-REPORTABLE.
      *
      *
      *            E R R O R   S C R E E N
           MOVE SPACES TO AU-CITY.
           MOVE ZERO   TO AU-ROYALTY-RATE.
           MOVE ZERO   TO AU-PAY-THRESHOLD.
           MOVE SPACES TO AU-TAX-ID.
           MOVE "N"    TO AU-REPORTABLE.
           ACCEPT AUTHOR-DETAIL-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           PERFORM 000600-VALIDATE-TAX-FIELDS
              THRU 000600-EXIT.
           IF (WS-TAX-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE 0 TO WS-DUPLICATE-FLAG.
           READ AUTHOR-MASTER-FILE
                   ON ESCAPE
                       CONTINUE
               END-ACCEPT
               PERFORM 000600-VALIDATE-TAX-FIELDS
                  THRU 000600-EXIT
               IF (WS-TAX-ERROR-FLAG = 1)
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
                   GO TO 000300-EXIT
               END-IF
               REWRITE AU-REC
                   INVALID KEY
                       MOVE "ERROR CHANGING AUTHOR" TO WS-ERR-MSG
      *
       000500-EXIT.
           EXIT.
      *
      *
      *          V A L I D A T E   T A X   F I E L D S
      *
       000600-VALIDATE-TAX-FIELDS.
      *
           MOVE 0 TO WS-TAX-ERROR-FLAG.
           MOVE FUNCTION UPPER-CASE(AU-REPORTABLE) TO AU-REPORTABLE.
           IF (AU-REPORTABLE = SPACE)
               MOVE "N" TO AU-REPORTABLE.
           IF (AU-REPORTABLE NOT = "Y")
               AND (AU-REPORTABLE NOT = "N")
               MOVE "REPORTABLE MUST BE Y OR N" TO WS-ERR-MSG
               MOVE 1 TO WS-TAX-ERROR-FLAG
               GO TO 000600-EXIT.
           IF (AU-TAX-ID = SPACES)
               GO TO 000600-EXIT.
      *
      *    NINE DIGITS, WITH OR WITHOUT THE DASHES, AND NOTHING ELSE.
      *
           MOVE ZERO TO WS-TAX-DIGITS.
           MOVE ZERO TO WS-TAX-FILLERS.
           INSPECT AU-TAX-ID TALLYING
               WS-TAX-DIGITS FOR ALL "0" ALL "1" ALL "2" ALL "3"
                                 ALL "4" ALL "5" ALL "6" ALL "7"
                                 ALL "8" ALL "9"
               WS-TAX-FILLERS FOR ALL "-" ALL SPACE.
           IF (WS-TAX-DIGITS NOT = 9)
               OR (WS-TAX-DIGITS + WS-TAX-FILLERS NOT = 11)
               MOVE "TAX ID MUST BE NINE DIGITS" TO WS-ERR-MSG
               MOVE 1 TO WS-TAX-ERROR-FLAG.
      *
       000600-EXIT.
           EXIT.
      *
       COPY "TESTLOGP.COB".
