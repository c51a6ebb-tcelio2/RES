       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CASHAPPT.
      *
       DATE-WRITTEN.  10/15/26.
      *
      *        *******************************
      *        *                             *
      *        *     Judson D. McClendon     *
      *        *     Sun Valley Systems      *
      *        *     329 37th Court N.E.     *
      *        *     Birmingham, AL 35215    *
      *        *        205-853-8440         *
      *        *                             *
      *        *******************************
      *
      *    UNAPPLIED CASH APPLICATION AND REFUND.  ARCASH HOLDS ON
      *    UNAPPLD.DAT WHATEVER PART OF A RECEIPT IT COULD NOT MATCH
      *    TO AN INVOICE, KEYED BY CUSTOMER, RECEIPT DATE AND A
      *    SEQUENCE (A BLANK CUSTOMER IS A PAYER NOBODY HAS YET
      *    IDENTIFIED).  THIS SCREEN LISTS A CUSTOMER'S OPEN ITEMS AND
      *    CLEARS THEM LATER, EITHER WAY:
      *        APPLY   AGAINST AN OPEN INVOICE ON AROPEN.DAT - THE
      *                INVOICE MUST BELONG TO THE SAME CUSTOMER
      *                UNLESS THE CASH IS UNIDENTIFIED.  THE
      *                APPLICATION IS WRITTEN TO UNAPACT.DAT, WHICH
      *                ARCASH JOURNALS (UNAPPLIED CASH TO AR CONTROL)
      *                ON ITS NEXT RUN.
      *        REFUND  BY CHECK - A "P" RECORD IS ADDED TO
      *                PAYMENTS.DAT WITH THE MEMO "AR REFND", WHICH
      *                CHECKWTR PRINTS AND JOURNALS AGAINST UNAPPLIED
      *                CASH.
      *    AN ITEM IS CLOSED WHEN NOTHING IS LEFT ON IT.  RUN FROM
      *    MENUT SO THE SIGN-ON AND AUTHCHK COVER IT; EVERY CHANGE TO
      *    UNAPPLD.DAT AND AROPEN.DAT GOES TO MNTAUDIT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL UNAPPLIED-CASH-FILE
               ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-KEY
               FILE STATUS IS UA-FILE-STATUS.
      *
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ORDER-NUMBER
               ALTERNATE RECORD KEY IS AR-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS AR-FILE-STATUS.
      *
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CU-FILE-STATUS.
      *
           SELECT OPTIONAL UNAPPLIED-ACTIVITY-FILE
               ASSIGN TO "UNAPACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL TEST-LOG-FILE
               ASSIGN TO "TESTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  UNAPPLIED-CASH-FILE.
      *
       01  UA-REC.
           03  UA-KEY.
               05  UA-CUSTOMER-ID      PIC  X(05).
               05  UA-RECEIPT-DATE     PIC  9(08).
               05  UA-SEQ              PIC  9(03).
           03  UA-ORDER-REF            PIC  X(07).
           03  UA-AMOUNT               PIC  9(06)V99.
           03  UA-APPLIED-AMOUNT       PIC  9(06)V99.
           03  UA-REFUNDED-AMOUNT      PIC  9(06)V99.
           03  UA-REFUND-DATE          PIC  9(08).
           03  UA-STATUS               PIC  X(01).
               88  UA-OPEN                         VALUE "O".
               88  UA-CLOSED                       VALUE "C".
           03  UA-LAST-ACTION-DATE     PIC  9(08).
           03  UA-CHANGED-BY           PIC  X(08).
      *
       FD  AR-OPEN-ITEM-FILE.
      *
       01  AR-REC.
           03  AR-ORDER-NUMBER         PIC  X(07).
           03  AR-CUSTOMER-ID          PIC  X(05).
           03  AR-INVOICE-DATE         PIC  9(08).
           03  AR-INVOICE-AMOUNT       PIC  9(06)V99.
           03  AR-PAID-AMOUNT          PIC  9(06)V99.
           03  AR-CURRENCY-CODE        PIC  X(03).
           03  AR-CONVERTED-AMOUNT     PIC  9(07)V99.
           03  AR-TAX-AMOUNT           PIC  9(05)V99.
           03  AR-STATUS               PIC  X(01).
               88  AR-ITEM-OPEN                    VALUE "O".
               88  AR-ITEM-PAID                    VALUE "P".
      *
       FD  CUSTOMER-FILE.
      *
       01  CU-REC.
           03  CU-CUSTOMER-ID          PIC  X(05).
           03  CU-NAME                 PIC  X(25).
           03  CU-ADDR-LINE-1          PIC  X(20).
           03  CU-ADDR-LINE-2          PIC  X(20).
           03  CU-CITY                 PIC  X(15).
           03  CU-COUNTRY-CODE         PIC  X(02).
           03  CU-CREDIT-LIMIT         PIC  9(06)V99.
           03  CU-SALES-REP            PIC  X(04).
           03  CU-ACCT-STATUS          PIC  X(01).
               88  CU-INACTIVE             VALUE "I".
           03  CU-MERGED-INTO          PIC  X(05).
      *
       FD  UNAPPLIED-ACTIVITY-FILE.
      *
       01  ACTIVITY-RECORD.
           03  UX-TYPE                 PIC  X(01).
           03  UX-DATE                 PIC  9(08).
           03  UX-CUSTOMER-ID          PIC  X(05).
           03  UX-ORDER-NUMBER         PIC  X(07).
           03  UX-AMOUNT               PIC  9(06)V99.
           03  UX-OPERATOR             PIC  X(08).
      *
       FD  PAYMENTS-FILE.
      *
       01  PAYMENT-RECORD.
           03  PM-RECORD-TYPE          PIC  X(01).
           03  PM-PAYEE                PIC  X(25).
           03  PM-AMOUNT               PIC  9(06)V99.
           03  PM-MEMO                 PIC  X(20).
           03  PM-VOID-CHECK-NBR       PIC  9(06).
      *
       FD  TEST-LOG-FILE.
      *
       01  TEST-LOG-RECORD.
           03  TL-OPERATOR-ID          PIC  X(08).
           03  TL-TIMESTAMP            PIC  9(14).
           03  TL-SCREEN-NAME          PIC  X(30).
           03  TL-ENTERED-VALUE        PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *                     ALPHA 77'S
      *
       77  WS-ANSWER                   PIC  X(01) VALUE SPACE.
       77  WS-ERR-MSG                  PIC  X(40) VALUE SPACES.
       77  WS-MENU-CHOICE              PIC  X(01) VALUE SPACE.
       77  UA-FILE-STATUS              PIC  X(02) VALUE SPACES.
       77  AR-FILE-STATUS              PIC  X(02) VALUE SPACES.
       77  CU-FILE-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-APPLY-ORDER              PIC  X(07) VALUE SPACES.
       77  WS-REFUND-PAYEE             PIC  X(25) VALUE SPACES.
       77  WS-LIST-CUSTOMER            PIC  X(05) VALUE SPACES.
      *
      *                    NUMERIC 77'S
      *
       77  WS-ESCAPE-FLAG              PIC  9(01)       VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-LOCK-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-BEFORE-IMAGE             PIC  X(100) VALUE SPACES.
      *
       01  MNT-AUDIT-PARAMETERS.
           03  MA-OPERATOR-ID          PIC  X(08).
           03  MA-FILE-NAME            PIC  X(12).
           03  MA-ACTION               PIC  X(01).
           03  MA-RECORD-KEY           PIC  X(20).
           03  MA-BEFORE-IMAGE         PIC  X(100).
           03  MA-AFTER-IMAGE          PIC  X(100).
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-ENTRY-ERROR-FLAG         PIC  9(01)       VALUE ZERO.
       77  WS-LIST-EOF-FLAG            PIC  9(01)       VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08)       VALUE ZERO.
       77  WS-UA-REMAINING             PIC  9(06)V99    VALUE ZERO.
       77  WS-AR-OPEN                  PIC S9(06)V99    VALUE ZERO.
       77  WS-APPLY-AMOUNT             PIC  9(06)V99    VALUE ZERO.
       77  WS-REFUND-AMOUNT            PIC  9(06)V99    VALUE ZERO.
       77  WS-LIST-COUNT               PIC  9(02)       VALUE ZERO.
       77  WS-LIST-TOTAL               PIC  9(08)V99    VALUE ZERO.
      *
      *    ONE SCREENFUL OF A CUSTOMER'S OPEN UNAPPLIED CASH.
      *
       01  WS-LIST-PAGE.
           03  WS-LIST-LINE            PIC  X(78)
                                       OCCURS 10 TIMES.
      *
       01  WS-LIST-DETAIL.
           03  WS-LD-RECEIPT-DATE      PIC  9(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-LD-SEQ               PIC  9(03).
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-LD-ORDER-REF         PIC  X(07).
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-LD-AMOUNT            PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-LD-REMAINING         PIC  ZZZ,ZZ9.99.
      *
       01  WS-REFUND-MEMO.
           03  FILLER                  PIC  X(09) VALUE "AR REFND ".
           03  WS-RM-CUSTOMER-ID       PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *    PASSED BY THE MENUT MASTER MENU SO ONE SIGN-ON COVERS THE
      *    WHOLE SESSION; WHEN THE PROGRAM IS RUN STANDALONE NOTHING
      *    IS PASSED, THE ADDRESS TESTS NULL, AND THE OPERATOR IS
      *    PROMPTED EXACTLY AS BEFORE.
      *
       01  MENU-CHAIN-AREA.
           03  MC-OPERATOR-ID          PIC  X(08).
           03  MC-TERMINAL-ID          PIC  X(08).
           03  MC-SCREEN-LINES         PIC  9(03).
           03  MC-SCREEN-COLUMNS       PIC  9(03).
           03  MC-RETURN-CODE          PIC  X(01).
      *
       SCREEN SECTION.
      *
      *
      *              M E N U   S C R E E N
      *
       01  MENU-SCREEN.
           03  BLANK SCREEN.
           03  LINE 01  COLUMN 12  VALUE
               "U N A P P L I E D   C A S H".
           03  LINE 03  COLUMN 01  VALUE
               "L - LIST A CUSTOMER'S UNAPPLIED CASH".
           03  LINE 04  COLUMN 01  VALUE
               "A - APPLY UNAPPLIED CASH TO AN INVOICE".
           03  LINE 05  COLUMN 01  VALUE
               "R - REFUND UNAPPLIED CASH BY CHECK".
           03  LINE 06  COLUMN 01  VALUE
               "I - INQUIRE ON UNAPPLIED CASH".
           03  LINE 07  COLUMN 01  VALUE "X - EXIT".
           03  LINE 09  COLUMN 01  VALUE "ENTER YOUR CHOICE: ".
           03  PIC  X(01)          TO WS-MENU-CHOICE AUTO.
      *
      *
      *           U N A P P L I E D   K E Y   S C R E E N
      *
       01  UNAPPLIED-KEY-SCREEN.
           03  LINE 11  COLUMN 01  ERASE EOS.
           03  LINE 11  COLUMN 01  VALUE "Customer:       ".
           03  PIC  X(05)          TO UA-CUSTOMER-ID AUTO.
           03  LINE 11  COLUMN 30  VALUE "(BLANK = UNIDENTIFIED)".
           03  LINE 12  COLUMN 01  VALUE "Receipt Date:   ".
           03  PIC  9(08)          TO UA-RECEIPT-DATE AUTO.
           03  LINE 13  COLUMN 01  VALUE "Sequence:       ".
           03  PIC  9(03)          TO UA-SEQ AUTO.
      *
      *
      *         U N A P P L I E D   D E T A I L   S C R E E N
      *
       01  UNAPPLIED-DETAIL-SCREEN.
           03  LINE 11  COLUMN 30  PIC  X(25)  FROM CU-NAME.
           03  LINE 14  COLUMN 01  VALUE "Order Quoted:   ".
           03  PIC  X(07)          FROM UA-ORDER-REF.
           03  LINE 15  COLUMN 01  VALUE "Received:       ".
           03  PIC  ZZZ,ZZ9.99     FROM UA-AMOUNT.
           03  LINE 15  COLUMN 30  VALUE "Applied:   ".
           03  PIC  ZZZ,ZZ9.99     FROM UA-APPLIED-AMOUNT.
           03  LINE 16  COLUMN 01  VALUE "Remaining:      ".
           03  PIC  ZZZ,ZZ9.99     FROM WS-UA-REMAINING.
           03  LINE 16  COLUMN 30  VALUE "Refunded:  ".
           03  PIC  ZZZ,ZZ9.99     FROM UA-REFUNDED-AMOUNT.
           03  LINE 17  COLUMN 01  VALUE "Status:         ".
           03  PIC  X(01)          FROM UA-STATUS.
           03  LINE 17  COLUMN 30  VALUE "Last Action:".
           03  PIC  9(08)          FROM UA-LAST-ACTION-DATE.
           03  LINE 17  COLUMN 52  PIC  X(08)  FROM UA-CHANGED-BY.
      *
      *
      *              A P P L Y   S C R E E N
      *
       01  APPLY-SCREEN.
           03  LINE 19  COLUMN 01  VALUE "Apply To Order: ".
           03  PIC  X(07)          USING WS-APPLY-ORDER AUTO.
           03  LINE 20  COLUMN 01  VALUE "Amount:         ".
           03  PIC  999999.99      USING WS-APPLY-AMOUNT AUTO.
           03  LINE 20  COLUMN 30  VALUE "(ZERO = ALL IT WILL TAKE)".
      *
      *
      *              R E F U N D   S C R E E N
      *
       01  REFUND-SCREEN.
           03  LINE 19  COLUMN 01  VALUE "Pay To:         ".
           03  PIC  X(25)          USING WS-REFUND-PAYEE AUTO.
           03  LINE 20  COLUMN 01  VALUE "Refund Amount:  ".
           03  PIC  999999.99      USING WS-REFUND-AMOUNT AUTO.
      *
      *
      *              L I S T   S C R E E N S
      *
       01  LIST-CUSTOMER-SCREEN.
           03  LINE 11  COLUMN 01  ERASE EOS.
           03  LINE 11  COLUMN 01  VALUE "Customer:       ".
           03  PIC  X(05)          TO WS-LIST-CUSTOMER AUTO.
      *
       01  LIST-PAGE-SCREEN.
           03  LINE 11  COLUMN 30  PIC  X(25)  FROM CU-NAME.
           03  LINE 12  COLUMN 01  VALUE
               "RECEIPT   SEQ   ORDER        RECEIVED    REMAINING".
           03  LINE 13  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(1).
           03  LINE 14  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(2).
           03  LINE 15  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(3).
           03  LINE 16  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(4).
           03  LINE 17  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(5).
           03  LINE 18  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(6).
           03  LINE 19  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(7).
           03  LINE 20  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(8).
           03  LINE 21  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(9).
           03  LINE 22  COLUMN 01  PIC  X(78)  FROM WS-LIST-LINE(10).
           03  LINE 23  COLUMN 01  VALUE "Total Remaining:".
           03  LINE 23  COLUMN 36  PIC  ZZ,ZZZ,ZZ9.99
                                   FROM WS-LIST-TOTAL.
      *
      *
      *            E R R O R   S C R E E N
      *
       01  ERROR-SCREEN.
           03  LINE 24  COLUMN 20  HIGHLIGHT  BLANK LINE
               PIC  X(40)          FROM WS-ERR-MSG.
           03           COLUMN 70
               PIC  X              TO WS-ANSWER  AUTO.
      /
       PROCEDURE DIVISION USING MENU-CHAIN-AREA.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           SET WS-CHAIN-PTR TO ADDRESS OF MENU-CHAIN-AREA.
      *    A RUNTIME THAT STARTS THE PROGRAM STANDALONE CAN LEAVE
      *    THE UNPASSED CHAIN AREA NON-NULL BUT FULL OF RUBBISH, SO
      *    THE CONTENTS ARE PROVED AS WELL AS THE ADDRESS.
           IF (WS-CHAIN-PTR NOT = NULL)
               AND (MC-SCREEN-LINES NUMERIC)
               AND (MC-OPERATOR-ID NOT = SPACES)
               MOVE MC-OPERATOR-ID TO TL-OPERATOR-ID
           ELSE
               DISPLAY "Enter Operator ID: "
               ACCEPT TL-OPERATOR-ID
           END-IF.
      *    RE-VERIFY THE OPERATOR'S AUTHORITY ON ENTRY - THE MENU
      *    GATES ITS OPTIONS TOO, BUT A STANDALONE START MUST NOT
      *    BYPASS THE ROLE CHECK.
           CALL "AUTHCHK" USING BY CONTENT TL-OPERATOR-ID
                                BY CONTENT "CASHAPPT"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "CASHAPPT: OPERATOR NOT AUTHORIZED"
               GOBACK.
      *    BATCH-WINDOW LOCK: WHILE THE NIGHTLY RUNS ARE POSTING,
      *    UPDATE MODE IS REFUSED - AN OPERATOR WHO OVERRIDES IS
      *    LOGGED ON OVERRIDE.DAT.
           CALL "BATCHLCK" USING BY CONTENT TL-OPERATOR-ID
                                 BY CONTENT "C"
                                 BY REFERENCE WS-LOCK-RESULT
               ON EXCEPTION MOVE "00" TO WS-LOCK-RESULT.
           IF (WS-LOCK-RESULT = "01")
               DISPLAY "CASHAPPT: NIGHTLY RUN IN PROGRESS - "
                       "UPDATES LOCKED"
               DISPLAY "OVERRIDE AND CONTINUE? (Y/N): "
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
                   GOBACK
               END-IF
               CALL "BATCHLCK" USING BY CONTENT TL-OPERATOR-ID
                                     BY CONTENT "O"
                                     BY REFERENCE WS-LOCK-RESULT
                   ON EXCEPTION CONTINUE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND TEST-LOG-FILE.
           OPEN I-O UNAPPLIED-CASH-FILE.
           OPEN I-O AR-OPEN-ITEM-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF (UA-FILE-STATUS NOT = "00" AND NOT = "05")
               OR (AR-FILE-STATUS NOT = "00")
               DISPLAY "CASHAPPT: CANNOT OPEN FILES - UNAPPLD="
                       UA-FILE-STATUS " AROPEN=" AR-FILE-STATUS
               CLOSE UNAPPLIED-CASH-FILE
               CLOSE AR-OPEN-ITEM-FILE
               CLOSE CUSTOMER-FILE
               CLOSE TEST-LOG-FILE
               GOBACK
           END-IF.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
       000000-EXIT.
           CLOSE UNAPPLIED-CASH-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
      *
      *               G E T   M E N U   C H O I C E
      *
       000100-GET-MENU-CHOICE.
      *
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT MENU-SCREEN
               ON ESCAPE
                   MOVE 1 TO WS-ESCAPE-FLAG
           END-ACCEPT.
      *
           IF (WS-ESCAPE-FLAG = 0)
               MOVE "000100-GET-MENU-CHOICE" TO TL-SCREEN-NAME
               MOVE WS-MENU-CHOICE            TO TL-ENTERED-VALUE
               PERFORM 900000-WRITE-TEST-LOG
                  THRU 900000-EXIT
      *
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM 000200-LIST-UNAPPLIED
                          THRU 000200-EXIT
                   WHEN "A"
                       PERFORM 000300-APPLY-UNAPPLIED
                          THRU 000300-EXIT
                   WHEN "R"
                       PERFORM 000400-REFUND-UNAPPLIED
                          THRU 000400-EXIT
                   WHEN "I"
                       PERFORM 000500-INQUIRE-UNAPPLIED
                          THRU 000500-EXIT
                   WHEN "X"
                       MOVE 1 TO WS-ESCAPE-FLAG
                   WHEN OTHER
                       MOVE "INVALID CHOICE" TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
               END-EVALUATE
           END-IF.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *          L I S T   U N A P P L I E D   C A S H
      *
      *    THE CUSTOMER'S OPEN ITEMS IN RECEIPT-DATE ORDER, SO THE
      *    OPERATOR HAS THE KEY TO HAND FOR APPLY OR REFUND.  THE
      *    TOTAL COVERS EVERY OPEN ITEM EVEN WHEN THE PAGE IS FULL.
      *
       000200-LIST-UNAPPLIED.
      *
           MOVE SPACES TO WS-LIST-CUSTOMER.
           ACCEPT LIST-CUSTOMER-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-LIST-CUSTOMER)
               TO WS-LIST-CUSTOMER.
           MOVE "000200-LIST-UNAPPLIED" TO TL-SCREEN-NAME.
           MOVE WS-LIST-CUSTOMER        TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
           MOVE WS-LIST-CUSTOMER TO UA-CUSTOMER-ID.
           PERFORM 000720-READ-CUSTOMER
              THRU 000720-EXIT.
           MOVE SPACES TO WS-LIST-PAGE.
           MOVE ZERO   TO WS-LIST-COUNT.
           MOVE ZERO   TO WS-LIST-TOTAL.
           MOVE ZERO   TO WS-LIST-EOF-FLAG.
           MOVE WS-LIST-CUSTOMER TO UA-CUSTOMER-ID.
           MOVE ZERO             TO UA-RECEIPT-DATE.
           MOVE ZERO             TO UA-SEQ.
           START UNAPPLIED-CASH-FILE
               KEY IS NOT LESS THAN UA-KEY
               INVALID KEY MOVE 1 TO WS-LIST-EOF-FLAG
           END-START.
           PERFORM 000210-LIST-ONE-ITEM
              THRU 000210-EXIT
               UNTIL (WS-LIST-EOF-FLAG = 1).
      *
           IF (WS-LIST-TOTAL = ZERO)
               MOVE "NO UNAPPLIED CASH FOR CUSTOMER" TO WS-ERR-MSG
           ELSE
               DISPLAY LIST-PAGE-SCREEN
               MOVE "PRESS A KEY TO CONTINUE" TO WS-ERR-MSG
           END-IF.
           DISPLAY ERROR-SCREEN.
           ACCEPT ERROR-SCREEN.
      *
       000200-EXIT.
           EXIT.
      *
      *
      *             L I S T   O N E   I T E M
      *
       000210-LIST-ONE-ITEM.
      *
           READ UNAPPLIED-CASH-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF-FLAG
                   GO TO 000210-EXIT
           END-READ.
           IF (UA-CUSTOMER-ID NOT = WS-LIST-CUSTOMER)
               MOVE 1 TO WS-LIST-EOF-FLAG
               GO TO 000210-EXIT
           END-IF.
           IF (NOT UA-OPEN)
               GO TO 000210-EXIT
           END-IF.
      *
           COMPUTE WS-UA-REMAINING = UA-AMOUNT - UA-APPLIED-AMOUNT
                                   - UA-REFUNDED-AMOUNT.
           ADD WS-UA-REMAINING TO WS-LIST-TOTAL.
           IF (WS-LIST-COUNT < 10)
               ADD 1 TO WS-LIST-COUNT
               MOVE UA-RECEIPT-DATE TO WS-LD-RECEIPT-DATE
               MOVE UA-SEQ          TO WS-LD-SEQ
               MOVE UA-ORDER-REF    TO WS-LD-ORDER-REF
               MOVE UA-AMOUNT       TO WS-LD-AMOUNT
               MOVE WS-UA-REMAINING TO WS-LD-REMAINING
               MOVE WS-LIST-DETAIL  TO WS-LIST-LINE(WS-LIST-COUNT)
           END-IF.
      *
       000210-EXIT.
           EXIT.
      *
      *
      *         A P P L Y   U N A P P L I E D   C A S H
      *
       000300-APPLY-UNAPPLIED.
      *
           PERFORM 000700-READ-UNAPPLIED
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000300-EXIT
           END-IF.
           DISPLAY UNAPPLIED-DETAIL-SCREEN.
           IF (NOT UA-OPEN) OR (WS-UA-REMAINING = ZERO)
               MOVE "NOTHING LEFT TO APPLY" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000300-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-APPLY-ORDER.
           MOVE ZERO   TO WS-APPLY-AMOUNT.
           ACCEPT APPLY-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           MOVE "000300-APPLY-UNAPPLIED" TO TL-SCREEN-NAME.
           MOVE SPACES TO TL-ENTERED-VALUE.
           STRING WS-APPLY-ORDER  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-APPLY-AMOUNT DELIMITED BY SIZE
                  INTO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
           PERFORM 000600-VALIDATE-APPLY
              THRU 000600-EXIT.
           IF (WS-ENTRY-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000300-EXIT
           END-IF.
      *
      *    THE INVOICE FIRST: IF IT CANNOT BE UPDATED THE CASH IS
      *    LEFT WHERE IT WAS.
           MOVE AR-REC TO WS-BEFORE-IMAGE.
           ADD WS-APPLY-AMOUNT TO AR-PAID-AMOUNT.
           IF (AR-PAID-AMOUNT NOT LESS THAN AR-INVOICE-AMOUNT)
               SET AR-ITEM-PAID TO TRUE
           END-IF.
           REWRITE AR-REC
               INVALID KEY
                   MOVE "ERROR UPDATING AROPEN" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
                   GO TO 000300-EXIT
           END-REWRITE.
           MOVE "C" TO MA-ACTION.
           MOVE "AROPEN.DAT" TO MA-FILE-NAME.
           MOVE AR-ORDER-NUMBER TO MA-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE AR-REC TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
      *
           MOVE UA-REC TO WS-BEFORE-IMAGE.
           ADD WS-APPLY-AMOUNT TO UA-APPLIED-AMOUNT.
           PERFORM 000650-STAMP-UNAPPLIED
              THRU 000650-EXIT.
           REWRITE UA-REC
               INVALID KEY
                   MOVE "ERROR UPDATING UNAPPLD" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
                   GO TO 000300-EXIT
           END-REWRITE.
           MOVE "C" TO MA-ACTION.
           MOVE "UNAPPLD.DAT" TO MA-FILE-NAME.
           MOVE UA-KEY TO MA-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE UA-REC TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
      *
           MOVE "A"             TO UX-TYPE.
           MOVE WS-RUN-DATE     TO UX-DATE.
           MOVE AR-CUSTOMER-ID  TO UX-CUSTOMER-ID.
           MOVE AR-ORDER-NUMBER TO UX-ORDER-NUMBER.
           MOVE WS-APPLY-AMOUNT TO UX-AMOUNT.
           MOVE TL-OPERATOR-ID  TO UX-OPERATOR.
           OPEN EXTEND UNAPPLIED-ACTIVITY-FILE.
           WRITE ACTIVITY-RECORD.
           CLOSE UNAPPLIED-ACTIVITY-FILE.
      *
           MOVE "CASH APPLIED TO INVOICE" TO WS-ERR-MSG.
           DISPLAY ERROR-SCREEN.
           ACCEPT ERROR-SCREEN.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *        R E F U N D   U N A P P L I E D   C A S H
      *
       000400-REFUND-UNAPPLIED.
      *
           PERFORM 000700-READ-UNAPPLIED
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000400-EXIT
           END-IF.
           DISPLAY UNAPPLIED-DETAIL-SCREEN.
           IF (NOT UA-OPEN) OR (WS-UA-REMAINING = ZERO)
               MOVE "NOTHING LEFT TO REFUND" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000400-EXIT
           END-IF.
      *
           MOVE CU-NAME         TO WS-REFUND-PAYEE.
           MOVE WS-UA-REMAINING TO WS-REFUND-AMOUNT.
           ACCEPT REFUND-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           MOVE "000400-REFUND-UNAPPLIED" TO TL-SCREEN-NAME.
           MOVE SPACES TO TL-ENTERED-VALUE.
           STRING WS-REFUND-PAYEE  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-REFUND-AMOUNT DELIMITED BY SIZE
                  INTO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
           PERFORM 000610-VALIDATE-REFUND
              THRU 000610-EXIT.
           IF (WS-ENTRY-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000400-EXIT
           END-IF.
      *
           MOVE "ISSUE REFUND CHECK? (Y/N)" TO WS-ERR-MSG.
           DISPLAY ERROR-SCREEN.
           ACCEPT ERROR-SCREEN.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF (WS-ANSWER NOT = "Y")
               GO TO 000400-EXIT
           END-IF.
      *
           MOVE UA-REC TO WS-BEFORE-IMAGE.
           ADD WS-REFUND-AMOUNT TO UA-REFUNDED-AMOUNT.
           MOVE WS-RUN-DATE TO UA-REFUND-DATE.
           PERFORM 000650-STAMP-UNAPPLIED
              THRU 000650-EXIT.
           REWRITE UA-REC
               INVALID KEY
                   MOVE "ERROR UPDATING UNAPPLD" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
                   GO TO 000400-EXIT
           END-REWRITE.
           MOVE "C" TO MA-ACTION.
           MOVE "UNAPPLD.DAT" TO MA-FILE-NAME.
           MOVE UA-KEY TO MA-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE UA-REC TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
      *
           MOVE UA-CUSTOMER-ID TO WS-RM-CUSTOMER-ID.
           MOVE "P"              TO PM-RECORD-TYPE.
           MOVE WS-REFUND-PAYEE  TO PM-PAYEE.
           MOVE WS-REFUND-AMOUNT TO PM-AMOUNT.
           MOVE WS-REFUND-MEMO   TO PM-MEMO.
           MOVE ZERO             TO PM-VOID-CHECK-NBR.
           OPEN EXTEND PAYMENTS-FILE.
           WRITE PAYMENT-RECORD.
           CLOSE PAYMENTS-FILE.
      *
           MOVE "REFUND SENT TO THE CHECK RUN" TO WS-ERR-MSG.
           DISPLAY ERROR-SCREEN.
           ACCEPT ERROR-SCREEN.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *       I N Q U I R E   U N A P P L I E D   C A S H
      *
       000500-INQUIRE-UNAPPLIED.
      *
           PERFORM 000700-READ-UNAPPLIED
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 0)
               DISPLAY UNAPPLIED-DETAIL-SCREEN
               MOVE "PRESS A KEY TO CONTINUE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           END-IF.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *               V A L I D A T E   A P P L Y
      *
      *    THE INVOICE IS READ HERE AND STAYS IN THE RECORD AREA FOR
      *    THE UPDATE.  A ZERO AMOUNT TAKES AS MUCH AS BOTH SIDES
      *    ALLOW.
      *
       000600-VALIDATE-APPLY.
      *
           MOVE 0 TO WS-ENTRY-ERROR-FLAG.
           MOVE SPACES TO WS-ERR-MSG.
           MOVE FUNCTION UPPER-CASE(WS-APPLY-ORDER) TO WS-APPLY-ORDER.
           IF (WS-APPLY-ORDER = SPACES)
               MOVE "ORDER NUMBER REQUIRED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           MOVE WS-APPLY-ORDER TO AR-ORDER-NUMBER.
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "ORDER NOT ON AROPEN" TO WS-ERR-MSG
                   MOVE 1 TO WS-ENTRY-ERROR-FLAG
                   GO TO 000600-EXIT
           END-READ.
           IF (UA-CUSTOMER-ID NOT = SPACES)
               AND (AR-CUSTOMER-ID NOT = UA-CUSTOMER-ID)
               MOVE "INVOICE BELONGS TO ANOTHER CUSTOMER"
                   TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           COMPUTE WS-AR-OPEN = AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.
           IF (NOT AR-ITEM-OPEN) OR (WS-AR-OPEN NOT > ZERO)
               MOVE "INVOICE ALREADY PAID" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (WS-APPLY-AMOUNT NOT NUMERIC)
               MOVE "AMOUNT NOT NUMERIC" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (WS-APPLY-AMOUNT = ZERO)
               IF (WS-AR-OPEN < WS-UA-REMAINING)
                   MOVE WS-AR-OPEN TO WS-APPLY-AMOUNT
               ELSE
                   MOVE WS-UA-REMAINING TO WS-APPLY-AMOUNT
               END-IF
           END-IF.
           IF (WS-APPLY-AMOUNT > WS-UA-REMAINING)
               MOVE "MORE THAN IS LEFT UNAPPLIED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (WS-APPLY-AMOUNT > WS-AR-OPEN)
               MOVE "MORE THAN THE INVOICE BALANCE" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
           END-IF.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *              V A L I D A T E   R E F U N D
      *
       000610-VALIDATE-REFUND.
      *
           MOVE 0 TO WS-ENTRY-ERROR-FLAG.
           MOVE SPACES TO WS-ERR-MSG.
           IF (WS-REFUND-PAYEE = SPACES)
               MOVE "PAYEE REQUIRED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000610-EXIT
           END-IF.
           IF (WS-REFUND-AMOUNT NOT NUMERIC)
               OR (WS-REFUND-AMOUNT = ZERO)
               MOVE "REFUND AMOUNT REQUIRED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000610-EXIT
           END-IF.
           IF (WS-REFUND-AMOUNT > WS-UA-REMAINING)
               MOVE "MORE THAN IS LEFT UNAPPLIED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
           END-IF.
      *
       000610-EXIT.
           EXIT.
      *
      *
      *             S T A M P   U N A P P L I E D
      *
       000650-STAMP-UNAPPLIED.
      *
           COMPUTE WS-UA-REMAINING = UA-AMOUNT - UA-APPLIED-AMOUNT
                                   - UA-REFUNDED-AMOUNT.
           IF (WS-UA-REMAINING = ZERO)
               SET UA-CLOSED TO TRUE
           END-IF.
           MOVE WS-RUN-DATE    TO UA-LAST-ACTION-DATE.
           MOVE TL-OPERATOR-ID TO UA-CHANGED-BY.
      *
       000650-EXIT.
           EXIT.
      *
      *
      *                 A C C E P T   K E Y
      *
       000690-ACCEPT-KEY.
      *
           MOVE SPACES TO UA-CUSTOMER-ID.
           MOVE ZERO   TO UA-RECEIPT-DATE.
           MOVE ZERO   TO UA-SEQ.
           ACCEPT UNAPPLIED-KEY-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(UA-CUSTOMER-ID) TO UA-CUSTOMER-ID.
           MOVE "000690-ACCEPT-KEY" TO TL-SCREEN-NAME.
           MOVE UA-KEY              TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
       000690-EXIT.
           EXIT.
      *
      *
      *            R E A D   U N A P P L I E D   C A S H
      *
       000700-READ-UNAPPLIED.
      *
           PERFORM 000690-ACCEPT-KEY
              THRU 000690-EXIT.
      *
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ UNAPPLIED-CASH-FILE
               KEY IS UA-KEY
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               MOVE "UNAPPLIED CASH NOT ON FILE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000700-EXIT
           END-IF.
           COMPUTE WS-UA-REMAINING = UA-AMOUNT - UA-APPLIED-AMOUNT
                                   - UA-REFUNDED-AMOUNT.
           PERFORM 000720-READ-CUSTOMER
              THRU 000720-EXIT.
      *
       000700-EXIT.
           EXIT.
      *
      *
      *                R E A D   C U S T O M E R
      *
       000720-READ-CUSTOMER.
      *
           MOVE SPACES TO CU-NAME.
           IF (UA-CUSTOMER-ID = SPACES)
               MOVE "** UNIDENTIFIED **" TO CU-NAME
               GO TO 000720-EXIT
           END-IF.
           MOVE UA-CUSTOMER-ID TO CU-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY MOVE "** NOT ON CUSTOMER **" TO CU-NAME
           END-READ.
           IF (CU-FILE-STATUS NOT = "00")
               MOVE "** NOT ON CUSTOMER **" TO CU-NAME
           END-IF.
      *
       000720-EXIT.
           EXIT.
      *
      *
      *
      *       W R I T E   M A I N T   A U D I T
      *
       890000-WRITE-MNT-AUDIT.
      *
           MOVE TL-OPERATOR-ID TO MA-OPERATOR-ID.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
