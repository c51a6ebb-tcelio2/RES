       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    DEPOSREC.
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
      *    DEPOSIT-SIDE BANK RECONCILIATION, THE COMPANION OF
      *    CHECKREC.  OUR DEPOSITS ARE BUILT INTO A TABLE ONE PER
      *    DAY AND SOURCE:
      *      LBOX - THE LOCKBOX CHECKS LOCKBOXIMPORT ADDS TO
      *             LOCKDEP.DAT, BY DEPOSIT DATE;
      *      CASH - CASH KEYED ON CASHRCPT.DAT, BY RECEIPT DATE, LESS
      *             THE SAME DAY'S LOCKBOX (LOCKBOXIMPORT WRITES ITS
      *             CHECKS TO CASHRCPT.DAT AS WELL);
      *      LOAN - LOAN PAYMENTS LOANPAY POSTED TO LOANHIST.DAT, BY
      *             PAYMENT DATE (THE REVERSAL OF A RETURNED DRAFT AND
      *             A LOAN MODIFICATION ENTRY ARE NOT DEPOSITS).
      *    DEPOSITS CLEARED ON PRIOR RUNS ARE MARKED FROM
      *    DEPCLR.DAT, AND THE BANK'S CREDIT TRANSACTIONS BANKDEP.DAT
      *    (CREDIT DATE, AMOUNT, BANK REFERENCE) ARE MATCHED BY
      *    AMOUNT TO A DEPOSIT DATED ON OR UP TO THE WINDOW DAYS
      *    BEFORE THE CREDIT, THE NEAREST DATE FIRST.  A CLEAN MATCH
      *    IS MARKED CLEARED AND APPENDED TO DEPCLR.DAT.  A CREDIT
      *    MATCHING ONLY AN ALREADY CLEARED DEPOSIT IS A DUPLICATE; A
      *    CREDIT WHOSE WINDOW HOLDS ONLY A DEPOSIT OF ANOTHER AMOUNT
      *    IS AN AMOUNT DIFFERENCE; ANY OTHER CREDIT IS UNRECORDED.
      *    ALL THREE ARE EXCEPTIONS ON DEPRECON.RPT, WHICH CLOSES
      *    WITH THE DEPOSITS-IN-TRANSIT LIST.
      *    CONTROL CARD DEPREC.CTL (OPTIONAL):
      *      COL  1-8   FIRST DEPOSIT DATE RECONCILED (ZERO = ALL)
      *      COL  9-10  DAYS A DEPOSIT MAY TAKE TO REACH THE BANK
      *                 (ZERO = 3)
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL DEPREC-CONTROL-FILE ASSIGN TO "DEPREC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT OPTIONAL LOCKBOX-DEPOSIT-FILE
               ASSIGN TO "LOCKDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.
      *
           SELECT OPTIONAL CASH-RECEIPTS-FILE ASSIGN TO "CASHRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.
      *
           SELECT OPTIONAL LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *
           SELECT OPTIONAL BANK-CREDIT-FILE ASSIGN TO "BANKDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
      *
           SELECT OPTIONAL CLEARED-STATE-FILE ASSIGN TO "DEPCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-STATUS.
      *
           SELECT RECON-REPORT-FILE ASSIGN TO "DEPRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DEPREC-CONTROL-FILE.
      *
       01  DEPREC-CONTROL-RECORD.
           03  DR-START-DATE           PIC  9(08).
           03  DR-WINDOW-DAYS          PIC  9(02).
      *
       FD  LOCKBOX-DEPOSIT-FILE.
      *
       01  LOCKBOX-DEPOSIT-RECORD.
           03  LD-DEPOSIT-DATE         PIC  9(08).
           03  LD-CHECK-NUMBER         PIC  X(10).
           03  LD-CHECK-AMOUNT         PIC  9(06)V99.
      *
       FD  CASH-RECEIPTS-FILE.
      *
       01  CASH-RECEIPT-RECORD.
           03  CR-ORDER-NUMBER         PIC  X(07).
           03  CR-AMOUNT               PIC  9(06)V99.
           03  CR-RECEIPT-DATE         PIC  9(08).
           03  CR-CUSTOMER-ID          PIC  X(05).
      *
       FD  LOAN-HISTORY-FILE.
      *
       01  LOAN-HISTORY-RECORD.
           03  LH-LOAN-ID              PIC  X(08).
           03  LH-PMT-NBR              PIC  9(03).
           03  LH-PAYMENT-DATE         PIC  9(08).
           03  LH-AMOUNT               PIC  9(06)V99.
           03  LH-INT-PORTION          PIC  9(06)V99.
           03  LH-PRIN-PORTION         PIC  9(06)V99.
           03  LH-BALANCE-AFTER        PIC  9(07)V99.
           03  LH-FEE-PORTION          PIC  9(05)V99.
           03  LH-ESCROW-PORTION       PIC  9(05)V99.
           03  LH-ENTRY-TYPE           PIC  X(01).
               88  LH-REVERSAL              VALUE "R".
               88  LH-MODIFICATION          VALUE "M".
      *
       FD  BANK-CREDIT-FILE.
      *
       01  BANK-CREDIT-RECORD.
           03  BD-CREDIT-DATE          PIC  9(08).
           03  BD-AMOUNT               PIC  9(07)V99.
           03  BD-REFERENCE            PIC  X(16).
      *
       FD  CLEARED-STATE-FILE.
      *
       01  CLEARED-STATE-RECORD.
           03  DC-DEPOSIT-DATE         PIC  9(08).
           03  DC-SOURCE               PIC  X(04).
           03  DC-AMOUNT               PIC  9(07)V99.
           03  DC-CLEARED-DATE         PIC  9(08).
      *
       FD  RECON-REPORT-FILE.
      *
       01  RECON-REPORT-LINE           PIC  X(90).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-LOCKBOX-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-RECEIPTS-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-BANK-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-CLEARED-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-START-DATE               PIC  9(08) VALUE ZERO.
       77  WS-WINDOW-DAYS              PIC  9(02) VALUE 3.
       77  WS-DX                       PIC  9(05) VALUE ZERO.
       77  WS-NX                       PIC  9(05) VALUE ZERO.
       77  WS-FOUND-SLOT               PIC  9(05) VALUE ZERO.
       77  WS-SEARCH-DATE              PIC  9(08) VALUE ZERO.
       77  WS-SEARCH-SOURCE            PIC  X(04) VALUE SPACES.
       77  WS-SEARCH-AMOUNT            PIC  9(07)V99 VALUE ZERO.
       77  WS-SEARCH-STATE             PIC  X(01) VALUE SPACE.
       77  WS-BANK-EPOCH               PIC S9(09) VALUE ZERO.
       77  WS-GAP-DAYS                 PIC S9(09) VALUE ZERO.
       77  WS-BEST-GAP                 PIC S9(09) VALUE ZERO.
       77  WS-KEYED-AMOUNT             PIC S9(09)V99 VALUE ZERO.
       77  WS-DIFFERENCE               PIC S9(09)V99 VALUE ZERO.
      *
       77  WS-BANK-ITEMS               PIC  9(05) VALUE ZERO.
       77  WS-ITEMS-CLEARED            PIC  9(05) VALUE ZERO.
       77  WS-EXCEPTIONS               PIC  9(05) VALUE ZERO.
       77  WS-UNRECORDED-COUNT         PIC  9(05) VALUE ZERO.
       77  WS-UNRECORDED-AMOUNT        PIC  9(09)V99 VALUE ZERO.
       77  WS-DIFFERENCE-COUNT         PIC  9(05) VALUE ZERO.
       77  WS-DIFFERENCE-AMOUNT        PIC S9(09)V99 VALUE ZERO.
       77  WS-DUPLICATE-COUNT          PIC  9(05) VALUE ZERO.
       77  WS-TRANSIT-COUNT            PIC  9(05) VALUE ZERO.
       77  WS-TRANSIT-AMOUNT           PIC  9(09)V99 VALUE ZERO.
      *
       78  WS-DEPOSIT-LIMIT                     VALUE 5000.
       01  WS-DEPOSIT-TABLE.
           03  WS-DT-COUNT             PIC  9(05) VALUE ZERO.
           03  WS-DT-ENTRY             OCCURS 5000 TIMES.
               05  WS-DT-DATE          PIC  9(08).
               05  WS-DT-EPOCH         PIC S9(09).
               05  WS-DT-SOURCE        PIC  X(04).
               05  WS-DT-AMOUNT        PIC  9(07)V99.
               05  WS-DT-STATE         PIC  X(01).
      *            I=IN TRANSIT  C=CLEARED  D=DIFFERENCE REPORTED
      *            X=NOTHING TO DEPOSIT
      *
       01  WS-REPORT-HEADING.
           03  FILLER                  PIC  X(33) VALUE
               "DEPOSIT RECONCILIATION RUN DATE: ".
           03  WS-RH-RUN-DATE          PIC  9(08).
      *
       01  WS-EXCEPTION-LINE.
           03  FILLER                  PIC  X(12) VALUE "EXCEPTION:  ".
           03  WS-EX-DATE              PIC  9(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-EX-REFERENCE         PIC  X(16).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-EX-AMOUNT            PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-EX-REASON            PIC  X(36).
      *
       01  WS-DIFFERENCE-LINE.
           03  FILLER                  PIC  X(12) VALUE SPACES.
           03  FILLER                  PIC  X(08) VALUE "BOOKED  ".
           03  WS-DL-SOURCE            PIC  X(04).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-DL-DATE              PIC  9(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-DL-AMOUNT            PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(14) VALUE
               "  DIFFERENCE  ".
           03  WS-DL-DIFFERENCE        PIC  --,---,--9.99.
      *
       01  WS-TRANSIT-HEADING.
           03  FILLER                  PIC  X(50) VALUE
               "DEPOSITS IN TRANSIT - DATE      SOURCE      AMOUNT".
      *
       01  WS-TRANSIT-DETAIL.
           03  FILLER                  PIC  X(22) VALUE SPACES.
           03  WS-TD-DATE              PIC  9(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-TD-SOURCE            PIC  X(04).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-TD-AMOUNT            PIC  Z,ZZZ,ZZ9.99.
      *
       01  WS-SUMMARY-LINE-1.
           03  FILLER  PIC X(28) VALUE "BANK CREDITS READ:          ".
           03  WS-S1-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-SUMMARY-LINE-2.
           03  FILLER  PIC X(28) VALUE "DEPOSITS MATCHED/CLEARED:   ".
           03  WS-S2-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-SUMMARY-LINE-3.
           03  FILLER  PIC X(28) VALUE "UNRECORDED BANK CREDITS:    ".
           03  WS-S3-COUNT             PIC  ZZ,ZZ9.
           03  FILLER  PIC X(09) VALUE "  VALUE  ".
           03  WS-S3-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-SUMMARY-LINE-4.
           03  FILLER  PIC X(28) VALUE "AMOUNT DIFFERENCES:         ".
           03  WS-S4-COUNT             PIC  ZZ,ZZ9.
           03  FILLER  PIC X(09) VALUE "  NET    ".
           03  WS-S4-AMOUNT            PIC  ---,---,--9.99.
      *
       01  WS-SUMMARY-LINE-5.
           03  FILLER  PIC X(28) VALUE "DUPLICATE BANK CREDITS:     ".
           03  WS-S5-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-SUMMARY-LINE-6.
           03  FILLER  PIC X(28) VALUE "DEPOSITS IN TRANSIT:        ".
           03  WS-S6-COUNT             PIC  ZZ,ZZ9.
           03  FILLER  PIC X(09) VALUE "  VALUE  ".
           03  WS-S6-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050000-READ-CONTROL
              THRU 050000-EXIT.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADING.
      *
           PERFORM 100000-LOAD-DEPOSITS
              THRU 100000-EXIT.
           PERFORM 200000-MARK-PRIOR-CLEARED
              THRU 200000-EXIT.
           PERFORM 300000-MATCH-BANK-FILE
              THRU 300000-EXIT.
           PERFORM 400000-LIST-IN-TRANSIT
              THRU 400000-EXIT.
      *
           MOVE WS-BANK-ITEMS TO WS-S1-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-ITEMS-CLEARED TO WS-S2-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-UNRECORDED-COUNT  TO WS-S3-COUNT.
           MOVE WS-UNRECORDED-AMOUNT TO WS-S3-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-DIFFERENCE-COUNT  TO WS-S4-COUNT.
           MOVE WS-DIFFERENCE-AMOUNT TO WS-S4-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-DUPLICATE-COUNT TO WS-S5-COUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-TRANSIT-COUNT  TO WS-S6-COUNT.
           MOVE WS-TRANSIT-AMOUNT TO WS-S6-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-6.
      *
           DISPLAY "DEPOSREC: " WS-ITEMS-CLEARED " CLEARED, "
                   WS-EXCEPTIONS " EXCEPTIONS, "
                   WS-TRANSIT-COUNT " IN TRANSIT".
      *
       000000-EXIT.
           CLOSE RECON-REPORT-FILE.
           STOP RUN.
      *
      *
      *               R E A D   C O N T R O L
      *
       050000-READ-CONTROL.
      *
           OPEN INPUT DEPREC-CONTROL-FILE.
           IF (WS-CONTROL-STATUS NOT = "00")
               CLOSE DEPREC-CONTROL-FILE
               GO TO 050000-EXIT.
           READ DEPREC-CONTROL-FILE
               AT END
                   MOVE ZERO TO DR-START-DATE
                                DR-WINDOW-DAYS.
           IF (DR-START-DATE NUMERIC)
               MOVE DR-START-DATE TO WS-START-DATE.
           IF (DR-WINDOW-DAYS NUMERIC)
               AND (DR-WINDOW-DAYS > ZERO)
               MOVE DR-WINDOW-DAYS TO WS-WINDOW-DAYS.
           CLOSE DEPREC-CONTROL-FILE.
      *
       050000-EXIT.
           EXIT.
      *
      *
      *              L O A D   D E P O S I T S
      *
       100000-LOAD-DEPOSITS.
      *
      *    LOCKBOX FIRST, SO THE KEYED CASH CAN BE NETTED OF IT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT LOCKBOX-DEPOSIT-FILE.
           IF (WS-LOCKBOX-STATUS = "00")
               PERFORM 100100-LOAD-ONE-LOCKBOX
                  THRU 100100-EXIT
                   UNTIL (WS-EOF).
           CLOSE LOCKBOX-DEPOSIT-FILE.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT CASH-RECEIPTS-FILE.
           IF (WS-RECEIPTS-STATUS = "00")
               PERFORM 100200-LOAD-ONE-RECEIPT
                  THRU 100200-EXIT
                   UNTIL (WS-EOF).
           CLOSE CASH-RECEIPTS-FILE.
           PERFORM 100300-NET-KEYED-CASH
              THRU 100300-EXIT
               VARYING WS-NX FROM 1 BY 1
               UNTIL (WS-NX > WS-DT-COUNT).
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF (WS-HISTORY-STATUS = "00")
               PERFORM 100400-LOAD-ONE-LOAN-PAYMENT
                  THRU 100400-EXIT
                   UNTIL (WS-EOF).
           CLOSE LOAN-HISTORY-FILE.
      *
       100000-EXIT.
           EXIT.
      *
       100100-LOAD-ONE-LOCKBOX.
      *
           READ LOCKBOX-DEPOSIT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 100100-EXIT.
           MOVE LD-DEPOSIT-DATE TO WS-SEARCH-DATE.
           MOVE "LBOX"          TO WS-SEARCH-SOURCE.
           MOVE LD-CHECK-AMOUNT TO WS-SEARCH-AMOUNT.
           PERFORM 800000-ADD-TO-DEPOSIT
              THRU 800000-EXIT.
      *
       100100-EXIT.
           EXIT.
      *
       100200-LOAD-ONE-RECEIPT.
      *
           READ CASH-RECEIPTS-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 100200-EXIT.
           MOVE CR-RECEIPT-DATE TO WS-SEARCH-DATE.
           MOVE "CASH"          TO WS-SEARCH-SOURCE.
           MOVE CR-AMOUNT       TO WS-SEARCH-AMOUNT.
           PERFORM 800000-ADD-TO-DEPOSIT
              THRU 800000-EXIT.
      *
       100200-EXIT.
           EXIT.
      *
       100300-NET-KEYED-CASH.
      *
           IF (WS-DT-SOURCE(WS-NX) NOT = "CASH")
               GO TO 100300-EXIT.
           MOVE WS-DT-AMOUNT(WS-NX) TO WS-KEYED-AMOUNT.
           MOVE WS-DT-DATE(WS-NX)   TO WS-SEARCH-DATE.
           MOVE "LBOX"              TO WS-SEARCH-SOURCE.
           PERFORM 900000-FIND-DEPOSIT
              THRU 900000-EXIT.
           IF (WS-FOUND-SLOT > ZERO)
               SUBTRACT WS-DT-AMOUNT(WS-FOUND-SLOT)
                   FROM WS-KEYED-AMOUNT.
           IF (WS-KEYED-AMOUNT > ZERO)
               MOVE WS-KEYED-AMOUNT TO WS-DT-AMOUNT(WS-NX)
           ELSE
               MOVE ZERO TO WS-DT-AMOUNT(WS-NX)
               MOVE "X"  TO WS-DT-STATE(WS-NX).
      *
       100300-EXIT.
           EXIT.
      *
       100400-LOAD-ONE-LOAN-PAYMENT.
      *
           READ LOAN-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 100400-EXIT.
           IF (LH-REVERSAL)
               OR (LH-MODIFICATION)
               GO TO 100400-EXIT.
           MOVE LH-PAYMENT-DATE TO WS-SEARCH-DATE.
           MOVE "LOAN"          TO WS-SEARCH-SOURCE.
           MOVE LH-AMOUNT       TO WS-SEARCH-AMOUNT.
           PERFORM 800000-ADD-TO-DEPOSIT
              THRU 800000-EXIT.
      *
       100400-EXIT.
           EXIT.
      *
      *
      *        M A R K   P R I O R   C L E A R E D
      *
       200000-MARK-PRIOR-CLEARED.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT CLEARED-STATE-FILE.
           IF (WS-CLEARED-STATUS NOT = "00")
               CLOSE CLEARED-STATE-FILE
               GO TO 200000-EXIT.
           PERFORM 200100-MARK-ONE-CLEARED
              THRU 200100-EXIT
               UNTIL (WS-EOF).
           CLOSE CLEARED-STATE-FILE.
      *
       200000-EXIT.
           EXIT.
      *
       200100-MARK-ONE-CLEARED.
      *
           READ CLEARED-STATE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 200100-EXIT.
           MOVE DC-DEPOSIT-DATE TO WS-SEARCH-DATE.
           MOVE DC-SOURCE       TO WS-SEARCH-SOURCE.
           PERFORM 900000-FIND-DEPOSIT
              THRU 900000-EXIT.
           IF (WS-FOUND-SLOT > ZERO)
               MOVE "C" TO WS-DT-STATE(WS-FOUND-SLOT).
      *
       200100-EXIT.
           EXIT.
      *
      *
      *           M A T C H   B A N K   F I L E
      *
       300000-MATCH-BANK-FILE.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT BANK-CREDIT-FILE.
           IF (WS-BANK-STATUS NOT = "00")
               DISPLAY "DEPOSREC: NO BANKDEP.DAT - DEPOSITS IN "
                       "TRANSIT LIST ONLY"
               CLOSE BANK-CREDIT-FILE
               GO TO 300000-EXIT.
           OPEN EXTEND CLEARED-STATE-FILE.
           PERFORM 300100-MATCH-ONE-CREDIT
              THRU 300100-EXIT
               UNTIL (WS-EOF).
           CLOSE BANK-CREDIT-FILE.
           CLOSE CLEARED-STATE-FILE.
      *
       300000-EXIT.
           EXIT.
      *
       300100-MATCH-ONE-CREDIT.
      *
           READ BANK-CREDIT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 300100-EXIT.
      *
           ADD 1 TO WS-BANK-ITEMS.
           COMPUTE WS-BANK-EPOCH =
               FUNCTION INTEGER-OF-DATE(BD-CREDIT-DATE).
           MOVE BD-CREDIT-DATE TO WS-EX-DATE.
           MOVE BD-REFERENCE   TO WS-EX-REFERENCE.
           MOVE BD-AMOUNT      TO WS-EX-AMOUNT.
      *
      *    SAME AMOUNT, STILL IN TRANSIT - CLEARED.
           MOVE "I"       TO WS-SEARCH-STATE.
           MOVE BD-AMOUNT TO WS-SEARCH-AMOUNT.
           PERFORM 910000-FIND-IN-WINDOW
              THRU 910000-EXIT.
           IF (WS-FOUND-SLOT > ZERO)
               MOVE "C" TO WS-DT-STATE(WS-FOUND-SLOT)
               ADD 1 TO WS-ITEMS-CLEARED
               MOVE WS-DT-DATE(WS-FOUND-SLOT)   TO DC-DEPOSIT-DATE
               MOVE WS-DT-SOURCE(WS-FOUND-SLOT) TO DC-SOURCE
               MOVE WS-DT-AMOUNT(WS-FOUND-SLOT) TO DC-AMOUNT
               MOVE BD-CREDIT-DATE              TO DC-CLEARED-DATE
               WRITE CLEARED-STATE-RECORD
               GO TO 300100-EXIT.
      *
      *    SAME AMOUNT, ALREADY CLEARED - THE BANK CREDITED IT TWICE.
           MOVE "C" TO WS-SEARCH-STATE.
           PERFORM 910000-FIND-IN-WINDOW
              THRU 910000-EXIT.
           IF (WS-FOUND-SLOT > ZERO)
               MOVE "DUPLICATE - DEPOSIT ALREADY CLEARED"
                   TO WS-EX-REASON
               PERFORM 920000-WRITE-EXCEPTION
                  THRU 920000-EXIT
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 300100-EXIT.
      *
      *    ANOTHER AMOUNT IN TRANSIT IN THE WINDOW - A DIFFERENCE.
           MOVE "I"  TO WS-SEARCH-STATE.
           MOVE ZERO TO WS-SEARCH-AMOUNT.
           PERFORM 910000-FIND-IN-WINDOW
              THRU 910000-EXIT.
           IF (WS-FOUND-SLOT > ZERO)
               MOVE "AMOUNT DIFFERS FROM OUR DEPOSIT"
                   TO WS-EX-REASON
               PERFORM 920000-WRITE-EXCEPTION
                  THRU 920000-EXIT
               MOVE "D" TO WS-DT-STATE(WS-FOUND-SLOT)
               COMPUTE WS-DIFFERENCE =
                   BD-AMOUNT - WS-DT-AMOUNT(WS-FOUND-SLOT)
               MOVE WS-DT-SOURCE(WS-FOUND-SLOT) TO WS-DL-SOURCE
               MOVE WS-DT-DATE(WS-FOUND-SLOT)   TO WS-DL-DATE
               MOVE WS-DT-AMOUNT(WS-FOUND-SLOT) TO WS-DL-AMOUNT
               MOVE WS-DIFFERENCE               TO WS-DL-DIFFERENCE
               WRITE RECON-REPORT-LINE FROM WS-DIFFERENCE-LINE
               ADD 1 TO WS-DIFFERENCE-COUNT
               ADD WS-DIFFERENCE TO WS-DIFFERENCE-AMOUNT
               GO TO 300100-EXIT.
      *
           MOVE "UNRECORDED BANK CREDIT" TO WS-EX-REASON.
           PERFORM 920000-WRITE-EXCEPTION
              THRU 920000-EXIT.
           ADD 1 TO WS-UNRECORDED-COUNT.
           ADD BD-AMOUNT TO WS-UNRECORDED-AMOUNT.
      *
       300100-EXIT.
           EXIT.
      *
      *
      *          L I S T   I N   T R A N S I T
      *
       400000-LIST-IN-TRANSIT.
      *
           WRITE RECON-REPORT-LINE FROM WS-TRANSIT-HEADING.
           PERFORM 400100-LIST-ONE-DEPOSIT
              THRU 400100-EXIT
               VARYING WS-DX FROM 1 BY 1
               UNTIL (WS-DX > WS-DT-COUNT).
      *
       400000-EXIT.
           EXIT.
      *
       400100-LIST-ONE-DEPOSIT.
      *
           IF (WS-DT-STATE(WS-DX) NOT = "I")
               GO TO 400100-EXIT.
           MOVE WS-DT-DATE(WS-DX)   TO WS-TD-DATE.
           MOVE WS-DT-SOURCE(WS-DX) TO WS-TD-SOURCE.
           MOVE WS-DT-AMOUNT(WS-DX) TO WS-TD-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TRANSIT-DETAIL.
           ADD 1 TO WS-TRANSIT-COUNT.
           ADD WS-DT-AMOUNT(WS-DX) TO WS-TRANSIT-AMOUNT.
      *
       400100-EXIT.
           EXIT.
      *
      *
      *           A D D   T O   D E P O S I T
      *
       800000-ADD-TO-DEPOSIT.
      *
           IF (WS-SEARCH-DATE < WS-START-DATE)
               GO TO 800000-EXIT.
           PERFORM 900000-FIND-DEPOSIT
              THRU 900000-EXIT.
           IF (WS-FOUND-SLOT > ZERO)
               ADD WS-SEARCH-AMOUNT TO WS-DT-AMOUNT(WS-FOUND-SLOT)
               GO TO 800000-EXIT.
      *
           IF (WS-DT-COUNT NOT < WS-DEPOSIT-LIMIT)
               DISPLAY "DEPOSREC: DEPOSIT TABLE FULL - "
                       WS-SEARCH-SOURCE " " WS-SEARCH-DATE
                       " NOT RECONCILED"
               GO TO 800000-EXIT.
      *
           ADD 1 TO WS-DT-COUNT.
           MOVE WS-SEARCH-DATE   TO WS-DT-DATE(WS-DT-COUNT).
           COMPUTE WS-DT-EPOCH(WS-DT-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-SEARCH-DATE).
           MOVE WS-SEARCH-SOURCE TO WS-DT-SOURCE(WS-DT-COUNT).
           MOVE WS-SEARCH-AMOUNT TO WS-DT-AMOUNT(WS-DT-COUNT).
           MOVE "I"              TO WS-DT-STATE(WS-DT-COUNT).
      *
       800000-EXIT.
           EXIT.
      *
      *
      *              F I N D   D E P O S I T
      *
       900000-FIND-DEPOSIT.
      *
           MOVE ZERO TO WS-FOUND-SLOT.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL (WS-DX > WS-DT-COUNT)
               IF (WS-DT-DATE(WS-DX) = WS-SEARCH-DATE)
                   AND (WS-DT-SOURCE(WS-DX) = WS-SEARCH-SOURCE)
                   MOVE WS-DX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.
      *
       900000-EXIT.
           EXIT.
      *
      *
      *            F I N D   I N   W I N D O W
      *
      *    THE DEPOSIT IN STATE WS-SEARCH-STATE DATED ON OR UP TO
      *    WS-WINDOW-DAYS BEFORE THE BANK CREDIT, NEAREST DATE FIRST,
      *    FOR WS-SEARCH-AMOUNT (ZERO = ANY AMOUNT).
      *
       910000-FIND-IN-WINDOW.
      *
           MOVE ZERO TO WS-FOUND-SLOT.
           MOVE 999  TO WS-BEST-GAP.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL (WS-DX > WS-DT-COUNT)
               COMPUTE WS-GAP-DAYS = WS-BANK-EPOCH - WS-DT-EPOCH(WS-DX)
               IF (WS-DT-STATE(WS-DX) = WS-SEARCH-STATE)
                   AND (WS-GAP-DAYS NOT < ZERO)
                   AND (WS-GAP-DAYS NOT > WS-WINDOW-DAYS)
                   AND (WS-GAP-DAYS < WS-BEST-GAP)
                   AND ((WS-SEARCH-AMOUNT = ZERO)
                    OR (WS-DT-AMOUNT(WS-DX) = WS-SEARCH-AMOUNT))
                   MOVE WS-DX       TO WS-FOUND-SLOT
                   MOVE WS-GAP-DAYS TO WS-BEST-GAP
               END-IF
           END-PERFORM.
      *
       910000-EXIT.
           EXIT.
      *
      *
      *           W R I T E   E X C E P T I O N
      *
       920000-WRITE-EXCEPTION.
      *
           WRITE RECON-REPORT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS.
      *
       920000-EXIT.
           EXIT.
