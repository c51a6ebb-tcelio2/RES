      *        INCOME AS IT ACCRUED - CREDITING INCOME AGAIN HERE
      *        WOULD DOUBLE IT AND NEVER RELIEVE THE RECEIVABLE),
      *        FEE INCOME, AND THE ESCROW LIABILITY FOR THE
      *        PORTION HELD FOR THE INSURER AND TAXES - A RETURNED
      *        DRAFT LOANDRFT REVERSED (ENTRY TYPE R) JOURNALS THE
      *        SAME SPLIT WITH DEBITS AND CREDITS SWAPPED (A
      *        LOANMOD MODIFICATION ENTRY MOVES NO CASH, AND
      *        LOANMOD JOURNALS ITS OWN CAPITALIZATION);
      *      - EACH RECOVERY LOANPAY TOOK ON A CHARGED-OFF LOAN
      *        (LOANRCVY.DAT) JOURNALS CASH AGAINST THE LOAN-LOSS
      *        ACCOUNT LOANCHGO CHARGED THE WRITE-OFF TO.
      *    THE BATCH BALANCES BY CONSTRUCTION AND THE CONTROL DATE
      *    ADVANCES ONLY AFTER THE BATCH IS ON FILE.
      *
           SELECT OPTIONAL LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *
           SELECT OPTIONAL RECOVERY-FILE ASSIGN TO "LOANRCVY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
      *
           SELECT OPTIONAL EXTRACT-CONTROL-FILE
               ASSIGN TO "LOANJCTL.DAT"
           03  LM-STATUS               PIC  X(01).
               88  LM-ACTIVE               VALUE "A".
               88  LM-PAID-OFF              VALUE "P".
               88  LM-CHARGED-OFF           VALUE "C".
           03  LM-ACCRUED-INT          PIC  9(06)V99.
           03  LM-LAST-ACCRUAL-DATE    PIC  9(08).
           03  LM-FEE-BALANCE          PIC  9(05)V99.
           03  LM-LAST-LATE-DATE       PIC  9(08).
           03  LM-ESCROW-PMT           PIC  9(05)V99.
           03  LM-ESCROW-BAL           PIC  9(07)V99.
           03  LM-MOD-COUNT            PIC  9(02).
               88  LM-MODIFIED              VALUE 1 THRU 99.
           03  LM-MOD-DATE             PIC  9(08).
           03  LM-MOD-PRINCIPAL        PIC  9(06)V99.
           03  LM-MOD-PMTS-BASE        PIC  9(03).
      *
       FD  LOAN-HISTORY-FILE.
      *
           03  LH-BALANCE-AFTER        PIC  9(07)V99.
           03  LH-FEE-PORTION          PIC  9(05)V99.
           03  LH-ESCROW-PORTION       PIC  9(05)V99.
           03  LH-ENTRY-TYPE           PIC  X(01).
               88  LH-REVERSAL              VALUE "R".
               88  LH-MODIFICATION          VALUE "M".
      *
       FD  RECOVERY-FILE.
      *
       01  RECOVERY-RECORD.
           03  LR-LOAN-ID              PIC  X(08).
           03  LR-RECOVERY-DATE        PIC  9(08).
           03  LR-AMOUNT               PIC  9(06)V99.
           03  LR-RECOVERED-TO-DATE    PIC  9(07)V99.
           03  LR-REMAINING            PIC  9(07)V99.
      *
       FD  EXTRACT-CONTROL-FILE.
      *
       77  WS-MASTER-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-RECOVERY-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-CREDIT-TOTAL             PIC  9(09)V99 VALUE ZERO.
       77  WS-BOOKINGS-FED             PIC  9(05) VALUE ZERO.
       77  WS-PAYMENTS-FED             PIC  9(05) VALUE ZERO.
       77  WS-RECOVERIES-FED           PIC  9(05) VALUE ZERO.
       77  WS-REVERSALS-FED            PIC  9(05) VALUE ZERO.
       77  WS-CASH-SIDE                PIC  X(01) VALUE SPACE.
       77  WS-SPLIT-SIDE               PIC  X(01) VALUE SPACE.
       77  WS-LINE-AMOUNT              PIC  9(07)V99 VALUE ZERO.
      *
       01  FILE-CONTROL-AREA.
           03  FC-FILE-NAME            PIC  X(12).
              THRU 000100-EXIT.
           PERFORM 000200-FEED-PAYMENTS
              THRU 000200-EXIT.
           PERFORM 000300-FEED-RECOVERIES
              THRU 000300-EXIT.
      *
           MOVE WS-DETAIL-COUNT TO WS-JT-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL  TO WS-JT-DEBIT-TOTAL.
              THRU 100100-EXIT.
      *
           DISPLAY "LOANJRNL: " WS-BOOKINGS-FED " BOOKINGS, "
                   WS-PAYMENTS-FED " PAYMENTS, "
                   WS-REVERSALS-FED " REVERSALS, "
                   WS-RECOVERIES-FED " RECOVERIES, DR "
                   WS-DEBIT-TOTAL " CR " WS-CREDIT-TOTAL.
           IF (WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL)
               DISPLAY "LOANJRNL: *** BATCH DOES NOT BALANCE ***".
      *
           IF (LH-PAYMENT-DATE NOT > WS-LAST-EXTRACT-DATE)
               OR (LH-PAYMENT-DATE > WS-RUN-DATE)
               OR (LH-MODIFICATION)
               GO TO 000250-EXIT.
      *
           MOVE LH-PAYMENT-DATE TO WS-JD-DATE.
           IF (LH-REVERSAL)
               ADD 1 TO WS-REVERSALS-FED
               MOVE "RETURNED DRAFT REVSL" TO WS-JD-DESCRIPTION
               MOVE "C" TO WS-CASH-SIDE
               MOVE "D" TO WS-SPLIT-SIDE
           ELSE
               ADD 1 TO WS-PAYMENTS-FED
               MOVE "LOAN PAYMENT" TO WS-JD-DESCRIPTION
               MOVE "D" TO WS-CASH-SIDE
               MOVE "C" TO WS-SPLIT-SIDE.
      *
           MOVE "1000-CASH       " TO WS-JD-ACCOUNT.
           MOVE WS-CASH-SIDE TO WS-JD-DR-CR.
           MOVE LH-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM 900100-POST-LINE
              THRU 900100-EXIT.
      *
           MOVE WS-SPLIT-SIDE TO WS-JD-DR-CR.
           IF (LH-PRIN-PORTION > ZERO)
               MOVE "1200-LOAN-RECV  " TO WS-JD-ACCOUNT
               MOVE LH-PRIN-PORTION TO WS-LINE-AMOUNT
               PERFORM 900100-POST-LINE
                  THRU 900100-EXIT.
           IF (LH-INT-PORTION > ZERO)
               MOVE "1210-ACCR-INT-RC" TO WS-JD-ACCOUNT
               MOVE LH-INT-PORTION TO WS-LINE-AMOUNT
               PERFORM 900100-POST-LINE
                  THRU 900100-EXIT.
           IF (LH-FEE-PORTION > ZERO)
               MOVE "8150-FEE-INCOME " TO WS-JD-ACCOUNT
               MOVE LH-FEE-PORTION TO WS-LINE-AMOUNT
               PERFORM 900100-POST-LINE
                  THRU 900100-EXIT.
           IF (LH-ESCROW-PORTION > ZERO)
               MOVE "2300-ESCROW-PAYB" TO WS-JD-ACCOUNT
               MOVE LH-ESCROW-PORTION TO WS-LINE-AMOUNT
               PERFORM 900100-POST-LINE
                  THRU 900100-EXIT.
      *
       000250-EXIT.
           EXIT.
      *
      *
      *           F E E D   R E C O V E R I E S
      *
       000300-FEED-RECOVERIES.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT RECOVERY-FILE.
           IF (WS-RECOVERY-STATUS NOT = "00")
               CLOSE RECOVERY-FILE
               GO TO 000300-EXIT.
           PERFORM 000350-FEED-ONE-RECOVERY
              THRU 000350-EXIT
               UNTIL (WS-EOF).
           CLOSE RECOVERY-FILE.
      *
       000300-EXIT.
           EXIT.
      *
       000350-FEED-ONE-RECOVERY.
      *
           READ RECOVERY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 000350-EXIT.
      *
           IF (LR-RECOVERY-DATE NOT > WS-LAST-EXTRACT-DATE)
               OR (LR-RECOVERY-DATE > WS-RUN-DATE)
               GO TO 000350-EXIT.
      *
           ADD 1 TO WS-RECOVERIES-FED.
           MOVE LR-RECOVERY-DATE TO WS-JD-DATE.
           MOVE "LOAN RECOVERY" TO WS-JD-DESCRIPTION.
           MOVE "1000-CASH       " TO WS-JD-ACCOUNT.
           MOVE "D" TO WS-JD-DR-CR.
           MOVE LR-AMOUNT TO WS-JD-AMOUNT.
           PERFORM 900000-WRITE-DETAIL
              THRU 900000-EXIT.
           ADD LR-AMOUNT TO WS-DEBIT-TOTAL.
           MOVE "5410-LOAN-LOSS  " TO WS-JD-ACCOUNT.
           MOVE "C" TO WS-JD-DR-CR.
           PERFORM 900000-WRITE-DETAIL
              THRU 900000-EXIT.
           ADD LR-AMOUNT TO WS-CREDIT-TOTAL.
      *
       000350-EXIT.
           EXIT.
      *
      *
      *             W R I T E   D E T A I L
      *
       900000-WRITE-DETAIL.
           EXIT.
      *
      *
      *               P O S T   L I N E
      *
      *    WRITES WS-LINE-AMOUNT ON THE SIDE ALREADY IN WS-JD-DR-CR
      *    AND ADDS IT TO THAT SIDE'S BATCH TOTAL.
      *
       900100-POST-LINE.
      *
           MOVE WS-LINE-AMOUNT TO WS-JD-AMOUNT.
           PERFORM 900000-WRITE-DETAIL
              THRU 900000-EXIT.
           IF (WS-JD-DR-CR = "D")
               ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL.
      *
       900100-EXIT.
           EXIT.
      *
      *
      *              R E A D   C O N T R O L
      *
       100000-READ-CONTROL.
