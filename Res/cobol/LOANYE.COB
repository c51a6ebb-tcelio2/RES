      *    RECORD DATED IN THE STATEMENT YEAR (LOANYECT.DAT, DEFAULT
      *    THE YEAR BEFORE THE RUN DATE) ACCUMULATES TO ITS LOAN:
      *    INTEREST PAID, PRINCIPAL PAID, AND THE BALANCE AFTER THE
      *    YEAR'S LAST POSTING (A RETURNED-DRAFT REVERSAL LOANDRFT
      *    WRITES TAKES ITS SPLIT BACK OUT AGAIN; A LOANMOD
      *    MODIFICATION ENTRY IS NOT A POSTING).  ONE STATEMENT
      *    PRINTS PER LOAN WITH THE BORROWER NAME FROM THE MASTER,
      *    AND THE CONTROL SUMMARY PROVES THE STATEMENTS TOTAL BACK
      *    TO THE HISTORY FILE'S OWN TOTALS.
      *
       ENVIRONMENT DIVISION.
      *
           03  LH-BALANCE-AFTER        PIC  9(07)V99.
           03  LH-FEE-PORTION          PIC  9(05)V99.
           03  LH-ESCROW-PORTION       PIC  9(05)V99.
           03  LH-ENTRY-TYPE           PIC  X(01).
               88  LH-REVERSAL              VALUE "R".
               88  LH-MODIFICATION          VALUE "M".
      *
       FD  LOAN-MASTER-FILE.
      *
           03  LM-LAST-LATE-DATE       PIC  9(08).
           03  LM-ESCROW-PMT           PIC  9(05)V99.
           03  LM-ESCROW-BAL           PIC  9(07)V99.
           03  LM-MOD-COUNT            PIC  9(02).
               88  LM-MODIFIED              VALUE 1 THRU 99.
           03  LM-MOD-DATE             PIC  9(08).
           03  LM-MOD-PRINCIPAL        PIC  9(06)V99.
           03  LM-MOD-PMTS-BASE        PIC  9(03).
      *
       FD  YEAR-CONTROL-FILE.
      *
                   GO TO 000100-EXIT.
      *
           IF (LH-PAYMENT-DATE(1:4) NOT = WS-STATEMENT-YEAR)
               OR (LH-MODIFICATION)
               GO TO 000100-EXIT.
      *
           ADD 1 TO WS-RECORDS-SELECTED.
           IF (LH-REVERSAL)
               SUBTRACT LH-INT-PORTION  FROM WS-HIST-INT-TOTAL
               SUBTRACT LH-PRIN-PORTION FROM WS-HIST-PRIN-TOTAL
           ELSE
               ADD LH-INT-PORTION  TO WS-HIST-INT-TOTAL
               ADD LH-PRIN-PORTION TO WS-HIST-PRIN-TOTAL.
      *
           PERFORM 000200-FIND-LOAN-SLOT
              THRU 000200-EXIT.
           IF (WS-SLOT = ZERO)
               GO TO 000100-EXIT.
           IF (LH-REVERSAL)
               SUBTRACT LH-INT-PORTION  FROM WS-LT-INT-PAID(WS-SLOT)
               SUBTRACT LH-PRIN-PORTION FROM WS-LT-PRIN-PAID(WS-SLOT)
           ELSE
               ADD LH-INT-PORTION  TO WS-LT-INT-PAID(WS-SLOT)
               ADD LH-PRIN-PORTION TO WS-LT-PRIN-PAID(WS-SLOT).
           IF (LH-PAYMENT-DATE NOT < WS-LT-LAST-DATE(WS-SLOT))
               MOVE LH-PAYMENT-DATE  TO WS-LT-LAST-DATE(WS-SLOT)
               MOVE LH-BALANCE-AFTER TO WS-LT-END-BALANCE(WS-SLOT).
