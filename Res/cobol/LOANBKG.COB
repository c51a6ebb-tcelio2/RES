      *    LOANMST.DAT - SO THE NUMBERS THE CALCULATOR PRODUCES STOP
      *    EVAPORATING WHEN THE SCREEN CLEARS.  LOANPAY POSTS ACTUAL
      *    RECEIPTS AGAINST THE MASTER AND LOANINQT ANSWERS BALANCE
      *    INQUIRIES FROM IT.  A BORROWER'S NEW TERMS ARE NOT
      *    BOOKED HERE AS A NEW LOAN - LOANMOD MODIFIES THE EXISTING
      *    LOAN IN PLACE SO ITS HISTORY STAYS WITH IT.  LOANBOOK.DAT
      *    IS WRITTEN BY THE UNDERWRITING RUN LOANUWRT, WHICH
      *    RELEASES ONLY THE APPLICATIONS IT HAS APPROVED.
      *
       ENVIRONMENT DIVISION.
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
       FD  BOOKING-REGISTER-FILE.
      *
           MOVE ZERO            TO LM-LAST-LATE-DATE.
           MOVE ZERO            TO LM-ESCROW-PMT.
           MOVE ZERO            TO LM-ESCROW-BAL.
           MOVE ZERO            TO LM-MOD-COUNT.
           MOVE ZERO            TO LM-MOD-DATE.
           MOVE ZERO            TO LM-MOD-PRINCIPAL.
           MOVE ZERO            TO LM-MOD-PMTS-BASE.
      *
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
