      *         LOAN'S ESCROW BALANCE AND APPENDING THE DISBURSEMENT
      *         LOG ESCDISB.LOG;
      *      3. THE ANNUAL ANALYSIS COMPARES THE YEAR'S COLLECTIONS
      *         (LH-ESCROW-PORTION ON LOANHIST.DAT, NET OF RETURNED-
      *         DRAFT REVERSALS) TO THE YEAR'S
      *         LOGGED DISBURSEMENTS PER LOAN AND REPORTS THE
      *         REQUIRED MONTHLY ADJUSTMENT PER BORROWER.
      *    STEPS 1 AND 2 RUN WHENEVER THEIR FILES ARE PRESENT; THE
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
       FD  YEAR-CONTROL-FILE.
      *
           MOVE LH-LOAN-ID TO WS-SEARCH-LOAN.
           PERFORM 000700-FIND-SLOT
              THRU 000700-EXIT.
           IF (WS-SLOT = ZERO)
               GO TO 000450-EXIT.
           IF (LH-REVERSAL)
               SUBTRACT LH-ESCROW-PORTION
                   FROM WS-ET-COLLECTED(WS-SLOT)
           ELSE
               ADD LH-ESCROW-PORTION
                   TO WS-ET-COLLECTED(WS-SLOT).
      *
