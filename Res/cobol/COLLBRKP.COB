      *    EVERY CASE HOLDING A PROMISE WHOSE DATE HAS PASSED IS
      *    PROVED AGAINST THE LOANPAY POSTINGS ON LOANHIST.DAT: A
      *    PAYMENT OF AT LEAST THE PROMISED AMOUNT ON OR AFTER THE
      *    PROMISE DATE CLOSES THE CASE (A LOANDRFT REVERSAL ENTRY
      *    OR A LOANMOD MODIFICATION ENTRY IS NOT A PAYMENT); NO
      *    SUCH PAYMENT RE-QUEUES IT AS BROKEN FOR THE COLLECTORS.
      *    CASES STILL UNRESOLVED
      *    SIXTY DAYS AFTER OPENING ESCALATE: THE STATE MOVES TO E
      *    AND A MESSAGE LANDS IN THE OPERATOR INBOX (MSGINBOX.DAT,
      *    THE STORE INBOXT REVIEWS) SO THE CASE STOPS DYING IN A
           03  LH-BALANCE-AFTER        PIC  9(07)V99.
           03  LH-FEE-PORTION          PIC  9(05)V99.
           03  LH-ESCROW-PORTION       PIC  9(05)V99.
           03  LH-ENTRY-TYPE           PIC  X(01).
               88  LH-REVERSAL              VALUE "R".
               88  LH-MODIFICATION          VALUE "M".
      *
       FD  MESSAGE-INBOX-FILE.
      *
               AT END
                   MOVE 1 TO WS-HIST-EOF-FLAG
                   GO TO 000260-EXIT.
           IF (LH-REVERSAL)
               OR (LH-MODIFICATION)
               GO TO 000260-EXIT.
           IF (LH-LOAN-ID = CD-LOAN-ID)
               AND (LH-PAYMENT-DATE NOT < CD-PROMISE-DATE)
               AND (LH-AMOUNT NOT < CD-PROMISE-AMOUNT)
