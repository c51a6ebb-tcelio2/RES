      *    BALANCE HIGHER OR LOWER THAN LW-SCHED-BALANCE SAYS IT
      *    SHOULD BE (WHICH LOANDELQ REPORTS).  EACH POSTING IS
      *    APPENDED TO LOANHIST.DAT AND THE MASTER BALANCE, POSTED
      *    COUNT AND STATUS ARE UPDATED IN PLACE.  A PAYMENT ON A
      *    LOAN LOANCHGO HAS CHARGED OFF IS NOT AMORTIZED: IT IS A
      *    RECOVERY, ADDED TO THE LOAN'S RECOVERED TOTAL ON LOANCO.DAT
      *    AND APPENDED TO LOANRCVY.DAT FOR LOANJRNL AND LOANRCVR (A
      *    RECOVERY BEYOND WHAT WAS CHARGED OFF IS NOT POSTED).
      *    A LOAN LOANMOD HAS MODIFIED IS SPLIT AGAINST ITS RE-
      *    AMORTIZED SCHEDULE, THOUGH ITS PAYMENTS KEEP NUMBERING ON
      *    FROM THE ORIGINAL LOAN ON LOANHIST.DAT.
      *
       ENVIRONMENT DIVISION.
      *
      *
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CHARGE-OFF-FILE ASSIGN TO "LOANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHARGE-OFF-STATUS.
      *
           SELECT OPTIONAL RECOVERY-FILE ASSIGN TO "LOANRCVY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT POSTING-REGISTER-FILE ASSIGN TO "LOANPAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  CHARGE-OFF-FILE.
      *
       01  CHARGE-OFF-RECORD.
           03  CO-LOAN-ID              PIC  X(08).
           03  CO-CHARGE-OFF-DATE      PIC  9(08).
           03  CO-DAYS-PAST-DUE        PIC  9(05).
           03  CO-PRINCIPAL            PIC  9(07)V99.
           03  CO-INTEREST             PIC  9(06)V99.
           03  CO-FEES                 PIC  9(05)V99.
           03  CO-TOTAL                PIC  9(07)V99.
           03  CO-RECOVERED            PIC  9(07)V99.
           03  CO-LAST-RECOVERY-DATE   PIC  9(08).
           03  CO-APPROVED-BY          PIC  X(08).
           03  CO-REASON               PIC  X(20).
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
       FD  POSTING-REGISTER-FILE.
      *
      *
       77  WS-MASTER-STATUS            PIC  X(02) VALUE SPACES.
           88  WS-MASTER-FOUND                  VALUE "00".
       77  WS-CHARGE-OFF-STATUS        PIC  X(02) VALUE SPACES.
           88  WS-CHARGE-OFF-FOUND              VALUE "00".
       77  WS-RECOVERY-COUNT           PIC  9(05) VALUE ZERO.
       77  WS-CHARGE-OFF-LEFT          PIC S9(07)V99 VALUE ZERO.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-READ-COUNT               PIC  9(05) VALUE ZERO.
           OPEN INPUT  LOAN-PAYMENT-FILE.
           OPEN I-O    LOAN-MASTER-FILE.
           OPEN EXTEND LOAN-HISTORY-FILE.
           OPEN I-O    CHARGE-OFF-FILE.
           OPEN EXTEND RECOVERY-FILE.
           OPEN OUTPUT POSTING-REGISTER-FILE.
      *
           PERFORM 000100-POST-PAYMENT
      *
           DISPLAY "LOANPAY: " WS-READ-COUNT " READ, "
                   WS-POSTED-COUNT " POSTED, "
                   WS-RECOVERY-COUNT " RECOVERIES, "
                   WS-REJECT-COUNT " REJECTED".
      *
       000000-EXIT.
           CLOSE LOAN-PAYMENT-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-HISTORY-FILE.
           CLOSE CHARGE-OFF-FILE.
           CLOSE RECOVERY-FILE.
           CLOSE POSTING-REGISTER-FILE.
           STOP RUN.
      *
                   TO WS-RD-DISPOSITION
               PERFORM 000400-REJECT-PAYMENT THRU 000400-EXIT
               GO TO 000100-EXIT.
      *
           IF (LM-CHARGED-OFF)
               PERFORM 000500-POST-RECOVERY THRU 000500-EXIT
               GO TO 000100-EXIT.
      *
           IF (LM-PAID-OFF)
               MOVE "LOAN ALREADY PAID OFF - NOT POSTED"
      *
       000200-BUILD-EXPECTATION.
      *
      *    A MODIFIED LOAN AMORTIZES ITS MODIFIED PRINCIPAL OVER THE
      *    PAYMENTS REMAINING AFTER THE MODIFICATION.
           IF (LM-MODIFIED)
               MOVE LM-MOD-PRINCIPAL TO LW-LOAN-AMT
               COMPUTE LW-NBR-PMTS = LM-NBR-PMTS - LM-MOD-PMTS-BASE
           ELSE
               MOVE LM-PRINCIPAL   TO LW-LOAN-AMT
               MOVE LM-NBR-PMTS    TO LW-NBR-PMTS.
           MOVE LM-INT-RATE    TO LW-INT-RATE.
           MOVE LM-BALLOON-AMT TO LW-BALLOON-AMT.
           MOVE ZERO           TO LW-EXTRA-PRINCIPAL.
           PERFORM 004200-BUILD-AMORT-SCHEDULE
       000300-APPLY-PAYMENT.
      *
           COMPUTE WS-NEXT-PMT-NBR = LM-PMTS-POSTED + 1.
           IF (LM-MODIFIED)
               IF (LM-PMTS-POSTED < LM-MOD-PMTS-BASE)
                   MOVE 1 TO WS-NEXT-PMT-NBR
               ELSE
                   COMPUTE WS-NEXT-PMT-NBR =
                       LM-PMTS-POSTED - LM-MOD-PMTS-BASE + 1.
           IF (WS-NEXT-PMT-NBR > LW-SCHED-COUNT)
               MOVE LW-SCHED-COUNT TO WS-NEXT-PMT-NBR.
      *
           MOVE LM-CURRENT-BALANCE TO LH-BALANCE-AFTER.
           MOVE WS-FEE-PORTION     TO LH-FEE-PORTION.
           MOVE WS-ESCROW-PORTION  TO LH-ESCROW-PORTION.
           MOVE SPACE              TO LH-ENTRY-TYPE.
           WRITE LOAN-HISTORY-RECORD.
      *
           ADD 1 TO WS-POSTED-COUNT.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *             P O S T   R E C O V E R Y
      *
      *    THE LOAN IS OFF THE BOOKS, SO THE WHOLE RECEIPT GOES
      *    AGAINST WHAT WAS CHARGED OFF - THE MASTER IS NOT TOUCHED.
      *
       000500-POST-RECOVERY.
      *
           MOVE LP-LOAN-ID TO CO-LOAN-ID.
           READ CHARGE-OFF-FILE
               INVALID KEY CONTINUE.
           IF (NOT WS-CHARGE-OFF-FOUND)
               MOVE "CHARGED OFF, NO LOANCO - NOT POSTED"
                   TO WS-RD-DISPOSITION
               PERFORM 000400-REJECT-PAYMENT THRU 000400-EXIT
               GO TO 000500-EXIT.
      *
           COMPUTE WS-CHARGE-OFF-LEFT = CO-TOTAL - CO-RECOVERED.
           MOVE WS-CHARGE-OFF-LEFT TO WS-RD-BALANCE.
           IF (LP-AMOUNT > WS-CHARGE-OFF-LEFT)
               MOVE "EXCEEDS CHARGED-OFF BAL - NOT POSTED"
                   TO WS-RD-DISPOSITION
               PERFORM 000400-REJECT-PAYMENT THRU 000400-EXIT
               GO TO 000500-EXIT.
      *
           ADD LP-AMOUNT TO CO-RECOVERED.
           MOVE LP-PAYMENT-DATE TO CO-LAST-RECOVERY-DATE.
           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY "LOANCO REWRITE FS = " WS-CHARGE-OFF-STATUS.
           SUBTRACT LP-AMOUNT FROM WS-CHARGE-OFF-LEFT.
      *
           MOVE LP-LOAN-ID         TO LR-LOAN-ID.
           MOVE LP-PAYMENT-DATE    TO LR-RECOVERY-DATE.
           MOVE LP-AMOUNT          TO LR-AMOUNT.
           MOVE CO-RECOVERED       TO LR-RECOVERED-TO-DATE.
           MOVE WS-CHARGE-OFF-LEFT TO LR-REMAINING.
           WRITE RECOVERY-RECORD.
      *
           ADD 1 TO WS-RECOVERY-COUNT.
           MOVE WS-CHARGE-OFF-LEFT TO WS-RD-BALANCE.
           MOVE "RECOVERY ON CHARGED-OFF LOAN" TO WS-RD-DISPOSITION.
           WRITE POSTING-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       000500-EXIT.
           EXIT.
      *
       COPY LOANP.COB.
