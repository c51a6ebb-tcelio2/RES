      *    LM-LAST-LATE-DATE STAMP STOPS A LOAN BEING CHARGED TWICE
      *    IN THE SAME CALENDAR MONTH.  GRACE DAYS AND THE CHARGE
      *    COME FROM LATECTL.DAT (DEFAULT 10 DAYS, 25.00), AND THE
      *    ASSESSMENT REGISTER LISTS EVERY CHARGE AND WAIVER.  A
      *    LOAN LOANMOD HAS MODIFIED FALLS DUE MONTHLY FROM ITS
      *    MODIFICATION DATE, AS LOANDELQ AGES IT.
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
       FD  LATE-CONTROL-FILE.
      *
      *    LOANDELQ COMPUTES IT.
           IF (LM-PMTS-POSTED NOT < LM-NBR-PMTS)
               GO TO 000100-EXIT.
           IF (LM-MODIFIED)
               MOVE LM-MOD-DATE TO DW-WORK-YYYYMMDD
               IF (LM-PMTS-POSTED > LM-MOD-PMTS-BASE)
                   COMPUTE DW-MONTHS =
                       LM-PMTS-POSTED - LM-MOD-PMTS-BASE + 1
               ELSE
                   MOVE 1 TO DW-MONTHS
               END-IF
           ELSE
               MOVE LM-ORIG-DATE TO DW-WORK-YYYYMMDD
               COMPUTE DW-MONTHS = LM-PMTS-POSTED + 1.
           PERFORM 001500-ADD-MONTHS
              THRU 001500-EXIT.
           PERFORM 000950-DAYS-FROM-EPOCH
