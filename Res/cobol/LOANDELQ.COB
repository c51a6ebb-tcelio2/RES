      *    BETWEEN LW-SCHED-BALANCE AND THE ACTUAL BALANCE.  PORTFOLIO
      *    TOTALS CLOSE THE REPORT - SO DELINQUENCY STATUS LIVES IN A
      *    FILE THE AUDITORS CAN SEE, NOT IN A LOAN OFFICER'S
      *    NOTEBOOK.  EVERY DELINQUENT LOAN IS ALSO WRITTEN TO THE
      *    EXTRACT LOANDELQ.DAT (MISSED PAYMENTS, DAYS PAST DUE,
      *    UNPAID INTEREST, BALANCE) THAT DRIVES LOANCHGO'S CHARGE-
      *    OFFS.  A CHARGED-OFF LOAN IS OFF THE BOOKS AND NOT AGED.
      *    A LOAN LOANMOD HAS MODIFIED IS AGED AGAINST ITS RE-
      *    AMORTIZED SCHEDULE - PAYMENTS FALL DUE MONTHLY FROM THE
      *    MODIFICATION DATE AND ONLY PAYMENTS POSTED SINCE THE
      *    MODIFICATION COUNT AGAINST THEM - AND IS MARKED MOD ON THE
      *    REPORT AND "M" ON THE EXTRACT.  LOANVINT READS THE
      *    EXTRACT EACH MONTH TO KEEP THE DELINQUENCY SNAPSHOT
      *    HISTORY BEHIND ITS ROLL-RATE AND VINTAGE ANALYSIS.
      *
       ENVIRONMENT DIVISION.
      *
      *
           SELECT DELINQUENCY-REPORT-FILE ASSIGN TO "LOANDELQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT DELINQUENCY-EXTRACT-FILE ASSIGN TO "LOANDELQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT COLLECTION-DIARY-FILE ASSIGN TO "COLLDIARY.DAT"
               ORGANIZATION IS INDEXED
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
       FD  DELINQUENCY-REPORT-FILE.
      *
       01  DELINQUENCY-REPORT-LINE     PIC  X(110).
      *
       FD  DELINQUENCY-EXTRACT-FILE.
      *
       01  DELINQUENCY-EXTRACT-RECORD.
           03  DX-LOAN-ID              PIC  X(08).
           03  DX-RUN-DATE             PIC  9(08).
           03  DX-PMTS-MISSED          PIC  9(03).
           03  DX-DAYS-PAST-DUE        PIC  9(05).
           03  DX-UNPAID-INT           PIC  9(07)V99.
           03  DX-BALANCE              PIC  9(07)V99.
           03  DX-MODIFIED             PIC  X(01).
      *
      *    ONE DIARY CASE PER DELINQUENT LOAN, WORKED BY THE
      *    COLLECTORS THROUGH COLLECTT AND RE-QUEUED BY COLLBRKP -
       77  WS-BALANCE-GAP              PIC S9(07)V99 VALUE ZERO.
       77  WS-PX                       PIC  9(03) VALUE ZERO.
       77  WS-FIRST-MISSED             PIC  9(03) VALUE ZERO.
       77  WS-SCHED-START-DATE         PIC  9(08) VALUE ZERO.
       77  WS-PMTS-POSTED              PIC  9(03) VALUE ZERO.
      *
       77  WS-LOANS-READ               PIC  9(05) VALUE ZERO.
       77  WS-LOANS-DELINQUENT         PIC  9(05) VALUE ZERO.
       77  WS-CNT-BUCKET-30            PIC  9(05) VALUE ZERO.
       77  WS-CNT-BUCKET-60            PIC  9(05) VALUE ZERO.
       77  WS-CNT-BUCKET-90            PIC  9(05) VALUE ZERO.
       77  WS-LOANS-MODIFIED           PIC  9(05) VALUE ZERO.
       77  WS-MODIFIED-DELINQUENT      PIC  9(05) VALUE ZERO.
      *
       01  WS-REPORT-HEADING.
           03  FILLER  PIC X(30) VALUE "LOAN DELINQUENCY REPORT AS AT ".
           03  WS-RH-RUN-DATE          PIC  9(08).
      *
       01  WS-COLUMN-HEADING.
           03  FILLER  PIC X(103) VALUE
           "LOAN ID   BORROWER                   MISSED  DAYS PD  BUCKE
      -    "T  UNPAID INT   SCHED BAL    ACTUAL BAL MOD".
      *
       01  WS-REPORT-DETAIL.
           03  WS-RD-LOAN-ID           PIC  X(08).
           03  WS-RD-SCHED-BAL         PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-ACTUAL-BAL        PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(05) VALUE SPACES.
           03  WS-RD-MODIFIED          PIC  X(03).
      *
       01  WS-TOTAL-LINE-1.
           03  FILLER  PIC X(28) VALUE "LOANS REVIEWED:             ".
       01  WS-TOTAL-LINE-4.
           03  FILLER  PIC X(28) VALUE "ACCRUED UNPAID INTEREST:    ".
           03  WS-T4-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-5.
           03  FILLER  PIC X(28) VALUE "MODIFIED LOANS / DELINQUENT:".
           03  WS-T5-MODIFIED          PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-T5-DELINQUENT        PIC  ZZ,ZZ9.
      *
       COPY LOANW.COB.
       COPY DATEW.COB.
      *
           OPEN INPUT  LOAN-MASTER-FILE.
           OPEN OUTPUT DELINQUENCY-REPORT-FILE.
           OPEN OUTPUT DELINQUENCY-EXTRACT-FILE.
           OPEN I-O    COLLECTION-DIARY-FILE.
           IF (WS-DIARY-STATUS = "35")
               CLOSE COLLECTION-DIARY-FILE
           WRITE DELINQUENCY-REPORT-LINE FROM WS-TOTAL-LINE-3.
           MOVE WS-TOT-UNPAID-INT   TO WS-T4-AMOUNT.
           WRITE DELINQUENCY-REPORT-LINE FROM WS-TOTAL-LINE-4.
           MOVE WS-LOANS-MODIFIED      TO WS-T5-MODIFIED.
           MOVE WS-MODIFIED-DELINQUENT TO WS-T5-DELINQUENT.
           WRITE DELINQUENCY-REPORT-LINE FROM WS-TOTAL-LINE-5.
      *
           DISPLAY "LOANDELQ: " WS-LOANS-READ " LOANS, "
                   WS-LOANS-DELINQUENT " DELINQUENT".
       000000-EXIT.
           CLOSE LOAN-MASTER-FILE.
           CLOSE DELINQUENCY-REPORT-FILE.
           CLOSE DELINQUENCY-EXTRACT-FILE.
           CLOSE COLLECTION-DIARY-FILE.
           STOP RUN.
      *
                   GO TO 000100-EXIT.
      *
           IF (LM-PAID-OFF)
               OR (LM-CHARGED-OFF)
               GO TO 000100-EXIT.
      *
           ADD 1 TO WS-LOANS-READ.
      *
      *    A MODIFIED LOAN'S SCHEDULE STARTS OVER AT THE MODIFICATION:
      *    ITS MODIFIED PRINCIPAL OVER THE PAYMENTS THEN REMAINING,
      *    AGAINST ONLY THE PAYMENTS POSTED SINCE.
           IF (LM-MODIFIED)
               ADD 1 TO WS-LOANS-MODIFIED
               MOVE LM-MOD-PRINCIPAL TO LW-LOAN-AMT
               COMPUTE LW-NBR-PMTS = LM-NBR-PMTS - LM-MOD-PMTS-BASE
               MOVE LM-MOD-DATE TO WS-SCHED-START-DATE
               MOVE ZERO TO WS-PMTS-POSTED
               IF (LM-PMTS-POSTED > LM-MOD-PMTS-BASE)
                   COMPUTE WS-PMTS-POSTED =
                       LM-PMTS-POSTED - LM-MOD-PMTS-BASE
               END-IF
           ELSE
               MOVE LM-PRINCIPAL   TO LW-LOAN-AMT
               MOVE LM-NBR-PMTS    TO LW-NBR-PMTS
               MOVE LM-ORIG-DATE   TO WS-SCHED-START-DATE
               MOVE LM-PMTS-POSTED TO WS-PMTS-POSTED.
           MOVE LM-INT-RATE    TO LW-INT-RATE.
           MOVE LM-BALLOON-AMT TO LW-BALLOON-AMT.
           MOVE ZERO           TO LW-EXTRA-PRINCIPAL.
           PERFORM 004200-BUILD-AMORT-SCHEDULE
           PERFORM 000200-COUNT-PAYMENTS-DUE
              THRU 000200-EXIT.
      *
           COMPUTE WS-PMTS-MISSED = WS-PMTS-DUE - WS-PMTS-POSTED.
           IF (WS-PMTS-MISSED NOT > ZERO)
               GO TO 000100-EXIT.
      *
      *
       000250-DUE-DATE-OF-PAYMENT.
      *
           MOVE WS-SCHED-START-DATE TO DW-WORK-YYYYMMDD.
           MOVE WS-PX TO DW-MONTHS.
           PERFORM 001500-ADD-MONTHS
              THRU 001500-EXIT.
      *
      *    DAYS PAST DUE RUN FROM THE FIRST MISSED PAYMENT'S DUE DATE.
      *
           COMPUTE WS-PX = WS-PMTS-POSTED + 1.
           PERFORM 000250-DUE-DATE-OF-PAYMENT
              THRU 000250-EXIT.
           PERFORM 000950-DAYS-FROM-EPOCH
           COMPUTE WS-DAYS-PAST-DUE = WS-RUN-EPOCH - WS-DUE-EPOCH.
      *
           MOVE ZERO TO WS-UNPAID-INTEREST.
           COMPUTE WS-FIRST-MISSED = WS-PMTS-POSTED + 1.
           PERFORM VARYING WS-PX FROM WS-FIRST-MISSED BY 1
                   UNTIL (WS-PX > WS-PMTS-DUE)
               SET LW-SX TO WS-PX
           MOVE WS-UNPAID-INTEREST  TO WS-RD-UNPAID-INT.
           MOVE WS-SCHED-BALANCE    TO WS-RD-SCHED-BAL.
           MOVE LM-CURRENT-BALANCE  TO WS-RD-ACTUAL-BAL.
           IF (LM-MODIFIED)
               ADD 1 TO WS-MODIFIED-DELINQUENT
               MOVE "MOD" TO WS-RD-MODIFIED
           ELSE
               MOVE SPACES TO WS-RD-MODIFIED.
           WRITE DELINQUENCY-REPORT-LINE FROM WS-REPORT-DETAIL.
      *
           MOVE LM-LOAN-ID          TO DX-LOAN-ID.
           MOVE WS-RUN-DATE         TO DX-RUN-DATE.
           MOVE WS-PMTS-MISSED      TO DX-PMTS-MISSED.
           MOVE WS-DAYS-PAST-DUE    TO DX-DAYS-PAST-DUE.
           MOVE WS-UNPAID-INTEREST  TO DX-UNPAID-INT.
           MOVE LM-CURRENT-BALANCE  TO DX-BALANCE.
           IF (LM-MODIFIED)
               MOVE "M" TO DX-MODIFIED
           ELSE
               MOVE SPACE TO DX-MODIFIED.
           WRITE DELINQUENCY-EXTRACT-RECORD.
      *
           PERFORM 000500-FEED-DIARY
              THRU 000500-EXIT.
