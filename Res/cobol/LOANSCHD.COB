      *    PAST WEEKENDS AND HOLIDAYS WITH THE DATE LIBRARY'S
      *    002310-SKIP-NON-BUSINESS - SO NOBODY HAND-WRITES DUE DATES
      *    ON THE PRINTOUT BEFORE IT IS MAILED TO THE BORROWER.
      *    A LOAN LOANMOD HAS MODIFIED PRINTS ITS RE-AMORTIZED
      *    SCHEDULE: DUE DATES RUN FROM THE MODIFICATION DATE AND THE
      *    PAYMENT NUMBERS CARRY ON FROM THOSE POSTED BEFORE IT.
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
       FD  DATED-SCHEDULE-FILE.
      *
           88  WS-EOF                           VALUE 1.
       77  WS-DUE-DAY                  PIC  9(02) VALUE ZERO.
       77  WS-SCHEDULES-PRINTED        PIC  9(05) VALUE ZERO.
       77  WS-SCHED-START-DATE         PIC  9(08) VALUE ZERO.
       77  WS-PMT-NBR-BASE             PIC  9(03) VALUE ZERO.
       77  WS-PMT-NBR                  PIC  9(03) VALUE ZERO.
      *
       01  WS-SCHEDULE-TITLE.
           03  FILLER  PIC X(24) VALUE "PAYMENT SCHEDULE - LOAN ".
           03  WS-ST-LOAN-ID           PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-ST-BORROWER          PIC  X(25).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-ST-MODIFIED          PIC  X(20).
      *
       01  WS-COLUMN-HEADING.
           03  FILLER  PIC X(52) VALUE
           IF (NOT WS-MASTER-FOUND)
               DISPLAY "LOANSCHD: LOAN " SC-LOAN-ID " NOT ON MASTER"
               GO TO 000100-EXIT.
      *
           IF (LM-MODIFIED)
               MOVE LM-MOD-DATE      TO WS-SCHED-START-DATE
               MOVE LM-MOD-PMTS-BASE TO WS-PMT-NBR-BASE
               MOVE LM-MOD-PRINCIPAL TO LW-LOAN-AMT
               COMPUTE LW-NBR-PMTS = LM-NBR-PMTS - LM-MOD-PMTS-BASE
               MOVE "MODIFIED" TO WS-ST-MODIFIED
               MOVE LM-MOD-DATE TO WS-ST-MODIFIED(10:8)
           ELSE
               MOVE LM-ORIG-DATE     TO WS-SCHED-START-DATE
               MOVE ZERO             TO WS-PMT-NBR-BASE
               MOVE LM-PRINCIPAL     TO LW-LOAN-AMT
               MOVE LM-NBR-PMTS      TO LW-NBR-PMTS
               MOVE SPACES           TO WS-ST-MODIFIED.
      *
           IF (SC-DUE-DAY NUMERIC)
               AND (SC-DUE-DAY > ZERO)
               AND (SC-DUE-DAY < 29)
               MOVE SC-DUE-DAY TO WS-DUE-DAY
           ELSE
               MOVE WS-SCHED-START-DATE(7:2) TO WS-DUE-DAY.
      *
           MOVE LM-INT-RATE    TO LW-INT-RATE.
           MOVE LM-BALLOON-AMT TO LW-BALLOON-AMT.
           MOVE ZERO           TO LW-EXTRA-PRINCIPAL.
           PERFORM 004200-BUILD-AMORT-SCHEDULE
      *
       000200-PRINT-DATED-PAYMENT.
      *
      *    DUE DATE = ORIGINATION (OR MODIFICATION) DATE PLUS N
      *    MONTHS, MOVED TO THE DUE DAY OF THAT MONTH, THEN ROLLED
      *    FORWARD PAST ANY WEEKEND OR HOLIDAY IT LANDS ON.
      *
           MOVE WS-SCHED-START-DATE TO DW-WORK-YYYYMMDD.
           MOVE LW-SCHED-PMT-NBR(LW-SX) TO DW-MONTHS.
           PERFORM 001500-ADD-MONTHS
              THRU 001500-EXIT.
           PERFORM 002310-SKIP-NON-BUSINESS
              THRU 002310-EXIT.
      *
           COMPUTE WS-PMT-NBR =
               WS-PMT-NBR-BASE + LW-SCHED-PMT-NBR(LW-SX).
           MOVE WS-PMT-NBR                  TO WS-SD-PMT-NBR.
           MOVE DW-WORK-YYYYMMDD            TO WS-SD-DUE-DATE.
           COMPUTE WS-PAYMENT-AMOUNT =
               LW-SCHED-INT-PORTION(LW-SX)
