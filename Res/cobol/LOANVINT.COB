       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LOANVINT.
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
      *    LOAN PORTFOLIO VINTAGE AND ROLL-RATE ANALYSIS.  RUN
      *    MONTHLY AFTER LOANDELQ.  LOANDELQ SAYS WHO IS LATE TODAY;
      *    THIS RUN REMEMBERS IT.  EVERY LOAN ON THE MASTER IS
      *    PLACED IN A DELINQUENCY BUCKET - CURRENT, 1-30, 31-60,
      *    61-90 OR OVER 90 DAYS PAST DUE FROM THE LOANDELQ.DAT
      *    EXTRACT, OR CHARGED OFF OR PAID OFF FROM ITS STATUS - AND
      *    THE BUCKET IS KEPT ON THE SNAPSHOT HISTORY DELQSNAP.DAT,
      *    KEYED BY MONTH AND LOAN.  THE MONTH IS THAT OF THE
      *    EXTRACT (THE RUN DATE IF THERE IS NONE); RERUNNING IN THE
      *    SAME MONTH REPLACES THAT MONTH'S SNAPSHOT.  THE REPORT
      *    LOANVINT.RPT THEN SHOWS:
      *
      *        ROLL RATES    - FOR THE LATEST TWO SNAPSHOTS, WHERE
      *                        THE LOANS IN EACH BUCKET LAST MONTH
      *                        WENT THIS MONTH, AS PERCENTAGES.
      *        ROLL TREND    - FOR UP TO TWELVE MONTH-TO-MONTH
      *                        PAIRS, THE PERCENTAGE OF EACH BUCKET
      *                        THAT ROLLED FORWARD ONE BUCKET OR MORE.
      *        VINTAGES      - LOANS GROUPED BY THE QUARTER OF
      *                        LM-ORIG-DATE: AMOUNT BOOKED, AMOUNT
      *                        OUTSTANDING, THE PERCENTAGE NOW OVER
      *                        30 DAYS, THE PERCENTAGE EVER OVER 60
      *                        DAYS OR CHARGED OFF ON THE HISTORY,
      *                        AND THE CUMULATIVE NET LOSS (CHARGED
      *                        OFF LESS RECOVERED, FROM LOANCO.DAT)
      *                        AS A PERCENTAGE OF THE AMOUNT BOOKED.
      *        RATE BANDS    - THE ACTIVE PORTFOLIO BY INTEREST
      *        BALANCE BANDS   RATE AND BY CURRENT BALANCE, WITH THE
      *                        SHARE OF EACH BAND OVER 30 DAYS.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL DELINQUENCY-EXTRACT-FILE
               ASSIGN TO "LOANDELQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
      *
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT CHARGE-OFF-FILE ASSIGN TO "LOANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHARGE-OFF-STATUS.
      *
           SELECT SNAPSHOT-FILE ASSIGN TO "DELQSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.
      *
           SELECT VINTAGE-REPORT-FILE ASSIGN TO "LOANVINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  LOAN-MASTER-FILE.
      *
       01  LOAN-MASTER-RECORD.
           03  LM-LOAN-ID              PIC  X(08).
           03  LM-BORROWER             PIC  X(25).
           03  LM-PRINCIPAL            PIC  9(06)V99.
           03  LM-INT-RATE             PIC  9(02)V99.
           03  LM-NBR-PMTS             PIC  9(03).
           03  LM-BALLOON-AMT          PIC  9(06)V99.
           03  LM-ORIG-DATE            PIC  9(08).
           03  LM-PMT-AMT              PIC  9(06)V99.
           03  LM-CURRENT-BALANCE      PIC  9(07)V99.
           03  LM-PMTS-POSTED          PIC  9(03).
           03  LM-STATUS               PIC  X(01).
               88  LM-ACTIVE               VALUE "A".
               88  LM-PAID-OFF              VALUE "P".
               88  LM-CHARGED-OFF           VALUE "C".
           03  LM-ACCRUED-INT          PIC  9(06)V99.
           03  LM-LAST-ACCRUAL-DATE    PIC  9(08).
           03  LM-FEE-BALANCE          PIC  9(05)V99.
           03  LM-LATE-WAIVER          PIC  X(01).
               88  LM-LATE-WAIVED           VALUE "W".
           03  LM-LAST-LATE-DATE       PIC  9(08).
           03  LM-ESCROW-PMT           PIC  9(05)V99.
           03  LM-ESCROW-BAL           PIC  9(07)V99.
           03  LM-MOD-COUNT            PIC  9(02).
               88  LM-MODIFIED              VALUE 1 THRU 99.
           03  LM-MOD-DATE             PIC  9(08).
           03  LM-MOD-PRINCIPAL        PIC  9(06)V99.
           03  LM-MOD-PMTS-BASE        PIC  9(03).
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
       FD  SNAPSHOT-FILE.
      *
       01  SNAPSHOT-RECORD.
           03  DS-KEY.
               05  DS-SNAP-MONTH       PIC  9(06).
               05  DS-LOAN-ID          PIC  X(08).
           03  DS-BUCKET               PIC  9(01).
           03  DS-DAYS-PAST-DUE        PIC  9(05).
           03  DS-BALANCE              PIC  9(07)V99.
           03  DS-ORIG-DATE            PIC  9(08).
           03  DS-INT-RATE             PIC  9(02)V99.
           03  DS-SNAP-DATE            PIC  9(08).
      *
       FD  VINTAGE-REPORT-FILE.
      *
       01  VINTAGE-REPORT-LINE         PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-EXTRACT-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-CHARGE-OFF-STATUS        PIC  X(02) VALUE SPACES.
           88  WS-CHARGE-OFF-FOUND              VALUE "00".
       77  WS-CHARGE-OFF-OPEN-FLAG     PIC  9(01) VALUE ZERO.
           88  WS-CHARGE-OFF-OPEN               VALUE 1.
       77  WS-SNAPSHOT-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-SNAP-DATE                PIC  9(08) VALUE ZERO.
       77  WS-SNAP-MONTH               PIC  9(06) VALUE ZERO.
       77  WS-READ-MONTH               PIC  9(06) VALUE ZERO.
      *
       77  WS-XX                       PIC  9(05) VALUE ZERO.
       77  WS-LX                       PIC  9(05) VALUE ZERO.
       77  WS-VX                       PIC  9(03) VALUE ZERO.
       77  WS-VY                       PIC  9(03) VALUE ZERO.
       77  WS-BX                       PIC  9(02) VALUE ZERO.
       77  WS-TX                       PIC  9(02) VALUE ZERO.
       77  WS-PX                       PIC  9(02) VALUE ZERO.
       77  WS-PAIR-COUNT               PIC  9(05) VALUE ZERO.
       77  WS-PAIR-NBR                 PIC  9(05) VALUE ZERO.
       77  WS-PAIR-INDEX               PIC  9(05) VALUE ZERO.
       77  WS-FIRST-PAIR               PIC  9(05) VALUE ZERO.
       77  WS-PAIR-QUOTIENT            PIC  9(05) VALUE ZERO.
      *
       77  WS-BUCKET                   PIC  9(01) VALUE ZERO.
       77  WS-DAYS-PAST-DUE            PIC  9(05) VALUE ZERO.
       77  WS-VINTAGE                  PIC  9(05) VALUE ZERO.
       77  WS-QUARTER                  PIC  9(01) VALUE ZERO.
       77  WS-NET-LOSS                 PIC S9(07)V99 VALUE ZERO.
       77  WS-ROW-TOTAL                PIC  9(07) VALUE ZERO.
       77  WS-FORWARD-COUNT            PIC  9(07) VALUE ZERO.
       77  WS-PERCENT                  PIC  9(03)V9 VALUE ZERO.
       77  WS-LOSS-PERCENT             PIC  9(03)V99 VALUE ZERO.
      *
       77  WS-LOANS-READ               PIC  9(07) VALUE ZERO.
       77  WS-SNAPSHOTS-WRITTEN        PIC  9(07) VALUE ZERO.
       77  WS-ACTIVE-LOANS             PIC  9(07) VALUE ZERO.
       77  WS-ACTIVE-BALANCE           PIC  9(11)V99 VALUE ZERO.
       77  WS-ACTIVE-DELQ-LOANS        PIC  9(07) VALUE ZERO.
       77  WS-ACTIVE-DELQ-BALANCE      PIC  9(11)V99 VALUE ZERO.
      *
       01  WS-ORIG-DATE                PIC  9(08) VALUE ZERO.
       01  WS-ORIG-DATE-R              REDEFINES WS-ORIG-DATE.
           03  WS-OD-YYYY              PIC  9(04).
           03  WS-OD-MM                PIC  9(02).
           03  WS-OD-DD                PIC  9(02).
      *
      *    THE BUCKETS IN AGEING ORDER.  1 THROUGH 5 ARE STILL ON
      *    THE BOOKS AND CAN ROLL; 6 AND 7 ARE WHERE LOANS LEAVE.
       01  WS-BUCKET-VALUES.
           03  FILLER                  PIC  X(10) VALUE "CURRENT".
           03  FILLER                  PIC  X(10) VALUE "1-30 DAYS".
           03  FILLER                  PIC  X(10) VALUE "31-60 DAYS".
           03  FILLER                  PIC  X(10) VALUE "61-90 DAYS".
           03  FILLER                  PIC  X(10) VALUE "OVER 90".
           03  FILLER                  PIC  X(10) VALUE "CHARGE OFF".
           03  FILLER                  PIC  X(10) VALUE "PAID OFF".
       01  WS-BUCKET-TABLE             REDEFINES WS-BUCKET-VALUES.
           03  WS-BUCKET-NAME          PIC  X(10) OCCURS 7 TIMES.
      *
       78  WS-LOAN-LIMIT                        VALUE 5000.
       01  WS-EXTRACT-TABLE.
           03  WS-XT-COUNT             PIC  9(05) VALUE ZERO.
           03  WS-XT-ENTRY             OCCURS 5000 TIMES.
               05  WS-XT-LOAN-ID       PIC  X(08).
               05  WS-XT-DAYS          PIC  9(05).
      *
      *    ONE ENTRY PER LOAN IN MASTER (LOAN ID) ORDER, WHICH IS
      *    ALSO THE ORDER OF THE LOANS WITHIN EACH SNAPSHOT MONTH.
       01  WS-LOAN-TABLE.
           03  WS-LT-COUNT             PIC  9(05) VALUE ZERO.
           03  WS-LT-ENTRY             OCCURS 5000 TIMES.
               05  WS-LT-LOAN-ID       PIC  X(08).
               05  WS-LT-VINTAGE       PIC  9(05).
               05  WS-LT-PREV-BUCKET   PIC  9(01).
               05  WS-LT-THIS-BUCKET   PIC  9(01).
               05  WS-LT-WORST-BUCKET  PIC  9(01).
      *
      *    MONTH-TO-MONTH MOVEMENT: COUNT OF LOANS FROM BUCKET
      *    (1-5) TO BUCKET (1-7).  THE LAST TWELVE PAIRS ARE KEPT,
      *    PAIR N IN SLOT ((N - 1) MOD 12) + 1.
       78  WS-PAIR-LIMIT                        VALUE 12.
       01  WS-ROLL-TABLE.
           03  WS-PR-ENTRY             OCCURS 12 TIMES.
               05  WS-PR-FROM-MONTH    PIC  9(06).
               05  WS-PR-TO-MONTH      PIC  9(06).
               05  WS-PR-FROM          OCCURS 5 TIMES.
                   07  WS-PR-TO-COUNT  PIC  9(07) OCCURS 7 TIMES.
      *
       78  WS-VINTAGE-LIMIT                     VALUE 80.
       01  WS-VINTAGE-TABLE.
           03  WS-VT-COUNT             PIC  9(03) VALUE ZERO.
           03  WS-VT-ENTRY             OCCURS 81 TIMES.
               05  WS-VT-VINTAGE       PIC  9(05).
               05  WS-VT-LOANS         PIC  9(07).
               05  WS-VT-BOOKED        PIC  9(11)V99.
               05  WS-VT-OUTSTANDING   PIC  9(11)V99.
               05  WS-VT-DELQ-BALANCE  PIC  9(11)V99.
               05  WS-VT-EVER-60       PIC  9(07).
               05  WS-VT-CHARGED-OFF   PIC  9(07).
               05  WS-VT-NET-LOSS      PIC S9(11)V99.
      *
       01  WS-VINTAGE-TOTAL.
           03  WS-VTT-LOANS            PIC  9(07) VALUE ZERO.
           03  WS-VTT-BOOKED           PIC  9(11)V99 VALUE ZERO.
           03  WS-VTT-OUTSTANDING      PIC  9(11)V99 VALUE ZERO.
           03  WS-VTT-DELQ-BALANCE     PIC  9(11)V99 VALUE ZERO.
           03  WS-VTT-EVER-60          PIC  9(07) VALUE ZERO.
           03  WS-VTT-CHARGED-OFF      PIC  9(07) VALUE ZERO.
           03  WS-VTT-NET-LOSS         PIC S9(11)V99 VALUE ZERO.
      *
      *    BAND UPPER LIMITS - A LOAN FALLS IN THE FIRST BAND WHOSE
      *    LIMIT IT DOES NOT EXCEED.
       01  WS-RATE-BAND-VALUES.
           03  FILLER  PIC 9(02)V99 VALUE 5.99.
           03  FILLER  PIC X(16) VALUE "UNDER 6.00%".
           03  FILLER  PIC 9(02)V99 VALUE 7.99.
           03  FILLER  PIC X(16) VALUE "6.00% - 7.99%".
           03  FILLER  PIC 9(02)V99 VALUE 9.99.
           03  FILLER  PIC X(16) VALUE "8.00% - 9.99%".
           03  FILLER  PIC 9(02)V99 VALUE 11.99.
           03  FILLER  PIC X(16) VALUE "10.00% - 11.99%".
           03  FILLER  PIC 9(02)V99 VALUE 14.99.
           03  FILLER  PIC X(16) VALUE "12.00% - 14.99%".
           03  FILLER  PIC 9(02)V99 VALUE 99.99.
           03  FILLER  PIC X(16) VALUE "15.00% AND OVER".
       01  WS-RATE-BAND-TABLE          REDEFINES WS-RATE-BAND-VALUES.
           03  WS-RB-ENTRY             OCCURS 6 TIMES.
               05  WS-RB-LIMIT         PIC  9(02)V99.
               05  WS-RB-LABEL         PIC  X(16).
      *
       01  WS-BALANCE-BAND-VALUES.
           03  FILLER  PIC 9(07)V99 VALUE 4999.99.
           03  FILLER  PIC X(16) VALUE "UNDER 5,000".
           03  FILLER  PIC 9(07)V99 VALUE 24999.99.
           03  FILLER  PIC X(16) VALUE "5,000-24,999".
           03  FILLER  PIC 9(07)V99 VALUE 99999.99.
           03  FILLER  PIC X(16) VALUE "25,000-99,999".
           03  FILLER  PIC 9(07)V99 VALUE 249999.99.
           03  FILLER  PIC X(16) VALUE "100,000-249,999".
           03  FILLER  PIC 9(07)V99 VALUE 9999999.99.
           03  FILLER  PIC X(16) VALUE "250,000 AND OVER".
       01  WS-BALANCE-BAND-TABLE       REDEFINES WS-BALANCE-BAND-VALUES.
           03  WS-BB-ENTRY             OCCURS 5 TIMES.
               05  WS-BB-LIMIT         PIC  9(07)V99.
               05  WS-BB-LABEL         PIC  X(16).
      *
       01  WS-RATE-BAND-TOTALS.
           03  WS-RBT-ENTRY            OCCURS 6 TIMES.
               05  WS-RBT-LOANS        PIC  9(07).
               05  WS-RBT-BALANCE      PIC  9(11)V99.
               05  WS-RBT-DELQ-LOANS   PIC  9(07).
               05  WS-RBT-DELQ-BALANCE PIC  9(11)V99.
      *
       01  WS-BALANCE-BAND-TOTALS.
           03  WS-BBT-ENTRY            OCCURS 5 TIMES.
               05  WS-BBT-LOANS        PIC  9(07).
               05  WS-BBT-BALANCE      PIC  9(11)V99.
               05  WS-BBT-DELQ-LOANS   PIC  9(07).
               05  WS-BBT-DELQ-BALANCE PIC  9(11)V99.
      *
       01  WS-REPORT-HEADING.
           03  FILLER  PIC X(40) VALUE
               "LOAN PORTFOLIO VINTAGE AND ROLL RATES - ".
           03  FILLER  PIC X(09) VALUE "SNAPSHOT ".
           03  WS-RH-SNAP-MONTH        PIC  9(06).
           03  FILLER  PIC X(09) VALUE "  RUN ON ".
           03  WS-RH-RUN-DATE          PIC  9(08).
      *
       01  WS-SECTION-HEADING.
           03  WS-SH-TEXT              PIC  X(60).
           03  WS-SH-FROM-MONTH        PIC  9(06) BLANK WHEN ZERO.
           03  WS-SH-TO-LITERAL        PIC  X(04).
           03  WS-SH-TO-MONTH          PIC  9(06) BLANK WHEN ZERO.
      *
       01  WS-MESSAGE-LINE.
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-ML-TEXT              PIC  X(60).
      *
       01  WS-ROLL-COLUMNS.
           03  FILLER  PIC X(12) VALUE "FROM BUCKET".
           03  FILLER  PIC X(07) VALUE "  LOANS".
           03  FILLER  PIC X(11) VALUE "    CURRENT".
           03  FILLER  PIC X(11) VALUE "  1-30 DAYS".
           03  FILLER  PIC X(11) VALUE " 31-60 DAYS".
           03  FILLER  PIC X(11) VALUE " 61-90 DAYS".
           03  FILLER  PIC X(11) VALUE "    OVER 90".
           03  FILLER  PIC X(11) VALUE " CHARGE OFF".
           03  FILLER  PIC X(11) VALUE "   PAID OFF".
      *
       01  WS-ROLL-DETAIL.
           03  WS-RR-BUCKET            PIC  X(10).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RR-LOANS             PIC  ZZZ,ZZ9.
           03  WS-RR-COLUMN            OCCURS 7 TIMES.
               05  FILLER              PIC  X(06).
               05  WS-RR-PERCENT       PIC  ZZ9.9.
      *
       01  WS-TREND-COLUMNS.
           03  FILLER  PIC X(16) VALUE "FROM      TO".
           03  FILLER  PIC X(11) VALUE "   CUR>1-30".
           03  FILLER  PIC X(11) VALUE " 1-30>31-60".
           03  FILLER  PIC X(11) VALUE "31-60>61-90".
           03  FILLER  PIC X(11) VALUE "  61-90>90+".
           03  FILLER  PIC X(11) VALUE "  90+>CHGOF".
      *
       01  WS-TREND-DETAIL.
           03  WS-TD-FROM-MONTH        PIC  9(06).
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-TD-TO-MONTH          PIC  9(06).
           03  WS-TD-COLUMN            OCCURS 5 TIMES.
               05  FILLER              PIC  X(06).
               05  WS-TD-PERCENT       PIC  ZZ9.9.
      *
       01  WS-VINTAGE-COLUMNS.
           03  FILLER  PIC X(09) VALUE "VINTAGE".
           03  FILLER  PIC X(06) VALUE " LOANS".
           03  FILLER  PIC X(16) VALUE "          BOOKED".
           03  FILLER  PIC X(16) VALUE "     OUTSTANDING".
           03  FILLER  PIC X(10) VALUE " 30+ DELQ%".
           03  FILLER  PIC X(10) VALUE " EVER 60+%".
           03  FILLER  PIC X(08) VALUE " CHG OFF".
           03  FILLER  PIC X(17) VALUE "         NET LOSS".
           03  FILLER  PIC X(09) VALUE "   LOSS %".
      *
       01  WS-VINTAGE-DETAIL.
           03  WS-VD-VINTAGE.
               05  WS-VD-YEAR          PIC  9(04).
               05  WS-VD-Q             PIC  X(02).
               05  WS-VD-QUARTER       PIC  9(01).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-VD-LOANS             PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-VD-BOOKED            PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-VD-OUTSTANDING       PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(05) VALUE SPACES.
           03  WS-VD-DELQ-PERCENT      PIC  ZZ9.9.
           03  FILLER                  PIC  X(05) VALUE SPACES.
           03  WS-VD-EVER-60-PERCENT   PIC  ZZ9.9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-VD-CHARGED-OFF       PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-VD-NET-LOSS          PIC  ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-VD-LOSS-PERCENT      PIC  ZZ9.99.
      *
       01  WS-BAND-COLUMNS.
           03  WS-BC-TITLE             PIC  X(18).
           03  FILLER  PIC X(06) VALUE " LOANS".
           03  FILLER  PIC X(16) VALUE "         BALANCE".
           03  FILLER  PIC X(09) VALUE " % OF BAL".
           03  FILLER  PIC X(08) VALUE " 30+ LNS".
           03  FILLER  PIC X(09) VALUE " 30+ BAL%".
      *
       01  WS-BAND-DETAIL.
           03  WS-BD-LABEL             PIC  X(16).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-BD-LOANS             PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-BD-BALANCE           PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-BD-PERCENT           PIC  ZZ9.9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-BD-DELQ-LOANS        PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-BD-DELQ-PERCENT      PIC  ZZ9.9.
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-SNAP-DATE.
           INITIALIZE WS-ROLL-TABLE.
           INITIALIZE WS-RATE-BAND-TOTALS.
           INITIALIZE WS-BALANCE-BAND-TOTALS.
      *
           PERFORM 100000-LOAD-EXTRACT
              THRU 100000-EXIT.
           MOVE WS-SNAP-DATE(1:6) TO WS-SNAP-MONTH.
      *
           OPEN INPUT LOAN-MASTER-FILE.
           IF (WS-MASTER-STATUS NOT = "00")
               DISPLAY "LOANVINT: CANNOT OPEN LOANMST.DAT FS="
                       WS-MASTER-STATUS
               STOP RUN.
           OPEN INPUT CHARGE-OFF-FILE.
           IF (WS-CHARGE-OFF-STATUS = "00")
               MOVE 1 TO WS-CHARGE-OFF-OPEN-FLAG.
           OPEN I-O SNAPSHOT-FILE.
           IF (WS-SNAPSHOT-STATUS = "35")
               CLOSE SNAPSHOT-FILE
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE.
           OPEN OUTPUT VINTAGE-REPORT-FILE.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 200000-SNAPSHOT-ONE-LOAN
              THRU 200000-EXIT
               UNTIL (WS-EOF).
      *
           PERFORM 300000-READ-SNAPSHOT-HISTORY
              THRU 300000-EXIT.
      *
           PERFORM 400000-PRINT-REPORT
              THRU 400000-EXIT.
      *
           DISPLAY "LOANVINT: " WS-LOANS-READ " LOANS, "
                   WS-SNAPSHOTS-WRITTEN " SNAPSHOT FOR " WS-SNAP-MONTH
                   ", " WS-PAIR-COUNT " MONTH PAIRS ON FILE".
      *
       000000-EXIT.
           CLOSE LOAN-MASTER-FILE.
           IF (WS-CHARGE-OFF-OPEN)
               CLOSE CHARGE-OFF-FILE.
           CLOSE SNAPSHOT-FILE.
           CLOSE VINTAGE-REPORT-FILE.
           STOP RUN.
      *
      *
      *              L O A D   E X T R A C T
      *
       100000-LOAD-EXTRACT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT DELINQUENCY-EXTRACT-FILE.
           IF (WS-EXTRACT-STATUS NOT = "00")
               DISPLAY "LOANVINT: NO LOANDELQ.DAT - ACTIVE LOANS "
                       "TAKEN AS CURRENT"
               CLOSE DELINQUENCY-EXTRACT-FILE
               GO TO 100000-EXIT.
           PERFORM 100100-LOAD-ONE-LOAN
              THRU 100100-EXIT
               UNTIL (WS-EOF).
           CLOSE DELINQUENCY-EXTRACT-FILE.
      *
       100000-EXIT.
           EXIT.
      *
       100100-LOAD-ONE-LOAN.
      *
           READ DELINQUENCY-EXTRACT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 100100-EXIT.
           IF (DX-RUN-DATE NUMERIC)
               AND (DX-RUN-DATE > ZERO)
               MOVE DX-RUN-DATE TO WS-SNAP-DATE.
           IF (WS-XT-COUNT NOT < WS-LOAN-LIMIT)
               DISPLAY "LOANVINT: EXTRACT TABLE FULL - LOAN "
                       DX-LOAN-ID " TAKEN AS CURRENT"
               GO TO 100100-EXIT.
           ADD 1 TO WS-XT-COUNT.
           MOVE DX-LOAN-ID       TO WS-XT-LOAN-ID(WS-XT-COUNT).
           MOVE DX-DAYS-PAST-DUE TO WS-XT-DAYS(WS-XT-COUNT).
      *
       100100-EXIT.
           EXIT.
      *
      *
      *          S N A P S H O T   O N E   L O A N
      *
       200000-SNAPSHOT-ONE-LOAN.
      *
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 200000-EXIT.
      *
           ADD 1 TO WS-LOANS-READ.
           PERFORM 210000-ASSIGN-BUCKET
              THRU 210000-EXIT.
      *
           MOVE WS-SNAP-MONTH      TO DS-SNAP-MONTH.
           MOVE LM-LOAN-ID         TO DS-LOAN-ID.
           MOVE WS-BUCKET          TO DS-BUCKET.
           MOVE WS-DAYS-PAST-DUE   TO DS-DAYS-PAST-DUE.
           MOVE LM-CURRENT-BALANCE TO DS-BALANCE.
           MOVE LM-ORIG-DATE       TO DS-ORIG-DATE.
           MOVE LM-INT-RATE        TO DS-INT-RATE.
           MOVE WS-SNAP-DATE       TO DS-SNAP-DATE.
           WRITE SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE SNAPSHOT-RECORD
                       INVALID KEY
                           DISPLAY "LOANVINT: SNAPSHOT WRITE FAILED "
                                   DS-KEY " FS=" WS-SNAPSHOT-STATUS
                   END-REWRITE.
           ADD 1 TO WS-SNAPSHOTS-WRITTEN.
      *
           PERFORM 220000-ACCUMULATE-VINTAGE
              THRU 220000-EXIT.
      *
           IF (WS-LT-COUNT NOT < WS-LOAN-LIMIT)
               DISPLAY "LOANVINT: LOAN TABLE FULL - " LM-LOAN-ID
                       " LEFT OUT OF THE ROLL RATES"
           ELSE
               ADD 1 TO WS-LT-COUNT
               MOVE LM-LOAN-ID TO WS-LT-LOAN-ID(WS-LT-COUNT)
               MOVE WS-VINTAGE TO WS-LT-VINTAGE(WS-LT-COUNT)
               MOVE ZERO       TO WS-LT-PREV-BUCKET(WS-LT-COUNT)
               MOVE ZERO       TO WS-LT-THIS-BUCKET(WS-LT-COUNT)
               MOVE ZERO       TO WS-LT-WORST-BUCKET(WS-LT-COUNT).
      *
           IF (WS-BUCKET < 6)
               PERFORM 230000-ACCUMULATE-BANDS
                  THRU 230000-EXIT.
      *
       200000-EXIT.
           EXIT.
      *
      *
      *              A S S I G N   B U C K E T
      *
      *    THE DAY BOUNDARIES ARE LOANDELQ'S - OVER 30, OVER 60,
      *    OVER 90 - WITH ITS "CURRENT" SPLIT INTO NOT PAST DUE AND
      *    1-30 DAYS SO THE FIRST ROLL SHOWS.
      *
       210000-ASSIGN-BUCKET.
      *
           MOVE ZERO TO WS-DAYS-PAST-DUE.
           IF (LM-CHARGED-OFF)
               MOVE 6 TO WS-BUCKET
               GO TO 210000-EXIT.
           IF (LM-PAID-OFF)
               MOVE 7 TO WS-BUCKET
               GO TO 210000-EXIT.
      *
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL (WS-XX > WS-XT-COUNT)
               IF (WS-XT-LOAN-ID(WS-XX) = LM-LOAN-ID)
                   MOVE WS-XT-DAYS(WS-XX) TO WS-DAYS-PAST-DUE
               END-IF
           END-PERFORM.
      *
           IF (WS-DAYS-PAST-DUE = ZERO)
               MOVE 1 TO WS-BUCKET
           ELSE
           IF (WS-DAYS-PAST-DUE NOT > 30)
               MOVE 2 TO WS-BUCKET
           ELSE
           IF (WS-DAYS-PAST-DUE NOT > 60)
               MOVE 3 TO WS-BUCKET
           ELSE
           IF (WS-DAYS-PAST-DUE NOT > 90)
               MOVE 4 TO WS-BUCKET
           ELSE
               MOVE 5 TO WS-BUCKET.
      *
       210000-EXIT.
           EXIT.
      *
      *
      *         A C C U M U L A T E   V I N T A G E
      *
       220000-ACCUMULATE-VINTAGE.
      *
           MOVE ZERO TO WS-VINTAGE.
           MOVE LM-ORIG-DATE TO WS-ORIG-DATE.
           IF (WS-ORIG-DATE NUMERIC)
               AND (WS-OD-MM > ZERO)
               AND (WS-OD-MM < 13)
               COMPUTE WS-QUARTER = (WS-OD-MM + 2) / 3
               COMPUTE WS-VINTAGE = WS-OD-YYYY * 10 + WS-QUARTER.
      *
           PERFORM 240000-FIND-VINTAGE
              THRU 240000-EXIT.
           IF (WS-VX = ZERO)
               GO TO 220000-EXIT.
      *
           ADD 1            TO WS-VT-LOANS(WS-VX).
           ADD LM-PRINCIPAL TO WS-VT-BOOKED(WS-VX).
           IF (WS-BUCKET < 6)
               ADD LM-CURRENT-BALANCE TO WS-VT-OUTSTANDING(WS-VX).
           IF (WS-BUCKET > 2)
               AND (WS-BUCKET < 6)
               ADD LM-CURRENT-BALANCE TO WS-VT-DELQ-BALANCE(WS-VX).
      *
           IF (WS-BUCKET NOT = 6)
               GO TO 220000-EXIT.
           ADD 1 TO WS-VT-CHARGED-OFF(WS-VX).
           IF (NOT WS-CHARGE-OFF-OPEN)
               GO TO 220000-EXIT.
           MOVE LM-LOAN-ID TO CO-LOAN-ID.
           READ CHARGE-OFF-FILE
               INVALID KEY CONTINUE.
           IF (WS-CHARGE-OFF-FOUND)
               COMPUTE WS-NET-LOSS = CO-TOTAL - CO-RECOVERED
               ADD WS-NET-LOSS TO WS-VT-NET-LOSS(WS-VX).
      *
       220000-EXIT.
           EXIT.
      *
      *
      *          A C C U M U L A T E   B A N D S
      *
       230000-ACCUMULATE-BANDS.
      *
           ADD 1 TO WS-ACTIVE-LOANS.
           ADD LM-CURRENT-BALANCE TO WS-ACTIVE-BALANCE.
           IF (WS-BUCKET > 2)
               ADD 1 TO WS-ACTIVE-DELQ-LOANS
               ADD LM-CURRENT-BALANCE TO WS-ACTIVE-DELQ-BALANCE.
      *
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL (WS-TX > 5)
                      OR (LM-INT-RATE NOT > WS-RB-LIMIT(WS-TX))
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-RBT-LOANS(WS-TX).
           ADD LM-CURRENT-BALANCE TO WS-RBT-BALANCE(WS-TX).
           IF (WS-BUCKET > 2)
               ADD 1 TO WS-RBT-DELQ-LOANS(WS-TX)
               ADD LM-CURRENT-BALANCE TO WS-RBT-DELQ-BALANCE(WS-TX).
      *
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL (WS-TX > 4)
                      OR (LM-CURRENT-BALANCE NOT > WS-BB-LIMIT(WS-TX))
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-BBT-LOANS(WS-TX).
           ADD LM-CURRENT-BALANCE TO WS-BBT-BALANCE(WS-TX).
           IF (WS-BUCKET > 2)
               ADD 1 TO WS-BBT-DELQ-LOANS(WS-TX)
               ADD LM-CURRENT-BALANCE TO WS-BBT-DELQ-BALANCE(WS-TX).
      *
       230000-EXIT.
           EXIT.
      *
      *
      *               F I N D   V I N T A G E
      *
      *    THE TABLE IS KEPT IN VINTAGE ORDER; A NEW VINTAGE IS
      *    SLOTTED IN AND THE LATER ONES MOVED UP.  WS-VX COMES BACK
      *    ZERO WHEN THE TABLE IS FULL.
      *
       240000-FIND-VINTAGE.
      *
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL (WS-VX > WS-VT-COUNT)
                      OR (WS-VT-VINTAGE(WS-VX) NOT < WS-VINTAGE)
               CONTINUE
           END-PERFORM.
           IF (WS-VX NOT > WS-VT-COUNT)
               AND (WS-VT-VINTAGE(WS-VX) = WS-VINTAGE)
               GO TO 240000-EXIT.
      *
           IF (WS-VT-COUNT NOT < WS-VINTAGE-LIMIT)
               DISPLAY "LOANVINT: VINTAGE TABLE FULL - " LM-LOAN-ID
                       " LEFT OUT OF THE VINTAGES"
               MOVE ZERO TO WS-VX
               GO TO 240000-EXIT.
      *
           PERFORM VARYING WS-VY FROM WS-VT-COUNT BY -1
                   UNTIL (WS-VY < WS-VX)
               MOVE WS-VT-ENTRY(WS-VY) TO WS-VT-ENTRY(WS-VY + 1)
           END-PERFORM.
           INITIALIZE WS-VT-ENTRY(WS-VX).
           MOVE WS-VINTAGE TO WS-VT-VINTAGE(WS-VX).
           ADD 1 TO WS-VT-COUNT.
      *
       240000-EXIT.
           EXIT.
      *
      *
      *     R E A D   S N A P S H O T   H I S T O R Y
      *
      *    THE WHOLE HISTORY IS READ IN MONTH, THEN LOAN ORDER.  EACH
      *    LOAN'S BUCKET LAST MONTH AND THIS MONTH GIVE THE ROLL
      *    COUNTS, AND ITS WORST BUCKET EVER FEEDS THE VINTAGES.
      *    LOANS NO LONGER ON THE MASTER ARE PASSED OVER.
      *
       300000-READ-SNAPSHOT-HISTORY.
      *
           MOVE ZERO TO WS-READ-MONTH.
           MOVE LOW-VALUES TO DS-KEY.
           START SNAPSHOT-FILE KEY IS NOT LESS THAN DS-KEY
               INVALID KEY GO TO 300000-EXIT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 310000-READ-ONE-SNAPSHOT
              THRU 310000-EXIT
               UNTIL (WS-EOF).
      *
       300000-EXIT.
           EXIT.
      *
      *
      *          R E A D   O N E   S N A P S H O T
      *
       310000-READ-ONE-SNAPSHOT.
      *
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 310000-EXIT.
      *
           IF (DS-SNAP-MONTH NOT = WS-READ-MONTH)
               PERFORM 320000-START-MONTH
                  THRU 320000-EXIT.
      *
           PERFORM VARYING WS-LX FROM WS-LX BY 1
                   UNTIL (WS-LX > WS-LT-COUNT)
                      OR (WS-LT-LOAN-ID(WS-LX) NOT < DS-LOAN-ID)
               CONTINUE
           END-PERFORM.
           IF (WS-LX > WS-LT-COUNT)
               GO TO 310000-EXIT.
           IF (WS-LT-LOAN-ID(WS-LX) NOT = DS-LOAN-ID)
               GO TO 310000-EXIT.
      *
           MOVE DS-BUCKET TO WS-LT-THIS-BUCKET(WS-LX).
           IF (DS-BUCKET < 7)
               AND (DS-BUCKET > WS-LT-WORST-BUCKET(WS-LX))
               MOVE DS-BUCKET TO WS-LT-WORST-BUCKET(WS-LX).
      *
           IF (WS-PAIR-COUNT > ZERO)
               AND (WS-LT-PREV-BUCKET(WS-LX) > ZERO)
               AND (WS-LT-PREV-BUCKET(WS-LX) < 6)
               AND (DS-BUCKET > ZERO)
               AND (DS-BUCKET < 8)
               MOVE WS-LT-PREV-BUCKET(WS-LX) TO WS-BX
               ADD 1 TO WS-PR-TO-COUNT(WS-PX, WS-BX, DS-BUCKET).
      *
       310000-EXIT.
           EXIT.
      *
      *
      *               S T A R T   M O N T H
      *
      *    A NEW MONTH MAKES THE MONTH JUST READ "LAST MONTH" AND
      *    OPENS THE NEXT MONTH PAIR.
      *
       320000-START-MONTH.
      *
           IF (WS-READ-MONTH NOT = ZERO)
               PERFORM VARYING WS-LX FROM 1 BY 1
                       UNTIL (WS-LX > WS-LT-COUNT)
                   MOVE WS-LT-THIS-BUCKET(WS-LX)
                       TO WS-LT-PREV-BUCKET(WS-LX)
                   MOVE ZERO TO WS-LT-THIS-BUCKET(WS-LX)
               END-PERFORM
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-PAIR-NBR
               PERFORM 330000-PAIR-SLOT
                  THRU 330000-EXIT
               INITIALIZE WS-PR-ENTRY(WS-PX)
               MOVE WS-READ-MONTH TO WS-PR-FROM-MONTH(WS-PX)
               MOVE DS-SNAP-MONTH TO WS-PR-TO-MONTH(WS-PX).
      *
           MOVE DS-SNAP-MONTH TO WS-READ-MONTH.
           MOVE 1 TO WS-LX.
      *
       320000-EXIT.
           EXIT.
      *
      *
      *                 P A I R   S L O T
      *
       330000-PAIR-SLOT.
      *
           SUBTRACT 1 FROM WS-PAIR-NBR.
           DIVIDE WS-PAIR-NBR BY WS-PAIR-LIMIT
               GIVING WS-PAIR-QUOTIENT REMAINDER WS-PX.
           ADD 1 TO WS-PX.
      *
       330000-EXIT.
           EXIT.
      *
      *
      *               P R I N T   R E P O R T
      *
       400000-PRINT-REPORT.
      *
           MOVE WS-SNAP-MONTH TO WS-RH-SNAP-MONTH.
           MOVE WS-RUN-DATE   TO WS-RH-RUN-DATE.
           WRITE VINTAGE-REPORT-LINE FROM WS-REPORT-HEADING.
      *
           PERFORM 410000-PRINT-ROLL-RATES
              THRU 410000-EXIT.
           PERFORM 420000-PRINT-ROLL-TREND
              THRU 420000-EXIT.
           PERFORM 430000-PRINT-VINTAGES
              THRU 430000-EXIT.
           PERFORM 440000-PRINT-RATE-BANDS
              THRU 440000-EXIT.
           PERFORM 450000-PRINT-BALANCE-BANDS
              THRU 450000-EXIT.
      *
       400000-EXIT.
           EXIT.
      *
      *
      *            P R I N T   R O L L   R A T E S
      *
       410000-PRINT-ROLL-RATES.
      *
           MOVE SPACES TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           MOVE "ROLL RATES - PERCENT OF EACH BUCKET MOVING, FROM"
               TO WS-SH-TEXT.
           MOVE ZERO TO WS-SH-FROM-MONTH WS-SH-TO-MONTH.
           MOVE " TO " TO WS-SH-TO-LITERAL.
           IF (WS-PAIR-COUNT > ZERO)
               MOVE WS-PAIR-COUNT TO WS-PAIR-NBR
               PERFORM 330000-PAIR-SLOT
                  THRU 330000-EXIT
               MOVE WS-PR-FROM-MONTH(WS-PX) TO WS-SH-FROM-MONTH
               MOVE WS-PR-TO-MONTH(WS-PX)   TO WS-SH-TO-MONTH.
           WRITE VINTAGE-REPORT-LINE FROM WS-SECTION-HEADING.
      *
           IF (WS-PAIR-COUNT = ZERO)
               MOVE "ONLY ONE SNAPSHOT ON FILE - NO ROLL RATES YET"
                   TO WS-ML-TEXT
               WRITE VINTAGE-REPORT-LINE FROM WS-MESSAGE-LINE
               GO TO 410000-EXIT.
      *
           WRITE VINTAGE-REPORT-LINE FROM WS-ROLL-COLUMNS.
           PERFORM 410100-PRINT-ONE-ROW
              THRU 410100-EXIT
               VARYING WS-BX FROM 1 BY 1
               UNTIL (WS-BX > 5).
      *
       410000-EXIT.
           EXIT.
      *
       410100-PRINT-ONE-ROW.
      *
           MOVE SPACES TO WS-ROLL-DETAIL.
           MOVE WS-BUCKET-NAME(WS-BX) TO WS-RR-BUCKET.
           MOVE ZERO TO WS-ROW-TOTAL.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL (WS-TX > 7)
               ADD WS-PR-TO-COUNT(WS-PX, WS-BX, WS-TX) TO WS-ROW-TOTAL
           END-PERFORM.
           MOVE WS-ROW-TOTAL TO WS-RR-LOANS.
      *
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL (WS-TX > 7)
               MOVE ZERO TO WS-PERCENT
               IF (WS-ROW-TOTAL > ZERO)
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-PR-TO-COUNT(WS-PX, WS-BX, WS-TX) * 100
                           / WS-ROW-TOTAL
               END-IF
               MOVE WS-PERCENT TO WS-RR-PERCENT(WS-TX)
           END-PERFORM.
           WRITE VINTAGE-REPORT-LINE FROM WS-ROLL-DETAIL.
      *
       410100-EXIT.
           EXIT.
      *
      *
      *            P R I N T   R O L L   T R E N D
      *
      *    FORWARD ROLL: THE SHARE OF A BUCKET THAT MOVED TO ANY
      *    LATER BUCKET OTHER THAN PAID OFF.
      *
       420000-PRINT-ROLL-TREND.
      *
           IF (WS-PAIR-COUNT = ZERO)
               GO TO 420000-EXIT.
      *
           MOVE SPACES TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           MOVE "ROLL-RATE TREND - PERCENT ROLLING FORWARD, BY MONTH"
               TO WS-SH-TEXT.
           MOVE ZERO TO WS-SH-FROM-MONTH WS-SH-TO-MONTH.
           MOVE SPACES TO WS-SH-TO-LITERAL.
           WRITE VINTAGE-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE VINTAGE-REPORT-LINE FROM WS-TREND-COLUMNS.
      *
           MOVE 1 TO WS-FIRST-PAIR.
           IF (WS-PAIR-COUNT > WS-PAIR-LIMIT)
               COMPUTE WS-FIRST-PAIR =
                   WS-PAIR-COUNT - WS-PAIR-LIMIT + 1.
           PERFORM 420100-PRINT-ONE-PAIR
              THRU 420100-EXIT
               VARYING WS-PAIR-INDEX FROM WS-FIRST-PAIR BY 1
               UNTIL (WS-PAIR-INDEX > WS-PAIR-COUNT).
      *
       420000-EXIT.
           EXIT.
      *
       420100-PRINT-ONE-PAIR.
      *
           MOVE WS-PAIR-INDEX TO WS-PAIR-NBR.
           PERFORM 330000-PAIR-SLOT
              THRU 330000-EXIT.
      *
           MOVE SPACES TO WS-TREND-DETAIL.
           MOVE WS-PR-FROM-MONTH(WS-PX) TO WS-TD-FROM-MONTH.
           MOVE WS-PR-TO-MONTH(WS-PX)   TO WS-TD-TO-MONTH.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL (WS-BX > 5)
               MOVE ZERO TO WS-ROW-TOTAL WS-FORWARD-COUNT
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL (WS-TX > 7)
                   ADD WS-PR-TO-COUNT(WS-PX, WS-BX, WS-TX)
                       TO WS-ROW-TOTAL
                   IF (WS-TX > WS-BX)
                       AND (WS-TX < 7)
                       ADD WS-PR-TO-COUNT(WS-PX, WS-BX, WS-TX)
                           TO WS-FORWARD-COUNT
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-PERCENT
               IF (WS-ROW-TOTAL > ZERO)
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-FORWARD-COUNT * 100 / WS-ROW-TOTAL
               END-IF
               MOVE WS-PERCENT TO WS-TD-PERCENT(WS-BX)
           END-PERFORM.
           WRITE VINTAGE-REPORT-LINE FROM WS-TREND-DETAIL.
      *
       420100-EXIT.
           EXIT.
      *
      *
      *             P R I N T   V I N T A G E S
      *
       430000-PRINT-VINTAGES.
      *
      *    EVER OVER 60 DAYS (OR CHARGED OFF) COMES FROM EACH LOAN'S
      *    WORST BUCKET ON THE HISTORY.
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL (WS-LX > WS-LT-COUNT)
               IF (WS-LT-WORST-BUCKET(WS-LX) > 3)
                   MOVE WS-LT-VINTAGE(WS-LX) TO WS-VINTAGE
                   PERFORM 240000-FIND-VINTAGE
                      THRU 240000-EXIT
                   IF (WS-VX > ZERO)
                       ADD 1 TO WS-VT-EVER-60(WS-VX)
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           MOVE "CUMULATIVE DELINQUENCY AND LOSS BY ORIGINATION QUARTER"
               TO WS-SH-TEXT.
           MOVE ZERO TO WS-SH-FROM-MONTH WS-SH-TO-MONTH.
           MOVE SPACES TO WS-SH-TO-LITERAL.
           WRITE VINTAGE-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE VINTAGE-REPORT-LINE FROM WS-VINTAGE-COLUMNS.
      *
           PERFORM 430100-PRINT-ONE-VINTAGE
              THRU 430100-EXIT
               VARYING WS-VX FROM 1 BY 1
               UNTIL (WS-VX > WS-VT-COUNT).
      *
           MOVE WS-VTT-LOANS        TO WS-VT-LOANS(81).
           MOVE WS-VTT-BOOKED       TO WS-VT-BOOKED(81).
           MOVE WS-VTT-OUTSTANDING  TO WS-VT-OUTSTANDING(81).
           MOVE WS-VTT-DELQ-BALANCE TO WS-VT-DELQ-BALANCE(81).
           MOVE WS-VTT-EVER-60      TO WS-VT-EVER-60(81).
           MOVE WS-VTT-CHARGED-OFF  TO WS-VT-CHARGED-OFF(81).
           MOVE WS-VTT-NET-LOSS     TO WS-VT-NET-LOSS(81).
           MOVE 81 TO WS-VX.
           PERFORM 430200-FORMAT-VINTAGE
              THRU 430200-EXIT.
           MOVE "TOTAL  " TO WS-VD-VINTAGE.
           WRITE VINTAGE-REPORT-LINE FROM WS-VINTAGE-DETAIL.
      *
       430000-EXIT.
           EXIT.
      *
       430100-PRINT-ONE-VINTAGE.
      *
           ADD WS-VT-LOANS(WS-VX)        TO WS-VTT-LOANS.
           ADD WS-VT-BOOKED(WS-VX)       TO WS-VTT-BOOKED.
           ADD WS-VT-OUTSTANDING(WS-VX)  TO WS-VTT-OUTSTANDING.
           ADD WS-VT-DELQ-BALANCE(WS-VX) TO WS-VTT-DELQ-BALANCE.
           ADD WS-VT-EVER-60(WS-VX)      TO WS-VTT-EVER-60.
           ADD WS-VT-CHARGED-OFF(WS-VX)  TO WS-VTT-CHARGED-OFF.
           ADD WS-VT-NET-LOSS(WS-VX)     TO WS-VTT-NET-LOSS.
      *
           PERFORM 430200-FORMAT-VINTAGE
              THRU 430200-EXIT.
           IF (WS-VT-VINTAGE(WS-VX) = ZERO)
               MOVE "UNKNOWN" TO WS-VD-VINTAGE
           ELSE
               DIVIDE WS-VT-VINTAGE(WS-VX) BY 10
                   GIVING WS-VD-YEAR REMAINDER WS-VD-QUARTER
               MOVE " Q" TO WS-VD-Q.
           WRITE VINTAGE-REPORT-LINE FROM WS-VINTAGE-DETAIL.
      *
       430100-EXIT.
           EXIT.
      *
       430200-FORMAT-VINTAGE.
      *
           MOVE WS-VT-LOANS(WS-VX)       TO WS-VD-LOANS.
           MOVE WS-VT-BOOKED(WS-VX)      TO WS-VD-BOOKED.
           MOVE WS-VT-OUTSTANDING(WS-VX) TO WS-VD-OUTSTANDING.
           MOVE WS-VT-CHARGED-OFF(WS-VX) TO WS-VD-CHARGED-OFF.
           MOVE WS-VT-NET-LOSS(WS-VX)    TO WS-VD-NET-LOSS.
      *
           MOVE ZERO TO WS-PERCENT.
           IF (WS-VT-OUTSTANDING(WS-VX) > ZERO)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-VT-DELQ-BALANCE(WS-VX) * 100
                       / WS-VT-OUTSTANDING(WS-VX).
           MOVE WS-PERCENT TO WS-VD-DELQ-PERCENT.
      *
           MOVE ZERO TO WS-PERCENT.
           IF (WS-VT-LOANS(WS-VX) > ZERO)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-VT-EVER-60(WS-VX) * 100 / WS-VT-LOANS(WS-VX).
           MOVE WS-PERCENT TO WS-VD-EVER-60-PERCENT.
      *
           MOVE ZERO TO WS-LOSS-PERCENT.
           IF (WS-VT-BOOKED(WS-VX) > ZERO)
               AND (WS-VT-NET-LOSS(WS-VX) > ZERO)
               COMPUTE WS-LOSS-PERCENT ROUNDED =
                   WS-VT-NET-LOSS(WS-VX) * 100 / WS-VT-BOOKED(WS-VX)
                   ON SIZE ERROR MOVE 999.99 TO WS-LOSS-PERCENT
               END-COMPUTE.
           MOVE WS-LOSS-PERCENT TO WS-VD-LOSS-PERCENT.
      *
       430200-EXIT.
           EXIT.
      *
      *
      *           P R I N T   R A T E   B A N D S
      *
       440000-PRINT-RATE-BANDS.
      *
           MOVE SPACES TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           MOVE "ACTIVE PORTFOLIO BY INTEREST RATE" TO WS-SH-TEXT.
           MOVE ZERO TO WS-SH-FROM-MONTH WS-SH-TO-MONTH.
           MOVE SPACES TO WS-SH-TO-LITERAL.
           WRITE VINTAGE-REPORT-LINE FROM WS-SECTION-HEADING.
           MOVE "RATE BAND" TO WS-BC-TITLE.
           WRITE VINTAGE-REPORT-LINE FROM WS-BAND-COLUMNS.
      *
           PERFORM 440100-PRINT-ONE-RATE-BAND
              THRU 440100-EXIT
               VARYING WS-TX FROM 1 BY 1
               UNTIL (WS-TX > 6).
      *
       440000-EXIT.
           EXIT.
      *
       440100-PRINT-ONE-RATE-BAND.
      *
           MOVE WS-RB-LABEL(WS-TX)  TO WS-BD-LABEL.
           MOVE WS-RBT-LOANS(WS-TX) TO WS-BD-LOANS.
           MOVE WS-RBT-BALANCE(WS-TX) TO WS-BD-BALANCE.
           MOVE WS-RBT-DELQ-LOANS(WS-TX) TO WS-BD-DELQ-LOANS.
           MOVE ZERO TO WS-PERCENT.
           IF (WS-ACTIVE-BALANCE > ZERO)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-RBT-BALANCE(WS-TX) * 100 / WS-ACTIVE-BALANCE.
           MOVE WS-PERCENT TO WS-BD-PERCENT.
           MOVE ZERO TO WS-PERCENT.
           IF (WS-RBT-BALANCE(WS-TX) > ZERO)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-RBT-DELQ-BALANCE(WS-TX) * 100
                       / WS-RBT-BALANCE(WS-TX).
           MOVE WS-PERCENT TO WS-BD-DELQ-PERCENT.
           WRITE VINTAGE-REPORT-LINE FROM WS-BAND-DETAIL.
      *
       440100-EXIT.
           EXIT.
      *
      *
      *        P R I N T   B A L A N C E   B A N D S
      *
       450000-PRINT-BALANCE-BANDS.
      *
           MOVE SPACES TO VINTAGE-REPORT-LINE.
           WRITE VINTAGE-REPORT-LINE.
           MOVE "ACTIVE PORTFOLIO BY CURRENT BALANCE" TO WS-SH-TEXT.
           MOVE ZERO TO WS-SH-FROM-MONTH WS-SH-TO-MONTH.
           MOVE SPACES TO WS-SH-TO-LITERAL.
           WRITE VINTAGE-REPORT-LINE FROM WS-SECTION-HEADING.
           MOVE "BALANCE BAND" TO WS-BC-TITLE.
           WRITE VINTAGE-REPORT-LINE FROM WS-BAND-COLUMNS.
      *
           PERFORM 450100-PRINT-ONE-BALANCE-BAND
              THRU 450100-EXIT
               VARYING WS-TX FROM 1 BY 1
               UNTIL (WS-TX > 5).
      *
           MOVE "TOTAL ACTIVE"    TO WS-BD-LABEL.
           MOVE WS-ACTIVE-LOANS   TO WS-BD-LOANS.
           MOVE WS-ACTIVE-BALANCE TO WS-BD-BALANCE.
           MOVE 100               TO WS-BD-PERCENT.
           MOVE WS-ACTIVE-DELQ-LOANS TO WS-BD-DELQ-LOANS.
           MOVE ZERO TO WS-PERCENT.
           IF (WS-ACTIVE-BALANCE > ZERO)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-ACTIVE-DELQ-BALANCE * 100 / WS-ACTIVE-BALANCE.
           MOVE WS-PERCENT TO WS-BD-DELQ-PERCENT.
           WRITE VINTAGE-REPORT-LINE FROM WS-BAND-DETAIL.
      *
       450000-EXIT.
           EXIT.
      *
       450100-PRINT-ONE-BALANCE-BAND.
      *
           MOVE WS-BB-LABEL(WS-TX)  TO WS-BD-LABEL.
           MOVE WS-BBT-LOANS(WS-TX) TO WS-BD-LOANS.
           MOVE WS-BBT-BALANCE(WS-TX) TO WS-BD-BALANCE.
           MOVE WS-BBT-DELQ-LOANS(WS-TX) TO WS-BD-DELQ-LOANS.
           MOVE ZERO TO WS-PERCENT.
           IF (WS-ACTIVE-BALANCE > ZERO)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-BBT-BALANCE(WS-TX) * 100 / WS-ACTIVE-BALANCE.
           MOVE WS-PERCENT TO WS-BD-PERCENT.
           MOVE ZERO TO WS-PERCENT.
           IF (WS-BBT-BALANCE(WS-TX) > ZERO)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-BBT-DELQ-BALANCE(WS-TX) * 100
                       / WS-BBT-BALANCE(WS-TX).
           MOVE WS-PERCENT TO WS-BD-DELQ-PERCENT.
           WRITE VINTAGE-REPORT-LINE FROM WS-BAND-DETAIL.
      *
       450100-EXIT.
           EXIT.
