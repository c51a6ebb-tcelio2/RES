       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LOANBURO.
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
      *    MONTH-END CREDIT BUREAU REPORTING EXTRACT.  RUN AFTER THE
      *    MONTH-END LOANDELQ, IT WRITES ONE FIXED-FORMAT 189-BYTE
      *    RECORD PER LOAN TO CREDBUR.DAT BETWEEN A HEADER (REPORTER
      *    ID, ACTIVITY DATE) AND A TRAILER (RECORD COUNT, BALANCE
      *    TOTAL, COUNTS BY CLASS).  EACH RECORD CARRIES THE
      *    BORROWER'S IDENTIFICATION FROM BORROWER.DAT (SSN, BIRTH
      *    DATE, ADDRESS), THE ORIGINAL AMOUNT, SCHEDULED PAYMENT
      *    (PAYMENT PLUS ESCROW), CURRENT BALANCE, AMOUNT PAST DUE
      *    (MISSED PAYMENTS ON LOANDELQ.DAT TIMES THE PAYMENT), THE
      *    DAYS-PAST-DUE BUCKET, THE LAST PAYMENT DATE FROM
      *    LOANHIST.DAT (A REVERSED PAYMENT DOES NOT COUNT), AND THE
      *    ACCOUNT STATUS:
      *      11 CURRENT        71 30-59 DAYS     78 60-89 DAYS
      *      80 90-119 DAYS    82 120-149 DAYS   83 150-179 DAYS
      *      84 180+ DAYS      13 PAID OFF       97 CHARGED OFF
      *    A LOAN LOANMOD HAS MODIFIED CARRIES AN "M" INDICATOR AND
      *    THE DATE OF ITS LATEST MODIFICATION.
      *    A PAID-OFF LOAN IS REPORTED ONLY IN THE MONTH IT PAID OFF.
      *    A CHARGED-OFF LOAN REPORTS THE UNRECOVERED BALANCE FROM
      *    LOANCO.DAT EVERY MONTH UNTIL NOTHING IS LEFT TO RECOVER.
      *    A LOAN WITH NO NAME, NO BORROWER.DAT ENTRY OR A MISSING
      *    SSN, BIRTH DATE OR ADDRESS FIELD IS NOT WRITTEN - IT GOES
      *    TO THE REJECTS LISTING CREDREJ.RPT FOR THE LOAN OFFICE TO
      *    COMPLETE.  THE CONTROL REPORT CREDCTL.RPT COUNTS THE
      *    LOANS AND BALANCES BY STATUS.
      *    CONTROL CARD BUREAU.CTL (OPTIONAL):
      *      COL  1-8   ACTIVITY DATE (DEFAULT THE RUN DATE)
      *      COL  9-18  REPORTER ID (DEFAULT SUNVALLEY)
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL BUREAU-CONTROL-FILE ASSIGN TO "BUREAU.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT OPTIONAL BORROWER-FILE ASSIGN TO "BORROWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BORROWER-STATUS.
      *
           SELECT OPTIONAL DELINQUENCY-EXTRACT-FILE
               ASSIGN TO "LOANDELQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
      *
           SELECT OPTIONAL LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
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
           SELECT BUREAU-FILE ASSIGN TO "CREDBUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REJECT-LISTING-FILE ASSIGN TO "CREDREJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CONTROL-REPORT-FILE ASSIGN TO "CREDCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BUREAU-CONTROL-FILE.
      *
       01  BUREAU-CONTROL-RECORD.
           03  CT-ACTIVITY-DATE        PIC  9(08).
           03  CT-REPORTER-ID          PIC  X(10).
      *
       FD  BORROWER-FILE.
      *
       01  BORROWER-RECORD.
           03  BI-LOAN-ID              PIC  X(08).
           03  BI-SSN                  PIC  9(09).
           03  BI-BIRTH-DATE           PIC  9(08).
           03  BI-ADDRESS              PIC  X(30).
           03  BI-CITY                 PIC  X(20).
           03  BI-STATE                PIC  X(02).
           03  BI-ZIP                  PIC  X(09).
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
       FD  LOAN-HISTORY-FILE.
      *
       01  LOAN-HISTORY-RECORD.
           03  LH-LOAN-ID              PIC  X(08).
           03  LH-PMT-NBR              PIC  9(03).
           03  LH-PAYMENT-DATE         PIC  9(08).
           03  LH-AMOUNT               PIC  9(06)V99.
           03  LH-INT-PORTION          PIC  9(06)V99.
           03  LH-PRIN-PORTION         PIC  9(06)V99.
           03  LH-BALANCE-AFTER        PIC  9(07)V99.
           03  LH-FEE-PORTION          PIC  9(05)V99.
           03  LH-ESCROW-PORTION       PIC  9(05)V99.
           03  LH-ENTRY-TYPE           PIC  X(01).
               88  LH-REVERSAL              VALUE "R".
               88  LH-MODIFICATION          VALUE "M".
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
       FD  BUREAU-FILE.
      *
       01  BUREAU-REC                  PIC  X(189).
      *
       FD  REJECT-LISTING-FILE.
      *
       01  REJECT-LISTING-LINE         PIC  X(80).
      *
       FD  CONTROL-REPORT-FILE.
      *
       01  CONTROL-REPORT-LINE         PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-BORROWER-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-EXTRACT-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-CHARGE-OFF-STATUS        PIC  X(02) VALUE SPACES.
           88  WS-CHARGE-OFF-FOUND              VALUE "00".
       77  WS-CHARGE-OFF-OPEN-FLAG     PIC  9(01) VALUE ZERO.
           88  WS-CHARGE-OFF-OPEN               VALUE 1.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-ACTIVITY-DATE            PIC  9(08) VALUE ZERO.
       77  WS-REPORTER-ID              PIC  X(10) VALUE "SUNVALLEY".
       77  WS-EXTRACT-DATE             PIC  9(08) VALUE ZERO.
      *
       77  WS-XX                       PIC  9(05) VALUE ZERO.
       77  WS-BX                       PIC  9(05) VALUE ZERO.
       77  WS-HX                       PIC  9(05) VALUE ZERO.
       77  WS-SX                       PIC  9(02) VALUE ZERO.
       77  WS-FOUND-SLOT               PIC  9(05) VALUE ZERO.
       77  WS-DAYS-PAST-DUE            PIC  9(05) VALUE ZERO.
       77  WS-PMTS-MISSED              PIC  9(03) VALUE ZERO.
       77  WS-REPORT-BALANCE           PIC  9(07)V99 VALUE ZERO.
       77  WS-PAST-DUE-AMOUNT          PIC  9(09)V99 VALUE ZERO.
       77  WS-REJECT-REASON            PIC  X(30) VALUE SPACES.
      *
       77  WS-LOANS-READ               PIC  9(07) VALUE ZERO.
       77  WS-LOANS-REPORTED           PIC  9(07) VALUE ZERO.
       77  WS-LOANS-REJECTED           PIC  9(07) VALUE ZERO.
       77  WS-LOANS-CLOSED-EARLIER     PIC  9(07) VALUE ZERO.
       77  WS-REPORTED-BALANCE         PIC  9(11) VALUE ZERO.
       77  WS-CLASS-CURRENT            PIC  9(07) VALUE ZERO.
       77  WS-CLASS-DELINQUENT         PIC  9(07) VALUE ZERO.
       77  WS-CLASS-PAID-OFF           PIC  9(07) VALUE ZERO.
       77  WS-CLASS-CHARGED-OFF        PIC  9(07) VALUE ZERO.
       77  WS-LOANS-MODIFIED           PIC  9(07) VALUE ZERO.
      *
       78  WS-TABLE-LIMIT                       VALUE 5000.
       01  WS-EXTRACT-TABLE.
           03  WS-XT-COUNT             PIC  9(05) VALUE ZERO.
           03  WS-XT-ENTRY             OCCURS 5000 TIMES.
               05  WS-XT-LOAN-ID       PIC  X(08).
               05  WS-XT-DAYS          PIC  9(05).
               05  WS-XT-MISSED        PIC  9(03).
      *
       01  WS-BORROWER-TABLE.
           03  WS-BT-COUNT             PIC  9(05) VALUE ZERO.
           03  WS-BT-ENTRY             OCCURS 5000 TIMES.
               05  WS-BT-LOAN-ID       PIC  X(08).
               05  WS-BT-SSN           PIC  9(09).
               05  WS-BT-BIRTH-DATE    PIC  9(08).
               05  WS-BT-ADDRESS       PIC  X(30).
               05  WS-BT-CITY          PIC  X(20).
               05  WS-BT-STATE         PIC  X(02).
               05  WS-BT-ZIP           PIC  X(09).
      *
      *    LAST PAYMENT STILL STANDING PER LOAN.
       01  WS-PAYMENT-TABLE.
           03  WS-HT-COUNT             PIC  9(05) VALUE ZERO.
           03  WS-HT-ENTRY             OCCURS 5000 TIMES.
               05  WS-HT-LOAN-ID       PIC  X(08).
               05  WS-HT-PMT-NBR       PIC  9(03).
               05  WS-HT-LAST-DATE     PIC  9(08).
      *
      *    ACCOUNT STATUS CODES IN REPORTING ORDER; THE SLOT NUMBER
      *    IS WORKED OUT FROM THE DAYS PAST DUE OR THE CLOSED STATE.
       01  WS-STATUS-VALUES.
           03  FILLER  PIC X(24) VALUE "110CURRENT              ".
           03  FILLER  PIC X(24) VALUE "71130-59 DAYS PAST DUE  ".
           03  FILLER  PIC X(24) VALUE "78260-89 DAYS PAST DUE  ".
           03  FILLER  PIC X(24) VALUE "80390-119 DAYS PAST DUE ".
           03  FILLER  PIC X(24) VALUE "824120-149 DAYS PAST DUE".
           03  FILLER  PIC X(24) VALUE "835150-179 DAYS PAST DUE".
           03  FILLER  PIC X(24) VALUE "846180+ DAYS PAST DUE   ".
           03  FILLER  PIC X(24) VALUE "13 PAID OFF             ".
           03  FILLER  PIC X(24) VALUE "97LCHARGED OFF          ".
       01  WS-STATUS-TABLE             REDEFINES WS-STATUS-VALUES.
           03  WS-ST-ENTRY             OCCURS 9 TIMES.
               05  WS-ST-CODE          PIC  X(02).
               05  WS-ST-RATING        PIC  X(01).
               05  WS-ST-DESCRIPTION   PIC  X(21).
      *
       01  WS-STATUS-TOTALS.
           03  WS-SC-ENTRY             OCCURS 9 TIMES.
               05  WS-SC-COUNT         PIC  9(07).
               05  WS-SC-BALANCE       PIC  9(11)V99.
      *
       01  WS-BUREAU-HEADER.
           03  FILLER                  PIC  X(01) VALUE "H".
           03  WS-BH-REPORTER-ID       PIC  X(10).
           03  WS-BH-ACTIVITY-DATE     PIC  9(08).
           03  WS-BH-CREATED-DATE      PIC  9(08).
           03  FILLER                  PIC  X(162) VALUE SPACES.
      *
       01  WS-BUREAU-DETAIL.
           03  FILLER                  PIC  X(01) VALUE "D".
           03  WS-BD-ACCOUNT-NBR       PIC  X(08).
           03  WS-BD-BORROWER-NAME     PIC  X(25).
           03  WS-BD-SSN               PIC  9(09).
           03  WS-BD-BIRTH-DATE        PIC  9(08).
           03  WS-BD-ADDRESS           PIC  X(30).
           03  WS-BD-CITY              PIC  X(20).
           03  WS-BD-STATE             PIC  X(02).
           03  WS-BD-ZIP               PIC  X(09).
           03  WS-BD-OPEN-DATE         PIC  9(08).
           03  WS-BD-ORIGINAL-AMT      PIC  9(09).
           03  WS-BD-SCHED-PMT         PIC  9(09).
           03  WS-BD-CURRENT-BAL       PIC  9(09).
           03  WS-BD-PAST-DUE-AMT      PIC  9(09).
           03  WS-BD-ACCOUNT-STATUS    PIC  X(02).
           03  WS-BD-PAYMENT-RATING    PIC  X(01).
           03  WS-BD-DPD-BUCKET        PIC  X(03).
           03  WS-BD-LAST-PMT-DATE     PIC  9(08).
           03  WS-BD-CLOSED-IND        PIC  X(01).
           03  WS-BD-CHARGE-OFF-AMT    PIC  9(09).
           03  WS-BD-MODIFIED-IND      PIC  X(01).
           03  WS-BD-MOD-DATE          PIC  9(08).
      *
       01  WS-BUREAU-TRAILER.
           03  FILLER                  PIC  X(01) VALUE "T".
           03  WS-BT-RECORD-COUNT      PIC  9(07).
           03  WS-BT-TOTAL-BALANCE     PIC  9(11).
           03  WS-BT-CURRENT           PIC  9(07).
           03  WS-BT-DELINQUENT        PIC  9(07).
           03  WS-BT-PAID-OFF          PIC  9(07).
           03  WS-BT-CHARGED-OFF       PIC  9(07).
           03  WS-BT-MODIFIED          PIC  9(07).
           03  FILLER                  PIC  X(135) VALUE SPACES.
      *
       01  WS-REJECT-HEADING.
           03  FILLER  PIC X(30) VALUE "CREDIT BUREAU REJECTS FOR    ".
           03  WS-RJH-ACTIVITY-DATE    PIC  9(08).
      *
       01  WS-REJECT-COLUMNS.
           03  FILLER  PIC X(37) VALUE "LOAN ID   BORROWER".
           03  FILLER  PIC X(06) VALUE "REASON".
      *
       01  WS-REJECT-DETAIL.
           03  WS-RJ-LOAN-ID           PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RJ-BORROWER          PIC  X(25).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RJ-REASON            PIC  X(30).
      *
       01  WS-CONTROL-HEADING.
           03  FILLER  PIC X(30) VALUE "CREDIT BUREAU CONTROL FOR    ".
           03  WS-CH-ACTIVITY-DATE     PIC  9(08).
           03  FILLER  PIC X(22) VALUE "   DELINQUENCY AS AT  ".
           03  WS-CH-EXTRACT-DATE      PIC  9(08).
      *
       01  WS-CONTROL-COLUMNS.
           03  FILLER  PIC X(29) VALUE "ST  DESCRIPTION".
           03  FILLER  PIC X(10) VALUE "    LOANS ".
           03  FILLER  PIC X(18) VALUE "           BALANCE".
      *
       01  WS-CONTROL-DETAIL.
           03  WS-CD-CODE              PIC  X(02).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-CD-DESCRIPTION       PIC  X(21).
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-CD-COUNT             PIC  Z,ZZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-CD-BALANCE           PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-CONTROL-TOTAL.
           03  WS-CT-LABEL             PIC  X(29).
           03  WS-CT-COUNT             PIC  Z,ZZZ,ZZ9.
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-ACTIVITY-DATE.
           PERFORM 100000-READ-CONTROL
              THRU 100000-EXIT.
           INITIALIZE WS-STATUS-TOTALS.
      *
           PERFORM 200000-LOAD-BORROWERS
              THRU 200000-EXIT.
           PERFORM 210000-LOAD-EXTRACT
              THRU 210000-EXIT.
           PERFORM 220000-LOAD-PAYMENTS
              THRU 220000-EXIT.
      *
           OPEN INPUT LOAN-MASTER-FILE.
           IF (WS-MASTER-STATUS NOT = "00")
               DISPLAY "LOANBURO: CANNOT OPEN LOANMST.DAT FS="
                       WS-MASTER-STATUS
               STOP RUN.
           OPEN INPUT CHARGE-OFF-FILE.
           IF (WS-CHARGE-OFF-STATUS = "00")
               MOVE 1 TO WS-CHARGE-OFF-OPEN-FLAG.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT REJECT-LISTING-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
      *
           MOVE WS-REPORTER-ID   TO WS-BH-REPORTER-ID.
           MOVE WS-ACTIVITY-DATE TO WS-BH-ACTIVITY-DATE.
           MOVE WS-RUN-DATE      TO WS-BH-CREATED-DATE.
           WRITE BUREAU-REC FROM WS-BUREAU-HEADER.
           MOVE WS-ACTIVITY-DATE TO WS-RJH-ACTIVITY-DATE.
           WRITE REJECT-LISTING-LINE FROM WS-REJECT-HEADING.
           WRITE REJECT-LISTING-LINE FROM WS-REJECT-COLUMNS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 300000-REPORT-ONE-LOAN
              THRU 300000-EXIT
               UNTIL (WS-EOF).
      *
           MOVE WS-LOANS-REPORTED    TO WS-BT-RECORD-COUNT.
           MOVE WS-REPORTED-BALANCE  TO WS-BT-TOTAL-BALANCE.
           MOVE WS-CLASS-CURRENT     TO WS-BT-CURRENT.
           MOVE WS-CLASS-DELINQUENT  TO WS-BT-DELINQUENT.
           MOVE WS-CLASS-PAID-OFF    TO WS-BT-PAID-OFF.
           MOVE WS-CLASS-CHARGED-OFF TO WS-BT-CHARGED-OFF.
           MOVE WS-LOANS-MODIFIED    TO WS-BT-MODIFIED.
           WRITE BUREAU-REC FROM WS-BUREAU-TRAILER.
      *
           PERFORM 500000-PRINT-CONTROL-REPORT
              THRU 500000-EXIT.
      *
           DISPLAY "LOANBURO: " WS-LOANS-READ " LOANS, "
                   WS-LOANS-REPORTED " REPORTED, "
                   WS-LOANS-REJECTED " REJECTED".
      *
       000000-EXIT.
           CLOSE LOAN-MASTER-FILE.
           IF (WS-CHARGE-OFF-OPEN)
               CLOSE CHARGE-OFF-FILE.
           CLOSE BUREAU-FILE.
           CLOSE REJECT-LISTING-FILE.
           CLOSE CONTROL-REPORT-FILE.
           STOP RUN.
      *
      *
      *              R E A D   C O N T R O L
      *
       100000-READ-CONTROL.
      *
           OPEN INPUT BUREAU-CONTROL-FILE.
           IF (WS-CONTROL-STATUS = "00")
               READ BUREAU-CONTROL-FILE
                   AT END MOVE ZERO TO CT-ACTIVITY-DATE
               END-READ
               IF (CT-ACTIVITY-DATE NUMERIC)
                   AND (CT-ACTIVITY-DATE > ZERO)
                   MOVE CT-ACTIVITY-DATE TO WS-ACTIVITY-DATE
               END-IF
               IF (CT-REPORTER-ID NOT = SPACES)
                   MOVE CT-REPORTER-ID TO WS-REPORTER-ID.
           CLOSE BUREAU-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *             L O A D   B O R R O W E R S
      *
       200000-LOAD-BORROWERS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT BORROWER-FILE.
           IF (WS-BORROWER-STATUS NOT = "00")
               DISPLAY "LOANBURO: NO BORROWER.DAT - EVERY LOAN "
                       "WILL REJECT"
               CLOSE BORROWER-FILE
               GO TO 200000-EXIT.
           PERFORM 200100-LOAD-ONE-BORROWER
              THRU 200100-EXIT
               UNTIL (WS-EOF).
           CLOSE BORROWER-FILE.
      *
       200000-EXIT.
           EXIT.
      *
       200100-LOAD-ONE-BORROWER.
      *
           READ BORROWER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 200100-EXIT.
           IF (WS-BT-COUNT NOT < WS-TABLE-LIMIT)
               DISPLAY "LOANBURO: BORROWER TABLE FULL - LOAN "
                       BI-LOAN-ID " WILL REJECT"
               GO TO 200100-EXIT.
           ADD 1 TO WS-BT-COUNT.
           MOVE BI-LOAN-ID    TO WS-BT-LOAN-ID(WS-BT-COUNT).
           MOVE BI-SSN        TO WS-BT-SSN(WS-BT-COUNT).
           MOVE BI-BIRTH-DATE TO WS-BT-BIRTH-DATE(WS-BT-COUNT).
           MOVE BI-ADDRESS    TO WS-BT-ADDRESS(WS-BT-COUNT).
           MOVE BI-CITY       TO WS-BT-CITY(WS-BT-COUNT).
           MOVE BI-STATE      TO WS-BT-STATE(WS-BT-COUNT).
           MOVE BI-ZIP        TO WS-BT-ZIP(WS-BT-COUNT).
      *
       200100-EXIT.
           EXIT.
      *
      *
      *              L O A D   E X T R A C T
      *
       210000-LOAD-EXTRACT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT DELINQUENCY-EXTRACT-FILE.
           IF (WS-EXTRACT-STATUS NOT = "00")
               DISPLAY "LOANBURO: NO LOANDELQ.DAT - ALL LOANS "
                       "REPORTED CURRENT"
               CLOSE DELINQUENCY-EXTRACT-FILE
               GO TO 210000-EXIT.
           PERFORM 210100-LOAD-ONE-LOAN
              THRU 210100-EXIT
               UNTIL (WS-EOF).
           CLOSE DELINQUENCY-EXTRACT-FILE.
      *
       210000-EXIT.
           EXIT.
      *
       210100-LOAD-ONE-LOAN.
      *
           READ DELINQUENCY-EXTRACT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 210100-EXIT.
           MOVE DX-RUN-DATE TO WS-EXTRACT-DATE.
           IF (WS-XT-COUNT NOT < WS-TABLE-LIMIT)
               DISPLAY "LOANBURO: EXTRACT TABLE FULL - LOAN "
                       DX-LOAN-ID " REPORTED CURRENT"
               GO TO 210100-EXIT.
           ADD 1 TO WS-XT-COUNT.
           MOVE DX-LOAN-ID       TO WS-XT-LOAN-ID(WS-XT-COUNT).
           MOVE DX-DAYS-PAST-DUE TO WS-XT-DAYS(WS-XT-COUNT).
           MOVE DX-PMTS-MISSED   TO WS-XT-MISSED(WS-XT-COUNT).
      *
       210100-EXIT.
           EXIT.
      *
      *
      *              L O A D   P A Y M E N T S
      *
       220000-LOAD-PAYMENTS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF (WS-HISTORY-STATUS NOT = "00")
               CLOSE LOAN-HISTORY-FILE
               GO TO 220000-EXIT.
           PERFORM 220100-LOAD-ONE-PAYMENT
              THRU 220100-EXIT
               UNTIL (WS-EOF).
           CLOSE LOAN-HISTORY-FILE.
      *
       220000-EXIT.
           EXIT.
      *
       220100-LOAD-ONE-PAYMENT.
      *
           READ LOAN-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 220100-EXIT.
           IF (LH-MODIFICATION)
               GO TO 220100-EXIT.
      *
           MOVE ZERO TO WS-FOUND-SLOT.
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL (WS-HX > WS-HT-COUNT)
               IF (WS-HT-LOAN-ID(WS-HX) = LH-LOAN-ID)
                   MOVE WS-HX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.
      *
      *    A REVERSAL TAKES BACK THE PAYMENT WITH ITS NUMBER.
           IF (LH-REVERSAL)
               IF (WS-FOUND-SLOT NOT = ZERO)
                   AND (WS-HT-PMT-NBR(WS-FOUND-SLOT) = LH-PMT-NBR)
                   MOVE ZERO TO WS-HT-LAST-DATE(WS-FOUND-SLOT)
                   MOVE ZERO TO WS-HT-PMT-NBR(WS-FOUND-SLOT)
               END-IF
               GO TO 220100-EXIT.
      *
           IF (WS-FOUND-SLOT = ZERO)
               IF (WS-HT-COUNT NOT < WS-TABLE-LIMIT)
                   GO TO 220100-EXIT
               ELSE
                   ADD 1 TO WS-HT-COUNT
                   MOVE WS-HT-COUNT TO WS-FOUND-SLOT
                   MOVE LH-LOAN-ID  TO WS-HT-LOAN-ID(WS-FOUND-SLOT)
                   MOVE ZERO        TO WS-HT-LAST-DATE(WS-FOUND-SLOT)
                   MOVE ZERO        TO WS-HT-PMT-NBR(WS-FOUND-SLOT).
      *
           IF (LH-PAYMENT-DATE NOT < WS-HT-LAST-DATE(WS-FOUND-SLOT))
               MOVE LH-PAYMENT-DATE TO WS-HT-LAST-DATE(WS-FOUND-SLOT)
               MOVE LH-PMT-NBR      TO WS-HT-PMT-NBR(WS-FOUND-SLOT).
      *
       220100-EXIT.
           EXIT.
      *
      *
      *            R E P O R T   O N E   L O A N
      *
       300000-REPORT-ONE-LOAN.
      *
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 300000-EXIT.
           ADD 1 TO WS-LOANS-READ.
      *
           MOVE ZERO TO WS-BD-LAST-PMT-DATE.
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL (WS-HX > WS-HT-COUNT)
               IF (WS-HT-LOAN-ID(WS-HX) = LM-LOAN-ID)
                   MOVE WS-HT-LAST-DATE(WS-HX) TO WS-BD-LAST-PMT-DATE
               END-IF
           END-PERFORM.
      *
      *    WORK OUT THE STATUS SLOT, BALANCE AND AMOUNT PAST DUE.
           MOVE ZERO  TO WS-PAST-DUE-AMOUNT.
           MOVE ZERO  TO WS-BD-CHARGE-OFF-AMT.
           MOVE SPACE TO WS-BD-CLOSED-IND.
           MOVE LM-CURRENT-BALANCE TO WS-REPORT-BALANCE.
           IF (LM-PAID-OFF)
               IF (WS-BD-LAST-PMT-DATE(1:6) NOT = WS-ACTIVITY-DATE(1:6))
                   ADD 1 TO WS-LOANS-CLOSED-EARLIER
                   GO TO 300000-EXIT
               ELSE
                   MOVE 8    TO WS-SX
                   MOVE "P"  TO WS-BD-CLOSED-IND
                   MOVE ZERO TO WS-REPORT-BALANCE
                   MOVE "000" TO WS-BD-DPD-BUCKET
                   GO TO 300100-CHECK-BORROWER.
      *
           IF (LM-CHARGED-OFF)
               PERFORM 310000-CHARGED-OFF-BALANCE
                  THRU 310000-EXIT
               IF (WS-SX = ZERO)
                   ADD 1 TO WS-LOANS-CLOSED-EARLIER
                   GO TO 300000-EXIT
               ELSE
                   GO TO 300100-CHECK-BORROWER.
      *
           PERFORM 320000-DELINQUENCY-STATUS
              THRU 320000-EXIT.
      *
       300100-CHECK-BORROWER.
      *
           MOVE ZERO TO WS-FOUND-SLOT.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL (WS-BX > WS-BT-COUNT)
               IF (WS-BT-LOAN-ID(WS-BX) = LM-LOAN-ID)
                   MOVE WS-BX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO WS-REJECT-REASON.
           IF (LM-BORROWER = SPACES)
               MOVE "NO BORROWER NAME" TO WS-REJECT-REASON
           ELSE
           IF (WS-FOUND-SLOT = ZERO)
               MOVE "NOT ON BORROWER.DAT" TO WS-REJECT-REASON
           ELSE
           IF (WS-BT-SSN(WS-FOUND-SLOT) NOT NUMERIC)
               OR (WS-BT-SSN(WS-FOUND-SLOT) = ZERO)
               MOVE "SSN MISSING" TO WS-REJECT-REASON
           ELSE
           IF (WS-BT-BIRTH-DATE(WS-FOUND-SLOT) NOT NUMERIC)
               OR (WS-BT-BIRTH-DATE(WS-FOUND-SLOT) = ZERO)
               MOVE "BIRTH DATE MISSING" TO WS-REJECT-REASON
           ELSE
           IF (WS-BT-ADDRESS(WS-FOUND-SLOT) = SPACES)
               OR (WS-BT-CITY(WS-FOUND-SLOT) = SPACES)
               OR (WS-BT-STATE(WS-FOUND-SLOT) = SPACES)
               OR (WS-BT-ZIP(WS-FOUND-SLOT) = SPACES)
               MOVE "ADDRESS INCOMPLETE" TO WS-REJECT-REASON.
      *
           IF (WS-REJECT-REASON NOT = SPACES)
               ADD 1 TO WS-LOANS-REJECTED
               MOVE LM-LOAN-ID       TO WS-RJ-LOAN-ID
               MOVE LM-BORROWER      TO WS-RJ-BORROWER
               MOVE WS-REJECT-REASON TO WS-RJ-REASON
               WRITE REJECT-LISTING-LINE FROM WS-REJECT-DETAIL
               GO TO 300000-EXIT.
      *
           PERFORM 330000-WRITE-BUREAU-RECORD
              THRU 330000-EXIT.
      *
       300000-EXIT.
           EXIT.
      *
      *
      *        C H A R G E D - O F F   B A L A N C E
      *
      *    WHAT IS STILL UNRECOVERED IS BOTH THE BALANCE AND THE
      *    AMOUNT PAST DUE.  WS-SX COMES BACK ZERO WHEN THERE IS
      *    NOTHING LEFT AND NO RECOVERY THIS MONTH TO REPORT.
      *
       310000-CHARGED-OFF-BALANCE.
      *
           MOVE 9     TO WS-SX.
           MOVE "C"   TO WS-BD-CLOSED-IND.
           MOVE "180" TO WS-BD-DPD-BUCKET.
           MOVE ZERO  TO WS-REPORT-BALANCE.
           IF (NOT WS-CHARGE-OFF-OPEN)
               GO TO 310000-EXIT.
           MOVE LM-LOAN-ID TO CO-LOAN-ID.
           READ CHARGE-OFF-FILE
               INVALID KEY CONTINUE.
           IF (NOT WS-CHARGE-OFF-FOUND)
               GO TO 310000-EXIT.
      *
           COMPUTE WS-REPORT-BALANCE = CO-TOTAL - CO-RECOVERED.
           COMPUTE WS-BD-CHARGE-OFF-AMT ROUNDED = CO-TOTAL.
           MOVE WS-REPORT-BALANCE TO WS-PAST-DUE-AMOUNT.
           IF (WS-REPORT-BALANCE = ZERO)
               AND (CO-LAST-RECOVERY-DATE(1:6)
                       NOT = WS-ACTIVITY-DATE(1:6))
               MOVE ZERO TO WS-SX.
      *
       310000-EXIT.
           EXIT.
      *
      *
      *          D E L I N Q U E N C Y   S T A T U S
      *
       320000-DELINQUENCY-STATUS.
      *
           MOVE ZERO TO WS-DAYS-PAST-DUE.
           MOVE ZERO TO WS-PMTS-MISSED.
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL (WS-XX > WS-XT-COUNT)
               IF (WS-XT-LOAN-ID(WS-XX) = LM-LOAN-ID)
                   MOVE WS-XT-DAYS(WS-XX)   TO WS-DAYS-PAST-DUE
                   MOVE WS-XT-MISSED(WS-XX) TO WS-PMTS-MISSED
               END-IF
           END-PERFORM.
      *
           COMPUTE WS-PAST-DUE-AMOUNT = WS-PMTS-MISSED * LM-PMT-AMT.
           IF (WS-DAYS-PAST-DUE < 30)
               MOVE 1 TO WS-SX
               MOVE "000" TO WS-BD-DPD-BUCKET
           ELSE
           IF (WS-DAYS-PAST-DUE < 60)
               MOVE 2 TO WS-SX
               MOVE "030" TO WS-BD-DPD-BUCKET
           ELSE
           IF (WS-DAYS-PAST-DUE < 90)
               MOVE 3 TO WS-SX
               MOVE "060" TO WS-BD-DPD-BUCKET
           ELSE
           IF (WS-DAYS-PAST-DUE < 120)
               MOVE 4 TO WS-SX
               MOVE "090" TO WS-BD-DPD-BUCKET
           ELSE
           IF (WS-DAYS-PAST-DUE < 150)
               MOVE 5 TO WS-SX
               MOVE "120" TO WS-BD-DPD-BUCKET
           ELSE
           IF (WS-DAYS-PAST-DUE < 180)
               MOVE 6 TO WS-SX
               MOVE "150" TO WS-BD-DPD-BUCKET
           ELSE
               MOVE 7 TO WS-SX
               MOVE "180" TO WS-BD-DPD-BUCKET.
      *
       320000-EXIT.
           EXIT.
      *
      *
      *         W R I T E   B U R E A U   R E C O R D
      *
       330000-WRITE-BUREAU-RECORD.
      *
           MOVE LM-LOAN-ID  TO WS-BD-ACCOUNT-NBR.
           MOVE LM-BORROWER TO WS-BD-BORROWER-NAME.
           MOVE WS-BT-SSN(WS-FOUND-SLOT)        TO WS-BD-SSN.
           MOVE WS-BT-BIRTH-DATE(WS-FOUND-SLOT) TO WS-BD-BIRTH-DATE.
           MOVE WS-BT-ADDRESS(WS-FOUND-SLOT)    TO WS-BD-ADDRESS.
           MOVE WS-BT-CITY(WS-FOUND-SLOT)       TO WS-BD-CITY.
           MOVE WS-BT-STATE(WS-FOUND-SLOT)      TO WS-BD-STATE.
           MOVE WS-BT-ZIP(WS-FOUND-SLOT)        TO WS-BD-ZIP.
           MOVE LM-ORIG-DATE TO WS-BD-OPEN-DATE.
      *    THE BUREAUS TAKE WHOLE DOLLARS.
           COMPUTE WS-BD-ORIGINAL-AMT ROUNDED = LM-PRINCIPAL.
           IF (LM-ACTIVE)
               COMPUTE WS-BD-SCHED-PMT ROUNDED =
                       LM-PMT-AMT + LM-ESCROW-PMT
           ELSE
               MOVE ZERO TO WS-BD-SCHED-PMT.
           COMPUTE WS-BD-CURRENT-BAL  ROUNDED = WS-REPORT-BALANCE.
           COMPUTE WS-BD-PAST-DUE-AMT ROUNDED = WS-PAST-DUE-AMOUNT.
           MOVE WS-ST-CODE(WS-SX)   TO WS-BD-ACCOUNT-STATUS.
           MOVE WS-ST-RATING(WS-SX) TO WS-BD-PAYMENT-RATING.
           IF (LM-MODIFIED)
               ADD 1 TO WS-LOANS-MODIFIED
               MOVE "M"         TO WS-BD-MODIFIED-IND
               MOVE LM-MOD-DATE TO WS-BD-MOD-DATE
           ELSE
               MOVE SPACE       TO WS-BD-MODIFIED-IND
               MOVE ZERO        TO WS-BD-MOD-DATE.
           WRITE BUREAU-REC FROM WS-BUREAU-DETAIL.
      *
           ADD 1 TO WS-LOANS-REPORTED.
           ADD WS-BD-CURRENT-BAL TO WS-REPORTED-BALANCE.
           ADD 1 TO WS-SC-COUNT(WS-SX).
           ADD WS-REPORT-BALANCE TO WS-SC-BALANCE(WS-SX).
           IF (WS-SX = 1)
               ADD 1 TO WS-CLASS-CURRENT
           ELSE
           IF (WS-SX = 8)
               ADD 1 TO WS-CLASS-PAID-OFF
           ELSE
           IF (WS-SX = 9)
               ADD 1 TO WS-CLASS-CHARGED-OFF
           ELSE
               ADD 1 TO WS-CLASS-DELINQUENT.
      *
       330000-EXIT.
           EXIT.
      *
      *
      *         P R I N T   C O N T R O L   R E P O R T
      *
       500000-PRINT-CONTROL-REPORT.
      *
           MOVE WS-ACTIVITY-DATE TO WS-CH-ACTIVITY-DATE.
           MOVE WS-EXTRACT-DATE  TO WS-CH-EXTRACT-DATE.
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-HEADING.
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-COLUMNS.
           PERFORM 500100-PRINT-ONE-STATUS
              THRU 500100-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL (WS-SX > 9).
      *
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "LOANS ON MASTER:" TO WS-CT-LABEL.
           MOVE WS-LOANS-READ TO WS-CT-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL.
           MOVE "LOANS REPORTED:" TO WS-CT-LABEL.
           MOVE WS-LOANS-REPORTED TO WS-CT-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL.
           MOVE "REJECTED - BORROWER DATA:" TO WS-CT-LABEL.
           MOVE WS-LOANS-REJECTED TO WS-CT-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL.
           MOVE "CLOSED IN EARLIER MONTHS:" TO WS-CT-LABEL.
           MOVE WS-LOANS-CLOSED-EARLIER TO WS-CT-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL.
           MOVE "MODIFIED LOANS REPORTED:" TO WS-CT-LABEL.
           MOVE WS-LOANS-MODIFIED TO WS-CT-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-TOTAL.
      *
       500000-EXIT.
           EXIT.
      *
       500100-PRINT-ONE-STATUS.
      *
           MOVE WS-ST-CODE(WS-SX)        TO WS-CD-CODE.
           MOVE WS-ST-DESCRIPTION(WS-SX) TO WS-CD-DESCRIPTION.
           MOVE WS-SC-COUNT(WS-SX)       TO WS-CD-COUNT.
           MOVE WS-SC-BALANCE(WS-SX)     TO WS-CD-BALANCE.
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-DETAIL.
      *
       500100-EXIT.
           EXIT.
