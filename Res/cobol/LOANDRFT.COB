       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LOANDRFT.
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
      *    AUTOMATIC PAYMENT DRAFTING FOR LOAN BORROWERS WHO HAVE
      *    AUTHORIZED A DEBIT TO THEIR BANK ACCOUNT.  FOUR STEPS IN
      *    ONE DAILY RUN, AHEAD OF LOANPAY:
      *      1. DRFTSETUP.DAT (ACTION, LOAN ID, ROUTING NUMBER,
      *         ACCOUNT NUMBER, ACCOUNT TYPE C/S, DRAFT DAY 1-28)
      *         ADDS, CHANGES (A) OR CANCELS (X) THE LOAN'S DRAFT
      *         AUTHORIZATION ON LOANAUTO.DAT.  THE ROUTING NUMBER
      *         MUST PASS ITS CHECK DIGIT.  A NEW OR CHANGED
      *         AUTHORIZATION NEVER DRAFTS A DUE DATE ALREADY PAST.
      *      2. THE BANK'S RETURN FILE BANKRTN.DAT (TRACE, RETURN
      *         DATE, AMOUNT, REASON) MARKS EACH DRAFT RETURNED ON
      *         THE DRAFT FILE LOANDPND.DAT AND RAISES THE LOAN'S FEE
      *         BALANCE BY THE RETURN FEE.  A DRAFT ALREADY SETTLED
      *         TO LOANPAY HAS ITS POSTING FOUND ON LOANHIST.DAT AND
      *         REVERSED: THE MASTER GETS THE SPLIT BACK AND A
      *         REVERSAL ENTRY (TYPE R) IS APPENDED TO THE HISTORY
      *         FOR LOANJRNL.  TOO MANY RETURNS SUSPEND THE
      *         AUTHORIZATION UNTIL IT IS SET UP AGAIN.
      *      3. EVERY DRAFT STILL OUTSTANDING WHOSE EFFECTIVE DATE
      *         HAS PASSED HAS SETTLED, AND IS APPENDED TO
      *         LOANPMT.DAT AS A RECEIPT DATED THE EFFECTIVE DATE.
      *      4. EACH ACTIVE AUTHORIZATION WHOSE DUE DATE (THE DRAFT
      *         DAY OF THE MONTH, ROLLED PAST WEEKENDS AND HOLIDAYS
      *         WITH THE DATE LIBRARY) FALLS ON OR BEFORE THE NEXT
      *         BUSINESS DAY, AND HAS NOT BEEN DRAFTED, IS DRAFTED
      *         FOR LM-PMT-AMT PLUS LM-ESCROW-PMT (THE PAYOFF PLUS
      *         ESCROW WHEN THE BALANCE IS SMALLER) EFFECTIVE THE
      *         NEXT BUSINESS DAY.  THE BANK'S DEBIT FILE BANKDRFT.DAT
      *         IS REBUILT FROM EVERY OUTSTANDING DRAFT FOR THAT
      *         EFFECTIVE DATE, SO A RERUN RESENDS THE SAME FILE.
      *    CONTROL CARD LOANDRFT.CTL (OPTIONAL):
      *      COL  1-5   RETURN FEE 999V99 (DEFAULT 25.00)
      *      COL  6     RETURNS BEFORE SUSPENSION (DEFAULT 2)
      *    HOLIDAY.DAT, WHEN PRESENT, EXTENDS THE HOLIDAY TABLE.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL DRAFT-CONTROL-FILE ASSIGN TO "LOANDRFT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT OPTIONAL HOLIDAY-CALENDAR-FILE
               ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
      *
           SELECT OPTIONAL DRAFT-SETUP-FILE ASSIGN TO "DRFTSETUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETUP-STATUS.
      *
           SELECT OPTIONAL BANK-RETURN-FILE ASSIGN TO "BANKRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
      *
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT DRAFT-AUTH-FILE ASSIGN TO "LOANAUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-LOAN-ID
               FILE STATUS IS WS-AUTH-STATUS.
      *
           SELECT DRAFT-FILE ASSIGN TO "LOANDPND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-TRACE
               FILE STATUS IS WS-DRAFT-STATUS.
      *
           SELECT OPTIONAL LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *
           SELECT OPTIONAL LOAN-PAYMENT-FILE ASSIGN TO "LOANPMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT BANK-DEBIT-FILE ASSIGN TO "BANKDRFT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT DRAFT-REGISTER-FILE ASSIGN TO "LOANDRFT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DRAFT-CONTROL-FILE.
      *
       01  DRAFT-CONTROL-RECORD.
           03  CT-RETURN-FEE           PIC  9(03)V99.
           03  CT-MAX-RETURNS          PIC  9(01).
      *
       FD  HOLIDAY-CALENDAR-FILE.
      *
       01  HOLIDAY-CALENDAR-RECORD.
           03  HC-DATE                 PIC  9(08).
           03  HC-DAYS                 PIC  9(02).
      *
       FD  DRAFT-SETUP-FILE.
      *
       01  DRAFT-SETUP-RECORD.
           03  DS-ACTION               PIC  X(01).
           03  DS-LOAN-ID              PIC  X(08).
           03  DS-ROUTING              PIC  X(09).
           03  DS-ACCOUNT              PIC  X(17).
           03  DS-ACCOUNT-TYPE         PIC  X(01).
           03  DS-DRAFT-DAY            PIC  9(02).
      *
       FD  BANK-RETURN-FILE.
      *
       01  BANK-RETURN-RECORD.
           03  RT-TRACE                PIC  X(16).
           03  RT-RETURN-DATE          PIC  9(08).
           03  RT-AMOUNT               PIC  9(06)V99.
           03  RT-REASON               PIC  X(03).
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
      *    ONE DRAFT AUTHORIZATION PER LOAN.
       FD  DRAFT-AUTH-FILE.
      *
       01  DRAFT-AUTH-RECORD.
           03  AU-LOAN-ID              PIC  X(08).
           03  AU-ROUTING              PIC  X(09).
           03  AU-ACCOUNT              PIC  X(17).
           03  AU-ACCOUNT-TYPE         PIC  X(01).
           03  AU-DRAFT-DAY            PIC  9(02).
           03  AU-STATUS               PIC  X(01).
               88  AU-ACTIVE                VALUE "A".
               88  AU-SUSPENDED             VALUE "S".
               88  AU-CANCELLED             VALUE "X".
           03  AU-SETUP-DATE           PIC  9(08).
           03  AU-LAST-DUE-DATE        PIC  9(08).
           03  AU-RETURN-COUNT         PIC  9(03).
      *
      *    ONE RECORD PER DRAFT SENT, KEYED BY THE TRACE THE BANK
      *    QUOTES BACK ON A RETURN (LOAN ID AND EFFECTIVE DATE).
       FD  DRAFT-FILE.
      *
       01  DRAFT-RECORD.
           03  DP-TRACE.
               05  DP-LOAN-ID          PIC  X(08).
               05  DP-EFFECTIVE-DATE   PIC  9(08).
           03  DP-DUE-DATE             PIC  9(08).
           03  DP-AMOUNT               PIC  9(06)V99.
           03  DP-ROUTING              PIC  X(09).
           03  DP-ACCOUNT              PIC  X(17).
           03  DP-ACCOUNT-TYPE         PIC  X(01).
           03  DP-BORROWER             PIC  X(22).
           03  DP-STATUS               PIC  X(01).
               88  DP-OUTSTANDING           VALUE "O".
               88  DP-SETTLED               VALUE "S".
               88  DP-RETURNED              VALUE "R".
           03  DP-CREATED-DATE         PIC  9(08).
           03  DP-SETTLE-DATE          PIC  9(08).
           03  DP-RETURN-DATE          PIC  9(08).
           03  DP-RETURN-REASON        PIC  X(03).
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
       FD  LOAN-PAYMENT-FILE.
      *
       01  LOAN-PAYMENT-RECORD.
           03  LP-LOAN-ID              PIC  X(08).
           03  LP-PAYMENT-DATE         PIC  9(08).
           03  LP-AMOUNT               PIC  9(06)V99.
      *
       FD  BANK-DEBIT-FILE.
      *
       01  BANK-DEBIT-REC              PIC  X(80).
      *
       FD  DRAFT-REGISTER-FILE.
      *
       01  DRAFT-REGISTER-LINE         PIC  X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-HOLIDAY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-SETUP-STATUS             PIC  X(02) VALUE SPACES.
       77  WS-RETURN-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC  X(02) VALUE SPACES.
           88  WS-MASTER-FOUND                  VALUE "00".
       77  WS-AUTH-STATUS              PIC  X(02) VALUE SPACES.
           88  WS-AUTH-FOUND                    VALUE "00".
       77  WS-DRAFT-STATUS             PIC  X(02) VALUE SPACES.
           88  WS-DRAFT-FOUND                   VALUE "00".
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-EFFECTIVE-DATE           PIC  9(08) VALUE ZERO.
       77  WS-DUE-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-RETURN-FEE               PIC  9(03)V99 VALUE 25.00.
       77  WS-MAX-RETURNS              PIC  9(01) VALUE 2.
       77  WS-DRAFT-AMOUNT             PIC  9(06)V99 VALUE ZERO.
       77  WS-RX                       PIC  9(03) VALUE ZERO.
       77  WS-CHECK-SUM                PIC  9(03) VALUE ZERO.
       77  WS-CHECK-QUOTIENT           PIC  9(03) VALUE ZERO.
       77  WS-CHECK-REMAINDER          PIC  9(01) VALUE ZERO.
      *
       77  WS-SETUPS-APPLIED           PIC  9(05) VALUE ZERO.
       77  WS-SETUPS-REJECTED          PIC  9(05) VALUE ZERO.
       77  WS-RETURNS-PROCESSED        PIC  9(05) VALUE ZERO.
       77  WS-RETURNS-REJECTED         PIC  9(05) VALUE ZERO.
       77  WS-PAYMENTS-REVERSED        PIC  9(05) VALUE ZERO.
       77  WS-FEES-CHARGED             PIC  9(07)V99 VALUE ZERO.
       77  WS-DRAFTS-SETTLED           PIC  9(05) VALUE ZERO.
       77  WS-SETTLED-TOTAL            PIC  9(09)V99 VALUE ZERO.
       77  WS-DRAFTS-CREATED           PIC  9(05) VALUE ZERO.
       77  WS-BANK-COUNT               PIC  9(06) VALUE ZERO.
       77  WS-BANK-TOTAL               PIC  9(10)V99 VALUE ZERO.
       77  WS-BANK-HASH                PIC  9(10) VALUE ZERO.
      *
       01  WS-ROUTING-CHECK.
           03  WS-RC-DIGIT             PIC  9(01) OCCURS 9 TIMES.
       01  WS-ROUTING-HASH-AREA        REDEFINES WS-ROUTING-CHECK.
           03  WS-RC-HASH-DIGITS       PIC  9(08).
           03  FILLER                  PIC  9(01).
      *
      *    RETURNED DRAFTS THAT HAD ALREADY SETTLED, HELD WHILE THE
      *    HISTORY IS SEARCHED FOR THE POSTING EACH ONE REVERSES.
       78  WS-REVERSAL-LIMIT                    VALUE 500.
       01  WS-REVERSAL-TABLE.
           03  WS-RV-COUNT             PIC  9(03) VALUE ZERO.
           03  WS-RV-ENTRY             OCCURS 500 TIMES.
               05  WS-RV-LOAN-ID       PIC  X(08).
               05  WS-RV-PMT-DATE      PIC  9(08).
               05  WS-RV-AMOUNT        PIC  9(06)V99.
               05  WS-RV-RETURN-DATE   PIC  9(08).
               05  WS-RV-FOUND         PIC  9(01).
               05  WS-RV-PMT-NBR       PIC  9(03).
               05  WS-RV-INT           PIC  9(06)V99.
               05  WS-RV-PRIN          PIC  9(06)V99.
               05  WS-RV-FEE           PIC  9(05)V99.
               05  WS-RV-ESCROW        PIC  9(05)V99.
      *
       01  WS-REGISTER-HEADING.
           03  FILLER  PIC X(26) VALUE "LOAN PAYMENT DRAFTS RUN   ".
           03  WS-RH-RUN-DATE          PIC  9(08).
           03  FILLER  PIC X(22) VALUE "   DRAFTS EFFECTIVE   ".
           03  WS-RH-EFFECTIVE-DATE    PIC  9(08).
      *
       01  WS-COLUMN-HEADING.
           03  FILLER  PIC X(20) VALUE "LOAN ID   STEP      ".
           03  FILLER  PIC X(20) VALUE "DATE           AMOUN".
           03  FILLER  PIC X(15) VALUE "T  DISPOSITION ".
      *
       01  WS-REGISTER-DETAIL.
           03  WS-RD-LOAN-ID           PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-STEP              PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-DATE              PIC  9(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-AMOUNT            PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-DISPOSITION       PIC  X(40).
      *
       01  WS-TOTAL-LINE.
           03  WS-TL-LABEL             PIC  X(28).
           03  WS-TL-COUNT             PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-TL-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-BANK-HEADER.
           03  FILLER                  PIC  X(01) VALUE "H".
           03  WS-BH-FILE-DATE         PIC  9(08).
           03  WS-BH-EFFECTIVE-DATE    PIC  9(08).
           03  FILLER                  PIC  X(16)
                                       VALUE "SUN VALLEY LOANS".
      *
       01  WS-BANK-DETAIL.
           03  FILLER                  PIC  X(01) VALUE "D".
           03  WS-BD-ROUTING           PIC  X(09).
           03  WS-BD-ACCOUNT           PIC  X(17).
           03  WS-BD-ACCOUNT-TYPE      PIC  X(01).
           03  WS-BD-AMOUNT            PIC  9(06)V99.
           03  WS-BD-TRACE             PIC  X(16).
           03  WS-BD-NAME              PIC  X(22).
      *
       01  WS-BANK-TRAILER.
           03  FILLER                  PIC  X(01) VALUE "T".
           03  WS-BT-COUNT             PIC  9(06).
           03  WS-BT-TOTAL             PIC  9(10)V99.
           03  WS-BT-HASH              PIC  9(10).
      *
       COPY DATEW.COB.
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100000-READ-CONTROL
              THRU 100000-EXIT.
           PERFORM 110000-LOAD-HOLIDAYS
              THRU 110000-EXIT.
      *    DRAFTS GO TO THE BANK ONE BUSINESS DAY AHEAD.
           MOVE WS-RUN-DATE TO DW-WORK-YYYYMMDD.
           MOVE 1 TO DW-DAYS.
           PERFORM 002300-ADD-DAYS-BUSINESS
              THRU 002300-EXIT.
           MOVE DW-WORK-YYYYMMDD TO WS-EFFECTIVE-DATE.
      *
           OPEN I-O LOAN-MASTER-FILE.
           IF (WS-MASTER-STATUS NOT = "00")
               DISPLAY "LOANDRFT: CANNOT OPEN LOANMST.DAT FS="
                       WS-MASTER-STATUS
               STOP RUN.
           OPEN I-O DRAFT-AUTH-FILE.
           IF (WS-AUTH-STATUS = "35")
               CLOSE DRAFT-AUTH-FILE
               OPEN OUTPUT DRAFT-AUTH-FILE
               CLOSE DRAFT-AUTH-FILE
               OPEN I-O DRAFT-AUTH-FILE.
           OPEN I-O DRAFT-FILE.
           IF (WS-DRAFT-STATUS = "35")
               CLOSE DRAFT-FILE
               OPEN OUTPUT DRAFT-FILE
               CLOSE DRAFT-FILE
               OPEN I-O DRAFT-FILE.
           OPEN OUTPUT DRAFT-REGISTER-FILE.
      *
           MOVE WS-RUN-DATE       TO WS-RH-RUN-DATE.
           MOVE WS-EFFECTIVE-DATE TO WS-RH-EFFECTIVE-DATE.
           WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-HEADING.
           WRITE DRAFT-REGISTER-LINE FROM WS-COLUMN-HEADING.
      *
           PERFORM 200000-APPLY-SETUPS
              THRU 200000-EXIT.
           PERFORM 300000-PROCESS-RETURNS
              THRU 300000-EXIT.
           PERFORM 400000-SETTLE-DRAFTS
              THRU 400000-EXIT.
           PERFORM 500000-CREATE-DRAFTS
              THRU 500000-EXIT.
           PERFORM 600000-WRITE-BANK-FILE
              THRU 600000-EXIT.
      *
           PERFORM 700000-PRINT-TOTALS
              THRU 700000-EXIT.
      *
           DISPLAY "LOANDRFT: " WS-DRAFTS-CREATED " DRAFTED, "
                   WS-DRAFTS-SETTLED " SETTLED, "
                   WS-RETURNS-PROCESSED " RETURNED, "
                   WS-PAYMENTS-REVERSED " REVERSED".
      *
       000000-EXIT.
           CLOSE LOAN-MASTER-FILE.
           CLOSE DRAFT-AUTH-FILE.
           CLOSE DRAFT-FILE.
           CLOSE DRAFT-REGISTER-FILE.
           STOP RUN.
      *
      *
      *              R E A D   C O N T R O L
      *
       100000-READ-CONTROL.
      *
           OPEN INPUT DRAFT-CONTROL-FILE.
           IF (WS-CONTROL-STATUS = "00")
               READ DRAFT-CONTROL-FILE
                   AT END MOVE ZERO TO CT-RETURN-FEE CT-MAX-RETURNS
               END-READ
               IF (CT-RETURN-FEE NUMERIC)
                   AND (CT-RETURN-FEE > ZERO)
                   MOVE CT-RETURN-FEE TO WS-RETURN-FEE
               END-IF
               IF (CT-MAX-RETURNS NUMERIC)
                   AND (CT-MAX-RETURNS > ZERO)
                   MOVE CT-MAX-RETURNS TO WS-MAX-RETURNS.
           CLOSE DRAFT-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *          L O A D   H O L I D A Y   C A L E N D A R
      *
       110000-LOAD-HOLIDAYS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           MOVE 0 TO DW-HT-EXT-COUNT.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF (WS-HOLIDAY-STATUS NOT = "00")
               CLOSE HOLIDAY-CALENDAR-FILE
               GO TO 110000-EXIT.
           PERFORM 110100-LOAD-ONE-HOLIDAY
              THRU 110100-EXIT
               UNTIL (WS-EOF)
                  OR (DW-HT-EXT-COUNT = 200).
           CLOSE HOLIDAY-CALENDAR-FILE.
      *
       110000-EXIT.
           EXIT.
      *
       110100-LOAD-ONE-HOLIDAY.
      *
           READ HOLIDAY-CALENDAR-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 110100-EXIT.
           ADD 1 TO DW-HT-EXT-COUNT.
           SET DW-HT-EXT-HX TO DW-HT-EXT-COUNT.
           MOVE HC-DATE TO DW-HT-EXT-DATE(DW-HT-EXT-HX).
           MOVE HC-DAYS TO DW-HT-EXT-DAYS(DW-HT-EXT-HX).
      *
       110100-EXIT.
           EXIT.
      *
      *
      *              A P P L Y   S E T U P S
      *
       200000-APPLY-SETUPS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT DRAFT-SETUP-FILE.
           IF (WS-SETUP-STATUS NOT = "00")
               CLOSE DRAFT-SETUP-FILE
               GO TO 200000-EXIT.
           PERFORM 200100-APPLY-ONE-SETUP
              THRU 200100-EXIT
               UNTIL (WS-EOF).
           CLOSE DRAFT-SETUP-FILE.
      *
       200000-EXIT.
           EXIT.
      *
       200100-APPLY-ONE-SETUP.
      *
           READ DRAFT-SETUP-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 200100-EXIT.
      *
           MOVE DS-LOAN-ID  TO WS-RD-LOAN-ID.
           MOVE "SETUP"     TO WS-RD-STEP.
           MOVE WS-RUN-DATE TO WS-RD-DATE.
           MOVE ZERO        TO WS-RD-AMOUNT.
      *
           MOVE DS-LOAN-ID TO AU-LOAN-ID.
           READ DRAFT-AUTH-FILE
               INVALID KEY CONTINUE.
      *
           IF (DS-ACTION = "X")
               IF (WS-AUTH-FOUND)
                   MOVE "X" TO AU-STATUS
                   REWRITE DRAFT-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "LOANAUTO REWRITE FS = "
                                   WS-AUTH-STATUS
                   END-REWRITE
                   MOVE "AUTHORIZATION CANCELLED" TO WS-RD-DISPOSITION
                   PERFORM 200300-SETUP-APPLIED THRU 200300-EXIT
                   GO TO 200100-EXIT
               ELSE
                   MOVE "NO AUTHORIZATION TO CANCEL"
                       TO WS-RD-DISPOSITION
                   PERFORM 200400-SETUP-REJECTED THRU 200400-EXIT
                   GO TO 200100-EXIT.
      *
           IF (DS-ACTION NOT = "A")
               MOVE "ACTION NOT A OR X - IGNORED" TO WS-RD-DISPOSITION
               PERFORM 200400-SETUP-REJECTED THRU 200400-EXIT
               GO TO 200100-EXIT.
      *
           MOVE DS-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY CONTINUE.
           IF (NOT WS-MASTER-FOUND)
               MOVE "LOAN NOT ON MASTER" TO WS-RD-DISPOSITION
               PERFORM 200400-SETUP-REJECTED THRU 200400-EXIT
               GO TO 200100-EXIT.
           IF (NOT LM-ACTIVE)
               MOVE "LOAN NOT ACTIVE" TO WS-RD-DISPOSITION
               PERFORM 200400-SETUP-REJECTED THRU 200400-EXIT
               GO TO 200100-EXIT.
      *
           PERFORM 200200-CHECK-ROUTING
              THRU 200200-EXIT.
           IF (WS-CHECK-REMAINDER NOT = ZERO)
               MOVE "ROUTING NUMBER FAILS CHECK DIGIT"
                   TO WS-RD-DISPOSITION
               PERFORM 200400-SETUP-REJECTED THRU 200400-EXIT
               GO TO 200100-EXIT.
           IF (DS-ACCOUNT = SPACES)
               MOVE "NO BANK ACCOUNT NUMBER" TO WS-RD-DISPOSITION
               PERFORM 200400-SETUP-REJECTED THRU 200400-EXIT
               GO TO 200100-EXIT.
           IF (DS-ACCOUNT-TYPE NOT = "C")
               AND (DS-ACCOUNT-TYPE NOT = "S")
               MOVE "ACCOUNT TYPE NOT C OR S" TO WS-RD-DISPOSITION
               PERFORM 200400-SETUP-REJECTED THRU 200400-EXIT
               GO TO 200100-EXIT.
           IF (DS-DRAFT-DAY NOT NUMERIC)
               OR (DS-DRAFT-DAY < 1)
               OR (DS-DRAFT-DAY > 28)
               MOVE "DRAFT DAY NOT 1 TO 28" TO WS-RD-DISPOSITION
               PERFORM 200400-SETUP-REJECTED THRU 200400-EXIT
               GO TO 200100-EXIT.
      *
           MOVE DS-ROUTING      TO AU-ROUTING.
           MOVE DS-ACCOUNT      TO AU-ACCOUNT.
           MOVE DS-ACCOUNT-TYPE TO AU-ACCOUNT-TYPE.
           MOVE DS-DRAFT-DAY    TO AU-DRAFT-DAY.
           MOVE "A"             TO AU-STATUS.
           MOVE WS-RUN-DATE     TO AU-SETUP-DATE.
           MOVE ZERO            TO AU-RETURN-COUNT.
      *    A DUE DATE ALREADY INSIDE THE DRAFTING WINDOW MAY HAVE
      *    BEEN PAID BY CHEQUE - THE FIRST DRAFT IS THE NEXT ONE.
           IF (WS-AUTH-FOUND)
               IF (AU-LAST-DUE-DATE < WS-EFFECTIVE-DATE)
                   MOVE WS-EFFECTIVE-DATE TO AU-LAST-DUE-DATE
               END-IF
               REWRITE DRAFT-AUTH-RECORD
                   INVALID KEY
                       DISPLAY "LOANAUTO REWRITE FS = " WS-AUTH-STATUS
               END-REWRITE
               MOVE "AUTHORIZATION CHANGED" TO WS-RD-DISPOSITION
           ELSE
               MOVE WS-EFFECTIVE-DATE TO AU-LAST-DUE-DATE
               WRITE DRAFT-AUTH-RECORD
                   INVALID KEY
                       DISPLAY "LOANAUTO WRITE FS = " WS-AUTH-STATUS
               END-WRITE
               MOVE "AUTHORIZATION ADDED" TO WS-RD-DISPOSITION.
           PERFORM 200300-SETUP-APPLIED THRU 200300-EXIT.
      *
       200100-EXIT.
           EXIT.
      *
      *    ABA CHECK DIGIT: 3 X (D1+D4+D7) + 7 X (D2+D5+D8)
      *    + (D3+D6+D9) MUST BE A MULTIPLE OF TEN.
      *
       200200-CHECK-ROUTING.
      *
           MOVE 1 TO WS-CHECK-REMAINDER.
           IF (DS-ROUTING NOT NUMERIC)
               GO TO 200200-EXIT.
           MOVE DS-ROUTING TO WS-ROUTING-CHECK.
           COMPUTE WS-CHECK-SUM =
                   3 * (WS-RC-DIGIT(1) + WS-RC-DIGIT(4)
                                       + WS-RC-DIGIT(7))
                 + 7 * (WS-RC-DIGIT(2) + WS-RC-DIGIT(5)
                                       + WS-RC-DIGIT(8))
                 +     (WS-RC-DIGIT(3) + WS-RC-DIGIT(6)
                                       + WS-RC-DIGIT(9)).
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER.
      *
       200200-EXIT.
           EXIT.
      *
       200300-SETUP-APPLIED.
      *
           ADD 1 TO WS-SETUPS-APPLIED.
           WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       200300-EXIT.
           EXIT.
      *
       200400-SETUP-REJECTED.
      *
           ADD 1 TO WS-SETUPS-REJECTED.
           WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       200400-EXIT.
           EXIT.
      *
      *
      *            P R O C E S S   R E T U R N S
      *
       300000-PROCESS-RETURNS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT BANK-RETURN-FILE.
           IF (WS-RETURN-STATUS NOT = "00")
               CLOSE BANK-RETURN-FILE
               GO TO 300000-EXIT.
           PERFORM 300100-PROCESS-ONE-RETURN
              THRU 300100-EXIT
               UNTIL (WS-EOF).
           CLOSE BANK-RETURN-FILE.
      *
           IF (WS-RV-COUNT = ZERO)
               GO TO 300000-EXIT.
           PERFORM 310000-FIND-POSTINGS
              THRU 310000-EXIT.
           OPEN EXTEND LOAN-HISTORY-FILE.
           PERFORM 320000-REVERSE-ONE-PAYMENT
              THRU 320000-EXIT
               VARYING WS-RX FROM 1 BY 1
               UNTIL (WS-RX > WS-RV-COUNT).
           CLOSE LOAN-HISTORY-FILE.
      *
       300000-EXIT.
           EXIT.
      *
       300100-PROCESS-ONE-RETURN.
      *
           READ BANK-RETURN-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 300100-EXIT.
      *
           MOVE RT-TRACE(1:8)  TO WS-RD-LOAN-ID.
           MOVE "RETURN"       TO WS-RD-STEP.
           MOVE RT-RETURN-DATE TO WS-RD-DATE.
           MOVE RT-AMOUNT      TO WS-RD-AMOUNT.
      *
           MOVE RT-TRACE TO DP-TRACE.
           READ DRAFT-FILE
               INVALID KEY CONTINUE.
           IF (NOT WS-DRAFT-FOUND)
               MOVE "TRACE NOT ON DRAFT FILE - REVIEW"
                   TO WS-RD-DISPOSITION
               PERFORM 300300-RETURN-REJECTED THRU 300300-EXIT
               GO TO 300100-EXIT.
           IF (DP-RETURNED)
               MOVE "DRAFT ALREADY RETURNED - IGNORED"
                   TO WS-RD-DISPOSITION
               PERFORM 300300-RETURN-REJECTED THRU 300300-EXIT
               GO TO 300100-EXIT.
           IF (RT-AMOUNT NOT = DP-AMOUNT)
               MOVE "AMOUNT DIFFERS FROM DRAFT - REVIEW"
                   TO WS-RD-DISPOSITION
               PERFORM 300300-RETURN-REJECTED THRU 300300-EXIT
               GO TO 300100-EXIT.
      *
           IF (DP-SETTLED)
               IF (WS-RV-COUNT NOT < WS-REVERSAL-LIMIT)
                   MOVE "REVERSAL TABLE FULL - RERUN"
                       TO WS-RD-DISPOSITION
                   PERFORM 300300-RETURN-REJECTED THRU 300300-EXIT
                   GO TO 300100-EXIT
               ELSE
                   ADD 1 TO WS-RV-COUNT
                   MOVE DP-LOAN-ID     TO WS-RV-LOAN-ID(WS-RV-COUNT)
                   MOVE DP-EFFECTIVE-DATE
                                       TO WS-RV-PMT-DATE(WS-RV-COUNT)
                   MOVE DP-AMOUNT      TO WS-RV-AMOUNT(WS-RV-COUNT)
                   MOVE RT-RETURN-DATE
                                     TO WS-RV-RETURN-DATE(WS-RV-COUNT)
                   MOVE ZERO           TO WS-RV-FOUND(WS-RV-COUNT)
                   MOVE "RETURNED AFTER SETTLEMENT"
                       TO WS-RD-DISPOSITION
           ELSE
               MOVE "RETURNED BEFORE SETTLEMENT"
                   TO WS-RD-DISPOSITION.
      *
           MOVE "R"            TO DP-STATUS.
           MOVE RT-RETURN-DATE TO DP-RETURN-DATE.
           MOVE RT-REASON      TO DP-RETURN-REASON.
           REWRITE DRAFT-RECORD
               INVALID KEY
                   DISPLAY "LOANDPND REWRITE FS = " WS-DRAFT-STATUS.
           ADD 1 TO WS-RETURNS-PROCESSED.
           WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
           PERFORM 300200-CHARGE-RETURN-FEE
              THRU 300200-EXIT.
      *
       300100-EXIT.
           EXIT.
      *
      *    THE RETURN FEE GOES ON THE LOAN'S FEE BALANCE, WHICH
      *    LOANPAY TAKES OFF THE TOP OF THE NEXT RECEIPT.  REPEATED
      *    RETURNS SUSPEND THE AUTHORIZATION.
      *
       300200-CHARGE-RETURN-FEE.
      *
           MOVE DP-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY CONTINUE.
           IF (WS-MASTER-FOUND)
               AND (NOT LM-CHARGED-OFF)
               ADD WS-RETURN-FEE TO LM-FEE-BALANCE
               ADD WS-RETURN-FEE TO WS-FEES-CHARGED
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "LOANMST REWRITE FS = " WS-MASTER-STATUS
               END-REWRITE
               MOVE "FEE"          TO WS-RD-STEP
               MOVE WS-RETURN-FEE  TO WS-RD-AMOUNT
               MOVE "RETURNED DRAFT FEE CHARGED" TO WS-RD-DISPOSITION
               WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
           MOVE DP-LOAN-ID TO AU-LOAN-ID.
           READ DRAFT-AUTH-FILE
               INVALID KEY CONTINUE.
           IF (NOT WS-AUTH-FOUND)
               GO TO 300200-EXIT.
           ADD 1 TO AU-RETURN-COUNT.
           IF (AU-ACTIVE)
               AND (AU-RETURN-COUNT NOT < WS-MAX-RETURNS)
               MOVE "S" TO AU-STATUS
               MOVE "AUTH"  TO WS-RD-STEP
               MOVE ZERO    TO WS-RD-AMOUNT
               MOVE "AUTHORIZATION SUSPENDED - RETURNS"
                   TO WS-RD-DISPOSITION
               WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
           REWRITE DRAFT-AUTH-RECORD
               INVALID KEY
                   DISPLAY "LOANAUTO REWRITE FS = " WS-AUTH-STATUS.
      *
       300200-EXIT.
           EXIT.
      *
       300300-RETURN-REJECTED.
      *
           ADD 1 TO WS-RETURNS-REJECTED.
           WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       300300-EXIT.
           EXIT.
      *
      *
      *              F I N D   P O S T I N G S
      *
      *    ONE PASS OF THE HISTORY PICKS UP THE LOANPAY SPLIT OF
      *    EACH SETTLED DRAFT NOW RETURNED (SAME LOAN, DATE, AMOUNT).
      *
       310000-FIND-POSTINGS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF (WS-HISTORY-STATUS NOT = "00")
               CLOSE LOAN-HISTORY-FILE
               GO TO 310000-EXIT.
           PERFORM 310100-SCAN-ONE-POSTING
              THRU 310100-EXIT
               UNTIL (WS-EOF).
           CLOSE LOAN-HISTORY-FILE.
      *
       310000-EXIT.
           EXIT.
      *
       310100-SCAN-ONE-POSTING.
      *
           READ LOAN-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 310100-EXIT.
           IF (LH-REVERSAL)
               OR (LH-MODIFICATION)
               GO TO 310100-EXIT.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL (WS-RX > WS-RV-COUNT)
               IF (WS-RV-LOAN-ID(WS-RX) = LH-LOAN-ID)
                   AND (WS-RV-PMT-DATE(WS-RX) = LH-PAYMENT-DATE)
                   AND (WS-RV-AMOUNT(WS-RX) = LH-AMOUNT)
                   MOVE 1                 TO WS-RV-FOUND(WS-RX)
                   MOVE LH-PMT-NBR        TO WS-RV-PMT-NBR(WS-RX)
                   MOVE LH-INT-PORTION    TO WS-RV-INT(WS-RX)
                   MOVE LH-PRIN-PORTION   TO WS-RV-PRIN(WS-RX)
                   MOVE LH-FEE-PORTION    TO WS-RV-FEE(WS-RX)
                   MOVE LH-ESCROW-PORTION TO WS-RV-ESCROW(WS-RX)
               END-IF
           END-PERFORM.
      *
       310100-EXIT.
           EXIT.
      *
      *
      *          R E V E R S E   O N E   P A Y M E N T
      *
       320000-REVERSE-ONE-PAYMENT.
      *
           MOVE WS-RV-LOAN-ID(WS-RX)     TO WS-RD-LOAN-ID.
           MOVE "REVERSE"                TO WS-RD-STEP.
           MOVE WS-RV-RETURN-DATE(WS-RX) TO WS-RD-DATE.
           MOVE WS-RV-AMOUNT(WS-RX)      TO WS-RD-AMOUNT.
      *
           IF (WS-RV-FOUND(WS-RX) = ZERO)
               MOVE "SETTLED DRAFT NOT ON LOANHIST - REVIEW"
                   TO WS-RD-DISPOSITION
               WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL
               GO TO 320000-EXIT.
      *
           MOVE WS-RV-LOAN-ID(WS-RX) TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY CONTINUE.
           IF (NOT WS-MASTER-FOUND)
               MOVE "LOAN NOT ON MASTER - REVIEW" TO WS-RD-DISPOSITION
               WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL
               GO TO 320000-EXIT.
           IF (LM-CHARGED-OFF)
               MOVE "LOAN CHARGED OFF - REVIEW" TO WS-RD-DISPOSITION
               WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL
               GO TO 320000-EXIT.
      *
      *    PUT BACK EXACTLY WHAT LOANPAY'S 000300-APPLY-PAYMENT TOOK.
           ADD WS-RV-PRIN(WS-RX) TO LM-CURRENT-BALANCE.
           ADD WS-RV-INT(WS-RX)  TO LM-ACCRUED-INT.
           ADD WS-RV-FEE(WS-RX)  TO LM-FEE-BALANCE.
           IF (WS-RV-ESCROW(WS-RX) > LM-ESCROW-BAL)
               MOVE ZERO TO LM-ESCROW-BAL
           ELSE
               SUBTRACT WS-RV-ESCROW(WS-RX) FROM LM-ESCROW-BAL.
           IF (LM-PMTS-POSTED > ZERO)
               SUBTRACT 1 FROM LM-PMTS-POSTED.
           IF (LM-PAID-OFF)
               AND (LM-CURRENT-BALANCE > ZERO)
               MOVE "A" TO LM-STATUS.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LOANMST REWRITE FS = " WS-MASTER-STATUS.
      *
           MOVE WS-RV-LOAN-ID(WS-RX)     TO LH-LOAN-ID.
           MOVE WS-RV-PMT-NBR(WS-RX)     TO LH-PMT-NBR.
           MOVE WS-RV-RETURN-DATE(WS-RX) TO LH-PAYMENT-DATE.
           MOVE WS-RV-AMOUNT(WS-RX)      TO LH-AMOUNT.
           MOVE WS-RV-INT(WS-RX)         TO LH-INT-PORTION.
           MOVE WS-RV-PRIN(WS-RX)        TO LH-PRIN-PORTION.
           MOVE LM-CURRENT-BALANCE       TO LH-BALANCE-AFTER.
           MOVE WS-RV-FEE(WS-RX)         TO LH-FEE-PORTION.
           MOVE WS-RV-ESCROW(WS-RX)      TO LH-ESCROW-PORTION.
           MOVE "R"                      TO LH-ENTRY-TYPE.
           WRITE LOAN-HISTORY-RECORD.
      *
           ADD 1 TO WS-PAYMENTS-REVERSED.
           MOVE "PAYMENT REVERSED ON LOANHIST" TO WS-RD-DISPOSITION.
           WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       320000-EXIT.
           EXIT.
      *
      *
      *              S E T T L E   D R A F T S
      *
      *    A DRAFT NOT RETURNED BY THE DAY AFTER ITS EFFECTIVE DATE
      *    HAS SETTLED: IT BECOMES A RECEIPT FOR LOANPAY.
      *
       400000-SETTLE-DRAFTS.
      *
           OPEN EXTEND LOAN-PAYMENT-FILE.
           MOVE 0 TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO DP-TRACE.
           START DRAFT-FILE KEY NOT < DP-TRACE
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
           PERFORM 400100-SETTLE-ONE-DRAFT
              THRU 400100-EXIT
               UNTIL (WS-EOF).
           CLOSE LOAN-PAYMENT-FILE.
      *
       400000-EXIT.
           EXIT.
      *
       400100-SETTLE-ONE-DRAFT.
      *
           READ DRAFT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 400100-EXIT.
           IF (NOT DP-OUTSTANDING)
               OR (DP-EFFECTIVE-DATE NOT < WS-RUN-DATE)
               GO TO 400100-EXIT.
      *
           MOVE DP-LOAN-ID        TO LP-LOAN-ID.
           MOVE DP-EFFECTIVE-DATE TO LP-PAYMENT-DATE.
           MOVE DP-AMOUNT         TO LP-AMOUNT.
           WRITE LOAN-PAYMENT-RECORD.
      *
           MOVE "S"         TO DP-STATUS.
           MOVE WS-RUN-DATE TO DP-SETTLE-DATE.
           REWRITE DRAFT-RECORD
               INVALID KEY
                   DISPLAY "LOANDPND REWRITE FS = " WS-DRAFT-STATUS.
      *
           ADD 1         TO WS-DRAFTS-SETTLED.
           ADD DP-AMOUNT TO WS-SETTLED-TOTAL.
           MOVE DP-LOAN-ID        TO WS-RD-LOAN-ID.
           MOVE "SETTLE"          TO WS-RD-STEP.
           MOVE DP-EFFECTIVE-DATE TO WS-RD-DATE.
           MOVE DP-AMOUNT         TO WS-RD-AMOUNT.
           MOVE "SETTLED - RECEIPT TO LOANPAY" TO WS-RD-DISPOSITION.
           WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       400100-EXIT.
           EXIT.
      *
      *
      *              C R E A T E   D R A F T S
      *
       500000-CREATE-DRAFTS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO AU-LOAN-ID.
           START DRAFT-AUTH-FILE KEY NOT < AU-LOAN-ID
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
           PERFORM 500100-CREATE-ONE-DRAFT
              THRU 500100-EXIT
               UNTIL (WS-EOF).
      *
       500000-EXIT.
           EXIT.
      *
       500100-CREATE-ONE-DRAFT.
      *
           READ DRAFT-AUTH-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 500100-EXIT.
           IF (NOT AU-ACTIVE)
               GO TO 500100-EXIT.
      *
           MOVE AU-LOAN-ID        TO WS-RD-LOAN-ID.
           MOVE "DRAFT"           TO WS-RD-STEP.
           MOVE WS-EFFECTIVE-DATE TO WS-RD-DATE.
           MOVE ZERO              TO WS-RD-AMOUNT.
      *
      *    A LOAN PAID OFF OR CHARGED OFF SINCE THE AUTHORIZATION
      *    WAS TAKEN MUST NEVER BE DRAFTED AGAIN.
           MOVE AU-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY CONTINUE.
           IF (NOT WS-MASTER-FOUND)
               OR (NOT LM-ACTIVE)
               MOVE "X" TO AU-STATUS
               REWRITE DRAFT-AUTH-RECORD
                   INVALID KEY
                       DISPLAY "LOANAUTO REWRITE FS = " WS-AUTH-STATUS
               END-REWRITE
               MOVE "LOAN NOT ACTIVE - AUTHORIZATION CLOSED"
                   TO WS-RD-DISPOSITION
               WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL
               GO TO 500100-EXIT.
      *
           PERFORM 510000-FIND-DUE-DATE
              THRU 510000-EXIT.
           IF (WS-DUE-DATE NOT > AU-LAST-DUE-DATE)
               GO TO 500100-EXIT.
      *
           IF (LM-CURRENT-BALANCE < LM-PMT-AMT)
               COMPUTE WS-DRAFT-AMOUNT = LM-CURRENT-BALANCE
                       + LM-ACCRUED-INT + LM-ESCROW-PMT
                   ON SIZE ERROR MOVE ZERO TO WS-DRAFT-AMOUNT
               END-COMPUTE
           ELSE
               COMPUTE WS-DRAFT-AMOUNT = LM-PMT-AMT + LM-ESCROW-PMT
                   ON SIZE ERROR MOVE ZERO TO WS-DRAFT-AMOUNT
               END-COMPUTE.
           IF (WS-DRAFT-AMOUNT = ZERO)
               MOVE "DRAFT AMOUNT ZERO OR TOO LARGE - REVIEW"
                   TO WS-RD-DISPOSITION
               WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL
               GO TO 500100-EXIT.
      *
           MOVE AU-LOAN-ID        TO DP-LOAN-ID.
           MOVE WS-EFFECTIVE-DATE TO DP-EFFECTIVE-DATE.
           MOVE WS-DUE-DATE       TO DP-DUE-DATE.
           MOVE WS-DRAFT-AMOUNT   TO DP-AMOUNT.
           MOVE AU-ROUTING        TO DP-ROUTING.
           MOVE AU-ACCOUNT        TO DP-ACCOUNT.
           MOVE AU-ACCOUNT-TYPE   TO DP-ACCOUNT-TYPE.
           MOVE LM-BORROWER       TO DP-BORROWER.
           MOVE "O"               TO DP-STATUS.
           MOVE WS-RUN-DATE       TO DP-CREATED-DATE.
           MOVE ZERO              TO DP-SETTLE-DATE DP-RETURN-DATE.
           MOVE SPACES            TO DP-RETURN-REASON.
           WRITE DRAFT-RECORD
               INVALID KEY
                   MOVE "DRAFT ALREADY ON FILE FOR THIS DATE"
                       TO WS-RD-DISPOSITION
                   WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL
                   GO TO 500100-EXIT.
      *
           MOVE WS-DUE-DATE TO AU-LAST-DUE-DATE.
           REWRITE DRAFT-AUTH-RECORD
               INVALID KEY
                   DISPLAY "LOANAUTO REWRITE FS = " WS-AUTH-STATUS.
      *
           ADD 1 TO WS-DRAFTS-CREATED.
           MOVE WS-DRAFT-AMOUNT TO WS-RD-AMOUNT.
           MOVE "DRAFTED FOR DUE DATE " TO WS-RD-DISPOSITION.
           MOVE WS-DUE-DATE TO WS-RD-DISPOSITION(22:8).
           WRITE DRAFT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       500100-EXIT.
           EXIT.
      *
      *
      *              F I N D   D U E   D A T E
      *
      *    THE DRAFT DAY OF THE EFFECTIVE DATE'S MONTH, ROLLED PAST
      *    WEEKENDS AND HOLIDAYS; IF THAT LANDS AFTER THE EFFECTIVE
      *    DATE, THE PREVIOUS MONTH'S DUE DATE IS THE ONE IN REACH.
      *
       510000-FIND-DUE-DATE.
      *
           MOVE WS-EFFECTIVE-DATE TO DW-WORK-YYYYMMDD.
           MOVE AU-DRAFT-DAY      TO DW-WORK-DD.
           PERFORM 002310-SKIP-NON-BUSINESS
              THRU 002310-EXIT.
           IF (DW-WORK-YYYYMMDD > WS-EFFECTIVE-DATE)
               MOVE WS-EFFECTIVE-DATE TO DW-WORK-YYYYMMDD
               MOVE 1 TO DW-MONTHS
               PERFORM 001600-SUBTRACT-MONTHS
                  THRU 001600-EXIT
               MOVE AU-DRAFT-DAY TO DW-WORK-DD
               PERFORM 002310-SKIP-NON-BUSINESS
                  THRU 002310-EXIT.
           MOVE DW-WORK-YYYYMMDD TO WS-DUE-DATE.
      *
       510000-EXIT.
           EXIT.
      *
      *
      *            W R I T E   B A N K   F I L E
      *
      *    EVERY DRAFT OUTSTANDING FOR THE EFFECTIVE DATE, WITH A
      *    COUNT, TOTAL AND ROUTING-NUMBER HASH IN THE TRAILER FOR
      *    THE BANK TO PROVE THE FILE.
      *
       600000-WRITE-BANK-FILE.
      *
           OPEN OUTPUT BANK-DEBIT-FILE.
           MOVE WS-RUN-DATE       TO WS-BH-FILE-DATE.
           MOVE WS-EFFECTIVE-DATE TO WS-BH-EFFECTIVE-DATE.
           WRITE BANK-DEBIT-REC FROM WS-BANK-HEADER.
      *
           MOVE 0 TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO DP-TRACE.
           START DRAFT-FILE KEY NOT < DP-TRACE
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
           PERFORM 600100-WRITE-ONE-DEBIT
              THRU 600100-EXIT
               UNTIL (WS-EOF).
      *
           MOVE WS-BANK-COUNT TO WS-BT-COUNT.
           MOVE WS-BANK-TOTAL TO WS-BT-TOTAL.
           MOVE WS-BANK-HASH  TO WS-BT-HASH.
           WRITE BANK-DEBIT-REC FROM WS-BANK-TRAILER.
           CLOSE BANK-DEBIT-FILE.
      *
       600000-EXIT.
           EXIT.
      *
       600100-WRITE-ONE-DEBIT.
      *
           READ DRAFT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 600100-EXIT.
           IF (NOT DP-OUTSTANDING)
               OR (DP-EFFECTIVE-DATE NOT = WS-EFFECTIVE-DATE)
               GO TO 600100-EXIT.
      *
           MOVE DP-ROUTING      TO WS-BD-ROUTING.
           MOVE DP-ACCOUNT      TO WS-BD-ACCOUNT.
           MOVE DP-ACCOUNT-TYPE TO WS-BD-ACCOUNT-TYPE.
           MOVE DP-AMOUNT       TO WS-BD-AMOUNT.
           MOVE DP-TRACE        TO WS-BD-TRACE.
           MOVE DP-BORROWER     TO WS-BD-NAME.
           WRITE BANK-DEBIT-REC FROM WS-BANK-DETAIL.
      *
           ADD 1         TO WS-BANK-COUNT.
           ADD DP-AMOUNT TO WS-BANK-TOTAL.
           MOVE DP-ROUTING TO WS-ROUTING-CHECK.
           ADD WS-RC-HASH-DIGITS TO WS-BANK-HASH.
      *
       600100-EXIT.
           EXIT.
      *
      *
      *              P R I N T   T O T A L S
      *
       700000-PRINT-TOTALS.
      *
           MOVE SPACES TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE "AUTHORIZATIONS APPLIED:" TO WS-TL-LABEL.
           MOVE WS-SETUPS-APPLIED TO WS-TL-COUNT.
           WRITE DRAFT-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "AUTHORIZATIONS REJECTED:" TO WS-TL-LABEL.
           MOVE WS-SETUPS-REJECTED TO WS-TL-COUNT.
           WRITE DRAFT-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "RETURNS PROCESSED / FEES:" TO WS-TL-LABEL.
           MOVE WS-RETURNS-PROCESSED TO WS-TL-COUNT.
           MOVE WS-FEES-CHARGED TO WS-TL-AMOUNT.
           WRITE DRAFT-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE "RETURNS FOR REVIEW:" TO WS-TL-LABEL.
           MOVE WS-RETURNS-REJECTED TO WS-TL-COUNT.
           WRITE DRAFT-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "PAYMENTS REVERSED:" TO WS-TL-LABEL.
           MOVE WS-PAYMENTS-REVERSED TO WS-TL-COUNT.
           WRITE DRAFT-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "DRAFTS SETTLED TO LOANPAY:" TO WS-TL-LABEL.
           MOVE WS-DRAFTS-SETTLED TO WS-TL-COUNT.
           MOVE WS-SETTLED-TOTAL TO WS-TL-AMOUNT.
           WRITE DRAFT-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "DRAFTS CREATED THIS RUN:" TO WS-TL-LABEL.
           MOVE WS-DRAFTS-CREATED TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE DRAFT-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "DRAFTS ON BANK FILE:" TO WS-TL-LABEL.
           MOVE WS-BANK-COUNT TO WS-TL-COUNT.
           MOVE WS-BANK-TOTAL TO WS-TL-AMOUNT.
           WRITE DRAFT-REGISTER-LINE FROM WS-TOTAL-LINE.
      *
       700000-EXIT.
           EXIT.
      *
       COPY DATEP.COB.
