       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LOANMOD.
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
      *    LOAN MODIFICATION RUN.  NEW TERMS AGREED WITH A BORROWER
      *    IN DIFFICULTY ARE APPLIED TO THE EXISTING LOAN INSTEAD OF
      *    PAYING IT OFF AND BOOKING A NEW ONE THROUGH LOANBKG, SO
      *    THE LOAN KEEPS ITS ID, ITS HISTORY AND ITS ORIGINAL
      *    TERMS.  EACH TRANSACTION ON LOANMOD.DAT NAMES THE LOAN,
      *    THE EFFECTIVE DATE (ZERO = THE RUN DATE), A NEW ANNUAL
      *    RATE (ZERO = UNCHANGED), THE NUMBER OF PAYMENTS TO ADD TO
      *    THE TERM, A "Y" TO CAPITALIZE THE ARREARS (ACCRUED UNPAID
      *    INTEREST) AND FEES INTO PRINCIPAL, THE APPROVER AND A
      *    REASON.  THE LOAN IS RE-AMORTIZED THROUGH LOANP'S
      *    004200-BUILD-AMORT-SCHEDULE: THE BALANCE (PLUS ANYTHING
      *    CAPITALIZED) OVER THE PAYMENTS STILL TO RUN PLUS THE
      *    EXTENSION, AT THE NEW RATE.  ON THE MASTER THE NEW RATE,
      *    TERM AND PAYMENT REPLACE THE OLD, AND THE MODIFICATION
      *    DATE, MODIFIED PRINCIPAL AND PAYMENTS POSTED SO FAR ARE
      *    KEPT SO THAT LOANPAY, LOANDELQ, LOANLATE AND LOANSCHD
      *    WORK FROM THE RE-AMORTIZED SCHEDULE - PAYMENTS FALL DUE
      *    MONTHLY FROM THE MODIFICATION DATE.  A MODIFICATION
      *    ENTRY (TYPE M) GOES ON LOANHIST.DAT DATED THE EFFECTIVE
      *    DATE, WITH NO CASH AMOUNTS AND THE NEW PRINCIPAL AS THE
      *    BALANCE AFTER, FOLLOWED BY THE TERMS BEFORE AND AFTER.
      *    CAPITALIZED INTEREST AND FEES ARE JOURNALED TO JRNLIF.DAT
      *    IN GLJOURNAL'S H/D/T LAYOUT - LOAN RECEIVABLE DEBITED,
      *    ACCRUED INTEREST RECEIVABLE AND FEE INCOME CREDITED (FEES
      *    REACH THE LEDGER ONLY WHEN THEY ARE COLLECTED, AND A FEE
      *    CAPITALIZED IS COLLECTED THROUGH PRINCIPAL).  A
      *    TRANSACTION FOR A LOAN THAT IS NOT ACTIVE, WITH NO
      *    APPROVER, THAT CHANGES NOTHING OR WHOSE NEW TERMS DO NOT
      *    AMORTIZE IS REJECTED ON THE REGISTER LOANMOD.RPT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL MODIFICATION-FILE ASSIGN TO "LOANMOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODIFICATION-STATUS.
      *
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT OPTIONAL LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *
           SELECT MODIFICATION-REGISTER-FILE ASSIGN TO "LOANMOD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT JOURNAL-INTERFACE-FILE ASSIGN TO "JRNLIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  MODIFICATION-FILE.
      *
       01  MODIFICATION-RECORD.
           03  MT-LOAN-ID              PIC  X(08).
           03  MT-EFFECTIVE-DATE       PIC  9(08).
           03  MT-NEW-RATE             PIC  9(02)V99.
           03  MT-EXTEND-PMTS          PIC  9(03).
           03  MT-CAPITALIZE           PIC  X(01).
               88  MT-CAPITALIZE-ARREARS    VALUE "Y".
           03  MT-APPROVED-BY          PIC  X(08).
           03  MT-REASON               PIC  X(20).
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
      *    A MODIFICATION ENTRY CARRIES THE TERMS BEFORE AND AFTER
      *    BEYOND THE PAYMENT FIELDS EVERY HISTORY READER KNOWS.
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
           03  LH-MOD-OLD-RATE         PIC  9(02)V99.
           03  LH-MOD-NEW-RATE         PIC  9(02)V99.
           03  LH-MOD-OLD-TERM         PIC  9(03).
           03  LH-MOD-NEW-TERM         PIC  9(03).
           03  LH-MOD-OLD-PMT          PIC  9(06)V99.
           03  LH-MOD-NEW-PMT          PIC  9(06)V99.
           03  LH-MOD-OLD-BALANCE      PIC  9(07)V99.
           03  LH-MOD-CAP-INTEREST     PIC  9(06)V99.
           03  LH-MOD-CAP-FEES         PIC  9(05)V99.
           03  LH-MOD-APPROVED-BY      PIC  X(08).
           03  LH-MOD-REASON           PIC  X(20).
      *
       FD  MODIFICATION-REGISTER-FILE.
      *
       01  MODIFICATION-REGISTER-LINE  PIC  X(150).
      *
       FD  JOURNAL-INTERFACE-FILE.
      *
       01  JOURNAL-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-MODIFICATION-STATUS      PIC  X(02) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC  X(02) VALUE SPACES.
           88  WS-MASTER-FOUND                  VALUE "00".
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-JOURNAL-OPEN-FLAG        PIC  9(01) VALUE ZERO.
           88  WS-JOURNAL-OPEN                  VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-EFFECTIVE-DATE           PIC  9(08) VALUE ZERO.
      *
       77  WS-NEW-RATE                 PIC  9(02)V99 VALUE ZERO.
       77  WS-REMAINING-PMTS           PIC  9(04) VALUE ZERO.
       77  WS-NEW-TERM                 PIC  9(04) VALUE ZERO.
       77  WS-CAP-INTEREST             PIC  9(06)V99 VALUE ZERO.
       77  WS-CAP-FEES                 PIC  9(05)V99 VALUE ZERO.
       77  WS-CAP-TOTAL                PIC  9(07)V99 VALUE ZERO.
       77  WS-NEW-PRINCIPAL            PIC  9(07)V99 VALUE ZERO.
      *
       77  WS-TRANS-READ               PIC  9(05) VALUE ZERO.
       77  WS-LOANS-MODIFIED           PIC  9(05) VALUE ZERO.
       77  WS-REJECT-COUNT             PIC  9(05) VALUE ZERO.
       77  WS-TOT-CAP-INTEREST         PIC  9(09)V99 VALUE ZERO.
       77  WS-TOT-CAP-FEES             PIC  9(09)V99 VALUE ZERO.
      *
       77  WS-JOURNAL-SEQ              PIC  9(05) VALUE ZERO.
       77  WS-DETAIL-COUNT             PIC  9(07) VALUE ZERO.
       77  WS-DEBIT-TOTAL              PIC  9(09)V99 VALUE ZERO.
       77  WS-CREDIT-TOTAL             PIC  9(09)V99 VALUE ZERO.
      *
       01  WS-REGISTER-HEADING.
           03  FILLER  PIC X(24) VALUE "LOAN MODIFICATIONS AS AT".
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WS-RH-RUN-DATE          PIC  9(08).
      *
       01  WS-COLUMN-HEADING.
           03  FILLER  PIC X(37) VALUE "LOAN ID   BORROWER".
           03  FILLER  PIC X(14) VALUE "OLD % NEW %  ".
           03  FILLER  PIC X(10) VALUE "TERM/NEW  ".
           03  FILLER  PIC X(20) VALUE "  OLD PMT   NEW PMT ".
           03  FILLER  PIC X(12) VALUE "CAPITALIZED ".
           03  FILLER  PIC X(12) VALUE "NEW PRINCPL ".
           03  FILLER  PIC X(10) VALUE "APPROVED  ".
           03  FILLER  PIC X(11) VALUE "DISPOSITION".
      *
       01  WS-REGISTER-DETAIL.
           03  WS-RD-LOAN-ID           PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-BORROWER          PIC  X(25).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-OLD-RATE          PIC  Z9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-RD-NEW-RATE          PIC  Z9.99.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-RD-OLD-TERM          PIC  ZZ9.
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-RD-NEW-TERM          PIC  ZZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-OLD-PMT           PIC  ZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-RD-NEW-PMT           PIC  ZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-RD-CAPITALIZED       PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-NEW-PRINCIPAL     PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-APPROVED-BY       PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-DISPOSITION       PIC  X(30).
      *
       01  WS-TOTAL-LINE-1.
           03  FILLER  PIC X(28) VALUE "TRANSACTIONS READ:          ".
           03  WS-T1-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           03  FILLER  PIC X(28) VALUE "LOANS MODIFIED:             ".
           03  WS-T2-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           03  FILLER  PIC X(28) VALUE "TRANSACTIONS REJECTED:      ".
           03  WS-T3-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           03  FILLER  PIC X(28) VALUE "INTEREST CAPITALIZED:       ".
           03  WS-T4-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-5.
           03  FILLER  PIC X(28) VALUE "FEES CAPITALIZED:           ".
           03  WS-T5-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  FILE-CONTROL-AREA.
           03  FC-FILE-NAME            PIC  X(12).
           03  FC-RECORD-COUNT         PIC  9(07).
           03  FC-HASH-TOTAL           PIC  9(13).
           03  FC-RESULT               PIC  X(02).
      *
       01  WS-JOURNAL-HEADER.
           03  FILLER                  PIC  X(01) VALUE "H".
           03  WS-JH-EXTRACT-DATE      PIC  9(08).
           03  FILLER                  PIC  X(10) VALUE "LOANMODIFY".
      *
       01  WS-JOURNAL-DETAIL.
           03  FILLER                  PIC  X(01) VALUE "D".
           03  WS-JD-SEQ               PIC  9(05).
           03  WS-JD-ACCOUNT           PIC  X(16).
           03  WS-JD-DR-CR             PIC  X(01).
           03  WS-JD-AMOUNT            PIC  9(07).99.
           03  WS-JD-OIL-NUM           PIC  9(04) VALUE ZERO.
           03  WS-JD-DATE              PIC  9(08).
           03  WS-JD-DESCRIPTION       PIC  X(20).
      *
       01  WS-JOURNAL-TRAILER.
           03  FILLER                  PIC  X(01) VALUE "T".
           03  WS-JT-RECORD-COUNT      PIC  9(07).
           03  WS-JT-DEBIT-TOTAL       PIC  9(09).99.
           03  WS-JT-CREDIT-TOTAL      PIC  9(09).99.
      *
       COPY LOANW.COB.
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           OPEN INPUT MODIFICATION-FILE.
           IF (WS-MODIFICATION-STATUS NOT = "00")
               DISPLAY "LOANMOD: NO LOANMOD.DAT - NOTHING TO MODIFY"
               CLOSE MODIFICATION-FILE
               STOP RUN.
           OPEN I-O LOAN-MASTER-FILE.
           IF (WS-MASTER-STATUS NOT = "00")
               DISPLAY "LOANMOD: CANNOT OPEN LOANMST.DAT FS="
                       WS-MASTER-STATUS
               CLOSE MODIFICATION-FILE
               STOP RUN.
           OPEN EXTEND LOAN-HISTORY-FILE.
           OPEN OUTPUT MODIFICATION-REGISTER-FILE.
      *
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           WRITE MODIFICATION-REGISTER-LINE FROM WS-REGISTER-HEADING.
           WRITE MODIFICATION-REGISTER-LINE FROM WS-COLUMN-HEADING.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 300000-PROCESS-MODIFICATION
              THRU 300000-EXIT
               UNTIL (WS-EOF).
      *
           MOVE WS-TRANS-READ       TO WS-T1-COUNT.
           WRITE MODIFICATION-REGISTER-LINE FROM WS-TOTAL-LINE-1.
           MOVE WS-LOANS-MODIFIED   TO WS-T2-COUNT.
           WRITE MODIFICATION-REGISTER-LINE FROM WS-TOTAL-LINE-2.
           MOVE WS-REJECT-COUNT     TO WS-T3-COUNT.
           WRITE MODIFICATION-REGISTER-LINE FROM WS-TOTAL-LINE-3.
           MOVE WS-TOT-CAP-INTEREST TO WS-T4-AMOUNT.
           WRITE MODIFICATION-REGISTER-LINE FROM WS-TOTAL-LINE-4.
           MOVE WS-TOT-CAP-FEES     TO WS-T5-AMOUNT.
           WRITE MODIFICATION-REGISTER-LINE FROM WS-TOTAL-LINE-5.
      *
           PERFORM 500000-CLOSE-JOURNAL-BATCH
              THRU 500000-EXIT.
      *
           DISPLAY "LOANMOD: " WS-TRANS-READ " TRANSACTIONS, "
                   WS-LOANS-MODIFIED " MODIFIED, "
                   WS-REJECT-COUNT " REJECTED".
      *
       000000-EXIT.
           CLOSE MODIFICATION-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-HISTORY-FILE.
           CLOSE MODIFICATION-REGISTER-FILE.
           STOP RUN.
      *
      *
      *        P R O C E S S   M O D I F I C A T I O N
      *
       300000-PROCESS-MODIFICATION.
      *
           READ MODIFICATION-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 300000-EXIT.
      *
           ADD 1 TO WS-TRANS-READ.
           MOVE MT-LOAN-ID     TO WS-RD-LOAN-ID.
           MOVE SPACES         TO WS-RD-BORROWER.
           MOVE MT-APPROVED-BY TO WS-RD-APPROVED-BY.
           MOVE ZERO TO WS-RD-OLD-RATE WS-RD-NEW-RATE WS-RD-OLD-TERM
                        WS-RD-NEW-TERM WS-RD-OLD-PMT WS-RD-NEW-PMT
                        WS-RD-CAPITALIZED WS-RD-NEW-PRINCIPAL.
      *
           IF (MT-APPROVED-BY = SPACES)
               MOVE "NO APPROVER - REJECTED" TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-MODIFICATION
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
           IF (MT-NEW-RATE NOT NUMERIC)
               OR (MT-EXTEND-PMTS NOT NUMERIC)
               MOVE "NON-NUMERIC FIELD - REJECTED" TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-MODIFICATION
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
           IF (MT-EFFECTIVE-DATE NUMERIC)
               AND (MT-EFFECTIVE-DATE > ZERO)
               MOVE MT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE.
      *
           MOVE MT-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY CONTINUE.
           IF (NOT WS-MASTER-FOUND)
               MOVE "NOT ON MASTER - REJECTED" TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-MODIFICATION
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
           MOVE LM-BORROWER    TO WS-RD-BORROWER.
           MOVE LM-INT-RATE    TO WS-RD-OLD-RATE.
           MOVE LM-NBR-PMTS    TO WS-RD-OLD-TERM.
           MOVE LM-PMT-AMT     TO WS-RD-OLD-PMT.
           IF (NOT LM-ACTIVE)
               MOVE "LOAN NOT ACTIVE - REJECTED" TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-MODIFICATION
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
      *
      *    THE NEW TERMS: PAYMENTS STILL TO RUN PLUS THE EXTENSION,
      *    AT THE NEW RATE, ON THE BALANCE PLUS ANY ARREARS AND FEES
      *    CAPITALIZED.
           IF (MT-NEW-RATE > ZERO)
               MOVE MT-NEW-RATE TO WS-NEW-RATE
           ELSE
               MOVE LM-INT-RATE TO WS-NEW-RATE.
           MOVE ZERO TO WS-REMAINING-PMTS.
           IF (LM-PMTS-POSTED < LM-NBR-PMTS)
               COMPUTE WS-REMAINING-PMTS =
                   LM-NBR-PMTS - LM-PMTS-POSTED.
           ADD MT-EXTEND-PMTS TO WS-REMAINING-PMTS.
           COMPUTE WS-NEW-TERM = LM-PMTS-POSTED + WS-REMAINING-PMTS.
           IF (MT-CAPITALIZE-ARREARS)
               MOVE LM-ACCRUED-INT TO WS-CAP-INTEREST
               MOVE LM-FEE-BALANCE TO WS-CAP-FEES
           ELSE
               MOVE ZERO TO WS-CAP-INTEREST
               MOVE ZERO TO WS-CAP-FEES.
           COMPUTE WS-CAP-TOTAL = WS-CAP-INTEREST + WS-CAP-FEES.
           COMPUTE WS-NEW-PRINCIPAL =
               LM-CURRENT-BALANCE + WS-CAP-TOTAL.
           MOVE WS-NEW-RATE      TO WS-RD-NEW-RATE.
           MOVE WS-NEW-TERM      TO WS-RD-NEW-TERM.
           MOVE WS-CAP-TOTAL     TO WS-RD-CAPITALIZED.
           MOVE WS-NEW-PRINCIPAL TO WS-RD-NEW-PRINCIPAL.
      *
           IF (WS-NEW-RATE = LM-INT-RATE)
               AND (MT-EXTEND-PMTS = ZERO)
               AND (WS-CAP-TOTAL = ZERO)
               MOVE "NO CHANGE TO TERMS - REJECTED"
                   TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-MODIFICATION
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
           IF (WS-REMAINING-PMTS = ZERO)
               OR (WS-NEW-TERM > 999)
               OR (WS-NEW-PRINCIPAL > 999999.99)
               MOVE "TERMS OUT OF RANGE - REJECTED"
                   TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-MODIFICATION
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
      *
           MOVE WS-NEW-PRINCIPAL  TO LW-LOAN-AMT.
           MOVE WS-NEW-RATE       TO LW-INT-RATE.
           MOVE WS-REMAINING-PMTS TO LW-NBR-PMTS.
           MOVE LM-BALLOON-AMT    TO LW-BALLOON-AMT.
           MOVE ZERO              TO LW-EXTRA-PRINCIPAL.
           PERFORM 004200-BUILD-AMORT-SCHEDULE
              THRU 004200-EXIT.
           IF (LW-LOAN-ERROR-FLAG = 1)
               MOVE "NEW TERMS INVALID - REJECTED"
                   TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-MODIFICATION
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
           MOVE LW-PMT-AMT TO WS-RD-NEW-PMT.
      *
           PERFORM 310000-MODIFY-LOAN
              THRU 310000-EXIT.
      *
       300000-EXIT.
           EXIT.
      *
      *
      *                M O D I F Y   L O A N
      *
       310000-MODIFY-LOAN.
      *
           MOVE LM-LOAN-ID         TO LH-LOAN-ID.
           MOVE LM-PMTS-POSTED     TO LH-PMT-NBR.
           MOVE WS-EFFECTIVE-DATE  TO LH-PAYMENT-DATE.
           MOVE ZERO               TO LH-AMOUNT.
           MOVE ZERO               TO LH-INT-PORTION.
           MOVE ZERO               TO LH-PRIN-PORTION.
           MOVE WS-NEW-PRINCIPAL   TO LH-BALANCE-AFTER.
           MOVE ZERO               TO LH-FEE-PORTION.
           MOVE ZERO               TO LH-ESCROW-PORTION.
           MOVE "M"                TO LH-ENTRY-TYPE.
           MOVE LM-INT-RATE        TO LH-MOD-OLD-RATE.
           MOVE WS-NEW-RATE        TO LH-MOD-NEW-RATE.
           MOVE LM-NBR-PMTS        TO LH-MOD-OLD-TERM.
           MOVE WS-NEW-TERM        TO LH-MOD-NEW-TERM.
           MOVE LM-PMT-AMT         TO LH-MOD-OLD-PMT.
           MOVE LW-PMT-AMT         TO LH-MOD-NEW-PMT.
           MOVE LM-CURRENT-BALANCE TO LH-MOD-OLD-BALANCE.
           MOVE WS-CAP-INTEREST    TO LH-MOD-CAP-INTEREST.
           MOVE WS-CAP-FEES        TO LH-MOD-CAP-FEES.
           MOVE MT-APPROVED-BY     TO LH-MOD-APPROVED-BY.
           MOVE MT-REASON          TO LH-MOD-REASON.
           WRITE LOAN-HISTORY-RECORD.
      *
           PERFORM 320000-JOURNAL-CAPITALIZATION
              THRU 320000-EXIT.
      *
           MOVE WS-NEW-RATE       TO LM-INT-RATE.
           MOVE WS-NEW-TERM       TO LM-NBR-PMTS.
           MOVE LW-PMT-AMT        TO LM-PMT-AMT.
           MOVE WS-NEW-PRINCIPAL  TO LM-CURRENT-BALANCE.
           SUBTRACT WS-CAP-INTEREST FROM LM-ACCRUED-INT.
           SUBTRACT WS-CAP-FEES     FROM LM-FEE-BALANCE.
           IF (LM-MOD-COUNT NOT NUMERIC)
               MOVE ZERO TO LM-MOD-COUNT.
           IF (LM-MOD-COUNT < 99)
               ADD 1 TO LM-MOD-COUNT.
           MOVE WS-EFFECTIVE-DATE TO LM-MOD-DATE.
           MOVE WS-NEW-PRINCIPAL  TO LM-MOD-PRINCIPAL.
           MOVE LM-PMTS-POSTED    TO LM-MOD-PMTS-BASE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LOANMST REWRITE FS = " WS-MASTER-STATUS.
      *
           ADD 1 TO WS-LOANS-MODIFIED.
           ADD WS-CAP-INTEREST TO WS-TOT-CAP-INTEREST.
           ADD WS-CAP-FEES     TO WS-TOT-CAP-FEES.
           MOVE "MODIFIED" TO WS-RD-DISPOSITION.
           WRITE MODIFICATION-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       310000-EXIT.
           EXIT.
      *
      *
      *      J O U R N A L   C A P I T A L I Z A T I O N
      *
      *    WHAT IS CAPITALIZED BECOMES LOAN RECEIVABLE: THE ACCRUED
      *    INTEREST RECEIVABLE LOANACR BOOKED IS RELIEVED, AND THE
      *    FEES ARE RECOGNIZED AS THEY WOULD HAVE BEEN ON PAYMENT.
      *
       320000-JOURNAL-CAPITALIZATION.
      *
           IF (WS-CAP-TOTAL = ZERO)
               GO TO 320000-EXIT.
      *
           IF (NOT WS-JOURNAL-OPEN)
               OPEN EXTEND JOURNAL-INTERFACE-FILE
               MOVE WS-RUN-DATE TO WS-JH-EXTRACT-DATE
               WRITE JOURNAL-REC FROM WS-JOURNAL-HEADER
               MOVE 1 TO WS-JOURNAL-OPEN-FLAG.
      *
           MOVE WS-EFFECTIVE-DATE   TO WS-JD-DATE.
           MOVE "LOAN MODIFICATION" TO WS-JD-DESCRIPTION.
           MOVE "1200-LOAN-RECV  "  TO WS-JD-ACCOUNT.
           MOVE "D" TO WS-JD-DR-CR.
           MOVE WS-CAP-TOTAL TO WS-JD-AMOUNT.
           PERFORM 900000-WRITE-DETAIL
              THRU 900000-EXIT.
           ADD WS-CAP-TOTAL TO WS-DEBIT-TOTAL.
      *
           IF (WS-CAP-INTEREST > ZERO)
               MOVE "1210-ACCR-INT-RC" TO WS-JD-ACCOUNT
               MOVE "C" TO WS-JD-DR-CR
               MOVE WS-CAP-INTEREST TO WS-JD-AMOUNT
               PERFORM 900000-WRITE-DETAIL
                  THRU 900000-EXIT
               ADD WS-CAP-INTEREST TO WS-CREDIT-TOTAL.
           IF (WS-CAP-FEES > ZERO)
               MOVE "8150-FEE-INCOME " TO WS-JD-ACCOUNT
               MOVE "C" TO WS-JD-DR-CR
               MOVE WS-CAP-FEES TO WS-JD-AMOUNT
               PERFORM 900000-WRITE-DETAIL
                  THRU 900000-EXIT
               ADD WS-CAP-FEES TO WS-CREDIT-TOTAL.
      *
       320000-EXIT.
           EXIT.
      *
      *
      *          R E J E C T   M O D I F I C A T I O N
      *
       400000-REJECT-MODIFICATION.
      *
           ADD 1 TO WS-REJECT-COUNT.
           WRITE MODIFICATION-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       400000-EXIT.
           EXIT.
      *
      *
      *        C L O S E   J O U R N A L   B A T C H
      *
       500000-CLOSE-JOURNAL-BATCH.
      *
           IF (NOT WS-JOURNAL-OPEN)
               GO TO 500000-EXIT.
      *
           MOVE WS-DETAIL-COUNT TO WS-JT-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL  TO WS-JT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO WS-JT-CREDIT-TOTAL.
           WRITE JOURNAL-REC FROM WS-JOURNAL-TRAILER.
           CLOSE JOURNAL-INTERFACE-FILE.
      *    THE APPENDED BATCH JOINS THE FILE'S HAND-OVER CONTROL
      *    TOTALS, SO THE GL POSTING RUN STILL PROVES THE WHOLE
      *    FILE AT OPEN.
           MOVE "JRNLIF.DAT  " TO FC-FILE-NAME.
           CALL "FILECTL" USING BY CONTENT "R"
                                BY REFERENCE FILE-CONTROL-AREA
               ON EXCEPTION CONTINUE
           END-CALL.
           COMPUTE FC-RECORD-COUNT =
                   FC-RECORD-COUNT + WS-DETAIL-COUNT + 2.
           COMPUTE FC-HASH-TOTAL = FC-HASH-TOTAL
                   + (WS-DEBIT-TOTAL + WS-CREDIT-TOTAL) * 100.
           CALL "FILECTL" USING BY CONTENT "W"
                                BY REFERENCE FILE-CONTROL-AREA
               ON EXCEPTION CONTINUE
           END-CALL.
      *
       500000-EXIT.
           EXIT.
      *
      *
      *             W R I T E   D E T A I L
      *
       900000-WRITE-DETAIL.
      *
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-JOURNAL-SEQ TO WS-JD-SEQ.
           WRITE JOURNAL-REC FROM WS-JOURNAL-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
      *
       900000-EXIT.
           EXIT.
      *
       COPY LOANP.COB.
