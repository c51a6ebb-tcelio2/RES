       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LOANCHGO.
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
      *    LOAN CHARGE-OFF RUN.  A LOAN IS CHARGED OFF ONLY WHEN A
      *    SUPERVISOR HAS APPROVED IT ON CHGOAPPR.DAT (LOAN ID,
      *    APPROVER, APPROVAL DATE, REASON) AND THE LATEST LOANDELQ
      *    EXTRACT LOANDELQ.DAT SHOWS IT AT LEAST THE MINIMUM DAYS
      *    PAST DUE FROM LOANCHGO.CTL (COLS 1-3, DEFAULT 120).  AN
      *    APPROVAL FOR A LOAN THAT IS NOT ACTIVE, NOT ON THE
      *    EXTRACT, NOT YET OLD ENOUGH OR WITH NO APPROVER NAMED IS
      *    REJECTED ON THE REGISTER AND THE LOAN LEFT ALONE.
      *    A CHARGED-OFF LOAN:
      *      - TAKES STATUS "C" ON THE MASTER, SO LOANACR STOPS
      *        ACCRUING AND LOANLATE STOPS CHARGING IT (BOTH WORK
      *        ACTIVE LOANS ONLY), WITH ITS PRINCIPAL, ACCRUED
      *        INTEREST AND FEE BALANCES WRITTEN DOWN TO ZERO;
      *      - IS RECORDED ON THE CHARGE-OFF FILE LOANCO.DAT WITH THE
      *        AMOUNTS WRITTEN OFF, AGAINST WHICH LOANPAY POSTS ANY
      *        LATER PAYMENT AS A RECOVERY (SEE LOANRCVR);
      *      - IS JOURNALED TO JRNLIF.DAT IN GLJOURNAL'S H/D/T
      *        LAYOUT - LOAN LOSSES DEBITED, LOAN RECEIVABLE AND
      *        ACCRUED INTEREST RECEIVABLE CREDITED.  LATE FEES NEVER
      *        REACHED THE LEDGER (LOANJRNL RECOGNIZES FEE INCOME
      *        ONLY WHEN IT IS PAID), SO THE FEES COME OFF THE LOAN
      *        AND THE REGISTER WITHOUT A JOURNAL LINE.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL CHARGE-OFF-CONTROL-FILE
               ASSIGN TO "LOANCHGO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT OPTIONAL DELINQUENCY-EXTRACT-FILE
               ASSIGN TO "LOANDELQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
      *
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "CHGOAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
      *
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT CHARGE-OFF-FILE ASSIGN TO "LOANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHARGE-OFF-STATUS.
      *
           SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO "LOANCHGO.RPT"
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
       FD  CHARGE-OFF-CONTROL-FILE.
      *
       01  CHARGE-OFF-CONTROL-RECORD.
           03  CC-MIN-DAYS             PIC  9(03).
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
       FD  APPROVAL-FILE.
      *
       01  APPROVAL-RECORD.
           03  CA-LOAN-ID              PIC  X(08).
           03  CA-APPROVED-BY          PIC  X(08).
           03  CA-APPROVAL-DATE        PIC  9(08).
           03  CA-REASON               PIC  X(20).
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
      *    ONE RECORD PER CHARGED-OFF LOAN: WHAT CAME OFF THE BOOKS
      *    AND WHAT LOANPAY HAS RECOVERED AGAINST IT SINCE.
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
       FD  CHARGE-OFF-REGISTER-FILE.
      *
       01  CHARGE-OFF-REGISTER-LINE    PIC  X(110).
      *
       FD  JOURNAL-INTERFACE-FILE.
      *
       01  JOURNAL-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-EXTRACT-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-APPROVAL-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC  X(02) VALUE SPACES.
           88  WS-MASTER-FOUND                  VALUE "00".
       77  WS-CHARGE-OFF-STATUS        PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-JOURNAL-OPEN-FLAG        PIC  9(01) VALUE ZERO.
           88  WS-JOURNAL-OPEN                  VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-MIN-DAYS                 PIC  9(03) VALUE 120.
       77  WS-EXTRACT-DATE             PIC  9(08) VALUE ZERO.
       77  WS-XX                       PIC  9(05) VALUE ZERO.
       77  WS-FOUND-SLOT               PIC  9(05) VALUE ZERO.
       77  WS-LOSS-AMOUNT              PIC  9(07)V99 VALUE ZERO.
      *
       77  WS-APPROVALS-READ           PIC  9(05) VALUE ZERO.
       77  WS-LOANS-CHARGED-OFF        PIC  9(05) VALUE ZERO.
       77  WS-REJECT-COUNT             PIC  9(05) VALUE ZERO.
       77  WS-TOT-PRINCIPAL            PIC  9(09)V99 VALUE ZERO.
       77  WS-TOT-INTEREST             PIC  9(09)V99 VALUE ZERO.
       77  WS-TOT-FEES                 PIC  9(09)V99 VALUE ZERO.
      *
       77  WS-JOURNAL-SEQ              PIC  9(05) VALUE ZERO.
       77  WS-DETAIL-COUNT             PIC  9(07) VALUE ZERO.
       77  WS-DEBIT-TOTAL              PIC  9(09)V99 VALUE ZERO.
       77  WS-CREDIT-TOTAL             PIC  9(09)V99 VALUE ZERO.
      *
       78  WS-EXTRACT-LIMIT                     VALUE 5000.
       01  WS-EXTRACT-TABLE.
           03  WS-XT-COUNT             PIC  9(05) VALUE ZERO.
           03  WS-XT-ENTRY             OCCURS 5000 TIMES.
               05  WS-XT-LOAN-ID       PIC  X(08).
               05  WS-XT-DAYS          PIC  9(05).
      *
       01  WS-REGISTER-HEADING.
           03  FILLER  PIC X(24) VALUE "LOAN CHARGE-OFFS AS AT  ".
           03  WS-RH-RUN-DATE          PIC  9(08).
           03  FILLER  PIC X(22) VALUE "   DELINQUENCY AS AT  ".
           03  WS-RH-EXTRACT-DATE      PIC  9(08).
           03  FILLER  PIC X(16) VALUE "   MINIMUM DAYS ".
           03  WS-RH-MIN-DAYS          PIC  ZZ9.
      *
       01  WS-COLUMN-HEADING.
           03  FILLER  PIC X(37) VALUE "LOAN ID   BORROWER".
           03  FILLER  PIC X(08) VALUE "  DAYS  ".
           03  FILLER  PIC X(11) VALUE " PRINCIPAL ".
           03  FILLER  PIC X(10) VALUE " INTEREST ".
           03  FILLER  PIC X(10) VALUE "    FEES  ".
           03  FILLER  PIC X(10) VALUE "APPROVED  ".
           03  FILLER  PIC X(11) VALUE "DISPOSITION".
      *
       01  WS-REGISTER-DETAIL.
           03  WS-RD-LOAN-ID           PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-BORROWER          PIC  X(25).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-DAYS              PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-PRINCIPAL         PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-RD-INTEREST          PIC  ZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-RD-FEES              PIC  Z,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-APPROVED-BY       PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-DISPOSITION       PIC  X(24).
      *
       01  WS-TOTAL-LINE-1.
           03  FILLER  PIC X(28) VALUE "APPROVALS READ:             ".
           03  WS-T1-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           03  FILLER  PIC X(28) VALUE "LOANS CHARGED OFF:          ".
           03  WS-T2-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           03  FILLER  PIC X(28) VALUE "APPROVALS REJECTED:         ".
           03  WS-T3-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           03  FILLER  PIC X(28) VALUE "PRINCIPAL CHARGED OFF:      ".
           03  WS-T4-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-5.
           03  FILLER  PIC X(28) VALUE "ACCRUED INTEREST CHARGED OFF".
           03  WS-T5-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-6.
           03  FILLER  PIC X(28) VALUE "FEES CHARGED OFF:           ".
           03  WS-T6-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
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
           03  FILLER                  PIC  X(10) VALUE "LOANCHGOFF".
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
           PERFORM 200000-LOAD-EXTRACT
              THRU 200000-EXIT.
      *
           OPEN INPUT APPROVAL-FILE.
           IF (WS-APPROVAL-STATUS NOT = "00")
               DISPLAY "LOANCHGO: NO CHGOAPPR.DAT - NOTHING APPROVED"
               CLOSE APPROVAL-FILE
               STOP RUN.
           OPEN I-O LOAN-MASTER-FILE.
           IF (WS-MASTER-STATUS NOT = "00")
               DISPLAY "LOANCHGO: CANNOT OPEN LOANMST.DAT FS="
                       WS-MASTER-STATUS
               CLOSE APPROVAL-FILE
               STOP RUN.
           OPEN I-O CHARGE-OFF-FILE.
           IF (WS-CHARGE-OFF-STATUS = "35")
               CLOSE CHARGE-OFF-FILE
               OPEN OUTPUT CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
               OPEN I-O CHARGE-OFF-FILE.
           OPEN OUTPUT CHARGE-OFF-REGISTER-FILE.
      *
           MOVE WS-RUN-DATE     TO WS-RH-RUN-DATE.
           MOVE WS-EXTRACT-DATE TO WS-RH-EXTRACT-DATE.
           MOVE WS-MIN-DAYS     TO WS-RH-MIN-DAYS.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-REGISTER-HEADING.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-COLUMN-HEADING.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 300000-PROCESS-APPROVAL
              THRU 300000-EXIT
               UNTIL (WS-EOF).
      *
           MOVE WS-APPROVALS-READ    TO WS-T1-COUNT.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-TOTAL-LINE-1.
           MOVE WS-LOANS-CHARGED-OFF TO WS-T2-COUNT.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-TOTAL-LINE-2.
           MOVE WS-REJECT-COUNT      TO WS-T3-COUNT.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-TOTAL-LINE-3.
           MOVE WS-TOT-PRINCIPAL     TO WS-T4-AMOUNT.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-TOTAL-LINE-4.
           MOVE WS-TOT-INTEREST      TO WS-T5-AMOUNT.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-TOTAL-LINE-5.
           MOVE WS-TOT-FEES          TO WS-T6-AMOUNT.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-TOTAL-LINE-6.
      *
           PERFORM 500000-CLOSE-JOURNAL-BATCH
              THRU 500000-EXIT.
      *
           DISPLAY "LOANCHGO: " WS-APPROVALS-READ " APPROVALS, "
                   WS-LOANS-CHARGED-OFF " CHARGED OFF, "
                   WS-REJECT-COUNT " REJECTED".
      *
       000000-EXIT.
           CLOSE APPROVAL-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE CHARGE-OFF-FILE.
           CLOSE CHARGE-OFF-REGISTER-FILE.
           STOP RUN.
      *
      *
      *              R E A D   C O N T R O L
      *
       100000-READ-CONTROL.
      *
           OPEN INPUT CHARGE-OFF-CONTROL-FILE.
           IF (WS-CONTROL-STATUS = "00")
               READ CHARGE-OFF-CONTROL-FILE
                   AT END MOVE ZERO TO CC-MIN-DAYS
               END-READ
               IF (CC-MIN-DAYS NUMERIC)
                   AND (CC-MIN-DAYS > ZERO)
                   MOVE CC-MIN-DAYS TO WS-MIN-DAYS.
           CLOSE CHARGE-OFF-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *              L O A D   E X T R A C T
      *
       200000-LOAD-EXTRACT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT DELINQUENCY-EXTRACT-FILE.
           IF (WS-EXTRACT-STATUS NOT = "00")
               DISPLAY "LOANCHGO: NO LOANDELQ.DAT - RUN LOANDELQ "
                       "FIRST"
               CLOSE DELINQUENCY-EXTRACT-FILE
               GO TO 200000-EXIT.
           PERFORM 200100-LOAD-ONE-LOAN
              THRU 200100-EXIT
               UNTIL (WS-EOF).
           CLOSE DELINQUENCY-EXTRACT-FILE.
      *
       200000-EXIT.
           EXIT.
      *
       200100-LOAD-ONE-LOAN.
      *
           READ DELINQUENCY-EXTRACT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 200100-EXIT.
           MOVE DX-RUN-DATE TO WS-EXTRACT-DATE.
           IF (WS-XT-COUNT NOT < WS-EXTRACT-LIMIT)
               DISPLAY "LOANCHGO: EXTRACT TABLE FULL - LOAN "
                       DX-LOAN-ID " NOT ELIGIBLE"
               GO TO 200100-EXIT.
           ADD 1 TO WS-XT-COUNT.
           MOVE DX-LOAN-ID       TO WS-XT-LOAN-ID(WS-XT-COUNT).
           MOVE DX-DAYS-PAST-DUE TO WS-XT-DAYS(WS-XT-COUNT).
      *
       200100-EXIT.
           EXIT.
      *
      *
      *            P R O C E S S   A P P R O V A L
      *
       300000-PROCESS-APPROVAL.
      *
           READ APPROVAL-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 300000-EXIT.
      *
           ADD 1 TO WS-APPROVALS-READ.
           MOVE CA-LOAN-ID     TO WS-RD-LOAN-ID.
           MOVE SPACES         TO WS-RD-BORROWER.
           MOVE CA-APPROVED-BY TO WS-RD-APPROVED-BY.
           MOVE ZERO TO WS-RD-DAYS WS-RD-PRINCIPAL WS-RD-INTEREST
                        WS-RD-FEES.
      *
           IF (CA-APPROVED-BY = SPACES)
               MOVE "NO APPROVER - REJECTED" TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-APPROVAL
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
      *
           MOVE CA-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY CONTINUE.
           IF (NOT WS-MASTER-FOUND)
               MOVE "NOT ON MASTER - REJECTED" TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-APPROVAL
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
           MOVE LM-BORROWER TO WS-RD-BORROWER.
           IF (NOT LM-ACTIVE)
               MOVE "LOAN NOT ACTIVE - REJECTED" TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-APPROVAL
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
      *
           MOVE ZERO TO WS-FOUND-SLOT.
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL (WS-XX > WS-XT-COUNT)
               IF (WS-XT-LOAN-ID(WS-XX) = CA-LOAN-ID)
                   MOVE WS-XX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.
           IF (WS-FOUND-SLOT = ZERO)
               MOVE "NOT DELINQUENT - REJECTED" TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-APPROVAL
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
           MOVE WS-XT-DAYS(WS-FOUND-SLOT) TO WS-RD-DAYS.
           IF (WS-XT-DAYS(WS-FOUND-SLOT) < WS-MIN-DAYS)
               MOVE "TOO FEW DAYS - REJECTED" TO WS-RD-DISPOSITION
               PERFORM 400000-REJECT-APPROVAL
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
      *
           PERFORM 310000-CHARGE-OFF-LOAN
              THRU 310000-EXIT.
      *
       300000-EXIT.
           EXIT.
      *
      *
      *            C H A R G E   O F F   L O A N
      *
       310000-CHARGE-OFF-LOAN.
      *
           MOVE LM-LOAN-ID                TO CO-LOAN-ID.
           MOVE WS-RUN-DATE               TO CO-CHARGE-OFF-DATE.
           MOVE WS-XT-DAYS(WS-FOUND-SLOT) TO CO-DAYS-PAST-DUE.
           MOVE LM-CURRENT-BALANCE        TO CO-PRINCIPAL.
           MOVE LM-ACCRUED-INT            TO CO-INTEREST.
           MOVE LM-FEE-BALANCE            TO CO-FEES.
           COMPUTE CO-TOTAL = LM-CURRENT-BALANCE + LM-ACCRUED-INT
                            + LM-FEE-BALANCE.
           MOVE ZERO                      TO CO-RECOVERED.
           MOVE ZERO                      TO CO-LAST-RECOVERY-DATE.
           MOVE CA-APPROVED-BY            TO CO-APPROVED-BY.
           MOVE CA-REASON                 TO CO-REASON.
           WRITE CHARGE-OFF-RECORD
               INVALID KEY
                   MOVE "ALREADY ON LOANCO.DAT" TO WS-RD-DISPOSITION
                   PERFORM 400000-REJECT-APPROVAL
                      THRU 400000-EXIT
                   GO TO 310000-EXIT
           END-WRITE.
      *
           MOVE LM-CURRENT-BALANCE TO WS-RD-PRINCIPAL.
           MOVE LM-ACCRUED-INT     TO WS-RD-INTEREST.
           MOVE LM-FEE-BALANCE     TO WS-RD-FEES.
           ADD LM-CURRENT-BALANCE  TO WS-TOT-PRINCIPAL.
           ADD LM-ACCRUED-INT      TO WS-TOT-INTEREST.
           ADD LM-FEE-BALANCE      TO WS-TOT-FEES.
      *
           PERFORM 320000-JOURNAL-CHARGE-OFF
              THRU 320000-EXIT.
      *
           MOVE "C"  TO LM-STATUS.
           MOVE ZERO TO LM-CURRENT-BALANCE.
           MOVE ZERO TO LM-ACCRUED-INT.
           MOVE ZERO TO LM-FEE-BALANCE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LOANMST REWRITE FS = " WS-MASTER-STATUS.
      *
           ADD 1 TO WS-LOANS-CHARGED-OFF.
           MOVE "CHARGED OFF" TO WS-RD-DISPOSITION.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-REGISTER-DETAIL.
      *
       310000-EXIT.
           EXIT.
      *
      *
      *          J O U R N A L   C H A R G E   O F F
      *
      *    LOAN LOSSES TAKE THE PRINCIPAL AND THE ACCRUED INTEREST
      *    LOANACR BOOKED AS RECEIVABLE; BOTH RECEIVABLES ARE
      *    RELIEVED.
      *
       320000-JOURNAL-CHARGE-OFF.
      *
           COMPUTE WS-LOSS-AMOUNT = LM-CURRENT-BALANCE + LM-ACCRUED-INT.
           IF (WS-LOSS-AMOUNT = ZERO)
               GO TO 320000-EXIT.
      *
           IF (NOT WS-JOURNAL-OPEN)
               OPEN EXTEND JOURNAL-INTERFACE-FILE
               MOVE WS-RUN-DATE TO WS-JH-EXTRACT-DATE
               WRITE JOURNAL-REC FROM WS-JOURNAL-HEADER
               MOVE 1 TO WS-JOURNAL-OPEN-FLAG.
      *
           MOVE WS-RUN-DATE        TO WS-JD-DATE.
           MOVE "LOAN CHARGE-OFF"  TO WS-JD-DESCRIPTION.
           MOVE "5410-LOAN-LOSS  " TO WS-JD-ACCOUNT.
           MOVE "D" TO WS-JD-DR-CR.
           MOVE WS-LOSS-AMOUNT TO WS-JD-AMOUNT.
           PERFORM 900000-WRITE-DETAIL
              THRU 900000-EXIT.
           ADD WS-LOSS-AMOUNT TO WS-DEBIT-TOTAL.
      *
           IF (LM-CURRENT-BALANCE > ZERO)
               MOVE "1200-LOAN-RECV  " TO WS-JD-ACCOUNT
               MOVE "C" TO WS-JD-DR-CR
               MOVE LM-CURRENT-BALANCE TO WS-JD-AMOUNT
               PERFORM 900000-WRITE-DETAIL
                  THRU 900000-EXIT
               ADD LM-CURRENT-BALANCE TO WS-CREDIT-TOTAL.
           IF (LM-ACCRUED-INT > ZERO)
               MOVE "1210-ACCR-INT-RC" TO WS-JD-ACCOUNT
               MOVE "C" TO WS-JD-DR-CR
               MOVE LM-ACCRUED-INT TO WS-JD-AMOUNT
               PERFORM 900000-WRITE-DETAIL
                  THRU 900000-EXIT
               ADD LM-ACCRUED-INT TO WS-CREDIT-TOTAL.
      *
       320000-EXIT.
           EXIT.
      *
      *
      *             R E J E C T   A P P R O V A L
      *
       400000-REJECT-APPROVAL.
      *
           ADD 1 TO WS-REJECT-COUNT.
           WRITE CHARGE-OFF-REGISTER-LINE FROM WS-REGISTER-DETAIL.
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
