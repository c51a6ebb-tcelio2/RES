       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LOANUWRT.
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
      *    LOAN UNDERWRITING RUN.  RUNS AHEAD OF LOANBKG AND DECIDES
      *    WHICH APPLICATIONS GET BOOKED.  EACH APPLICATION ON
      *    LOANAPPL.DAT GIVES THE APPLICANT, GROSS MONTHLY INCOME,
      *    THE MONTHLY PAYMENTS ON EXISTING DEBTS, AND THE REQUESTED
      *    PRINCIPAL, RATE, TERM, BALLOON AND ORIGINATION DATE (ZERO
      *    = THE RUN DATE).  THE PAYMENT IS COMPUTED THROUGH LOANP'S
      *    004200-BUILD-AMORT-SCHEDULE EXACTLY AS LOANBKG WILL BOOK
      *    IT, AND FROM IT THE PAYMENT-TO-INCOME RATIO (NEW PAYMENT
      *    OVER INCOME) AND DEBT-TO-INCOME RATIO (NEW PAYMENT PLUS
      *    EXISTING DEBTS OVER INCOME), BOTH AS PERCENTAGES.  THE
      *    APPLICATION IS THEN APPROVED, REFERRED OR DECLINED
      *    AGAINST THE POLICY LIMITS ON LOANUWRT.CTL:
      *
      *        DECLINED - INCOME BELOW THE MINIMUM, AMOUNT OR TERM
      *                   ABOVE THE MAXIMUM, OR EITHER RATIO ABOVE
      *                   ITS REFER LIMIT.
      *        REFERRED - EITHER RATIO ABOVE ITS APPROVE LIMIT BUT
      *                   WITHIN ITS REFER LIMIT.
      *        APPROVED - EVERYTHING WITHIN POLICY.
      *
      *    A REFERRED APPLICATION IS HELD FOR AN UNDERWRITER.  WHEN
      *    ONE SIGNS IT OFF, THE APPLICATION IS RESUBMITTED WITH THE
      *    UNDERWRITER'S ID IN LA-REFERRAL-APPROVER AND IS APPROVED
      *    ON THE NEXT RUN.  A DECLINE CANNOT BE SIGNED OFF.
      *    APPROVED APPLICATIONS ARE RELEASED TO LOANBOOK.DAT IN
      *    LOANBKG'S REQUEST LAYOUT, THE APPLICATION ID BECOMING THE
      *    LOAN ID.  EVERY APPLICATION IS LISTED ON THE DECISION
      *    REGISTER LOANUWRT.RPT WITH ITS RATIOS, DECISION AND
      *    REASONS.  EACH DECLINE ALSO GOES TO LOANDECL.DAT WITH UP
      *    TO TWO PRINCIPAL REASONS, AND LETTERGEN MERGES AN
      *    ADVERSE-ACTION LETTER FOR IT FROM TEMPLATE ADVERSE.TPL.
      *    AN APPLICATION WITH A NON-NUMERIC FIELD OR TERMS THAT DO
      *    NOT AMORTIZE IS REJECTED ON THE REGISTER AND GETS NO
      *    DECISION AND NO LETTER.
      *
      *    POLICY CARD LOANUWRT.CTL (OPTIONAL - A MISSING CARD OR A
      *    ZERO FIELD TAKES THE DEFAULT SHOWN):
      *
      *        PC-MAX-PTI-APPROVE   PAYMENT/INCOME % TO APPROVE (28)
      *        PC-MAX-PTI-REFER     PAYMENT/INCOME % TO REFER   (35)
      *        PC-MAX-DTI-APPROVE   DEBT/INCOME % TO APPROVE    (36)
      *        PC-MAX-DTI-REFER     DEBT/INCOME % TO REFER      (43)
      *        PC-MIN-INCOME        MINIMUM MONTHLY INCOME    (1000)
      *        PC-MAX-PRINCIPAL     MAXIMUM AMOUNT          (250000)
      *        PC-MAX-TERM          MAXIMUM TERM IN MONTHS     (360)
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL POLICY-CONTROL-FILE ASSIGN TO "LOANUWRT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT OPTIONAL APPLICATION-FILE ASSIGN TO "LOANAPPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATION-STATUS.
      *
           SELECT LOAN-REQUEST-FILE ASSIGN TO "LOANBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT DECLINE-FILE ASSIGN TO "LOANDECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT DECISION-REGISTER-FILE ASSIGN TO "LOANUWRT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  POLICY-CONTROL-FILE.
      *
       01  POLICY-CONTROL-RECORD.
           03  PC-MAX-PTI-APPROVE      PIC  9(02)V99.
           03  PC-MAX-PTI-REFER        PIC  9(02)V99.
           03  PC-MAX-DTI-APPROVE      PIC  9(02)V99.
           03  PC-MAX-DTI-REFER        PIC  9(02)V99.
           03  PC-MIN-INCOME           PIC  9(06)V99.
           03  PC-MAX-PRINCIPAL        PIC  9(06)V99.
           03  PC-MAX-TERM             PIC  9(03).
      *
       FD  APPLICATION-FILE.
      *
       01  APPLICATION-RECORD.
           03  LA-APPL-ID              PIC  X(08).
           03  LA-APPLICANT            PIC  X(25).
           03  LA-MONTHLY-INCOME       PIC  9(06)V99.
           03  LA-MONTHLY-DEBT         PIC  9(06)V99.
           03  LA-PRINCIPAL            PIC  9(06)V99.
           03  LA-INT-RATE             PIC  9(02)V99.
           03  LA-NBR-PMTS             PIC  9(03).
           03  LA-BALLOON-AMT          PIC  9(06)V99.
           03  LA-ORIG-DATE            PIC  9(08).
           03  LA-REFERRAL-APPROVER    PIC  X(08).
      *
       FD  LOAN-REQUEST-FILE.
      *
       01  LOAN-REQUEST-RECORD.
           03  LR-LOAN-ID              PIC  X(08).
           03  LR-BORROWER             PIC  X(25).
           03  LR-PRINCIPAL            PIC  9(06)V99.
           03  LR-INT-RATE             PIC  9(02)V99.
           03  LR-NBR-PMTS             PIC  9(03).
           03  LR-BALLOON-AMT          PIC  9(06)V99.
           03  LR-ORIG-DATE            PIC  9(08).
      *
       FD  DECLINE-FILE.
      *
       01  DECLINE-RECORD.
           03  AD-APPL-ID              PIC  X(08).
           03  AD-APPLICANT            PIC  X(25).
           03  AD-AMOUNT               PIC  9(06)V99.
           03  AD-DECISION-DATE        PIC  9(08).
           03  AD-REASON-1             PIC  X(30).
           03  AD-REASON-2             PIC  X(30).
      *
       FD  DECISION-REGISTER-FILE.
      *
       01  DECISION-REGISTER-LINE      PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-APPLICATION-STATUS       PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
      *
       77  WS-MAX-PTI-APPROVE          PIC  9(02)V99 VALUE 28.00.
       77  WS-MAX-PTI-REFER            PIC  9(02)V99 VALUE 35.00.
       77  WS-MAX-DTI-APPROVE          PIC  9(02)V99 VALUE 36.00.
       77  WS-MAX-DTI-REFER            PIC  9(02)V99 VALUE 43.00.
       77  WS-MIN-INCOME               PIC  9(06)V99 VALUE 1000.00.
       77  WS-MAX-PRINCIPAL            PIC  9(06)V99 VALUE 250000.00.
       77  WS-MAX-TERM                 PIC  9(03) VALUE 360.
      *
       77  WS-PTI-RATIO                PIC  9(03)V99 VALUE ZERO.
       77  WS-DTI-RATIO                PIC  9(03)V99 VALUE ZERO.
       77  WS-DECISION                 PIC  X(01) VALUE SPACE.
           88  WS-APPROVED                      VALUE "A".
           88  WS-REFERRED                      VALUE "R".
           88  WS-DECLINED                      VALUE "D".
       77  WS-REASON-COUNT             PIC  9(01) VALUE ZERO.
       77  WS-NEW-REASON               PIC  X(30) VALUE SPACES.
       77  WS-REASON-1                 PIC  X(30) VALUE SPACES.
       77  WS-REASON-2                 PIC  X(30) VALUE SPACES.
      *
       77  WS-APPL-READ                PIC  9(05) VALUE ZERO.
       77  WS-APPL-APPROVED            PIC  9(05) VALUE ZERO.
       77  WS-APPL-REFERRED            PIC  9(05) VALUE ZERO.
       77  WS-APPL-DECLINED            PIC  9(05) VALUE ZERO.
       77  WS-APPL-REJECTED            PIC  9(05) VALUE ZERO.
       77  WS-AMOUNT-APPROVED          PIC  9(09)V99 VALUE ZERO.
      *
       01  WS-REGISTER-HEADING.
           03  FILLER  PIC X(30) VALUE "UNDERWRITING DECISIONS AS AT".
           03  WS-RH-RUN-DATE          PIC  9(08).
      *
       01  WS-POLICY-LINE.
           03  FILLER  PIC X(13) VALUE "POLICY  PTI ".
           03  WS-PL-PTI-APPROVE       PIC  Z9.99.
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-PL-PTI-REFER         PIC  Z9.99.
           03  FILLER  PIC X(07) VALUE "  DTI ".
           03  WS-PL-DTI-APPROVE       PIC  Z9.99.
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-PL-DTI-REFER         PIC  Z9.99.
           03  FILLER  PIC X(14) VALUE "  MIN INCOME ".
           03  WS-PL-MIN-INCOME        PIC  ZZZ,ZZ9.99.
           03  FILLER  PIC X(14) VALUE "  MAX AMOUNT ".
           03  WS-PL-MAX-PRINCIPAL     PIC  ZZZ,ZZ9.99.
           03  FILLER  PIC X(12) VALUE "  MAX TERM ".
           03  WS-PL-MAX-TERM          PIC  ZZ9.
      *
       01  WS-COLUMN-HEADING.
           03  FILLER  PIC X(37) VALUE "APPL ID   APPLICANT".
           03  FILLER  PIC X(10) VALUE "    AMOUNT".
           03  FILLER  PIC X(05) VALUE "  TRM".
           03  FILLER  PIC X(11) VALUE "    PAYMENT".
           03  FILLER  PIC X(08) VALUE "   PTI %".
           03  FILLER  PIC X(08) VALUE "   DTI %".
           03  FILLER  PIC X(10) VALUE "  DECISION".
           03  FILLER  PIC X(08) VALUE "  REASON".
      *
       01  WS-REGISTER-DETAIL.
           03  WS-RD-APPL-ID           PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-APPLICANT         PIC  X(25).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-AMOUNT            PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-TERM              PIC  ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-PMT-AMT           PIC  ZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-PTI               PIC  ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-DTI               PIC  ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-DECISION          PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-REASON            PIC  X(30).
      *
       01  WS-REASON-CONTINUATION.
           03  FILLER                  PIC  X(91) VALUE SPACES.
           03  WS-RC-REASON            PIC  X(30).
      *
       01  WS-TOTAL-LINE-1.
           03  FILLER  PIC X(28) VALUE "APPLICATIONS READ:          ".
           03  WS-T1-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           03  FILLER  PIC X(28) VALUE "APPROVED (TO LOANBOOK.DAT): ".
           03  WS-T2-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           03  FILLER  PIC X(28) VALUE "REFERRED TO UNDERWRITER:    ".
           03  WS-T3-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           03  FILLER  PIC X(28) VALUE "DECLINED (TO LOANDECL.DAT): ".
           03  WS-T4-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-5.
           03  FILLER  PIC X(28) VALUE "REJECTED - INVALID:         ".
           03  WS-T5-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-6.
           03  FILLER  PIC X(28) VALUE "AMOUNT APPROVED:            ".
           03  WS-T6-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 100000-READ-POLICY
              THRU 100000-EXIT.
      *
           OPEN INPUT APPLICATION-FILE.
           IF (WS-APPLICATION-STATUS NOT = "00")
               DISPLAY "LOANUWRT: NO LOANAPPL.DAT - NOTHING TO "
                       "UNDERWRITE"
               CLOSE APPLICATION-FILE
               STOP RUN.
           OPEN OUTPUT LOAN-REQUEST-FILE.
           OPEN OUTPUT DECLINE-FILE.
           OPEN OUTPUT DECISION-REGISTER-FILE.
      *
           MOVE WS-RUN-DATE        TO WS-RH-RUN-DATE.
           WRITE DECISION-REGISTER-LINE FROM WS-REGISTER-HEADING.
           MOVE WS-MAX-PTI-APPROVE TO WS-PL-PTI-APPROVE.
           MOVE WS-MAX-PTI-REFER   TO WS-PL-PTI-REFER.
           MOVE WS-MAX-DTI-APPROVE TO WS-PL-DTI-APPROVE.
           MOVE WS-MAX-DTI-REFER   TO WS-PL-DTI-REFER.
           MOVE WS-MIN-INCOME      TO WS-PL-MIN-INCOME.
           MOVE WS-MAX-PRINCIPAL   TO WS-PL-MAX-PRINCIPAL.
           MOVE WS-MAX-TERM        TO WS-PL-MAX-TERM.
           WRITE DECISION-REGISTER-LINE FROM WS-POLICY-LINE.
           WRITE DECISION-REGISTER-LINE FROM WS-COLUMN-HEADING.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 300000-UNDERWRITE-APPLICATION
              THRU 300000-EXIT
               UNTIL (WS-EOF).
      *
           MOVE WS-APPL-READ       TO WS-T1-COUNT.
           WRITE DECISION-REGISTER-LINE FROM WS-TOTAL-LINE-1.
           MOVE WS-APPL-APPROVED   TO WS-T2-COUNT.
           WRITE DECISION-REGISTER-LINE FROM WS-TOTAL-LINE-2.
           MOVE WS-APPL-REFERRED   TO WS-T3-COUNT.
           WRITE DECISION-REGISTER-LINE FROM WS-TOTAL-LINE-3.
           MOVE WS-APPL-DECLINED   TO WS-T4-COUNT.
           WRITE DECISION-REGISTER-LINE FROM WS-TOTAL-LINE-4.
           MOVE WS-APPL-REJECTED   TO WS-T5-COUNT.
           WRITE DECISION-REGISTER-LINE FROM WS-TOTAL-LINE-5.
           MOVE WS-AMOUNT-APPROVED TO WS-T6-AMOUNT.
           WRITE DECISION-REGISTER-LINE FROM WS-TOTAL-LINE-6.
      *
           DISPLAY "LOANUWRT: " WS-APPL-READ " READ, "
                   WS-APPL-APPROVED " APPROVED, "
                   WS-APPL-REFERRED " REFERRED, "
                   WS-APPL-DECLINED " DECLINED, "
                   WS-APPL-REJECTED " REJECTED".
      *
       000000-EXIT.
           CLOSE APPLICATION-FILE.
           CLOSE LOAN-REQUEST-FILE.
           CLOSE DECLINE-FILE.
           CLOSE DECISION-REGISTER-FILE.
           STOP RUN.
      *
      *
      *               R E A D   P O L I C Y
      *
      *    A FIELD LEFT ZERO OR BLANK ON THE CARD KEEPS ITS DEFAULT.
      *
       100000-READ-POLICY.
      *
           OPEN INPUT POLICY-CONTROL-FILE.
           IF (WS-CONTROL-STATUS NOT = "00")
               GO TO 100000-CLOSE.
           READ POLICY-CONTROL-FILE
               AT END GO TO 100000-CLOSE.
      *
           IF (PC-MAX-PTI-APPROVE NUMERIC)
               AND (PC-MAX-PTI-APPROVE > ZERO)
               MOVE PC-MAX-PTI-APPROVE TO WS-MAX-PTI-APPROVE.
           IF (PC-MAX-PTI-REFER NUMERIC)
               AND (PC-MAX-PTI-REFER > ZERO)
               MOVE PC-MAX-PTI-REFER TO WS-MAX-PTI-REFER.
           IF (PC-MAX-DTI-APPROVE NUMERIC)
               AND (PC-MAX-DTI-APPROVE > ZERO)
               MOVE PC-MAX-DTI-APPROVE TO WS-MAX-DTI-APPROVE.
           IF (PC-MAX-DTI-REFER NUMERIC)
               AND (PC-MAX-DTI-REFER > ZERO)
               MOVE PC-MAX-DTI-REFER TO WS-MAX-DTI-REFER.
           IF (PC-MIN-INCOME NUMERIC)
               AND (PC-MIN-INCOME > ZERO)
               MOVE PC-MIN-INCOME TO WS-MIN-INCOME.
           IF (PC-MAX-PRINCIPAL NUMERIC)
               AND (PC-MAX-PRINCIPAL > ZERO)
               MOVE PC-MAX-PRINCIPAL TO WS-MAX-PRINCIPAL.
           IF (PC-MAX-TERM NUMERIC)
               AND (PC-MAX-TERM > ZERO)
               MOVE PC-MAX-TERM TO WS-MAX-TERM.
      *
      *    A REFER LIMIT BELOW ITS APPROVE LIMIT WOULD DECLINE WHAT
      *    POLICY MEANS TO APPROVE - THE REFER BAND CLOSES UP.
           IF (WS-MAX-PTI-REFER < WS-MAX-PTI-APPROVE)
               MOVE WS-MAX-PTI-APPROVE TO WS-MAX-PTI-REFER.
           IF (WS-MAX-DTI-REFER < WS-MAX-DTI-APPROVE)
               MOVE WS-MAX-DTI-APPROVE TO WS-MAX-DTI-REFER.
      *
       100000-CLOSE.
           CLOSE POLICY-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *     U N D E R W R I T E   A P P L I C A T I O N
      *
       300000-UNDERWRITE-APPLICATION.
      *
           READ APPLICATION-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 300000-EXIT.
      *
           ADD 1 TO WS-APPL-READ.
           MOVE LA-APPL-ID   TO WS-RD-APPL-ID.
           MOVE LA-APPLICANT TO WS-RD-APPLICANT.
           MOVE ZERO TO WS-RD-AMOUNT WS-RD-TERM WS-RD-PMT-AMT
                        WS-RD-PTI WS-RD-DTI.
           MOVE SPACES TO WS-REASON-1 WS-REASON-2.
           MOVE 0 TO WS-REASON-COUNT.
      *
           IF (LA-MONTHLY-INCOME NOT NUMERIC)
               OR (LA-MONTHLY-DEBT NOT NUMERIC)
               OR (LA-PRINCIPAL NOT NUMERIC)
               OR (LA-INT-RATE NOT NUMERIC)
               OR (LA-NBR-PMTS NOT NUMERIC)
               OR (LA-BALLOON-AMT NOT NUMERIC)
               MOVE "NON-NUMERIC FIELD" TO WS-REASON-1
               PERFORM 400000-REJECT-APPLICATION
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
           MOVE LA-PRINCIPAL TO WS-RD-AMOUNT.
           MOVE LA-NBR-PMTS  TO WS-RD-TERM.
      *
      *    THE PAYMENT THE LOAN WOULD BOOK AT.
           MOVE LA-PRINCIPAL   TO LW-LOAN-AMT.
           MOVE LA-INT-RATE    TO LW-INT-RATE.
           MOVE LA-NBR-PMTS    TO LW-NBR-PMTS.
           MOVE LA-BALLOON-AMT TO LW-BALLOON-AMT.
           MOVE ZERO           TO LW-EXTRA-PRINCIPAL.
           MOVE ZERO           TO LW-RC-COUNT.
           PERFORM 004200-BUILD-AMORT-SCHEDULE
              THRU 004200-EXIT.
           IF (LW-LOAN-ERROR-FLAG = 1)
               MOVE "LOAN TERMS INVALID" TO WS-REASON-1
               PERFORM 400000-REJECT-APPLICATION
                  THRU 400000-EXIT
               GO TO 300000-EXIT.
           MOVE LW-PMT-AMT TO WS-RD-PMT-AMT.
      *
      *    RATIOS AS PERCENTAGES OF GROSS MONTHLY INCOME.  WITH NO
      *    INCOME BOTH RATIOS ARE SHOWN AT THEIR MAXIMUM.
           MOVE 999.99 TO WS-PTI-RATIO.
           MOVE 999.99 TO WS-DTI-RATIO.
           IF (LA-MONTHLY-INCOME > ZERO)
               COMPUTE WS-PTI-RATIO ROUNDED =
                   LW-PMT-AMT * 100 / LA-MONTHLY-INCOME
                   ON SIZE ERROR MOVE 999.99 TO WS-PTI-RATIO
               END-COMPUTE
               COMPUTE WS-DTI-RATIO ROUNDED =
                   (LW-PMT-AMT + LA-MONTHLY-DEBT) * 100
                       / LA-MONTHLY-INCOME
                   ON SIZE ERROR MOVE 999.99 TO WS-DTI-RATIO
               END-COMPUTE.
           MOVE WS-PTI-RATIO TO WS-RD-PTI.
           MOVE WS-DTI-RATIO TO WS-RD-DTI.
      *
           PERFORM 310000-APPLY-POLICY
              THRU 310000-EXIT.
      *
           IF (WS-REFERRED)
               AND (LA-REFERRAL-APPROVER NOT = SPACES)
               MOVE "A" TO WS-DECISION
               MOVE SPACES TO WS-REASON-1 WS-REASON-2
               STRING "REFERRAL APPROVED BY "
                      LA-REFERRAL-APPROVER DELIMITED BY SIZE
                   INTO WS-REASON-1.
      *
           IF (WS-APPROVED)
               PERFORM 330000-RELEASE-TO-BOOKING
                  THRU 330000-EXIT
               MOVE "APPROVED" TO WS-RD-DECISION
           ELSE
           IF (WS-REFERRED)
               ADD 1 TO WS-APPL-REFERRED
               MOVE "REFERRED" TO WS-RD-DECISION
           ELSE
               PERFORM 340000-WRITE-DECLINE
                  THRU 340000-EXIT
               MOVE "DECLINED" TO WS-RD-DECISION.
      *
           PERFORM 500000-PRINT-DECISION
              THRU 500000-EXIT.
      *
       300000-EXIT.
           EXIT.
      *
      *
      *              A P P L Y   P O L I C Y
      *
      *    EVERY TEST IS MADE SO THAT THE APPLICANT IS GIVEN THE
      *    PRINCIPAL REASONS, NOT JUST THE FIRST ONE FOUND.  A
      *    DECLINE REASON OUTRANKS A REFERRAL REASON.
      *
       310000-APPLY-POLICY.
      *
           MOVE "A" TO WS-DECISION.
      *
           IF (LA-MONTHLY-INCOME < WS-MIN-INCOME)
               MOVE "INCOME BELOW MINIMUM REQUIRED" TO WS-NEW-REASON
               PERFORM 320000-DECLINE-REASON THRU 320000-EXIT.
           IF (LA-PRINCIPAL > WS-MAX-PRINCIPAL)
               MOVE "AMOUNT EXCEEDS LENDING LIMIT" TO WS-NEW-REASON
               PERFORM 320000-DECLINE-REASON THRU 320000-EXIT.
           IF (LA-NBR-PMTS > WS-MAX-TERM)
               MOVE "TERM EXCEEDS LENDING LIMIT" TO WS-NEW-REASON
               PERFORM 320000-DECLINE-REASON THRU 320000-EXIT.
           IF (WS-PTI-RATIO > WS-MAX-PTI-REFER)
               MOVE "INCOME INSUFFICIENT FOR AMOUNT" TO WS-NEW-REASON
               PERFORM 320000-DECLINE-REASON THRU 320000-EXIT.
           IF (WS-DTI-RATIO > WS-MAX-DTI-REFER)
               MOVE "EXCESSIVE OBLIGATIONS/INCOME" TO WS-NEW-REASON
               PERFORM 320000-DECLINE-REASON THRU 320000-EXIT.
           IF (WS-DECLINED)
               GO TO 310000-EXIT.
      *
           IF (WS-PTI-RATIO > WS-MAX-PTI-APPROVE)
               MOVE "R" TO WS-DECISION
               MOVE "PAYMENT/INCOME ABOVE APPROVE" TO WS-NEW-REASON
               PERFORM 325000-ADD-REASON THRU 325000-EXIT.
           IF (WS-DTI-RATIO > WS-MAX-DTI-APPROVE)
               MOVE "R" TO WS-DECISION
               MOVE "DEBT/INCOME ABOVE APPROVE" TO WS-NEW-REASON
               PERFORM 325000-ADD-REASON THRU 325000-EXIT.
      *
       310000-EXIT.
           EXIT.
      *
      *
      *           D E C L I N E   R E A S O N
      *
       320000-DECLINE-REASON.
      *
           MOVE "D" TO WS-DECISION.
           PERFORM 325000-ADD-REASON
              THRU 325000-EXIT.
      *
       320000-EXIT.
           EXIT.
      *
      *
      *               A D D   R E A S O N
      *
      *    THE FIRST TWO REASONS FOUND ARE KEPT.
      *
       325000-ADD-REASON.
      *
           ADD 1 TO WS-REASON-COUNT.
           IF (WS-REASON-COUNT = 1)
               MOVE WS-NEW-REASON TO WS-REASON-1
           ELSE
           IF (WS-REASON-COUNT = 2)
               MOVE WS-NEW-REASON TO WS-REASON-2.
      *
       325000-EXIT.
           EXIT.
      *
      *
      *       R E L E A S E   T O   B O O K I N G
      *
       330000-RELEASE-TO-BOOKING.
      *
           MOVE LA-APPL-ID     TO LR-LOAN-ID.
           MOVE LA-APPLICANT   TO LR-BORROWER.
           MOVE LA-PRINCIPAL   TO LR-PRINCIPAL.
           MOVE LA-INT-RATE    TO LR-INT-RATE.
           MOVE LA-NBR-PMTS    TO LR-NBR-PMTS.
           MOVE LA-BALLOON-AMT TO LR-BALLOON-AMT.
           IF (LA-ORIG-DATE NUMERIC)
               AND (LA-ORIG-DATE > ZERO)
               MOVE LA-ORIG-DATE TO LR-ORIG-DATE
           ELSE
               MOVE WS-RUN-DATE TO LR-ORIG-DATE.
           WRITE LOAN-REQUEST-RECORD.
      *
           ADD 1 TO WS-APPL-APPROVED.
           ADD LA-PRINCIPAL TO WS-AMOUNT-APPROVED.
      *
       330000-EXIT.
           EXIT.
      *
      *
      *             W R I T E   D E C L I N E
      *
       340000-WRITE-DECLINE.
      *
           MOVE LA-APPL-ID   TO AD-APPL-ID.
           MOVE LA-APPLICANT TO AD-APPLICANT.
           MOVE LA-PRINCIPAL TO AD-AMOUNT.
           MOVE WS-RUN-DATE  TO AD-DECISION-DATE.
           MOVE WS-REASON-1  TO AD-REASON-1.
           MOVE WS-REASON-2  TO AD-REASON-2.
           WRITE DECLINE-RECORD.
      *
           ADD 1 TO WS-APPL-DECLINED.
      *
       340000-EXIT.
           EXIT.
      *
      *
      *        R E J E C T   A P P L I C A T I O N
      *
       400000-REJECT-APPLICATION.
      *
           ADD 1 TO WS-APPL-REJECTED.
           MOVE "REJECTED" TO WS-RD-DECISION.
           PERFORM 500000-PRINT-DECISION
              THRU 500000-EXIT.
      *
       400000-EXIT.
           EXIT.
      *
      *
      *            P R I N T   D E C I S I O N
      *
       500000-PRINT-DECISION.
      *
           MOVE WS-REASON-1 TO WS-RD-REASON.
           WRITE DECISION-REGISTER-LINE FROM WS-REGISTER-DETAIL.
           IF (WS-REASON-2 NOT = SPACES)
               MOVE WS-REASON-2 TO WS-RC-REASON
               WRITE DECISION-REGISTER-LINE
                   FROM WS-REASON-CONTINUATION.
      *
       500000-EXIT.
           EXIT.
      *
       COPY LOANP.COB.
