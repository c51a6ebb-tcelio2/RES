       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPAYBANK.
       AUTHOR.			   K.C.S. LTD.
      *
      * 		   ***************************
      *                    * K-PAYE 90 VERSION # 9.0 *
      * 		   ***************************
      *
      *                   NET PAY BANK AND CHECK RUN
      *
      *    RUNS AFTER KPAYCALC.  READS THE RUN'S NET PAY FILE
      *    KPAYNET.DAT (ONE LINE PER EMPLOYEE PAID, WITH THE BANK
      *    DETAILS FROM THE EMPLOYEE MASTER) AND PAYS EVERY NET:
      *      - AN EMPLOYEE WITH A ROUTING NUMBER THAT PASSES ITS
      *        CHECK DIGIT AND AN ACCOUNT NUMBER IS CREDITED ON THE
      *        BANK'S CREDIT-TRANSFER FILE KPAYBANK.DAT - HEADER,
      *        ONE DETAIL PER EMPLOYEE AND A BATCH TOTAL TRAILER
      *        (COUNT, TOTAL AND ROUTING-NUMBER HASH) IN THE SAME
      *        LAYOUT AS LOANDRFT'S BANKDRFT.DAT;
      *      - ANY OTHER EMPLOYEE GETS A "P" RECORD APPENDED TO
      *        PAYMENTS.DAT WITH THE MEMO "PAYROLL", AND CHECKWTR
      *        PRINTS THE CHECK IN ITS NEXT RUN.  BANK DETAILS THAT
      *        FAIL THEIR CHECK ARE FLAGGED ON THE REGISTER AND PAID
      *        BY CHECK RATHER THAN SENT TO THE BANK;
      *      - A ZERO NET PAYS NOTHING AND A NET TOO LARGE FOR THE
      *        BANK OR CHECK AMOUNT FIELD IS LEFT UNPAID FOR PAYROLL
      *        TO SETTLE BY HAND.  BOTH ARE LISTED.
      *    THE REGISTER KPAYBANK.RPT LISTS EVERY EMPLOYEE AND CLOSES
      *    WITH THE PROOF: BANK FILE PLUS CHECKS PLUS UNPAID MUST
      *    EQUAL THE TOTAL NET PAY READ.  PAYMENTS.DAT IS EXTENDED,
      *    SO THE RUN IS MADE ONCE PER PAY RUN.
      *    CONTROL CARD KPAYBANK.CTL (OPTIONAL):
      *      COL  1-8   PAY DATE CCYYMMDD FOR THE BANK CREDITS
      *                 (DEFAULT THE RUN DATE)
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "KPAYBANK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT NET-PAY-FILE ASSIGN TO "KPAYNET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.
           SELECT BANK-CREDIT-FILE ASSIGN TO "KPAYBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENTS-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "KPAYBANK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           03  PB-PAY-DATE         PIC 9(8).
       FD  NET-PAY-FILE.
       01  NET-PAY-RECORD.
           03  PN-CO-NO            PIC XX.
           03  PN-EMP-NO           PIC X(6).
           03  PN-NAME             PIC X(25).
           03  PN-RUN-DATE         PIC 9(8).
           03  PN-NET              PIC 9(7)V99.
           03  PN-BANK-ROUTING     PIC X(9).
           03  PN-BANK-ACCOUNT     PIC X(17).
           03  PN-BANK-ACCT-TYPE   PIC X.
       FD  BANK-CREDIT-FILE.
       01  BANK-CREDIT-REC         PIC X(80).
       FD  PAYMENTS-FILE.
       01  PAYMENT-RECORD.
           03  PM-RECORD-TYPE      PIC X.
           03  PM-PAYEE            PIC X(25).
           03  PM-AMOUNT           PIC 9(6)V99.
           03  PM-MEMO             PIC X(20).
           03  PM-VOID-CHECK-NBR   PIC 9(6).
       FD  REGISTER-FILE.
       01  REGISTER-LINE           PIC X(100).
       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX    VALUE SPACES.
       77  WS-NET-STATUS           PIC XX    VALUE SPACES.
       77  WS-EOF-FLAG             PIC 9     VALUE ZERO.
           88  WS-EOF                        VALUE 1.
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-PAY-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-BANK-OK              PIC 9     VALUE ZERO.
       77  WS-CHECK-SUM            PIC 9(4)  VALUE ZERO.
       77  WS-CHECK-QUOTIENT       PIC 9(4)  VALUE ZERO.
       77  WS-CHECK-REMAINDER      PIC 9     VALUE ZERO.
      *
       77  WS-READ-COUNT           PIC 9(6)  VALUE ZERO.
       77  WS-READ-TOTAL           PIC 9(10)V99 VALUE ZERO.
       77  WS-BANK-COUNT           PIC 9(6)  VALUE ZERO.
       77  WS-BANK-TOTAL           PIC 9(10)V99 VALUE ZERO.
       77  WS-BANK-HASH            PIC 9(10) VALUE ZERO.
       77  WS-CHECK-COUNT          PIC 9(6)  VALUE ZERO.
       77  WS-CHECK-TOTAL          PIC 9(10)V99 VALUE ZERO.
       77  WS-INVALID-COUNT        PIC 9(6)  VALUE ZERO.
       77  WS-ZERO-COUNT           PIC 9(6)  VALUE ZERO.
       77  WS-UNPAID-COUNT         PIC 9(6)  VALUE ZERO.
       77  WS-UNPAID-TOTAL         PIC 9(10)V99 VALUE ZERO.
       77  WS-PROOF-TOTAL          PIC 9(10)V99 VALUE ZERO.
      *
       01  WS-ROUTING-CHECK.
           03  WS-RC-DIGIT         PIC 9     OCCURS 9 TIMES.
       01  WS-ROUTING-HASH-AREA    REDEFINES WS-ROUTING-CHECK.
           03  WS-RC-HASH-DIGITS   PIC 9(8).
           03  FILLER              PIC 9.
      *
       01  WS-BANK-HEADER.
           03  FILLER              PIC X     VALUE "H".
           03  WS-BH-FILE-DATE     PIC 9(8).
           03  WS-BH-EFFECTIVE-DATE
                                   PIC 9(8).
           03  FILLER              PIC X(16) VALUE "SUN VALLEY PAYRL".
       01  WS-BANK-DETAIL.
           03  FILLER              PIC X     VALUE "D".
           03  WS-BD-ROUTING       PIC X(9).
           03  WS-BD-ACCOUNT       PIC X(17).
           03  WS-BD-ACCOUNT-TYPE  PIC X.
           03  WS-BD-AMOUNT        PIC 9(6)V99.
           03  WS-BD-TRACE.
               05  WS-BD-TRACE-CO  PIC XX.
               05  WS-BD-TRACE-EMP PIC X(6).
               05  WS-BD-TRACE-DATE
                                   PIC 9(8).
           03  WS-BD-NAME          PIC X(22).
       01  WS-BANK-TRAILER.
           03  FILLER              PIC X     VALUE "T".
           03  WS-BT-COUNT         PIC 9(6).
           03  WS-BT-TOTAL         PIC 9(10)V99.
           03  WS-BT-HASH          PIC 9(10).
      *
       01  WS-CHECK-MEMO.
           03  FILLER              PIC X(8)  VALUE "PAYROLL ".
           03  WS-CM-CO-NO         PIC XX.
           03  FILLER              PIC X     VALUE "/".
           03  WS-CM-EMP-NO        PIC X(6).
           03  FILLER              PIC X(3)  VALUE SPACES.
      *
       01  WS-REG-HEADING-1.
           03  FILLER              PIC X(30) VALUE
               "NET PAY PAYMENT REGISTER - RUN".
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-R1-RUN-DATE      PIC 9(8).
           03  FILLER              PIC X(11) VALUE "  PAY DATE ".
           03  WS-R1-PAY-DATE      PIC 9(8).
       01  WS-REG-HEADING-2.
           03  FILLER              PIC X(40) VALUE
               "CO EMP NO  NAME".
           03  FILLER              PIC X(40) VALUE
               "     NET PAY  PAID BY".
       01  WS-REG-DETAIL.
           03  WS-RD-CO-NO         PIC XX.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-RD-EMP-NO        PIC X(6).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-NAME          PIC X(25).
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  WS-RD-NET           PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-METHOD        PIC X(6).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-NOTE          PIC X(30).
       01  WS-REG-TOTAL-LINE.
           03  WS-RT-LABEL         PIC X(28).
           03  WS-RT-COUNT         PIC ZZZ,ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PROOF-LINE.
           03  FILLER              PIC X(43) VALUE
               "PROOF: BANK + CHECKS + UNPAID = NET PAY -  ".
           03  WS-PL-RESULT        PIC X(22).
       PROCEDURE DIVISION.
       A-MAINLINE SECTION.
       A100.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM B-READ-CONTROL.
           OPEN INPUT NET-PAY-FILE.
           IF WS-NET-STATUS NOT = "00"
               DISPLAY "KPAYBANK: NO KPAYNET.DAT - RUN KPAYCALC FIRST"
               GO TO A999.
           OPEN OUTPUT BANK-CREDIT-FILE.
           OPEN EXTEND PAYMENTS-FILE.
           OPEN OUTPUT REGISTER-FILE.
      *
           MOVE WS-RUN-DATE TO WS-BH-FILE-DATE.
           MOVE WS-PAY-DATE TO WS-BH-EFFECTIVE-DATE.
           WRITE BANK-CREDIT-REC FROM WS-BANK-HEADER.
           MOVE WS-RUN-DATE TO WS-R1-RUN-DATE.
           MOVE WS-PAY-DATE TO WS-R1-PAY-DATE.
           WRITE REGISTER-LINE FROM WS-REG-HEADING-1.
           WRITE REGISTER-LINE FROM WS-REG-HEADING-2.
      *
           PERFORM C-ONE-EMPLOYEE UNTIL WS-EOF.
      *
           MOVE WS-BANK-COUNT TO WS-BT-COUNT.
           MOVE WS-BANK-TOTAL TO WS-BT-TOTAL.
           MOVE WS-BANK-HASH  TO WS-BT-HASH.
           WRITE BANK-CREDIT-REC FROM WS-BANK-TRAILER.
           PERFORM F-PRINT-PROOF.
      *
           CLOSE NET-PAY-FILE.
           CLOSE BANK-CREDIT-FILE.
           CLOSE PAYMENTS-FILE.
           CLOSE REGISTER-FILE.
           DISPLAY "KPAYBANK: " WS-BANK-COUNT " BANK CREDITS, "
                   WS-CHECK-COUNT " CHECKS, "
                   WS-UNPAID-COUNT " UNPAID".
       A999.
           STOP RUN.
      *
       B-READ-CONTROL SECTION.
       B100.
           MOVE WS-RUN-DATE TO WS-PAY-DATE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               CLOSE CONTROL-FILE
               GO TO B999.
           READ CONTROL-FILE
               AT END
                   MOVE ZERO TO PB-PAY-DATE.
           IF PB-PAY-DATE NUMERIC
               AND PB-PAY-DATE NOT = ZERO
               MOVE PB-PAY-DATE TO WS-PAY-DATE.
           CLOSE CONTROL-FILE.
       B999.
           EXIT.
      *
       C-ONE-EMPLOYEE SECTION.
       C100.
           READ NET-PAY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO C999.
           ADD 1      TO WS-READ-COUNT.
           ADD PN-NET TO WS-READ-TOTAL.
           MOVE PN-CO-NO  TO WS-RD-CO-NO.
           MOVE PN-EMP-NO TO WS-RD-EMP-NO.
           MOVE PN-NAME   TO WS-RD-NAME.
           MOVE PN-NET    TO WS-RD-NET.
           MOVE SPACES    TO WS-RD-NOTE.
      *
           IF PN-NET = ZERO
               ADD 1 TO WS-ZERO-COUNT
               MOVE "NONE" TO WS-RD-METHOD
               MOVE "ZERO NET - NO PAYMENT" TO WS-RD-NOTE
               GO TO C900.
           IF PN-NET > 999999.99
               ADD 1      TO WS-UNPAID-COUNT
               ADD PN-NET TO WS-UNPAID-TOTAL
               MOVE "NONE" TO WS-RD-METHOD
               MOVE "OVER PAYMENT LIMIT - PAY BY HAND" TO WS-RD-NOTE
               GO TO C900.
      *
           PERFORM D-CHECK-BANK-DETAILS.
           IF WS-BANK-OK = 1
               PERFORM E-WRITE-BANK-CREDIT
           ELSE
               PERFORM E500-WRITE-CHECK.
       C900.
           WRITE REGISTER-LINE FROM WS-REG-DETAIL.
       C999.
           EXIT.
      *
       D-CHECK-BANK-DETAILS SECTION.
       D100.
      *
      *    ABA CHECK DIGIT: 3 X (D1+D4+D7) + 7 X (D2+D5+D8)
      *    + (D3+D6+D9) MUST BE A MULTIPLE OF TEN.  NO ROUTING
      *    NUMBER AT ALL IS A CHECK EMPLOYEE, NOT AN ERROR.
      *
           MOVE ZERO TO WS-BANK-OK.
           IF PN-BANK-ROUTING = SPACES
               GO TO D999.
           IF PN-BANK-ROUTING NOT NUMERIC
               OR PN-BANK-ACCOUNT = SPACES
               MOVE "BANK DETAILS INVALID" TO WS-RD-NOTE
               ADD 1 TO WS-INVALID-COUNT
               GO TO D999.
           MOVE PN-BANK-ROUTING TO WS-ROUTING-CHECK.
           COMPUTE WS-CHECK-SUM =
                   3 * (WS-RC-DIGIT(1) + WS-RC-DIGIT(4)
                                       + WS-RC-DIGIT(7))
                 + 7 * (WS-RC-DIGIT(2) + WS-RC-DIGIT(5)
                                       + WS-RC-DIGIT(8))
                 +     (WS-RC-DIGIT(3) + WS-RC-DIGIT(6)
                                       + WS-RC-DIGIT(9)).
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER.
           IF WS-CHECK-REMAINDER NOT = ZERO
               MOVE "ROUTING FAILS CHECK DIGIT" TO WS-RD-NOTE
               ADD 1 TO WS-INVALID-COUNT
               GO TO D999.
           MOVE 1 TO WS-BANK-OK.
       D999.
           EXIT.
      *
       E-WRITE-BANK-CREDIT SECTION.
       E100.
           MOVE PN-BANK-ROUTING   TO WS-BD-ROUTING.
           MOVE PN-BANK-ACCOUNT   TO WS-BD-ACCOUNT.
           MOVE PN-BANK-ACCT-TYPE TO WS-BD-ACCOUNT-TYPE.
           IF WS-BD-ACCOUNT-TYPE NOT = "S"
               MOVE "C" TO WS-BD-ACCOUNT-TYPE.
           MOVE PN-NET            TO WS-BD-AMOUNT.
           MOVE PN-CO-NO          TO WS-BD-TRACE-CO.
           MOVE PN-EMP-NO         TO WS-BD-TRACE-EMP.
           MOVE PN-RUN-DATE       TO WS-BD-TRACE-DATE.
           MOVE PN-NAME           TO WS-BD-NAME.
           WRITE BANK-CREDIT-REC FROM WS-BANK-DETAIL.
           ADD 1      TO WS-BANK-COUNT.
           ADD PN-NET TO WS-BANK-TOTAL.
           ADD WS-RC-HASH-DIGITS TO WS-BANK-HASH.
           MOVE "BANK" TO WS-RD-METHOD.
       E999.
           EXIT.
      *
       E500-WRITE-CHECK SECTION.
       E510.
           MOVE "P"        TO PM-RECORD-TYPE.
           MOVE PN-NAME    TO PM-PAYEE.
           MOVE PN-NET     TO PM-AMOUNT.
           MOVE PN-CO-NO   TO WS-CM-CO-NO.
           MOVE PN-EMP-NO  TO WS-CM-EMP-NO.
           MOVE WS-CHECK-MEMO TO PM-MEMO.
           MOVE ZERO       TO PM-VOID-CHECK-NBR.
           WRITE PAYMENT-RECORD.
           ADD 1      TO WS-CHECK-COUNT.
           ADD PN-NET TO WS-CHECK-TOTAL.
           MOVE "CHECK" TO WS-RD-METHOD.
       E599.
           EXIT.
      *
       F-PRINT-PROOF SECTION.
       F100.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "NET PAY READ FROM KPAYNET" TO WS-RT-LABEL.
           MOVE WS-READ-COUNT TO WS-RT-COUNT.
           MOVE WS-READ-TOTAL TO WS-RT-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE "BANK CREDIT FILE" TO WS-RT-LABEL.
           MOVE WS-BANK-COUNT TO WS-RT-COUNT.
           MOVE WS-BANK-TOTAL TO WS-RT-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE "CHECKS TO PAYMENTS.DAT" TO WS-RT-LABEL.
           MOVE WS-CHECK-COUNT TO WS-RT-COUNT.
           MOVE WS-CHECK-TOTAL TO WS-RT-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE "  OF WHICH BANK INVALID" TO WS-RT-LABEL.
           MOVE WS-INVALID-COUNT TO WS-RT-COUNT.
           MOVE ZERO TO WS-RT-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE "UNPAID - PAY BY HAND" TO WS-RT-LABEL.
           MOVE WS-UNPAID-COUNT TO WS-RT-COUNT.
           MOVE WS-UNPAID-TOTAL TO WS-RT-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE "ZERO NET - NO PAYMENT" TO WS-RT-LABEL.
           MOVE WS-ZERO-COUNT TO WS-RT-COUNT.
           MOVE ZERO TO WS-RT-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
      *
           COMPUTE WS-PROOF-TOTAL =
               WS-BANK-TOTAL + WS-CHECK-TOTAL + WS-UNPAID-TOTAL.
           IF WS-PROOF-TOTAL = WS-READ-TOTAL
               MOVE "AGREED" TO WS-PL-RESULT
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO WS-PL-RESULT
               DISPLAY "KPAYBANK: PAYMENT PROOF OUT OF BALANCE".
           WRITE REGISTER-LINE FROM WS-PROOF-LINE.
       F999.
           EXIT.
