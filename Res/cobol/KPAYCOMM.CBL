       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPAYCOMM.
       AUTHOR.			   K.C.S. LTD.
      *
      * 		   ***************************
      *                    * K-PAYE 90 VERSION # 9.0 *
      * 		   ***************************
      *
      *                   SALES COMMISSION PAY LOAD
      *
      *    LOADS THE APPROVED COMMISSION EXTRACT COMMPAY.DAT WRITTEN
      *    BY AN APPROVED MONTHLY COMMISSIONRUN INTO THE NEXT PAY
      *    INPUT.  THE EXTRACT CARRIES THE COMMISSION MONTH AND THE
      *    APPROVER, ONE LINE PER SALES REP PAID (THE REP'S COMPANY
      *    AND EMPLOYEE NUMBER FROM SALESREP.DAT AND THE COMMISSION
      *    TO PAY) AND A TRAILER WITH THE COUNT AND TOTAL.  EACH REP
      *    IS FOUND ON KPEMPMST.DAT BY COMPANY AND EMPLOYEE NUMBER
      *    AND THEN ON KPAYIN.DAT:
      *      - AN EXISTING PAY LINE HAS THE COMMISSION ADDED TO ITS
      *        OTHER AMOUNT;
      *      - AN EMPLOYEE WITH NO PAY LINE GETS ONE WITH NO HOURS,
      *        NO RATE AND THE COMMISSION AS THE OTHER AMOUNT;
      *      - A REP NOT ON THE MASTER, ALREADY LEFT, OR WHOSE OTHER
      *        AMOUNT WOULD OVERFLOW IS NOT LOADED AND IS LISTED FOR
      *        PAYROLL TO SETTLE BY HAND.
      *    THE UPDATED PAY INPUT IS WRITTEN TO KPAYIN.NEW FOR OPS TO
      *    SWAP IN BEFORE KPAYCALC RUNS (AND BEFORE KPAYRETR IF A
      *    BACK PAY EXTRACT IS ALSO TO BE LOADED).  THE REPORT
      *    KPAYCOMM.RPT LISTS EVERY REP AND CLOSES WITH THE
      *    RECONCILIATION: THE COMMISSION LOADED PLUS NOT LOADED MUST
      *    EQUAL THE COMMISSION ON THE EXTRACT.  AN EXTRACT WITH NO
      *    TRAILER OR WHOSE DETAIL DOES NOT AGREE WITH ITS TRAILER IS
      *    REFUSED, AND EACH MONTH LOADED IS LOGGED ON COMMPAY.HST SO
      *    IT CANNOT BE LOADED TWICE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-FILE ASSIGN TO "COMMPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "COMMPAY.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "KPEMPMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL PAY-INPUT-FILE ASSIGN TO "KPAYIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT NEW-PAY-INPUT-FILE ASSIGN TO "KPAYIN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "KPAYCOMM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-FILE.
       01  COMMISSION-HEADER.
           03  CH-TYPE             PIC X.
           03  CH-MONTH            PIC 9(6).
           03  CH-RUN-DATE         PIC 9(8).
           03  CH-APPROVER         PIC X(8).
           03  FILLER              PIC X(22).
       01  COMMISSION-DETAIL.
           03  CD-TYPE             PIC X.
           03  CD-REP-ID           PIC X(4).
           03  CD-CO-NO            PIC XX.
           03  CD-EMP-NO           PIC X(6).
           03  CD-NAME             PIC X(25).
           03  CD-AMOUNT           PIC 9(5)V99.
       01  COMMISSION-TRAILER.
           03  CT-TYPE             PIC X.
           03  CT-COUNT            PIC 9(5).
           03  CT-TOTAL            PIC 9(9)V99.
           03  FILLER              PIC X(28).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           03  HR-MONTH            PIC 9(6).
           03  HR-RUN-DATE         PIC 9(8).
           03  HR-APPROVER         PIC X(8).
           03  HR-LOAD-DATE        PIC 9(8).
           03  HR-COUNT            PIC 9(5).
           03  HR-AMOUNT           PIC 9(9)V99.
       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           03  EM-CO-NO            PIC XX.
           03  EM-DEPT             PIC X(4).
           03  EM-EMP-NO           PIC X(6).
           03  EM-NAME             PIC X(25).
           03  EM-START-DATE       PIC 9(8).
           03  EM-TAX-CODE         PIC X(6).
           03  EM-PAY-TO-DATE      PIC 9(7)V99.
           03  EM-LEAVE-DATE       PIC 9(8).
           03  EM-BANK-ROUTING     PIC X(9).
           03  EM-BANK-ACCOUNT     PIC X(17).
           03  EM-BANK-ACCT-TYPE   PIC X.
           03  EM-TAX-TO-DATE      PIC 9(7)V99.
       FD  PAY-INPUT-FILE.
       01  PAY-INPUT-RECORD.
           03  PI-CO-NO            PIC XX.
           03  PI-EMP-NO           PIC X(6).
           03  PI-HOURS            PIC 9(3)V99.
           03  PI-RATE             PIC 9(4)V99.
           03  PI-OTHER-AMOUNT     PIC 9(5)V99.
       FD  NEW-PAY-INPUT-FILE.
       01  NEW-PAY-INPUT-RECORD.
           03  NI-CO-NO            PIC XX.
           03  NI-EMP-NO           PIC X(6).
           03  NI-HOURS            PIC 9(3)V99.
           03  NI-RATE             PIC 9(4)V99.
           03  NI-OTHER-AMOUNT     PIC 9(5)V99.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(110).
       WORKING-STORAGE SECTION.
       77  WS-EXTRACT-STATUS       PIC XX    VALUE SPACES.
       77  WS-HISTORY-STATUS       PIC XX    VALUE SPACES.
       77  WS-MASTER-STATUS        PIC XX    VALUE SPACES.
       77  WS-INPUT-STATUS         PIC XX    VALUE SPACES.
       77  WS-EOF-FLAG             PIC 9     VALUE ZERO.
           88  WS-EOF                        VALUE 1.
       77  WS-REFUSED-FLAG         PIC 9     VALUE ZERO.
           88  WS-REFUSED                    VALUE 1.
       77  WS-TRAILER-FLAG         PIC 9     VALUE ZERO.
           88  WS-TRAILER-READ               VALUE 1.
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-COMM-MONTH           PIC 9(6)  VALUE ZERO.
       77  WS-EXTRACT-RUN-DATE     PIC 9(8)  VALUE ZERO.
       77  WS-APPROVER             PIC X(8)  VALUE SPACES.
       77  WS-NEW-OTHER            PIC 9(6)V99 VALUE ZERO.
       77  WS-MASTER-SLOT          PIC 9(4)  VALUE ZERO.
       77  WS-PAY-SLOT             PIC 9(4)  VALUE ZERO.
      *
       77  WS-DETAIL-COUNT         PIC 9(6)  VALUE ZERO.
       77  WS-DETAIL-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       77  WS-LOADED-COUNT         PIC 9(6)  VALUE ZERO.
       77  WS-LOADED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       77  WS-NEW-LINE-COUNT       PIC 9(6)  VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(6)  VALUE ZERO.
       77  WS-REJECT-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       77  WS-PROOF-TOTAL          PIC 9(11)V99 VALUE ZERO.
       77  WS-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
      *
       01  WS-COMMISSION-TABLE.
           03  WS-CM-COUNT         PIC 9(4)  VALUE ZERO.
           03  WS-CM-ENTRY         OCCURS 300 TIMES.
               05  WS-CM-REP-ID    PIC X(4).
               05  WS-CM-CO-NO     PIC XX.
               05  WS-CM-EMP-NO    PIC X(6).
               05  WS-CM-NAME      PIC X(25).
               05  WS-CM-AMOUNT    PIC 9(5)V99.
       01  WS-CM-X                 PIC 9(4)  VALUE ZERO.
      *
       01  WS-MASTER-TABLE.
           03  WS-MT-COUNT         PIC 9(4)  VALUE ZERO.
           03  WS-MT-ENTRY         OCCURS 2000 TIMES.
               05  WS-MT-CO-NO     PIC XX.
               05  WS-MT-EMP-NO    PIC X(6).
               05  WS-MT-LEAVE-DATE
                                   PIC 9(8).
       01  WS-MX                   PIC 9(4)  VALUE ZERO.
      *
       01  WS-PAY-TABLE.
           03  WS-PT-COUNT         PIC 9(4)  VALUE ZERO.
           03  WS-PT-ENTRY         OCCURS 300 TIMES.
               05  WS-PT-CO-NO     PIC XX.
               05  WS-PT-EMP-NO    PIC X(6).
               05  WS-PT-HOURS     PIC 9(3)V99.
               05  WS-PT-RATE      PIC 9(4)V99.
               05  WS-PT-OTHER     PIC 9(5)V99.
       01  WS-PX                   PIC 9(4)  VALUE ZERO.
      *
       01  WS-RPT-HEADING-1.
           03  FILLER              PIC X(30) VALUE
               "SALES COMMISSION PAY LOAD  RUN".
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-R1-RUN-DATE      PIC 9(8).
           03  FILLER              PIC X(8)  VALUE "  MONTH ".
           03  WS-R1-MONTH         PIC 9(6).
           03  FILLER              PIC X(14) VALUE "  APPROVED BY ".
           03  WS-R1-APPROVER      PIC X(8).
           03  FILLER              PIC X(4)  VALUE " ON ".
           03  WS-R1-EXTRACT-DATE  PIC 9(8).
       01  WS-RPT-HEADING-2.
           03  FILLER              PIC X(40) VALUE
               "REP   NAME                       CO  EMP".
           03  FILLER              PIC X(40) VALUE
               " NO COMMISSION  NOTE".
       01  WS-RPT-DETAIL.
           03  WS-RD-REP-ID        PIC X(4).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-NAME          PIC X(25).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-CO-NO         PIC XX.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-EMP-NO        PIC X(6).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-AMOUNT        PIC ZZ,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-NOTE          PIC X(34).
       01  WS-RPT-TOTAL-LINE.
           03  WS-RT-LABEL         PIC X(36).
           03  WS-RT-COUNT         PIC ZZZ,ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PROOF-LINE.
           03  WS-PL-LABEL         PIC X(45).
           03  WS-PL-RESULT        PIC X(22).
           03  WS-PL-DIFFERENCE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99
                                             BLANK WHEN ZERO.
       PROCEDURE DIVISION.
       A-MAINLINE SECTION.
       A100.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT COMMISSION-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "KPAYCOMM: NO COMMPAY.DAT - NOTHING TO LOAD"
               GO TO A999.
           PERFORM B-LOAD-EXTRACT.
           CLOSE COMMISSION-FILE.
           IF WS-REFUSED
               GO TO A999.
           PERFORM C-CHECK-HISTORY.
           IF WS-REFUSED
               GO TO A999.
           PERFORM D-LOAD-MASTER.
           IF WS-REFUSED
               GO TO A999.
           PERFORM E-LOAD-PAY-INPUT.
           IF WS-REFUSED
               GO TO A999.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE         TO WS-R1-RUN-DATE.
           MOVE WS-COMM-MONTH       TO WS-R1-MONTH.
           MOVE WS-APPROVER         TO WS-R1-APPROVER.
           MOVE WS-EXTRACT-RUN-DATE TO WS-R1-EXTRACT-DATE.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-1.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2.
           PERFORM F-APPLY-ONE
               VARYING WS-CM-X FROM 1 BY 1
               UNTIL WS-CM-X > WS-CM-COUNT.
           PERFORM G-WRITE-PAY-INPUT.
           PERFORM H-PRINT-RECONCILIATION.
           CLOSE REPORT-FILE.
           DISPLAY "KPAYCOMM: " WS-LOADED-COUNT " LOADED, "
                   WS-NEW-LINE-COUNT " NEW PAY LINES, "
                   WS-REJECT-COUNT " NOT LOADED".
       A999.
           STOP RUN.
      *
       B-LOAD-EXTRACT SECTION.
       B100.
      *
      *    THE WHOLE EXTRACT IS READ AND PROVED AGAINST ITS TRAILER
      *    BEFORE ANYTHING IS LOADED.
      *
           READ COMMISSION-FILE
               AT END
                   MOVE SPACES TO CH-TYPE.
           IF CH-TYPE NOT = "H"
               OR CH-MONTH NOT NUMERIC
               OR CH-RUN-DATE NOT NUMERIC
               DISPLAY "KPAYCOMM: COMMPAY.DAT HAS NO VALID HEADER"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B999.
           MOVE CH-MONTH    TO WS-COMM-MONTH.
           MOVE CH-RUN-DATE TO WS-EXTRACT-RUN-DATE.
           MOVE CH-APPROVER TO WS-APPROVER.
           PERFORM B200-LOAD-ONE UNTIL WS-EOF OR WS-TRAILER-READ
               OR WS-REFUSED.
           IF WS-REFUSED
               GO TO B999.
           IF NOT WS-TRAILER-READ
               DISPLAY "KPAYCOMM: COMMPAY.DAT HAS NO TRAILER - "
                       "THE COMMISSION RUN DID NOT FINISH"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B999.
           IF CT-COUNT NOT = WS-DETAIL-COUNT
               OR CT-TOTAL NOT = WS-DETAIL-AMOUNT
               DISPLAY "KPAYCOMM: COMMPAY.DAT DETAIL DOES NOT AGREE "
                       "WITH ITS TRAILER"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B999.
       B999.
           EXIT.
      *
       B200-LOAD-ONE SECTION.
       B210.
           READ COMMISSION-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO B299.
           IF CT-TYPE = "T"
               MOVE 1 TO WS-TRAILER-FLAG
               GO TO B299.
           IF CD-TYPE NOT = "D"
               OR CD-AMOUNT NOT NUMERIC
               DISPLAY "KPAYCOMM: BAD COMMPAY.DAT RECORD "
                       COMMISSION-DETAIL
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B299.
           IF WS-CM-COUNT NOT < 300
               DISPLAY "KPAYCOMM: COMMPAY.DAT OVER 300 REPS"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B299.
           ADD 1 TO WS-CM-COUNT.
           MOVE CD-REP-ID TO WS-CM-REP-ID(WS-CM-COUNT).
           MOVE CD-CO-NO  TO WS-CM-CO-NO(WS-CM-COUNT).
           MOVE CD-EMP-NO TO WS-CM-EMP-NO(WS-CM-COUNT).
           MOVE CD-NAME   TO WS-CM-NAME(WS-CM-COUNT).
           MOVE CD-AMOUNT TO WS-CM-AMOUNT(WS-CM-COUNT).
           ADD 1         TO WS-DETAIL-COUNT.
           ADD CD-AMOUNT TO WS-DETAIL-AMOUNT.
       B299.
           EXIT.
      *
       C-CHECK-HISTORY SECTION.
       C100.
      *
      *    AN EXTRACT IS KNOWN BY THE COMMISSION MONTH ON ITS HEADER.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               GO TO C999.
           PERFORM C200-CHECK-ONE UNTIL WS-EOF OR WS-REFUSED.
           CLOSE HISTORY-FILE.
       C999.
           EXIT.
      *
       C200-CHECK-ONE SECTION.
       C210.
           READ HISTORY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO C299.
           IF HR-MONTH = WS-COMM-MONTH
               DISPLAY "KPAYCOMM: COMMISSION FOR " WS-COMM-MONTH
                       " WAS ALREADY LOADED ON " HR-LOAD-DATE
               MOVE 1 TO WS-REFUSED-FLAG.
       C299.
           EXIT.
      *
       D-LOAD-MASTER SECTION.
       D100.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "KPAYCOMM: NO KPEMPMST.DAT - NOTHING LOADED"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO D999.
           PERFORM D200-LOAD-ONE UNTIL WS-EOF OR WS-REFUSED.
           CLOSE EMPLOYEE-MASTER-FILE.
       D999.
           EXIT.
      *
       D200-LOAD-ONE SECTION.
       D210.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO D299.
           IF WS-MT-COUNT NOT < 2000
               DISPLAY "KPAYCOMM: EMPLOYEE MASTER OVER 2000 - "
                       "NOTHING LOADED"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO D299.
           ADD 1 TO WS-MT-COUNT.
           MOVE EM-CO-NO      TO WS-MT-CO-NO(WS-MT-COUNT).
           MOVE EM-EMP-NO     TO WS-MT-EMP-NO(WS-MT-COUNT).
           MOVE EM-LEAVE-DATE TO WS-MT-LEAVE-DATE(WS-MT-COUNT).
       D299.
           EXIT.
      *
       E-LOAD-PAY-INPUT SECTION.
       E100.
      *
      *    KPAYCALC TAKES AT MOST 300 PAY LINES, SO A PAY INPUT
      *    ALREADY OVER THAT IS LEFT FOR PAYROLL TO SPLIT FIRST.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT PAY-INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00"
               CLOSE PAY-INPUT-FILE
               GO TO E999.
           PERFORM E200-LOAD-ONE UNTIL WS-EOF OR WS-REFUSED.
           CLOSE PAY-INPUT-FILE.
       E999.
           EXIT.
      *
       E200-LOAD-ONE SECTION.
       E210.
           READ PAY-INPUT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO E299.
           IF WS-PT-COUNT NOT < 300
               DISPLAY "KPAYCOMM: PAY INPUT OVER 300 LINES - "
                       "NOTHING LOADED"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO E299.
           ADD 1 TO WS-PT-COUNT.
           MOVE PI-CO-NO        TO WS-PT-CO-NO(WS-PT-COUNT).
           MOVE PI-EMP-NO       TO WS-PT-EMP-NO(WS-PT-COUNT).
           MOVE PI-HOURS        TO WS-PT-HOURS(WS-PT-COUNT).
           MOVE PI-RATE         TO WS-PT-RATE(WS-PT-COUNT).
           MOVE PI-OTHER-AMOUNT TO WS-PT-OTHER(WS-PT-COUNT).
       E299.
           EXIT.
      *
       F-APPLY-ONE SECTION.
       F100.
           MOVE WS-CM-REP-ID(WS-CM-X) TO WS-RD-REP-ID.
           MOVE WS-CM-NAME(WS-CM-X)   TO WS-RD-NAME.
           MOVE WS-CM-CO-NO(WS-CM-X)  TO WS-RD-CO-NO.
           MOVE WS-CM-EMP-NO(WS-CM-X) TO WS-RD-EMP-NO.
           MOVE WS-CM-AMOUNT(WS-CM-X) TO WS-RD-AMOUNT.
           MOVE SPACES TO WS-RD-NOTE.
      *
           MOVE ZERO TO WS-MASTER-SLOT.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MT-COUNT
               IF WS-MT-CO-NO(WS-MX) = WS-CM-CO-NO(WS-CM-X)
                   AND WS-MT-EMP-NO(WS-MX) = WS-CM-EMP-NO(WS-CM-X)
                   AND WS-MASTER-SLOT = ZERO
                   MOVE WS-MX TO WS-MASTER-SLOT
               END-IF
           END-PERFORM.
           IF WS-MASTER-SLOT = ZERO
               MOVE "NOT ON EMPLOYEE MASTER" TO WS-RD-NOTE
               GO TO F800.
           IF WS-MT-LEAVE-DATE(WS-MASTER-SLOT) NOT = ZERO
               MOVE "EMPLOYEE HAS LEFT - PAY BY HAND" TO WS-RD-NOTE
               GO TO F800.
      *
           MOVE ZERO TO WS-PAY-SLOT.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PT-COUNT
               IF WS-PT-CO-NO(WS-PX) = WS-CM-CO-NO(WS-CM-X)
                   AND WS-PT-EMP-NO(WS-PX) = WS-CM-EMP-NO(WS-CM-X)
                   AND WS-PAY-SLOT = ZERO
                   MOVE WS-PX TO WS-PAY-SLOT
               END-IF
           END-PERFORM.
           IF WS-PAY-SLOT = ZERO
               GO TO F500.
      *
           COMPUTE WS-NEW-OTHER =
                   WS-PT-OTHER(WS-PAY-SLOT) + WS-CM-AMOUNT(WS-CM-X).
           IF WS-NEW-OTHER > 99999.99
               MOVE "OTHER AMOUNT FULL - PAY BY HAND" TO WS-RD-NOTE
               GO TO F800.
           MOVE WS-NEW-OTHER TO WS-PT-OTHER(WS-PAY-SLOT).
           MOVE "ADDED TO PAY LINE" TO WS-RD-NOTE.
           GO TO F700.
      *
       F500.
           IF WS-PT-COUNT NOT < 300
               MOVE "PAY INPUT FULL - PAY BY HAND" TO WS-RD-NOTE
               GO TO F800.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-CM-CO-NO(WS-CM-X)  TO WS-PT-CO-NO(WS-PT-COUNT).
           MOVE WS-CM-EMP-NO(WS-CM-X) TO WS-PT-EMP-NO(WS-PT-COUNT).
           MOVE ZERO                  TO WS-PT-HOURS(WS-PT-COUNT).
           MOVE ZERO                  TO WS-PT-RATE(WS-PT-COUNT).
           MOVE WS-CM-AMOUNT(WS-CM-X) TO WS-PT-OTHER(WS-PT-COUNT).
           ADD 1 TO WS-NEW-LINE-COUNT.
           MOVE "NEW PAY LINE - COMMISSION ONLY" TO WS-RD-NOTE.
      *
       F700.
           ADD 1                     TO WS-LOADED-COUNT.
           ADD WS-CM-AMOUNT(WS-CM-X) TO WS-LOADED-AMOUNT.
           GO TO F900.
       F800.
           ADD 1                     TO WS-REJECT-COUNT.
           ADD WS-CM-AMOUNT(WS-CM-X) TO WS-REJECT-AMOUNT.
       F900.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       F999.
           EXIT.
      *
       G-WRITE-PAY-INPUT SECTION.
       G100.
           OPEN OUTPUT NEW-PAY-INPUT-FILE.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PT-COUNT
               MOVE WS-PT-CO-NO(WS-PX)  TO NI-CO-NO
               MOVE WS-PT-EMP-NO(WS-PX) TO NI-EMP-NO
               MOVE WS-PT-HOURS(WS-PX)  TO NI-HOURS
               MOVE WS-PT-RATE(WS-PX)   TO NI-RATE
               MOVE WS-PT-OTHER(WS-PX)  TO NI-OTHER-AMOUNT
               WRITE NEW-PAY-INPUT-RECORD
           END-PERFORM.
           CLOSE NEW-PAY-INPUT-FILE.
      *
           OPEN EXTEND HISTORY-FILE.
           MOVE WS-COMM-MONTH       TO HR-MONTH.
           MOVE WS-EXTRACT-RUN-DATE TO HR-RUN-DATE.
           MOVE WS-APPROVER         TO HR-APPROVER.
           MOVE WS-RUN-DATE         TO HR-LOAD-DATE.
           MOVE WS-LOADED-COUNT     TO HR-COUNT.
           MOVE WS-LOADED-AMOUNT    TO HR-AMOUNT.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.
       G999.
           EXIT.
      *
       H-PRINT-RECONCILIATION SECTION.
       H100.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COMMISSION ON EXTRACT" TO WS-RT-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-RT-COUNT.
           MOVE WS-DETAIL-AMOUNT TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "COMMISSION LOADED TO KPAYIN.NEW" TO WS-RT-LABEL.
           MOVE WS-LOADED-COUNT TO WS-RT-COUNT.
           MOVE WS-LOADED-AMOUNT TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  OF WHICH NEW PAY LINES" TO WS-RT-LABEL.
           MOVE WS-NEW-LINE-COUNT TO WS-RT-COUNT.
           MOVE ZERO TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "COMMISSION NOT LOADED - PAY BY HAND" TO WS-RT-LABEL.
           MOVE WS-REJECT-COUNT TO WS-RT-COUNT.
           MOVE WS-REJECT-AMOUNT TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
           MOVE "PROOF: LOADED + NOT LOADED = EXTRACT TOTAL -"
               TO WS-PL-LABEL.
           COMPUTE WS-PROOF-TOTAL =
               WS-LOADED-AMOUNT + WS-REJECT-AMOUNT.
           COMPUTE WS-DIFFERENCE = WS-PROOF-TOTAL - WS-DETAIL-AMOUNT.
           PERFORM H500-PROOF-RESULT.
       H999.
           EXIT.
      *
       H500-PROOF-RESULT SECTION.
       H510.
           IF WS-DIFFERENCE = ZERO
               MOVE "AGREED" TO WS-PL-RESULT
               MOVE ZERO TO WS-PL-DIFFERENCE
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO WS-PL-RESULT
               MOVE WS-DIFFERENCE TO WS-PL-DIFFERENCE
               DISPLAY "KPAYCOMM: RECONCILIATION OUT OF BALANCE".
           WRITE REPORT-LINE FROM WS-PROOF-LINE.
       H599.
           EXIT.
