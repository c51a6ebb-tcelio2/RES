       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPAYRETR.
       AUTHOR.			   K.C.S. LTD.
      *
      * 		   ***************************
      *                    * K-PAYE 90 VERSION # 9.0 *
      * 		   ***************************
      *
      *                   RETRO RAISE BACK PAY LOAD
      *
      *    LOADS THE APPROVED BACK PAY EXTRACT KPRETRO.DAT WRITTEN BY
      *    AN UPDATE RUN OF THE CBLEX SALARY RAISE INTO THE NEXT PAY
      *    INPUT.  THE EXTRACT CARRIES THE RAISE DATE AND MULTIPLIER,
      *    ONE LINE PER EMPLOYEE RAISED (OLD AND NEW ANNUAL SALARY,
      *    THE ANNUAL INCREASE AND THE ARREARS OWED FROM THE RAISE
      *    DATE TO THE CBLEX RUN) AND A TRAILER WITH CBLEX'S TOTAL
      *    ANNUAL IMPACT.  EACH EMPLOYEE IS FOUND ON KPEMPMST.DAT BY
      *    EMPLOYEE NUMBER AND THEN ON KPAYIN.DAT:
      *      - AN EXISTING PAY LINE HAS THE ARREARS ADDED TO ITS
      *        OTHER AMOUNT AND ITS RATE RAISED BY THE MULTIPLIER,
      *        SO KPAYCALC PAYS THE NEW RATE FROM THIS RUN ON;
      *      - AN EMPLOYEE WITH NO PAY LINE GETS ONE WITH NO HOURS,
      *        NO RATE AND THE ARREARS AS THE OTHER AMOUNT;
      *      - AN EMPLOYEE NOT ON THE MASTER, ON IT UNDER MORE THAN
      *        ONE COMPANY, OR WHOSE OTHER AMOUNT OR RATE WOULD
      *        OVERFLOW IS NOT LOADED AND IS LISTED FOR PAYROLL TO
      *        SETTLE BY HAND.
      *    THE UPDATED PAY INPUT IS WRITTEN TO KPAYIN.NEW FOR OPS TO
      *    SWAP IN BEFORE KPAYCALC RUNS.  THE REPORT KPAYRETR.RPT
      *    LISTS EVERY EMPLOYEE AND CLOSES WITH THE RECONCILIATION:
      *    THE ANNUAL INCREASES ON THE EXTRACT MUST EQUAL CBLEX'S
      *    TOTAL IMPACT, AND THE ARREARS LOADED PLUS NOT LOADED MUST
      *    EQUAL THE ARREARS ON THE EXTRACT.  AN EXTRACT WITH NO
      *    TRAILER (THE CBLEX UPDATE DID NOT COMMIT) OR WHOSE DETAIL
      *    DOES NOT AGREE WITH ITS TRAILER IS REFUSED, AND EACH
      *    EXTRACT LOADED IS LOGGED ON KPRETRO.HST SO IT CANNOT BE
      *    LOADED TWICE.  FUTURE PAY INPUT MUST BE KEYED AT THE NEW
      *    RATES, WHICH THE REPORT SHOWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACK-PAY-FILE ASSIGN TO "KPRETRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "KPRETRO.HST"
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
           SELECT REPORT-FILE ASSIGN TO "KPAYRETR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BACK-PAY-FILE.
       01  BACK-PAY-HEADER.
           03  BH-TYPE             PIC X.
           03  BH-RAISE-DATE       PIC X(10).
           03  BH-RUN-DATE         PIC 9(8).
           03  BH-RUN-TIME         PIC 9(6).
           03  BH-PERCENTAGE       PIC 9(3)V99.
           03  BH-RAISE-DAYS       PIC 9(5).
           03  FILLER              PIC X(45).
       01  BACK-PAY-DETAIL.
           03  BD-TYPE             PIC X.
           03  BD-EMPNO            PIC X(6).
           03  BD-NAME             PIC X(30).
           03  BD-OLD-SALARY       PIC 9(7)V99.
           03  BD-NEW-SALARY       PIC 9(7)V99.
           03  BD-INCREASE         PIC 9(7)V99.
           03  BD-ARREARS          PIC 9(7)V99.
           03  FILLER              PIC X(7).
       01  BACK-PAY-TRAILER.
           03  BT-TYPE             PIC X.
           03  BT-COUNT            PIC 9(6).
           03  BT-TOTAL-IMPACT     PIC 9(11)V99.
           03  BT-TOTAL-INCREASE   PIC 9(11)V99.
           03  BT-TOTAL-ARREARS    PIC 9(11)V99.
           03  FILLER              PIC X(34).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           03  HR-RUN-DATE         PIC 9(8).
           03  HR-RUN-TIME         PIC 9(6).
           03  HR-RAISE-DATE       PIC X(10).
           03  HR-LOAD-DATE        PIC 9(8).
           03  HR-COUNT            PIC 9(6).
           03  HR-ARREARS          PIC 9(11)V99.
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
       77  WS-MULTIPLIER           PIC 9(3)V99 VALUE ZERO.
       77  WS-EXTRACT-RUN-DATE     PIC 9(8)  VALUE ZERO.
       77  WS-EXTRACT-RUN-TIME     PIC 9(6)  VALUE ZERO.
       77  WS-RAISE-DATE           PIC X(10) VALUE SPACES.
       77  WS-RAISE-DAYS           PIC 9(5)  VALUE ZERO.
       77  WS-TRAILER-COUNT        PIC 9(6)  VALUE ZERO.
       77  WS-TRAILER-IMPACT       PIC 9(11)V99 VALUE ZERO.
       77  WS-NEW-RATE             PIC 9(5)V99 VALUE ZERO.
       77  WS-NEW-OTHER            PIC 9(6)V99 VALUE ZERO.
       77  WS-MATCHES              PIC 9(4)  VALUE ZERO.
       77  WS-MATCH-CO-NO          PIC XX    VALUE SPACES.
       77  WS-PAY-SLOT             PIC 9(4)  VALUE ZERO.
      *
       77  WS-DETAIL-COUNT         PIC 9(6)  VALUE ZERO.
       77  WS-DETAIL-INCREASE      PIC 9(11)V99 VALUE ZERO.
       77  WS-DETAIL-ARREARS       PIC 9(11)V99 VALUE ZERO.
       77  WS-LOADED-COUNT         PIC 9(6)  VALUE ZERO.
       77  WS-LOADED-ARREARS       PIC 9(11)V99 VALUE ZERO.
       77  WS-NEW-LINE-COUNT       PIC 9(6)  VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(6)  VALUE ZERO.
       77  WS-REJECT-ARREARS       PIC 9(11)V99 VALUE ZERO.
       77  WS-PROOF-TOTAL          PIC 9(11)V99 VALUE ZERO.
       77  WS-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
      *
       01  WS-BACK-PAY-TABLE.
           03  WS-BP-COUNT         PIC 9(4)  VALUE ZERO.
           03  WS-BP-ENTRY         OCCURS 500 TIMES.
               05  WS-BP-EMPNO     PIC X(6).
               05  WS-BP-NAME      PIC X(30).
               05  WS-BP-NEW-SALARY
                                   PIC 9(7)V99.
               05  WS-BP-ARREARS   PIC 9(7)V99.
       01  WS-BP-X                 PIC 9(4)  VALUE ZERO.
      *
       01  WS-MASTER-TABLE.
           03  WS-MT-COUNT         PIC 9(4)  VALUE ZERO.
           03  WS-MT-ENTRY         OCCURS 2000 TIMES.
               05  WS-MT-CO-NO     PIC XX.
               05  WS-MT-EMP-NO    PIC X(6).
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
               "RETRO RAISE BACK PAY LOAD  RUN".
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-R1-RUN-DATE      PIC 9(8).
           03  FILLER              PIC X(13) VALUE "  RAISE DATE ".
           03  WS-R1-RAISE-DATE    PIC X(10).
           03  FILLER              PIC X(13) VALUE "  MULTIPLIER ".
           03  WS-R1-MULTIPLIER    PIC ZZ9.99.
           03  FILLER              PIC X(8)  VALUE "  DAYS ".
           03  WS-R1-DAYS          PIC ZZZZ9.
       01  WS-RPT-HEADING-2.
           03  FILLER              PIC X(40) VALUE
               "EMP NO  NAME                          CO".
           03  FILLER              PIC X(40) VALUE
               "     ARREARS  OLD RATE  NEW RATE  NOTE".
       01  WS-RPT-DETAIL.
           03  WS-RD-EMP-NO        PIC X(6).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-NAME          PIC X(30).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-CO-NO         PIC XX.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-ARREARS       PIC ZZ,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-OLD-RATE      PIC Z,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-RD-NEW-RATE      PIC Z,ZZ9.99.
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
           OPEN INPUT BACK-PAY-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "KPAYRETR: NO KPRETRO.DAT - NOTHING TO LOAD"
               GO TO A999.
           PERFORM B-LOAD-EXTRACT.
           CLOSE BACK-PAY-FILE.
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
           MOVE WS-RUN-DATE   TO WS-R1-RUN-DATE.
           MOVE WS-RAISE-DATE TO WS-R1-RAISE-DATE.
           MOVE WS-MULTIPLIER TO WS-R1-MULTIPLIER.
           MOVE WS-RAISE-DAYS TO WS-R1-DAYS.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-1.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2.
           PERFORM F-APPLY-ONE
               VARYING WS-BP-X FROM 1 BY 1
               UNTIL WS-BP-X > WS-BP-COUNT.
           PERFORM G-WRITE-PAY-INPUT.
           PERFORM H-PRINT-RECONCILIATION.
           CLOSE REPORT-FILE.
           DISPLAY "KPAYRETR: " WS-LOADED-COUNT " LOADED, "
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
           READ BACK-PAY-FILE
               AT END
                   MOVE SPACES TO BH-TYPE.
           IF BH-TYPE NOT = "H"
               OR BH-PERCENTAGE NOT NUMERIC
               OR BH-RAISE-DAYS NOT NUMERIC
               DISPLAY "KPAYRETR: KPRETRO.DAT HAS NO VALID HEADER"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B999.
           MOVE BH-PERCENTAGE TO WS-MULTIPLIER.
           MOVE BH-RUN-DATE   TO WS-EXTRACT-RUN-DATE.
           MOVE BH-RUN-TIME   TO WS-EXTRACT-RUN-TIME.
           MOVE BH-RAISE-DATE TO WS-RAISE-DATE.
           MOVE BH-RAISE-DAYS TO WS-RAISE-DAYS.
           PERFORM B200-LOAD-ONE UNTIL WS-EOF OR WS-TRAILER-READ
               OR WS-REFUSED.
           IF WS-REFUSED
               GO TO B999.
           IF NOT WS-TRAILER-READ
               DISPLAY "KPAYRETR: KPRETRO.DAT HAS NO TRAILER - "
                       "THE CBLEX UPDATE DID NOT COMMIT"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B999.
           IF BT-COUNT NOT = WS-DETAIL-COUNT
               OR BT-TOTAL-INCREASE NOT = WS-DETAIL-INCREASE
               OR BT-TOTAL-ARREARS NOT = WS-DETAIL-ARREARS
               DISPLAY "KPAYRETR: KPRETRO.DAT DETAIL DOES NOT AGREE "
                       "WITH ITS TRAILER"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B999.
           MOVE BT-COUNT        TO WS-TRAILER-COUNT.
           MOVE BT-TOTAL-IMPACT TO WS-TRAILER-IMPACT.
       B999.
           EXIT.
      *
       B200-LOAD-ONE SECTION.
       B210.
           READ BACK-PAY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO B299.
           IF BT-TYPE = "T"
               MOVE 1 TO WS-TRAILER-FLAG
               GO TO B299.
           IF BD-TYPE NOT = "D"
               OR BD-INCREASE NOT NUMERIC
               OR BD-ARREARS NOT NUMERIC
               OR BD-NEW-SALARY NOT NUMERIC
               DISPLAY "KPAYRETR: BAD KPRETRO.DAT RECORD "
                       BACK-PAY-DETAIL
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B299.
           IF WS-BP-COUNT NOT < 500
               DISPLAY "KPAYRETR: KPRETRO.DAT OVER 500 EMPLOYEES"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO B299.
           ADD 1 TO WS-BP-COUNT.
           MOVE BD-EMPNO      TO WS-BP-EMPNO(WS-BP-COUNT).
           MOVE BD-NAME       TO WS-BP-NAME(WS-BP-COUNT).
           MOVE BD-NEW-SALARY TO WS-BP-NEW-SALARY(WS-BP-COUNT).
           MOVE BD-ARREARS    TO WS-BP-ARREARS(WS-BP-COUNT).
           ADD 1           TO WS-DETAIL-COUNT.
           ADD BD-INCREASE TO WS-DETAIL-INCREASE.
           ADD BD-ARREARS  TO WS-DETAIL-ARREARS.
       B299.
           EXIT.
      *
       C-CHECK-HISTORY SECTION.
       C100.
      *
      *    AN EXTRACT IS KNOWN BY THE CBLEX RUN DATE AND TIME ON
      *    ITS HEADER.
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
           IF HR-RUN-DATE = WS-EXTRACT-RUN-DATE
               AND HR-RUN-TIME = WS-EXTRACT-RUN-TIME
               DISPLAY "KPAYRETR: THIS EXTRACT WAS ALREADY LOADED ON "
                       HR-LOAD-DATE
               MOVE 1 TO WS-REFUSED-FLAG.
       C299.
           EXIT.
      *
       D-LOAD-MASTER SECTION.
       D100.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "KPAYRETR: NO KPEMPMST.DAT - NOTHING LOADED"
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
               DISPLAY "KPAYRETR: EMPLOYEE MASTER OVER 2000 - "
                       "NOTHING LOADED"
               MOVE 1 TO WS-REFUSED-FLAG
               GO TO D299.
           ADD 1 TO WS-MT-COUNT.
           MOVE EM-CO-NO  TO WS-MT-CO-NO(WS-MT-COUNT).
           MOVE EM-EMP-NO TO WS-MT-EMP-NO(WS-MT-COUNT).
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
               DISPLAY "KPAYRETR: PAY INPUT OVER 300 LINES - "
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
           MOVE WS-BP-EMPNO(WS-BP-X)   TO WS-RD-EMP-NO.
           MOVE WS-BP-NAME(WS-BP-X)    TO WS-RD-NAME.
           MOVE WS-BP-ARREARS(WS-BP-X) TO WS-RD-ARREARS.
           MOVE SPACES TO WS-RD-CO-NO.
           MOVE ZERO   TO WS-RD-OLD-RATE WS-RD-NEW-RATE.
           MOVE SPACES TO WS-RD-NOTE.
      *
           MOVE ZERO TO WS-MATCHES.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MT-COUNT
               IF WS-MT-EMP-NO(WS-MX) = WS-BP-EMPNO(WS-BP-X)
                   ADD 1 TO WS-MATCHES
                   MOVE WS-MT-CO-NO(WS-MX) TO WS-MATCH-CO-NO
               END-IF
           END-PERFORM.
           IF WS-MATCHES = ZERO
               MOVE "NOT ON EMPLOYEE MASTER" TO WS-RD-NOTE
               GO TO F800.
           IF WS-MATCHES > 1
               MOVE "ON MASTER UNDER MORE THAN ONE CO" TO WS-RD-NOTE
               GO TO F800.
           MOVE WS-MATCH-CO-NO TO WS-RD-CO-NO.
      *
           MOVE ZERO TO WS-PAY-SLOT.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PT-COUNT
               IF WS-PT-CO-NO(WS-PX) = WS-MATCH-CO-NO
                   AND WS-PT-EMP-NO(WS-PX) = WS-BP-EMPNO(WS-BP-X)
                   AND WS-PAY-SLOT = ZERO
                   MOVE WS-PX TO WS-PAY-SLOT
               END-IF
           END-PERFORM.
           IF WS-PAY-SLOT = ZERO
               GO TO F500.
      *
           MOVE WS-PT-RATE(WS-PAY-SLOT) TO WS-RD-OLD-RATE.
           COMPUTE WS-NEW-RATE ROUNDED =
                   WS-PT-RATE(WS-PAY-SLOT) * WS-MULTIPLIER.
           COMPUTE WS-NEW-OTHER =
                   WS-PT-OTHER(WS-PAY-SLOT) + WS-BP-ARREARS(WS-BP-X).
           IF WS-NEW-RATE > 9999.99
               MOVE "NEW RATE TOO LARGE - PAY BY HAND" TO WS-RD-NOTE
               GO TO F800.
           IF WS-NEW-OTHER > 99999.99
               MOVE "OTHER AMOUNT FULL - PAY BY HAND" TO WS-RD-NOTE
               GO TO F800.
           MOVE WS-NEW-RATE  TO WS-PT-RATE(WS-PAY-SLOT).
           MOVE WS-NEW-OTHER TO WS-PT-OTHER(WS-PAY-SLOT).
           MOVE WS-NEW-RATE  TO WS-RD-NEW-RATE.
           MOVE "ADDED TO PAY LINE, RATE RAISED" TO WS-RD-NOTE.
           GO TO F700.
      *
       F500.
           IF WS-BP-ARREARS(WS-BP-X) = ZERO
               MOVE "NO ARREARS AND NO PAY LINE" TO WS-RD-NOTE
               GO TO F900.
           IF WS-BP-ARREARS(WS-BP-X) > 99999.99
               MOVE "ARREARS TOO LARGE - PAY BY HAND" TO WS-RD-NOTE
               GO TO F800.
           IF WS-PT-COUNT NOT < 300
               MOVE "PAY INPUT FULL - PAY BY HAND" TO WS-RD-NOTE
               GO TO F800.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-MATCH-CO-NO       TO WS-PT-CO-NO(WS-PT-COUNT).
           MOVE WS-BP-EMPNO(WS-BP-X) TO WS-PT-EMP-NO(WS-PT-COUNT).
           MOVE ZERO                 TO WS-PT-HOURS(WS-PT-COUNT).
           MOVE ZERO                 TO WS-PT-RATE(WS-PT-COUNT).
           MOVE WS-BP-ARREARS(WS-BP-X)
                                     TO WS-PT-OTHER(WS-PT-COUNT).
           ADD 1 TO WS-NEW-LINE-COUNT.
           MOVE "NEW PAY LINE - ARREARS ONLY" TO WS-RD-NOTE.
      *
       F700.
           ADD 1                      TO WS-LOADED-COUNT.
           ADD WS-BP-ARREARS(WS-BP-X) TO WS-LOADED-ARREARS.
           GO TO F900.
       F800.
           ADD 1                      TO WS-REJECT-COUNT.
           ADD WS-BP-ARREARS(WS-BP-X) TO WS-REJECT-ARREARS.
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
           MOVE WS-EXTRACT-RUN-DATE TO HR-RUN-DATE.
           MOVE WS-EXTRACT-RUN-TIME TO HR-RUN-TIME.
           MOVE WS-RAISE-DATE     TO HR-RAISE-DATE.
           MOVE WS-RUN-DATE       TO HR-LOAD-DATE.
           MOVE WS-LOADED-COUNT   TO HR-COUNT.
           MOVE WS-LOADED-ARREARS TO HR-ARREARS.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.
       G999.
           EXIT.
      *
       H-PRINT-RECONCILIATION SECTION.
       H100.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CBLEX TOTAL ANNUAL IMPACT" TO WS-RT-LABEL.
           MOVE WS-TRAILER-COUNT TO WS-RT-COUNT.
           MOVE WS-TRAILER-IMPACT TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ANNUAL INCREASES ON EXTRACT" TO WS-RT-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-RT-COUNT.
           MOVE WS-DETAIL-INCREASE TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ARREARS ON EXTRACT" TO WS-RT-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-RT-COUNT.
           MOVE WS-DETAIL-ARREARS TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ARREARS LOADED TO KPAYIN.NEW" TO WS-RT-LABEL.
           MOVE WS-LOADED-COUNT TO WS-RT-COUNT.
           MOVE WS-LOADED-ARREARS TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  OF WHICH NEW PAY LINES" TO WS-RT-LABEL.
           MOVE WS-NEW-LINE-COUNT TO WS-RT-COUNT.
           MOVE ZERO TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ARREARS NOT LOADED - PAY BY HAND" TO WS-RT-LABEL.
           MOVE WS-REJECT-COUNT TO WS-RT-COUNT.
           MOVE WS-REJECT-ARREARS TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
           MOVE "PROOF: INCREASES ON EXTRACT = CBLEX IMPACT - "
               TO WS-PL-LABEL.
           COMPUTE WS-DIFFERENCE =
                   WS-DETAIL-INCREASE - WS-TRAILER-IMPACT.
           PERFORM H500-PROOF-RESULT.
           MOVE "PROOF: LOADED + NOT LOADED = EXTRACT ARREARS -"
               TO WS-PL-LABEL.
           COMPUTE WS-PROOF-TOTAL =
               WS-LOADED-ARREARS + WS-REJECT-ARREARS.
           COMPUTE WS-DIFFERENCE = WS-PROOF-TOTAL - WS-DETAIL-ARREARS.
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
               DISPLAY "KPAYRETR: RECONCILIATION OUT OF BALANCE".
           WRITE REPORT-LINE FROM WS-PROOF-LINE.
       H599.
           EXIT.
