       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    YRPAYSUM.
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
      *    YEAR-END SUPPLIER AND AUTHOR PAYMENT SUMMARY FOR TAX
      *    REPORTING.  EVERY PAYMENT LEAVES THE BUILDING AS A CHECK
      *    CHECKWTR APPENDS TO THE CHECK REGISTER CHECKREG.DAT, SO
      *    THE REGISTER IS THE BOOK OF RECORD: IT IS LOADED AS
      *    CHECKREC LOADS IT (A VOID SUPERSEDES THE ISSUE OF THE SAME
      *    NUMBER, SO A VOIDED CHECK NEVER COUNTS) AND CHECKCLR.DAT
      *    MARKS WHAT THE BANK HAS CLEARED.  EACH CHECK ISSUED IN THE
      *    TAX YEAR IS TIED TO ITS PAYEE BY THE MEMO ITS SOURCE RUN
      *    GAVE IT - "AP SUPP CCCC" FROM APPAYSELECT NAMES SUPPLIER
      *    CCCC, "ROYALTY AUTH NNNN" FROM ROYALTYCALC NAMES AUTHOR
      *    NNNN - AND A HAND-KEYED CHECK BY ITS PAYEE NAME AGAINST
      *    THE SUPPLIER MASTER, THEN THE AUTHOR MASTER.  A CHECK
      *    THAT MATCHES NEITHER IS CARRIED AS AN OTHER PAYEE.
      *
      *    THE SUPPLIER'S STATEMENT ALSO SHOWS THE SETTLED VOUCHERS
      *    ON APOPEN.DAT INVOICED IN THE YEAR AND THE DISCOUNTS TAKEN
      *    ON THEM, SO AP CAN SEE WHAT THE CHECKS COVERED.  THE
      *    AMOUNT REPORTED IS ALWAYS THE CHECKS (CLEARED PLUS ISSUED
      *    AND OUTSTANDING) - A DISCOUNT IS NOT A PAYMENT.
      *
      *    ONE STATEMENT PER PAYEE PRINTS TO PAYSTMT.RPT.  A PAYEE
      *    MARKED REPORTABLE ON ITS MASTER (SUP-REPORTABLE OR
      *    AU-REPORTABLE, MAINTAINED IN SUPPLRM AND AUTHMNTT) AND
      *    PAID AT LEAST THE REPORTING MINIMUM IS WRITTEN TO THE
      *    FILING FILE TAXFILE.DAT (HEADER, ONE DETAIL PER PAYEE,
      *    TRAILER WITH COUNT AND TOTAL).  A REPORTABLE PAYEE WITH NO
      *    TAX ID IS HELD OFF THE FILE AND LISTED ON TAXMISS.RPT;
      *    ADD THE ID AND RERUN.
      *
      *    THE CONTROL CARD YRPAYCTL.DAT GIVES THE TAX YEAR (DEFAULT
      *    THE CALENDAR YEAR BEFORE THE RUN DATE) AND THE REPORTING
      *    MINIMUM (DEFAULT 600.00).
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL YEAR-END-CONTROL-FILE
               ASSIGN TO "YRPAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
      *
           SELECT OPTIONAL CLEARED-STATE-FILE ASSIGN TO "CHECKCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-STATUS.
      *
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS WS-SUPPLIER-STATUS.
      *
           SELECT OPTIONAL AUTHOR-MASTER-FILE ASSIGN TO "AUTHORM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AU-AUTHOR-ID
               FILE STATUS IS WS-AUTHOR-STATUS.
      *
           SELECT OPTIONAL AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-SUPPLIER-ALT
                   WITH DUPLICATES
               FILE STATUS IS WS-APOPEN-STATUS.
      *
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "PAYSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT TAX-FILING-FILE ASSIGN TO "TAXFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MISSING-TAX-ID-FILE ASSIGN TO "TAXMISS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  YEAR-END-CONTROL-FILE.
      *
       01  YEAR-END-CONTROL-RECORD.
           03  YC-TAX-YEAR             PIC  9(04).
           03  YC-MINIMUM              PIC  9(05)V99.
      *
       FD  CHECK-REGISTER-FILE.
      *
       01  CHECK-REGISTER-RECORD.
           03  CR-CHECK-NBR            PIC  9(06).
           03  CR-DATE                 PIC  9(08).
           03  CR-PAYEE                PIC  X(25).
           03  CR-AMOUNT               PIC  9(06)V99.
           03  CR-STATUS               PIC  X(06).
               88  CR-ISSUED               VALUE "ISSUED".
               88  CR-VOIDED               VALUE "VOIDED".
           03  CR-MEMO                 PIC  X(20).
      *
       FD  CLEARED-STATE-FILE.
      *
       01  CLEARED-STATE-RECORD.
           03  CS-CHECK-NBR            PIC  9(06).
           03  CS-CLEARED-DATE         PIC  9(08).
      *
       FD  SUPPLIER-FILE.
      *
       01  SUP-REC.
           03  SUP-SUPPLIER-CODE       PIC  X(04).
           03  SUP-NAME                PIC  X(25).
           03  SUP-CONTACT             PIC  X(25).
           03  SUP-LEAD-TIME-DAYS      PIC  9(03).
           03  SUP-MIN-ORDER-QTY       PIC  9(05).
           03  SUP-TERMS-NET-DAYS      PIC  9(03).
           03  SUP-TERMS-DISC-PCT      PIC  9(02)V99.
           03  SUP-TERMS-DISC-DAYS     PIC  9(03).
           03  SUP-TAX-ID              PIC  X(11).
           03  SUP-REPORTABLE          PIC  X(01).
      *
       FD  AUTHOR-MASTER-FILE.
      *
       01  AU-REC.
           03  AU-AUTHOR-ID            PIC  9(04).
           03  AU-NAME                 PIC  X(25).
           03  AU-ADDR-LINE-1          PIC  X(20).
           03  AU-ADDR-LINE-2          PIC  X(20).
           03  AU-CITY                 PIC  X(15).
           03  AU-ROYALTY-RATE         PIC  V9(03).
           03  AU-PAY-THRESHOLD        PIC  9(05)V99.
           03  AU-TAX-ID               PIC  X(11).
           03  AU-REPORTABLE           PIC  X(01).
      *
       FD  AP-OPEN-ITEM-FILE.
      *
       01  AP-REC.
           03  AP-KEY.
               05  AP-SUPPLIER-CODE    PIC  X(04).
               05  AP-INVOICE-NUMBER   PIC  X(10).
           03  AP-SUPPLIER-ALT         PIC  X(04).
           03  AP-INVOICE-DATE         PIC  9(08).
           03  AP-INVOICE-DATE-R REDEFINES AP-INVOICE-DATE.
               05  AP-INVOICE-YEAR     PIC  9(04).
               05  FILLER              PIC  9(04).
           03  AP-DUE-DATE             PIC  9(08).
           03  AP-PO-NUMBER            PIC  9(06).
           03  AP-OIL-NUM              PIC  9(04).
           03  AP-INVOICE-QTY          PIC  9(05).
           03  AP-INVOICE-AMOUNT       PIC  9(07)V99.
           03  AP-PAID-AMOUNT          PIC  9(07)V99.
           03  AP-STATUS               PIC  X(01).
               88  AP-VOUCHER-OPEN         VALUE "O".
               88  AP-VOUCHER-PAID         VALUE "P".
           03  AP-DISC-DATE            PIC  9(08).
           03  AP-DISC-AMOUNT          PIC  9(05)V99.
           03  AP-DISC-TAKEN           PIC  9(05)V99.
      *
       FD  STATEMENT-REPORT-FILE.
      *
       01  STATEMENT-LINE              PIC  X(80).
      *
       FD  TAX-FILING-FILE.
      *
       01  TAX-FILING-RECORD.
           03  TF-RECORD-TYPE          PIC  X(01).
           03  TF-TAX-YEAR             PIC  9(04).
           03  TF-PAYEE-TYPE           PIC  X(01).
           03  TF-PAYEE-ID             PIC  X(04).
           03  TF-TAX-ID               PIC  X(11).
           03  TF-PAYEE-NAME           PIC  X(25).
           03  TF-AMOUNT               PIC  9(09)V99.
           03  TF-CHECK-COUNT          PIC  9(05).
       01  TAX-FILING-HEADER REDEFINES TAX-FILING-RECORD.
           03  FILLER                  PIC  X(05).
           03  TF-H-RUN-DATE           PIC  9(08).
           03  TF-H-MINIMUM            PIC  9(05)V99.
           03  FILLER                  PIC  X(42).
       01  TAX-FILING-TRAILER REDEFINES TAX-FILING-RECORD.
           03  FILLER                  PIC  X(05).
           03  TF-T-RECORD-COUNT       PIC  9(07).
           03  TF-T-TOTAL-AMOUNT       PIC  9(11)V99.
           03  FILLER                  PIC  X(37).
      *
       FD  MISSING-TAX-ID-FILE.
      *
       01  MISSING-TAX-ID-LINE         PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-REGISTER-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-CLEARED-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-SUPPLIER-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-AUTHOR-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-APOPEN-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-TAX-YEAR                 PIC  9(04) VALUE ZERO.
       77  WS-MINIMUM                  PIC  9(05)V99 VALUE 600.00.
      *
       77  WS-RX                       PIC  9(05) VALUE ZERO.
       77  WS-PX                       PIC  9(05) VALUE ZERO.
       77  WS-FOUND-SLOT               PIC  9(05) VALUE ZERO.
       77  WS-SEARCH-NBR               PIC  9(06) VALUE ZERO.
       77  WS-PAYEE-SLOT               PIC  9(05) VALUE ZERO.
       77  WS-SEARCH-TYPE              PIC  X(01) VALUE SPACE.
       77  WS-SEARCH-ID                PIC  X(04) VALUE SPACES.
       77  WS-SEARCH-NAME              PIC  X(25) VALUE SPACES.
       77  WS-PAYEE-TOTAL              PIC  9(09)V99 VALUE ZERO.
      *
       77  WS-CHECKS-IN-YEAR           PIC  9(05) VALUE ZERO.
       77  WS-CHECKS-SKIPPED           PIC  9(05) VALUE ZERO.
       77  WS-PAYEES-SKIPPED           PIC  9(05) VALUE ZERO.
       77  WS-STATEMENTS               PIC  9(05) VALUE ZERO.
       77  WS-FILED-COUNT              PIC  9(07) VALUE ZERO.
       77  WS-FILED-TOTAL              PIC  9(11)V99 VALUE ZERO.
       77  WS-MISSING-COUNT            PIC  9(05) VALUE ZERO.
       77  WS-YEAR-TOTAL               PIC  9(11)V99 VALUE ZERO.
       77  WS-OTHER-TOTAL              PIC  9(11)V99 VALUE ZERO.
      *
      *    THE MEMO AS THE SOURCE RUNS WRITE IT.
      *
       01  WS-MEMO-WORK                PIC  X(20).
       01  WS-MEMO-AP REDEFINES WS-MEMO-WORK.
           03  WS-MEMO-AP-PREFIX       PIC  X(08).
               88  WS-MEMO-IS-AP           VALUE "AP SUPP ".
           03  WS-MEMO-SUPPLIER        PIC  X(04).
           03  FILLER                  PIC  X(08).
       01  WS-MEMO-ROYALTY REDEFINES WS-MEMO-WORK.
           03  WS-MEMO-ROY-PREFIX      PIC  X(13).
               88  WS-MEMO-IS-ROYALTY      VALUE "ROYALTY AUTH ".
           03  WS-MEMO-AUTHOR          PIC  X(04).
           03  FILLER                  PIC  X(03).
      *
       78  WS-REGISTER-LIMIT                    VALUE 5000.
       01  WS-REGISTER-TABLE.
           03  WS-RT-COUNT             PIC  9(05) VALUE ZERO.
           03  WS-RT-ENTRY             OCCURS 5000 TIMES.
               05  WS-RT-CHECK-NBR     PIC  9(06).
               05  WS-RT-DATE          PIC  9(08).
               05  WS-RT-DATE-R REDEFINES WS-RT-DATE.
                   07  WS-RT-YEAR      PIC  9(04).
                   07  FILLER          PIC  9(04).
               05  WS-RT-PAYEE         PIC  X(25).
               05  WS-RT-AMOUNT        PIC  9(06)V99.
               05  WS-RT-MEMO          PIC  X(20).
               05  WS-RT-STATE         PIC  X(01).
      *            I=ISSUED  V=VOIDED  C=CLEARED
               05  WS-RT-PAYEE-SLOT    PIC  9(05).
      *
       78  WS-PAYEE-LIMIT                       VALUE 2000.
       01  WS-PAYEE-TABLE.
           03  WS-PT-COUNT             PIC  9(05) VALUE ZERO.
           03  WS-PT-ENTRY             OCCURS 2000 TIMES.
               05  WS-PT-TYPE          PIC  X(01).
      *            S=SUPPLIER  A=AUTHOR  O=OTHER PAYEE
               05  WS-PT-ID            PIC  X(04).
               05  WS-PT-NAME          PIC  X(25).
               05  WS-PT-TAX-ID        PIC  X(11).
               05  WS-PT-REPORTABLE    PIC  X(01).
               05  WS-PT-CHECKS        PIC  9(05).
               05  WS-PT-CLEARED       PIC  9(09)V99.
               05  WS-PT-OUTSTANDING   PIC  9(09)V99.
               05  WS-PT-VOIDS         PIC  9(05).
               05  WS-PT-VOIDED        PIC  9(09)V99.
               05  WS-PT-VOUCHERS      PIC  9(05).
               05  WS-PT-INVOICED      PIC  9(09)V99.
               05  WS-PT-DISCOUNTS     PIC  9(07)V99.
      *
       01  WS-RULE-LINE                PIC  X(72) VALUE ALL "=".
      *
       01  WS-STATEMENT-HEAD-1.
           03  FILLER                  PIC  X(30) VALUE
               "YEAR-END PAYMENT STATEMENT    ".
           03  FILLER                  PIC  X(09) VALUE "TAX YEAR ".
           03  WS-SH-TAX-YEAR          PIC  9(04).
           03  FILLER                  PIC  X(10) VALUE "   RUN ON ".
           03  WS-SH-RUN-DATE          PIC  9(08).
      *
       01  WS-STATEMENT-HEAD-2.
           03  FILLER                  PIC  X(07) VALUE "PAYEE: ".
           03  WS-SH-PAYEE-TYPE        PIC  X(08).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WS-SH-PAYEE-ID          PIC  X(04).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SH-PAYEE-NAME        PIC  X(25).
      *
       01  WS-STATEMENT-HEAD-3.
           03  FILLER                  PIC  X(07) VALUE SPACES.
           03  FILLER                  PIC  X(08) VALUE "TAX ID: ".
           03  WS-SH-TAX-ID            PIC  X(11).
           03  FILLER                  PIC  X(16) VALUE
               "    REPORTABLE: ".
           03  WS-SH-REPORTABLE        PIC  X(01).
      *
       01  WS-STATEMENT-HEAD-4.
           03  FILLER                  PIC  X(46) VALUE
               "    CHECK NO.  DATE          AMOUNT  STATUS".
      *
       01  WS-STATEMENT-DETAIL.
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-SD-CHECK-NBR         PIC  9(06).
           03  FILLER                  PIC  X(05) VALUE SPACES.
           03  WS-SD-DATE              PIC  9(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SD-AMOUNT            PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SD-STATUS            PIC  X(20).
      *
       01  WS-STATEMENT-TOTAL.
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-ST-CAPTION           PIC  X(24).
           03  WS-ST-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-ST-NOTE              PIC  X(28).
      *
       01  WS-STATEMENT-VOUCHERS.
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  FILLER                  PIC  X(18) VALUE
               "VOUCHERS SETTLED: ".
           03  WS-SV-VOUCHERS          PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(11) VALUE "  INVOICED ".
           03  WS-SV-INVOICED          PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(12) VALUE
               "  DISCOUNTS ".
           03  WS-SV-DISCOUNTS         PIC  Z,ZZZ,ZZ9.99.
      *
       01  WS-SUMMARY-LINE.
           03  WS-SL-CAPTION           PIC  X(36).
           03  WS-SL-COUNT             PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SL-AMOUNT            PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-MISSING-HEADING-1.
           03  FILLER                  PIC  X(40) VALUE
               "REPORTABLE PAYEES WITH NO TAX ID - YEAR ".
           03  WS-MH-TAX-YEAR          PIC  9(04).
      *
       01  WS-MISSING-HEADING-2.
           03  FILLER                  PIC  X(50) VALUE
               "TYPE      ID    NAME                         PAID".
           03  FILLER                  PIC  X(20) VALUE
               "          ACTION   ".
      *
       01  WS-MISSING-DETAIL.
           03  WS-MD-PAYEE-TYPE        PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-MD-PAYEE-ID          PIC  X(04).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-MD-PAYEE-NAME        PIC  X(25).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WS-MD-PAID              PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-MD-ACTION            PIC  X(20).
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TAX-YEAR = WS-RUN-DATE / 10000 - 1.
           PERFORM 100000-READ-CONTROL
              THRU 100000-EXIT.
      *
           PERFORM 110000-LOAD-SUPPLIERS
              THRU 110000-EXIT.
           PERFORM 120000-LOAD-AUTHORS
              THRU 120000-EXIT.
      *
           OPEN INPUT CHECK-REGISTER-FILE.
           IF (WS-REGISTER-STATUS NOT = "00")
               DISPLAY "YRPAYSUM: CANNOT OPEN CHECKREG.DAT FS="
                       WS-REGISTER-STATUS
               STOP RUN.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 130100-LOAD-ONE-CHECK
              THRU 130100-EXIT
               UNTIL (WS-EOF).
           CLOSE CHECK-REGISTER-FILE.
           PERFORM 140000-MARK-CLEARED
              THRU 140000-EXIT.
      *
           PERFORM 200000-POST-ONE-CHECK
              THRU 200000-EXIT
               VARYING WS-RX FROM 1 BY 1
               UNTIL (WS-RX > WS-RT-COUNT).
           PERFORM 210000-POST-VOUCHERS
              THRU 210000-EXIT.
      *
           OPEN OUTPUT STATEMENT-REPORT-FILE
                       TAX-FILING-FILE
                       MISSING-TAX-ID-FILE.
           MOVE "H"           TO TF-RECORD-TYPE.
           MOVE WS-TAX-YEAR   TO TF-TAX-YEAR.
           MOVE SPACES        TO TF-PAYEE-TYPE.
           MOVE SPACES        TO TF-PAYEE-ID.
           MOVE WS-RUN-DATE   TO TF-H-RUN-DATE.
           MOVE WS-MINIMUM    TO TF-H-MINIMUM.
           WRITE TAX-FILING-RECORD.
           MOVE WS-TAX-YEAR TO WS-MH-TAX-YEAR.
           WRITE MISSING-TAX-ID-LINE FROM WS-MISSING-HEADING-1.
           MOVE SPACES TO MISSING-TAX-ID-LINE.
           WRITE MISSING-TAX-ID-LINE.
           WRITE MISSING-TAX-ID-LINE FROM WS-MISSING-HEADING-2.
      *
           PERFORM 300000-PAYEE-STATEMENT
              THRU 300000-EXIT
               VARYING WS-PX FROM 1 BY 1
               UNTIL (WS-PX > WS-PT-COUNT).
      *
           MOVE "T"              TO TF-RECORD-TYPE.
           MOVE WS-TAX-YEAR      TO TF-TAX-YEAR.
           MOVE SPACES           TO TF-PAYEE-TYPE.
           MOVE SPACES           TO TF-PAYEE-ID.
           MOVE WS-FILED-COUNT   TO TF-T-RECORD-COUNT.
           MOVE WS-FILED-TOTAL   TO TF-T-TOTAL-AMOUNT.
           WRITE TAX-FILING-RECORD.
      *
           PERFORM 400000-RUN-SUMMARY
              THRU 400000-EXIT.
      *
           DISPLAY "YRPAYSUM: TAX YEAR " WS-TAX-YEAR ", "
                   WS-STATEMENTS " STATEMENTS, "
                   WS-FILED-COUNT " FILED, "
                   WS-MISSING-COUNT " MISSING TAX ID".
           IF (WS-CHECKS-SKIPPED > ZERO)
               OR (WS-PAYEES-SKIPPED > ZERO)
               DISPLAY "YRPAYSUM: TABLE FULL - " WS-CHECKS-SKIPPED
                       " CHECKS, " WS-PAYEES-SKIPPED
                       " PAYEES NOT SUMMARIZED".
      *
       000000-EXIT.
           CLOSE STATEMENT-REPORT-FILE
                 TAX-FILING-FILE
                 MISSING-TAX-ID-FILE.
           STOP RUN.
      *
      *
      *                  R E A D   C O N T R O L
      *
       100000-READ-CONTROL.
      *
           OPEN INPUT YEAR-END-CONTROL-FILE.
           IF (WS-CONTROL-STATUS = "00")
               READ YEAR-END-CONTROL-FILE
                   AT END MOVE "10" TO WS-CONTROL-STATUS
               END-READ
               IF (WS-CONTROL-STATUS = "00")
                   IF (YC-TAX-YEAR NUMERIC)
                       AND (YC-TAX-YEAR > ZERO)
                       MOVE YC-TAX-YEAR TO WS-TAX-YEAR
                   END-IF
                   IF (YC-MINIMUM NUMERIC)
                       AND (YC-MINIMUM > ZERO)
                       MOVE YC-MINIMUM TO WS-MINIMUM.
           CLOSE YEAR-END-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *               L O A D   S U P P L I E R S
      *
       110000-LOAD-SUPPLIERS.
      *
           OPEN INPUT SUPPLIER-FILE.
           IF (WS-SUPPLIER-STATUS NOT = "00")
               DISPLAY "YRPAYSUM: NO SUPPLIER.DAT - AP CHECKS CARRIED "
                       "WITHOUT A TAX ID"
               CLOSE SUPPLIER-FILE
               GO TO 110000-EXIT.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 110100-LOAD-ONE-SUPPLIER
              THRU 110100-EXIT
               UNTIL (WS-EOF).
           CLOSE SUPPLIER-FILE.
      *
       110000-EXIT.
           EXIT.
      *
       110100-LOAD-ONE-SUPPLIER.
      *
           READ SUPPLIER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 110100-EXIT.
           MOVE "S"               TO WS-SEARCH-TYPE.
           MOVE SUP-SUPPLIER-CODE TO WS-SEARCH-ID.
           MOVE SUP-NAME          TO WS-SEARCH-NAME.
           PERFORM 910000-ADD-PAYEE
              THRU 910000-EXIT.
           IF (WS-PAYEE-SLOT > ZERO)
               MOVE SUP-TAX-ID     TO WS-PT-TAX-ID(WS-PAYEE-SLOT)
               MOVE SUP-REPORTABLE TO WS-PT-REPORTABLE(WS-PAYEE-SLOT).
      *
       110100-EXIT.
           EXIT.
      *
      *
      *                 L O A D   A U T H O R S
      *
       120000-LOAD-AUTHORS.
      *
           OPEN INPUT AUTHOR-MASTER-FILE.
           IF (WS-AUTHOR-STATUS NOT = "00")
               DISPLAY "YRPAYSUM: NO AUTHORM.DAT - ROYALTY CHECKS "
                       "CARRIED WITHOUT A TAX ID"
               CLOSE AUTHOR-MASTER-FILE
               GO TO 120000-EXIT.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 120100-LOAD-ONE-AUTHOR
              THRU 120100-EXIT
               UNTIL (WS-EOF).
           CLOSE AUTHOR-MASTER-FILE.
      *
       120000-EXIT.
           EXIT.
      *
       120100-LOAD-ONE-AUTHOR.
      *
           READ AUTHOR-MASTER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 120100-EXIT.
           MOVE "A"          TO WS-SEARCH-TYPE.
           MOVE AU-AUTHOR-ID TO WS-SEARCH-ID.
           MOVE AU-NAME      TO WS-SEARCH-NAME.
           PERFORM 910000-ADD-PAYEE
              THRU 910000-EXIT.
           IF (WS-PAYEE-SLOT > ZERO)
               MOVE AU-TAX-ID     TO WS-PT-TAX-ID(WS-PAYEE-SLOT)
               MOVE AU-REPORTABLE TO WS-PT-REPORTABLE(WS-PAYEE-SLOT).
      *
       120100-EXIT.
           EXIT.
      *
      *
      *              L O A D   O N E   C H E C K
      *
      *  ** AS CHECKREC: A VOID RECORD SUPERSEDES THE ISSUE ALREADY **
      *  ** IN THE TABLE, AND THE ISSUE DATE STAYS THE CHECK'S DATE. **
      *
       130100-LOAD-ONE-CHECK.
      *
           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 130100-EXIT.
      *
           MOVE CR-CHECK-NBR TO WS-SEARCH-NBR.
           PERFORM 900000-FIND-CHECK
              THRU 900000-EXIT.
           IF (WS-FOUND-SLOT > ZERO)
               IF (CR-VOIDED)
                   MOVE "V" TO WS-RT-STATE(WS-FOUND-SLOT)
               END-IF
               GO TO 130100-EXIT.
      *
           IF (WS-RT-COUNT NOT < WS-REGISTER-LIMIT)
               ADD 1 TO WS-CHECKS-SKIPPED
               GO TO 130100-EXIT.
      *
           ADD 1 TO WS-RT-COUNT.
           MOVE CR-CHECK-NBR TO WS-RT-CHECK-NBR(WS-RT-COUNT).
           MOVE CR-DATE      TO WS-RT-DATE(WS-RT-COUNT).
           MOVE CR-PAYEE     TO WS-RT-PAYEE(WS-RT-COUNT).
           MOVE CR-AMOUNT    TO WS-RT-AMOUNT(WS-RT-COUNT).
           MOVE CR-MEMO      TO WS-RT-MEMO(WS-RT-COUNT).
           MOVE ZERO         TO WS-RT-PAYEE-SLOT(WS-RT-COUNT).
           IF (CR-VOIDED)
               MOVE "V" TO WS-RT-STATE(WS-RT-COUNT)
           ELSE
               MOVE "I" TO WS-RT-STATE(WS-RT-COUNT).
      *
       130100-EXIT.
           EXIT.
      *
      *
      *                 M A R K   C L E A R E D
      *
       140000-MARK-CLEARED.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT CLEARED-STATE-FILE.
           IF (WS-CLEARED-STATUS NOT = "00")
               CLOSE CLEARED-STATE-FILE
               GO TO 140000-EXIT.
           PERFORM 140100-MARK-ONE-CLEARED
              THRU 140100-EXIT
               UNTIL (WS-EOF).
           CLOSE CLEARED-STATE-FILE.
      *
       140000-EXIT.
           EXIT.
      *
       140100-MARK-ONE-CLEARED.
      *
           READ CLEARED-STATE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 140100-EXIT.
           MOVE CS-CHECK-NBR TO WS-SEARCH-NBR.
           PERFORM 900000-FIND-CHECK
              THRU 900000-EXIT.
           IF (WS-FOUND-SLOT > ZERO)
               AND (WS-RT-STATE(WS-FOUND-SLOT) = "I")
               MOVE "C" TO WS-RT-STATE(WS-FOUND-SLOT).
      *
       140100-EXIT.
           EXIT.
      *
      *
      *               P O S T   O N E   C H E C K
      *
      *  ** TIE A CHECK OF THE TAX YEAR TO ITS PAYEE: BY THE MEMO   **
      *  ** ITS SOURCE RUN WROTE, ELSE BY NAME, ELSE AS AN OTHER.   **
      *
       200000-POST-ONE-CHECK.
      *
           IF (WS-RT-YEAR(WS-RX) NOT = WS-TAX-YEAR)
               GO TO 200000-EXIT.
      *
           MOVE WS-RT-MEMO(WS-RX) TO WS-MEMO-WORK.
           MOVE WS-RT-PAYEE(WS-RX) TO WS-SEARCH-NAME.
           MOVE ZERO TO WS-PAYEE-SLOT.
           IF (WS-MEMO-IS-AP)
               MOVE "S"              TO WS-SEARCH-TYPE
               MOVE WS-MEMO-SUPPLIER TO WS-SEARCH-ID
               PERFORM 920000-FIND-PAYEE
                  THRU 920000-EXIT
               IF (WS-PAYEE-SLOT = ZERO)
                   PERFORM 910000-ADD-PAYEE
                      THRU 910000-EXIT.
           IF (WS-MEMO-IS-ROYALTY)
               MOVE "A"              TO WS-SEARCH-TYPE
               MOVE WS-MEMO-AUTHOR   TO WS-SEARCH-ID
               PERFORM 920000-FIND-PAYEE
                  THRU 920000-EXIT
               IF (WS-PAYEE-SLOT = ZERO)
                   PERFORM 910000-ADD-PAYEE
                      THRU 910000-EXIT.
           IF (WS-PAYEE-SLOT = ZERO)
               PERFORM 930000-FIND-PAYEE-BY-NAME
                  THRU 930000-EXIT.
           IF (WS-PAYEE-SLOT = ZERO)
               MOVE "O"    TO WS-SEARCH-TYPE
               MOVE SPACES TO WS-SEARCH-ID
               PERFORM 910000-ADD-PAYEE
                  THRU 910000-EXIT.
           IF (WS-PAYEE-SLOT = ZERO)
               ADD 1 TO WS-CHECKS-SKIPPED
               GO TO 200000-EXIT.
      *
           MOVE WS-PAYEE-SLOT TO WS-RT-PAYEE-SLOT(WS-RX).
           EVALUATE WS-RT-STATE(WS-RX)
               WHEN "V"
                   ADD 1 TO WS-PT-VOIDS(WS-PAYEE-SLOT)
                   ADD WS-RT-AMOUNT(WS-RX)
                       TO WS-PT-VOIDED(WS-PAYEE-SLOT)
               WHEN "C"
                   ADD 1 TO WS-PT-CHECKS(WS-PAYEE-SLOT)
                   ADD 1 TO WS-CHECKS-IN-YEAR
                   ADD WS-RT-AMOUNT(WS-RX)
                       TO WS-PT-CLEARED(WS-PAYEE-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-PT-CHECKS(WS-PAYEE-SLOT)
                   ADD 1 TO WS-CHECKS-IN-YEAR
                   ADD WS-RT-AMOUNT(WS-RX)
                       TO WS-PT-OUTSTANDING(WS-PAYEE-SLOT)
           END-EVALUATE.
      *
       200000-EXIT.
           EXIT.
      *
      *
      *                P O S T   V O U C H E R S
      *
       210000-POST-VOUCHERS.
      *
           OPEN INPUT AP-OPEN-ITEM-FILE.
           IF (WS-APOPEN-STATUS NOT = "00")
               CLOSE AP-OPEN-ITEM-FILE
               GO TO 210000-EXIT.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 210100-POST-ONE-VOUCHER
              THRU 210100-EXIT
               UNTIL (WS-EOF).
           CLOSE AP-OPEN-ITEM-FILE.
      *
       210000-EXIT.
           EXIT.
      *
       210100-POST-ONE-VOUCHER.
      *
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 210100-EXIT.
           IF (NOT AP-VOUCHER-PAID)
               OR (AP-INVOICE-YEAR NOT = WS-TAX-YEAR)
               GO TO 210100-EXIT.
           MOVE "S"              TO WS-SEARCH-TYPE.
           MOVE AP-SUPPLIER-CODE TO WS-SEARCH-ID.
           PERFORM 920000-FIND-PAYEE
              THRU 920000-EXIT.
           IF (WS-PAYEE-SLOT = ZERO)
               GO TO 210100-EXIT.
           ADD 1 TO WS-PT-VOUCHERS(WS-PAYEE-SLOT).
           ADD AP-INVOICE-AMOUNT TO WS-PT-INVOICED(WS-PAYEE-SLOT).
           ADD AP-DISC-TAKEN     TO WS-PT-DISCOUNTS(WS-PAYEE-SLOT).
      *
       210100-EXIT.
           EXIT.
      *
      *
      *               P A Y E E   S T A T E M E N T
      *
      *  ** ONE STATEMENT FOR EVERY PAYEE WITH A CHECK IN THE YEAR, **
      *  ** THEN THE PAYEE GOES TO THE FILING FILE OR THE MISSING   **
      *  ** TAX ID LISTING WHEN IT IS REPORTABLE.                   **
      *
       300000-PAYEE-STATEMENT.
      *
           IF (WS-PT-CHECKS(WS-PX) = ZERO)
               AND (WS-PT-VOIDS(WS-PX) = ZERO)
               GO TO 300000-EXIT.
      *
           ADD 1 TO WS-STATEMENTS.
           COMPUTE WS-PAYEE-TOTAL =
               WS-PT-CLEARED(WS-PX) + WS-PT-OUTSTANDING(WS-PX).
           ADD WS-PAYEE-TOTAL TO WS-YEAR-TOTAL.
           IF (WS-PT-TYPE(WS-PX) = "O")
               ADD WS-PAYEE-TOTAL TO WS-OTHER-TOTAL.
      *
           WRITE STATEMENT-LINE FROM WS-RULE-LINE.
           MOVE WS-TAX-YEAR TO WS-SH-TAX-YEAR.
           MOVE WS-RUN-DATE TO WS-SH-RUN-DATE.
           WRITE STATEMENT-LINE FROM WS-STATEMENT-HEAD-1.
           PERFORM 940000-PAYEE-TYPE-NAME
              THRU 940000-EXIT.
           MOVE WS-MD-PAYEE-TYPE    TO WS-SH-PAYEE-TYPE.
           MOVE WS-PT-ID(WS-PX)     TO WS-SH-PAYEE-ID.
           MOVE WS-PT-NAME(WS-PX)   TO WS-SH-PAYEE-NAME.
           WRITE STATEMENT-LINE FROM WS-STATEMENT-HEAD-2.
           IF (WS-PT-TAX-ID(WS-PX) = SPACES)
               MOVE "NONE HELD" TO WS-SH-TAX-ID
           ELSE
               MOVE WS-PT-TAX-ID(WS-PX) TO WS-SH-TAX-ID.
           IF (WS-PT-REPORTABLE(WS-PX) = "Y")
               MOVE "Y" TO WS-SH-REPORTABLE
           ELSE
               MOVE "N" TO WS-SH-REPORTABLE.
           WRITE STATEMENT-LINE FROM WS-STATEMENT-HEAD-3.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM WS-STATEMENT-HEAD-4.
      *
           PERFORM 310000-STATEMENT-CHECK
              THRU 310000-EXIT
               VARYING WS-RX FROM 1 BY 1
               UNTIL (WS-RX > WS-RT-COUNT).
      *
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO WS-ST-NOTE.
           MOVE "CLEARED"               TO WS-ST-CAPTION.
           MOVE WS-PT-CLEARED(WS-PX)    TO WS-ST-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STATEMENT-TOTAL.
           MOVE "ISSUED, NOT YET CLEARED" TO WS-ST-CAPTION.
           MOVE WS-PT-OUTSTANDING(WS-PX) TO WS-ST-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STATEMENT-TOTAL.
           MOVE "TOTAL PAID IN YEAR"    TO WS-ST-CAPTION.
           MOVE WS-PAYEE-TOTAL          TO WS-ST-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STATEMENT-TOTAL.
           IF (WS-PT-VOIDS(WS-PX) > ZERO)
               MOVE "VOIDED - NOT COUNTED"  TO WS-ST-CAPTION
               MOVE WS-PT-VOIDED(WS-PX)     TO WS-ST-AMOUNT
               WRITE STATEMENT-LINE FROM WS-STATEMENT-TOTAL.
           IF (WS-PT-VOUCHERS(WS-PX) > ZERO)
               MOVE WS-PT-VOUCHERS(WS-PX)   TO WS-SV-VOUCHERS
               MOVE WS-PT-INVOICED(WS-PX)   TO WS-SV-INVOICED
               MOVE WS-PT-DISCOUNTS(WS-PX)  TO WS-SV-DISCOUNTS
               WRITE STATEMENT-LINE FROM WS-STATEMENT-VOUCHERS.
      *
           IF (WS-PT-REPORTABLE(WS-PX) NOT = "Y")
               GO TO 300000-TRAILER.
           IF (WS-PT-TAX-ID(WS-PX) = SPACES)
               PERFORM 320000-LIST-MISSING-TAX-ID
                  THRU 320000-EXIT
               GO TO 300000-TRAILER.
           IF (WS-PAYEE-TOTAL < WS-MINIMUM)
               MOVE "UNDER MINIMUM - NOT FILED" TO WS-ST-NOTE
               GO TO 300000-TRAILER.
      *
           MOVE "D"                  TO TF-RECORD-TYPE.
           MOVE WS-TAX-YEAR          TO TF-TAX-YEAR.
           MOVE WS-PT-TYPE(WS-PX)    TO TF-PAYEE-TYPE.
           MOVE WS-PT-ID(WS-PX)      TO TF-PAYEE-ID.
           MOVE WS-PT-TAX-ID(WS-PX)  TO TF-TAX-ID.
           MOVE WS-PT-NAME(WS-PX)    TO TF-PAYEE-NAME.
           MOVE WS-PAYEE-TOTAL       TO TF-AMOUNT.
           MOVE WS-PT-CHECKS(WS-PX)  TO TF-CHECK-COUNT.
           WRITE TAX-FILING-RECORD.
           ADD 1 TO WS-FILED-COUNT.
           ADD WS-PAYEE-TOTAL TO WS-FILED-TOTAL.
           MOVE "FILED ON TAXFILE.DAT" TO WS-ST-NOTE.
      *
       300000-TRAILER.
      *
           IF (WS-ST-NOTE NOT = SPACES)
               MOVE "FILING"      TO WS-ST-CAPTION
               MOVE WS-PAYEE-TOTAL TO WS-ST-AMOUNT
               WRITE STATEMENT-LINE FROM WS-STATEMENT-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
      *
       300000-EXIT.
           EXIT.
      *
       310000-STATEMENT-CHECK.
      *
           IF (WS-RT-PAYEE-SLOT(WS-RX) NOT = WS-PX)
               GO TO 310000-EXIT.
           MOVE WS-RT-CHECK-NBR(WS-RX) TO WS-SD-CHECK-NBR.
           MOVE WS-RT-DATE(WS-RX)      TO WS-SD-DATE.
           MOVE WS-RT-AMOUNT(WS-RX)    TO WS-SD-AMOUNT.
           EVALUATE WS-RT-STATE(WS-RX)
               WHEN "C"
                   MOVE "CLEARED"           TO WS-SD-STATUS
               WHEN "V"
                   MOVE "VOIDED - NOT COUNTED" TO WS-SD-STATUS
               WHEN OTHER
                   MOVE "ISSUED"            TO WS-SD-STATUS
           END-EVALUATE.
           WRITE STATEMENT-LINE FROM WS-STATEMENT-DETAIL.
      *
       310000-EXIT.
           EXIT.
      *
       320000-LIST-MISSING-TAX-ID.
      *
           ADD 1 TO WS-MISSING-COUNT.
           MOVE WS-SH-PAYEE-TYPE     TO WS-MD-PAYEE-TYPE.
           MOVE WS-PT-ID(WS-PX)      TO WS-MD-PAYEE-ID.
           MOVE WS-PT-NAME(WS-PX)    TO WS-MD-PAYEE-NAME.
           MOVE WS-PAYEE-TOTAL       TO WS-MD-PAID.
           IF (WS-PAYEE-TOTAL < WS-MINIMUM)
               MOVE "UNDER MINIMUM"   TO WS-MD-ACTION
               MOVE "NO TAX ID - UNDER MINIMUM" TO WS-ST-NOTE
           ELSE
               MOVE "HELD - ADD TAX ID" TO WS-MD-ACTION
               MOVE "NO TAX ID - HELD OFF FILE" TO WS-ST-NOTE.
           WRITE MISSING-TAX-ID-LINE FROM WS-MISSING-DETAIL.
      *
       320000-EXIT.
           EXIT.
      *
      *
      *                  R U N   S U M M A R Y
      *
       400000-RUN-SUMMARY.
      *
           WRITE STATEMENT-LINE FROM WS-RULE-LINE.
           MOVE "PAYEE STATEMENTS PRINTED"  TO WS-SL-CAPTION.
           MOVE WS-STATEMENTS               TO WS-SL-COUNT.
           MOVE WS-YEAR-TOTAL               TO WS-SL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CHECKS IN YEAR, NET OF VOIDS" TO WS-SL-CAPTION.
           MOVE WS-CHECKS-IN-YEAR           TO WS-SL-COUNT.
           MOVE WS-YEAR-TOTAL               TO WS-SL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-SUMMARY-LINE.
           MOVE "REPORTABLE PAYEES FILED"   TO WS-SL-CAPTION.
           MOVE WS-FILED-COUNT              TO WS-SL-COUNT.
           MOVE WS-FILED-TOTAL              TO WS-SL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-SUMMARY-LINE.
           MOVE "REPORTABLE PAYEES MISSING TAX ID" TO WS-SL-CAPTION.
           MOVE WS-MISSING-COUNT            TO WS-SL-COUNT.
           MOVE ZERO                        TO WS-SL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-SUMMARY-LINE.
           MOVE "PAID TO OTHER PAYEES"      TO WS-SL-CAPTION.
           MOVE ZERO                        TO WS-SL-COUNT.
           MOVE WS-OTHER-TOTAL              TO WS-SL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-SUMMARY-LINE.
      *
           IF (WS-MISSING-COUNT = ZERO)
               MOVE "NONE - EVERY REPORTABLE PAYEE HAS A TAX ID"
                   TO MISSING-TAX-ID-LINE
               WRITE MISSING-TAX-ID-LINE.
      *
       400000-EXIT.
           EXIT.
      *
      *
      *                   F I N D   C H E C K
      *
       900000-FIND-CHECK.
      *
           MOVE ZERO TO WS-FOUND-SLOT.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL (WS-RX > WS-RT-COUNT)
                      OR (WS-FOUND-SLOT > ZERO)
               IF (WS-RT-CHECK-NBR(WS-RX) = WS-SEARCH-NBR)
                   MOVE WS-RX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.
      *
       900000-EXIT.
           EXIT.
      *
      *
      *                    A D D   P A Y E E
      *
       910000-ADD-PAYEE.
      *
           MOVE ZERO TO WS-PAYEE-SLOT.
           IF (WS-PT-COUNT NOT < WS-PAYEE-LIMIT)
               ADD 1 TO WS-PAYEES-SKIPPED
               GO TO 910000-EXIT.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-PT-COUNT TO WS-PAYEE-SLOT.
           INITIALIZE WS-PT-ENTRY(WS-PAYEE-SLOT).
           MOVE WS-SEARCH-TYPE TO WS-PT-TYPE(WS-PAYEE-SLOT).
           MOVE WS-SEARCH-ID   TO WS-PT-ID(WS-PAYEE-SLOT).
           MOVE WS-SEARCH-NAME TO WS-PT-NAME(WS-PAYEE-SLOT).
           MOVE "N"            TO WS-PT-REPORTABLE(WS-PAYEE-SLOT).
      *
       910000-EXIT.
           EXIT.
      *
      *
      *                   F I N D   P A Y E E
      *
       920000-FIND-PAYEE.
      *
           MOVE ZERO TO WS-PAYEE-SLOT.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL (WS-PX > WS-PT-COUNT)
                      OR (WS-PAYEE-SLOT > ZERO)
               IF (WS-PT-TYPE(WS-PX) = WS-SEARCH-TYPE)
                   AND (WS-PT-ID(WS-PX) = WS-SEARCH-ID)
                   MOVE WS-PX TO WS-PAYEE-SLOT
               END-IF
           END-PERFORM.
      *
       920000-EXIT.
           EXIT.
      *
      *
      *            F I N D   P A Y E E   B Y   N A M E
      *
      *  ** A HAND-KEYED CHECK: A SUPPLIER OF THAT NAME FIRST, THEN  **
      *  ** AN AUTHOR, THEN AN OTHER PAYEE ALREADY SEEN THIS RUN.    **
      *
       930000-FIND-PAYEE-BY-NAME.
      *
           MOVE ZERO TO WS-PAYEE-SLOT.
           MOVE "S" TO WS-SEARCH-TYPE.
           PERFORM 930100-MATCH-NAME
              THRU 930100-EXIT.
           IF (WS-PAYEE-SLOT = ZERO)
               MOVE "A" TO WS-SEARCH-TYPE
               PERFORM 930100-MATCH-NAME
                  THRU 930100-EXIT.
           IF (WS-PAYEE-SLOT = ZERO)
               MOVE "O" TO WS-SEARCH-TYPE
               PERFORM 930100-MATCH-NAME
                  THRU 930100-EXIT.
      *
       930000-EXIT.
           EXIT.
      *
       930100-MATCH-NAME.
      *
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL (WS-PX > WS-PT-COUNT)
                      OR (WS-PAYEE-SLOT > ZERO)
               IF (WS-PT-TYPE(WS-PX) = WS-SEARCH-TYPE)
                   AND (WS-PT-NAME(WS-PX) = WS-SEARCH-NAME)
                   MOVE WS-PX TO WS-PAYEE-SLOT
               END-IF
           END-PERFORM.
      *
       930100-EXIT.
           EXIT.
      *
      *
      *              P A Y E E   T Y P E   N A M E
      *
       940000-PAYEE-TYPE-NAME.
      *
           EVALUATE WS-PT-TYPE(WS-PX)
               WHEN "S"
                   MOVE "SUPPLIER" TO WS-MD-PAYEE-TYPE
               WHEN "A"
                   MOVE "AUTHOR"   TO WS-MD-PAYEE-TYPE
               WHEN OTHER
                   MOVE "OTHER"    TO WS-MD-PAYEE-TYPE
           END-EVALUATE.
      *
       940000-EXIT.
           EXIT.
