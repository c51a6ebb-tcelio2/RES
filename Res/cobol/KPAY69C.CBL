       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPAY69C.
       AUTHOR.			   K.C.S. LTD.
      *
      * 		   ***************************
      *                    * K-PAYE 90 VERSION # 9.0 *
      * 		   ***************************
      *
      *                   YEAR-END TAX CERTIFICATES
      *
      *    THE THIRD PROGRAM OF THE YEAR-END PACK BESIDE KPAY69S AND
      *    KPAY69L, RUN AFTER THE LAST PAY RUN OF THE TAX YEAR IN
      *    CHAIN-TAX-YEAR FOR CHAIN-CO-NO'S COMPANY (THE TAX-YEAR
      *    BOUNDARIES FOLLOW CHAIN-COUNTRY EXACTLY AS IN KPAY69S).
      *    EVERY EMPLOYEE OF THE COMPANY WITH PAY OR TAX TO DATE -
      *    STILL EMPLOYED OR LEFT DURING THE YEAR - GETS:
      *      - A CERTIFICATE ON KPAY69C.RPT SHOWING THE EMPLOYER,
      *        THE EMPLOYEE, TAX CODE, EMPLOYMENT DATES, AND THE
      *        YEAR'S PAY (EM-PAY-TO-DATE) AND TAX DEDUCTED
      *        (EM-TAX-TO-DATE, ACCUMULATED BY KPAYCALC);
      *      - A DETAIL RECORD ON THE RETURN FILE KPAYRTN.DAT FOR
      *        THE TAX AUTHORITY, BETWEEN A HEADER (COMPANY, TAX
      *        YEAR, COUNTRY) AND A TRAILER CARRYING THE COUNT AND
      *        THE PAY AND TAX TOTALS.
      *    THE MASTER IS THEN COPIED TO KPEMPMST.NEW WITH THE
      *    CERTIFIED EMPLOYEES' PAY AND TAX TO DATE RESET TO ZERO
      *    FOR THE NEW YEAR; OTHER COMPANIES' EMPLOYEES COPY
      *    UNCHANGED.  OPS SWAPS THE FILES AFTER THE RUN PROVES, AS
      *    FOR KPAYCALC, SO A RERUN BEFORE THE SWAP REPEATS THE SAME
      *    CERTIFICATES.  THE RUN IS REFUSED BEFORE THE TAX YEAR HAS
      *    ENDED.  CONTROL THEN PASSES TO KPAY50S.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "KPEMPMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "KPEMPMST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERTIFICATE-FILE ASSIGN TO "KPAY69C.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN TO "KPAYRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD       PIC X(104).
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE        PIC X(80).
       FD  RETURN-FILE.
       01  RETURN-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC XX    VALUE SPACES.
       77  WS-EOF-FLAG             PIC 9     VALUE ZERO.
           88  WS-EOF                        VALUE 1.
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-YEAR-START           PIC 9(8)  VALUE ZERO.
       77  WS-YEAR-END             PIC 9(8)  VALUE ZERO.
       77  WS-EMPLOYEES-READ       PIC 9(5)  VALUE ZERO.
       77  WS-CERT-COUNT           PIC 9(6)  VALUE ZERO.
       77  WS-CERT-PAY             PIC 9(11)V99 VALUE ZERO.
       77  WS-CERT-TAX             PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-CERT-RULE-LINE       PIC X(64) VALUE ALL "=".
       01  WS-CERT-TITLE-LINE.
           03  FILLER              PIC X(35) VALUE
               "EMPLOYEE YEAR-END TAX CERTIFICATE  ".
           03  FILLER              PIC X(9)  VALUE "TAX YEAR ".
           03  WS-CT-TAX-YEAR      PIC 9(4).
       01  WS-CERT-PERIOD-LINE.
           03  FILLER              PIC X(16) VALUE "YEAR RUNS       ".
           03  WS-CP-YEAR-START    PIC 9(8).
           03  FILLER              PIC X(4)  VALUE " TO ".
           03  WS-CP-YEAR-END      PIC 9(8).
       01  WS-CERT-EMPLOYER-LINE.
           03  FILLER              PIC X(16) VALUE "EMPLOYER:       ".
           03  WS-CE-CO-NO         PIC XX.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-CE-CO-NAME       PIC X(30).
       01  WS-CERT-EMPLOYEE-LINE.
           03  FILLER              PIC X(16) VALUE "EMPLOYEE:       ".
           03  WS-CM-EMP-NO        PIC X(6).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-CM-NAME          PIC X(25).
           03  FILLER              PIC X(7)  VALUE "  DEPT ".
           03  WS-CM-DEPT          PIC X(4).
       01  WS-CERT-TAX-CODE-LINE.
           03  FILLER              PIC X(16) VALUE "TAX CODE:       ".
           03  WS-CC-TAX-CODE      PIC X(6).
       01  WS-CERT-DATES-LINE.
           03  FILLER              PIC X(16) VALUE "EMPLOYED FROM:  ".
           03  WS-CD-START-DATE    PIC 9(8).
           03  WS-CD-LEFT-TEXT     PIC X(10).
           03  WS-CD-LEAVE-DATE    PIC 9(8) BLANK WHEN ZERO.
       01  WS-CERT-PAY-LINE.
           03  FILLER              PIC X(24) VALUE
               "PAY FOR THE YEAR:       ".
           03  WS-CY-PAY           PIC Z,ZZZ,ZZ9.99.
       01  WS-CERT-TAX-LINE.
           03  FILLER              PIC X(24) VALUE
               "TAX DEDUCTED:           ".
           03  WS-CY-TAX           PIC Z,ZZZ,ZZ9.99.
       01  WS-CERT-KEEP-LINE.
           03  FILLER              PIC X(30) VALUE
               "KEEP THIS CERTIFICATE - IT IS ".
           03  FILLER              PIC X(30) VALUE
               "NEEDED FOR YOUR TAX RETURN.   ".
      *
       01  WS-RETURN-HEADER.
           03  FILLER              PIC X     VALUE "H".
           03  WS-RH-CO-NO         PIC XX.
           03  WS-RH-TAX-YEAR      PIC 9(4).
           03  WS-RH-COUNTRY       PIC XXX.
           03  WS-RH-CO-NAME       PIC X(30).
           03  WS-RH-RUN-DATE      PIC 9(8).
       01  WS-RETURN-DETAIL.
           03  FILLER              PIC X     VALUE "D".
           03  WS-RD-EMP-NO        PIC X(6).
           03  WS-RD-NAME          PIC X(25).
           03  WS-RD-TAX-CODE      PIC X(6).
           03  WS-RD-START-DATE    PIC 9(8).
           03  WS-RD-LEAVE-DATE    PIC 9(8).
           03  WS-RD-PAY           PIC 9(9)V99.
           03  WS-RD-TAX           PIC 9(9)V99.
       01  WS-RETURN-TRAILER.
           03  FILLER              PIC X     VALUE "T".
           03  WS-RT-COUNT         PIC 9(6).
           03  WS-RT-PAY           PIC 9(11)V99.
           03  WS-RT-TAX           PIC 9(11)V99.
       LINKAGE SECTION.
       01  CHAIN-AREA.
           03  CHAIN-LOG-INFO      PIC X(10).
           03  CHAIN-ITEM          PIC X(50)     JUST.
           03  CHAIN-KEM-USER      PIC X(4).
           03  CHAIN-USER-ID       PIC XXX.
           03  CHAIN-CO-NO         PIC XX.
           03  CHAIN-SUPP-RUN      PIC X.
           03  CHAIN-PROGRAM       PIC X(8).
           03  CHAIN-PRT-NAME      PIC X(8).
           03  CHAIN-PRT2-NAME     PIC X(8).
           03  CHAIN-PRT3-NAME     PIC X(8).
           03  CHAIN-ERROR         PIC X.
           03  CHAIN-RETURN        PIC X.
           03  CHAIN-CC-LEN        PIC 9.
           03  CHAIN-DP-LEN        PIC 9.
           03  CHAIN-EM-LEN        PIC 9.
           03  CHAIN-COUNTRY       PIC XXX.
           03  CHAIN-LOG-IND       PIC X.
           03  CHAIN-OP-SYS        PIC X.
           03  CHAIN-ATTRIBUTE     PIC X.
           03  CHAIN-PROFILE       PIC X.
           03  CHAIN-CC-LEVEL      PIC 9.
           03  CHAIN-DP-LEVEL      PIC 9.
           03  CHAIN-SECTION       PIC X.
           03  CHAIN-UNIX-PRT      PIC X.
           03  CHAIN-MODIFIER      PIC X.
           03  CHAIN-PNT-SEC       PIC X.
           03  CHAIN-ITEMR         PIC X.
           03  CHAIN-MENU          PIC X.
           03  CHAIN-SCREENS.
               05  CHAIN-SCREEN    PIC X     OCCURS 10.
           03  CHAIN-COMPANIES.
               05  CHAIN-COMPANY   PIC XX    OCCURS 10.
           03  CHAIN-SCREEN-CHARS.
               05  CHAIN-TOP-RIGHT PIC X.
               05  CHAIN-TOP-LEFT  PIC X.
               05  CHAIN-BOT-RIGHT PIC X.
               05  CHAIN-BOT-LEFT  PIC X.
               05  CHAIN-UPDOWN    PIC X.
               05  CHAIN-ACROSS    PIC X.

       COPY KPCHAIN.
       PROCEDURE DIVISION USING CHAIN-AREA.
       A-MAINLINE SECTION.
       A100.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF CHAIN-TAX-YEAR NOT NUMERIC
               DISPLAY "KPAY69C: NO TAX YEAR IN THE CHAIN AREA"
               MOVE "E" TO CHAIN-ERROR
               GO TO A900.
           PERFORM B-SET-TAX-YEAR.
      *
      *    CERTIFYING A YEAR STILL RUNNING WOULD RESET PAY AND TAX
      *    TO DATE WITH PAY RUNS STILL TO COME.
      *
           IF WS-RUN-DATE < WS-YEAR-END
               DISPLAY "KPAY69C: TAX YEAR " CHAIN-TAX-YEAR
                       " DOES NOT END UNTIL " WS-YEAR-END
                       " - NO CERTIFICATES"
               MOVE "E" TO CHAIN-ERROR
               GO TO A900.
           PERFORM C-PRINT-CERTIFICATES.
       A900.
           CALL "KPAY50S" USING CHAIN-AREA.
           CANCEL "KPAY50S".
       A999.
	   EXIT PROGRAM.
      *
       B-SET-TAX-YEAR SECTION.
       B100.
      *
      *    CHAIN-COUNTRY GOVERNS THE JURISDICTION: THE UK YEAR RUNS
      *    6 APRIL TO 5 APRIL FOLLOWING, EVERYWHERE ELSE THE
      *    CALENDAR YEAR.
      *
           IF CHAIN-COUNTRY = "GB " OR "GB"
               COMPUTE WS-YEAR-START =
                   (CHAIN-TAX-YEAR * 10000) + 0406
               COMPUTE WS-YEAR-END =
                   ((CHAIN-TAX-YEAR + 1) * 10000) + 0405
           ELSE
               COMPUTE WS-YEAR-START =
                   (CHAIN-TAX-YEAR * 10000) + 0101
               COMPUTE WS-YEAR-END =
                   (CHAIN-TAX-YEAR * 10000) + 1231.
       B999.
           EXIT.
      *
       C-PRINT-CERTIFICATES SECTION.
       C100.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "KPAY69C: EMPLOYEE MASTER NOT AVAILABLE FS="
                       WS-MASTER-STATUS
               MOVE "E" TO CHAIN-ERROR
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO C999.
           OPEN OUTPUT NEW-MASTER-FILE.
           OPEN OUTPUT CERTIFICATE-FILE.
           OPEN OUTPUT RETURN-FILE.
      *
           MOVE CHAIN-CO-NO    TO WS-RH-CO-NO.
           MOVE CHAIN-TAX-YEAR TO WS-RH-TAX-YEAR.
           MOVE CHAIN-COUNTRY  TO WS-RH-COUNTRY.
           MOVE CHAIN-CO-NAME  TO WS-RH-CO-NAME.
           MOVE WS-RUN-DATE    TO WS-RH-RUN-DATE.
           WRITE RETURN-RECORD FROM WS-RETURN-HEADER.
      *
           PERFORM D-READ-EMPLOYEE.
           PERFORM E-ONE-EMPLOYEE UNTIL WS-EOF.
      *
           MOVE WS-CERT-COUNT TO WS-RT-COUNT.
           MOVE WS-CERT-PAY   TO WS-RT-PAY.
           MOVE WS-CERT-TAX   TO WS-RT-TAX.
           WRITE RETURN-RECORD FROM WS-RETURN-TRAILER.
      *
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE NEW-MASTER-FILE.
           CLOSE CERTIFICATE-FILE.
           CLOSE RETURN-FILE.
           DISPLAY "KPAY69C: " WS-EMPLOYEES-READ " EMPLOYEES READ, "
                   WS-CERT-COUNT " CERTIFICATES".
       C999.
           EXIT.
      *
       D-READ-EMPLOYEE SECTION.
       D100.
           READ EMPLOYEE-MASTER-FILE
               AT END MOVE 1 TO WS-EOF-FLAG.
       D999.
           EXIT.
      *
       E-ONE-EMPLOYEE SECTION.
       E100.
           ADD 1 TO WS-EMPLOYEES-READ.
      *    A MASTER LINE FROM BEFORE TAX-TO-DATE WAS CARRIED.
           IF EM-TAX-TO-DATE NOT NUMERIC
               MOVE ZERO TO EM-TAX-TO-DATE.
           IF EM-CO-NO NOT = CHAIN-CO-NO
               GO TO E800.
      *
      *    NO PAY AND NO TAX THIS YEAR - A LEAVER FROM AN EARLIER
      *    YEAR OR A STARTER NOT YET PAID - NEEDS NO CERTIFICATE.
           IF EM-PAY-TO-DATE = ZERO
               AND EM-TAX-TO-DATE = ZERO
               GO TO E800.
      *
           PERFORM F-PRINT-CERTIFICATE.
      *
           MOVE EM-EMP-NO      TO WS-RD-EMP-NO.
           MOVE EM-NAME        TO WS-RD-NAME.
           MOVE EM-TAX-CODE    TO WS-RD-TAX-CODE.
           MOVE EM-START-DATE  TO WS-RD-START-DATE.
           MOVE EM-LEAVE-DATE  TO WS-RD-LEAVE-DATE.
           MOVE EM-PAY-TO-DATE TO WS-RD-PAY.
           MOVE EM-TAX-TO-DATE TO WS-RD-TAX.
           WRITE RETURN-RECORD FROM WS-RETURN-DETAIL.
      *
           ADD 1              TO WS-CERT-COUNT.
           ADD EM-PAY-TO-DATE TO WS-CERT-PAY.
           ADD EM-TAX-TO-DATE TO WS-CERT-TAX.
           MOVE ZERO TO EM-PAY-TO-DATE.
           MOVE ZERO TO EM-TAX-TO-DATE.
       E800.
           WRITE NEW-MASTER-RECORD FROM EMPLOYEE-MASTER-RECORD.
       E900.
           PERFORM D-READ-EMPLOYEE.
       E999.
           EXIT.
      *
       F-PRINT-CERTIFICATE SECTION.
       F100.
           WRITE CERTIFICATE-LINE FROM WS-CERT-RULE-LINE.
           MOVE CHAIN-TAX-YEAR TO WS-CT-TAX-YEAR.
           WRITE CERTIFICATE-LINE FROM WS-CERT-TITLE-LINE.
           MOVE WS-YEAR-START  TO WS-CP-YEAR-START.
           MOVE WS-YEAR-END    TO WS-CP-YEAR-END.
           WRITE CERTIFICATE-LINE FROM WS-CERT-PERIOD-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE CHAIN-CO-NO    TO WS-CE-CO-NO.
           MOVE CHAIN-CO-NAME  TO WS-CE-CO-NAME.
           WRITE CERTIFICATE-LINE FROM WS-CERT-EMPLOYER-LINE.
           MOVE EM-EMP-NO      TO WS-CM-EMP-NO.
           MOVE EM-NAME        TO WS-CM-NAME.
           MOVE EM-DEPT        TO WS-CM-DEPT.
           WRITE CERTIFICATE-LINE FROM WS-CERT-EMPLOYEE-LINE.
           MOVE EM-TAX-CODE    TO WS-CC-TAX-CODE.
           WRITE CERTIFICATE-LINE FROM WS-CERT-TAX-CODE-LINE.
           MOVE EM-START-DATE  TO WS-CD-START-DATE.
           MOVE EM-LEAVE-DATE  TO WS-CD-LEAVE-DATE.
           IF EM-LEAVE-DATE = ZERO
               MOVE SPACES TO WS-CD-LEFT-TEXT
           ELSE
               MOVE "  LEFT ON " TO WS-CD-LEFT-TEXT.
           WRITE CERTIFICATE-LINE FROM WS-CERT-DATES-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE EM-PAY-TO-DATE TO WS-CY-PAY.
           WRITE CERTIFICATE-LINE FROM WS-CERT-PAY-LINE.
           MOVE EM-TAX-TO-DATE TO WS-CY-TAX.
           WRITE CERTIFICATE-LINE FROM WS-CERT-TAX-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE FROM WS-CERT-KEEP-LINE.
           WRITE CERTIFICATE-LINE FROM WS-CERT-RULE-LINE.
       F999.
           EXIT.
