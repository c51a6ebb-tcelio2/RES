      *    FILES AFTER THE RUN PROVES).  EACH PAYSLIP PRINTS WITH
      *    THE NET SPELLED OUT THROUGH THE MONEYS ROUTINE, AND THE
      *    RUN CLOSES WITH A DEPARTMENT/COMPANY SCHEDULE IN THE
      *    KPAY69S STYLE.  STARTERS, LEAVERS, DEPARTMENT MOVES AND
      *    TAX CODE CHANGES ARE KEYED THROUGH THE KPEMPMNT SCREEN.
      *
      *    AFTER TAX THE RUN TAKES EACH EMPLOYEE'S DEDUCTIONS FROM
      *    THE DEDUCTION MASTER KPDEDMST.DAT - ONE LINE PER EMPLOYEE
      *    AND DEDUCTION CODE, TYPE "D" (PENSION, UNION DUES, COURT
      *    ATTACHMENT AND SO ON, TAKEN FROM PAY) OR TYPE "E" (AN
      *    EMPLOYER CONTRIBUTION, PAID ON TOP AND NOT TAKEN FROM
      *    PAY), AS A FIXED AMOUNT ("F") OR A PERCENTAGE OF GROSS
      *    ("P").  DEDUCTIONS ARE TAKEN IN PRIORITY ORDER (LOWEST
      *    NUMBER FIRST) AND NEVER TAKE NET BELOW THE PROTECTED
      *    MINIMUM ON THE OPTIONAL CONTROL CARD KPAYCALC.CTL (NONE
      *    MEANS NET MAY FALL TO ZERO).  WHAT CANNOT BE TAKEN IS
      *    CARRIED AS ARREARS UP TO THE LINE'S ARREARS LIMIT (ZERO
      *    CARRIES NOTHING) AND IS ADDED TO THE NEXT PERIOD'S
      *    AMOUNT DUE.  YEAR-TO-DATE AND ARREARS ARE UPDATED ON
      *    KPDEDMST.NEW, WHICH OPS SWAPS WITH THE EMPLOYEE MASTER.
      *    THE PAYSLIP ITEMISES EACH DEDUCTION AND CONTRIBUTION, AND
      *    THE SCHEDULE CLOSES WITH A REMITTANCE LIST TOTALLING EACH
      *    CODE BY COMPANY.
      *
      *    THE TAX TAKEN IS ACCUMULATED IN EM-TAX-TO-DATE BESIDE
      *    EM-PAY-TO-DATE; KPAY69C CERTIFIES BOTH AT YEAR END AND
      *    RESETS THEM FOR THE NEW YEAR.
      *
      *    EVERY EMPLOYEE PAID IS ALSO WRITTEN TO KPAYNET.DAT WITH
      *    THE NET PAY AND THE BANK DETAILS FROM THE MASTER, FOR THE
      *    KPAYBANK PAYMENT RUN THAT FOLLOWS.
      *
      *    HOLIDAY AND SICK HOURS COME FROM THE ABSENCE FILE
      *    KPABSENC.DAT KEYED THROUGH THE KPABSMNT SCREEN, NOT FROM
      *    KPAYIN.DAT (WHOSE HOURS ARE HOURS WORKED).  EVERY
      *    ABSENCE OF A PAID EMPLOYEE DATED ON OR BEFORE THE RUN
      *    DATE AND NOT YET PAID IS PAID AT THE PAY LINE'S RATE -
      *    HOLIDAY ("H") AT THE FULL RATE, SICKNESS ("S") AT THE
      *    SICK PAY PERCENT ON KPLEAVE.CTL, UNPAID LEAVE ("U") AT
      *    NOTHING - AND STAMPED WITH THE RUN DATE.  A LEAVER PAID
      *    ON OR AFTER THE LEAVE DATE IS ALSO PAID THE HOLIDAY
      *    EARNED BUT NOT TAKEN IN THE LEAVING YEAR: THE KPLEAVE
      *    ENTITLEMENT PRO-RATED TO THE LEAVE DATE LESS THE HOLIDAY
      *    HOURS DATED IN THE YEAR, WRITTEN BACK AS AN "L" ABSENCE
      *    SO IT IS PAID ONCE.  HOLIDAY TAKEN BEYOND THE PRO-RATED
      *    ENTITLEMENT IS NOTED ON THE PAYSLIP BUT NOT RECOVERED.
      *    THE STAMPED FILE IS WRITTEN TO KPABSENC.NEW FOR OPS TO
      *    SWAP WITH THE MASTER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "KPEMPMST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "KPAYCALC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL DEDUCTION-MASTER-FILE
               ASSIGN TO "KPDEDMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDN-STATUS.
           SELECT NEW-DEDUCTION-FILE ASSIGN TO "KPDEDMST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ABSENCE-FILE ASSIGN TO "KPABSENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSN-STATUS.
           SELECT NEW-ABSENCE-FILE ASSIGN TO "KPABSENC.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NET-PAY-FILE ASSIGN TO "KPAYNET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-FILE ASSIGN TO "KPAYSLIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-FILE ASSIGN TO "KPAYCALC.RPT"
           03  EM-TAX-CODE         PIC X(6).
           03  EM-PAY-TO-DATE      PIC 9(7)V99.
           03  EM-LEAVE-DATE       PIC 9(8).
           03  EM-BANK-ROUTING     PIC X(9).
           03  EM-BANK-ACCOUNT     PIC X(17).
           03  EM-BANK-ACCT-TYPE   PIC X.
           03  EM-TAX-TO-DATE      PIC 9(7)V99.
       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           03  NM-CO-NO            PIC XX.
           03  NM-TAX-CODE         PIC X(6).
           03  NM-PAY-TO-DATE      PIC 9(7)V99.
           03  NM-LEAVE-DATE       PIC 9(8).
           03  NM-BANK-ROUTING     PIC X(9).
           03  NM-BANK-ACCOUNT     PIC X(17).
           03  NM-BANK-ACCT-TYPE   PIC X.
           03  NM-TAX-TO-DATE      PIC 9(7)V99.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           03  PC-PROTECTED-NET    PIC 9(5)V99.
       FD  DEDUCTION-MASTER-FILE.
       01  DEDUCTION-MASTER-RECORD.
           03  DM-CO-NO            PIC XX.
           03  DM-EMP-NO           PIC X(6).
           03  DM-DED-CODE         PIC X(4).
           03  DM-DED-DESC         PIC X(12).
           03  DM-TYPE             PIC X.
           03  DM-METHOD           PIC X.
           03  DM-AMOUNT           PIC 9(5)V99.
           03  DM-PERCENT          PIC 99V99.
           03  DM-PRIORITY         PIC 99.
           03  DM-ARREARS-LIMIT    PIC 9(5)V99.
           03  DM-ARREARS          PIC 9(5)V99.
           03  DM-YTD              PIC 9(7)V99.
       FD  NEW-DEDUCTION-FILE.
       01  NEW-DEDUCTION-RECORD    PIC X(62).
       FD  ABSENCE-FILE.
       01  ABSENCE-RECORD.
           03  AB-CO-NO            PIC XX.
           03  AB-EMP-NO           PIC X(6).
           03  AB-DATE             PIC 9(8).
           03  AB-TYPE             PIC X.
           03  AB-HOURS            PIC 9(3)V99.
           03  AB-PAID-DATE        PIC 9(8).
       FD  NEW-ABSENCE-FILE.
       01  NEW-ABSENCE-RECORD      PIC X(30).
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
       FD  PAYSLIP-FILE.
       01  PAYSLIP-LINE            PIC X(80).
       FD  SCHEDULE-FILE.
       77  WS-INPUT-STATUS         PIC XX    VALUE SPACES.
       77  WS-BAND-STATUS          PIC XX    VALUE SPACES.
       77  WS-MASTER-STATUS        PIC XX    VALUE SPACES.
       77  WS-CONTROL-STATUS       PIC XX    VALUE SPACES.
       77  WS-DEDN-STATUS          PIC XX    VALUE SPACES.
       77  WS-DEDN-LOADED          PIC 9     VALUE ZERO.
       77  WS-ABSN-STATUS          PIC XX    VALUE SPACES.
       77  WS-ABSN-LOADED          PIC 9     VALUE ZERO.
       77  WS-AX                   PIC 9(4)  VALUE ZERO.
       77  WS-LIEU-FOUND           PIC 9     VALUE ZERO.
       77  WS-EOF-FLAG             PIC 9     VALUE ZERO.
           88  WS-EOF                        VALUE 1.
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-PAY-SLOT             PIC 9(3)  VALUE ZERO.
       77  WS-BAND-SLOT            PIC 9(3)  VALUE ZERO.
       77  WS-MLX                  PIC 9     VALUE ZERO.
       77  WS-DX                   PIC 9(4)  VALUE ZERO.
       77  WS-EX                   PIC 99    VALUE ZERO.
       77  WS-EY                   PIC 99    VALUE ZERO.
       77  WS-RX                   PIC 9(3)  VALUE ZERO.
       77  WS-RY                   PIC 9(3)  VALUE ZERO.
       77  WS-SAVE-SLOT            PIC 9(4)  VALUE ZERO.
      *
       77  WS-GROSS                PIC 9(7)V99 VALUE ZERO.
       77  WS-TAX                  PIC 9(7)V99 VALUE ZERO.
       77  WS-NET                  PIC 9(7)V99 VALUE ZERO.
       77  WS-BAND-LOWER           PIC 9(7)V99 VALUE ZERO.
       77  WS-BAND-SLICE           PIC 9(7)V99 VALUE ZERO.
       77  WS-PROTECTED-NET        PIC 9(5)V99 VALUE ZERO.
       77  WS-DEDUCTIONS           PIC 9(7)V99 VALUE ZERO.
       77  WS-CONTRIBUTIONS        PIC 9(7)V99 VALUE ZERO.
       77  WS-AVAILABLE            PIC 9(7)V99 VALUE ZERO.
       77  WS-DUE                  PIC 9(7)V99 VALUE ZERO.
       77  WS-TAKE                 PIC 9(7)V99 VALUE ZERO.
       77  WS-SHORTFALL            PIC 9(7)V99 VALUE ZERO.
       77  WS-LAPSED               PIC 9(7)V99 VALUE ZERO.
       77  WS-LAPSED-EDIT          PIC Z,ZZZ,ZZ9.99.
       77  WS-BASIC-PAY            PIC 9(7)V99 VALUE ZERO.
       77  WS-HOLIDAY-HOURS        PIC 9(3)V99 VALUE ZERO.
       77  WS-HOLIDAY-PAY          PIC 9(7)V99 VALUE ZERO.
       77  WS-SICK-HOURS           PIC 9(3)V99 VALUE ZERO.
       77  WS-SICK-PAY             PIC 9(7)V99 VALUE ZERO.
       77  WS-LIEU-HOURS           PIC 9(3)V99 VALUE ZERO.
       77  WS-LIEU-PAY             PIC 9(7)V99 VALUE ZERO.
       77  WS-YEAR-HOLIDAY         PIC 9(4)V99 VALUE ZERO.
       77  WS-OVERTAKEN            PIC 9(4)V99 VALUE ZERO.
      *
       77  WS-EMPLOYEES-READ       PIC 9(5)  VALUE ZERO.
       77  WS-EMPLOYEES-PAID       PIC 9(5)  VALUE ZERO.
       77  WS-DEPT-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-DEPT-GROSS           PIC 9(9)V99 VALUE ZERO.
       77  WS-DEPT-TAX             PIC 9(9)V99 VALUE ZERO.
       77  WS-DEPT-DEDNS           PIC 9(9)V99 VALUE ZERO.
       77  WS-DEPT-NET             PIC 9(9)V99 VALUE ZERO.
       77  WS-CO-COUNT             PIC 9(5)  VALUE ZERO.
       77  WS-CO-GROSS             PIC 9(9)V99 VALUE ZERO.
       77  WS-CO-TAX               PIC 9(9)V99 VALUE ZERO.
       77  WS-CO-DEDNS             PIC 9(9)V99 VALUE ZERO.
       77  WS-REMIT-DEDNS          PIC 9(9)V99 VALUE ZERO.
       77  WS-REMIT-CONTRIBS       PIC 9(9)V99 VALUE ZERO.
       77  WS-CO-NET               PIC 9(9)V99 VALUE ZERO.
      *
       01  WS-MONEY-AMOUNT         PIC S9(15)V99 VALUE ZERO.
               05  WS-BT-BAND      OCCURS 3 TIMES.
                   07  WS-BT-UPPER PIC 9(7)V99.
                   07  WS-BT-PCT   PIC 99V99.
      *
      *    THE DEDUCTION MASTER IS HELD WHOLE - IT IS UPDATED IN
      *    PLACE AND WRITTEN BACK TO KPDEDMST.NEW IN ITS OWN ORDER.
      *    WS-DT-VALID "N" MARKS A LINE THAT FAILED ITS EDIT: IT IS
      *    REPORTED, NEVER APPLIED, AND COPIED FORWARD UNCHANGED.
      *
       01  WS-DEDN-TABLE.
           03  WS-DT-COUNT         PIC 9(4)  VALUE ZERO.
           03  WS-DT-ENTRY         OCCURS 1000 TIMES.
               05  WS-DT-RECORD.
                   07  WS-DT-CO-NO         PIC XX.
                   07  WS-DT-EMP-NO        PIC X(6).
                   07  WS-DT-CODE          PIC X(4).
                   07  WS-DT-DESC          PIC X(12).
                   07  WS-DT-TYPE          PIC X.
                   07  WS-DT-METHOD        PIC X.
                   07  WS-DT-AMOUNT        PIC 9(5)V99.
                   07  WS-DT-PERCENT       PIC 99V99.
                   07  WS-DT-PRIORITY      PIC 99.
                   07  WS-DT-ARREARS-LIMIT PIC 9(5)V99.
                   07  WS-DT-ARREARS       PIC 9(5)V99.
                   07  WS-DT-YTD           PIC 9(7)V99.
               05  WS-DT-VALID     PIC X.
               05  WS-DT-TAKEN     PIC 9(7)V99.
      *
      *    THE CURRENT EMPLOYEE'S DEDUCTION LINES, SORTED INTO
      *    PRIORITY ORDER BEFORE THEY ARE APPLIED.
      *
       01  WS-EMP-DEDN-LIST.
           03  WS-EL-COUNT         PIC 99    VALUE ZERO.
           03  WS-EL-SLOT          PIC 9(4)  OCCURS 20 TIMES.
      *
      *    REMITTANCE TOTALS BY COMPANY, TYPE AND CODE.
      *
       01  WS-REMIT-TABLE.
           03  WS-RT-COUNT         PIC 9(3)  VALUE ZERO.
           03  WS-RT-ENTRY         OCCURS 200 TIMES.
               05  WS-RT-KEY.
                   07  WS-RT-CO-NO PIC XX.
                   07  WS-RT-TYPE  PIC X.
                   07  WS-RT-CODE  PIC X(4).
               05  WS-RT-DESC      PIC X(12).
               05  WS-RT-EMPLOYEES PIC 9(5).
               05  WS-RT-AMOUNT    PIC 9(9)V99.
       01  WS-RT-SAVE-ENTRY        PIC X(35).
      *
      *    THE ABSENCE FILE IS HELD WHOLE LIKE THE DEDUCTION MASTER:
      *    PAID ABSENCES ARE STAMPED IN PLACE, LEAVERS' UNTAKEN
      *    HOLIDAY IS ADDED AT THE END, AND THE LOT IS WRITTEN TO
      *    KPABSENC.NEW.  WS-AT-VALID "N" MARKS A LINE THAT FAILED
      *    ITS EDIT - NEVER PAID, COPIED FORWARD UNCHANGED.
      *
       01  WS-ABSENCE-TABLE.
           03  WS-AT-COUNT         PIC 9(4)  VALUE ZERO.
           03  WS-AT-ENTRY         OCCURS 5000 TIMES.
               05  WS-AT-RECORD.
                   07  WS-AT-CO-NO         PIC XX.
                   07  WS-AT-EMP-NO        PIC X(6).
                   07  WS-AT-DATE          PIC 9(8).
                   07  WS-AT-TYPE          PIC X.
                   07  WS-AT-HOURS         PIC 9(3)V99.
                   07  WS-AT-PAID-DATE     PIC 9(8).
               05  WS-AT-VALID     PIC X.
      *
       01  LEAVE-PARAMETERS.
           03  LP-AS-AT-DATE       PIC 9(8).
           03  LP-START-DATE       PIC 9(8).
           03  LP-LEAVE-DATE       PIC 9(8).
           03  LP-YEAR-START       PIC 9(8).
           03  LP-YEAR-END         PIC 9(8).
           03  LP-ANNUAL-HOURS     PIC 9(3)V99.
           03  LP-ENTITLEMENT      PIC 9(3)V99.
           03  LP-SICK-PCT         PIC 9(3).
           03  LP-COUNTRY          PIC XXX.
      *
       01  WS-SLIP-RULE-LINE       PIC X(60) VALUE ALL "=".
       01  WS-SLIP-HEAD-LINE.
           03  WS-SH-EMP-NO        PIC X(6).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-SH-NAME          PIC X(25).
       01  WS-SLIP-ABSENCE-LINE.
           03  WS-SA-TEXT          PIC X(16).
           03  WS-SA-PAY           PIC ZZZ,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-SA-HOURS         PIC ZZ9.99.
           03  FILLER              PIC X(4)  VALUE " HRS".
       01  WS-SLIP-OVERTAKEN-LINE.
           03  FILLER              PIC X(16) VALUE "HOLIDAY OVER-   ".
           03  FILLER              PIC X(10) VALUE "TAKEN     ".
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-SO-HOURS         PIC ZZZ9.99.
           03  FILLER              PIC X(20) VALUE
               " HRS - NOT RECOVERED".
       01  WS-SLIP-GROSS-LINE.
           03  FILLER              PIC X(16) VALUE "GROSS PAY:      ".
           03  WS-SG-GROSS         PIC ZZZ,ZZ9.99.
       01  WS-SLIP-TAX-LINE.
           03  FILLER              PIC X(16) VALUE "TAX:            ".
           03  WS-ST-TAX           PIC ZZZ,ZZ9.99.
       01  WS-SLIP-DEDN-LINE.
           03  WS-SD-CODE          PIC X(4).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-SD-DESC          PIC X(11).
           03  WS-SD-AMOUNT        PIC ZZZ,ZZ9.99.
           03  FILLER              PIC X(6)  VALUE "  YTD ".
           03  WS-SD-YTD           PIC Z,ZZZ,ZZ9.99.
           03  WS-SD-ARREARS-TEXT  PIC X(11).
           03  WS-SD-ARREARS       PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
       01  WS-SLIP-TOTAL-DEDN-LINE.
           03  FILLER              PIC X(16) VALUE "DEDUCTIONS:     ".
           03  WS-SX-DEDNS         PIC ZZZ,ZZ9.99.
       01  WS-SLIP-EMPLOYER-LINE.
           03  FILLER              PIC X(16) VALUE
               "EMPLOYER PAID:  ".
       01  WS-SLIP-NET-LINE.
           03  FILLER              PIC X(16) VALUE "NET PAY:        ".
           03  WS-SN-NET           PIC ZZZ,ZZ9.99.
       01  WS-SLIP-PTD-LINE.
           03  FILLER              PIC X(16) VALUE "PAY TO DATE:    ".
           03  WS-SP-PTD           PIC Z,ZZZ,ZZ9.99.
       01  WS-SLIP-TTD-LINE.
           03  FILLER              PIC X(16) VALUE "TAX TO DATE:    ".
           03  WS-SP-TTD           PIC Z,ZZZ,ZZ9.99.
      *
       01  WS-SCHED-HEADING-1.
           03  FILLER              PIC X(30) VALUE
               "PAY RUN SCHEDULE - RUN DATE   ".
           03  WS-X1-RUN-DATE      PIC 9(8).
       01  WS-SCHED-HEADING-2.
           03  FILLER              PIC X(44) VALUE
               "DEPT    PAID           GROSS             TAX".
           03  FILLER              PIC X(32) VALUE
               "      DEDUCTIONS             NET".
       01  WS-SCHED-DEPT-LINE.
           03  WS-XD-DEPT          PIC X(4).
           03  FILLER              PIC XX    VALUE SPACES.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XD-TAX           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XD-DEDNS         PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XD-NET           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SCHED-CO-LINE.
           03  FILLER              PIC X(6)  VALUE "TOTAL ".
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XC-TAX           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XC-DEDNS         PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XC-NET           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REMIT-HEADING-1.
           03  FILLER              PIC X(50) VALUE
               "DEDUCTION AND EMPLOYER CONTRIBUTION REMITTANCE".
       01  WS-REMIT-HEADING-2.
           03  FILLER              PIC X(28) VALUE
               "CO  CODE  DESCRIPTION   TYPE".
           03  FILLER              PIC X(42) VALUE
               "    EMPLOYEES          AMOUNT".
       01  WS-REMIT-LINE.
           03  WS-XR-CO-NO         PIC XX.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XR-CODE          PIC X(4).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XR-DESC          PIC X(12).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XR-TYPE          PIC X(9).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XR-EMPLOYEES     PIC ZZ,ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XR-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REMIT-TOTAL-LINE.
           03  WS-XT-TEXT          PIC X(41).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-XT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       A-MAINLINE SECTION.
       A100.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM B-LOAD-PAY-INPUT.
           PERFORM C-LOAD-TAX-BANDS.
           PERFORM H-READ-CONTROL.
           PERFORM J-LOAD-DEDUCTIONS.
           PERFORM N-LOAD-ABSENCES.
           IF WS-PT-COUNT = ZERO
               DISPLAY "KPAYCALC: NO KPAYIN.DAT PAY LINES - NO RUN"
               GO TO A999.
           PERFORM D-RUN-MASTER-PASS.
           PERFORM L-WRITE-DEDUCTION-MASTER.
           PERFORM Q-WRITE-ABSENCE-FILE.
           PERFORM G-REPORT-UNMATCHED.
           DISPLAY "KPAYCALC: " WS-EMPLOYEES-READ " EMPLOYEES, "
                   WS-EMPLOYEES-PAID " PAID, "
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO D999.
           OPEN OUTPUT NEW-MASTER-FILE.
           OPEN OUTPUT NET-PAY-FILE.
           OPEN OUTPUT PAYSLIP-FILE.
           OPEN OUTPUT SCHEDULE-FILE.
      *
           MOVE WS-CO-COUNT TO WS-XC-COUNT.
           MOVE WS-CO-GROSS TO WS-XC-GROSS.
           MOVE WS-CO-TAX   TO WS-XC-TAX.
           MOVE WS-CO-DEDNS TO WS-XC-DEDNS.
           MOVE WS-CO-NET   TO WS-XC-NET.
           WRITE SCHEDULE-LINE FROM WS-SCHED-CO-LINE.
           PERFORM M-PRINT-REMITTANCE.
      *
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE NEW-MASTER-FILE.
           CLOSE NET-PAY-FILE.
           CLOSE PAYSLIP-FILE.
           CLOSE SCHEDULE-FILE.
       D999.
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO D299.
           ADD 1 TO WS-EMPLOYEES-READ.
      *    A MASTER LINE FROM BEFORE TAX-TO-DATE WAS CARRIED.
           IF EM-TAX-TO-DATE NOT NUMERIC
               MOVE ZERO TO EM-TAX-TO-DATE.
      *
           PERFORM D300-FIND-PAY-LINE.
           IF WS-PAY-SLOT = ZERO
               PERFORM D600-COPY-MASTER
               GO TO D299.
      *
           COMPUTE WS-BASIC-PAY ROUNDED =
               WS-PT-HOURS(WS-PAY-SLOT) * WS-PT-RATE(WS-PAY-SLOT)
               + WS-PT-OTHER(WS-PAY-SLOT).
           PERFORM P-PAY-ABSENCES.
           COMPUTE WS-GROSS = WS-BASIC-PAY + WS-HOLIDAY-PAY
               + WS-SICK-PAY + WS-LIEU-PAY.
           PERFORM E-COMPUTE-TAX.
           PERFORM K-APPLY-DEDUCTIONS.
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-DEDUCTIONS.
      *
           ADD WS-GROSS TO EM-PAY-TO-DATE.
           ADD WS-TAX   TO EM-TAX-TO-DATE.
           MOVE "Y" TO WS-PT-USED(WS-PAY-SLOT).
           ADD 1 TO WS-EMPLOYEES-PAID.
           PERFORM D600-COPY-MASTER.
           PERFORM D800-WRITE-NET-PAY.
           PERFORM D500-PRINT-PAYSLIP.
           PERFORM D700-SCHEDULE-TOTALS.
       D299.
           MOVE EM-EMP-NO   TO WS-SH-EMP-NO.
           MOVE EM-NAME     TO WS-SH-NAME.
           WRITE PAYSLIP-LINE FROM WS-SLIP-HEAD-LINE.
           IF WS-HOLIDAY-HOURS > ZERO
               MOVE "HOLIDAY PAY:    " TO WS-SA-TEXT
               MOVE WS-HOLIDAY-PAY     TO WS-SA-PAY
               MOVE WS-HOLIDAY-HOURS   TO WS-SA-HOURS
               WRITE PAYSLIP-LINE FROM WS-SLIP-ABSENCE-LINE.
           IF WS-SICK-HOURS > ZERO
               MOVE "SICK PAY:       " TO WS-SA-TEXT
               MOVE WS-SICK-PAY        TO WS-SA-PAY
               MOVE WS-SICK-HOURS      TO WS-SA-HOURS
               WRITE PAYSLIP-LINE FROM WS-SLIP-ABSENCE-LINE.
           IF WS-LIEU-HOURS > ZERO
               MOVE "UNTAKEN LEAVE:  " TO WS-SA-TEXT
               MOVE WS-LIEU-PAY        TO WS-SA-PAY
               MOVE WS-LIEU-HOURS      TO WS-SA-HOURS
               WRITE PAYSLIP-LINE FROM WS-SLIP-ABSENCE-LINE.
           IF WS-OVERTAKEN > ZERO
               MOVE WS-OVERTAKEN TO WS-SO-HOURS
               WRITE PAYSLIP-LINE FROM WS-SLIP-OVERTAKEN-LINE.
           MOVE WS-GROSS TO WS-SG-GROSS.
           WRITE PAYSLIP-LINE FROM WS-SLIP-GROSS-LINE.
           MOVE WS-TAX TO WS-ST-TAX.
           WRITE PAYSLIP-LINE FROM WS-SLIP-TAX-LINE.
           IF WS-EL-COUNT > ZERO
               PERFORM VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-EL-COUNT
                   MOVE WS-EL-SLOT(WS-EX) TO WS-DX
                   IF WS-DT-TYPE(WS-DX) = "D"
                       PERFORM D550-PRINT-DEDUCTION-LINE
                   END-IF
               END-PERFORM
               MOVE WS-DEDUCTIONS TO WS-SX-DEDNS
               WRITE PAYSLIP-LINE FROM WS-SLIP-TOTAL-DEDN-LINE.
           MOVE WS-NET TO WS-SN-NET.
           WRITE PAYSLIP-LINE FROM WS-SLIP-NET-LINE.
      *
               END-PERFORM.
           MOVE EM-PAY-TO-DATE TO WS-SP-PTD.
           WRITE PAYSLIP-LINE FROM WS-SLIP-PTD-LINE.
           MOVE EM-TAX-TO-DATE TO WS-SP-TTD.
           WRITE PAYSLIP-LINE FROM WS-SLIP-TTD-LINE.
           IF WS-CONTRIBUTIONS > ZERO
               WRITE PAYSLIP-LINE FROM WS-SLIP-EMPLOYER-LINE
               PERFORM VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-EL-COUNT
                   MOVE WS-EL-SLOT(WS-EX) TO WS-DX
                   IF WS-DT-TYPE(WS-DX) = "E"
                       PERFORM D550-PRINT-DEDUCTION-LINE
                   END-IF
               END-PERFORM.
           WRITE PAYSLIP-LINE FROM WS-SLIP-RULE-LINE.
       D599.
           EXIT.
      *
       D550-PRINT-DEDUCTION-LINE SECTION.
       D555.
           IF WS-DT-TAKEN(WS-DX) = ZERO
               AND WS-DT-ARREARS(WS-DX) = ZERO
               GO TO D559.
           MOVE WS-DT-CODE(WS-DX)    TO WS-SD-CODE.
           MOVE WS-DT-DESC(WS-DX)    TO WS-SD-DESC.
           MOVE WS-DT-TAKEN(WS-DX)   TO WS-SD-AMOUNT.
           MOVE WS-DT-YTD(WS-DX)     TO WS-SD-YTD.
           MOVE WS-DT-ARREARS(WS-DX) TO WS-SD-ARREARS.
           IF WS-DT-ARREARS(WS-DX) = ZERO
               MOVE SPACES TO WS-SD-ARREARS-TEXT
           ELSE
               MOVE "  ARREARS  " TO WS-SD-ARREARS-TEXT.
           WRITE PAYSLIP-LINE FROM WS-SLIP-DEDN-LINE.
       D559.
           EXIT.
      *
       D600-COPY-MASTER SECTION.
       D610.
           MOVE EM-TAX-CODE    TO NM-TAX-CODE.
           MOVE EM-PAY-TO-DATE TO NM-PAY-TO-DATE.
           MOVE EM-LEAVE-DATE  TO NM-LEAVE-DATE.
           MOVE EM-BANK-ROUTING   TO NM-BANK-ROUTING.
           MOVE EM-BANK-ACCOUNT   TO NM-BANK-ACCOUNT.
           MOVE EM-BANK-ACCT-TYPE TO NM-BANK-ACCT-TYPE.
           MOVE EM-TAX-TO-DATE    TO NM-TAX-TO-DATE.
           WRITE NEW-MASTER-RECORD.
       D699.
           EXIT.
           ADD 1 TO WS-CO-COUNT.
           ADD WS-GROSS TO WS-DEPT-GROSS WS-CO-GROSS.
           ADD WS-TAX   TO WS-DEPT-TAX   WS-CO-TAX.
           ADD WS-DEDUCTIONS TO WS-DEPT-DEDNS WS-CO-DEDNS.
           ADD WS-NET   TO WS-DEPT-NET   WS-CO-NET.
       D799.
           EXIT.
      *
       D800-WRITE-NET-PAY SECTION.
       D810.
           MOVE EM-CO-NO          TO PN-CO-NO.
           MOVE EM-EMP-NO         TO PN-EMP-NO.
           MOVE EM-NAME           TO PN-NAME.
           MOVE WS-RUN-DATE       TO PN-RUN-DATE.
           MOVE WS-NET            TO PN-NET.
           MOVE EM-BANK-ROUTING   TO PN-BANK-ROUTING.
           MOVE EM-BANK-ACCOUNT   TO PN-BANK-ACCOUNT.
           MOVE EM-BANK-ACCT-TYPE TO PN-BANK-ACCT-TYPE.
           WRITE NET-PAY-RECORD.
       D899.
           EXIT.
      *
       F-DEPT-TOTAL SECTION.
       F100.
           MOVE WS-DEPT-COUNT TO WS-XD-COUNT.
           MOVE WS-DEPT-GROSS TO WS-XD-GROSS.
           MOVE WS-DEPT-TAX   TO WS-XD-TAX.
           MOVE WS-DEPT-DEDNS TO WS-XD-DEDNS.
           MOVE WS-DEPT-NET   TO WS-XD-NET.
           WRITE SCHEDULE-LINE FROM WS-SCHED-DEPT-LINE.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE ZERO TO WS-DEPT-GROSS.
           MOVE ZERO TO WS-DEPT-TAX.
           MOVE ZERO TO WS-DEPT-DEDNS.
           MOVE ZERO TO WS-DEPT-NET.
       F999.
           EXIT.
           END-PERFORM.
       G999.
           EXIT.
      *
       H-READ-CONTROL SECTION.
       H100.
      *
      *    THE PROTECTED NET MINIMUM - NO CARD, OR A NON-NUMERIC
      *    ONE, LEAVES IT AT ZERO.
      *
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               CLOSE CONTROL-FILE
               GO TO H999.
           READ CONTROL-FILE
               AT END
                   MOVE ZERO TO PC-PROTECTED-NET.
           IF PC-PROTECTED-NET NUMERIC
               MOVE PC-PROTECTED-NET TO WS-PROTECTED-NET.
           CLOSE CONTROL-FILE.
       H999.
           EXIT.
      *
       J-LOAD-DEDUCTIONS SECTION.
       J100.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT DEDUCTION-MASTER-FILE.
           IF WS-DEDN-STATUS NOT = "00"
               DISPLAY "KPAYCALC: NO KPDEDMST.DAT - NO DEDUCTIONS"
               CLOSE DEDUCTION-MASTER-FILE
               GO TO J999.
           MOVE 1 TO WS-DEDN-LOADED.
           PERFORM J200-LOAD-ONE UNTIL WS-EOF.
           CLOSE DEDUCTION-MASTER-FILE.
       J999.
           EXIT.
      *
       J200-LOAD-ONE SECTION.
       J210.
           READ DEDUCTION-MASTER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO J299.
           IF WS-DT-COUNT NOT < 1000
               DISPLAY "KPAYCALC: DEDUCTION MASTER OVER 1000 LINES - "
                       "KPDEDMST.NEW NOT WRITTEN"
               MOVE ZERO TO WS-DEDN-LOADED
               GO TO J299.
           ADD 1 TO WS-DT-COUNT.
           MOVE DEDUCTION-MASTER-RECORD TO WS-DT-RECORD(WS-DT-COUNT).
           MOVE ZERO TO WS-DT-TAKEN(WS-DT-COUNT).
           MOVE "Y"  TO WS-DT-VALID(WS-DT-COUNT).
           IF (DM-TYPE NOT = "D" AND DM-TYPE NOT = "E")
               OR (DM-METHOD NOT = "F" AND DM-METHOD NOT = "P")
               OR DM-AMOUNT NOT NUMERIC
               OR DM-PERCENT NOT NUMERIC
               OR DM-PRIORITY NOT NUMERIC
               OR DM-ARREARS-LIMIT NOT NUMERIC
               OR DM-ARREARS NOT NUMERIC
               OR DM-YTD NOT NUMERIC
               MOVE "N" TO WS-DT-VALID(WS-DT-COUNT)
               DISPLAY "KPAYCALC: DEDUCTION LINE NOT APPLIED - CO "
                       DM-CO-NO " EMP " DM-EMP-NO " CODE "
                       DM-DED-CODE.
       J299.
           EXIT.
      *
       K-APPLY-DEDUCTIONS SECTION.
       K100.
      *
      *    GATHER THE EMPLOYEE'S LINES, PUT THEM IN PRIORITY ORDER,
      *    AND TAKE EACH FROM WHAT IS LEFT ABOVE THE PROTECTED NET.
      *
           MOVE ZERO TO WS-DEDUCTIONS.
           MOVE ZERO TO WS-CONTRIBUTIONS.
           MOVE ZERO TO WS-EL-COUNT.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DT-COUNT
               IF WS-DT-VALID(WS-DX) = "Y"
                   AND WS-DT-CO-NO(WS-DX) = EM-CO-NO
                   AND WS-DT-EMP-NO(WS-DX) = EM-EMP-NO
                   IF WS-EL-COUNT < 20
                       ADD 1 TO WS-EL-COUNT
                       MOVE WS-DX TO WS-EL-SLOT(WS-EL-COUNT)
                   ELSE
                       DISPLAY "KPAYCALC: OVER 20 DEDUCTIONS - EMP "
                               EM-EMP-NO " CODE " WS-DT-CODE(WS-DX)
                               " NOT TAKEN"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EL-COUNT = ZERO
               GO TO K999.
      *
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX NOT < WS-EL-COUNT
               PERFORM VARYING WS-EY FROM 1 BY 1
                       UNTIL WS-EY NOT < WS-EL-COUNT
                   IF WS-DT-PRIORITY(WS-EL-SLOT(WS-EY))
                       > WS-DT-PRIORITY(WS-EL-SLOT(WS-EY + 1))
                       MOVE WS-EL-SLOT(WS-EY) TO WS-SAVE-SLOT
                       MOVE WS-EL-SLOT(WS-EY + 1)
                           TO WS-EL-SLOT(WS-EY)
                       MOVE WS-SAVE-SLOT TO WS-EL-SLOT(WS-EY + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
           IF WS-GROSS - WS-TAX > WS-PROTECTED-NET
               COMPUTE WS-AVAILABLE =
                   WS-GROSS - WS-TAX - WS-PROTECTED-NET
           ELSE
               MOVE ZERO TO WS-AVAILABLE.
           PERFORM K200-APPLY-ONE
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EL-COUNT.
       K999.
           EXIT.
      *
       K200-APPLY-ONE SECTION.
       K210.
           MOVE WS-EL-SLOT(WS-EX) TO WS-DX.
           MOVE ZERO TO WS-DT-TAKEN(WS-DX).
           IF WS-DT-METHOD(WS-DX) = "P"
               COMPUTE WS-DUE ROUNDED =
                   WS-GROSS * WS-DT-PERCENT(WS-DX) / 100
           ELSE
               MOVE WS-DT-AMOUNT(WS-DX) TO WS-DUE.
      *
      *    AN EMPLOYER CONTRIBUTION IS PAID ON TOP OF PAY, SO THE
      *    PROTECTED NET AND ARREARS DO NOT APPLY TO IT.
      *
           IF WS-DT-TYPE(WS-DX) = "E"
               MOVE WS-DUE TO WS-DT-TAKEN(WS-DX)
               ADD WS-DUE TO WS-DT-YTD(WS-DX)
               ADD WS-DUE TO WS-CONTRIBUTIONS
               IF WS-DUE > ZERO
                   PERFORM K300-ADD-REMITTANCE
               END-IF
               GO TO K299.
      *
           ADD WS-DT-ARREARS(WS-DX) TO WS-DUE.
           IF WS-DUE > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-TAKE
           ELSE
               MOVE WS-DUE TO WS-TAKE.
           SUBTRACT WS-TAKE FROM WS-AVAILABLE.
           COMPUTE WS-SHORTFALL = WS-DUE - WS-TAKE.
           IF WS-SHORTFALL > WS-DT-ARREARS-LIMIT(WS-DX)
               COMPUTE WS-LAPSED =
                   WS-SHORTFALL - WS-DT-ARREARS-LIMIT(WS-DX)
               MOVE WS-DT-ARREARS-LIMIT(WS-DX)
                   TO WS-DT-ARREARS(WS-DX)
               MOVE WS-LAPSED TO WS-LAPSED-EDIT
               DISPLAY "KPAYCALC: EMP " EM-EMP-NO " CODE "
                       WS-DT-CODE(WS-DX) " SHORTFALL " WS-LAPSED-EDIT
                       " OVER ARREARS LIMIT - NOT CARRIED"
           ELSE
               MOVE WS-SHORTFALL TO WS-DT-ARREARS(WS-DX).
           MOVE WS-TAKE TO WS-DT-TAKEN(WS-DX).
           ADD WS-TAKE TO WS-DT-YTD(WS-DX).
           ADD WS-TAKE TO WS-DEDUCTIONS.
           IF WS-TAKE > ZERO
               PERFORM K300-ADD-REMITTANCE.
       K299.
           EXIT.
      *
       K300-ADD-REMITTANCE SECTION.
       K310.
           MOVE ZERO TO WS-RY.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RT-COUNT
                      OR WS-RY NOT = ZERO
               IF WS-RT-CO-NO(WS-RX) = EM-CO-NO
                   AND WS-RT-TYPE(WS-RX) = WS-DT-TYPE(WS-DX)
                   AND WS-RT-CODE(WS-RX) = WS-DT-CODE(WS-DX)
                   MOVE WS-RX TO WS-RY
               END-IF
           END-PERFORM.
           IF WS-RY = ZERO
               IF WS-RT-COUNT NOT < 200
                   DISPLAY "KPAYCALC: REMITTANCE TABLE FULL - CODE "
                           WS-DT-CODE(WS-DX) " NOT TOTALLED"
                   GO TO K399
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-RY
               MOVE EM-CO-NO          TO WS-RT-CO-NO(WS-RY)
               MOVE WS-DT-TYPE(WS-DX) TO WS-RT-TYPE(WS-RY)
               MOVE WS-DT-CODE(WS-DX) TO WS-RT-CODE(WS-RY)
               MOVE WS-DT-DESC(WS-DX) TO WS-RT-DESC(WS-RY)
               MOVE ZERO TO WS-RT-EMPLOYEES(WS-RY)
               MOVE ZERO TO WS-RT-AMOUNT(WS-RY).
           ADD 1 TO WS-RT-EMPLOYEES(WS-RY).
           ADD WS-DT-TAKEN(WS-DX) TO WS-RT-AMOUNT(WS-RY).
       K399.
           EXIT.
      *
       L-WRITE-DEDUCTION-MASTER SECTION.
       L100.
           IF WS-DEDN-LOADED = ZERO
               GO TO L999.
           OPEN OUTPUT NEW-DEDUCTION-FILE.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DT-COUNT
               WRITE NEW-DEDUCTION-RECORD FROM WS-DT-RECORD(WS-DX)
           END-PERFORM.
           CLOSE NEW-DEDUCTION-FILE.
           DISPLAY "KPAYCALC: " WS-DT-COUNT
                   " DEDUCTION LINES WRITTEN TO KPDEDMST.NEW".
       L999.
           EXIT.
      *
       M-PRINT-REMITTANCE SECTION.
       M100.
      *
      *    ONE LINE PER COMPANY, TYPE AND CODE - WHAT IS OWED TO
      *    EACH PENSION SCHEME, UNION OR COURT FOR THE RUN.
      *
           IF WS-RT-COUNT = ZERO
               GO TO M999.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX NOT < WS-RT-COUNT
               PERFORM VARYING WS-RY FROM 1 BY 1
                       UNTIL WS-RY NOT < WS-RT-COUNT
                   IF WS-RT-KEY(WS-RY) > WS-RT-KEY(WS-RY + 1)
                       MOVE WS-RT-ENTRY(WS-RY) TO WS-RT-SAVE-ENTRY
                       MOVE WS-RT-ENTRY(WS-RY + 1)
                           TO WS-RT-ENTRY(WS-RY)
                       MOVE WS-RT-SAVE-ENTRY
                           TO WS-RT-ENTRY(WS-RY + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
           MOVE SPACES TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           WRITE SCHEDULE-LINE FROM WS-REMIT-HEADING-1.
           WRITE SCHEDULE-LINE FROM WS-REMIT-HEADING-2.
           MOVE ZERO TO WS-REMIT-DEDNS.
           MOVE ZERO TO WS-REMIT-CONTRIBS.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RT-COUNT
               MOVE WS-RT-CO-NO(WS-RX)     TO WS-XR-CO-NO
               MOVE WS-RT-CODE(WS-RX)      TO WS-XR-CODE
               MOVE WS-RT-DESC(WS-RX)      TO WS-XR-DESC
               MOVE WS-RT-EMPLOYEES(WS-RX) TO WS-XR-EMPLOYEES
               MOVE WS-RT-AMOUNT(WS-RX)    TO WS-XR-AMOUNT
               IF WS-RT-TYPE(WS-RX) = "E"
                   MOVE "EMPLOYER" TO WS-XR-TYPE
                   ADD WS-RT-AMOUNT(WS-RX) TO WS-REMIT-CONTRIBS
               ELSE
                   MOVE "DEDUCTION" TO WS-XR-TYPE
                   ADD WS-RT-AMOUNT(WS-RX) TO WS-REMIT-DEDNS
               END-IF
               WRITE SCHEDULE-LINE FROM WS-REMIT-LINE
           END-PERFORM.
           MOVE "TOTAL DEDUCTIONS WITHHELD" TO WS-XT-TEXT.
           MOVE WS-REMIT-DEDNS TO WS-XT-AMOUNT.
           WRITE SCHEDULE-LINE FROM WS-REMIT-TOTAL-LINE.
           MOVE "TOTAL EMPLOYER CONTRIBUTIONS" TO WS-XT-TEXT.
           MOVE WS-REMIT-CONTRIBS TO WS-XT-AMOUNT.
           WRITE SCHEDULE-LINE FROM WS-REMIT-TOTAL-LINE.
       M999.
           EXIT.
      *
       N-LOAD-ABSENCES SECTION.
       N100.
           MOVE 0 TO WS-EOF-FLAG.
      *    NO FILE IS AN EMPTY ONE - LEAVERS ARE STILL SETTLED
      *    AND KPABSENC.NEW STILL RECORDS THE SETTLEMENTS.
           MOVE 1 TO WS-ABSN-LOADED.
           OPEN INPUT ABSENCE-FILE.
           IF WS-ABSN-STATUS NOT = "00"
               DISPLAY "KPAYCALC: NO KPABSENC.DAT - NO ABSENCES"
               CLOSE ABSENCE-FILE
               GO TO N999.
           PERFORM N200-LOAD-ONE UNTIL WS-EOF.
           CLOSE ABSENCE-FILE.
       N999.
           EXIT.
      *
       N200-LOAD-ONE SECTION.
       N210.
           READ ABSENCE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO N299.
      *    AN ABSENCE PAID BUT NOT WRITTEN BACK WOULD BE PAID AGAIN
      *    NEXT RUN, SO AN OVERFULL FILE PAYS NO ABSENCES AT ALL.
           IF WS-AT-COUNT NOT < 5000
               DISPLAY "KPAYCALC: ABSENCE FILE OVER 5000 LINES - "
                       "NO ABSENCE PAY, KPABSENC.NEW NOT WRITTEN"
               MOVE ZERO TO WS-ABSN-LOADED
               MOVE 1 TO WS-EOF-FLAG
               GO TO N299.
           ADD 1 TO WS-AT-COUNT.
           MOVE ABSENCE-RECORD TO WS-AT-RECORD(WS-AT-COUNT).
           MOVE "Y" TO WS-AT-VALID(WS-AT-COUNT).
           IF AB-DATE NOT NUMERIC
               OR AB-HOURS NOT NUMERIC
               OR AB-PAID-DATE NOT NUMERIC
               OR (AB-TYPE NOT = "H" AND AB-TYPE NOT = "S"
                   AND AB-TYPE NOT = "U" AND AB-TYPE NOT = "L")
               MOVE "N" TO WS-AT-VALID(WS-AT-COUNT)
               DISPLAY "KPAYCALC: ABSENCE LINE NOT PAID - CO "
                       AB-CO-NO " EMP " AB-EMP-NO " DATE " AB-DATE.
       N299.
           EXIT.
      *
       P-PAY-ABSENCES SECTION.
       P100.
           MOVE ZERO TO WS-HOLIDAY-HOURS.
           MOVE ZERO TO WS-HOLIDAY-PAY.
           MOVE ZERO TO WS-SICK-HOURS.
           MOVE ZERO TO WS-SICK-PAY.
           MOVE ZERO TO WS-LIEU-HOURS.
           MOVE ZERO TO WS-LIEU-PAY.
           MOVE ZERO TO WS-OVERTAKEN.
           IF WS-ABSN-LOADED = ZERO
               GO TO P999.
      *
           MOVE WS-RUN-DATE    TO LP-AS-AT-DATE.
           MOVE EM-START-DATE  TO LP-START-DATE.
           MOVE EM-LEAVE-DATE  TO LP-LEAVE-DATE.
           CALL "KPLEAVE" USING LEAVE-PARAMETERS.
      *
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AT-COUNT
               IF WS-AT-VALID(WS-AX) = "Y"
                   AND WS-AT-CO-NO(WS-AX) = EM-CO-NO
                   AND WS-AT-EMP-NO(WS-AX) = EM-EMP-NO
                   AND WS-AT-PAID-DATE(WS-AX) = ZERO
                   AND WS-AT-DATE(WS-AX) NOT > WS-RUN-DATE
                   IF WS-AT-TYPE(WS-AX) = "H"
                       ADD WS-AT-HOURS(WS-AX) TO WS-HOLIDAY-HOURS
                   END-IF
                   IF WS-AT-TYPE(WS-AX) = "S"
                       ADD WS-AT-HOURS(WS-AX) TO WS-SICK-HOURS
                   END-IF
                   MOVE WS-RUN-DATE TO WS-AT-PAID-DATE(WS-AX)
               END-IF
           END-PERFORM.
           COMPUTE WS-HOLIDAY-PAY ROUNDED =
               WS-HOLIDAY-HOURS * WS-PT-RATE(WS-PAY-SLOT).
           COMPUTE WS-SICK-PAY ROUNDED =
               WS-SICK-HOURS * WS-PT-RATE(WS-PAY-SLOT)
               * LP-SICK-PCT / 100.
      *
           IF EM-LEAVE-DATE NOT = ZERO
               AND EM-LEAVE-DATE NOT > WS-RUN-DATE
               PERFORM P500-SETTLE-LEAVE.
       P999.
           EXIT.
      *
       P500-SETTLE-LEAVE SECTION.
       P510.
      *
      *    THE LEAVING YEAR IS THE ONE HOLDING THE LEAVE DATE; AN
      *    "L" LINE ALREADY DATED IN IT MEANS THE SETTLEMENT WAS
      *    MADE IN AN EARLIER RUN.
      *
           MOVE EM-LEAVE-DATE TO LP-AS-AT-DATE.
           CALL "KPLEAVE" USING LEAVE-PARAMETERS.
           MOVE ZERO TO WS-LIEU-FOUND.
           MOVE ZERO TO WS-YEAR-HOLIDAY.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AT-COUNT
               IF WS-AT-VALID(WS-AX) = "Y"
                   AND WS-AT-CO-NO(WS-AX) = EM-CO-NO
                   AND WS-AT-EMP-NO(WS-AX) = EM-EMP-NO
                   AND WS-AT-DATE(WS-AX) NOT < LP-YEAR-START
                   AND WS-AT-DATE(WS-AX) NOT > EM-LEAVE-DATE
                   IF WS-AT-TYPE(WS-AX) = "L"
                       MOVE 1 TO WS-LIEU-FOUND
                   END-IF
                   IF WS-AT-TYPE(WS-AX) = "H"
                       ADD WS-AT-HOURS(WS-AX) TO WS-YEAR-HOLIDAY
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIEU-FOUND = 1
               GO TO P599.
           IF WS-YEAR-HOLIDAY > LP-ENTITLEMENT
               COMPUTE WS-OVERTAKEN = WS-YEAR-HOLIDAY - LP-ENTITLEMENT
               GO TO P599.
           COMPUTE WS-LIEU-HOURS = LP-ENTITLEMENT - WS-YEAR-HOLIDAY.
           IF WS-LIEU-HOURS = ZERO
               GO TO P599.
           IF WS-AT-COUNT NOT < 5000
               DISPLAY "KPAYCALC: ABSENCE TABLE FULL - EMP "
                       EM-EMP-NO " UNTAKEN LEAVE NOT PAID"
               MOVE ZERO TO WS-LIEU-HOURS
               GO TO P599.
           COMPUTE WS-LIEU-PAY ROUNDED =
               WS-LIEU-HOURS * WS-PT-RATE(WS-PAY-SLOT).
           ADD 1 TO WS-AT-COUNT.
           MOVE EM-CO-NO      TO WS-AT-CO-NO(WS-AT-COUNT).
           MOVE EM-EMP-NO     TO WS-AT-EMP-NO(WS-AT-COUNT).
           MOVE EM-LEAVE-DATE TO WS-AT-DATE(WS-AT-COUNT).
           MOVE "L"           TO WS-AT-TYPE(WS-AT-COUNT).
           MOVE WS-LIEU-HOURS TO WS-AT-HOURS(WS-AT-COUNT).
           MOVE WS-RUN-DATE   TO WS-AT-PAID-DATE(WS-AT-COUNT).
           MOVE "Y"           TO WS-AT-VALID(WS-AT-COUNT).
       P599.
           EXIT.
      *
       Q-WRITE-ABSENCE-FILE SECTION.
       Q100.
           IF WS-ABSN-LOADED = ZERO
               GO TO Q999.
           OPEN OUTPUT NEW-ABSENCE-FILE.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AT-COUNT
               WRITE NEW-ABSENCE-RECORD FROM WS-AT-RECORD(WS-AX)
           END-PERFORM.
           CLOSE NEW-ABSENCE-FILE.
           DISPLAY "KPAYCALC: " WS-AT-COUNT
                   " ABSENCE LINES WRITTEN TO KPABSENC.NEW".
       Q999.
           EXIT.
