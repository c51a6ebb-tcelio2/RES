       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPAYLEAV.
       AUTHOR.			   K.C.S. LTD.
      *
      * 		   ***************************
      *                    * K-PAYE 90 VERSION # 9.0 *
      * 		   ***************************
      *
      *               HOLIDAY AND ABSENCE BALANCES
      *
      *    LISTS EVERY EMPLOYEE ON THE BOOKS IN THE CURRENT LEAVE
      *    YEAR (THE TAX YEAR HOLDING TODAY, BY THE KPLEAVE RULE) BY
      *    COMPANY AND DEPARTMENT, IN THE MASTER'S OWN ORDER, WITH:
      *      - ENTITLEMENT: THE KPLEAVE FULL-YEAR HOLIDAY HOURS
      *        PRO-RATED FOR A START OR LEAVE DATE IN THE YEAR;
      *      - TAKEN: HOLIDAY ("H") ON KPABSENC.DAT DATED IN THE
      *        YEAR UP TO TODAY;
      *      - BOOKED: HOLIDAY DATED AFTER TODAY IN THE YEAR;
      *      - REMAINING: ENTITLEMENT LESS TAKEN AND BOOKED -
      *        NEGATIVE WHEN THE EMPLOYEE HAS OVERTAKEN;
      *      - SICK AND UNPAID HOURS DATED IN THE YEAR.
      *    A LEAVER IS MARKED WITH THE LEAVE DATE AND WHETHER THE
      *    PAY RUN HAS SETTLED THE UNTAKEN HOLIDAY (AN "L" LINE).
      *    DEPARTMENT AND COMPANY TOTALS FOLLOW EACH GROUP.  THE
      *    REPORT IS KPAYLEAV.RPT; NOTHING IS UPDATED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "KPEMPMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL ABSENCE-FILE ASSIGN TO "KPABSENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "KPAYLEAV.RPT"
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
       FD  ABSENCE-FILE.
       01  ABSENCE-RECORD.
           03  AB-CO-NO            PIC XX.
           03  AB-EMP-NO           PIC X(6).
           03  AB-DATE             PIC 9(8).
           03  AB-TYPE             PIC X.
           03  AB-HOURS            PIC 9(3)V99.
           03  AB-PAID-DATE        PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(110).
       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC XX    VALUE SPACES.
       77  WS-ABSN-STATUS          PIC XX    VALUE SPACES.
       77  WS-EOF-FLAG             PIC 9     VALUE ZERO.
           88  WS-EOF                        VALUE 1.
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-AX                   PIC 9(4)  VALUE ZERO.
       77  WS-SETTLED              PIC 9     VALUE ZERO.
       77  WS-EMPLOYEES-LISTED     PIC 9(5)  VALUE ZERO.
      *
       77  WS-TAKEN                PIC 9(4)V99 VALUE ZERO.
       77  WS-BOOKED               PIC 9(4)V99 VALUE ZERO.
       77  WS-SICK                 PIC 9(4)V99 VALUE ZERO.
       77  WS-UNPAID               PIC 9(4)V99 VALUE ZERO.
       77  WS-REMAINING            PIC S9(4)V99 VALUE ZERO.
      *
       77  WS-PREV-CO-NO           PIC XX    VALUE SPACES.
       77  WS-PREV-DEPT            PIC X(4)  VALUE SPACES.
       77  WS-GROUP-STARTED        PIC 9     VALUE ZERO.
       77  WS-DEPT-ENT             PIC 9(6)V99 VALUE ZERO.
       77  WS-DEPT-TAKEN           PIC 9(6)V99 VALUE ZERO.
       77  WS-DEPT-BOOKED          PIC 9(6)V99 VALUE ZERO.
       77  WS-DEPT-REMAINING       PIC S9(6)V99 VALUE ZERO.
       77  WS-DEPT-SICK            PIC 9(6)V99 VALUE ZERO.
       77  WS-DEPT-UNPAID          PIC 9(6)V99 VALUE ZERO.
       77  WS-CO-ENT               PIC 9(6)V99 VALUE ZERO.
       77  WS-CO-TAKEN             PIC 9(6)V99 VALUE ZERO.
       77  WS-CO-BOOKED            PIC 9(6)V99 VALUE ZERO.
       77  WS-CO-REMAINING         PIC S9(6)V99 VALUE ZERO.
       77  WS-CO-SICK              PIC 9(6)V99 VALUE ZERO.
       77  WS-CO-UNPAID            PIC 9(6)V99 VALUE ZERO.
      *
       01  WS-ABSENCE-TABLE.
           03  WS-AT-COUNT         PIC 9(4)  VALUE ZERO.
           03  WS-AT-ENTRY         OCCURS 5000 TIMES.
               05  WS-AT-CO-NO     PIC XX.
               05  WS-AT-EMP-NO    PIC X(6).
               05  WS-AT-DATE      PIC 9(8).
               05  WS-AT-TYPE      PIC X.
               05  WS-AT-HOURS     PIC 9(3)V99.
               05  WS-AT-PAID-DATE PIC 9(8).
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
       01  WS-HEADING-1.
           03  FILLER              PIC X(40) VALUE
               "HOLIDAY AND ABSENCE BALANCES AS AT     ".
           03  WS-H1-RUN-DATE      PIC 9(8).
           03  FILLER              PIC X(14) VALUE "  LEAVE YEAR  ".
           03  WS-H1-YEAR-START    PIC 9(8).
           03  FILLER              PIC X(4)  VALUE " TO ".
           03  WS-H1-YEAR-END      PIC 9(8).
       01  WS-HEADING-2.
           03  FILLER              PIC X(33) VALUE "EMP NO  NAME".
           03  FILLER              PIC X(54) VALUE
               "  ENTITLE    TAKEN   BOOKED   REMAIN     SICK   UNPAID".
       01  WS-GROUP-LINE.
           03  FILLER              PIC X(8)  VALUE "COMPANY ".
           03  WS-GL-CO-NO         PIC XX.
           03  FILLER              PIC X(14) VALUE "   DEPARTMENT ".
           03  WS-GL-DEPT          PIC X(4).
       01  WS-DETAIL-LINE.
           03  WS-DL-EMP-NO        PIC X(6).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-DL-NAME          PIC X(25).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-DL-ENT           PIC ZZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-DL-TAKEN         PIC ZZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-DL-BOOKED        PIC ZZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-DL-REMAINING     PIC -ZZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-DL-SICK          PIC ZZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-DL-UNPAID        PIC ZZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-DL-NOTE          PIC X(20).
       01  WS-TOTAL-LINE.
           03  WS-TL-TEXT          PIC X(33).
           03  WS-TL-ENT           PIC ZZZZZ9.99.
           03  WS-TL-TAKEN         PIC ZZZZZ9.99.
           03  WS-TL-BOOKED        PIC ZZZZZ9.99.
           03  WS-TL-REMAINING     PIC -ZZZZ9.99.
           03  WS-TL-SICK          PIC ZZZZZ9.99.
           03  WS-TL-UNPAID        PIC ZZZZZ9.99.
       01  WS-NOTE-WORK.
           03  FILLER              PIC X(5)  VALUE "LEFT ".
           03  WS-NW-LEAVE-DATE    PIC 9(8).
           03  WS-NW-SETTLED       PIC X(7).
       PROCEDURE DIVISION.
       A-MAINLINE SECTION.
       A100.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM B-LOAD-ABSENCES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "KPAYLEAV: EMPLOYEE MASTER NOT AVAILABLE FS="
                       WS-MASTER-STATUS
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO A999.
           OPEN OUTPUT REPORT-FILE.
      *
      *    THE LEAVE YEAR IS THE SAME FOR EVERY EMPLOYEE - ONE CALL
      *    WITH NO START OR LEAVE DATE FIXES IT FOR THE HEADING.
      *
           MOVE WS-RUN-DATE TO LP-AS-AT-DATE.
           MOVE ZERO TO LP-START-DATE.
           MOVE ZERO TO LP-LEAVE-DATE.
           CALL "KPLEAVE" USING LEAVE-PARAMETERS.
           MOVE WS-RUN-DATE   TO WS-H1-RUN-DATE.
           MOVE LP-YEAR-START TO WS-H1-YEAR-START.
           MOVE LP-YEAR-END   TO WS-H1-YEAR-END.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM C-ONE-EMPLOYEE UNTIL WS-EOF.
           IF WS-GROUP-STARTED = 1
               PERFORM E-DEPT-TOTAL
               PERFORM F-CO-TOTAL.
      *
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "KPAYLEAV: " WS-EMPLOYEES-LISTED
                   " EMPLOYEES LISTED, " WS-AT-COUNT " ABSENCE LINES".
       A999.
           STOP RUN.
      *
       B-LOAD-ABSENCES SECTION.
       B100.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT ABSENCE-FILE.
           IF WS-ABSN-STATUS NOT = "00"
               DISPLAY "KPAYLEAV: NO KPABSENC.DAT - NO ABSENCES"
               CLOSE ABSENCE-FILE
               GO TO B999.
           PERFORM B200-LOAD-ONE UNTIL WS-EOF.
           CLOSE ABSENCE-FILE.
       B999.
           EXIT.
      *
       B200-LOAD-ONE SECTION.
       B210.
           READ ABSENCE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO B299.
           IF AB-DATE NOT NUMERIC
               OR AB-HOURS NOT NUMERIC
               DISPLAY "KPAYLEAV: BAD ABSENCE LINE IGNORED - CO "
                       AB-CO-NO " EMP " AB-EMP-NO
               GO TO B299.
           IF WS-AT-COUNT NOT < 5000
               DISPLAY "KPAYLEAV: ABSENCE FILE OVER 5000 LINES - "
                       "BALANCES INCOMPLETE"
               MOVE 1 TO WS-EOF-FLAG
               GO TO B299.
           ADD 1 TO WS-AT-COUNT.
           MOVE ABSENCE-RECORD TO WS-AT-ENTRY(WS-AT-COUNT).
       B299.
           EXIT.
      *
       C-ONE-EMPLOYEE SECTION.
       C100.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO C999.
           IF EM-LEAVE-DATE NOT NUMERIC
               MOVE ZERO TO EM-LEAVE-DATE.
           MOVE WS-RUN-DATE   TO LP-AS-AT-DATE.
           MOVE EM-START-DATE TO LP-START-DATE.
           MOVE EM-LEAVE-DATE TO LP-LEAVE-DATE.
           CALL "KPLEAVE" USING LEAVE-PARAMETERS.
      *    GONE BEFORE THE YEAR BEGAN OR NOT YET STARTED.
           IF EM-LEAVE-DATE NOT = ZERO
               AND EM-LEAVE-DATE < LP-YEAR-START
               GO TO C999.
           IF EM-START-DATE NUMERIC
               AND EM-START-DATE > LP-YEAR-END
               GO TO C999.
      *
           IF WS-GROUP-STARTED = 1
               AND EM-CO-NO NOT = WS-PREV-CO-NO
               PERFORM E-DEPT-TOTAL
               PERFORM F-CO-TOTAL
               MOVE ZERO TO WS-GROUP-STARTED.
           IF WS-GROUP-STARTED = 1
               AND EM-DEPT NOT = WS-PREV-DEPT
               PERFORM E-DEPT-TOTAL
               MOVE ZERO TO WS-GROUP-STARTED.
           IF WS-GROUP-STARTED = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE EM-CO-NO TO WS-GL-CO-NO
               MOVE EM-DEPT  TO WS-GL-DEPT
               WRITE REPORT-LINE FROM WS-GROUP-LINE
               MOVE 1 TO WS-GROUP-STARTED.
           MOVE EM-CO-NO TO WS-PREV-CO-NO.
           MOVE EM-DEPT  TO WS-PREV-DEPT.
      *
           PERFORM D-SUM-ABSENCES.
           COMPUTE WS-REMAINING =
               LP-ENTITLEMENT - WS-TAKEN - WS-BOOKED.
      *
           MOVE EM-EMP-NO      TO WS-DL-EMP-NO.
           MOVE EM-NAME        TO WS-DL-NAME.
           MOVE LP-ENTITLEMENT TO WS-DL-ENT.
           MOVE WS-TAKEN       TO WS-DL-TAKEN.
           MOVE WS-BOOKED      TO WS-DL-BOOKED.
           MOVE WS-REMAINING   TO WS-DL-REMAINING.
           MOVE WS-SICK        TO WS-DL-SICK.
           MOVE WS-UNPAID      TO WS-DL-UNPAID.
           MOVE SPACES         TO WS-DL-NOTE.
           IF EM-LEAVE-DATE NOT = ZERO
               MOVE EM-LEAVE-DATE TO WS-NW-LEAVE-DATE
               IF WS-SETTLED = 1
                   MOVE " PAID"   TO WS-NW-SETTLED
               ELSE
                   MOVE " UNPAID" TO WS-NW-SETTLED
               END-IF
               MOVE WS-NOTE-WORK TO WS-DL-NOTE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-EMPLOYEES-LISTED.
      *
           ADD LP-ENTITLEMENT TO WS-DEPT-ENT       WS-CO-ENT.
           ADD WS-TAKEN       TO WS-DEPT-TAKEN     WS-CO-TAKEN.
           ADD WS-BOOKED      TO WS-DEPT-BOOKED    WS-CO-BOOKED.
           ADD WS-REMAINING   TO WS-DEPT-REMAINING WS-CO-REMAINING.
           ADD WS-SICK        TO WS-DEPT-SICK      WS-CO-SICK.
           ADD WS-UNPAID      TO WS-DEPT-UNPAID    WS-CO-UNPAID.
       C999.
           EXIT.
      *
       D-SUM-ABSENCES SECTION.
       D100.
           MOVE ZERO TO WS-TAKEN.
           MOVE ZERO TO WS-BOOKED.
           MOVE ZERO TO WS-SICK.
           MOVE ZERO TO WS-UNPAID.
           MOVE ZERO TO WS-SETTLED.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AT-COUNT
               IF WS-AT-CO-NO(WS-AX) = EM-CO-NO
                   AND WS-AT-EMP-NO(WS-AX) = EM-EMP-NO
                   AND WS-AT-DATE(WS-AX) NOT < LP-YEAR-START
                   AND WS-AT-DATE(WS-AX) NOT > LP-YEAR-END
                   EVALUATE WS-AT-TYPE(WS-AX)
                       WHEN "H"
                           IF WS-AT-DATE(WS-AX) > WS-RUN-DATE
                               ADD WS-AT-HOURS(WS-AX) TO WS-BOOKED
                           ELSE
                               ADD WS-AT-HOURS(WS-AX) TO WS-TAKEN
                           END-IF
                       WHEN "S"
                           ADD WS-AT-HOURS(WS-AX) TO WS-SICK
                       WHEN "U"
                           ADD WS-AT-HOURS(WS-AX) TO WS-UNPAID
                       WHEN "L"
                           MOVE 1 TO WS-SETTLED
                   END-EVALUATE
               END-IF
           END-PERFORM.
       D999.
           EXIT.
      *
       E-DEPT-TOTAL SECTION.
       E100.
           MOVE "  DEPARTMENT TOTAL"  TO WS-TL-TEXT.
           MOVE WS-DEPT-ENT       TO WS-TL-ENT.
           MOVE WS-DEPT-TAKEN     TO WS-TL-TAKEN.
           MOVE WS-DEPT-BOOKED    TO WS-TL-BOOKED.
           MOVE WS-DEPT-REMAINING TO WS-TL-REMAINING.
           MOVE WS-DEPT-SICK      TO WS-TL-SICK.
           MOVE WS-DEPT-UNPAID    TO WS-TL-UNPAID.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-DEPT-ENT.
           MOVE ZERO TO WS-DEPT-TAKEN.
           MOVE ZERO TO WS-DEPT-BOOKED.
           MOVE ZERO TO WS-DEPT-REMAINING.
           MOVE ZERO TO WS-DEPT-SICK.
           MOVE ZERO TO WS-DEPT-UNPAID.
       E999.
           EXIT.
      *
       F-CO-TOTAL SECTION.
       F100.
           MOVE "  COMPANY TOTAL"     TO WS-TL-TEXT.
           MOVE WS-CO-ENT         TO WS-TL-ENT.
           MOVE WS-CO-TAKEN       TO WS-TL-TAKEN.
           MOVE WS-CO-BOOKED      TO WS-TL-BOOKED.
           MOVE WS-CO-REMAINING   TO WS-TL-REMAINING.
           MOVE WS-CO-SICK        TO WS-TL-SICK.
           MOVE WS-CO-UNPAID      TO WS-TL-UNPAID.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-CO-ENT.
           MOVE ZERO TO WS-CO-TAKEN.
           MOVE ZERO TO WS-CO-BOOKED.
           MOVE ZERO TO WS-CO-REMAINING.
           MOVE ZERO TO WS-CO-SICK.
           MOVE ZERO TO WS-CO-UNPAID.
       F999.
           EXIT.
