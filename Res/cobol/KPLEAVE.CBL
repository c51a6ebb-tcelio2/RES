       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPLEAVE.
       AUTHOR.			   K.C.S. LTD.
      *
      * 		   ***************************
      *                    * K-PAYE 90 VERSION # 9.0 *
      * 		   ***************************
      *
      *                HOLIDAY ENTITLEMENT ROUTINE
      *
      *    CALLED BY KPAYCALC, KPAYLEAV AND THE KPABSMNT ABSENCE
      *    SCREEN SO ALL THREE AGREE ON AN EMPLOYEE'S HOLIDAY
      *    ENTITLEMENT.  GIVEN AN AS-AT DATE AND THE EMPLOYEE'S
      *    START AND LEAVE DATES IT RETURNS THE LEAVE YEAR HOLDING
      *    THE AS-AT DATE - THE TAX YEAR, FOLLOWING THE KPAY69S
      *    RULE: 6 APRIL TO 5 APRIL FOR A "GB" COUNTRY, OTHERWISE
      *    THE CALENDAR YEAR - AND THE HOURS OF HOLIDAY EARNED IN
      *    IT: THE FULL-YEAR ENTITLEMENT PRO-RATED BY THE DAYS OF
      *    THE YEAR THE EMPLOYEE IS ON THE BOOKS (FROM THE LATER OF
      *    START DATE AND YEAR START TO THE EARLIER OF LEAVE DATE
      *    AND YEAR END), ROUNDED TO THE HUNDREDTH OF AN HOUR.
      *    THE CONTROL CARD KPLEAVE.CTL IS READ ON THE FIRST CALL
      *    AND ITS SETTINGS ARE RETURNED WITH EVERY RESULT:
      *      COL  1-5   FULL-YEAR HOLIDAY HOURS 999V99
      *                 (DEFAULT 224.00 - 28 DAYS OF 8 HOURS)
      *      COL  6-8   SICK PAY PERCENT OF THE HOURLY RATE
      *                 (DEFAULT 100)
      *      COL  9-11  COUNTRY FOR THE LEAVE YEAR ("GB" FOR THE
      *                 UK TAX YEAR, DEFAULT THE CALENDAR YEAR)
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "KPLEAVE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           03  LC-ANNUAL-HOURS     PIC 9(3)V99.
           03  LC-SICK-PCT         PIC 9(3).
           03  LC-COUNTRY          PIC XXX.
       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX    VALUE SPACES.
       77  WS-CONTROL-READ         PIC 9     VALUE ZERO.
       77  WS-ANNUAL-HOURS         PIC 9(3)V99 VALUE 224.00.
       77  WS-SICK-PCT             PIC 9(3)  VALUE 100.
       77  WS-COUNTRY              PIC XXX   VALUE SPACES.
       77  WS-FROM-DATE            PIC 9(8)  VALUE ZERO.
       77  WS-TO-DATE              PIC 9(8)  VALUE ZERO.
       77  WS-FROM-DAY             PIC 9(7)  VALUE ZERO.
       77  WS-TO-DAY               PIC 9(7)  VALUE ZERO.
       77  WS-YEAR-FIRST-DAY       PIC 9(7)  VALUE ZERO.
       77  WS-YEAR-LAST-DAY        PIC 9(7)  VALUE ZERO.
       77  WS-DAYS-EMPLOYED        PIC 9(3)  VALUE ZERO.
       77  WS-DAYS-IN-YEAR         PIC 9(3)  VALUE ZERO.
       77  WS-DAY-NUMBER           PIC 9(7)  VALUE ZERO.
       77  WS-PRIOR-YEARS          PIC 9(4)  VALUE ZERO.
       77  WS-QUOTIENT             PIC 9(4)  VALUE ZERO.
       77  WS-REMAINDER            PIC 9(3)  VALUE ZERO.
       77  WS-LEAP-FLAG            PIC 9     VALUE ZERO.
      *
       01  WS-DATE-WORK.
           03  WS-DW-YEAR          PIC 9(4).
           03  WS-DW-MONTH         PIC 99.
           03  WS-DW-DAY           PIC 99.
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                   PIC 9(8).
      *
      *    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH.
      *
       01  WS-MONTH-DAYS-VALUES.
           03  FILLER              PIC X(18) VALUE
               "000031059090120151".
           03  FILLER              PIC X(18) VALUE
               "181212243273304334".
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.
           03  WS-DAYS-BEFORE      PIC 9(3)  OCCURS 12 TIMES.
       LINKAGE SECTION.
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
       PROCEDURE DIVISION USING LEAVE-PARAMETERS.
       A-MAINLINE SECTION.
       A100.
           IF WS-CONTROL-READ = ZERO
               PERFORM B-READ-CONTROL.
           MOVE WS-ANNUAL-HOURS TO LP-ANNUAL-HOURS.
           MOVE WS-SICK-PCT     TO LP-SICK-PCT.
           MOVE WS-COUNTRY      TO LP-COUNTRY.
           PERFORM C-SET-LEAVE-YEAR.
           PERFORM D-PRO-RATE.
       A999.
	   EXIT PROGRAM.
      *
       B-READ-CONTROL SECTION.
       B100.
           MOVE 1 TO WS-CONTROL-READ.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO B999.
           READ CONTROL-FILE
               AT END
                   CLOSE CONTROL-FILE
                   GO TO B999.
           IF LC-ANNUAL-HOURS NUMERIC
               MOVE LC-ANNUAL-HOURS TO WS-ANNUAL-HOURS
           ELSE
               DISPLAY "KPLEAVE: HOLIDAY HOURS ON KPLEAVE.CTL NOT "
                       "NUMERIC - 224.00 USED".
           IF LC-SICK-PCT NUMERIC
               MOVE LC-SICK-PCT TO WS-SICK-PCT
           ELSE
               DISPLAY "KPLEAVE: SICK PERCENT ON KPLEAVE.CTL NOT "
                       "NUMERIC - 100 USED".
           MOVE LC-COUNTRY TO WS-COUNTRY.
           CLOSE CONTROL-FILE.
       B999.
           EXIT.
      *
       C-SET-LEAVE-YEAR SECTION.
       C100.
      *
      *    THE SAME JURISDICTION RULE AS KPAY69S'S B-SET-TAX-YEAR,
      *    WITH THE YEAR TAKEN FROM THE AS-AT DATE: A UK DATE
      *    BEFORE 6 APRIL FALLS IN THE YEAR THAT BEGAN THE
      *    PREVIOUS APRIL.
      *
           MOVE LP-AS-AT-DATE TO WS-DATE-WORK-N.
           IF WS-COUNTRY = "GB " OR "GB"
               IF (WS-DW-MONTH * 100) + WS-DW-DAY < 0406
                   SUBTRACT 1 FROM WS-DW-YEAR
               END-IF
               COMPUTE LP-YEAR-START =
                   (WS-DW-YEAR * 10000) + 0406
               COMPUTE LP-YEAR-END =
                   ((WS-DW-YEAR + 1) * 10000) + 0405
           ELSE
               COMPUTE LP-YEAR-START =
                   (WS-DW-YEAR * 10000) + 0101
               COMPUTE LP-YEAR-END =
                   (WS-DW-YEAR * 10000) + 1231.
       C999.
           EXIT.
      *
       D-PRO-RATE SECTION.
       D100.
           MOVE ZERO TO LP-ENTITLEMENT.
           MOVE LP-YEAR-START TO WS-FROM-DATE.
           IF LP-START-DATE NUMERIC
               AND LP-START-DATE > WS-FROM-DATE
               MOVE LP-START-DATE TO WS-FROM-DATE.
           MOVE LP-YEAR-END TO WS-TO-DATE.
           IF LP-LEAVE-DATE NUMERIC
               AND LP-LEAVE-DATE NOT = ZERO
               AND LP-LEAVE-DATE < WS-TO-DATE
               MOVE LP-LEAVE-DATE TO WS-TO-DATE.
      *    STARTED AFTER OR LEFT BEFORE THE YEAR - NOTHING EARNED.
           IF WS-TO-DATE < WS-FROM-DATE
               GO TO D999.
      *
           MOVE LP-YEAR-START TO WS-DATE-WORK-N.
           PERFORM E-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-YEAR-FIRST-DAY.
           MOVE LP-YEAR-END TO WS-DATE-WORK-N.
           PERFORM E-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-YEAR-LAST-DAY.
           MOVE WS-FROM-DATE TO WS-DATE-WORK-N.
           PERFORM E-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-FROM-DAY.
           MOVE WS-TO-DATE TO WS-DATE-WORK-N.
           PERFORM E-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-TO-DAY.
      *
           COMPUTE WS-DAYS-EMPLOYED = WS-TO-DAY - WS-FROM-DAY + 1.
           COMPUTE WS-DAYS-IN-YEAR =
               WS-YEAR-LAST-DAY - WS-YEAR-FIRST-DAY + 1.
           COMPUTE LP-ENTITLEMENT ROUNDED =
               WS-ANNUAL-HOURS * WS-DAYS-EMPLOYED / WS-DAYS-IN-YEAR.
       D999.
           EXIT.
      *
       E-DAY-NUMBER SECTION.
       E100.
      *
      *    DAYS FROM 1 JANUARY OF YEAR 1 TO THE DATE IN
      *    WS-DATE-WORK - ONLY EVER USED AS A DIFFERENCE.
      *
           COMPUTE WS-PRIOR-YEARS = WS-DW-YEAR - 1.
           COMPUTE WS-DAY-NUMBER = WS-PRIOR-YEARS * 365
               + WS-DAYS-BEFORE(WS-DW-MONTH) + WS-DW-DAY.
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-QUOTIENT.
           ADD WS-QUOTIENT TO WS-DAY-NUMBER.
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-QUOTIENT.
           SUBTRACT WS-QUOTIENT FROM WS-DAY-NUMBER.
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-QUOTIENT.
           ADD WS-QUOTIENT TO WS-DAY-NUMBER.
      *
           MOVE ZERO TO WS-LEAP-FLAG.
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE 1 TO WS-LEAP-FLAG
               DIVIDE WS-DW-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER = ZERO
                   MOVE ZERO TO WS-LEAP-FLAG
                   DIVIDE WS-DW-YEAR BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = ZERO
                       MOVE 1 TO WS-LEAP-FLAG.
           IF WS-LEAP-FLAG = 1
               AND WS-DW-MONTH > 2
               ADD 1 TO WS-DAY-NUMBER.
       E999.
           EXIT.
