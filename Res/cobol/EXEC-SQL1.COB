      * (i.e. potentially affected by the retroactive raises ) with  *
      * its total salary expenses and a count of employees who       *
      * contributed to the project.                                  *
      * An update run also writes the approved back pay extract      *
      * KPRETRO.DAT for payroll: a header with the raise date and    *
      * multiplier, one line per employee raised with the old and    *
      * new annual salary and the arrears owed from RAISE-DATE to    *
      * today (the annual increase pro-rated by calendar days), and  *
      * a trailer with the count, the total annual impact and the    *
      * total arrears.  The trailer is only written once the update  *
      * has committed, so payroll's KPAYRETR step will not load an   *
      * extract from a run that rolled back.                         *
      ****************************************************************


              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-STATUS.

           SELECT BACK-PAY-FILE ASSIGN TO "KPRETRO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05  CC-COMMISSION   PIC 9(05)V99.
           05  CC-MODE         PIC X(01).

      ***************************************************************
      *  Back pay extract for payroll - header, one detail per      *
      *  employee raised, trailer written after the COMMIT.         *
      ***************************************************************
       FD  BACK-PAY-FILE.
       01  BACK-PAY-HEADER.
           05  BH-TYPE           PIC X.
           05  BH-RAISE-DATE     PIC X(10).
           05  BH-RUN-DATE       PIC 9(8).
           05  BH-RUN-TIME       PIC 9(6).
           05  BH-PERCENTAGE     PIC 9(3)V99.
           05  BH-RAISE-DAYS     PIC 9(5).
           05  FILLER            PIC X(45).
       01  BACK-PAY-DETAIL.
           05  BD-TYPE           PIC X.
           05  BD-EMPNO          PIC X(6).
           05  BD-NAME           PIC X(30).
           05  BD-OLD-SALARY     PIC 9(7)V99.
           05  BD-NEW-SALARY     PIC 9(7)V99.
           05  BD-INCREASE       PIC 9(7)V99.
           05  BD-ARREARS        PIC 9(7)V99.
           05  FILLER            PIC X(7).
       01  BACK-PAY-TRAILER.
           05  BT-TYPE           PIC X.
           05  BT-COUNT          PIC 9(6).
           05  BT-TOTAL-IMPACT   PIC 9(11)V99.
           05  BT-TOTAL-INCREASE PIC 9(11)V99.
           05  BT-TOTAL-ARREARS  PIC 9(11)V99.
           05  FILLER            PIC X(34).

       WORKING-STORAGE SECTION.
       77  WORK-DAYS PIC S9(4) BINARY VALUE 253.
      *  The values below are only the fallback defaults - every run
       77  RUN-MODE PIC X VALUE "U".
           88  SIMULATION-RUN VALUE "S".
       77  TOTAL-IMPACT PIC S9(11)V99 PACKED-DECIMAL VALUE 0.
       77  BACK-PAY-DATE PIC X(10).
       77  RAISE-DAYS PIC S9(5) BINARY VALUE 0.
       77  BACK-PAY-COUNT PIC 9(6) VALUE 0.
       77  BACK-PAY-INCREASE PIC S9(11)V99 PACKED-DECIMAL VALUE 0.
       77  BACK-PAY-ARREARS PIC S9(11)V99 PACKED-DECIMAL VALUE 0.
       01  BACK-PAY-ROW.
           05  BR-EMPNO      PIC X(6).
           05  BR-NAME       PIC X(30).
           05  BR-OLD-SALARY PIC S9(7)V99 PACKED-DECIMAL.
           05  BR-NEW-SALARY PIC S9(7)V99 PACKED-DECIMAL.
       01  BACK-PAY-LINE.
           05  FILLER PIC X(29) VALUE
               "BACK PAY ARREARS TO DATE   = ".
           05  BL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(6) VALUE " FOR  ".
           05  BL-COUNT PIC ZZZ,ZZ9.
           05  FILLER PIC X(10) VALUE " EMPLOYEES".
       01  PARAMETER-HEADER.
           05  FILLER PIC X(13) VALUE "RAISE-DATE = ".
           05  PH-RAISE-DATE PIC X(11).
           IF SIMULATION-RUN
               GO TO A020-AFTER-UPDATE.

      ***************************************************************
      *  Extract the back pay owed before the salaries change, so   *
      *  the old and new salary of every employee raised are both  *
      *  on file for payroll.                                       *
      ***************************************************************

           PERFORM R000-WRITE-BACK-PAY THRU R090-BACK-PAY-EXIT.

       A010-UPDATE-RETRY.
            EXEC SQL
                UPDATE CORPDATA/EMPLOYEE
           CALL "DB2ERRH" USING GV-COMMON-AREA.
           IF HANDLER-ABORT
               GO TO E010-UPDATE-ERROR.
           PERFORM R100-CLOSE-BACK-PAY THRU R190-CLOSE-BACK-PAY-EXIT.

       A020-AFTER-UPDATE.

       P090-PARAMETERS-EXIT.
           EXIT.

      ***************************************************************
      *  Write the back pay extract header and one detail per       *
      *  employee who qualifies for the raise.  Arrears run from    *
      *  RAISE-DATE to today in calendar days; a raise dated today  *
      *  or later owes none yet.  A multiplier of 1 or less is not  *
      *  a raise and owes no back pay, so no extract is written.    *
      ***************************************************************

       R000-WRITE-BACK-PAY.
           IF PERCENTAGE NOT > 1
               GO TO R090-BACK-PAY-EXIT.
            EXEC SQL
                WHENEVER SQLERROR CONTINUE
           END-EXEC.
            EXEC SQL
                WHENEVER NOT FOUND CONTINUE
           END-EXEC.
           MOVE RAISE-DATE TO BACK-PAY-DATE.
            EXEC SQL
                SELECT DAYS(CURRENT DATE) - DAYS(DATE(:BACK-PAY-DATE))
                  INTO :RAISE-DAYS
                  FROM SYSIBM/SYSDUMMY1
           END-EXEC.
           MOVE SQLCODE TO SQL-RETURN-CODE.
           MOVE "SYSDUMMY1"          TO ERROR-TABLE-NAME.
           MOVE "RAISE DAYS"         TO ERROR-KEY.
           MOVE "SELECT"             TO ERROR-ACTIVITY-TYPE.
           MOVE "RETR"               TO ERROR-RECORD-TYPE.
           MOVE "Y"                  TO ERROR-SQL-ERROR-IND.
           CALL "DB2ERRH" USING GV-COMMON-AREA.
           IF HANDLER-ABORT
               GO TO E010-UPDATE-ERROR.
           IF RAISE-DAYS < ZERO
               MOVE ZERO TO RAISE-DAYS.

           OPEN OUTPUT BACK-PAY-FILE.
           MOVE SPACES TO BACK-PAY-HEADER.
           MOVE "H" TO BH-TYPE.
           MOVE BACK-PAY-DATE TO BH-RAISE-DATE.
           ACCEPT BH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT BH-RUN-TIME FROM TIME.
           MOVE PERCENTAGE TO BH-PERCENTAGE.
           MOVE RAISE-DAYS TO BH-RAISE-DAYS.
           WRITE BACK-PAY-HEADER.

            EXEC SQL
                DECLARE C3 CURSOR FOR
                  SELECT EMPNO, LASTNAME||', '||FIRSTNME, SALARY,
                         SALARY * :PERCENTAGE
                  FROM CORPDATA/EMPLOYEE
                  WHERE COMM >= :COMMISSION
                  ORDER BY EMPNO
                  FOR READ ONLY
           END-EXEC.
            EXEC SQL
                OPEN C3
           END-EXEC.

       R010-NEXT-EMPLOYEE.
            EXEC SQL
                FETCH C3 INTO :BR-EMPNO, :BR-NAME,
                              :BR-OLD-SALARY, :BR-NEW-SALARY
           END-EXEC.
           IF SQLCODE = 100
               GO TO R080-BACK-PAY-DONE.
           MOVE SQLCODE TO SQL-RETURN-CODE.
           MOVE "EMPLOYEE"           TO ERROR-TABLE-NAME.
           MOVE "CURSOR C3"          TO ERROR-KEY.
           MOVE "FETCH"              TO ERROR-ACTIVITY-TYPE.
           MOVE "RETR"               TO ERROR-RECORD-TYPE.
           MOVE "Y"                  TO ERROR-SQL-ERROR-IND.
           CALL "DB2ERRH" USING GV-COMMON-AREA.
           IF HANDLER-ABORT
               GO TO E010-UPDATE-ERROR.
           MOVE SPACES TO BACK-PAY-DETAIL.
           MOVE "D" TO BD-TYPE.
           MOVE BR-EMPNO TO BD-EMPNO.
           MOVE BR-NAME TO BD-NAME.
           MOVE BR-OLD-SALARY TO BD-OLD-SALARY.
           MOVE BR-NEW-SALARY TO BD-NEW-SALARY.
           COMPUTE BD-INCREASE = BR-NEW-SALARY - BR-OLD-SALARY.
           COMPUTE BD-ARREARS ROUNDED = BD-INCREASE * RAISE-DAYS / 365.
           WRITE BACK-PAY-DETAIL.
           ADD 1 TO BACK-PAY-COUNT.
           ADD BD-INCREASE TO BACK-PAY-INCREASE.
           ADD BD-ARREARS TO BACK-PAY-ARREARS.
           GO TO R010-NEXT-EMPLOYEE.

       R080-BACK-PAY-DONE.
            EXEC SQL
                CLOSE C3
           END-EXEC.

       R090-BACK-PAY-EXIT.
           EXIT.

      ***************************************************************
      *  The update has committed - close the extract with its      *
      *  trailer so payroll can load it, and report the arrears.    *
      ***************************************************************

       R100-CLOSE-BACK-PAY.
           EXEC SQL
                WHENEVER SQLERROR GO TO E020-REPORT-ERROR
           END-EXEC.
           IF PERCENTAGE NOT > 1
               GO TO R190-CLOSE-BACK-PAY-EXIT.
           MOVE SPACES TO BACK-PAY-TRAILER.
           MOVE "T" TO BT-TYPE.
           MOVE BACK-PAY-COUNT TO BT-COUNT.
           MOVE TOTAL-IMPACT TO BT-TOTAL-IMPACT.
           MOVE BACK-PAY-INCREASE TO BT-TOTAL-INCREASE.
           MOVE BACK-PAY-ARREARS TO BT-TOTAL-ARREARS.
           WRITE BACK-PAY-TRAILER.
           CLOSE BACK-PAY-FILE.
           MOVE BACK-PAY-ARREARS TO BL-AMOUNT.
           MOVE BACK-PAY-COUNT TO BL-COUNT.
           WRITE PRINT-RECORD FROM BACK-PAY-LINE
                 BEFORE ADVANCING 2 LINES.

       R190-CLOSE-BACK-PAY-EXIT.
           EXIT.

      ***************************************************************
      *  Fetch and write the rows to PRINTFILE.                     *
      ***************************************************************
