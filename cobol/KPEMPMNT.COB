       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    KPEMPMNT.
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
      *    ONLINE MAINTENANCE FOR THE K-PAYE EMPLOYEE MASTER
      *    KPEMPMST.DAT.  UNTIL NOW THE FILE WAS ONLY REWRITTEN BY
      *    KPAYCALC'S OLD-MASTER/NEW-MASTER PASS, AND STARTERS,
      *    LEAVERS, DEPARTMENT MOVES AND TAX CODE CHANGES WERE MADE
      *    BY EDITING IT RAW.  THE MASTER IS LOADED AT SIGN-ON (BAD
      *    AND DUPLICATE LINES ARE REPORTED AND DROPPED), MAINTAINED
      *    IN STORAGE KEYED BY COMPANY AND EMPLOYEE NUMBER, AND
      *    REWRITTEN WHOLE AT EXIT IN THE COMPANY/DEPARTMENT/
      *    EMPLOYEE SEQUENCE THE PAY RUN AND THE KPAY69S/KPAY69L
      *    SCHEDULES DEPEND ON.  THE TAX CODE MUST BE ON THE RATE-
      *    BAND TABLE KPTAXBND.DAT; A COMPANY OR DEPARTMENT NOT YET
      *    ON THE MASTER MUST BE CONFIRMED BY THE OPERATOR.  ADD
      *    SETS EM-START-DATE (DEFAULT TODAY) AND CHANGE SETS OR
      *    CLEARS EM-LEAVE-DATE.  AN EMPLOYEE WITH PAY-TO-DATE
      *    CANNOT BE DELETED - EM-PAY-TO-DATE IS THE CURRENT TAX
      *    YEAR'S CUMULATIVE PAY, SO THE RECORD MUST STAY FOR THE
      *    YEAR-END RETURNS; SET A LEAVE DATE INSTEAD.  EVERY ADD,
      *    CHANGE AND DELETE GOES THROUGH MNTAUDIT WITH BEFORE AND
      *    AFTER IMAGES.  PAY-TO-DATE ITSELF IS NOT KEYABLE HERE -
      *    ONLY THE PAY RUN ADVANCES IT.  BANK DETAILS (ROUTING
      *    NUMBER, PROVED BY ITS CHECK DIGIT, ACCOUNT AND ACCOUNT
      *    TYPE) ARE OPTIONAL - AN EMPLOYEE WITHOUT THEM IS PAID BY
      *    CHECK IN THE KPAYBANK PAYMENT RUN.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL EMPLOYEE-MASTER-FILE
               ASSIGN TO "KPEMPMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT OPTIONAL TAX-BAND-FILE ASSIGN TO "KPTAXBND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.
      *
           SELECT OPTIONAL TEST-LOG-FILE
               ASSIGN TO "TESTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE.
      *
       01  EMPLOYEE-MASTER-RECORD.
           03  EM-CO-NO                PIC  X(02).
           03  EM-DEPT                 PIC  X(04).
           03  EM-EMP-NO               PIC  X(06).
           03  EM-NAME                 PIC  X(25).
           03  EM-START-DATE           PIC  9(08).
           03  EM-TAX-CODE             PIC  X(06).
           03  EM-PAY-TO-DATE          PIC  9(07)V99.
           03  EM-LEAVE-DATE           PIC  9(08).
           03  EM-BANK-ROUTING         PIC  X(09).
           03  EM-BANK-ACCOUNT         PIC  X(17).
           03  EM-BANK-ACCT-TYPE       PIC  X(01).
           03  EM-TAX-TO-DATE          PIC  9(07)V99.
      *
       FD  TAX-BAND-FILE.
      *
       01  TAX-BAND-RECORD.
           03  TB-TAX-CODE             PIC  X(06).
           03  TB-BAND                 OCCURS 3 TIMES.
               05  TB-UPPER-LIMIT      PIC  9(07)V99.
               05  TB-RATE-PCT         PIC  9(02)V99.
      *
       FD  TEST-LOG-FILE.
      *
       01  TEST-LOG-RECORD.
           03  TL-OPERATOR-ID          PIC  X(08).
           03  TL-TIMESTAMP            PIC  9(14).
           03  TL-SCREEN-NAME          PIC  X(30).
           03  TL-ENTERED-VALUE        PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *                     ALPHA 77'S
      *
       77  WS-ANSWER                   PIC  X(01) VALUE SPACE.
       77  WS-MENU-CHOICE              PIC  X(01) VALUE SPACE.
       77  WS-MASTER-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-BAND-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-CO-IN                    PIC  X(02) VALUE SPACES.
       77  WS-EMP-IN                   PIC  X(06) VALUE SPACES.
       77  WS-DEPT-IN                  PIC  X(04) VALUE SPACES.
       77  WS-NAME-IN                  PIC  X(25) VALUE SPACES.
       77  WS-TAX-CODE-IN              PIC  X(06) VALUE SPACES.
       77  WS-DATE-IN                  PIC  X(08) VALUE SPACES.
       77  WS-ROUTING-IN               PIC  X(09) VALUE SPACES.
       77  WS-ACCOUNT-IN               PIC  X(17) VALUE SPACES.
       77  WS-ACCT-TYPE-IN             PIC  X(01) VALUE SPACE.
      *
      *                    NUMERIC 77'S
      *
       77  WS-ESCAPE-FLAG              PIC  9(01) VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
      *    THE MASTER RECORD IS 104 BYTES AND THE AUDIT IMAGES 100,
      *    SO THE LOGGED IMAGES DROP THE LOW DIGITS OF TAX-TO-DATE -
      *    A FIELD ONLY THE PAY RUN AND YEAR END CHANGE.
       77  WS-BEFORE-IMAGE             PIC  X(104) VALUE SPACES.
      *
       01  MNT-AUDIT-PARAMETERS.
           03  MA-OPERATOR-ID          PIC  X(08).
           03  MA-FILE-NAME            PIC  X(12).
           03  MA-ACTION               PIC  X(01).
           03  MA-RECORD-KEY           PIC  X(20).
           03  MA-BEFORE-IMAGE         PIC  X(100).
           03  MA-AFTER-IMAGE          PIC  X(100).
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
       77  WS-EX                       PIC  9(04) VALUE ZERO.
       77  WS-SLOT                     PIC  9(04) VALUE ZERO.
       77  WS-BX                       PIC  9(03) VALUE ZERO.
       77  WS-CHANGED-FLAG             PIC  9(01) VALUE ZERO.
       77  WS-VALID-FLAG               PIC  9(01) VALUE ZERO.
       77  WS-FOUND-FLAG               PIC  9(01) VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-DATE-NUM                 PIC  9(08) VALUE ZERO.
       77  WS-START-DATE-NEW           PIC  9(08) VALUE ZERO.
       77  WS-DATE-MM                  PIC  9(02) VALUE ZERO.
       77  WS-DATE-DD                  PIC  9(02) VALUE ZERO.
       77  WS-PTD-EDIT                 PIC  Z,ZZZ,ZZ9.99.
       77  WS-TTD-EDIT                 PIC  Z,ZZZ,ZZ9.99.
       77  WS-CHECK-SUM                PIC  9(04) VALUE ZERO.
       77  WS-CHECK-QUOTIENT           PIC  9(04) VALUE ZERO.
       77  WS-CHECK-REMAINDER          PIC  9(01) VALUE ZERO.
      *
       01  WS-ROUTING-CHECK.
           03  WS-RC-DIGIT             PIC  9(01) OCCURS 9 TIMES.
      *
       78  WS-EMPLOYEE-LIMIT                    VALUE 2000.
       77  WS-EMPLOYEE-COUNT           PIC  9(04) VALUE ZERO.
      *
       01  WS-EMPLOYEE-TABLE.
           03  WS-EMPLOYEE-ENTRY       OCCURS 2000 TIMES.
               05  WS-ET-CO-NO         PIC  X(02).
               05  WS-ET-DEPT          PIC  X(04).
               05  WS-ET-EMP-NO        PIC  X(06).
               05  WS-ET-NAME          PIC  X(25).
               05  WS-ET-START-DATE    PIC  9(08).
               05  WS-ET-TAX-CODE      PIC  X(06).
               05  WS-ET-PAY-TO-DATE   PIC  9(07)V99.
               05  WS-ET-LEAVE-DATE    PIC  9(08).
               05  WS-ET-BANK-ROUTING  PIC  X(09).
               05  WS-ET-BANK-ACCOUNT  PIC  X(17).
               05  WS-ET-BANK-ACCT-TYPE
                                       PIC  X(01).
               05  WS-ET-TAX-TO-DATE   PIC  9(07)V99.
      *
       01  WS-SAVE-ENTRY               PIC  X(104).
      *
      *    THE SORT KEY FOR THE REWRITE - COMPANY, DEPARTMENT, THEN
      *    EMPLOYEE NUMBER - AS KPAYCALC'S SCHEDULE BREAKS EXPECT.
      *
       01  WS-SORT-KEY-1.
           03  WS-SK1-CO-NO            PIC  X(02).
           03  WS-SK1-DEPT             PIC  X(04).
           03  WS-SK1-EMP-NO           PIC  X(06).
       01  WS-SORT-KEY-2.
           03  WS-SK2-CO-NO            PIC  X(02).
           03  WS-SK2-DEPT             PIC  X(04).
           03  WS-SK2-EMP-NO           PIC  X(06).
      *
       01  WS-AUDIT-KEY.
           03  WS-AK-CO-NO             PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-AK-EMP-NO            PIC  X(06).
      *
       78  WS-TAX-CODE-LIMIT                    VALUE 200.
       77  WS-TAX-CODE-COUNT           PIC  9(03) VALUE ZERO.
      *
       01  WS-TAX-CODE-TABLE.
           03  WS-TC-CODE              PIC  X(06)
                                       OCCURS 200 TIMES.
      *
       LINKAGE SECTION.
      *
      *    PASSED BY THE MENUT MASTER MENU SO ONE SIGN-ON COVERS THE
      *    WHOLE SESSION; WHEN THE PROGRAM IS RUN STANDALONE NOTHING
      *    IS PASSED, THE ADDRESS TESTS NULL, AND THE OPERATOR IS
      *    PROMPTED.
      *
       01  MENU-CHAIN-AREA.
           03  MC-OPERATOR-ID          PIC  X(08).
           03  MC-TERMINAL-ID          PIC  X(08).
           03  MC-SCREEN-LINES         PIC  9(03).
           03  MC-SCREEN-COLUMNS       PIC  9(03).
           03  MC-RETURN-CODE          PIC  X(01).
      /
       PROCEDURE DIVISION USING MENU-CHAIN-AREA.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           SET WS-CHAIN-PTR TO ADDRESS OF MENU-CHAIN-AREA.
           IF (WS-CHAIN-PTR NOT = NULL)
               AND (MC-SCREEN-LINES NUMERIC)
               AND (MC-OPERATOR-ID NOT = SPACES)
               MOVE MC-OPERATOR-ID TO TL-OPERATOR-ID
           ELSE
               DISPLAY "Enter Operator ID: "
               ACCEPT TL-OPERATOR-ID
           END-IF.
      *    RE-VERIFY THE OPERATOR'S AUTHORITY ON ENTRY - A
      *    STANDALONE START MUST NOT BYPASS THE ROLE CHECK.
           CALL "AUTHCHK" USING BY CONTENT TL-OPERATOR-ID
                                BY CONTENT "KPEMPMNT"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "KPEMPMNT: OPERATOR NOT AUTHORIZED"
               GOBACK.
           OPEN EXTEND TEST-LOG-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM 100000-LOAD-TAX-CODES
              THRU 100000-EXIT.
           PERFORM 110000-LOAD-EMPLOYEES
              THRU 110000-EXIT.
           DISPLAY "TAX CODES LOADED: " WS-TAX-CODE-COUNT
                   "   EMPLOYEES LOADED: " WS-EMPLOYEE-COUNT.
           IF (WS-TAX-CODE-COUNT = ZERO)
               DISPLAY "NO KPTAXBND.DAT - ADD AND TAX CODE CHANGES"
                       " ARE REFUSED".
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
           IF (WS-CHANGED-FLAG = 1)
               PERFORM 200000-REWRITE-MASTER
                  THRU 200000-EXIT
               DISPLAY "KPEMPMST.DAT REWRITTEN: "
                       WS-EMPLOYEE-COUNT " EMPLOYEES"
           END-IF.
      *
       000000-EXIT.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
      *
      *               G E T   M E N U   C H O I C E
      *
       000100-GET-MENU-CHOICE.
      *
           DISPLAY " ".
           DISPLAY "P A Y R O L L   E M P L O Y E E   M A I N T".
           DISPLAY "A - ADD   C - CHANGE   D - DELETE".
           DISPLAY "I - INQUIRE   X - EXIT (REWRITES FILE)".
           DISPLAY "ENTER YOUR CHOICE: ".
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE.
      *
           MOVE "000100-GET-MENU-CHOICE" TO TL-SCREEN-NAME.
           MOVE WS-MENU-CHOICE            TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
               TO WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A"
                   PERFORM 000200-ADD-EMPLOYEE
                      THRU 000200-EXIT
               WHEN "C"
                   PERFORM 000300-CHANGE-EMPLOYEE
                      THRU 000300-EXIT
               WHEN "D"
                   PERFORM 000400-DELETE-EMPLOYEE
                      THRU 000400-EXIT
               WHEN "I"
                   PERFORM 000500-INQUIRE-EMPLOYEE
                      THRU 000500-EXIT
               WHEN "X"
                   MOVE 1 TO WS-ESCAPE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *               G E T   E M P L O Y E E   K E Y
      *
       000150-GET-KEY.
      *
           DISPLAY "COMPANY (2 CHARACTERS): ".
           MOVE SPACES TO WS-CO-IN.
           ACCEPT WS-CO-IN.
           MOVE FUNCTION UPPER-CASE(WS-CO-IN) TO WS-CO-IN.
           MOVE SPACES TO WS-EMP-IN.
           IF (WS-CO-IN(1:1) = SPACE) OR (WS-CO-IN(2:1) = SPACE)
               DISPLAY "COMPANY MUST BE TWO CHARACTERS"
               MOVE SPACES TO WS-CO-IN
               GO TO 000150-EXIT.
      *
           DISPLAY "EMPLOYEE NUMBER: ".
           ACCEPT WS-EMP-IN.
           MOVE FUNCTION UPPER-CASE(WS-EMP-IN) TO WS-EMP-IN.
           IF (WS-EMP-IN = SPACES)
               MOVE SPACES TO WS-CO-IN
               GO TO 000150-EXIT.
      *
           MOVE WS-CO-IN  TO WS-AK-CO-NO.
           MOVE WS-EMP-IN TO WS-AK-EMP-NO.
           MOVE 0 TO WS-SLOT.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL (WS-EX > WS-EMPLOYEE-COUNT)
                      OR (WS-SLOT > 0)
               IF (WS-ET-CO-NO(WS-EX) = WS-CO-IN)
                   AND (WS-ET-EMP-NO(WS-EX) = WS-EMP-IN)
                   MOVE WS-EX TO WS-SLOT
               END-IF
           END-PERFORM.
      *
       000150-EXIT.
           EXIT.
      *
      *
      *                A D D   E M P L O Y E E
      *
       000200-ADD-EMPLOYEE.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-CO-IN = SPACES)
               GO TO 000200-EXIT.
           IF (WS-SLOT > 0)
               DISPLAY "EMPLOYEE ALREADY ON MASTER - USE CHANGE"
               GO TO 000200-EXIT.
           IF (WS-EMPLOYEE-COUNT NOT < WS-EMPLOYEE-LIMIT)
               DISPLAY "EMPLOYEE TABLE FULL"
               GO TO 000200-EXIT.
      *
           PERFORM 000610-CHECK-NEW-COMPANY
              THRU 000610-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000200-EXIT.
      *
           DISPLAY "DEPARTMENT: ".
           MOVE SPACES TO WS-DEPT-IN.
           ACCEPT WS-DEPT-IN.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN.
           PERFORM 000620-CHECK-DEPARTMENT
              THRU 000620-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000200-EXIT.
      *
           DISPLAY "NAME: ".
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF (WS-NAME-IN = SPACES)
               DISPLAY "NAME IS REQUIRED"
               GO TO 000200-EXIT.
      *
           DISPLAY "TAX CODE: ".
           MOVE SPACES TO WS-TAX-CODE-IN.
           ACCEPT WS-TAX-CODE-IN.
           MOVE FUNCTION UPPER-CASE(WS-TAX-CODE-IN)
               TO WS-TAX-CODE-IN.
           PERFORM 000630-CHECK-TAX-CODE
              THRU 000630-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000200-EXIT.
      *
           DISPLAY "START DATE (YYYYMMDD, BLANK = TODAY): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF (WS-DATE-IN = SPACES)
               MOVE WS-RUN-DATE TO WS-DATE-NUM
           ELSE
               PERFORM 000640-CHECK-DATE
                  THRU 000640-EXIT
               IF (WS-VALID-FLAG = 0)
                   GO TO 000200-EXIT
               END-IF
           END-IF.
      *
           DISPLAY "BANK ROUTING NUMBER (BLANK = PAID BY CHECK): ".
           PERFORM 000650-GET-BANK-DETAILS
              THRU 000650-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000200-EXIT.
      *
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE WS-EMPLOYEE-COUNT TO WS-SLOT.
           MOVE WS-CO-IN       TO WS-ET-CO-NO(WS-SLOT).
           MOVE WS-DEPT-IN     TO WS-ET-DEPT(WS-SLOT).
           MOVE WS-EMP-IN      TO WS-ET-EMP-NO(WS-SLOT).
           MOVE WS-NAME-IN     TO WS-ET-NAME(WS-SLOT).
           MOVE WS-DATE-NUM    TO WS-ET-START-DATE(WS-SLOT).
           MOVE WS-TAX-CODE-IN TO WS-ET-TAX-CODE(WS-SLOT).
           MOVE ZERO           TO WS-ET-PAY-TO-DATE(WS-SLOT).
           MOVE ZERO           TO WS-ET-LEAVE-DATE(WS-SLOT).
           MOVE ZERO           TO WS-ET-TAX-TO-DATE(WS-SLOT).
           MOVE WS-ROUTING-IN  TO WS-ET-BANK-ROUTING(WS-SLOT).
           MOVE WS-ACCOUNT-IN  TO WS-ET-BANK-ACCOUNT(WS-SLOT).
           MOVE WS-ACCT-TYPE-IN
                               TO WS-ET-BANK-ACCT-TYPE(WS-SLOT).
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "A" TO MA-ACTION.
           MOVE WS-AUDIT-KEY TO MA-RECORD-KEY.
           MOVE SPACES TO MA-BEFORE-IMAGE.
           MOVE WS-EMPLOYEE-ENTRY(WS-SLOT) TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "EMPLOYEE ADDED".
      *
       000200-EXIT.
           EXIT.
      *
      *
      *              C H A N G E   E M P L O Y E E
      *
      *  ** EACH FIELD SHOWS ITS CURRENT VALUE; A BLANK ENTRY KEEPS **
      *  ** IT.  THE CHANGES ARE BUILT IN THE SAVE AREA AND ONLY    **
      *  ** MOVED BACK WHEN EVERY FIELD HAS PASSED ITS CHECK.       **
      *
       000300-CHANGE-EMPLOYEE.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-CO-IN = SPACES)
               GO TO 000300-EXIT.
           IF (WS-SLOT = 0)
               DISPLAY "EMPLOYEE NOT ON MASTER"
               GO TO 000300-EXIT.
      *
           MOVE WS-EMPLOYEE-ENTRY(WS-SLOT) TO WS-BEFORE-IMAGE.
           PERFORM 000550-SHOW-EMPLOYEE
              THRU 000550-EXIT.
      *
           DISPLAY "NEW DEPARTMENT (BLANK KEEPS): ".
           MOVE SPACES TO WS-DEPT-IN.
           ACCEPT WS-DEPT-IN.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN.
           IF (WS-DEPT-IN = SPACES)
               MOVE WS-ET-DEPT(WS-SLOT) TO WS-DEPT-IN
           ELSE
               PERFORM 000620-CHECK-DEPARTMENT
                  THRU 000620-EXIT
               IF (WS-VALID-FLAG = 0)
                   GO TO 000300-EXIT
               END-IF
           END-IF.
      *
           DISPLAY "NEW NAME (BLANK KEEPS): ".
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF (WS-NAME-IN = SPACES)
               MOVE WS-ET-NAME(WS-SLOT) TO WS-NAME-IN.
      *
           DISPLAY "NEW TAX CODE (BLANK KEEPS): ".
           MOVE SPACES TO WS-TAX-CODE-IN.
           ACCEPT WS-TAX-CODE-IN.
           MOVE FUNCTION UPPER-CASE(WS-TAX-CODE-IN)
               TO WS-TAX-CODE-IN.
           IF (WS-TAX-CODE-IN = SPACES)
               MOVE WS-ET-TAX-CODE(WS-SLOT) TO WS-TAX-CODE-IN
           ELSE
               PERFORM 000630-CHECK-TAX-CODE
                  THRU 000630-EXIT
               IF (WS-VALID-FLAG = 0)
                   GO TO 000300-EXIT
               END-IF
           END-IF.
      *
           DISPLAY "NEW START DATE (YYYYMMDD, BLANK KEEPS): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF (WS-DATE-IN = SPACES)
               MOVE WS-ET-START-DATE(WS-SLOT) TO WS-DATE-NUM
           ELSE
               PERFORM 000640-CHECK-DATE
                  THRU 000640-EXIT
               IF (WS-VALID-FLAG = 0)
                   GO TO 000300-EXIT
               END-IF
           END-IF.
           MOVE WS-DATE-NUM TO WS-START-DATE-NEW.
      *
           DISPLAY "LEAVE DATE (YYYYMMDD, 0 = STILL EMPLOYED,"
                   " BLANK KEEPS): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           EVALUATE TRUE
               WHEN (WS-DATE-IN = SPACES)
                   MOVE WS-ET-LEAVE-DATE(WS-SLOT) TO WS-DATE-NUM
               WHEN (WS-DATE-IN = "0")
                   OR (WS-DATE-IN = "00000000")
                   MOVE ZERO TO WS-DATE-NUM
               WHEN OTHER
                   PERFORM 000640-CHECK-DATE
                      THRU 000640-EXIT
                   IF (WS-VALID-FLAG = 0)
                       GO TO 000300-EXIT
                   END-IF
           END-EVALUATE.
           IF (WS-DATE-NUM NOT = ZERO)
               AND (WS-DATE-NUM < WS-START-DATE-NEW)
               DISPLAY "LEAVE DATE IS BEFORE THE START DATE"
               GO TO 000300-EXIT.
      *
           DISPLAY "NEW BANK ROUTING NUMBER (BLANK KEEPS,"
                   " * = PAY BY CHECK): ".
           PERFORM 000650-GET-BANK-DETAILS
              THRU 000650-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000300-EXIT.
      *
           MOVE WS-DEPT-IN     TO WS-ET-DEPT(WS-SLOT).
           MOVE WS-NAME-IN     TO WS-ET-NAME(WS-SLOT).
           MOVE WS-TAX-CODE-IN TO WS-ET-TAX-CODE(WS-SLOT).
           MOVE WS-START-DATE-NEW
                               TO WS-ET-START-DATE(WS-SLOT).
           MOVE WS-DATE-NUM    TO WS-ET-LEAVE-DATE(WS-SLOT).
           IF (WS-ROUTING-IN = "*")
               MOVE SPACES TO WS-ET-BANK-ROUTING(WS-SLOT)
               MOVE SPACES TO WS-ET-BANK-ACCOUNT(WS-SLOT)
               MOVE SPACES TO WS-ET-BANK-ACCT-TYPE(WS-SLOT)
           ELSE
               IF (WS-ROUTING-IN NOT = SPACES)
                   MOVE WS-ROUTING-IN
                       TO WS-ET-BANK-ROUTING(WS-SLOT)
                   MOVE WS-ACCOUNT-IN
                       TO WS-ET-BANK-ACCOUNT(WS-SLOT)
                   MOVE WS-ACCT-TYPE-IN
                       TO WS-ET-BANK-ACCT-TYPE(WS-SLOT)
               END-IF
           END-IF.
           IF (WS-EMPLOYEE-ENTRY(WS-SLOT) = WS-BEFORE-IMAGE)
               DISPLAY "NO CHANGE MADE"
               GO TO 000300-EXIT.
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "C" TO MA-ACTION.
           MOVE WS-AUDIT-KEY TO MA-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE WS-EMPLOYEE-ENTRY(WS-SLOT) TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "EMPLOYEE CHANGED".
      *
       000300-EXIT.
           EXIT.
      *
      *
      *              D E L E T E   E M P L O Y E E
      *
       000400-DELETE-EMPLOYEE.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-CO-IN = SPACES)
               GO TO 000400-EXIT.
           IF (WS-SLOT = 0)
               DISPLAY "EMPLOYEE NOT ON MASTER"
               GO TO 000400-EXIT.
      *
      *  ** PAY-TO-DATE IS THE TAX YEAR'S CUMULATIVE PAY - AN       **
      *  ** EMPLOYEE PAID THIS YEAR STAYS ON FILE FOR YEAR END.     **
      *
           IF (WS-ET-PAY-TO-DATE(WS-SLOT) > ZERO)
               OR (WS-ET-TAX-TO-DATE(WS-SLOT) > ZERO)
               MOVE WS-ET-PAY-TO-DATE(WS-SLOT) TO WS-PTD-EDIT
               DISPLAY "EMPLOYEE HAS PAY-TO-DATE " WS-PTD-EDIT
                       " THIS TAX YEAR - CANNOT DELETE"
               DISPLAY "SET A LEAVE DATE WITH CHANGE INSTEAD"
               GO TO 000400-EXIT.
      *
           DISPLAY "DELETE " WS-ET-CO-NO(WS-SLOT) "/"
                   WS-ET-EMP-NO(WS-SLOT) " "
                   WS-ET-NAME(WS-SLOT) " ? (Y/N)".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
               GO TO 000400-EXIT.
      *
           MOVE WS-EMPLOYEE-ENTRY(WS-SLOT) TO WS-BEFORE-IMAGE.
           PERFORM VARYING WS-EX FROM WS-SLOT BY 1
                   UNTIL (WS-EX >= WS-EMPLOYEE-COUNT)
               MOVE WS-EMPLOYEE-ENTRY(WS-EX + 1)
                   TO WS-EMPLOYEE-ENTRY(WS-EX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-EMPLOYEE-COUNT.
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "D" TO MA-ACTION.
           MOVE WS-AUDIT-KEY TO MA-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE SPACES TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "EMPLOYEE DELETED".
      *
       000400-EXIT.
           EXIT.
      *
      *
      *             I N Q U I R E   E M P L O Y E E
      *
       000500-INQUIRE-EMPLOYEE.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-CO-IN = SPACES)
               GO TO 000500-EXIT.
           IF (WS-SLOT = 0)
               DISPLAY "EMPLOYEE NOT ON MASTER"
           ELSE
               PERFORM 000550-SHOW-EMPLOYEE
                  THRU 000550-EXIT.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *               S H O W   E M P L O Y E E
      *
       000550-SHOW-EMPLOYEE.
      *
           MOVE WS-ET-PAY-TO-DATE(WS-SLOT) TO WS-PTD-EDIT.
           MOVE WS-ET-TAX-TO-DATE(WS-SLOT) TO WS-TTD-EDIT.
           DISPLAY WS-ET-CO-NO(WS-SLOT) "/" WS-ET-EMP-NO(WS-SLOT)
                   " " WS-ET-NAME(WS-SLOT).
           DISPLAY "  DEPARTMENT " WS-ET-DEPT(WS-SLOT)
                   "   TAX CODE " WS-ET-TAX-CODE(WS-SLOT).
           DISPLAY "  STARTED " WS-ET-START-DATE(WS-SLOT)
                   "   LEFT " WS-ET-LEAVE-DATE(WS-SLOT)
                   "   PAY-TO-DATE " WS-PTD-EDIT.
           DISPLAY "  TAX-TO-DATE " WS-TTD-EDIT.
           IF (WS-ET-BANK-ROUTING(WS-SLOT) = SPACES)
               DISPLAY "  PAID BY CHECK"
           ELSE
               DISPLAY "  BANK " WS-ET-BANK-ROUTING(WS-SLOT)
                       " ACCOUNT " WS-ET-BANK-ACCOUNT(WS-SLOT)
                       " TYPE " WS-ET-BANK-ACCT-TYPE(WS-SLOT).
      *
       000550-EXIT.
           EXIT.
      *
      *
      *          C H E C K   N E W   C O M P A N Y
      *
       000610-CHECK-NEW-COMPANY.
      *
      *  ** THERE IS NO COMPANY FILE - A COMPANY IS KNOWN WHEN IT   **
      *  ** HAS EMPLOYEES, AND A NEW ONE MUST BE CONFIRMED SO A     **
      *  ** MIS-KEYED NUMBER DOES NOT START A PHANTOM PAYROLL.      **
      *
           MOVE 1 TO WS-VALID-FLAG.
           MOVE 0 TO WS-FOUND-FLAG.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL (WS-EX > WS-EMPLOYEE-COUNT)
                      OR (WS-FOUND-FLAG = 1)
               IF (WS-ET-CO-NO(WS-EX) = WS-CO-IN)
                   MOVE 1 TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF (WS-FOUND-FLAG = 0)
               DISPLAY "COMPANY " WS-CO-IN
                       " IS NOT ON THE MASTER - NEW COMPANY? (Y/N)"
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
                   MOVE 0 TO WS-VALID-FLAG
               END-IF
           END-IF.
      *
       000610-EXIT.
           EXIT.
      *
      *
      *          C H E C K   D E P A R T M E N T
      *
       000620-CHECK-DEPARTMENT.
      *
           MOVE 1 TO WS-VALID-FLAG.
           IF (WS-DEPT-IN = SPACES)
               DISPLAY "DEPARTMENT IS REQUIRED"
               MOVE 0 TO WS-VALID-FLAG
               GO TO 000620-EXIT.
      *
           MOVE 0 TO WS-FOUND-FLAG.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL (WS-EX > WS-EMPLOYEE-COUNT)
                      OR (WS-FOUND-FLAG = 1)
               IF (WS-ET-CO-NO(WS-EX) = WS-CO-IN)
                   AND (WS-ET-DEPT(WS-EX) = WS-DEPT-IN)
                   MOVE 1 TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF (WS-FOUND-FLAG = 0)
               DISPLAY "DEPARTMENT " WS-DEPT-IN " IS NEW TO COMPANY "
                       WS-CO-IN " - CONFIRM? (Y/N)"
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
                   MOVE 0 TO WS-VALID-FLAG
               END-IF
           END-IF.
      *
       000620-EXIT.
           EXIT.
      *
      *
      *            C H E C K   T A X   C O D E
      *
       000630-CHECK-TAX-CODE.
      *
           MOVE 0 TO WS-VALID-FLAG.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL (WS-BX > WS-TAX-CODE-COUNT)
                      OR (WS-VALID-FLAG = 1)
               IF (WS-TC-CODE(WS-BX) = WS-TAX-CODE-IN)
                   MOVE 1 TO WS-VALID-FLAG
               END-IF
           END-PERFORM.
           IF (WS-VALID-FLAG = 0)
               DISPLAY "TAX CODE " WS-TAX-CODE-IN
                       " IS NOT ON KPTAXBND.DAT".
      *
       000630-EXIT.
           EXIT.
      *
      *
      *                C H E C K   D A T E
      *
       000640-CHECK-DATE.
      *
           MOVE 0 TO WS-VALID-FLAG.
           IF (WS-DATE-IN NOT NUMERIC)
               DISPLAY "DATE MUST BE EIGHT DIGITS YYYYMMDD"
               GO TO 000640-EXIT.
           MOVE WS-DATE-IN TO WS-DATE-NUM.
           MOVE WS-DATE-IN(5:2) TO WS-DATE-MM.
           MOVE WS-DATE-IN(7:2) TO WS-DATE-DD.
           IF (WS-DATE-NUM < 19000101)
               OR (WS-DATE-MM < 1) OR (WS-DATE-MM > 12)
               OR (WS-DATE-DD < 1) OR (WS-DATE-DD > 31)
               DISPLAY "INVALID DATE " WS-DATE-IN
               GO TO 000640-EXIT.
           MOVE 1 TO WS-VALID-FLAG.
      *
       000640-EXIT.
           EXIT.
      *
      *
      *          G E T   B A N K   D E T A I L S
      *
      *  ** THE CALLER HAS PROMPTED FOR THE ROUTING NUMBER.  BLANK  **
      *  ** (OR "*" ON CHANGE) IS RETURNED AS KEYED; ANY OTHER      **
      *  ** NUMBER MUST PASS THE ABA CHECK DIGIT - 3 X (D1+D4+D7)   **
      *  ** + 7 X (D2+D5+D8) + (D3+D6+D9) A MULTIPLE OF TEN - AND   **
      *  ** IS FOLLOWED BY THE ACCOUNT AND ITS TYPE.                **
      *
       000650-GET-BANK-DETAILS.
      *
           MOVE 1 TO WS-VALID-FLAG.
           MOVE SPACES TO WS-ROUTING-IN.
           MOVE SPACES TO WS-ACCOUNT-IN.
           MOVE SPACE  TO WS-ACCT-TYPE-IN.
           ACCEPT WS-ROUTING-IN.
           IF (WS-ROUTING-IN = SPACES) OR (WS-ROUTING-IN = "*")
               GO TO 000650-EXIT.
      *
           MOVE 0 TO WS-VALID-FLAG.
           IF (WS-ROUTING-IN NOT NUMERIC)
               DISPLAY "ROUTING NUMBER MUST BE NINE DIGITS"
               GO TO 000650-EXIT.
           MOVE WS-ROUTING-IN TO WS-ROUTING-CHECK.
           COMPUTE WS-CHECK-SUM =
                   3 * (WS-RC-DIGIT(1) + WS-RC-DIGIT(4)
                                       + WS-RC-DIGIT(7))
                 + 7 * (WS-RC-DIGIT(2) + WS-RC-DIGIT(5)
                                       + WS-RC-DIGIT(8))
                 +     (WS-RC-DIGIT(3) + WS-RC-DIGIT(6)
                                       + WS-RC-DIGIT(9)).
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER.
           IF (WS-CHECK-REMAINDER NOT = 0)
               DISPLAY "ROUTING NUMBER FAILS CHECK DIGIT"
               GO TO 000650-EXIT.
      *
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WS-ACCOUNT-IN.
           IF (WS-ACCOUNT-IN = SPACES)
               DISPLAY "ACCOUNT NUMBER IS REQUIRED"
               GO TO 000650-EXIT.
           DISPLAY "ACCOUNT TYPE (C = CHECKING, S = SAVINGS): ".
           ACCEPT WS-ACCT-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-TYPE-IN)
               TO WS-ACCT-TYPE-IN.
           IF (WS-ACCT-TYPE-IN NOT = "C")
               AND (WS-ACCT-TYPE-IN NOT = "S")
               DISPLAY "ACCOUNT TYPE MUST BE C OR S"
               GO TO 000650-EXIT.
           MOVE 1 TO WS-VALID-FLAG.
      *
       000650-EXIT.
           EXIT.
      *
      *
      *            L O A D   T A X   C O D E S
      *
       100000-LOAD-TAX-CODES.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT TAX-BAND-FILE.
           IF (WS-BAND-STATUS NOT = "00")
               CLOSE TAX-BAND-FILE
               GO TO 100000-EXIT.
           PERFORM 100100-LOAD-ONE-TAX-CODE
              THRU 100100-EXIT
               UNTIL (WS-EOF-FLAG = 1).
           CLOSE TAX-BAND-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *          L O A D   O N E   T A X   C O D E
      *
       100100-LOAD-ONE-TAX-CODE.
      *
           READ TAX-BAND-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 100100-EXIT.
           IF (TB-TAX-CODE = SPACES)
               GO TO 100100-EXIT.
           IF (WS-TAX-CODE-COUNT NOT < WS-TAX-CODE-LIMIT)
               DISPLAY "KPEMPMNT: TAX CODE TABLE FULL - "
                       TB-TAX-CODE
               GO TO 100100-EXIT.
           ADD 1 TO WS-TAX-CODE-COUNT.
           MOVE TB-TAX-CODE TO WS-TC-CODE(WS-TAX-CODE-COUNT).
      *
       100100-EXIT.
           EXIT.
      *
      *
      *            L O A D   E M P L O Y E E S
      *
       110000-LOAD-EMPLOYEES.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF (WS-MASTER-STATUS NOT = "00")
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 110000-EXIT.
           PERFORM 110100-LOAD-ONE-EMPLOYEE
              THRU 110100-EXIT
               UNTIL (WS-EOF-FLAG = 1).
           CLOSE EMPLOYEE-MASTER-FILE.
      *
       110000-EXIT.
           EXIT.
      *
      *
      *          L O A D   O N E   E M P L O Y E E
      *
       110100-LOAD-ONE-EMPLOYEE.
      *
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 110100-EXIT.
      *    A LINE WRITTEN BEFORE TAX-TO-DATE WAS CARRIED HAS NONE.
           IF (EM-TAX-TO-DATE NOT NUMERIC)
               MOVE ZERO TO EM-TAX-TO-DATE.
      *
      *  ** A MIS-FORMED OR DUPLICATE LINE IS REPORTED AND DROPPED  **
      *  ** RATHER THAN CARRIED INTO THE REWRITTEN MASTER.          **
      *
           IF (EM-CO-NO = SPACES) OR (EM-EMP-NO = SPACES)
               OR (EM-START-DATE NOT NUMERIC)
               OR (EM-PAY-TO-DATE NOT NUMERIC)
               OR (EM-LEAVE-DATE NOT NUMERIC)
               DISPLAY "KPEMPMNT: BAD LINE DROPPED - "
                       EMPLOYEE-MASTER-RECORD
               GO TO 110100-EXIT.
      *
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL (WS-EX > WS-EMPLOYEE-COUNT)
               IF (WS-ET-CO-NO(WS-EX) = EM-CO-NO)
                   AND (WS-ET-EMP-NO(WS-EX) = EM-EMP-NO)
                   DISPLAY "KPEMPMNT: DUPLICATE EMPLOYEE DROPPED - "
                           EMPLOYEE-MASTER-RECORD
                   GO TO 110100-EXIT
               END-IF
           END-PERFORM.
      *
           IF (WS-EMPLOYEE-COUNT NOT < WS-EMPLOYEE-LIMIT)
               DISPLAY "KPEMPMNT: TABLE FULL - "
                       EMPLOYEE-MASTER-RECORD
               GO TO 110100-EXIT.
      *
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EMPLOYEE-MASTER-RECORD
               TO WS-EMPLOYEE-ENTRY(WS-EMPLOYEE-COUNT).
      *
       110100-EXIT.
           EXIT.
      *
      *
      *             R E W R I T E   M A S T E R
      *
       200000-REWRITE-MASTER.
      *
      *  ** EXCHANGE SORT INTO COMPANY/DEPARTMENT/EMPLOYEE ORDER,   **
      *  ** THEN THE WHOLE MASTER IS REWRITTEN.                     **
      *
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL (WS-EX >= WS-EMPLOYEE-COUNT)
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL (WS-SLOT >= WS-EMPLOYEE-COUNT)
                   MOVE WS-ET-CO-NO(WS-SLOT)      TO WS-SK1-CO-NO
                   MOVE WS-ET-DEPT(WS-SLOT)       TO WS-SK1-DEPT
                   MOVE WS-ET-EMP-NO(WS-SLOT)     TO WS-SK1-EMP-NO
                   MOVE WS-ET-CO-NO(WS-SLOT + 1)  TO WS-SK2-CO-NO
                   MOVE WS-ET-DEPT(WS-SLOT + 1)   TO WS-SK2-DEPT
                   MOVE WS-ET-EMP-NO(WS-SLOT + 1) TO WS-SK2-EMP-NO
                   IF (WS-SORT-KEY-1 > WS-SORT-KEY-2)
                       MOVE WS-EMPLOYEE-ENTRY(WS-SLOT)
                           TO WS-SAVE-ENTRY
                       MOVE WS-EMPLOYEE-ENTRY(WS-SLOT + 1)
                           TO WS-EMPLOYEE-ENTRY(WS-SLOT)
                       MOVE WS-SAVE-ENTRY
                           TO WS-EMPLOYEE-ENTRY(WS-SLOT + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
           OPEN OUTPUT EMPLOYEE-MASTER-FILE.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL (WS-EX > WS-EMPLOYEE-COUNT)
               MOVE WS-EMPLOYEE-ENTRY(WS-EX)
                   TO EMPLOYEE-MASTER-RECORD
               WRITE EMPLOYEE-MASTER-RECORD
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
      *
       200000-EXIT.
           EXIT.
      *
      *
      *       W R I T E   M A I N T   A U D I T
      *
       890000-WRITE-MNT-AUDIT.
      *
           MOVE TL-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE "KPEMPMST" TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
