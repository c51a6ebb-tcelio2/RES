       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    KPABSMNT.
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
      *    ONLINE ENTRY OF EMPLOYEE ABSENCES FOR THE K-PAYE PAYROLL,
      *    REPLACING THE HOLIDAY AND SICKNESS CARDS.  EACH ABSENCE IS
      *    ONE LINE OF KPABSENC.DAT - COMPANY, EMPLOYEE, DATE, TYPE
      *    AND HOURS - OF TYPE "H" HOLIDAY, "S" SICKNESS OR "U"
      *    UNPAID LEAVE.  KPAYCALC PAYS EACH LINE IN THE FIRST PAY
      *    RUN ON OR AFTER ITS DATE AND STAMPS IT WITH THE RUN DATE,
      *    AND WRITES AN "L" LINE WHEN IT PAYS A LEAVER'S UNTAKEN
      *    HOLIDAY.  THE EMPLOYEE MUST BE ON KPEMPMST.DAT AND THE
      *    DATE WITHIN THE EMPLOYMENT; HOLIDAY BEYOND THE KPLEAVE
      *    BALANCE FOR THE LEAVE YEAR MUST BE CONFIRMED.  A LINE
      *    ALREADY PAID, OR AN "L" LINE, CANNOT BE DELETED.  INQUIRE
      *    SHOWS THE EMPLOYEE'S BALANCE AND THE YEAR'S ABSENCES.  THE
      *    FILE IS LOADED AT SIGN-ON AND REWRITTEN WHOLE AT EXIT IN
      *    COMPANY/EMPLOYEE/DATE ORDER, SO IT IS NOT MAINTAINED
      *    BETWEEN A PAY RUN AND THE SWAP OF KPABSENC.NEW.  EVERY ADD
      *    AND DELETE GOES THROUGH MNTAUDIT.
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
           SELECT OPTIONAL ABSENCE-FILE ASSIGN TO "KPABSENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSN-STATUS.
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
       FD  ABSENCE-FILE.
      *
       01  ABSENCE-RECORD.
           03  AB-CO-NO                PIC  X(02).
           03  AB-EMP-NO               PIC  X(06).
           03  AB-DATE                 PIC  9(08).
           03  AB-TYPE                 PIC  X(01).
           03  AB-HOURS                PIC  9(03)V99.
           03  AB-PAID-DATE            PIC  9(08).
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
       77  WS-ABSN-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-CO-IN                    PIC  X(02) VALUE SPACES.
       77  WS-EMP-IN                   PIC  X(06) VALUE SPACES.
       77  WS-DATE-IN                  PIC  X(08) VALUE SPACES.
       77  WS-TYPE-IN                  PIC  X(01) VALUE SPACE.
       77  WS-TYPE-NAME                PIC  X(08) VALUE SPACES.
      *
      *                    NUMERIC 77'S
      *
       77  WS-ESCAPE-FLAG              PIC  9(01) VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
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
       77  WS-AX                       PIC  9(04) VALUE ZERO.
       77  WS-SLOT                     PIC  9(04) VALUE ZERO.
       77  WS-ABSN-SLOT                PIC  9(04) VALUE ZERO.
       77  WS-CHANGED-FLAG             PIC  9(01) VALUE ZERO.
       77  WS-VALID-FLAG               PIC  9(01) VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-DATE-NUM                 PIC  9(08) VALUE ZERO.
       77  WS-DATE-MM                  PIC  9(02) VALUE ZERO.
       77  WS-DATE-DD                  PIC  9(02) VALUE ZERO.
       77  WS-HOURS-IN                 PIC  9(03)V99 VALUE ZERO.
       77  WS-TAKEN                    PIC  9(04)V99 VALUE ZERO.
       77  WS-BOOKED                   PIC  9(04)V99 VALUE ZERO.
       77  WS-SICK                     PIC  9(04)V99 VALUE ZERO.
       77  WS-UNPAID                   PIC  9(04)V99 VALUE ZERO.
       77  WS-REMAINING                PIC S9(04)V99 VALUE ZERO.
       77  WS-HOURS-EDIT               PIC  ZZZ9.99.
       77  WS-ENT-EDIT                 PIC  ZZZ9.99.
       77  WS-TAKEN-EDIT               PIC  ZZZ9.99.
       77  WS-BOOKED-EDIT              PIC  ZZZ9.99.
       77  WS-REMAINING-EDIT           PIC  -ZZZ9.99.
       77  WS-SICK-EDIT                PIC  ZZZ9.99.
       77  WS-UNPAID-EDIT              PIC  ZZZ9.99.
      *
       78  WS-EMPLOYEE-LIMIT                    VALUE 2000.
       77  WS-EMPLOYEE-COUNT           PIC  9(04) VALUE ZERO.
      *
      *    ONLY WHAT THE SCREEN CHECKS AGAINST - THE MASTER IS NOT
      *    CHANGED HERE.
      *
       01  WS-EMPLOYEE-TABLE.
           03  WS-EMPLOYEE-ENTRY       OCCURS 2000 TIMES.
               05  WS-ET-CO-NO         PIC  X(02).
               05  WS-ET-EMP-NO        PIC  X(06).
               05  WS-ET-NAME          PIC  X(25).
               05  WS-ET-DEPT          PIC  X(04).
               05  WS-ET-START-DATE    PIC  9(08).
               05  WS-ET-LEAVE-DATE    PIC  9(08).
      *
       78  WS-ABSENCE-LIMIT                     VALUE 5000.
       77  WS-ABSENCE-COUNT            PIC  9(04) VALUE ZERO.
      *
       01  WS-ABSENCE-TABLE.
           03  WS-ABSENCE-ENTRY        OCCURS 5000 TIMES.
               05  WS-AT-KEY.
                   07  WS-AT-CO-NO     PIC  X(02).
                   07  WS-AT-EMP-NO    PIC  X(06).
                   07  WS-AT-DATE      PIC  9(08).
                   07  WS-AT-TYPE      PIC  X(01).
               05  WS-AT-HOURS         PIC  9(03)V99.
               05  WS-AT-PAID-DATE     PIC  9(08).
      *
       01  WS-SAVE-ENTRY               PIC  X(30).
      *
       01  WS-NEW-KEY.
           03  WS-NK-CO-NO             PIC  X(02).
           03  WS-NK-EMP-NO            PIC  X(06).
           03  WS-NK-DATE              PIC  9(08).
           03  WS-NK-TYPE              PIC  X(01).
      *
       01  WS-AUDIT-KEY.
           03  WS-AK-CO-NO             PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-AK-EMP-NO            PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-AK-DATE              PIC  9(08).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-AK-TYPE              PIC  X(01).
      *
       01  LEAVE-PARAMETERS.
           03  LP-AS-AT-DATE           PIC  9(08).
           03  LP-START-DATE           PIC  9(08).
           03  LP-LEAVE-DATE           PIC  9(08).
           03  LP-YEAR-START           PIC  9(08).
           03  LP-YEAR-END             PIC  9(08).
           03  LP-ANNUAL-HOURS         PIC  9(03)V99.
           03  LP-ENTITLEMENT          PIC  9(03)V99.
           03  LP-SICK-PCT             PIC  9(03).
           03  LP-COUNTRY              PIC  X(03).
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
                                BY CONTENT "KPABSMNT"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "KPABSMNT: OPERATOR NOT AUTHORIZED"
               GOBACK.
           OPEN EXTEND TEST-LOG-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM 100000-LOAD-EMPLOYEES
              THRU 100000-EXIT.
           PERFORM 110000-LOAD-ABSENCES
              THRU 110000-EXIT.
           DISPLAY "EMPLOYEES LOADED: " WS-EMPLOYEE-COUNT
                   "   ABSENCES LOADED: " WS-ABSENCE-COUNT.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
           IF (WS-CHANGED-FLAG = 1)
               PERFORM 200000-REWRITE-ABSENCES
                  THRU 200000-EXIT
               DISPLAY "KPABSENC.DAT REWRITTEN: "
                       WS-ABSENCE-COUNT " ABSENCES"
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
           DISPLAY "P A Y R O L L   A B S E N C E   E N T R Y".
           DISPLAY "A - ADD ABSENCE   D - DELETE ABSENCE".
           DISPLAY "I - INQUIRE BALANCE   X - EXIT (REWRITES FILE)".
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
                   PERFORM 000200-ADD-ABSENCE
                      THRU 000200-EXIT
               WHEN "D"
                   PERFORM 000400-DELETE-ABSENCE
                      THRU 000400-EXIT
               WHEN "I"
                   PERFORM 000500-INQUIRE-BALANCE
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
      *  ** RETURNS WS-SLOT = THE EMPLOYEE'S TABLE ENTRY, OR ZERO   **
      *  ** WITH WS-CO-IN SPACES WHEN NOTHING USABLE WAS KEYED.     **
      *
       000150-GET-KEY.
      *
           MOVE 0 TO WS-SLOT.
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
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL (WS-EX > WS-EMPLOYEE-COUNT)
                      OR (WS-SLOT > 0)
               IF (WS-ET-CO-NO(WS-EX) = WS-CO-IN)
                   AND (WS-ET-EMP-NO(WS-EX) = WS-EMP-IN)
                   MOVE WS-EX TO WS-SLOT
               END-IF
           END-PERFORM.
           IF (WS-SLOT = 0)
               DISPLAY "EMPLOYEE NOT ON KPEMPMST.DAT"
               MOVE SPACES TO WS-CO-IN
               GO TO 000150-EXIT.
           DISPLAY WS-ET-CO-NO(WS-SLOT) "/" WS-ET-EMP-NO(WS-SLOT)
                   " " WS-ET-NAME(WS-SLOT)
                   "  DEPT " WS-ET-DEPT(WS-SLOT).
      *
       000150-EXIT.
           EXIT.
      *
      *
      *           G E T   A B S E N C E   D A T E   A N D   T Y P E
      *
      *  ** BUILDS WS-NEW-KEY AND LOOKS IT UP - WS-ABSN-SLOT IS THE **
      *  ** MATCHING LINE OR ZERO.  WS-VALID-FLAG 0 ON A BAD ENTRY. **
      *
       000160-GET-DATE-TYPE.
      *
           MOVE 0 TO WS-ABSN-SLOT.
           DISPLAY "ABSENCE DATE (YYYYMMDD, BLANK = TODAY): ".
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF (WS-DATE-IN = SPACES)
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               MOVE 1 TO WS-VALID-FLAG
           ELSE
               PERFORM 000640-CHECK-DATE
                  THRU 000640-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000160-EXIT.
      *
           MOVE 0 TO WS-VALID-FLAG.
           DISPLAY "TYPE (H = HOLIDAY, S = SICK, U = UNPAID): ".
           MOVE SPACE TO WS-TYPE-IN.
           ACCEPT WS-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
           IF (WS-TYPE-IN NOT = "H") AND (WS-TYPE-IN NOT = "S")
               AND (WS-TYPE-IN NOT = "U")
               DISPLAY "TYPE MUST BE H, S OR U"
               GO TO 000160-EXIT.
           MOVE 1 TO WS-VALID-FLAG.
      *
           MOVE WS-CO-IN    TO WS-NK-CO-NO.
           MOVE WS-EMP-IN   TO WS-NK-EMP-NO.
           MOVE WS-DATE-NUM TO WS-NK-DATE.
           MOVE WS-TYPE-IN  TO WS-NK-TYPE.
           MOVE WS-CO-IN    TO WS-AK-CO-NO.
           MOVE WS-EMP-IN   TO WS-AK-EMP-NO.
           MOVE WS-DATE-NUM TO WS-AK-DATE.
           MOVE WS-TYPE-IN  TO WS-AK-TYPE.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL (WS-AX > WS-ABSENCE-COUNT)
                      OR (WS-ABSN-SLOT > 0)
               IF (WS-AT-KEY(WS-AX) = WS-NEW-KEY)
                   MOVE WS-AX TO WS-ABSN-SLOT
               END-IF
           END-PERFORM.
      *
       000160-EXIT.
           EXIT.
      *
      *
      *                 A D D   A B S E N C E
      *
       000200-ADD-ABSENCE.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-CO-IN = SPACES)
               GO TO 000200-EXIT.
           IF (WS-ABSENCE-COUNT NOT < WS-ABSENCE-LIMIT)
               DISPLAY "ABSENCE TABLE FULL"
               GO TO 000200-EXIT.
      *
           PERFORM 000160-GET-DATE-TYPE
              THRU 000160-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000200-EXIT.
           IF (WS-ABSN-SLOT > 0)
               DISPLAY "THAT ABSENCE IS ALREADY RECORDED"
               GO TO 000200-EXIT.
           IF (WS-DATE-NUM < WS-ET-START-DATE(WS-SLOT))
               DISPLAY "DATE IS BEFORE THE EMPLOYEE STARTED ON "
                       WS-ET-START-DATE(WS-SLOT)
               GO TO 000200-EXIT.
           IF (WS-ET-LEAVE-DATE(WS-SLOT) NOT = ZERO)
               AND (WS-DATE-NUM > WS-ET-LEAVE-DATE(WS-SLOT))
               DISPLAY "DATE IS AFTER THE EMPLOYEE LEFT ON "
                       WS-ET-LEAVE-DATE(WS-SLOT)
               GO TO 000200-EXIT.
      *
           DISPLAY "HOURS (E.G. 7.50): ".
           MOVE ZERO TO WS-HOURS-IN.
           ACCEPT WS-HOURS-IN.
           IF (WS-HOURS-IN NOT NUMERIC)
               OR (WS-HOURS-IN = ZERO)
               OR (WS-HOURS-IN > 24)
               DISPLAY "HOURS MUST BE MORE THAN 0 AND NO MORE THAN 24"
               GO TO 000200-EXIT.
      *
      *  ** HOLIDAY IS CHECKED AGAINST THE BALANCE OF THE LEAVE    **
      *  ** YEAR THE ABSENCE FALLS IN.                              **
      *
           IF (WS-TYPE-IN = "H")
               MOVE WS-DATE-NUM TO LP-AS-AT-DATE
               PERFORM 000560-COMPUTE-BALANCE
                  THRU 000560-EXIT
               IF (WS-HOURS-IN > WS-REMAINING)
                   MOVE WS-REMAINING TO WS-REMAINING-EDIT
                   DISPLAY "ONLY " WS-REMAINING-EDIT
                           " HOURS OF HOLIDAY LEFT IN THE YEAR TO "
                           LP-YEAR-END " - RECORD ANYWAY? (Y/N)"
                   MOVE SPACE TO WS-ANSWER
                   ACCEPT WS-ANSWER
                   IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
                       GO TO 000200-EXIT
                   END-IF
               END-IF
           END-IF.
      *
           ADD 1 TO WS-ABSENCE-COUNT.
           MOVE WS-ABSENCE-COUNT TO WS-ABSN-SLOT.
           MOVE WS-NEW-KEY  TO WS-AT-KEY(WS-ABSN-SLOT).
           MOVE WS-HOURS-IN TO WS-AT-HOURS(WS-ABSN-SLOT).
           MOVE ZERO        TO WS-AT-PAID-DATE(WS-ABSN-SLOT).
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "A" TO MA-ACTION.
           MOVE WS-AUDIT-KEY TO MA-RECORD-KEY.
           MOVE SPACES TO MA-BEFORE-IMAGE.
           MOVE WS-ABSENCE-ENTRY(WS-ABSN-SLOT) TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "ABSENCE ADDED".
      *
       000200-EXIT.
           EXIT.
      *
      *
      *              D E L E T E   A B S E N C E
      *
       000400-DELETE-ABSENCE.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-CO-IN = SPACES)
               GO TO 000400-EXIT.
           PERFORM 000160-GET-DATE-TYPE
              THRU 000160-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000400-EXIT.
           IF (WS-ABSN-SLOT = 0)
               DISPLAY "NO SUCH ABSENCE RECORDED"
               GO TO 000400-EXIT.
      *
      *  ** A PAID LINE IS PART OF A PAY RUN ALREADY MADE.          **
      *
           IF (WS-AT-PAID-DATE(WS-ABSN-SLOT) NOT = ZERO)
               DISPLAY "ABSENCE WAS PAID IN THE "
                       WS-AT-PAID-DATE(WS-ABSN-SLOT)
                       " PAY RUN - CANNOT DELETE"
               GO TO 000400-EXIT.
      *
           MOVE WS-AT-HOURS(WS-ABSN-SLOT) TO WS-HOURS-EDIT.
           DISPLAY "DELETE " WS-AT-TYPE(WS-ABSN-SLOT) " ON "
                   WS-AT-DATE(WS-ABSN-SLOT) " " WS-HOURS-EDIT
                   " HOURS ? (Y/N)".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
               GO TO 000400-EXIT.
      *
           MOVE WS-ABSENCE-ENTRY(WS-ABSN-SLOT) TO MA-BEFORE-IMAGE.
           PERFORM VARYING WS-AX FROM WS-ABSN-SLOT BY 1
                   UNTIL (WS-AX >= WS-ABSENCE-COUNT)
               MOVE WS-ABSENCE-ENTRY(WS-AX + 1)
                   TO WS-ABSENCE-ENTRY(WS-AX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-ABSENCE-COUNT.
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "D" TO MA-ACTION.
           MOVE WS-AUDIT-KEY TO MA-RECORD-KEY.
           MOVE SPACES TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "ABSENCE DELETED".
      *
       000400-EXIT.
           EXIT.
      *
      *
      *             I N Q U I R E   B A L A N C E
      *
       000500-INQUIRE-BALANCE.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-CO-IN = SPACES)
               GO TO 000500-EXIT.
      *
           MOVE WS-RUN-DATE TO LP-AS-AT-DATE.
           PERFORM 000560-COMPUTE-BALANCE
              THRU 000560-EXIT.
           MOVE LP-ENTITLEMENT TO WS-ENT-EDIT.
           MOVE WS-TAKEN       TO WS-TAKEN-EDIT.
           MOVE WS-BOOKED      TO WS-BOOKED-EDIT.
           MOVE WS-REMAINING   TO WS-REMAINING-EDIT.
           MOVE WS-SICK        TO WS-SICK-EDIT.
           MOVE WS-UNPAID      TO WS-UNPAID-EDIT.
           DISPLAY "  LEAVE YEAR " LP-YEAR-START " TO " LP-YEAR-END.
           DISPLAY "  HOLIDAY ENTITLEMENT " WS-ENT-EDIT
                   "  TAKEN " WS-TAKEN-EDIT
                   "  BOOKED " WS-BOOKED-EDIT
                   "  REMAINING " WS-REMAINING-EDIT.
           DISPLAY "  SICK HOURS " WS-SICK-EDIT
                   "  UNPAID HOURS " WS-UNPAID-EDIT.
      *
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL (WS-AX > WS-ABSENCE-COUNT)
               IF (WS-AT-CO-NO(WS-AX) = WS-CO-IN)
                   AND (WS-AT-EMP-NO(WS-AX) = WS-EMP-IN)
                   AND (WS-AT-DATE(WS-AX) NOT < LP-YEAR-START)
                   AND (WS-AT-DATE(WS-AX) NOT > LP-YEAR-END)
                   PERFORM 000570-SHOW-ABSENCE
                      THRU 000570-EXIT
               END-IF
           END-PERFORM.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *             C O M P U T E   B A L A N C E
      *
      *  ** FOR THE EMPLOYEE IN WS-SLOT AND THE LEAVE YEAR HOLDING  **
      *  ** LP-AS-AT-DATE: HOLIDAY TAKEN TO TODAY, BOOKED AFTER     **
      *  ** TODAY, THE REMAINING BALANCE, AND SICK AND UNPAID HOURS. **
      *
       000560-COMPUTE-BALANCE.
      *
           MOVE WS-ET-START-DATE(WS-SLOT) TO LP-START-DATE.
           MOVE WS-ET-LEAVE-DATE(WS-SLOT) TO LP-LEAVE-DATE.
           CALL "KPLEAVE" USING LEAVE-PARAMETERS.
           MOVE ZERO TO WS-TAKEN.
           MOVE ZERO TO WS-BOOKED.
           MOVE ZERO TO WS-SICK.
           MOVE ZERO TO WS-UNPAID.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL (WS-AX > WS-ABSENCE-COUNT)
               IF (WS-AT-CO-NO(WS-AX) = WS-ET-CO-NO(WS-SLOT))
                   AND (WS-AT-EMP-NO(WS-AX) = WS-ET-EMP-NO(WS-SLOT))
                   AND (WS-AT-DATE(WS-AX) NOT < LP-YEAR-START)
                   AND (WS-AT-DATE(WS-AX) NOT > LP-YEAR-END)
                   EVALUATE WS-AT-TYPE(WS-AX)
                       WHEN "H"
                           IF (WS-AT-DATE(WS-AX) > WS-RUN-DATE)
                               ADD WS-AT-HOURS(WS-AX) TO WS-BOOKED
                           ELSE
                               ADD WS-AT-HOURS(WS-AX) TO WS-TAKEN
                           END-IF
                       WHEN "S"
                           ADD WS-AT-HOURS(WS-AX) TO WS-SICK
                       WHEN "U"
                           ADD WS-AT-HOURS(WS-AX) TO WS-UNPAID
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE WS-REMAINING =
               LP-ENTITLEMENT - WS-TAKEN - WS-BOOKED.
      *
       000560-EXIT.
           EXIT.
      *
      *
      *                S H O W   A B S E N C E
      *
       000570-SHOW-ABSENCE.
      *
           EVALUATE WS-AT-TYPE(WS-AX)
               WHEN "H"  MOVE "HOLIDAY " TO WS-TYPE-NAME
               WHEN "S"  MOVE "SICK    " TO WS-TYPE-NAME
               WHEN "U"  MOVE "UNPAID  " TO WS-TYPE-NAME
               WHEN "L"  MOVE "UNTAKEN " TO WS-TYPE-NAME
               WHEN OTHER
                         MOVE "?       " TO WS-TYPE-NAME
           END-EVALUATE.
           MOVE WS-AT-HOURS(WS-AX) TO WS-HOURS-EDIT.
           IF (WS-AT-PAID-DATE(WS-AX) = ZERO)
               DISPLAY "    " WS-AT-DATE(WS-AX) "  " WS-TYPE-NAME
                       WS-HOURS-EDIT "  NOT YET PAID"
           ELSE
               DISPLAY "    " WS-AT-DATE(WS-AX) "  " WS-TYPE-NAME
                       WS-HOURS-EDIT "  PAID "
                       WS-AT-PAID-DATE(WS-AX).
      *
       000570-EXIT.
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
      *            L O A D   E M P L O Y E E S
      *
       100000-LOAD-EMPLOYEES.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF (WS-MASTER-STATUS NOT = "00")
               DISPLAY "NO KPEMPMST.DAT - NO ABSENCES CAN BE ADDED"
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 100000-EXIT.
           PERFORM 100100-LOAD-ONE-EMPLOYEE
              THRU 100100-EXIT
               UNTIL (WS-EOF-FLAG = 1).
           CLOSE EMPLOYEE-MASTER-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *          L O A D   O N E   E M P L O Y E E
      *
       100100-LOAD-ONE-EMPLOYEE.
      *
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 100100-EXIT.
           IF (EM-CO-NO = SPACES) OR (EM-EMP-NO = SPACES)
               OR (EM-START-DATE NOT NUMERIC)
               OR (EM-LEAVE-DATE NOT NUMERIC)
               GO TO 100100-EXIT.
           IF (WS-EMPLOYEE-COUNT NOT < WS-EMPLOYEE-LIMIT)
               DISPLAY "KPABSMNT: EMPLOYEE TABLE FULL - "
                       EM-CO-NO "/" EM-EMP-NO
               GO TO 100100-EXIT.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EM-CO-NO      TO WS-ET-CO-NO(WS-EMPLOYEE-COUNT).
           MOVE EM-EMP-NO     TO WS-ET-EMP-NO(WS-EMPLOYEE-COUNT).
           MOVE EM-NAME       TO WS-ET-NAME(WS-EMPLOYEE-COUNT).
           MOVE EM-DEPT       TO WS-ET-DEPT(WS-EMPLOYEE-COUNT).
           MOVE EM-START-DATE TO WS-ET-START-DATE(WS-EMPLOYEE-COUNT).
           MOVE EM-LEAVE-DATE TO WS-ET-LEAVE-DATE(WS-EMPLOYEE-COUNT).
      *
       100100-EXIT.
           EXIT.
      *
      *
      *             L O A D   A B S E N C E S
      *
       110000-LOAD-ABSENCES.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT ABSENCE-FILE.
           IF (WS-ABSN-STATUS NOT = "00")
               CLOSE ABSENCE-FILE
               GO TO 110000-EXIT.
           PERFORM 110100-LOAD-ONE-ABSENCE
              THRU 110100-EXIT
               UNTIL (WS-EOF-FLAG = 1).
           CLOSE ABSENCE-FILE.
      *
       110000-EXIT.
           EXIT.
      *
      *
      *           L O A D   O N E   A B S E N C E
      *
      *  ** A MIS-FORMED OR DUPLICATE LINE IS REPORTED AND DROPPED  **
      *  ** RATHER THAN CARRIED INTO THE REWRITTEN FILE.            **
      *
       110100-LOAD-ONE-ABSENCE.
      *
           READ ABSENCE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 110100-EXIT.
           IF (AB-CO-NO = SPACES) OR (AB-EMP-NO = SPACES)
               OR (AB-DATE NOT NUMERIC)
               OR (AB-HOURS NOT NUMERIC)
               OR (AB-PAID-DATE NOT NUMERIC)
               DISPLAY "KPABSMNT: BAD LINE DROPPED - "
                       ABSENCE-RECORD
               GO TO 110100-EXIT.
      *
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL (WS-AX > WS-ABSENCE-COUNT)
               IF (WS-AT-CO-NO(WS-AX) = AB-CO-NO)
                   AND (WS-AT-EMP-NO(WS-AX) = AB-EMP-NO)
                   AND (WS-AT-DATE(WS-AX) = AB-DATE)
                   AND (WS-AT-TYPE(WS-AX) = AB-TYPE)
                   DISPLAY "KPABSMNT: DUPLICATE ABSENCE DROPPED - "
                           ABSENCE-RECORD
                   GO TO 110100-EXIT
               END-IF
           END-PERFORM.
      *
           IF (WS-ABSENCE-COUNT NOT < WS-ABSENCE-LIMIT)
               DISPLAY "KPABSMNT: TABLE FULL - " ABSENCE-RECORD
               GO TO 110100-EXIT.
      *
           ADD 1 TO WS-ABSENCE-COUNT.
           MOVE ABSENCE-RECORD
               TO WS-ABSENCE-ENTRY(WS-ABSENCE-COUNT).
      *
       110100-EXIT.
           EXIT.
      *
      *
      *             R E W R I T E   A B S E N C E S
      *
       200000-REWRITE-ABSENCES.
      *
      *  ** EXCHANGE SORT INTO COMPANY/EMPLOYEE/DATE/TYPE ORDER,    **
      *  ** THEN THE WHOLE FILE IS REWRITTEN.                       **
      *
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL (WS-EX >= WS-ABSENCE-COUNT)
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL (WS-AX >= WS-ABSENCE-COUNT)
                   IF (WS-AT-KEY(WS-AX) > WS-AT-KEY(WS-AX + 1))
                       MOVE WS-ABSENCE-ENTRY(WS-AX)
                           TO WS-SAVE-ENTRY
                       MOVE WS-ABSENCE-ENTRY(WS-AX + 1)
                           TO WS-ABSENCE-ENTRY(WS-AX)
                       MOVE WS-SAVE-ENTRY
                           TO WS-ABSENCE-ENTRY(WS-AX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
           OPEN OUTPUT ABSENCE-FILE.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL (WS-AX > WS-ABSENCE-COUNT)
               MOVE WS-ABSENCE-ENTRY(WS-AX) TO ABSENCE-RECORD
               WRITE ABSENCE-RECORD
           END-PERFORM.
           CLOSE ABSENCE-FILE.
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
           MOVE "KPABSENC" TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
