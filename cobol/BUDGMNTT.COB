       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BUDGMNTT.
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
      *    GENERAL-LEDGER BUDGET MAINTENANCE.  ONE RECORD PER
      *    ACCOUNT, FISCAL YEAR AND PERIOD ON GLBUDGET.DAT, HOLDING
      *    THE BUDGETED AMOUNT AND WHETHER IT IS A DEBIT OR A CREDIT
      *    (AN EXPENSE IS BUDGETED AS A DEBIT, A SALES LINE AS A
      *    CREDIT).  THE WHOLE YEAR IS NORMALLY LOADED FROM THE
      *    SPREADSHEET BY GLBUDGETLOAD; THIS SCREEN IS FOR THE
      *    MID-YEAR REVISIONS AND ONE-OFF LINES.  THE ACCOUNT MUST BE
      *    ON GLCOA.DAT AND THE PERIOD 01-13.  GLBUDGETVAR REPORTS
      *    THE BUDGET AGAINST THE GLBAL.DAT ACTUALS.  RUN FROM MENUT
      *    SO THE SIGN-ON AND AUTHCHK COVER IT; EVERY ADD, CHANGE AND
      *    DELETE GOES TO MNTAUDIT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL GL-BUDGET-FILE
               ASSIGN TO "GLBUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBU-KEY
               FILE STATUS IS GBU-STATUS.
      *
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS COA-STATUS.
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
       FD  GL-BUDGET-FILE.
      *
       01  GBU-REC.
           03  GBU-KEY.
               05  GBU-ACCOUNT         PIC  X(16).
               05  GBU-FISCAL-YEAR     PIC  9(04).
               05  GBU-FISCAL-PERIOD   PIC  9(02).
           03  GBU-DR-CR               PIC  X(01).
               88  GBU-DEBIT                       VALUE "D".
               88  GBU-CREDIT                      VALUE "C".
           03  GBU-AMOUNT              PIC  9(09)V99.
           03  GBU-CHANGED-DATE        PIC  9(08).
           03  GBU-CHANGED-BY          PIC  X(08).
      *
       FD  CHART-OF-ACCOUNTS-FILE.
      *
       01  COA-REC.
           03  COA-ACCOUNT             PIC  X(16).
           03  COA-ACCOUNT-NAME        PIC  X(30).
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
       77  WS-ERR-MSG                  PIC  X(40) VALUE SPACES.
       77  WS-MENU-CHOICE              PIC  X(01) VALUE SPACE.
       77  GBU-STATUS                  PIC  X(02) VALUE SPACES.
       77  COA-STATUS                  PIC  X(02) VALUE SPACES.
      *
      *                    NUMERIC 77'S
      *
       77  WS-ESCAPE-FLAG              PIC  9(01)       VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-LOCK-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-BEFORE-IMAGE             PIC  X(100) VALUE SPACES.
      *
       01  MNT-AUDIT-PARAMETERS.
           03  MA-OPERATOR-ID          PIC  X(08).
           03  MA-FILE-NAME            PIC  X(12).
           03  MA-ACTION               PIC  X(01).
           03  MA-RECORD-KEY           PIC  X(20).
           03  MA-BEFORE-IMAGE         PIC  X(100).
           03  MA-AFTER-IMAGE          PIC  X(100).
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-DUPLICATE-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-ENTRY-ERROR-FLAG         PIC  9(01)       VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08)       VALUE ZERO.
      *
       LINKAGE SECTION.
      *
      *    PASSED BY THE MENUT MASTER MENU SO ONE SIGN-ON COVERS THE
      *    WHOLE SESSION; WHEN THE PROGRAM IS RUN STANDALONE NOTHING
      *    IS PASSED, THE ADDRESS TESTS NULL, AND THE OPERATOR IS
      *    PROMPTED EXACTLY AS BEFORE.
      *
       01  MENU-CHAIN-AREA.
           03  MC-OPERATOR-ID          PIC  X(08).
           03  MC-TERMINAL-ID          PIC  X(08).
           03  MC-SCREEN-LINES         PIC  9(03).
           03  MC-SCREEN-COLUMNS       PIC  9(03).
           03  MC-RETURN-CODE          PIC  X(01).
      *
       SCREEN SECTION.
      *
      *
      *              M E N U   S C R E E N
      *
       01  MENU-SCREEN.
           03  BLANK SCREEN.
           03  LINE 01  COLUMN 12  VALUE
               "G L   B U D G E T   M A I N T E N A N C E".
           03  LINE 03  COLUMN 01  VALUE "A - ADD A BUDGET LINE".
           03  LINE 04  COLUMN 01  VALUE "C - CHANGE A BUDGET LINE".
           03  LINE 05  COLUMN 01  VALUE "D - DELETE A BUDGET LINE".
           03  LINE 06  COLUMN 01  VALUE "I - INQUIRE ON A BUDGET LINE".
           03  LINE 07  COLUMN 01  VALUE "X - EXIT".
           03  LINE 09  COLUMN 01  VALUE "ENTER YOUR CHOICE: ".
           03  PIC  X(01)          TO WS-MENU-CHOICE AUTO.
      *
      *
      *            B U D G E T   K E Y   S C R E E N
      *
       01  BUDGET-KEY-SCREEN.
           03  LINE 11  COLUMN 01  ERASE EOS.
           03  LINE 11  COLUMN 01  VALUE "Account:        ".
           03  PIC  X(16)          TO GBU-ACCOUNT AUTO.
           03  LINE 12  COLUMN 01  VALUE "Fiscal Year:    ".
           03  PIC  9(04)          TO GBU-FISCAL-YEAR AUTO.
           03  LINE 13  COLUMN 01  VALUE "Fiscal Period:  ".
           03  PIC  9(02)          TO GBU-FISCAL-PERIOD AUTO.
      *
      *
      *         B U D G E T   A M O U N T   S C R E E N
      *
       01  BUDGET-AMOUNT-SCREEN.
           03  LINE 11  COLUMN 40  PIC  X(30)
                                   FROM COA-ACCOUNT-NAME.
           03  LINE 15  COLUMN 01  VALUE "Debit/Credit:   ".
           03  PIC  X(01)          USING GBU-DR-CR AUTO.
           03  LINE 15  COLUMN 20  VALUE
               "(D=EXPENSE/ASSET C=INCOME/LIABILITY)".
           03  LINE 16  COLUMN 01  VALUE "Budget Amount:  ".
           03  PIC  999999999.99   USING GBU-AMOUNT AUTO.
      *
      *
      *         B U D G E T   S T A M P   S C R E E N
      *
       01  BUDGET-STAMP-SCREEN.
           03  LINE 18  COLUMN 01  VALUE "Last Changed:   ".
           03  PIC  9(08)          FROM GBU-CHANGED-DATE.
           03  LINE 19  COLUMN 01  VALUE "Changed By:     ".
           03  PIC  X(08)          FROM GBU-CHANGED-BY.
      *
      *
      *            E R R O R   S C R E E N
      *
       01  ERROR-SCREEN.
           03  LINE 24  COLUMN 20  HIGHLIGHT  BLANK LINE
               PIC  X(40)          FROM WS-ERR-MSG.
           03           COLUMN 70
               PIC  X              TO WS-ANSWER  AUTO.
      /
       PROCEDURE DIVISION USING MENU-CHAIN-AREA.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           SET WS-CHAIN-PTR TO ADDRESS OF MENU-CHAIN-AREA.
      *    A RUNTIME THAT STARTS THE PROGRAM STANDALONE CAN LEAVE
      *    THE UNPASSED CHAIN AREA NON-NULL BUT FULL OF RUBBISH, SO
      *    THE CONTENTS ARE PROVED AS WELL AS THE ADDRESS.
           IF (WS-CHAIN-PTR NOT = NULL)
               AND (MC-SCREEN-LINES NUMERIC)
               AND (MC-OPERATOR-ID NOT = SPACES)
               MOVE MC-OPERATOR-ID TO TL-OPERATOR-ID
           ELSE
               DISPLAY "Enter Operator ID: "
               ACCEPT TL-OPERATOR-ID
           END-IF.
      *    RE-VERIFY THE OPERATOR'S AUTHORITY ON ENTRY - THE MENU
      *    GATES ITS OPTIONS TOO, BUT A STANDALONE START MUST NOT
      *    BYPASS THE ROLE CHECK.
           CALL "AUTHCHK" USING BY CONTENT TL-OPERATOR-ID
                                BY CONTENT "BUDGMNTT"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "BUDGMNTT: OPERATOR NOT AUTHORIZED"
               GOBACK.
      *    BATCH-WINDOW LOCK: WHILE THE NIGHTLY RUNS ARE POSTING,
      *    UPDATE MODE IS REFUSED - AN OPERATOR WHO OVERRIDES IS
      *    LOGGED ON OVERRIDE.DAT.
           CALL "BATCHLCK" USING BY CONTENT TL-OPERATOR-ID
                                 BY CONTENT "C"
                                 BY REFERENCE WS-LOCK-RESULT
               ON EXCEPTION MOVE "00" TO WS-LOCK-RESULT.
           IF (WS-LOCK-RESULT = "01")
               DISPLAY "BUDGMNTT: NIGHTLY RUN IN PROGRESS - "
                       "UPDATES LOCKED"
               DISPLAY "OVERRIDE AND CONTINUE? (Y/N): "
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
                   GOBACK
               END-IF
               CALL "BATCHLCK" USING BY CONTENT TL-OPERATOR-ID
                                     BY CONTENT "O"
                                     BY REFERENCE WS-LOCK-RESULT
                   ON EXCEPTION CONTINUE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND TEST-LOG-FILE.
           OPEN I-O GL-BUDGET-FILE.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF (GBU-STATUS NOT = "00" AND NOT = "05")
               OR (COA-STATUS NOT = "00")
               DISPLAY "BUDGMNTT: CANNOT OPEN FILES - GLBUDGET="
                       GBU-STATUS " GLCOA=" COA-STATUS
               CLOSE GL-BUDGET-FILE
               CLOSE CHART-OF-ACCOUNTS-FILE
               CLOSE TEST-LOG-FILE
               GOBACK
           END-IF.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
       000000-EXIT.
           CLOSE GL-BUDGET-FILE.
           CLOSE CHART-OF-ACCOUNTS-FILE.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
      *
      *               G E T   M E N U   C H O I C E
      *
       000100-GET-MENU-CHOICE.
      *
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT MENU-SCREEN
               ON ESCAPE
                   MOVE 1 TO WS-ESCAPE-FLAG
           END-ACCEPT.
      *
           IF (WS-ESCAPE-FLAG = 0)
               MOVE "000100-GET-MENU-CHOICE" TO TL-SCREEN-NAME
               MOVE WS-MENU-CHOICE            TO TL-ENTERED-VALUE
               PERFORM 900000-WRITE-TEST-LOG
                  THRU 900000-EXIT
      *
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM 000200-ADD-BUDGET
                          THRU 000200-EXIT
                   WHEN "C"
                       PERFORM 000300-CHANGE-BUDGET
                          THRU 000300-EXIT
                   WHEN "D"
                       PERFORM 000400-DELETE-BUDGET
                          THRU 000400-EXIT
                   WHEN "I"
                       PERFORM 000500-INQUIRE-BUDGET
                          THRU 000500-EXIT
                   WHEN "X"
                       MOVE 1 TO WS-ESCAPE-FLAG
                   WHEN OTHER
                       MOVE "INVALID CHOICE" TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
               END-EVALUATE
           END-IF.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *              A D D   B U D G E T   L I N E
      *
       000200-ADD-BUDGET.
      *
           PERFORM 000690-ACCEPT-KEY
              THRU 000690-EXIT.
           PERFORM 000600-VALIDATE-KEY
              THRU 000600-EXIT.
           IF (WS-ENTRY-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE 0 TO WS-DUPLICATE-FLAG.
           READ GL-BUDGET-FILE
               KEY IS GBU-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-DUPLICATE-FLAG
           END-READ.
           IF (WS-DUPLICATE-FLAG = 1)
               MOVE "BUDGET LINE ALREADY ON FILE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE "D"            TO GBU-DR-CR.
           MOVE ZERO           TO GBU-AMOUNT.
           PERFORM 000670-ACCEPT-AMOUNT
              THRU 000670-EXIT.
           PERFORM 000610-VALIDATE-AMOUNT
              THRU 000610-EXIT.
           IF (WS-ENTRY-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE WS-RUN-DATE    TO GBU-CHANGED-DATE.
           MOVE TL-OPERATOR-ID TO GBU-CHANGED-BY.
           WRITE GBU-REC
               INVALID KEY
                   MOVE "ERROR ADDING BUDGET LINE" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
               NOT INVALID KEY
                   MOVE "A" TO MA-ACTION
                   MOVE GBU-KEY TO MA-RECORD-KEY
                   MOVE SPACES TO MA-BEFORE-IMAGE
                   MOVE GBU-REC TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   MOVE "BUDGET LINE ADDED" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
           END-WRITE.
      *
       000200-EXIT.
           EXIT.
      *
      *
      *            C H A N G E   B U D G E T   L I N E
      *
       000300-CHANGE-BUDGET.
      *
           PERFORM 000700-READ-BUDGET
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000300-EXIT
           END-IF.
      *
           MOVE GBU-REC TO WS-BEFORE-IMAGE.
           DISPLAY BUDGET-STAMP-SCREEN.
           PERFORM 000670-ACCEPT-AMOUNT
              THRU 000670-EXIT.
           PERFORM 000610-VALIDATE-AMOUNT
              THRU 000610-EXIT.
           IF (WS-ENTRY-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000300-EXIT
           END-IF.
      *
           MOVE WS-RUN-DATE    TO GBU-CHANGED-DATE.
           MOVE TL-OPERATOR-ID TO GBU-CHANGED-BY.
           REWRITE GBU-REC
               INVALID KEY
                   MOVE "ERROR CHANGING BUDGET LINE" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
               NOT INVALID KEY
                   MOVE "C" TO MA-ACTION
                   MOVE GBU-KEY TO MA-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                   MOVE GBU-REC TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   MOVE "BUDGET LINE CHANGED" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
           END-REWRITE.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *            D E L E T E   B U D G E T   L I N E
      *
       000400-DELETE-BUDGET.
      *
           PERFORM 000700-READ-BUDGET
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000400-EXIT
           END-IF.
      *
           DISPLAY BUDGET-AMOUNT-SCREEN.
           DISPLAY BUDGET-STAMP-SCREEN.
           MOVE GBU-REC TO WS-BEFORE-IMAGE.
           MOVE "DELETE THIS BUDGET LINE? (Y/N)" TO WS-ERR-MSG.
           DISPLAY ERROR-SCREEN.
           ACCEPT ERROR-SCREEN.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF (WS-ANSWER = "Y")
               DELETE GL-BUDGET-FILE
                   INVALID KEY
                       MOVE "ERROR DELETING BUDGET LINE"
                           TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
                   NOT INVALID KEY
                       MOVE "D" TO MA-ACTION
                       MOVE GBU-KEY TO MA-RECORD-KEY
                       MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                       MOVE SPACES TO MA-AFTER-IMAGE
                       PERFORM 890000-WRITE-MNT-AUDIT
                          THRU 890000-EXIT
                       MOVE "BUDGET LINE DELETED" TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
               END-DELETE
           END-IF.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *           I N Q U I R E   B U D G E T   L I N E
      *
       000500-INQUIRE-BUDGET.
      *
           PERFORM 000700-READ-BUDGET
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 0)
               DISPLAY BUDGET-AMOUNT-SCREEN
               DISPLAY BUDGET-STAMP-SCREEN
               MOVE "PRESS A KEY TO CONTINUE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           END-IF.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *                V A L I D A T E   K E Y
      *
      *    THE ACCOUNT IS READ HERE SO ITS NAME IS ON HAND FOR THE
      *    AMOUNT SCREEN.
      *
       000600-VALIDATE-KEY.
      *
           MOVE 0 TO WS-ENTRY-ERROR-FLAG.
           MOVE SPACES TO WS-ERR-MSG.
           IF (GBU-ACCOUNT = SPACES)
               MOVE "ACCOUNT REQUIRED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           MOVE GBU-ACCOUNT TO COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON GLCOA" TO WS-ERR-MSG
                   MOVE 1 TO WS-ENTRY-ERROR-FLAG
                   GO TO 000600-EXIT
           END-READ.
           IF (GBU-FISCAL-YEAR = ZERO)
               MOVE "FISCAL YEAR REQUIRED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (GBU-FISCAL-PERIOD < 1) OR (GBU-FISCAL-PERIOD > 13)
               MOVE "PERIOD MUST BE 01-13" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
           END-IF.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *             V A L I D A T E   A M O U N T
      *
      *    A ZERO BUDGET IS ALLOWED - IT SAYS THE ACCOUNT SHOULD SEE
      *    NO ACTIVITY IN THE PERIOD, WHICH THE REPORT THEN FLAGS.
      *
       000610-VALIDATE-AMOUNT.
      *
           MOVE 0 TO WS-ENTRY-ERROR-FLAG.
           MOVE SPACES TO WS-ERR-MSG.
           MOVE FUNCTION UPPER-CASE(GBU-DR-CR) TO GBU-DR-CR.
           IF (GBU-DR-CR = SPACE)
               MOVE "D" TO GBU-DR-CR
           END-IF.
           IF (NOT GBU-DEBIT) AND (NOT GBU-CREDIT)
               MOVE "DEBIT/CREDIT MUST BE D OR C" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000610-EXIT
           END-IF.
           IF (GBU-AMOUNT NOT NUMERIC)
               MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
           END-IF.
      *
       000610-EXIT.
           EXIT.
      *
      *
      *               A C C E P T   A M O U N T
      *
       000670-ACCEPT-AMOUNT.
      *
           ACCEPT BUDGET-AMOUNT-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           MOVE "000670-ACCEPT-AMOUNT" TO TL-SCREEN-NAME.
           MOVE GBU-REC                TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
       000670-EXIT.
           EXIT.
      *
      *
      *                 A C C E P T   K E Y
      *
       000690-ACCEPT-KEY.
      *
           MOVE SPACES TO GBU-ACCOUNT.
           MOVE ZERO   TO GBU-FISCAL-YEAR.
           MOVE ZERO   TO GBU-FISCAL-PERIOD.
           ACCEPT BUDGET-KEY-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(GBU-ACCOUNT) TO GBU-ACCOUNT.
           MOVE "000690-ACCEPT-KEY" TO TL-SCREEN-NAME.
           MOVE GBU-KEY             TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
       000690-EXIT.
           EXIT.
      *
      *
      *              R E A D   B U D G E T   L I N E
      *
       000700-READ-BUDGET.
      *
           PERFORM 000690-ACCEPT-KEY
              THRU 000690-EXIT.
      *
           MOVE SPACES TO COA-ACCOUNT-NAME.
           MOVE GBU-ACCOUNT TO COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY MOVE "** NOT ON GLCOA **"
                               TO COA-ACCOUNT-NAME
           END-READ.
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ GL-BUDGET-FILE
               KEY IS GBU-KEY
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               MOVE "BUDGET LINE NOT ON FILE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           END-IF.
      *
       000700-EXIT.
           EXIT.
      *
      *
      *
      *       W R I T E   M A I N T   A U D I T
      *
       890000-WRITE-MNT-AUDIT.
      *
           MOVE TL-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE "GLBUDGET.DAT" TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
