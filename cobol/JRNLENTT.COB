       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    JRNLENTT.
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
      *    GENERAL-LEDGER JOURNAL ENTRY - ACCRUALS, PREPAYMENTS AND
      *    CORRECTIONS KEYED ONLINE INSTEAD OF EDITED INTO
      *    JRNLIF.DAT.  EACH ENTRY ON JRNLENT.DAT IS KEYED BY AN
      *    8-CHARACTER REFERENCE AND CARRIES UP TO EIGHT LINES OF
      *    ACCOUNT, D/C AND AMOUNT.  AN ENTRY IS ONE OF:
      *
      *        M  ONE-OFF      FED ONCE, DATED ITS POSTING DATE
      *        R  RECURRING    FED EVERY FISCAL PERIOD FROM THE
      *                        POSTING DATE TO THE END DATE (ZERO =
      *                        UNTIL STOPPED), DATED THE PERIOD END
      *        A  AUTO-REVERSE FED ONCE AS M, WITH THE MIRROR ENTRY
      *                        DATED THE FIRST DAY OF THE NEXT PERIOD
      *
      *    EVERY ACCOUNT MUST BE ON GLCOA.DAT, DEBITS MUST EQUAL
      *    CREDITS, AND THE POSTING DATE MUST FALL IN A FISCAL PERIOD
      *    PERIODCK SHOWS OPEN.  NOTHING REACHES THE LEDGER FROM
      *    HERE - THE GLENTRYFEED RUN WRITES THE DUE ENTRIES TO
      *    JRNLIF.DAT FOR GLPOST AND MARKS THEM FED.  AN ENTRY MAY
      *    BE CHANGED UNTIL IT IS FIRST FED; AFTER THAT IT CAN ONLY
      *    BE STOPPED (A RECURRING ENTRY) AND CORRECTED BY A NEW
      *    ENTRY.  RUN FROM MENUT SO THE SIGN-ON AND AUTHCHK COVER
      *    IT; EVERY ADD, CHANGE AND STOP GOES TO MNTAUDIT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL JOURNAL-ENTRY-FILE
               ASSIGN TO "JRNLENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JE-REFERENCE
               FILE STATUS IS JE-STATUS.
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
       FD  JOURNAL-ENTRY-FILE.
      *
       01  JE-REC.
           03  JE-REFERENCE            PIC  X(08).
           03  JE-ENTRY-TYPE           PIC  X(01).
               88  JE-ONE-OFF                      VALUE "M".
               88  JE-RECURRING                    VALUE "R".
               88  JE-AUTO-REVERSE                 VALUE "A".
           03  JE-ENTRY-STATUS         PIC  X(01).
               88  JE-WAITING                      VALUE "W".
               88  JE-FINISHED                     VALUE "F".
               88  JE-STOPPED                      VALUE "S".
           03  JE-POSTING-DATE         PIC  9(08).
           03  JE-END-DATE             PIC  9(08).
           03  JE-DESCRIPTION          PIC  X(20).
           03  JE-ENTERED-BY           PIC  X(08).
           03  JE-ENTERED-DATE         PIC  9(08).
           03  JE-LAST-FED-YEAR        PIC  9(04).
           03  JE-LAST-FED-PERIOD      PIC  9(02).
           03  JE-LAST-FED-DATE        PIC  9(08).
           03  JE-TIMES-FED            PIC  9(04).
           03  JE-LINE                 OCCURS 8 TIMES.
               05  JE-ACCOUNT          PIC  X(16).
               05  JE-DR-CR            PIC  X(01).
               05  JE-AMOUNT           PIC  9(07)V99.
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
       77  JE-STATUS                   PIC  X(02) VALUE SPACES.
       77  COA-STATUS                  PIC  X(02) VALUE SPACES.
       77  WS-PERIOD-RESULT            PIC  X(02) VALUE SPACES.
       77  WS-EDIT-DEBITS              PIC  Z,ZZZ,ZZ9.99.
       77  WS-EDIT-CREDITS             PIC  Z,ZZZ,ZZ9.99.
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
       77  WS-LX                       PIC  9(01)       VALUE ZERO.
       77  WS-LINES-USED               PIC  9(01)       VALUE ZERO.
       77  WS-DEBIT-TOTAL              PIC  9(09)V99    VALUE ZERO.
       77  WS-CREDIT-TOTAL             PIC  9(09)V99    VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08)       VALUE ZERO.
       77  WS-FISCAL-YEAR              PIC  9(04)       VALUE ZERO.
       77  WS-FISCAL-PERIOD            PIC  9(02)       VALUE ZERO.
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
               "G L   J O U R N A L   E N T R Y".
           03  LINE 03  COLUMN 01  VALUE "A - ADD A JOURNAL ENTRY".
           03  LINE 04  COLUMN 01  VALUE "C - CHANGE AN UNFED ENTRY".
           03  LINE 05  COLUMN 01  VALUE "I - INQUIRE ON AN ENTRY".
           03  LINE 06  COLUMN 01  VALUE "S - STOP/CANCEL AN ENTRY".
           03  LINE 07  COLUMN 01  VALUE "X - EXIT".
           03  LINE 09  COLUMN 01  VALUE "ENTER YOUR CHOICE: ".
           03  PIC  X(01)          TO WS-MENU-CHOICE AUTO.
      *
      *
      *          J O U R N A L   K E Y   S C R E E N
      *
       01  JOURNAL-KEY-SCREEN.
           03  LINE 11  COLUMN 01  ERASE EOS.
           03  LINE 11  COLUMN 01  VALUE "Reference:      ".
           03  PIC  X(08)          TO JE-REFERENCE AUTO.
      *
      *
      *        J O U R N A L   H E A D E R   S C R E E N
      *
      *    THE KEY IS NOT ON THIS SCREEN, SO A CHANGE CANNOT RE-KEY
      *    THE RECORD IT IS REWRITING.
      *
       01  JOURNAL-HEAD-SCREEN.
           03  LINE 12  COLUMN 01  VALUE "Type:           ".
           03  PIC  X(01)          USING JE-ENTRY-TYPE AUTO.
           03  LINE 12  COLUMN 20  VALUE
               "(M=ONE-OFF R=RECURRING A=AUTO-REVERSE)".
           03  LINE 13  COLUMN 01  VALUE "Posting Date:   ".
           03  PIC  9(08)          USING JE-POSTING-DATE AUTO.
           03  LINE 13  COLUMN 30  VALUE "End Date: ".
           03  PIC  9(08)          USING JE-END-DATE AUTO.
           03  LINE 13  COLUMN 50  VALUE "(R ONLY, ZERO = OPEN)".
           03  LINE 14  COLUMN 01  VALUE "Description:    ".
           03  PIC  X(20)          USING JE-DESCRIPTION AUTO.
      *
      *
      *         J O U R N A L   L I N E S   S C R E E N
      *
       01  JOURNAL-LINES-SCREEN.
           03  LINE 15  COLUMN 01  VALUE
               "   ACCOUNT           D/C       AMOUNT".
           03  LINE 16  COLUMN 01  VALUE "1".
           03  LINE 16  COLUMN 04  PIC  X(16)
                                   USING JE-ACCOUNT (1) AUTO.
           03  LINE 16  COLUMN 22  PIC  X(01)
                                   USING JE-DR-CR (1) AUTO.
           03  LINE 16  COLUMN 27  PIC  9999999.99
                                   USING JE-AMOUNT (1) AUTO.
           03  LINE 17  COLUMN 01  VALUE "2".
           03  LINE 17  COLUMN 04  PIC  X(16)
                                   USING JE-ACCOUNT (2) AUTO.
           03  LINE 17  COLUMN 22  PIC  X(01)
                                   USING JE-DR-CR (2) AUTO.
           03  LINE 17  COLUMN 27  PIC  9999999.99
                                   USING JE-AMOUNT (2) AUTO.
           03  LINE 18  COLUMN 01  VALUE "3".
           03  LINE 18  COLUMN 04  PIC  X(16)
                                   USING JE-ACCOUNT (3) AUTO.
           03  LINE 18  COLUMN 22  PIC  X(01)
                                   USING JE-DR-CR (3) AUTO.
           03  LINE 18  COLUMN 27  PIC  9999999.99
                                   USING JE-AMOUNT (3) AUTO.
           03  LINE 19  COLUMN 01  VALUE "4".
           03  LINE 19  COLUMN 04  PIC  X(16)
                                   USING JE-ACCOUNT (4) AUTO.
           03  LINE 19  COLUMN 22  PIC  X(01)
                                   USING JE-DR-CR (4) AUTO.
           03  LINE 19  COLUMN 27  PIC  9999999.99
                                   USING JE-AMOUNT (4) AUTO.
           03  LINE 20  COLUMN 01  VALUE "5".
           03  LINE 20  COLUMN 04  PIC  X(16)
                                   USING JE-ACCOUNT (5) AUTO.
           03  LINE 20  COLUMN 22  PIC  X(01)
                                   USING JE-DR-CR (5) AUTO.
           03  LINE 20  COLUMN 27  PIC  9999999.99
                                   USING JE-AMOUNT (5) AUTO.
           03  LINE 21  COLUMN 01  VALUE "6".
           03  LINE 21  COLUMN 04  PIC  X(16)
                                   USING JE-ACCOUNT (6) AUTO.
           03  LINE 21  COLUMN 22  PIC  X(01)
                                   USING JE-DR-CR (6) AUTO.
           03  LINE 21  COLUMN 27  PIC  9999999.99
                                   USING JE-AMOUNT (6) AUTO.
           03  LINE 22  COLUMN 01  VALUE "7".
           03  LINE 22  COLUMN 04  PIC  X(16)
                                   USING JE-ACCOUNT (7) AUTO.
           03  LINE 22  COLUMN 22  PIC  X(01)
                                   USING JE-DR-CR (7) AUTO.
           03  LINE 22  COLUMN 27  PIC  9999999.99
                                   USING JE-AMOUNT (7) AUTO.
           03  LINE 23  COLUMN 01  VALUE "8".
           03  LINE 23  COLUMN 04  PIC  X(16)
                                   USING JE-ACCOUNT (8) AUTO.
           03  LINE 23  COLUMN 22  PIC  X(01)
                                   USING JE-DR-CR (8) AUTO.
           03  LINE 23  COLUMN 27  PIC  9999999.99
                                   USING JE-AMOUNT (8) AUTO.
      *
      *
      *        J O U R N A L   S T A T U S   S C R E E N
      *
       01  JOURNAL-STATUS-SCREEN.
           03  LINE 15  COLUMN 42  VALUE "Status:      ".
           03  PIC  X(01)          FROM JE-ENTRY-STATUS.
           03  LINE 15  COLUMN 58  VALUE "(W/F/S)".
           03  LINE 16  COLUMN 42  VALUE "Entered By:  ".
           03  PIC  X(08)          FROM JE-ENTERED-BY.
           03  LINE 17  COLUMN 42  VALUE "Entered:     ".
           03  PIC  9(08)          FROM JE-ENTERED-DATE.
           03  LINE 18  COLUMN 42  VALUE "Times Fed:   ".
           03  PIC  Z,ZZ9          FROM JE-TIMES-FED.
           03  LINE 19  COLUMN 42  VALUE "Last Fed:    ".
           03  PIC  9(08)          FROM JE-LAST-FED-DATE.
           03  LINE 20  COLUMN 42  VALUE "For Period:  ".
           03  PIC  99             FROM JE-LAST-FED-PERIOD.
           03  VALUE "/".
           03  PIC  9(04)          FROM JE-LAST-FED-YEAR.
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
                                BY CONTENT "JRNLENTT"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "JRNLENTT: OPERATOR NOT AUTHORIZED"
               GOBACK.
      *    BATCH-WINDOW LOCK: WHILE THE NIGHTLY RUNS ARE POSTING,
      *    UPDATE MODE IS REFUSED - AN OPERATOR WHO OVERRIDES IS
      *    LOGGED ON OVERRIDE.DAT.
           CALL "BATCHLCK" USING BY CONTENT TL-OPERATOR-ID
                                 BY CONTENT "C"
                                 BY REFERENCE WS-LOCK-RESULT
               ON EXCEPTION MOVE "00" TO WS-LOCK-RESULT.
           IF (WS-LOCK-RESULT = "01")
               DISPLAY "JRNLENTT: NIGHTLY RUN IN PROGRESS - "
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
           OPEN I-O JOURNAL-ENTRY-FILE.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF (JE-STATUS NOT = "00" AND NOT = "05")
               OR (COA-STATUS NOT = "00")
               DISPLAY "JRNLENTT: CANNOT OPEN FILES - JRNLENT="
                       JE-STATUS " GLCOA=" COA-STATUS
               CLOSE JOURNAL-ENTRY-FILE
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
           CLOSE JOURNAL-ENTRY-FILE.
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
                       PERFORM 000200-ADD-ENTRY
                          THRU 000200-EXIT
                   WHEN "C"
                       PERFORM 000300-CHANGE-ENTRY
                          THRU 000300-EXIT
                   WHEN "I"
                       PERFORM 000400-INQUIRE-ENTRY
                          THRU 000400-EXIT
                   WHEN "S"
                       PERFORM 000500-STOP-ENTRY
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
      *              A D D   J O U R N A L   E N T R Y
      *
       000200-ADD-ENTRY.
      *
           PERFORM 000690-ACCEPT-KEY
              THRU 000690-EXIT.
           IF (JE-REFERENCE = SPACES)
               MOVE "REFERENCE REQUIRED" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE 0 TO WS-DUPLICATE-FLAG.
           READ JOURNAL-ENTRY-FILE
               KEY IS JE-REFERENCE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-DUPLICATE-FLAG
           END-READ.
           IF (WS-DUPLICATE-FLAG = 1)
               MOVE "REFERENCE ALREADY ON FILE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE "M"            TO JE-ENTRY-TYPE.
           MOVE "W"            TO JE-ENTRY-STATUS.
           MOVE WS-RUN-DATE    TO JE-POSTING-DATE.
           MOVE ZERO           TO JE-END-DATE.
           MOVE SPACES         TO JE-DESCRIPTION.
           MOVE TL-OPERATOR-ID TO JE-ENTERED-BY.
           MOVE WS-RUN-DATE    TO JE-ENTERED-DATE.
           MOVE ZERO           TO JE-LAST-FED-YEAR.
           MOVE ZERO           TO JE-LAST-FED-PERIOD.
           MOVE ZERO           TO JE-LAST-FED-DATE.
           MOVE ZERO           TO JE-TIMES-FED.
           PERFORM 000680-CLEAR-LINE
              THRU 000680-EXIT
               VARYING WS-LX FROM 1 BY 1
               UNTIL (WS-LX > 8).
           PERFORM 000670-ACCEPT-ENTRY
              THRU 000670-EXIT.
           PERFORM 000600-VALIDATE-ENTRY
              THRU 000600-EXIT.
           IF (WS-ENTRY-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           WRITE JE-REC
               INVALID KEY
                   MOVE "ERROR ADDING JOURNAL ENTRY" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
               NOT INVALID KEY
                   MOVE "A" TO MA-ACTION
                   MOVE JE-REFERENCE TO MA-RECORD-KEY
                   MOVE SPACES TO MA-BEFORE-IMAGE
                   MOVE JE-REC TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   MOVE "JOURNAL ENTRY ADDED" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
           END-WRITE.
      *
       000200-EXIT.
           EXIT.
      *
      *
      *           C H A N G E   J O U R N A L   E N T R Y
      *
      *    ONLY UNTIL THE FIRST FEED - ONCE ANY OF IT HAS GONE TO THE
      *    LEDGER A CHANGE HERE WOULD NO LONGER MATCH WHAT POSTED.
      *
       000300-CHANGE-ENTRY.
      *
           PERFORM 000700-READ-ENTRY
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000300-EXIT
           END-IF.
           IF (NOT JE-WAITING) OR (JE-TIMES-FED NOT = ZERO)
               MOVE "ENTRY ALREADY FED OR STOPPED" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000300-EXIT
           END-IF.
      *
           MOVE JE-REC TO WS-BEFORE-IMAGE.
           PERFORM 000670-ACCEPT-ENTRY
              THRU 000670-EXIT.
           PERFORM 000600-VALIDATE-ENTRY
              THRU 000600-EXIT.
           IF (WS-ENTRY-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000300-EXIT
           END-IF.
      *
           REWRITE JE-REC
               INVALID KEY
                   MOVE "ERROR CHANGING JOURNAL ENTRY" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
               NOT INVALID KEY
                   MOVE "C" TO MA-ACTION
                   MOVE JE-REFERENCE TO MA-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                   MOVE JE-REC TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   MOVE "JOURNAL ENTRY CHANGED" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
           END-REWRITE.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *          I N Q U I R E   J O U R N A L   E N T R Y
      *
       000400-INQUIRE-ENTRY.
      *
           PERFORM 000700-READ-ENTRY
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 0)
               DISPLAY JOURNAL-HEAD-SCREEN
               DISPLAY JOURNAL-LINES-SCREEN
               DISPLAY JOURNAL-STATUS-SCREEN
               MOVE "PRESS A KEY TO CONTINUE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           END-IF.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *       S T O P   O R   C A N C E L   A N   E N T R Y
      *
      *    A RECURRING ENTRY STOPS FEEDING FROM THE NEXT RUN; A
      *    ONE-OFF OR AUTO-REVERSING ENTRY NOT YET FED IS CANCELLED.
      *    THE RECORD STAYS ON FILE AS THE TRAIL OF WHAT WAS KEYED.
      *
       000500-STOP-ENTRY.
      *
           PERFORM 000700-READ-ENTRY
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000500-EXIT
           END-IF.
           IF (NOT JE-WAITING)
               MOVE "ENTRY ALREADY FINISHED OR STOPPED"
                   TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000500-EXIT
           END-IF.
      *
           DISPLAY JOURNAL-HEAD-SCREEN.
           DISPLAY JOURNAL-LINES-SCREEN.
           DISPLAY JOURNAL-STATUS-SCREEN.
           MOVE JE-REC TO WS-BEFORE-IMAGE.
           MOVE "STOP THIS ENTRY? (Y/N)" TO WS-ERR-MSG.
           DISPLAY ERROR-SCREEN.
           ACCEPT ERROR-SCREEN.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF (WS-ANSWER = "Y")
               MOVE "S" TO JE-ENTRY-STATUS
               REWRITE JE-REC
                   INVALID KEY
                       MOVE "ERROR STOPPING JOURNAL ENTRY"
                           TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
                   NOT INVALID KEY
                       MOVE "C" TO MA-ACTION
                       MOVE JE-REFERENCE TO MA-RECORD-KEY
                       MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                       MOVE JE-REC TO MA-AFTER-IMAGE
                       PERFORM 890000-WRITE-MNT-AUDIT
                          THRU 890000-EXIT
                       MOVE "JOURNAL ENTRY STOPPED" TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
               END-REWRITE
           END-IF.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *             V A L I D A T E   E N T R Y
      *
      *    A BLANK TYPE IS A ONE-OFF.  A LINE WITH NO ACCOUNT AND NO
      *    AMOUNT IS UNUSED; EVERY OTHER LINE MUST BE COMPLETE.
      *
       000600-VALIDATE-ENTRY.
      *
           MOVE 0 TO WS-ENTRY-ERROR-FLAG.
           MOVE SPACES TO WS-ERR-MSG.
           MOVE FUNCTION UPPER-CASE(JE-ENTRY-TYPE) TO JE-ENTRY-TYPE.
           IF (JE-ENTRY-TYPE = SPACE)
               MOVE "M" TO JE-ENTRY-TYPE
           END-IF.
           IF (NOT JE-ONE-OFF) AND (NOT JE-RECURRING)
                               AND (NOT JE-AUTO-REVERSE)
               MOVE "TYPE MUST BE M, R OR A" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (JE-DESCRIPTION = SPACES)
               MOVE "DESCRIPTION REQUIRED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
      *
      *    THE POSTING DATE MUST LAND IN A LOADED FISCAL PERIOD THAT
      *    HAS NOT BEEN CLOSED - THE SAME GATE THE BATCH FEEDS USE.
      *
           CALL "PERIODCK" USING BY CONTENT JE-POSTING-DATE
                                 BY REFERENCE WS-PERIOD-RESULT
                                 BY REFERENCE WS-FISCAL-YEAR
                                 BY REFERENCE WS-FISCAL-PERIOD
               ON EXCEPTION MOVE "00" TO WS-PERIOD-RESULT.
           IF (WS-PERIOD-RESULT = "02")
               MOVE "POSTING DATE IN NO FISCAL PERIOD" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (WS-PERIOD-RESULT = "01")
               MOVE "POSTING PERIOD IS CLOSED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (JE-RECURRING)
               IF (JE-END-DATE NOT = ZERO)
                   AND (JE-END-DATE < JE-POSTING-DATE)
                   MOVE "END DATE BEFORE POSTING DATE" TO WS-ERR-MSG
                   MOVE 1 TO WS-ENTRY-ERROR-FLAG
                   GO TO 000600-EXIT
               END-IF
           ELSE
               IF (JE-END-DATE NOT = ZERO)
                   MOVE "END DATE IS FOR RECURRING ENTRIES ONLY"
                       TO WS-ERR-MSG
                   MOVE 1 TO WS-ENTRY-ERROR-FLAG
                   GO TO 000600-EXIT
               END-IF
           END-IF.
      *
           MOVE ZERO TO WS-LINES-USED.
           MOVE ZERO TO WS-DEBIT-TOTAL.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           PERFORM 000610-VALIDATE-LINE
              THRU 000610-EXIT
               VARYING WS-LX FROM 1 BY 1
               UNTIL (WS-LX > 8) OR (WS-ENTRY-ERROR-FLAG = 1).
           IF (WS-ENTRY-ERROR-FLAG = 1)
               GO TO 000600-EXIT
           END-IF.
           IF (WS-LINES-USED < 2)
               MOVE "AT LEAST TWO LINES REQUIRED" TO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL)
               MOVE WS-DEBIT-TOTAL  TO WS-EDIT-DEBITS
               MOVE WS-CREDIT-TOTAL TO WS-EDIT-CREDITS
               STRING "DR " DELIMITED BY SIZE
                      WS-EDIT-DEBITS DELIMITED BY SIZE
                      " NOT = CR " DELIMITED BY SIZE
                      WS-EDIT-CREDITS DELIMITED BY SIZE
                      INTO WS-ERR-MSG
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
           END-IF.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *              V A L I D A T E   L I N E
      *
       000610-VALIDATE-LINE.
      *
           MOVE FUNCTION UPPER-CASE(JE-ACCOUNT (WS-LX))
               TO JE-ACCOUNT (WS-LX).
           MOVE FUNCTION UPPER-CASE(JE-DR-CR (WS-LX))
               TO JE-DR-CR (WS-LX).
           IF (JE-ACCOUNT (WS-LX) = SPACES)
               AND (JE-AMOUNT (WS-LX) = ZERO)
               MOVE SPACE TO JE-DR-CR (WS-LX)
               GO TO 000610-EXIT
           END-IF.
           MOVE SPACES TO WS-ERR-MSG.
           STRING "LINE " DELIMITED BY SIZE
                  WS-LX DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  INTO WS-ERR-MSG.
           MOVE JE-ACCOUNT (WS-LX) TO COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON GLCOA" TO WS-ERR-MSG (9:)
                   MOVE 1 TO WS-ENTRY-ERROR-FLAG
                   GO TO 000610-EXIT
           END-READ.
           IF (JE-DR-CR (WS-LX) NOT = "D" AND NOT = "C")
               MOVE "D/C MUST BE D OR C" TO WS-ERR-MSG (9:)
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000610-EXIT
           END-IF.
           IF (JE-AMOUNT (WS-LX) NOT NUMERIC)
               OR (JE-AMOUNT (WS-LX) = ZERO)
               MOVE "AMOUNT REQUIRED" TO WS-ERR-MSG (9:)
               MOVE 1 TO WS-ENTRY-ERROR-FLAG
               GO TO 000610-EXIT
           END-IF.
           MOVE SPACES TO WS-ERR-MSG.
           ADD 1 TO WS-LINES-USED.
           IF (JE-DR-CR (WS-LX) = "D")
               ADD JE-AMOUNT (WS-LX) TO WS-DEBIT-TOTAL
           ELSE
               ADD JE-AMOUNT (WS-LX) TO WS-CREDIT-TOTAL
           END-IF.
      *
       000610-EXIT.
           EXIT.
      *
      *
      *                A C C E P T   E N T R Y
      *
       000670-ACCEPT-ENTRY.
      *
           ACCEPT JOURNAL-HEAD-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           ACCEPT JOURNAL-LINES-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           MOVE "000670-ACCEPT-ENTRY" TO TL-SCREEN-NAME.
           MOVE JE-REC                TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
       000670-EXIT.
           EXIT.
      *
      *
      *                  C L E A R   L I N E
      *
       000680-CLEAR-LINE.
      *
           MOVE SPACES TO JE-ACCOUNT (WS-LX).
           MOVE SPACE  TO JE-DR-CR (WS-LX).
           MOVE ZERO   TO JE-AMOUNT (WS-LX).
      *
       000680-EXIT.
           EXIT.
      *
      *
      *                 A C C E P T   K E Y
      *
       000690-ACCEPT-KEY.
      *
           MOVE SPACES TO JE-REFERENCE.
           ACCEPT JOURNAL-KEY-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(JE-REFERENCE) TO JE-REFERENCE.
      *
       000690-EXIT.
           EXIT.
      *
      *
      *           R E A D   J O U R N A L   E N T R Y
      *
       000700-READ-ENTRY.
      *
           PERFORM 000690-ACCEPT-KEY
              THRU 000690-EXIT.
      *
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ JOURNAL-ENTRY-FILE
               KEY IS JE-REFERENCE
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               MOVE "JOURNAL ENTRY NOT ON FILE" TO WS-ERR-MSG
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
           MOVE "JRNLENT.DAT " TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
