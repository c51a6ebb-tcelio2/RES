       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    SORDMNTT.
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
      *    ADD/CHANGE/INQUIRE/DELETE MAINTENANCE FOR THE BOOK
      *    STANDING-ORDER FILE STANDORD.DAT.  EACH RECORD IS ONE
      *    CUSTOMER'S STANDING REQUEST FOR EVERY NEW TITLE BY AN
      *    AUTHOR (MATCH TYPE A, THE 4-DIGIT AUTHOR-ID-BSF, WHICH
      *    MUST BE ON AUTHORM.DAT) OR IN A SERIES (MATCH TYPE S, THE
      *    SERIES CODE BOOKSER.DAT CARRIES FOR EACH VOLUME), WITH THE
      *    QUANTITY AND SERVICE CLASS TO ORDER.  THE STANDINGORDERS
      *    RUN READS THE FILE WHEN A NEW TITLE REACHES STOCK AND
      *    KEEPS THE LAST-ORDER DATE AND ORDER COUNT SHOWN HERE; A
      *    SUSPENDED STANDING ORDER STAYS ON FILE BUT ORDERS NOTHING.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL STANDING-ORDER-FILE
               ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               ALTERNATE RECORD KEY IS SO-MATCH-ALT
                           WITH DUPLICATES
               FILE STATUS IS SO-STATUS.
      *
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CU-STATUS.
      *
           SELECT AUTHOR-MASTER-FILE ASSIGN TO "AUTHORM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-AUTHOR-ID
               FILE STATUS IS AU-STATUS.
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
       FD  STANDING-ORDER-FILE.
      *
      *    SO-MATCH-ALT REPEATS THE MATCH TYPE AND CODE SO THE RUN
      *    CAN FIND EVERY CUSTOMER WAITING ON ONE AUTHOR OR SERIES.
      *
       01  SO-REC.
           03  SO-KEY.
               05  SO-CUSTOMER-ID      PIC  X(05).
               05  SO-MATCH-TYPE       PIC  X(01).
                   88  SO-BY-AUTHOR                VALUE "A".
                   88  SO-BY-SERIES                VALUE "S".
               05  SO-MATCH-CODE       PIC  X(06).
           03  SO-MATCH-ALT            PIC  X(07).
           03  SO-QTY                  PIC  9(02).
           03  SO-SERVICE-CLASS        PIC  X(01).
           03  SO-ORDER-STATUS         PIC  X(01).
               88  SO-ACTIVE                       VALUE "A".
               88  SO-SUSPENDED                    VALUE "S".
           03  SO-SET-UP-DATE          PIC  9(08).
           03  SO-LAST-ORDER-DATE      PIC  9(08).
           03  SO-ORDERS-GENERATED     PIC  9(05).
      *
       FD  CUSTOMER-FILE.
      *
       01  CU-REC.
           03  CU-CUSTOMER-ID          PIC  X(05).
           03  CU-NAME                 PIC  X(25).
           03  CU-ADDR-LINE-1          PIC  X(20).
           03  CU-ADDR-LINE-2          PIC  X(20).
           03  CU-CITY                 PIC  X(15).
           03  CU-COUNTRY-CODE         PIC  X(02).
           03  CU-CREDIT-LIMIT         PIC  9(06)V99.
           03  CU-SALES-REP            PIC  X(04).
           03  CU-ACCT-STATUS          PIC  X(01).
               88  CU-INACTIVE             VALUE "I".
           03  CU-MERGED-INTO          PIC  X(05).
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
       77  SO-STATUS                   PIC  X(02) VALUE SPACES.
       77  CU-STATUS                   PIC  X(02) VALUE SPACES.
       77  AU-STATUS                   PIC  X(02) VALUE SPACES.
       77  WS-MATCH-NAME               PIC  X(25) VALUE SPACES.
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
       77  WS-TERMS-ERROR-FLAG         PIC  9(01)       VALUE ZERO.
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
           03  LINE 01  COLUMN 08  VALUE
               "S T A N D I N G   O R D E R   M A I N T E N A N C E".
           03  LINE 03  COLUMN 01  VALUE "A - ADD A STANDING ORDER".
           03  LINE 04  COLUMN 01  VALUE "C - CHANGE A STANDING ORDER".
           03  LINE 05  COLUMN 01  VALUE "I - INQUIRE ON AN ORDER".
           03  LINE 06  COLUMN 01  VALUE "D - DELETE A STANDING ORDER".
           03  LINE 07  COLUMN 01  VALUE "X - EXIT".
           03  LINE 09  COLUMN 01  VALUE "ENTER YOUR CHOICE: ".
           03  PIC  X(01)          TO WS-MENU-CHOICE AUTO.
      *
      *
      *      S T A N D I N G   O R D E R   K E Y   S C R E E N
      *
       01  STANDING-KEY-SCREEN.
           03  LINE 11  COLUMN 01  ERASE EOS.
           03  LINE 11  COLUMN 01  VALUE "Customer Id:    ".
           03  PIC  X(05)          TO SO-CUSTOMER-ID AUTO.
           03  LINE 12  COLUMN 01  VALUE "Match Type:     ".
           03  PIC  X(01)          TO SO-MATCH-TYPE AUTO.
           03  LINE 12  COLUMN 30  VALUE "(A = AUTHOR, S = SERIES)".
           03  LINE 13  COLUMN 01  VALUE "Author/Series:  ".
           03  PIC  X(06)          TO SO-MATCH-CODE AUTO.
      *
      *
      *    S T A N D I N G   O R D E R   T E R M S   S C R E E N
      *
      *    THE KEY IS NOT ON THIS SCREEN, SO A CHANGE CANNOT RE-KEY
      *    THE RECORD IT IS REWRITING.
      *
       01  STANDING-TERMS-SCREEN.
           03  LINE 15  COLUMN 01  VALUE "Quantity:       ".
           03  PIC  9(02)          USING SO-QTY AUTO.
           03  LINE 16  COLUMN 01  VALUE "Service Class:  ".
           03  PIC  X(01)          USING SO-SERVICE-CLASS AUTO.
           03  LINE 16  COLUMN 30  VALUE "(S=STD, E=EXP, C=COURIER)".
           03  LINE 17  COLUMN 01  VALUE "Status:         ".
           03  PIC  X(01)          USING SO-ORDER-STATUS AUTO.
           03  LINE 17  COLUMN 30  VALUE "(A = ACTIVE, S = SUSPENDED)".
      *
      *
      *   S T A N D I N G   O R D E R   D I S P L A Y   S C R E E N
      *
       01  STANDING-DISPLAY-SCREEN.
           03  LINE 15  COLUMN 01  VALUE "Customer:       ".
           03  PIC  X(25)          FROM CU-NAME.
           03  LINE 16  COLUMN 01  VALUE "Author/Series:  ".
           03  PIC  X(25)          FROM WS-MATCH-NAME.
           03  LINE 17  COLUMN 01  VALUE "Quantity:       ".
           03  PIC  Z9             FROM SO-QTY.
           03  LINE 17  COLUMN 30  VALUE "Service Class: ".
           03  PIC  X(01)          FROM SO-SERVICE-CLASS.
           03  LINE 18  COLUMN 01  VALUE "Status:         ".
           03  PIC  X(01)          FROM SO-ORDER-STATUS.
           03  LINE 18  COLUMN 30  VALUE "Set Up:        ".
           03  PIC  9(08)          FROM SO-SET-UP-DATE.
           03  LINE 19  COLUMN 01  VALUE "Last Ordered:   ".
           03  PIC  9(08)          FROM SO-LAST-ORDER-DATE.
           03  LINE 19  COLUMN 30  VALUE "Orders Made:   ".
           03  PIC  ZZ,ZZ9         FROM SO-ORDERS-GENERATED.
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
                                BY CONTENT "SORDMNTT"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "SORDMNTT: OPERATOR NOT AUTHORIZED"
               GOBACK.
      *    BATCH-WINDOW LOCK: WHILE THE NIGHTLY RUNS ARE POSTING,
      *    UPDATE MODE IS REFUSED - AN OPERATOR WHO OVERRIDES IS
      *    LOGGED ON OVERRIDE.DAT.
           CALL "BATCHLCK" USING BY CONTENT TL-OPERATOR-ID
                                 BY CONTENT "C"
                                 BY REFERENCE WS-LOCK-RESULT
               ON EXCEPTION MOVE "00" TO WS-LOCK-RESULT.
           IF (WS-LOCK-RESULT = "01")
               DISPLAY "SORDMNTT: NIGHTLY RUN IN PROGRESS - "
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
           OPEN I-O STANDING-ORDER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT AUTHOR-MASTER-FILE.
           IF (SO-STATUS NOT = "00" AND NOT = "05")
               OR (CU-STATUS NOT = "00")
               OR (AU-STATUS NOT = "00")
               DISPLAY "SORDMNTT: CANNOT OPEN FILES - STANDORD="
                       SO-STATUS " CUSTOMER=" CU-STATUS
                       " AUTHORM=" AU-STATUS
               CLOSE STANDING-ORDER-FILE
               CLOSE CUSTOMER-FILE
               CLOSE AUTHOR-MASTER-FILE
               CLOSE TEST-LOG-FILE
               GOBACK
           END-IF.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
       000000-EXIT.
           CLOSE STANDING-ORDER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE AUTHOR-MASTER-FILE.
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
                       PERFORM 000200-ADD-STANDING-ORDER
                          THRU 000200-EXIT
                   WHEN "C"
                       PERFORM 000300-CHANGE-STANDING-ORDER
                          THRU 000300-EXIT
                   WHEN "I"
                       PERFORM 000400-INQUIRE-STANDING-ORDER
                          THRU 000400-EXIT
                   WHEN "D"
                       PERFORM 000500-DELETE-STANDING-ORDER
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
      *            A D D   S T A N D I N G   O R D E R
      *
       000200-ADD-STANDING-ORDER.
      *
           PERFORM 000690-ACCEPT-KEY
              THRU 000690-EXIT.
           PERFORM 000650-PROVE-CUSTOMER-AND-MATCH
              THRU 000650-EXIT.
           IF (WS-ERR-MSG NOT = SPACES)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE 0 TO WS-DUPLICATE-FLAG.
           READ STANDING-ORDER-FILE
               KEY IS SO-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-DUPLICATE-FLAG
           END-READ.
           IF (WS-DUPLICATE-FLAG = 1)
               MOVE "STANDING ORDER ALREADY ON FILE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE 1           TO SO-QTY.
           MOVE "S"         TO SO-SERVICE-CLASS.
           MOVE "A"         TO SO-ORDER-STATUS.
           MOVE WS-RUN-DATE TO SO-SET-UP-DATE.
           MOVE ZERO        TO SO-LAST-ORDER-DATE.
           MOVE ZERO        TO SO-ORDERS-GENERATED.
           MOVE SO-MATCH-TYPE TO SO-MATCH-ALT (1:1).
           MOVE SO-MATCH-CODE TO SO-MATCH-ALT (2:6).
           ACCEPT STANDING-TERMS-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           PERFORM 000600-VALIDATE-TERMS
              THRU 000600-EXIT.
           IF (WS-TERMS-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           WRITE SO-REC
               INVALID KEY
                   MOVE "ERROR ADDING STANDING ORDER" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
               NOT INVALID KEY
                   MOVE "A" TO MA-ACTION
                   MOVE SO-KEY TO MA-RECORD-KEY
                   MOVE SPACES TO MA-BEFORE-IMAGE
                   MOVE SO-REC TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   MOVE "STANDING ORDER ADDED" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
           END-WRITE.
      *
       000200-EXIT.
           EXIT.
      *
      *
      *         C H A N G E   S T A N D I N G   O R D E R
      *
       000300-CHANGE-STANDING-ORDER.
      *
           PERFORM 000700-READ-STANDING-ORDER
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000300-EXIT
           END-IF.
      *
           MOVE SO-REC TO WS-BEFORE-IMAGE.
           ACCEPT STANDING-TERMS-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           PERFORM 000600-VALIDATE-TERMS
              THRU 000600-EXIT.
           IF (WS-TERMS-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000300-EXIT
           END-IF.
      *
           REWRITE SO-REC
               INVALID KEY
                   MOVE "ERROR CHANGING STANDING ORDER" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
               NOT INVALID KEY
                   MOVE "C" TO MA-ACTION
                   MOVE SO-KEY TO MA-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                   MOVE SO-REC TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   MOVE "STANDING ORDER CHANGED" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
           END-REWRITE.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *        I N Q U I R E   S T A N D I N G   O R D E R
      *
       000400-INQUIRE-STANDING-ORDER.
      *
           PERFORM 000700-READ-STANDING-ORDER
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 0)
               DISPLAY STANDING-DISPLAY-SCREEN
               MOVE "PRESS A KEY TO CONTINUE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           END-IF.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *         D E L E T E   S T A N D I N G   O R D E R
      *
       000500-DELETE-STANDING-ORDER.
      *
           PERFORM 000700-READ-STANDING-ORDER
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000500-EXIT
           END-IF.
      *
           DISPLAY STANDING-DISPLAY-SCREEN.
           MOVE SO-REC TO WS-BEFORE-IMAGE.
           MOVE "DELETE THIS STANDING ORDER? (Y/N)" TO WS-ERR-MSG.
           DISPLAY ERROR-SCREEN.
           ACCEPT ERROR-SCREEN.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF (WS-ANSWER = "Y")
               DELETE STANDING-ORDER-FILE
                   INVALID KEY
                       MOVE "ERROR DELETING STANDING ORDER"
                           TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
                   NOT INVALID KEY
                       MOVE "D" TO MA-ACTION
                       MOVE SO-KEY TO MA-RECORD-KEY
                       MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                       MOVE SPACES TO MA-AFTER-IMAGE
                       PERFORM 890000-WRITE-MNT-AUDIT
                          THRU 890000-EXIT
                       MOVE "STANDING ORDER DELETED" TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
               END-DELETE
           END-IF.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *             V A L I D A T E   T E R M S
      *
      *    A BLANK SERVICE CLASS OR STATUS TAKES THE USUAL DEFAULT,
      *    STANDARD SERVICE AND ACTIVE.
      *
       000600-VALIDATE-TERMS.
      *
           MOVE 0 TO WS-TERMS-ERROR-FLAG.
           MOVE SPACES TO WS-ERR-MSG.
           MOVE FUNCTION UPPER-CASE(SO-SERVICE-CLASS)
               TO SO-SERVICE-CLASS.
           MOVE FUNCTION UPPER-CASE(SO-ORDER-STATUS)
               TO SO-ORDER-STATUS.
           IF (SO-SERVICE-CLASS = SPACE)
               MOVE "S" TO SO-SERVICE-CLASS
           END-IF.
           IF (SO-ORDER-STATUS = SPACE)
               MOVE "A" TO SO-ORDER-STATUS
           END-IF.
           IF (SO-QTY NOT NUMERIC) OR (SO-QTY = ZERO)
               MOVE "QUANTITY MUST BE 01-99" TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (SO-SERVICE-CLASS NOT = "S" AND NOT = "E"
                                AND NOT = "C")
               MOVE "SERVICE CLASS MUST BE S, E OR C" TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (NOT SO-ACTIVE) AND (NOT SO-SUSPENDED)
               MOVE "STATUS MUST BE A OR S" TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG
           END-IF.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *     P R O V E   C U S T O M E R   A N D   M A T C H
      *
      *    AN AUTHOR MATCH MUST BE FOUR DIGITS ON AUTHORM.DAT; A
      *    SERIES CODE NEED ONLY BE PRESENT - A STANDING ORDER MAY
      *    BE TAKEN BEFORE THE SERIES' FIRST VOLUME IS ON FILE.
      *
       000650-PROVE-CUSTOMER-AND-MATCH.
      *
           MOVE SPACES TO WS-ERR-MSG.
           MOVE SPACES TO WS-MATCH-NAME.
           MOVE SO-CUSTOMER-ID TO CU-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-ERR-MSG
                   MOVE SPACES TO CU-NAME
                   GO TO 000650-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN SO-BY-AUTHOR
                   IF (SO-MATCH-CODE (1:4) NOT NUMERIC)
                       OR (SO-MATCH-CODE (5:2) NOT = SPACES)
                       MOVE "AUTHOR ID MUST BE 4 DIGITS" TO WS-ERR-MSG
                       GO TO 000650-EXIT
                   END-IF
                   MOVE SO-MATCH-CODE (1:4) TO AU-AUTHOR-ID
                   READ AUTHOR-MASTER-FILE
                       INVALID KEY
                           MOVE "AUTHOR NOT ON FILE" TO WS-ERR-MSG
                           GO TO 000650-EXIT
                   END-READ
                   MOVE AU-NAME TO WS-MATCH-NAME
               WHEN SO-BY-SERIES
                   IF (SO-MATCH-CODE = SPACES)
                       MOVE "SERIES CODE REQUIRED" TO WS-ERR-MSG
                       GO TO 000650-EXIT
                   END-IF
                   MOVE "SERIES " TO WS-MATCH-NAME
                   MOVE SO-MATCH-CODE TO WS-MATCH-NAME (8:6)
               WHEN OTHER
                   MOVE "MATCH TYPE MUST BE A OR S" TO WS-ERR-MSG
           END-EVALUATE.
      *
       000650-EXIT.
           EXIT.
      *
      *
      *                 A C C E P T   K E Y
      *
       000690-ACCEPT-KEY.
      *
           MOVE SPACES TO SO-CUSTOMER-ID.
           MOVE SPACES TO SO-MATCH-TYPE.
           MOVE SPACES TO SO-MATCH-CODE.
           ACCEPT STANDING-KEY-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(SO-MATCH-TYPE) TO SO-MATCH-TYPE.
           MOVE FUNCTION UPPER-CASE(SO-MATCH-CODE) TO SO-MATCH-CODE.
      *
       000690-EXIT.
           EXIT.
      *
      *
      *         R E A D   S T A N D I N G   O R D E R
      *
       000700-READ-STANDING-ORDER.
      *
           PERFORM 000690-ACCEPT-KEY
              THRU 000690-EXIT.
      *
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ STANDING-ORDER-FILE
               KEY IS SO-KEY
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               MOVE "STANDING ORDER NOT ON FILE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000700-EXIT
           END-IF.
      *    THE NAMES ARE FOR THE DISPLAY ONLY - A CUSTOMER OR AUTHOR
      *    SINCE REMOVED STILL LETS THE OLD STANDING ORDER BE DELETED.
           PERFORM 000650-PROVE-CUSTOMER-AND-MATCH
              THRU 000650-EXIT.
           MOVE SPACES TO WS-ERR-MSG.
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
           MOVE "STANDORD.DAT" TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
