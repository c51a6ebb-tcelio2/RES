       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    DOMCLSM.
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
      *    ONLINE MAINTENANCE OF THE EMAIL DOMAIN CLASS TABLE
      *    DOMCLASS.DAT THAT DOMAINCLASS READS FOR GRADEMAILCHECK,
      *    CSISEMAILDOMAIN AND DOMAINTREND.  EACH LINE IS A WHOLE
      *    DOMAIN ("gmail.com", WHICH ALSO COVERS ITS SUB-DOMAINS)
      *    OR A SUFFIX STARTING WITH A DOT (".edu"), ITS CLASS - "A"
      *    ACADEMIC, "C" COMMERCIAL, "G" GOVERNMENT, "F" FREE-MAIL -
      *    AND A COMMON FLAG.  A WHOLE DOMAIN FLAGGED COMMON IS ONE
      *    THE VALIDATION RUN CHECKS NEAR-MISSES AGAINST, SO "Y"
      *    BELONGS ONLY ON THE HEAVILY USED PROVIDERS.  DOMAINS ARE
      *    HELD IN LOWER CASE.  THE FILE IS LOADED AT SIGN-ON AND
      *    REWRITTEN WHOLE AT EXIT IN DOMAIN ORDER.  EVERY ADD,
      *    CHANGE AND DELETE GOES THROUGH MNTAUDIT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL DOMAIN-CLASS-FILE ASSIGN TO "DOMCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
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
       FD  DOMAIN-CLASS-FILE.
      *
       01  DOMAIN-CLASS-RECORD.
           03  DC-DOMAIN               PIC  X(20).
           03  DC-CLASS                PIC  X(01).
           03  DC-COMMON               PIC  X(01).
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
       77  WS-CLASS-STATUS             PIC  X(02) VALUE SPACES.
       77  WS-DOMAIN-IN                PIC  X(20) VALUE SPACES.
       77  WS-CLASS-IN                 PIC  X(01) VALUE SPACE.
       77  WS-COMMON-IN                PIC  X(01) VALUE SPACE.
       77  WS-CLASS-NAME               PIC  X(10) VALUE SPACES.
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
       77  WS-CX                       PIC  9(04) VALUE ZERO.
       77  WS-SX                       PIC  9(04) VALUE ZERO.
       77  WS-CLASS-SLOT               PIC  9(04) VALUE ZERO.
       77  WS-CHANGED-FLAG             PIC  9(01) VALUE ZERO.
       77  WS-VALID-FLAG               PIC  9(01) VALUE ZERO.
       77  WS-BAD-COUNT                PIC  9(02) VALUE ZERO.
       77  WS-LX                       PIC  9(02) VALUE ZERO.
      *
       78  WS-CLASS-LIMIT                       VALUE 500.
       77  WS-CLASS-COUNT              PIC  9(04) VALUE ZERO.
      *
       01  WS-CLASS-TABLE.
           03  WS-CLASS-ENTRY          OCCURS 500 TIMES.
               05  WS-CT-DOMAIN        PIC  X(20).
               05  WS-CT-CLASS         PIC  X(01).
               05  WS-CT-COMMON        PIC  X(01).
      *
       01  WS-SAVE-ENTRY               PIC  X(22).
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
                                BY CONTENT "DOMCLSM "
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "DOMCLSM: OPERATOR NOT AUTHORIZED"
               GOBACK.
           OPEN EXTEND TEST-LOG-FILE.
      *
           PERFORM 100000-LOAD-CLASSES
              THRU 100000-EXIT.
           DISPLAY "DOMAIN CLASS ENTRIES LOADED: " WS-CLASS-COUNT.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
           IF (WS-CHANGED-FLAG = 1)
               PERFORM 200000-REWRITE-CLASSES
                  THRU 200000-EXIT
               DISPLAY "DOMCLASS.DAT REWRITTEN: "
                       WS-CLASS-COUNT " ENTRIES"
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
           DISPLAY "E M A I L   D O M A I N   C L A S S E S".
           DISPLAY "A - ADD   C - CHANGE   D - DELETE".
           DISPLAY "I - INQUIRE   L - LIST   X - EXIT (REWRITES FILE)".
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
                   PERFORM 000200-ADD-CLASS
                      THRU 000200-EXIT
               WHEN "C"
                   PERFORM 000300-CHANGE-CLASS
                      THRU 000300-EXIT
               WHEN "D"
                   PERFORM 000400-DELETE-CLASS
                      THRU 000400-EXIT
               WHEN "I"
                   PERFORM 000500-INQUIRE
                      THRU 000500-EXIT
               WHEN "L"
                   PERFORM 000600-LIST
                      THRU 000600-EXIT
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
      *                  G E T   D O M A I N
      *
      *  ** PROMPTS FOR THE DOMAIN OR SUFFIX AND LOOKS IT UP.       **
      *  ** WS-VALID-FLAG 0 ON A BLANK OR MIS-FORMED ENTRY;         **
      *  ** WS-CLASS-SLOT IS THE MATCHING LINE OR ZERO.             **
      *
       000150-GET-DOMAIN.
      *
           MOVE 0 TO WS-VALID-FLAG.
           MOVE 0 TO WS-CLASS-SLOT.
           DISPLAY "DOMAIN OR .SUFFIX: ".
           MOVE SPACES TO WS-DOMAIN-IN.
           ACCEPT WS-DOMAIN-IN.
           IF (WS-DOMAIN-IN = SPACES)
               GO TO 000150-EXIT.
           MOVE FUNCTION LOWER-CASE(WS-DOMAIN-IN) TO WS-DOMAIN-IN.
      *
           MOVE 0 TO WS-LX.
           PERFORM VARYING WS-SX FROM 20 BY -1
                   UNTIL (WS-SX < 1) OR (WS-LX > 0)
               IF (WS-DOMAIN-IN(WS-SX:1) NOT = SPACE)
                   MOVE WS-SX TO WS-LX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-BAD-COUNT.
           INSPECT WS-DOMAIN-IN(1:WS-LX) TALLYING WS-BAD-COUNT
               FOR ALL SPACE ALL "@".
           IF (WS-BAD-COUNT NOT = 0)
               OR (WS-DOMAIN-IN(1:1) = SPACE)
               OR (WS-DOMAIN-IN(WS-LX:1) = ".")
               DISPLAY "NOT A VALID DOMAIN: " WS-DOMAIN-IN
               GO TO 000150-EXIT.
           MOVE 1 TO WS-VALID-FLAG.
      *
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL (WS-SX > WS-CLASS-COUNT)
                      OR (WS-CLASS-SLOT > 0)
               IF (WS-CT-DOMAIN(WS-SX) = WS-DOMAIN-IN)
                   MOVE WS-SX TO WS-CLASS-SLOT
               END-IF
           END-PERFORM.
      *
       000150-EXIT.
           EXIT.
      *
      *
      *           G E T   C L A S S   A N D   F L A G
      *
       000170-GET-CLASS.
      *
           MOVE 0 TO WS-VALID-FLAG.
           DISPLAY "CLASS (A = ACADEMIC, C = COMMERCIAL, "
                   "G = GOVERNMENT, F = FREE-MAIL): ".
           MOVE SPACE TO WS-CLASS-IN.
           ACCEPT WS-CLASS-IN.
           MOVE FUNCTION UPPER-CASE(WS-CLASS-IN) TO WS-CLASS-IN.
           IF (WS-CLASS-IN NOT = "A") AND (WS-CLASS-IN NOT = "C")
               AND (WS-CLASS-IN NOT = "G") AND (WS-CLASS-IN NOT = "F")
               DISPLAY "CLASS MUST BE A, C, G OR F"
               GO TO 000170-EXIT.
      *
      *  ** A SUFFIX CANNOT BE MISTYPED FOR - ONLY A WHOLE DOMAIN   **
      *  ** IS OFFERED THE COMMON FLAG.                             **
      *
           MOVE "N" TO WS-COMMON-IN.
           IF (WS-DOMAIN-IN(1:1) NOT = ".")
               DISPLAY "COMMON DOMAIN - CHECK FOR TYPOS? (Y/N): "
               ACCEPT WS-COMMON-IN
               MOVE FUNCTION UPPER-CASE(WS-COMMON-IN) TO WS-COMMON-IN
               IF (WS-COMMON-IN NOT = "Y")
                   MOVE "N" TO WS-COMMON-IN
               END-IF
           END-IF.
           MOVE 1 TO WS-VALID-FLAG.
      *
       000170-EXIT.
           EXIT.
      *
      *
      *                    A D D   C L A S S
      *
       000200-ADD-CLASS.
      *
           IF (WS-CLASS-COUNT NOT < WS-CLASS-LIMIT)
               DISPLAY "DOMAIN CLASS TABLE FULL"
               GO TO 000200-EXIT.
           PERFORM 000150-GET-DOMAIN
              THRU 000150-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000200-EXIT.
           IF (WS-CLASS-SLOT > 0)
               PERFORM 000580-SHOW-CLASS
                  THRU 000580-EXIT
               DISPLAY "ALREADY ON FILE AS " WS-CLASS-NAME
               GO TO 000200-EXIT.
           PERFORM 000170-GET-CLASS
              THRU 000170-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000200-EXIT.
      *
           ADD 1 TO WS-CLASS-COUNT.
           MOVE WS-CLASS-COUNT TO WS-CLASS-SLOT.
           MOVE WS-DOMAIN-IN TO WS-CT-DOMAIN(WS-CLASS-SLOT).
           MOVE WS-CLASS-IN  TO WS-CT-CLASS(WS-CLASS-SLOT).
           MOVE WS-COMMON-IN TO WS-CT-COMMON(WS-CLASS-SLOT).
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "A" TO MA-ACTION.
           MOVE WS-DOMAIN-IN TO MA-RECORD-KEY.
           MOVE SPACES TO MA-BEFORE-IMAGE.
           MOVE WS-CLASS-ENTRY(WS-CLASS-SLOT) TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "DOMAIN CLASS ADDED".
      *
       000200-EXIT.
           EXIT.
      *
      *
      *                 C H A N G E   C L A S S
      *
       000300-CHANGE-CLASS.
      *
           PERFORM 000150-GET-DOMAIN
              THRU 000150-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000300-EXIT.
           IF (WS-CLASS-SLOT = 0)
               DISPLAY "NO SUCH DOMAIN ON FILE"
               GO TO 000300-EXIT.
           PERFORM 000580-SHOW-CLASS
              THRU 000580-EXIT.
           DISPLAY "NOW " WS-CLASS-NAME
                   "  COMMON " WS-CT-COMMON(WS-CLASS-SLOT).
           PERFORM 000170-GET-CLASS
              THRU 000170-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000300-EXIT.
      *
           MOVE WS-CLASS-ENTRY(WS-CLASS-SLOT) TO MA-BEFORE-IMAGE.
           MOVE WS-CLASS-IN  TO WS-CT-CLASS(WS-CLASS-SLOT).
           MOVE WS-COMMON-IN TO WS-CT-COMMON(WS-CLASS-SLOT).
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "C" TO MA-ACTION.
           MOVE WS-DOMAIN-IN TO MA-RECORD-KEY.
           MOVE WS-CLASS-ENTRY(WS-CLASS-SLOT) TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "DOMAIN CLASS CHANGED".
      *
       000300-EXIT.
           EXIT.
      *
      *
      *                 D E L E T E   C L A S S
      *
       000400-DELETE-CLASS.
      *
           PERFORM 000150-GET-DOMAIN
              THRU 000150-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000400-EXIT.
           IF (WS-CLASS-SLOT = 0)
               DISPLAY "NO SUCH DOMAIN ON FILE"
               GO TO 000400-EXIT.
      *
           PERFORM 000580-SHOW-CLASS
              THRU 000580-EXIT.
           DISPLAY "DELETE " WS-CT-DOMAIN(WS-CLASS-SLOT) " "
                   WS-CLASS-NAME " ? (Y/N)".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
               GO TO 000400-EXIT.
      *
           MOVE WS-CLASS-ENTRY(WS-CLASS-SLOT) TO MA-BEFORE-IMAGE.
           PERFORM VARYING WS-SX FROM WS-CLASS-SLOT BY 1
                   UNTIL (WS-SX >= WS-CLASS-COUNT)
               MOVE WS-CLASS-ENTRY(WS-SX + 1)
                   TO WS-CLASS-ENTRY(WS-SX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CLASS-COUNT.
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "D" TO MA-ACTION.
           MOVE WS-DOMAIN-IN TO MA-RECORD-KEY.
           MOVE SPACES TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "DOMAIN CLASS DELETED".
      *
       000400-EXIT.
           EXIT.
      *
      *
      *                     I N Q U I R E
      *
       000500-INQUIRE.
      *
           PERFORM 000150-GET-DOMAIN
              THRU 000150-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000500-EXIT.
           IF (WS-CLASS-SLOT = 0)
               DISPLAY "NOT ON FILE"
               GO TO 000500-EXIT.
           PERFORM 000580-SHOW-CLASS
              THRU 000580-EXIT.
           DISPLAY WS-CT-DOMAIN(WS-CLASS-SLOT) " " WS-CLASS-NAME
                   "  COMMON " WS-CT-COMMON(WS-CLASS-SLOT).
      *
       000500-EXIT.
           EXIT.
      *
      *
      *                S H O W   C L A S S
      *
       000580-SHOW-CLASS.
      *
           EVALUATE WS-CT-CLASS(WS-CLASS-SLOT)
               WHEN "A"  MOVE "ACADEMIC  " TO WS-CLASS-NAME
               WHEN "C"  MOVE "COMMERCIAL" TO WS-CLASS-NAME
               WHEN "G"  MOVE "GOVERNMENT" TO WS-CLASS-NAME
               WHEN "F"  MOVE "FREE-MAIL " TO WS-CLASS-NAME
               WHEN OTHER
                         MOVE "?         " TO WS-CLASS-NAME
           END-EVALUATE.
      *
       000580-EXIT.
           EXIT.
      *
      *
      *                        L I S T
      *
       000600-LIST.
      *
           PERFORM VARYING WS-CLASS-SLOT FROM 1 BY 1
                   UNTIL (WS-CLASS-SLOT > WS-CLASS-COUNT)
               PERFORM 000580-SHOW-CLASS
                  THRU 000580-EXIT
               DISPLAY WS-CT-DOMAIN(WS-CLASS-SLOT) " " WS-CLASS-NAME
                       "  COMMON " WS-CT-COMMON(WS-CLASS-SLOT)
           END-PERFORM.
           DISPLAY WS-CLASS-COUNT " ENTRIES".
      *
       000600-EXIT.
           EXIT.
      *
      *
      *              L O A D   C L A S S E S
      *
       100000-LOAD-CLASSES.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT DOMAIN-CLASS-FILE.
           IF (WS-CLASS-STATUS NOT = "00")
               CLOSE DOMAIN-CLASS-FILE
               GO TO 100000-EXIT.
           PERFORM 100100-LOAD-ONE-CLASS
              THRU 100100-EXIT
               UNTIL (WS-EOF-FLAG = 1).
           CLOSE DOMAIN-CLASS-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *             L O A D   O N E   C L A S S
      *
      *  ** A MIS-FORMED LINE IS REPORTED AND DROPPED RATHER THAN   **
      *  ** CARRIED INTO THE REWRITTEN FILE.                        **
      *
       100100-LOAD-ONE-CLASS.
      *
           READ DOMAIN-CLASS-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 100100-EXIT.
           IF (DC-DOMAIN = SPACES)
               OR ((DC-CLASS NOT = "A") AND (DC-CLASS NOT = "C")
                   AND (DC-CLASS NOT = "G") AND (DC-CLASS NOT = "F"))
               DISPLAY "DOMCLSM: BAD LINE DROPPED - "
                       DOMAIN-CLASS-RECORD
               GO TO 100100-EXIT.
           IF (WS-CLASS-COUNT NOT < WS-CLASS-LIMIT)
               DISPLAY "DOMCLSM: TABLE FULL - " DOMAIN-CLASS-RECORD
               GO TO 100100-EXIT.
      *
           ADD 1 TO WS-CLASS-COUNT.
           MOVE FUNCTION LOWER-CASE(DC-DOMAIN)
               TO WS-CT-DOMAIN(WS-CLASS-COUNT).
           MOVE DC-CLASS TO WS-CT-CLASS(WS-CLASS-COUNT).
           IF (DC-COMMON = "Y") AND (DC-DOMAIN(1:1) NOT = ".")
               MOVE "Y" TO WS-CT-COMMON(WS-CLASS-COUNT)
           ELSE
               MOVE "N" TO WS-CT-COMMON(WS-CLASS-COUNT).
      *
       100100-EXIT.
           EXIT.
      *
      *
      *             R E W R I T E   C L A S S E S
      *
       200000-REWRITE-CLASSES.
      *
      *  ** EXCHANGE SORT INTO DOMAIN ORDER, THEN THE WHOLE FILE IS **
      *  ** REWRITTEN.                                              **
      *
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL (WS-CX >= WS-CLASS-COUNT)
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL (WS-SX >= WS-CLASS-COUNT)
                   IF (WS-CT-DOMAIN(WS-SX) > WS-CT-DOMAIN(WS-SX + 1))
                       MOVE WS-CLASS-ENTRY(WS-SX)
                           TO WS-SAVE-ENTRY
                       MOVE WS-CLASS-ENTRY(WS-SX + 1)
                           TO WS-CLASS-ENTRY(WS-SX)
                       MOVE WS-SAVE-ENTRY
                           TO WS-CLASS-ENTRY(WS-SX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
           OPEN OUTPUT DOMAIN-CLASS-FILE.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL (WS-SX > WS-CLASS-COUNT)
               MOVE WS-CLASS-ENTRY(WS-SX) TO DOMAIN-CLASS-RECORD
               WRITE DOMAIN-CLASS-RECORD
           END-PERFORM.
           CLOSE DOMAIN-CLASS-FILE.
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
           MOVE "DOMCLASS" TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
