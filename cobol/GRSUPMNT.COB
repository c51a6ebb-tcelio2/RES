       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    GRSUPMNT.
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
      *    ONLINE MAINTENANCE OF THE GRADUATE MAILING SUPPRESSION
      *    FILE GRADSUPP.DAT FOR THE ALUMNI OFFICE.  EACH LINE IS ONE
      *    REASON NOT TO CONTACT A GRADUATE: "O" THE ADDRESS HAS
      *    OPTED OUT, "B" MAIL TO THE ADDRESS HAS BOUNCED - BOTH
      *    KEYED BY EMAIL ADDRESS - OR "D" THE GRADUATE IS DECEASED,
      *    KEYED BY THE STUDENT NAME ON GRADINFO.DAT (THE ADDRESS ON
      *    FILE IS CARRIED WITH IT).  GRADOUTREACH DROPS EVERY
      *    GRADUATE WHOSE ADDRESS OR NAME MATCHES A LINE, WHATEVER
      *    THE CASE OF THE ADDRESS.  INQUIRE SHOWS WHETHER AN
      *    ADDRESS OR NAME IS SUPPRESSED AND WHY.  THE FILE IS LOADED
      *    AT SIGN-ON AND REWRITTEN WHOLE AT EXIT IN REASON/ADDRESS/
      *    NAME ORDER.  EVERY ADD AND DELETE GOES THROUGH MNTAUDIT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL GRADUATE-FILE ASSIGN TO "GRADINFO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRAD-STATUS.
      *
           SELECT OPTIONAL SUPPRESSION-FILE ASSIGN TO "GRADSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
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
       FD  GRADUATE-FILE.
      *
       01  GRADUATE-RECORD.
           03  GR-STUDENT-NAME         PIC  X(25).
           03  GR-GRAD-YEAR            PIC  9(04).
           03  GR-COURSE-CODE          PIC  9(01).
           03  GR-EMAIL-ADDR           PIC  X(28).
           03  GR-EMAIL-DOMAIN         PIC  X(20).
           03  GR-COUNTRY-CODE         PIC  X(02).
      *
       FD  SUPPRESSION-FILE.
      *
       01  SUPPRESSION-RECORD.
           03  SP-REASON               PIC  X(01).
           03  SP-EMAIL-ADDR           PIC  X(28).
           03  SP-STUDENT-NAME         PIC  X(25).
           03  SP-DATE                 PIC  9(08).
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
       77  WS-GRAD-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-SUPP-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-REASON-IN                PIC  X(01) VALUE SPACE.
       77  WS-EMAIL-IN                 PIC  X(28) VALUE SPACES.
       77  WS-NAME-IN                  PIC  X(25) VALUE SPACES.
       77  WS-EMAIL-UPPER              PIC  X(28) VALUE SPACES.
       77  WS-NAME-UPPER               PIC  X(25) VALUE SPACES.
       77  WS-REASON-NAME              PIC  X(10) VALUE SPACES.
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
       77  WS-GX                       PIC  9(04) VALUE ZERO.
       77  WS-SX                       PIC  9(04) VALUE ZERO.
       77  WS-LX                       PIC  9(02) VALUE ZERO.
       77  WS-GRAD-SLOT                PIC  9(04) VALUE ZERO.
       77  WS-SUPP-SLOT                PIC  9(04) VALUE ZERO.
       77  WS-FOUND-COUNT              PIC  9(04) VALUE ZERO.
       77  WS-CHANGED-FLAG             PIC  9(01) VALUE ZERO.
       77  WS-VALID-FLAG               PIC  9(01) VALUE ZERO.
       77  WS-AT-COUNT                 PIC  9(02) VALUE ZERO.
       77  WS-AT-POSITION              PIC  9(02) VALUE ZERO.
       77  WS-SPACE-COUNT              PIC  9(02) VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
      *
       78  WS-GRADUATE-LIMIT                    VALUE 5000.
       77  WS-GRADUATE-COUNT           PIC  9(04) VALUE ZERO.
      *
      *    ONLY WHAT THE SCREEN CHECKS AGAINST - GRADINFO.DAT IS NOT
      *    CHANGED HERE.
      *
       01  WS-GRADUATE-TABLE.
           03  WS-GRADUATE-ENTRY       OCCURS 5000 TIMES.
               05  WS-GT-NAME          PIC  X(25).
               05  WS-GT-NAME-UPPER    PIC  X(25).
               05  WS-GT-EMAIL         PIC  X(28).
               05  WS-GT-EMAIL-UPPER   PIC  X(28).
      *
       78  WS-SUPPRESSION-LIMIT                 VALUE 5000.
       77  WS-SUPPRESSION-COUNT        PIC  9(04) VALUE ZERO.
      *
       01  WS-SUPPRESSION-TABLE.
           03  WS-SUPPRESSION-ENTRY    OCCURS 5000 TIMES.
               05  WS-ST-KEY.
                   07  WS-ST-REASON    PIC  X(01).
                   07  WS-ST-EMAIL     PIC  X(28).
                   07  WS-ST-NAME      PIC  X(25).
               05  WS-ST-DATE          PIC  9(08).
      *
       01  WS-SAVE-ENTRY               PIC  X(62).
      *
       01  WS-AUDIT-KEY.
           03  WS-AK-REASON            PIC  X(01).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-AK-KEY               PIC  X(18).
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
                                BY CONTENT "GRSUPMNT"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "GRSUPMNT: OPERATOR NOT AUTHORIZED"
               GOBACK.
           OPEN EXTEND TEST-LOG-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM 100000-LOAD-GRADUATES
              THRU 100000-EXIT.
           PERFORM 110000-LOAD-SUPPRESSIONS
              THRU 110000-EXIT.
           DISPLAY "GRADUATES LOADED: " WS-GRADUATE-COUNT
                   "   SUPPRESSIONS LOADED: " WS-SUPPRESSION-COUNT.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
           IF (WS-CHANGED-FLAG = 1)
               PERFORM 200000-REWRITE-SUPPRESSIONS
                  THRU 200000-EXIT
               DISPLAY "GRADSUPP.DAT REWRITTEN: "
                       WS-SUPPRESSION-COUNT " SUPPRESSIONS"
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
           DISPLAY "G R A D U A T E   M A I L I N G   "
                   "S U P P R E S S I O N".
           DISPLAY "A - ADD SUPPRESSION   D - DELETE SUPPRESSION".
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
                   PERFORM 000200-ADD-SUPPRESSION
                      THRU 000200-EXIT
               WHEN "D"
                   PERFORM 000400-DELETE-SUPPRESSION
                      THRU 000400-EXIT
               WHEN "I"
                   PERFORM 000500-INQUIRE
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
      *       G E T   R E A S O N   A N D   K E Y
      *
      *  ** PROMPTS FOR THE REASON AND THEN THE ADDRESS ("O", "B")  **
      *  ** OR STUDENT NAME ("D").  WS-VALID-FLAG 0 ON A BAD ENTRY; **
      *  ** WS-SUPP-SLOT IS THE MATCHING LINE OR ZERO, WS-GRAD-SLOT **
      *  ** THE GRADUATE WITH THAT ADDRESS OR NAME OR ZERO.         **
      *
       000150-GET-KEY.
      *
           MOVE 0 TO WS-VALID-FLAG.
           MOVE 0 TO WS-SUPP-SLOT.
           MOVE 0 TO WS-GRAD-SLOT.
           DISPLAY "REASON (O = OPTED OUT, B = BOUNCED, "
                   "D = DECEASED): ".
           MOVE SPACE TO WS-REASON-IN.
           ACCEPT WS-REASON-IN.
           MOVE FUNCTION UPPER-CASE(WS-REASON-IN) TO WS-REASON-IN.
           IF (WS-REASON-IN NOT = "O") AND (WS-REASON-IN NOT = "B")
               AND (WS-REASON-IN NOT = "D")
               DISPLAY "REASON MUST BE O, B OR D"
               GO TO 000150-EXIT.
      *
           MOVE SPACES TO WS-EMAIL-IN.
           MOVE SPACES TO WS-NAME-IN.
           IF (WS-REASON-IN = "D")
               DISPLAY "STUDENT NAME: "
               ACCEPT WS-NAME-IN
               IF (WS-NAME-IN = SPACES)
                   GO TO 000150-EXIT
               END-IF
               PERFORM 000170-FIND-GRADUATE-NAME
                  THRU 000170-EXIT
           ELSE
               DISPLAY "EMAIL ADDRESS: "
               ACCEPT WS-EMAIL-IN
               IF (WS-EMAIL-IN = SPACES)
                   GO TO 000150-EXIT
               END-IF
               PERFORM 000160-FIND-GRADUATE-EMAIL
                  THRU 000160-EXIT
           END-IF.
           MOVE 1 TO WS-VALID-FLAG.
      *
           MOVE WS-REASON-IN TO WS-AK-REASON.
           IF (WS-REASON-IN = "D")
               MOVE WS-NAME-IN  TO WS-AK-KEY
           ELSE
               MOVE WS-EMAIL-IN TO WS-AK-KEY.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL (WS-SX > WS-SUPPRESSION-COUNT)
                      OR (WS-SUPP-SLOT > 0)
               IF (WS-ST-REASON(WS-SX) = WS-REASON-IN)
                   IF (WS-REASON-IN = "D")
                       IF (FUNCTION UPPER-CASE(WS-ST-NAME(WS-SX))
                               = WS-NAME-UPPER)
                           MOVE WS-SX TO WS-SUPP-SLOT
                       END-IF
                   ELSE
                       IF (FUNCTION UPPER-CASE(WS-ST-EMAIL(WS-SX))
                               = WS-EMAIL-UPPER)
                           MOVE WS-SX TO WS-SUPP-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       000150-EXIT.
           EXIT.
      *
      *
      *       F I N D   G R A D U A T E   B Y   E M A I L
      *
       000160-FIND-GRADUATE-EMAIL.
      *
           MOVE FUNCTION UPPER-CASE(WS-EMAIL-IN) TO WS-EMAIL-UPPER.
           MOVE 0 TO WS-GRAD-SLOT.
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL (WS-GX > WS-GRADUATE-COUNT)
                      OR (WS-GRAD-SLOT > 0)
               IF (WS-GT-EMAIL-UPPER(WS-GX) = WS-EMAIL-UPPER)
                   MOVE WS-GX TO WS-GRAD-SLOT
               END-IF
           END-PERFORM.
      *
       000160-EXIT.
           EXIT.
      *
      *
      *        F I N D   G R A D U A T E   B Y   N A M E
      *
       000170-FIND-GRADUATE-NAME.
      *
           MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-UPPER.
           MOVE 0 TO WS-GRAD-SLOT.
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL (WS-GX > WS-GRADUATE-COUNT)
                      OR (WS-GRAD-SLOT > 0)
               IF (WS-GT-NAME-UPPER(WS-GX) = WS-NAME-UPPER)
                   MOVE WS-GX TO WS-GRAD-SLOT
               END-IF
           END-PERFORM.
      *
       000170-EXIT.
           EXIT.
      *
      *
      *               A D D   S U P P R E S S I O N
      *
       000200-ADD-SUPPRESSION.
      *
           IF (WS-SUPPRESSION-COUNT NOT < WS-SUPPRESSION-LIMIT)
               DISPLAY "SUPPRESSION TABLE FULL"
               GO TO 000200-EXIT.
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000200-EXIT.
           IF (WS-SUPP-SLOT > 0)
               DISPLAY "ALREADY SUPPRESSED SINCE "
                       WS-ST-DATE(WS-SUPP-SLOT)
               GO TO 000200-EXIT.
      *
      *  ** A DECEASED GRADUATE MUST BE ON FILE - THE NAME IS WHAT  **
      *  ** THE OUTREACH RUN MATCHES ON.  AN ADDRESS IS CHECKED FOR **
      *  ** FORM ONLY, SINCE AN OPT-OUT MAY ARRIVE BEFORE THE       **
      *  ** GRADUATE FILE CARRIES THE ADDRESS.                      **
      *
           IF (WS-REASON-IN = "D")
               IF (WS-GRAD-SLOT = 0)
                   DISPLAY "NO GRADUATE OF THAT NAME ON GRADINFO.DAT"
                   GO TO 000200-EXIT
               END-IF
               MOVE WS-GT-NAME(WS-GRAD-SLOT)  TO WS-NAME-IN
               MOVE WS-GT-EMAIL(WS-GRAD-SLOT) TO WS-EMAIL-IN
           ELSE
               PERFORM 000640-CHECK-EMAIL
                  THRU 000640-EXIT
               IF (WS-VALID-FLAG = 0)
                   GO TO 000200-EXIT
               END-IF
               IF (WS-GRAD-SLOT > 0)
                   MOVE WS-GT-NAME(WS-GRAD-SLOT) TO WS-NAME-IN
               END-IF
           END-IF.
      *
           IF (WS-NAME-IN NOT = SPACES)
               DISPLAY "GRADUATE: " WS-NAME-IN "  " WS-EMAIL-IN
           ELSE
               DISPLAY "ADDRESS NOT ON GRADINFO.DAT".
           DISPLAY "ADD THIS SUPPRESSION? (Y/N)".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
               GO TO 000200-EXIT.
      *
           ADD 1 TO WS-SUPPRESSION-COUNT.
           MOVE WS-SUPPRESSION-COUNT TO WS-SUPP-SLOT.
           MOVE WS-REASON-IN TO WS-ST-REASON(WS-SUPP-SLOT).
           MOVE WS-EMAIL-IN  TO WS-ST-EMAIL(WS-SUPP-SLOT).
           MOVE WS-NAME-IN   TO WS-ST-NAME(WS-SUPP-SLOT).
           MOVE WS-RUN-DATE  TO WS-ST-DATE(WS-SUPP-SLOT).
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "A" TO MA-ACTION.
           MOVE WS-AUDIT-KEY TO MA-RECORD-KEY.
           MOVE SPACES TO MA-BEFORE-IMAGE.
           MOVE WS-SUPPRESSION-ENTRY(WS-SUPP-SLOT) TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "SUPPRESSION ADDED".
      *
       000200-EXIT.
           EXIT.
      *
      *
      *            D E L E T E   S U P P R E S S I O N
      *
       000400-DELETE-SUPPRESSION.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-VALID-FLAG = 0)
               GO TO 000400-EXIT.
           IF (WS-SUPP-SLOT = 0)
               DISPLAY "NO SUCH SUPPRESSION ON FILE"
               GO TO 000400-EXIT.
      *
           PERFORM 000580-SHOW-REASON
              THRU 000580-EXIT.
           DISPLAY "DELETE " WS-REASON-NAME " "
                   WS-ST-EMAIL(WS-SUPP-SLOT) " "
                   WS-ST-NAME(WS-SUPP-SLOT) " ? (Y/N)".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
               GO TO 000400-EXIT.
      *
           MOVE WS-SUPPRESSION-ENTRY(WS-SUPP-SLOT) TO MA-BEFORE-IMAGE.
           PERFORM VARYING WS-SX FROM WS-SUPP-SLOT BY 1
                   UNTIL (WS-SX >= WS-SUPPRESSION-COUNT)
               MOVE WS-SUPPRESSION-ENTRY(WS-SX + 1)
                   TO WS-SUPPRESSION-ENTRY(WS-SX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-SUPPRESSION-COUNT.
           MOVE 1 TO WS-CHANGED-FLAG.
           MOVE "D" TO MA-ACTION.
           MOVE WS-AUDIT-KEY TO MA-RECORD-KEY.
           MOVE SPACES TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "SUPPRESSION DELETED".
      *
       000400-EXIT.
           EXIT.
      *
      *
      *                     I N Q U I R E
      *
      *  ** AN ADDRESS OR A NAME - EITHER IS LOOKED UP BOTH WAYS,   **
      *  ** AS THE OUTREACH RUN DOES, AND EVERY LINE THAT WOULD     **
      *  ** SUPPRESS IT IS SHOWN.                                   **
      *
       000500-INQUIRE.
      *
           DISPLAY "EMAIL ADDRESS OR STUDENT NAME: ".
           MOVE SPACES TO WS-EMAIL-IN.
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF (WS-NAME-IN = SPACES)
               GO TO 000500-EXIT.
           MOVE WS-NAME-IN TO WS-EMAIL-IN.
           PERFORM 000160-FIND-GRADUATE-EMAIL
              THRU 000160-EXIT.
           IF (WS-GRAD-SLOT = 0)
               PERFORM 000170-FIND-GRADUATE-NAME
                  THRU 000170-EXIT
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-UPPER.
           IF (WS-GRAD-SLOT > 0)
               DISPLAY "GRADUATE: " WS-GT-NAME(WS-GRAD-SLOT) "  "
                       WS-GT-EMAIL(WS-GRAD-SLOT)
               MOVE WS-GT-NAME-UPPER(WS-GRAD-SLOT)  TO WS-NAME-UPPER
               MOVE WS-GT-EMAIL-UPPER(WS-GRAD-SLOT) TO WS-EMAIL-UPPER
           ELSE
               DISPLAY "NOT ON GRADINFO.DAT".
      *
           MOVE 0 TO WS-FOUND-COUNT.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL (WS-SX > WS-SUPPRESSION-COUNT)
               IF ((WS-ST-EMAIL(WS-SX) NOT = SPACES)
                   AND (FUNCTION UPPER-CASE(WS-ST-EMAIL(WS-SX))
                           = WS-EMAIL-UPPER))
                   OR ((WS-ST-REASON(WS-SX) = "D")
                   AND (FUNCTION UPPER-CASE(WS-ST-NAME(WS-SX))
                           = WS-NAME-UPPER))
                   MOVE WS-SX TO WS-SUPP-SLOT
                   PERFORM 000580-SHOW-REASON
                      THRU 000580-EXIT
                   DISPLAY "  SUPPRESSED - " WS-REASON-NAME
                           " SINCE " WS-ST-DATE(WS-SX)
                   ADD 1 TO WS-FOUND-COUNT
               END-IF
           END-PERFORM.
           IF (WS-FOUND-COUNT = 0)
               DISPLAY "  NOT SUPPRESSED".
      *
       000500-EXIT.
           EXIT.
      *
      *
      *                S H O W   R E A S O N
      *
       000580-SHOW-REASON.
      *
           EVALUATE WS-ST-REASON(WS-SUPP-SLOT)
               WHEN "O"  MOVE "OPTED OUT " TO WS-REASON-NAME
               WHEN "B"  MOVE "BOUNCED   " TO WS-REASON-NAME
               WHEN "D"  MOVE "DECEASED  " TO WS-REASON-NAME
               WHEN OTHER
                         MOVE "?         " TO WS-REASON-NAME
           END-EVALUATE.
      *
       000580-EXIT.
           EXIT.
      *
      *
      *                C H E C K   E M A I L
      *
      *  ** ONE "@" WITH TEXT EITHER SIDE AND NO EMBEDDED SPACES.   **
      *
       000640-CHECK-EMAIL.
      *
           MOVE 0 TO WS-VALID-FLAG.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT WS-EMAIL-IN TALLYING WS-AT-COUNT FOR ALL "@".
           MOVE 0 TO WS-AT-POSITION.
           INSPECT WS-EMAIL-IN TALLYING WS-AT-POSITION
               FOR CHARACTERS BEFORE INITIAL "@".
           MOVE 0 TO WS-LX.
           PERFORM VARYING WS-SX FROM 28 BY -1
                   UNTIL (WS-SX < 1) OR (WS-LX > 0)
               IF (WS-EMAIL-IN(WS-SX:1) NOT = SPACE)
                   MOVE WS-SX TO WS-LX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SPACE-COUNT.
           INSPECT WS-EMAIL-IN(1:WS-LX) TALLYING WS-SPACE-COUNT
               FOR ALL SPACE.
           IF (WS-AT-COUNT NOT = 1)
               OR (WS-AT-POSITION = 0)
               OR (WS-AT-POSITION + 1 NOT < WS-LX)
               OR (WS-SPACE-COUNT NOT = 0)
               DISPLAY "NOT A VALID EMAIL ADDRESS: " WS-EMAIL-IN
               GO TO 000640-EXIT.
           MOVE 1 TO WS-VALID-FLAG.
      *
       000640-EXIT.
           EXIT.
      *
      *
      *            L O A D   G R A D U A T E S
      *
       100000-LOAD-GRADUATES.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT GRADUATE-FILE.
           IF (WS-GRAD-STATUS NOT = "00")
               DISPLAY "NO GRADINFO.DAT - NO DECEASED CAN BE ADDED"
               CLOSE GRADUATE-FILE
               GO TO 100000-EXIT.
           PERFORM 100100-LOAD-ONE-GRADUATE
              THRU 100100-EXIT
               UNTIL (WS-EOF-FLAG = 1).
           CLOSE GRADUATE-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *          L O A D   O N E   G R A D U A T E
      *
       100100-LOAD-ONE-GRADUATE.
      *
           READ GRADUATE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 100100-EXIT.
           IF (GR-STUDENT-NAME = SPACES)
               GO TO 100100-EXIT.
           IF (WS-GRADUATE-COUNT NOT < WS-GRADUATE-LIMIT)
               DISPLAY "GRSUPMNT: GRADUATE TABLE FULL - "
                       GR-STUDENT-NAME
               GO TO 100100-EXIT.
           ADD 1 TO WS-GRADUATE-COUNT.
           MOVE GR-STUDENT-NAME TO WS-GT-NAME(WS-GRADUATE-COUNT).
           MOVE FUNCTION UPPER-CASE(GR-STUDENT-NAME)
               TO WS-GT-NAME-UPPER(WS-GRADUATE-COUNT).
           MOVE GR-EMAIL-ADDR   TO WS-GT-EMAIL(WS-GRADUATE-COUNT).
           MOVE FUNCTION UPPER-CASE(GR-EMAIL-ADDR)
               TO WS-GT-EMAIL-UPPER(WS-GRADUATE-COUNT).
      *
       100100-EXIT.
           EXIT.
      *
      *
      *           L O A D   S U P P R E S S I O N S
      *
       110000-LOAD-SUPPRESSIONS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT SUPPRESSION-FILE.
           IF (WS-SUPP-STATUS NOT = "00")
               CLOSE SUPPRESSION-FILE
               GO TO 110000-EXIT.
           PERFORM 110100-LOAD-ONE-SUPPRESSION
              THRU 110100-EXIT
               UNTIL (WS-EOF-FLAG = 1).
           CLOSE SUPPRESSION-FILE.
      *
       110000-EXIT.
           EXIT.
      *
      *
      *         L O A D   O N E   S U P P R E S S I O N
      *
      *  ** A MIS-FORMED LINE IS REPORTED AND DROPPED RATHER THAN   **
      *  ** CARRIED INTO THE REWRITTEN FILE.                        **
      *
       110100-LOAD-ONE-SUPPRESSION.
      *
           READ SUPPRESSION-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 110100-EXIT.
           IF ((SP-REASON NOT = "O") AND (SP-REASON NOT = "B")
                   AND (SP-REASON NOT = "D"))
               OR ((SP-REASON = "D") AND (SP-STUDENT-NAME = SPACES))
               OR ((SP-REASON NOT = "D") AND (SP-EMAIL-ADDR = SPACES))
               OR (SP-DATE NOT NUMERIC)
               DISPLAY "GRSUPMNT: BAD LINE DROPPED - "
                       SUPPRESSION-RECORD
               GO TO 110100-EXIT.
           IF (WS-SUPPRESSION-COUNT NOT < WS-SUPPRESSION-LIMIT)
               DISPLAY "GRSUPMNT: TABLE FULL - " SUPPRESSION-RECORD
               GO TO 110100-EXIT.
      *
           ADD 1 TO WS-SUPPRESSION-COUNT.
           MOVE SUPPRESSION-RECORD
               TO WS-SUPPRESSION-ENTRY(WS-SUPPRESSION-COUNT).
      *
       110100-EXIT.
           EXIT.
      *
      *
      *          R E W R I T E   S U P P R E S S I O N S
      *
       200000-REWRITE-SUPPRESSIONS.
      *
      *  ** EXCHANGE SORT INTO REASON/ADDRESS/NAME ORDER, THEN THE  **
      *  ** WHOLE FILE IS REWRITTEN.                                **
      *
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL (WS-GX >= WS-SUPPRESSION-COUNT)
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL (WS-SX >= WS-SUPPRESSION-COUNT)
                   IF (WS-ST-KEY(WS-SX) > WS-ST-KEY(WS-SX + 1))
                       MOVE WS-SUPPRESSION-ENTRY(WS-SX)
                           TO WS-SAVE-ENTRY
                       MOVE WS-SUPPRESSION-ENTRY(WS-SX + 1)
                           TO WS-SUPPRESSION-ENTRY(WS-SX)
                       MOVE WS-SAVE-ENTRY
                           TO WS-SUPPRESSION-ENTRY(WS-SX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
           OPEN OUTPUT SUPPRESSION-FILE.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL (WS-SX > WS-SUPPRESSION-COUNT)
               MOVE WS-SUPPRESSION-ENTRY(WS-SX) TO SUPPRESSION-RECORD
               WRITE SUPPRESSION-RECORD
           END-PERFORM.
           CLOSE SUPPRESSION-FILE.
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
           MOVE "GRADSUPP" TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
