       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    VIDCOPYM.
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
      *    ONLINE MAINTENANCE OF THE VIDEO COPIES FILE VIDCOPY.DAT.
      *    EACH TITLE ON THE IDXVIDEO.DAT CATALOGUE CAN BE STOCKED
      *    AS SEVERAL COPIES, KEYED ON THE VIDEO CODE PLUS A TWO
      *    DIGIT COPY NUMBER THAT IS ALLOCATED HERE AS THE NEXT
      *    NUMBER AFTER THE HIGHEST ALREADY ON FILE FOR THE TITLE.
      *    A COPY IS "I" IN, "O" OUT TO A MEMBER, "L" LOST OR "W"
      *    WITHDRAWN.  VIDCHKOT AND VIDRETRN MOVE COPIES BETWEEN IN
      *    AND OUT; THIS PROGRAM ONLY MARKS AN IN COPY LOST OR
      *    WITHDRAWN, PUTS ONE BACK IN, OR DELETES A COPY THAT IS
      *    NOT OUT.  THE MEMBER NUMBER IS AN ALTERNATE KEY SO THE
      *    NIGHTLY VIDOVRDU RUN CAN WORK THROUGH THE COPIES OUT
      *    MEMBER BY MEMBER.  EVERY ADD, CHANGE AND DELETE GOES
      *    THROUGH MNTAUDIT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT COPY-FILE ASSIGN TO "VIDCOPY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COPY-KEY
               ALTERNATE RECORD KEY IS CP-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COPY-STATUS.
      *
           SELECT VIDEO-FILE ASSIGN TO "IDXVIDEO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIDEO-CODE
               FILE STATUS IS WS-VIDEO-STATUS.
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
       FD  COPY-FILE.
      *
       01  COPY-RECORD.
           03  CP-COPY-KEY.
               05  CP-VIDEO-CODE       PIC  9(05).
               05  CP-COPY-NO          PIC  9(02).
           03  CP-STATUS               PIC  X(01).
               88  CP-IN                          VALUE "I".
               88  CP-OUT                         VALUE "O".
               88  CP-LOST                        VALUE "L".
               88  CP-WITHDRAWN                   VALUE "W".
           03  CP-MEMBER-ID            PIC  X(06).
           03  CP-CHECKOUT-DATE        PIC  9(08).
           03  CP-DUE-DATE             PIC  9(08).
           03  CP-FEE-CHARGED          PIC  9(03)V99.
           03  CP-LAST-REMINDER-DATE   PIC  9(08).
           03  CP-ACQUIRED-DATE        PIC  9(08).
           03  CP-RENTAL-COUNT         PIC  9(05).
           03  CP-LAST-RETURN-DATE     PIC  9(08).
      *
       FD  VIDEO-FILE.
      *
       01  VIDEO-RECORD.
           03  VIDEO-CODE              PIC  9(05).
           03  VIDEO-TITLE             PIC  X(40).
           03  VIDEO-SUPPLIER-CODE     PIC  9(02).
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
       77  WS-COPY-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-VIDEO-STATUS             PIC  X(02) VALUE SPACES.
       77  WS-STATUS-IN                PIC  X(01) VALUE SPACE.
       77  WS-STATUS-NAME              PIC  X(09) VALUE SPACES.
       77  WS-BEFORE-IMAGE             PIC  X(100) VALUE SPACES.
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
       77  WS-NOT-FOUND-FLAG           PIC  9(01) VALUE ZERO.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
       77  WS-SHOW-FLAG                PIC  9(01) VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-VIDEO-IN                 PIC  9(05) VALUE ZERO.
       77  WS-COPY-IN                  PIC  9(02) VALUE ZERO.
       77  WS-HOW-MANY-IN              PIC  9(02) VALUE ZERO.
       77  WS-NEXT-COPY-NO             PIC  9(03) VALUE ZERO.
       77  WS-COPY-COUNT               PIC  9(03) VALUE ZERO.
       77  WS-AX                       PIC  9(02) VALUE ZERO.
      *
       01  WS-AUDIT-KEY.
           03  WS-AK-VIDEO-CODE        PIC  9(05).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-AK-COPY-NO           PIC  9(02).
      *
       01  WS-COPY-LINE.
           03  FILLER                  PIC  X(06) VALUE "COPY ".
           03  WS-CL-COPY-NO           PIC  9(02).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-CL-STATUS            PIC  X(09).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-CL-MEMBER-ID         PIC  X(06).
           03  FILLER                  PIC  X(06) VALUE "  DUE ".
           03  WS-CL-DUE-DATE          PIC  9(08).
           03  FILLER                  PIC  X(10) VALUE "  RENTALS ".
           03  WS-CL-RENTALS           PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(11) VALUE "  ACQUIRED ".
           03  WS-CL-ACQUIRED          PIC  9(08).
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
                                BY CONTENT "VIDCOPYM"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "VIDCOPYM: OPERATOR NOT AUTHORIZED"
               GOBACK.
           OPEN EXTEND TEST-LOG-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VIDEO-FILE.
           IF (WS-VIDEO-STATUS NOT = "00")
               DISPLAY "VIDCOPYM: CANNOT OPEN IDXVIDEO.DAT - FS="
                       WS-VIDEO-STATUS
               CLOSE TEST-LOG-FILE
               GOBACK
           END-IF.
           OPEN I-O COPY-FILE.
           IF (WS-COPY-STATUS = "35")
               CLOSE COPY-FILE
               OPEN OUTPUT COPY-FILE
               CLOSE COPY-FILE
               OPEN I-O COPY-FILE
           END-IF.
           IF (WS-COPY-STATUS NOT = "00")
               DISPLAY "VIDCOPYM: CANNOT OPEN VIDCOPY.DAT - FS="
                       WS-COPY-STATUS
               CLOSE COPY-FILE
               CLOSE VIDEO-FILE
               CLOSE TEST-LOG-FILE
               GOBACK
           END-IF.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
       000000-EXIT.
           CLOSE COPY-FILE.
           CLOSE VIDEO-FILE.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
      *
      *               G E T   M E N U   C H O I C E
      *
       000100-GET-MENU-CHOICE.
      *
           DISPLAY " ".
           DISPLAY "V I D E O   C O P I E S   M A I N T E N A N C E".
           DISPLAY "A - ADD COPIES OF A TITLE   S - CHANGE COPY STATUS".
           DISPLAY "D - DELETE A COPY   I - INQUIRE ON A TITLE".
           DISPLAY "X - EXIT".
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
                   PERFORM 000200-ADD-COPIES
                      THRU 000200-EXIT
               WHEN "S"
                   PERFORM 000300-CHANGE-STATUS
                      THRU 000300-EXIT
               WHEN "D"
                   PERFORM 000400-DELETE-COPY
                      THRU 000400-EXIT
               WHEN "I"
                   PERFORM 000500-INQUIRE-TITLE
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
      *                  G E T   T I T L E
      *
      *  ** WS-VIDEO-IN IS ZERO WHEN NOTHING WAS KEYED OR THE CODE **
      *  ** IS NOT ON THE CATALOGUE.                                **
      *
       000150-GET-TITLE.
      *
           DISPLAY "VIDEO CODE: ".
           MOVE ZERO TO WS-VIDEO-IN.
           ACCEPT WS-VIDEO-IN.
           IF (WS-VIDEO-IN NOT NUMERIC)
               OR (WS-VIDEO-IN = ZERO)
               MOVE ZERO TO WS-VIDEO-IN
               GO TO 000150-EXIT.
      *
           MOVE WS-VIDEO-IN TO VIDEO-CODE.
           READ VIDEO-FILE
               KEY IS VIDEO-CODE
               INVALID KEY
                   DISPLAY "VIDEO CODE NOT ON THE CATALOGUE"
                   MOVE ZERO TO WS-VIDEO-IN
                   GO TO 000150-EXIT
           END-READ.
           DISPLAY VIDEO-CODE "  " VIDEO-TITLE
                   "  SUPPLIER " VIDEO-SUPPLIER-CODE.
      *
       000150-EXIT.
           EXIT.
      *
      *
      *                   G E T   C O P Y
      *
       000160-GET-COPY.
      *
           PERFORM 000150-GET-TITLE
              THRU 000150-EXIT.
           IF (WS-VIDEO-IN = ZERO)
               GO TO 000160-EXIT.
      *
           DISPLAY "COPY NUMBER: ".
           MOVE ZERO TO WS-COPY-IN.
           ACCEPT WS-COPY-IN.
           IF (WS-COPY-IN NOT NUMERIC)
               OR (WS-COPY-IN = ZERO)
               MOVE ZERO TO WS-VIDEO-IN
               GO TO 000160-EXIT.
      *
           MOVE WS-VIDEO-IN TO CP-VIDEO-CODE.
           MOVE WS-COPY-IN  TO CP-COPY-NO.
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ COPY-FILE
               KEY IS CP-COPY-KEY
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               DISPLAY "COPY NOT ON FILE"
               MOVE ZERO TO WS-VIDEO-IN
               GO TO 000160-EXIT.
      *
           MOVE WS-VIDEO-IN TO WS-AK-VIDEO-CODE.
           MOVE WS-COPY-IN  TO WS-AK-COPY-NO.
           PERFORM 000550-SHOW-COPY
              THRU 000550-EXIT.
      *
       000160-EXIT.
           EXIT.
      *
      *
      *                   A D D   C O P I E S
      *
      *  ** THE NEW COPIES ARE NUMBERED ON FROM THE HIGHEST COPY   **
      *  ** ALREADY ON FILE, SO A DELETED NUMBER IS NEVER REUSED   **
      *  ** WHILE A LATER ONE SURVIVES.                             **
      *
       000200-ADD-COPIES.
      *
           PERFORM 000150-GET-TITLE
              THRU 000150-EXIT.
           IF (WS-VIDEO-IN = ZERO)
               GO TO 000200-EXIT.
      *
           PERFORM 000600-SCAN-TITLE
              THRU 000600-EXIT.
           DISPLAY "COPIES ALREADY ON FILE: " WS-COPY-COUNT.
      *
           DISPLAY "NUMBER OF COPIES TO ADD: ".
           MOVE ZERO TO WS-HOW-MANY-IN.
           ACCEPT WS-HOW-MANY-IN.
           IF (WS-HOW-MANY-IN NOT NUMERIC)
               OR (WS-HOW-MANY-IN = ZERO)
               GO TO 000200-EXIT.
           IF (WS-NEXT-COPY-NO + WS-HOW-MANY-IN - 1 > 99)
               DISPLAY "NO MORE THAN 99 COPIES OF A TITLE"
               GO TO 000200-EXIT.
      *
           PERFORM 000210-ADD-ONE-COPY
              THRU 000210-EXIT
               VARYING WS-AX FROM 1 BY 1
               UNTIL (WS-AX > WS-HOW-MANY-IN).
      *
       000200-EXIT.
           EXIT.
      *
      *
      *                  A D D   O N E   C O P Y
      *
       000210-ADD-ONE-COPY.
      *
           MOVE SPACES          TO COPY-RECORD.
           MOVE WS-VIDEO-IN     TO CP-VIDEO-CODE.
           MOVE WS-NEXT-COPY-NO TO CP-COPY-NO.
           MOVE "I"             TO CP-STATUS.
           MOVE ZERO            TO CP-CHECKOUT-DATE
                                   CP-DUE-DATE
                                   CP-FEE-CHARGED
                                   CP-LAST-REMINDER-DATE
                                   CP-RENTAL-COUNT
                                   CP-LAST-RETURN-DATE.
           MOVE WS-RUN-DATE     TO CP-ACQUIRED-DATE.
           WRITE COPY-RECORD
               INVALID KEY
                   DISPLAY "ERROR ADDING COPY " CP-COPY-NO
                           " - FS=" WS-COPY-STATUS
                   GO TO 000210-EXIT
           END-WRITE.
      *
           MOVE CP-VIDEO-CODE TO WS-AK-VIDEO-CODE.
           MOVE CP-COPY-NO    TO WS-AK-COPY-NO.
           MOVE "A" TO MA-ACTION.
           MOVE WS-AUDIT-KEY TO MA-RECORD-KEY.
           MOVE SPACES TO MA-BEFORE-IMAGE.
           MOVE COPY-RECORD TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
           DISPLAY "COPY " CP-COPY-NO " ADDED".
           ADD 1 TO WS-NEXT-COPY-NO.
      *
       000210-EXIT.
           EXIT.
      *
      *
      *             C H A N G E   C O P Y   S T A T U S
      *
      *  ** A COPY THAT IS OUT HAS TO COME BACK THROUGH VIDRETRN   **
      *  ** FIRST, SO THE MEMBER'S COUNT AND ANY LATE FEE ARE      **
      *  ** SETTLED.                                               **
      *
       000300-CHANGE-STATUS.
      *
           PERFORM 000160-GET-COPY
              THRU 000160-EXIT.
           IF (WS-VIDEO-IN = ZERO)
               GO TO 000300-EXIT.
           IF (CP-OUT)
               DISPLAY "COPY IS OUT - RETURN IT THROUGH VIDRETRN FIRST"
               GO TO 000300-EXIT.
      *
           DISPLAY "NEW STATUS I-IN L-LOST W-WITHDRAWN: ".
           MOVE SPACE TO WS-STATUS-IN.
           ACCEPT WS-STATUS-IN.
           MOVE FUNCTION UPPER-CASE(WS-STATUS-IN) TO WS-STATUS-IN.
           IF (WS-STATUS-IN NOT = "I")
               AND (WS-STATUS-IN NOT = "L")
               AND (WS-STATUS-IN NOT = "W")
               DISPLAY "STATUS MUST BE I, L OR W"
               GO TO 000300-EXIT.
           IF (WS-STATUS-IN = CP-STATUS)
               DISPLAY "COPY ALREADY HAS THAT STATUS"
               GO TO 000300-EXIT.
      *
           MOVE COPY-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-STATUS-IN TO CP-STATUS.
           REWRITE COPY-RECORD
               INVALID KEY
                   DISPLAY "ERROR CHANGING COPY - FS=" WS-COPY-STATUS
               NOT INVALID KEY
                   MOVE "C" TO MA-ACTION
                   MOVE WS-AUDIT-KEY TO MA-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                   MOVE COPY-RECORD TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   DISPLAY "COPY STATUS CHANGED"
           END-REWRITE.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *                   D E L E T E   C O P Y
      *
       000400-DELETE-COPY.
      *
           PERFORM 000160-GET-COPY
              THRU 000160-EXIT.
           IF (WS-VIDEO-IN = ZERO)
               GO TO 000400-EXIT.
           IF (CP-OUT)
               DISPLAY "COPY IS OUT - CANNOT DELETE"
               GO TO 000400-EXIT.
      *
           DISPLAY "DELETE THIS COPY? (Y/N)".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
               GO TO 000400-EXIT.
      *
           MOVE COPY-RECORD TO WS-BEFORE-IMAGE.
           DELETE COPY-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING COPY - FS=" WS-COPY-STATUS
               NOT INVALID KEY
                   MOVE "D" TO MA-ACTION
                   MOVE WS-AUDIT-KEY TO MA-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                   MOVE SPACES TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   DISPLAY "COPY DELETED"
           END-DELETE.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *                I N Q U I R E   T I T L E
      *
       000500-INQUIRE-TITLE.
      *
           PERFORM 000150-GET-TITLE
              THRU 000150-EXIT.
           IF (WS-VIDEO-IN = ZERO)
               GO TO 000500-EXIT.
      *
           MOVE 1 TO WS-SHOW-FLAG.
           PERFORM 000600-SCAN-TITLE
              THRU 000600-EXIT.
           DISPLAY "COPIES ON FILE: " WS-COPY-COUNT.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *                    S H O W   C O P Y
      *
       000550-SHOW-COPY.
      *
           EVALUATE TRUE
               WHEN CP-IN         MOVE "IN"        TO WS-STATUS-NAME
               WHEN CP-OUT        MOVE "OUT"       TO WS-STATUS-NAME
               WHEN CP-LOST       MOVE "LOST"      TO WS-STATUS-NAME
               WHEN CP-WITHDRAWN  MOVE "WITHDRAWN" TO WS-STATUS-NAME
               WHEN OTHER         MOVE CP-STATUS   TO WS-STATUS-NAME
           END-EVALUATE.
           MOVE CP-COPY-NO       TO WS-CL-COPY-NO.
           MOVE WS-STATUS-NAME   TO WS-CL-STATUS.
           MOVE CP-MEMBER-ID     TO WS-CL-MEMBER-ID.
           MOVE CP-DUE-DATE      TO WS-CL-DUE-DATE.
           MOVE CP-RENTAL-COUNT  TO WS-CL-RENTALS.
           MOVE CP-ACQUIRED-DATE TO WS-CL-ACQUIRED.
           DISPLAY WS-COPY-LINE.
      *
       000550-EXIT.
           EXIT.
      *
      *
      *                  S C A N   T I T L E
      *
      *  ** COUNTS THE COPIES OF WS-VIDEO-IN AND SETS THE NEXT     **
      *  ** FREE COPY NUMBER; WITH WS-SHOW-FLAG SET TO 1 ON ENTRY  **
      *  ** EACH COPY IS ALSO SHOWN.                               **
      *
       000600-SCAN-TITLE.
      *
           MOVE 0 TO WS-EOF-FLAG.
           MOVE ZERO TO WS-COPY-COUNT.
           MOVE 1    TO WS-NEXT-COPY-NO.
           MOVE WS-VIDEO-IN TO CP-VIDEO-CODE.
           MOVE ZERO        TO CP-COPY-NO.
           START COPY-FILE
               KEY IS GREATER THAN CP-COPY-KEY
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
      *
           PERFORM 000610-SCAN-NEXT-COPY
              THRU 000610-EXIT
               UNTIL (WS-EOF-FLAG = 1).
           MOVE 0 TO WS-SHOW-FLAG.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *              S C A N   N E X T   C O P Y
      *
       000610-SCAN-NEXT-COPY.
      *
           READ COPY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 000610-EXIT
           END-READ.
           IF (CP-VIDEO-CODE NOT = WS-VIDEO-IN)
               MOVE 1 TO WS-EOF-FLAG
               GO TO 000610-EXIT.
      *
           ADD 1 TO WS-COPY-COUNT.
           COMPUTE WS-NEXT-COPY-NO = CP-COPY-NO + 1.
           IF (WS-SHOW-FLAG = 1)
               PERFORM 000550-SHOW-COPY
                  THRU 000550-EXIT.
      *
       000610-EXIT.
           EXIT.
      *
      *
      *
      *       W R I T E   M A I N T   A U D I T
      *
       890000-WRITE-MNT-AUDIT.
      *
           MOVE TL-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE "VIDCOPY.DAT"  TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
