       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    SECRCERT.
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
      *    QUARTERLY ACCESS RECERTIFICATION.  LISTS EVERY OPERATOR
      *    ON THE USERDIR.DAT DIRECTORY WITH THE TRANSACTIONS THEIR
      *    ROLE ALLOWS THEM THROUGH ROLEAUTH.DAT (ROLE 9, THE
      *    ADMINISTRATOR, HOLDS EVERYTHING - THE SAME RULE AUTHCHK
      *    APPLIES), AND FLAGS:
      *
      *      - SEGREGATION-OF-DUTIES CONFLICTS.  SODRULES.DAT CARRIES
      *        ONE LINE PER PAIR OF TRANSACTIONS THAT MUST NOT BE
      *        HELD TOGETHER (TRANSACTION, TRANSACTION, DESCRIPTION);
      *        A ROLE THAT ALLOWS BOTH PUTS EVERY OPERATOR IN IT IN
      *        CONFLICT.
      *      - DORMANT ACCOUNTS.  THE LAST ACTIVITY IS THE LATER OF
      *        THE LAST ACCEPTED SIGN-ON ON SIGNHIST.DAT (WRITTEN BY
      *        SIGNONV) AND THE LAST AUTHORIZATION REFUSAL ON
      *        SECVIOL.DAT (WRITTEN BY AUTHCHK - A REFUSED OPERATOR
      *        WAS SIGNED ON).  AN ACTIVE OPERATOR IDLE OVER THE
      *        DORMANCY DAYS IS DORMANT.  ONE WITH NO ACTIVITY AT ALL
      *        IS DORMANT ONLY WHEN THE SIGN-ON HISTORY GOES BACK AT
      *        LEAST THAT FAR; OTHERWISE IT IS FLAGGED UNPROVEN.
      *
      *    THE CONTROL CARD RECERTCT.DAT GIVES THE DORMANCY DAYS
      *    (DEFAULT 90) AND A Y IN THE DISABLE FLAG TO DISABLE THE
      *    DORMANT ACCOUNTS ON THE DIRECTORY IN THIS RUN (DEFAULT N,
      *    REPORT ONLY).  ROLE 9 ACCOUNTS ARE NEVER DISABLED HERE,
      *    SO THE SITE CANNOT LOCK OUT ITS LAST ADMINISTRATOR - THEY
      *    ARE MARKED FOR REVIEW INSTEAD.  EVERY ACCOUNT DISABLED IS
      *    LOGGED THROUGH MNTAUDIT UNDER OPERATOR SECRCERT.
      *
      *    OPERATORS ARE GROUPED BY THEIR MANAGER FROM USERMGR.DAT
      *    (OPERATOR, MANAGER, OPERATOR NAME); AN OPERATOR NOT ON IT
      *    IS LISTED UNDER "NONE" FOR THE SECURITY ADMINISTRATOR.
      *    THE FULL LISTING GOES TO RECERT.RPT AND ONE SIGN-OFF
      *    SHEET PER MANAGER TO RECSIGN.RPT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT USER-DIRECTORY-FILE ASSIGN TO "USERDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UD-OPERATOR-ID
               FILE STATUS IS WS-DIRECTORY-STATUS.
      *
           SELECT OPTIONAL ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
      *
           SELECT OPTIONAL SOD-RULE-FILE ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
      *
           SELECT OPTIONAL USER-MANAGER-FILE ASSIGN TO "USERMGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANAGER-STATUS.
      *
           SELECT OPTIONAL SIGN-ON-HISTORY-FILE
               ASSIGN TO "SIGNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *
           SELECT OPTIONAL VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.
      *
           SELECT OPTIONAL RECERT-CONTROL-FILE
               ASSIGN TO "RECERTCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SIGN-OFF-FILE ASSIGN TO "RECSIGN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  USER-DIRECTORY-FILE.
      *
       01  USER-DIRECTORY-RECORD.
           03  UD-OPERATOR-ID          PIC  X(08).
           03  UD-PASSWORD-HASH        PIC  9(09).
           03  UD-ROLE-LEVEL           PIC  9(01).
           03  UD-ACTIVE-FLAG          PIC  X(01).
               88  UD-ACTIVE               VALUE "A".
               88  UD-DISABLED              VALUE "D".
           03  UD-FAIL-COUNT           PIC  9(01).
      *
       FD  ROLE-AUTH-FILE.
      *
       01  ROLE-AUTH-RECORD.
           03  RA-ROLE-LEVEL           PIC  9(01).
           03  RA-TRAN-CODE            PIC  X(08).
      *
       FD  SOD-RULE-FILE.
      *
       01  SOD-RULE-RECORD.
           03  SR-TRAN-CODE-1          PIC  X(08).
           03  SR-TRAN-CODE-2          PIC  X(08).
           03  SR-DESCRIPTION          PIC  X(40).
      *
       FD  USER-MANAGER-FILE.
      *
       01  USER-MANAGER-RECORD.
           03  UM-OPERATOR-ID          PIC  X(08).
           03  UM-MANAGER-ID           PIC  X(08).
           03  UM-OPERATOR-NAME        PIC  X(30).
      *
       FD  SIGN-ON-HISTORY-FILE.
      *
       01  SIGN-ON-HISTORY-RECORD.
           03  SH-TIMESTAMP.
               05  SH-DATE             PIC  9(08).
               05  SH-TIME             PIC  9(06).
           03  SH-OPERATOR-ID          PIC  X(08).
           03  SH-RESULT               PIC  X(02).
      *
       FD  VIOLATION-LOG-FILE.
      *
       01  VIOLATION-LOG-RECORD.
           03  VL-TIMESTAMP.
               05  VL-DATE             PIC  9(08).
               05  VL-TIME             PIC  9(06).
           03  VL-OPERATOR-ID          PIC  X(08).
           03  VL-TRAN-CODE            PIC  X(08).
           03  VL-REASON               PIC  X(20).
      *
       FD  RECERT-CONTROL-FILE.
      *
       01  RECERT-CONTROL-RECORD.
           03  RC-DORMANT-DAYS         PIC  9(03).
           03  RC-DISABLE-FLAG         PIC  X(01).
      *
       FD  RECERT-REPORT-FILE.
      *
       01  RECERT-REPORT-LINE          PIC  X(132).
      *
       FD  SIGN-OFF-FILE.
      *
       01  SIGN-OFF-LINE               PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-DIRECTORY-STATUS         PIC  X(02) VALUE SPACES.
       77  WS-AUTH-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-RULE-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-MANAGER-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-VIOLATION-STATUS         PIC  X(02) VALUE SPACES.
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-RUN-EPOCH                PIC  9(07) VALUE ZERO.
       77  WS-WORK-EPOCH               PIC  9(07) VALUE ZERO.
       77  WS-DORMANT-DAYS             PIC  9(03) VALUE 90.
       77  WS-DISABLE-FLAG             PIC  X(01) VALUE "N".
           88  WS-DISABLE-DORMANT               VALUE "Y".
       77  WS-HISTORY-FIRST-DATE       PIC  9(08) VALUE ZERO.
       77  WS-HISTORY-DAYS             PIC  9(07) VALUE ZERO.
       77  WS-UX                       PIC  9(04) VALUE ZERO.
       77  WS-SX                       PIC  9(04) VALUE ZERO.
       77  WS-AX                       PIC  9(03) VALUE ZERO.
       77  WS-RX                       PIC  9(03) VALUE ZERO.
       77  WS-MX                       PIC  9(04) VALUE ZERO.
       77  WS-LX                       PIC  9(02) VALUE ZERO.
       77  WS-ROLE-X                   PIC  9(02) VALUE ZERO.
       77  WS-CHECK-TRAN               PIC  X(08) VALUE SPACES.
       77  WS-HOLDS-FLAG               PIC  9(01) VALUE ZERO.
       77  WS-HOLDS-BOTH               PIC  9(01) VALUE ZERO.
       77  WS-PREV-MANAGER             PIC  X(08) VALUE SPACES.
       77  WS-FIRST-MANAGER-FLAG       PIC  9(01) VALUE ZERO.
       77  WS-USERS-SKIPPED            PIC  9(05) VALUE ZERO.
       77  WS-IDLE-EDIT                PIC  ZZZZ9.
      *
       01  WS-TOTALS.
           03  WS-TOT-USERS            PIC  9(05) VALUE ZERO.
           03  WS-TOT-ACTIVE           PIC  9(05) VALUE ZERO.
           03  WS-TOT-CONFLICT         PIC  9(05) VALUE ZERO.
           03  WS-TOT-DORMANT          PIC  9(05) VALUE ZERO.
           03  WS-TOT-UNPROVEN         PIC  9(05) VALUE ZERO.
           03  WS-TOT-DISABLED         PIC  9(05) VALUE ZERO.
           03  WS-TOT-NO-MANAGER       PIC  9(05) VALUE ZERO.
           03  WS-TOT-MANAGERS         PIC  9(05) VALUE ZERO.
      *
      *  ** ROLEAUTH.DAT, AS AUTHCHK LOADS IT.                      **
      *
       78  WS-AUTH-LIMIT                        VALUE 200.
       01  WS-AUTH-TABLE.
           03  WS-AT-COUNT             PIC  9(03) VALUE ZERO.
           03  WS-AT-ENTRY             OCCURS 200 TIMES.
               05  WS-AT-ROLE          PIC  9(01).
               05  WS-AT-TRAN          PIC  X(08).
      *
       78  WS-RULE-LIMIT                        VALUE 100.
       01  WS-RULE-TABLE.
           03  WS-RT-COUNT             PIC  9(03) VALUE ZERO.
           03  WS-RT-ENTRY             OCCURS 100 TIMES.
               05  WS-RT-TRAN-1        PIC  X(08).
               05  WS-RT-TRAN-2        PIC  X(08).
               05  WS-RT-DESCRIPTION   PIC  X(40).
      *
      *  ** CONFLICTS ARE A PROPERTY OF THE ROLE, SO THEY ARE       **
      *  ** WORKED OUT ONCE PER ROLE 0-9 (SUBSCRIPT ROLE PLUS 1).   **
      *
       01  WS-ROLE-CONFLICT-TABLE.
           03  WS-ROLE-CONFLICTS       OCCURS 10 TIMES.
               05  WS-RC-COUNT         PIC  9(03).
               05  WS-RC-USERS         PIC  9(05).
               05  WS-RC-FLAG          PIC  9(01) OCCURS 100 TIMES.
      *
       78  WS-MANAGER-LIMIT                     VALUE 1000.
       77  WS-MANAGER-COUNT            PIC  9(04) VALUE ZERO.
       01  WS-MANAGER-TABLE.
           03  WS-MANAGER-ENTRY        OCCURS 1000 TIMES.
               05  WS-MT-OPERATOR      PIC  X(08).
               05  WS-MT-MANAGER       PIC  X(08).
               05  WS-MT-NAME          PIC  X(30).
      *
      *  ** THE DIRECTORY IS LOADED IN OPERATOR ORDER AND LOOKED UP  **
      *  ** BY BINARY SEARCH WHILE THE HISTORY IS READ, THEN        **
      *  ** EXCHANGE SORTED ON MANAGER AND OPERATOR FOR PRINTING.   **
      *
       78  WS-USER-LIMIT                        VALUE 1000.
       77  WS-USER-COUNT               PIC  9(04) VALUE ZERO.
       01  WS-USER-TABLE.
           03  WS-USER-ENTRY           OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-USER-COUNT
                                       ASCENDING KEY IS WS-UT-OPERATOR
                                       INDEXED BY WS-UT-X.
               05  WS-UT-SORT-KEY.
                   07  WS-UT-MANAGER   PIC  X(08).
                   07  WS-UT-OPERATOR  PIC  X(08).
               05  WS-UT-NAME          PIC  X(30).
               05  WS-UT-ROLE          PIC  9(01).
               05  WS-UT-ACTIVE-FLAG   PIC  X(01).
               05  WS-UT-LAST-SIGN-ON  PIC  9(08).
               05  WS-UT-LAST-REFUSAL  PIC  9(08).
               05  WS-UT-REFUSALS      PIC  9(05).
               05  WS-UT-IDLE-DAYS     PIC  9(05).
               05  WS-UT-DORMANT-FLAG  PIC  X(01).
      *                D = DORMANT   N = NEVER SIGNED ON (DORMANT)
      *                U = UNPROVEN  SPACE = IN USE
               05  WS-UT-ACTION-FLAG   PIC  X(01).
      *                X = DISABLED THIS RUN   R = ADMIN, REVIEW
       01  WS-SAVE-ENTRY               PIC  X(76).
      *
       01  WS-AUDIT-IMAGE              PIC  X(20).
      *
       01  MNT-AUDIT-PARAMETERS.
           03  MA-OPERATOR-ID          PIC  X(08).
           03  MA-FILE-NAME            PIC  X(12).
           03  MA-ACTION               PIC  X(01).
           03  MA-RECORD-KEY           PIC  X(20).
           03  MA-BEFORE-IMAGE         PIC  X(100).
           03  MA-AFTER-IMAGE          PIC  X(100).
      *
      *                   R E P O R T   L I N E S
      *
       01  WS-REPORT-HEADING.
           03  FILLER  PIC X(28) VALUE
               "ACCESS RECERTIFICATION  RUN ".
           03  WS-RH-RUN-DATE          PIC  9(08).
           03  FILLER  PIC X(16) VALUE "  DORMANT AFTER ".
           03  WS-RH-DORMANT-DAYS      PIC  ZZ9.
           03  FILLER  PIC X(25) VALUE " DAYS  DISABLE DORMANT: ".
           03  WS-RH-DISABLE-FLAG      PIC  X(01).
      *
       01  WS-SECTION-HEADING          PIC  X(60).
      *
       01  WS-ROLE-LINE.
           03  FILLER                  PIC  X(05) VALUE "ROLE ".
           03  WS-RL-ROLE              PIC  9(01).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RL-USERS             PIC  ZZZZ9.
           03  FILLER                  PIC  X(10) VALUE " OPERATORS".
      *
       01  WS-ACCESS-LINE.
           03  WS-AL-LABEL             PIC  X(18).
           03  WS-AL-ITEM              OCCURS 8 TIMES.
               05  WS-AL-TRAN          PIC  X(08).
               05  WS-AL-GAP           PIC  X(02).
      *
       01  WS-CONFLICT-LINE.
           03  WS-CL-LABEL             PIC  X(18).
           03  WS-CL-TRAN-1            PIC  X(08).
           03  FILLER                  PIC  X(03) VALUE " + ".
           03  WS-CL-TRAN-2            PIC  X(08).
           03  FILLER                  PIC  X(03) VALUE " - ".
           03  WS-CL-DESCRIPTION       PIC  X(40).
      *
       01  WS-MANAGER-HEADING.
           03  FILLER                  PIC  X(09) VALUE "MANAGER: ".
           03  WS-MH-MANAGER           PIC  X(08).
      *
       01  WS-USER-HEADING.
           03  FILLER  PIC X(40) VALUE
               "OPERATOR  NAME".
           03  FILLER  PIC X(50) VALUE
               "ROLE  STATUS    LAST ACTIVE   IDLE DAYS  REFUSALS".
           03  FILLER  PIC X(05) VALUE "FLAGS".
      *
       01  WS-USER-DETAIL.
           03  WS-UD-OPERATOR          PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-UD-NAME              PIC  X(30).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-UD-ROLE              PIC  9(01).
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-UD-STATUS            PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-UD-LAST-SIGN-ON      PIC  X(08).
           03  FILLER                  PIC  X(05) VALUE SPACES.
           03  WS-UD-IDLE-DAYS         PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE SPACES.
           03  WS-UD-REFUSALS          PIC  ZZZZ9.
           03  FILLER                  PIC  X(05) VALUE SPACES.
           03  WS-UD-FLAGS.
               05  WS-UD-FLAG-CONFLICT PIC  X(13).
               05  WS-UD-FLAG-DORMANT  PIC  X(16).
               05  WS-UD-FLAG-ACTION   PIC  X(17).
      *
       01  WS-TOTAL-LINE.
           03  WS-TL-LABEL             PIC  X(40).
           03  WS-TL-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-SHEET-RULE               PIC  X(132) VALUE ALL "=".
      *
       01  WS-SHEET-HEADING.
           03  FILLER  PIC X(49) VALUE
               "ACCESS RECERTIFICATION SIGN-OFF SHEET   MANAGER: ".
           03  WS-SS-MANAGER           PIC  X(08).
           03  FILLER                  PIC  X(13) VALUE
               "   RUN DATE ".
           03  WS-SS-RUN-DATE          PIC  9(08).
      *
       01  WS-SHEET-COLUMNS.
           03  FILLER  PIC X(40) VALUE
               "OPERATOR  NAME".
           03  FILLER  PIC X(50) VALUE
               "ROLE  STATUS    LAST ACTIVE   FLAGS".
           03  FILLER  PIC X(22) VALUE
               "KEEP  REMOVE  CHANGE".
      *
       01  WS-SHEET-DETAIL.
           03  WS-SD-OPERATOR          PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SD-NAME              PIC  X(30).
           03  WS-SD-ROLE              PIC  9(01).
           03  FILLER                  PIC  X(05) VALUE SPACES.
           03  WS-SD-STATUS            PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SD-LAST-SIGN-ON      PIC  X(08).
           03  FILLER                  PIC  X(06) VALUE SPACES.
           03  WS-SD-FLAGS             PIC  X(20).
           03  FILLER                  PIC  X(22) VALUE
               "[ ]    [ ]     [ ]".
      *
       01  WS-SHEET-FOOTING-1.
           03  FILLER  PIC X(50) VALUE
               "*CONFLICT = ROLE HOLDS A PAIR ON SODRULES.DAT".
           03  FILLER  PIC X(50) VALUE
               "*DORMANT = NO ACTIVITY IN THE DORMANCY PERIOD".
       01  WS-SHEET-FOOTING-2.
           03  FILLER  PIC X(50) VALUE
               "I HAVE REVIEWED THE ACCESS LISTED ABOVE AND MARKED".
           03  FILLER  PIC X(40) VALUE
               " EACH OPERATOR KEEP, REMOVE OR CHANGE.".
       01  WS-SHEET-FOOTING-3.
           03  FILLER  PIC X(60) VALUE
               "MANAGER SIGNATURE: ______________________________".
           03  FILLER  PIC X(30) VALUE
               "DATE: ______________".
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-EPOCH =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           INITIALIZE WS-ROLE-CONFLICT-TABLE.
           PERFORM 100000-READ-CONTROL
              THRU 100000-EXIT.
           PERFORM 110000-LOAD-AUTH-TABLE
              THRU 110000-EXIT.
           PERFORM 120000-LOAD-RULES
              THRU 120000-EXIT.
           PERFORM 130000-LOAD-MANAGERS
              THRU 130000-EXIT.
      *
           OPEN INPUT USER-DIRECTORY-FILE.
           IF (WS-DIRECTORY-STATUS NOT = "00")
               DISPLAY "SECRCERT: CANNOT OPEN USERDIR.DAT FS="
                       WS-DIRECTORY-STATUS
               STOP RUN.
           PERFORM 140000-LOAD-USERS
              THRU 140000-EXIT.
           CLOSE USER-DIRECTORY-FILE.
           IF (WS-USER-COUNT = ZERO)
               DISPLAY "SECRCERT: NO OPERATORS ON USERDIR.DAT"
               STOP RUN.
      *
           PERFORM 150000-READ-SIGN-ON-HISTORY
              THRU 150000-EXIT.
           PERFORM 160000-READ-VIOLATIONS
              THRU 160000-EXIT.
      *
           PERFORM 200000-ROLE-CONFLICTS
              THRU 200000-EXIT.
           PERFORM 210000-CLASSIFY-USER
              THRU 210000-EXIT
               VARYING WS-UX FROM 1 BY 1
               UNTIL (WS-UX > WS-USER-COUNT).
      *
           IF (WS-DISABLE-DORMANT)
               PERFORM 300000-DISABLE-DORMANT
                  THRU 300000-EXIT.
      *
           PERFORM 400000-SORT-USERS
              THRU 400000-EXIT.
      *
           OPEN OUTPUT RECERT-REPORT-FILE
                       SIGN-OFF-FILE.
           MOVE WS-RUN-DATE     TO WS-RH-RUN-DATE.
           MOVE WS-DORMANT-DAYS TO WS-RH-DORMANT-DAYS.
           MOVE WS-DISABLE-FLAG TO WS-RH-DISABLE-FLAG.
           WRITE RECERT-REPORT-LINE FROM WS-REPORT-HEADING.
      *
           PERFORM 000100-REPORT-ROLES
              THRU 000100-EXIT.
      *
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE "OPERATOR ACCESS BY MANAGER" TO WS-SECTION-HEADING.
           WRITE RECERT-REPORT-LINE FROM WS-SECTION-HEADING.
      *
           MOVE 1 TO WS-FIRST-MANAGER-FLAG.
           PERFORM 000200-REPORT-USER
              THRU 000200-EXIT
               VARYING WS-UX FROM 1 BY 1
               UNTIL (WS-UX > WS-USER-COUNT).
           PERFORM 000400-CLOSE-SHEET
              THRU 000400-EXIT.
      *
           PERFORM 000500-REPORT-TOTALS
              THRU 000500-EXIT.
      *
           DISPLAY "SECRCERT: " WS-TOT-USERS " OPERATORS, "
                   WS-TOT-CONFLICT " IN CONFLICT, "
                   WS-TOT-DORMANT " DORMANT, "
                   WS-TOT-DISABLED " DISABLED".
           IF (WS-USERS-SKIPPED > ZERO)
               DISPLAY "SECRCERT: OPERATOR TABLE FULL, "
                       WS-USERS-SKIPPED " OPERATORS NOT REVIEWED".
      *
       000000-EXIT.
           CLOSE RECERT-REPORT-FILE
                 SIGN-OFF-FILE.
           STOP RUN.
      *
      *
      *                  R E P O R T   R O L E S
      *
      *  ** ONE BLOCK PER ROLE THAT HAS OPERATORS OR ROLEAUTH LINES: **
      *  ** THE TRANSACTIONS IT ALLOWS AND THE CONFLICTS THEY MAKE.  **
      *
       000100-REPORT-ROLES.
      *
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE "EFFECTIVE ACCESS BY ROLE" TO WS-SECTION-HEADING.
           WRITE RECERT-REPORT-LINE FROM WS-SECTION-HEADING.
      *
           PERFORM 000110-REPORT-ONE-ROLE
              THRU 000110-EXIT
               VARYING WS-ROLE-X FROM 1 BY 1
               UNTIL (WS-ROLE-X > 10).
      *
       000100-EXIT.
           EXIT.
      *
       000110-REPORT-ONE-ROLE.
      *
           MOVE 0 TO WS-HOLDS-FLAG.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL (WS-AX > WS-AT-COUNT)
               IF (WS-AT-ROLE(WS-AX) = WS-ROLE-X - 1)
                   MOVE 1 TO WS-HOLDS-FLAG
               END-IF
           END-PERFORM.
           IF (WS-HOLDS-FLAG = 0)
               AND (WS-RC-USERS(WS-ROLE-X) = ZERO)
               GO TO 000110-EXIT.
      *
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           COMPUTE WS-RL-ROLE = WS-ROLE-X - 1.
           MOVE WS-RC-USERS(WS-ROLE-X) TO WS-RL-USERS.
           WRITE RECERT-REPORT-LINE FROM WS-ROLE-LINE.
      *
           MOVE WS-ROLE-X TO WS-LX.
           PERFORM 000600-WRITE-ACCESS
              THRU 000600-EXIT.
           PERFORM 000700-WRITE-CONFLICTS
              THRU 000700-EXIT.
      *
       000110-EXIT.
           EXIT.
      *
      *
      *                   R E P O R T   U S E R
      *
       000200-REPORT-USER.
      *
           IF (WS-FIRST-MANAGER-FLAG = 1)
               OR (WS-UT-MANAGER(WS-UX) NOT = WS-PREV-MANAGER)
               IF (WS-FIRST-MANAGER-FLAG = 0)
                   PERFORM 000400-CLOSE-SHEET
                      THRU 000400-EXIT
               END-IF
               MOVE 0 TO WS-FIRST-MANAGER-FLAG
               MOVE WS-UT-MANAGER(WS-UX) TO WS-PREV-MANAGER
               PERFORM 000300-OPEN-SHEET
                  THRU 000300-EXIT
           END-IF.
      *
           MOVE WS-UT-OPERATOR(WS-UX) TO WS-UD-OPERATOR
                                         WS-SD-OPERATOR.
           MOVE WS-UT-NAME(WS-UX)     TO WS-UD-NAME
                                         WS-SD-NAME.
           MOVE WS-UT-ROLE(WS-UX)     TO WS-UD-ROLE
                                         WS-SD-ROLE.
           IF (WS-UT-ACTIVE-FLAG(WS-UX) = "A")
               AND (WS-UT-ACTION-FLAG(WS-UX) NOT = "X")
               MOVE "ACTIVE"   TO WS-UD-STATUS
           ELSE
               MOVE "DISABLED" TO WS-UD-STATUS.
           MOVE WS-UD-STATUS TO WS-SD-STATUS.
      *
           IF (WS-UT-LAST-SIGN-ON(WS-UX) = ZERO)
               MOVE "NEVER" TO WS-UD-LAST-SIGN-ON
           ELSE
               MOVE WS-UT-LAST-SIGN-ON(WS-UX) TO WS-UD-LAST-SIGN-ON.
           MOVE WS-UD-LAST-SIGN-ON TO WS-SD-LAST-SIGN-ON.
           IF (WS-UT-LAST-SIGN-ON(WS-UX) = ZERO)
               OR (WS-UT-ACTIVE-FLAG(WS-UX) NOT = "A")
               MOVE "  -  " TO WS-UD-IDLE-DAYS
           ELSE
               MOVE WS-UT-IDLE-DAYS(WS-UX) TO WS-IDLE-EDIT
               MOVE WS-IDLE-EDIT TO WS-UD-IDLE-DAYS.
           MOVE WS-UT-REFUSALS(WS-UX) TO WS-UD-REFUSALS.
      *
           MOVE SPACES TO WS-UD-FLAGS
                          WS-SD-FLAGS.
           COMPUTE WS-LX = WS-UT-ROLE(WS-UX) + 1.
           IF (WS-RC-COUNT(WS-LX) > ZERO)
               MOVE "SOD CONFLICT" TO WS-UD-FLAG-CONFLICT
               MOVE "*CONFLICT"    TO WS-SD-FLAGS.
           EVALUATE WS-UT-DORMANT-FLAG(WS-UX)
               WHEN "D"
                   MOVE "DORMANT"         TO WS-UD-FLAG-DORMANT
                   MOVE "*DORMANT"        TO WS-SD-FLAGS(11:10)
               WHEN "N"
                   MOVE "NEVER SIGNED ON" TO WS-UD-FLAG-DORMANT
                   MOVE "*DORMANT"        TO WS-SD-FLAGS(11:10)
               WHEN "U"
                   MOVE "NO HISTORY YET"  TO WS-UD-FLAG-DORMANT
           END-EVALUATE.
           EVALUATE WS-UT-ACTION-FLAG(WS-UX)
               WHEN "X"
                   MOVE "DISABLED THIS RUN" TO WS-UD-FLAG-ACTION
               WHEN "R"
                   MOVE "ADMIN - REVIEW"    TO WS-UD-FLAG-ACTION
           END-EVALUATE.
      *
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE FROM WS-USER-DETAIL.
           WRITE SIGN-OFF-LINE FROM WS-SHEET-DETAIL.
      *
           PERFORM 000600-WRITE-ACCESS
              THRU 000600-EXIT.
           PERFORM 000700-WRITE-CONFLICTS
              THRU 000700-EXIT.
      *
       000200-EXIT.
           EXIT.
      *
      *
      *                    O P E N   S H E E T
      *
       000300-OPEN-SHEET.
      *
           ADD 1 TO WS-TOT-MANAGERS.
           IF (WS-PREV-MANAGER = SPACES)
               MOVE "NONE" TO WS-MH-MANAGER
                              WS-SS-MANAGER
           ELSE
               MOVE WS-PREV-MANAGER TO WS-MH-MANAGER
                                       WS-SS-MANAGER.
      *
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE FROM WS-MANAGER-HEADING.
           WRITE RECERT-REPORT-LINE FROM WS-USER-HEADING.
      *
           MOVE WS-RUN-DATE TO WS-SS-RUN-DATE.
           WRITE SIGN-OFF-LINE FROM WS-SHEET-RULE.
           WRITE SIGN-OFF-LINE FROM WS-SHEET-HEADING.
           MOVE SPACES TO SIGN-OFF-LINE.
           WRITE SIGN-OFF-LINE.
           WRITE SIGN-OFF-LINE FROM WS-SHEET-COLUMNS.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *                   C L O S E   S H E E T
      *
       000400-CLOSE-SHEET.
      *
           MOVE SPACES TO SIGN-OFF-LINE.
           WRITE SIGN-OFF-LINE.
           WRITE SIGN-OFF-LINE FROM WS-SHEET-FOOTING-1.
           MOVE SPACES TO SIGN-OFF-LINE.
           WRITE SIGN-OFF-LINE.
           WRITE SIGN-OFF-LINE FROM WS-SHEET-FOOTING-2.
           MOVE SPACES TO SIGN-OFF-LINE.
           WRITE SIGN-OFF-LINE.
           WRITE SIGN-OFF-LINE FROM WS-SHEET-FOOTING-3.
           MOVE SPACES TO SIGN-OFF-LINE.
           WRITE SIGN-OFF-LINE.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *                 R E P O R T   T O T A L S
      *
       000500-REPORT-TOTALS.
      *
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE "TOTALS" TO WS-SECTION-HEADING.
           WRITE RECERT-REPORT-LINE FROM WS-SECTION-HEADING.
      *
           MOVE "OPERATORS REVIEWED" TO WS-TL-LABEL.
           MOVE WS-TOT-USERS TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ACTIVE AT START OF RUN" TO WS-TL-LABEL.
           MOVE WS-TOT-ACTIVE TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "IN SEGREGATION-OF-DUTIES CONFLICT" TO WS-TL-LABEL.
           MOVE WS-TOT-CONFLICT TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "DORMANT" TO WS-TL-LABEL.
           MOVE WS-TOT-DORMANT TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "NO ACTIVITY, HISTORY TOO SHORT" TO WS-TL-LABEL.
           MOVE WS-TOT-UNPROVEN TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "DISABLED THIS RUN" TO WS-TL-LABEL.
           MOVE WS-TOT-DISABLED TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "WITH NO MANAGER ON USERMGR.DAT" TO WS-TL-LABEL.
           MOVE WS-TOT-NO-MANAGER TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "SIGN-OFF SHEETS" TO WS-TL-LABEL.
           MOVE WS-TOT-MANAGERS TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *                  W R I T E   A C C E S S
      *
      *  ** LISTS THE TRANSACTIONS ROLE WS-LX - 1 ALLOWS, EIGHT TO  **
      *  ** A LINE.                                                 **
      *
       000600-WRITE-ACCESS.
      *
           MOVE SPACES TO WS-ACCESS-LINE.
           MOVE "    ACCESS:" TO WS-AL-LABEL.
           IF (WS-LX = 10)
               MOVE "ALL TRANSACTIONS (ADMINISTRATOR)"
                   TO WS-ACCESS-LINE(19:40)
               WRITE RECERT-REPORT-LINE FROM WS-ACCESS-LINE
               GO TO 000600-EXIT.
      *
           MOVE ZERO TO WS-RX.
           PERFORM 000610-ACCESS-ITEM
              THRU 000610-EXIT
               VARYING WS-AX FROM 1 BY 1
               UNTIL (WS-AX > WS-AT-COUNT).
           IF (WS-RX > ZERO)
               WRITE RECERT-REPORT-LINE FROM WS-ACCESS-LINE
           ELSE
               MOVE "NONE" TO WS-AL-TRAN(1)
               WRITE RECERT-REPORT-LINE FROM WS-ACCESS-LINE.
      *
       000600-EXIT.
           EXIT.
      *
       000610-ACCESS-ITEM.
      *
           IF (WS-AT-ROLE(WS-AX) NOT = WS-LX - 1)
               GO TO 000610-EXIT.
           IF (WS-RX = 8)
               WRITE RECERT-REPORT-LINE FROM WS-ACCESS-LINE
               MOVE SPACES TO WS-ACCESS-LINE
               MOVE ZERO TO WS-RX.
           ADD 1 TO WS-RX.
           MOVE WS-AT-TRAN(WS-AX) TO WS-AL-TRAN(WS-RX).
      *
       000610-EXIT.
           EXIT.
      *
      *
      *               W R I T E   C O N F L I C T S
      *
       000700-WRITE-CONFLICTS.
      *
           IF (WS-RC-COUNT(WS-LX) = ZERO)
               GO TO 000700-EXIT.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL (WS-RX > WS-RT-COUNT)
               IF (WS-RC-FLAG(WS-LX, WS-RX) = 1)
                   MOVE "  ** CONFLICT:" TO WS-CL-LABEL
                   MOVE WS-RT-TRAN-1(WS-RX) TO WS-CL-TRAN-1
                   MOVE WS-RT-TRAN-2(WS-RX) TO WS-CL-TRAN-2
                   MOVE WS-RT-DESCRIPTION(WS-RX)
                       TO WS-CL-DESCRIPTION
                   WRITE RECERT-REPORT-LINE FROM WS-CONFLICT-LINE
               END-IF
           END-PERFORM.
      *
       000700-EXIT.
           EXIT.
      *
      *
      *                  R E A D   C O N T R O L
      *
       100000-READ-CONTROL.
      *
           OPEN INPUT RECERT-CONTROL-FILE.
           IF (WS-CONTROL-STATUS = "00")
               READ RECERT-CONTROL-FILE
                   AT END MOVE "10" TO WS-CONTROL-STATUS
               END-READ
               IF (WS-CONTROL-STATUS = "00")
                   IF (RC-DORMANT-DAYS NUMERIC)
                       AND (RC-DORMANT-DAYS > ZERO)
                       MOVE RC-DORMANT-DAYS TO WS-DORMANT-DAYS
                   END-IF
                   IF (RC-DISABLE-FLAG = "Y")
                       MOVE "Y" TO WS-DISABLE-FLAG.
           CLOSE RECERT-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *              L O A D   A U T H   T A B L E
      *
       110000-LOAD-AUTH-TABLE.
      *
           OPEN INPUT ROLE-AUTH-FILE.
           IF (WS-AUTH-STATUS NOT = "00")
               DISPLAY "SECRCERT: NO ROLEAUTH.DAT - ONLY ROLE 9 "
                       "HOLDS ANY ACCESS"
               CLOSE ROLE-AUTH-FILE
               GO TO 110000-EXIT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 110100-LOAD-ONE-LINE
              THRU 110100-EXIT
               UNTIL (WS-EOF).
           CLOSE ROLE-AUTH-FILE.
      *
       110000-EXIT.
           EXIT.
      *
       110100-LOAD-ONE-LINE.
      *
           READ ROLE-AUTH-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 110100-EXIT.
           IF (RA-ROLE-LEVEL NOT NUMERIC)
               OR (RA-TRAN-CODE = SPACES)
               GO TO 110100-EXIT.
           IF (WS-AT-COUNT NOT < WS-AUTH-LIMIT)
               DISPLAY "SECRCERT: ROLEAUTH.DAT OVER " WS-AUTH-LIMIT
                       " LINES - EXTRAS IGNORED"
               GO TO 110100-EXIT.
           ADD 1 TO WS-AT-COUNT.
           MOVE RA-ROLE-LEVEL TO WS-AT-ROLE(WS-AT-COUNT).
           MOVE RA-TRAN-CODE  TO WS-AT-TRAN(WS-AT-COUNT).
      *
       110100-EXIT.
           EXIT.
      *
      *
      *                    L O A D   R U L E S
      *
       120000-LOAD-RULES.
      *
           OPEN INPUT SOD-RULE-FILE.
           IF (WS-RULE-STATUS NOT = "00")
               DISPLAY "SECRCERT: NO SODRULES.DAT - NO CONFLICTS "
                       "CHECKED"
               CLOSE SOD-RULE-FILE
               GO TO 120000-EXIT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 120100-LOAD-ONE-RULE
              THRU 120100-EXIT
               UNTIL (WS-EOF).
           CLOSE SOD-RULE-FILE.
      *
       120000-EXIT.
           EXIT.
      *
       120100-LOAD-ONE-RULE.
      *
           READ SOD-RULE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 120100-EXIT.
           IF (SR-TRAN-CODE-1 = SPACES)
               OR (SR-TRAN-CODE-2 = SPACES)
               OR (SR-TRAN-CODE-1 = SR-TRAN-CODE-2)
               GO TO 120100-EXIT.
           IF (WS-RT-COUNT NOT < WS-RULE-LIMIT)
               DISPLAY "SECRCERT: SODRULES.DAT OVER " WS-RULE-LIMIT
                       " LINES - EXTRAS IGNORED"
               GO TO 120100-EXIT.
           ADD 1 TO WS-RT-COUNT.
           MOVE SR-TRAN-CODE-1 TO WS-RT-TRAN-1(WS-RT-COUNT).
           MOVE SR-TRAN-CODE-2 TO WS-RT-TRAN-2(WS-RT-COUNT).
           MOVE SR-DESCRIPTION TO WS-RT-DESCRIPTION(WS-RT-COUNT).
      *
       120100-EXIT.
           EXIT.
      *
      *
      *                 L O A D   M A N A G E R S
      *
       130000-LOAD-MANAGERS.
      *
           OPEN INPUT USER-MANAGER-FILE.
           IF (WS-MANAGER-STATUS NOT = "00")
               DISPLAY "SECRCERT: NO USERMGR.DAT - ALL OPERATORS "
                       "LISTED WITHOUT A MANAGER"
               CLOSE USER-MANAGER-FILE
               GO TO 130000-EXIT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 130100-LOAD-ONE-MANAGER
              THRU 130100-EXIT
               UNTIL (WS-EOF).
           CLOSE USER-MANAGER-FILE.
      *
       130000-EXIT.
           EXIT.
      *
       130100-LOAD-ONE-MANAGER.
      *
           READ USER-MANAGER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 130100-EXIT.
           IF (UM-OPERATOR-ID = SPACES)
               GO TO 130100-EXIT.
           IF (WS-MANAGER-COUNT NOT < WS-MANAGER-LIMIT)
               DISPLAY "SECRCERT: USERMGR.DAT OVER " WS-MANAGER-LIMIT
                       " LINES - EXTRAS IGNORED"
               GO TO 130100-EXIT.
           ADD 1 TO WS-MANAGER-COUNT.
           MOVE UM-OPERATOR-ID   TO WS-MT-OPERATOR(WS-MANAGER-COUNT).
           MOVE UM-MANAGER-ID    TO WS-MT-MANAGER(WS-MANAGER-COUNT).
           MOVE UM-OPERATOR-NAME TO WS-MT-NAME(WS-MANAGER-COUNT).
      *
       130100-EXIT.
           EXIT.
      *
      *
      *                    L O A D   U S E R S
      *
       140000-LOAD-USERS.
      *
           MOVE 0 TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO UD-OPERATOR-ID.
           START USER-DIRECTORY-FILE
               KEY IS GREATER THAN UD-OPERATOR-ID
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
           PERFORM 140100-LOAD-ONE-USER
              THRU 140100-EXIT
               UNTIL (WS-EOF).
      *
       140000-EXIT.
           EXIT.
      *
       140100-LOAD-ONE-USER.
      *
           READ USER-DIRECTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 140100-EXIT.
           IF (WS-USER-COUNT NOT < WS-USER-LIMIT)
               ADD 1 TO WS-USERS-SKIPPED
               GO TO 140100-EXIT.
      *
           ADD 1 TO WS-USER-COUNT.
           MOVE WS-USER-COUNT TO WS-UX.
           MOVE SPACES           TO WS-UT-MANAGER(WS-UX)
                                    WS-UT-NAME(WS-UX)
                                    WS-UT-DORMANT-FLAG(WS-UX)
                                    WS-UT-ACTION-FLAG(WS-UX).
           MOVE UD-OPERATOR-ID   TO WS-UT-OPERATOR(WS-UX).
           MOVE UD-ROLE-LEVEL    TO WS-UT-ROLE(WS-UX).
           MOVE UD-ACTIVE-FLAG   TO WS-UT-ACTIVE-FLAG(WS-UX).
           MOVE ZERO             TO WS-UT-LAST-SIGN-ON(WS-UX)
                                    WS-UT-LAST-REFUSAL(WS-UX)
                                    WS-UT-REFUSALS(WS-UX)
                                    WS-UT-IDLE-DAYS(WS-UX).
      *
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL (WS-MX > WS-MANAGER-COUNT)
               IF (WS-MT-OPERATOR(WS-MX) = UD-OPERATOR-ID)
                   MOVE WS-MT-MANAGER(WS-MX) TO WS-UT-MANAGER(WS-UX)
                   MOVE WS-MT-NAME(WS-MX)    TO WS-UT-NAME(WS-UX)
                   MOVE WS-MANAGER-COUNT     TO WS-MX
               END-IF
           END-PERFORM.
           IF (WS-UT-MANAGER(WS-UX) = SPACES)
               ADD 1 TO WS-TOT-NO-MANAGER.
      *
           ADD 1 TO WS-TOT-USERS.
           IF (UD-ACTIVE)
               ADD 1 TO WS-TOT-ACTIVE.
           COMPUTE WS-LX = UD-ROLE-LEVEL + 1.
           ADD 1 TO WS-RC-USERS(WS-LX).
      *
       140100-EXIT.
           EXIT.
      *
      *
      *           R E A D   S I G N - O N   H I S T O R Y
      *
       150000-READ-SIGN-ON-HISTORY.
      *
           OPEN INPUT SIGN-ON-HISTORY-FILE.
           IF (WS-HISTORY-STATUS NOT = "00")
               DISPLAY "SECRCERT: NO SIGNHIST.DAT - DORMANCY "
                       "CANNOT BE PROVED"
               CLOSE SIGN-ON-HISTORY-FILE
               GO TO 150000-EXIT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 150100-READ-ONE-SIGN-ON
              THRU 150100-EXIT
               UNTIL (WS-EOF).
           CLOSE SIGN-ON-HISTORY-FILE.
      *
       150000-EXIT.
           EXIT.
      *
       150100-READ-ONE-SIGN-ON.
      *
           READ SIGN-ON-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 150100-EXIT.
           IF (SH-DATE NOT NUMERIC)
               GO TO 150100-EXIT.
           IF (WS-HISTORY-FIRST-DATE = ZERO)
               OR (SH-DATE < WS-HISTORY-FIRST-DATE)
               MOVE SH-DATE TO WS-HISTORY-FIRST-DATE.
           IF (SH-RESULT NOT = "00")
               GO TO 150100-EXIT.
      *
           SEARCH ALL WS-USER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-UT-OPERATOR(WS-UT-X) = SH-OPERATOR-ID
                   IF (SH-DATE > WS-UT-LAST-SIGN-ON(WS-UT-X))
                       MOVE SH-DATE TO WS-UT-LAST-SIGN-ON(WS-UT-X)
                   END-IF
           END-SEARCH.
      *
       150100-EXIT.
           EXIT.
      *
      *
      *                R E A D   V I O L A T I O N S
      *
       160000-READ-VIOLATIONS.
      *
           OPEN INPUT VIOLATION-LOG-FILE.
           IF (WS-VIOLATION-STATUS NOT = "00")
               CLOSE VIOLATION-LOG-FILE
               GO TO 160000-EXIT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 160100-READ-ONE-VIOLATION
              THRU 160100-EXIT
               UNTIL (WS-EOF).
           CLOSE VIOLATION-LOG-FILE.
      *
       160000-EXIT.
           EXIT.
      *
       160100-READ-ONE-VIOLATION.
      *
           READ VIOLATION-LOG-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 160100-EXIT.
           IF (VL-DATE NOT NUMERIC)
               GO TO 160100-EXIT.
      *
           SEARCH ALL WS-USER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-UT-OPERATOR(WS-UT-X) = VL-OPERATOR-ID
                   ADD 1 TO WS-UT-REFUSALS(WS-UT-X)
                   IF (VL-DATE > WS-UT-LAST-REFUSAL(WS-UT-X))
                       MOVE VL-DATE TO WS-UT-LAST-REFUSAL(WS-UT-X)
                   END-IF
           END-SEARCH.
      *
       160100-EXIT.
           EXIT.
      *
      *
      *                 R O L E   C O N F L I C T S
      *
       200000-ROLE-CONFLICTS.
      *
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL (WS-LX > 10)
               MOVE ZERO TO WS-RC-COUNT(WS-LX)
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL (WS-RX > WS-RT-COUNT)
                   MOVE 0 TO WS-RC-FLAG(WS-LX, WS-RX)
                   MOVE WS-RT-TRAN-1(WS-RX) TO WS-CHECK-TRAN
                   PERFORM 200100-CHECK-HOLDS
                      THRU 200100-EXIT
                   MOVE WS-HOLDS-FLAG TO WS-HOLDS-BOTH
                   MOVE WS-RT-TRAN-2(WS-RX) TO WS-CHECK-TRAN
                   PERFORM 200100-CHECK-HOLDS
                      THRU 200100-EXIT
                   IF (WS-HOLDS-BOTH = 1) AND (WS-HOLDS-FLAG = 1)
                       MOVE 1 TO WS-RC-FLAG(WS-LX, WS-RX)
                       ADD 1 TO WS-RC-COUNT(WS-LX)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       200000-EXIT.
           EXIT.
      *
      *  ** DOES ROLE WS-LX - 1 ALLOW WS-CHECK-TRAN?  ROLE 9 ALLOWS  **
      *  ** EVERYTHING.                                             **
      *
       200100-CHECK-HOLDS.
      *
           MOVE 0 TO WS-HOLDS-FLAG.
           IF (WS-LX = 10)
               MOVE 1 TO WS-HOLDS-FLAG
               GO TO 200100-EXIT.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL (WS-AX > WS-AT-COUNT)
               IF (WS-AT-ROLE(WS-AX) = WS-LX - 1)
                   AND (WS-AT-TRAN(WS-AX) = WS-CHECK-TRAN)
                   MOVE 1 TO WS-HOLDS-FLAG
               END-IF
           END-PERFORM.
      *
       200100-EXIT.
           EXIT.
      *
      *
      *                  C L A S S I F Y   U S E R
      *
       210000-CLASSIFY-USER.
      *
           COMPUTE WS-LX = WS-UT-ROLE(WS-UX) + 1.
           IF (WS-RC-COUNT(WS-LX) > ZERO)
               ADD 1 TO WS-TOT-CONFLICT.
      *
           IF (WS-UT-LAST-REFUSAL(WS-UX) > WS-UT-LAST-SIGN-ON(WS-UX))
               MOVE WS-UT-LAST-REFUSAL(WS-UX)
                   TO WS-UT-LAST-SIGN-ON(WS-UX).
      *
      *    ONLY AN ACTIVE ACCOUNT CAN BE DORMANT - A DISABLED ONE IS
      *    ALREADY OUT OF USE.
           IF (WS-UT-ACTIVE-FLAG(WS-UX) NOT = "A")
               GO TO 210000-EXIT.
      *
           IF (WS-UT-LAST-SIGN-ON(WS-UX) = ZERO)
               IF (WS-HISTORY-FIRST-DATE = ZERO)
                   MOVE ZERO TO WS-HISTORY-DAYS
               ELSE
                   COMPUTE WS-HISTORY-DAYS = WS-RUN-EPOCH -
                       FUNCTION INTEGER-OF-DATE(WS-HISTORY-FIRST-DATE)
               END-IF
               IF (WS-HISTORY-FIRST-DATE > ZERO)
                   AND (WS-HISTORY-DAYS NOT < WS-DORMANT-DAYS)
                   MOVE "N" TO WS-UT-DORMANT-FLAG(WS-UX)
                   ADD 1 TO WS-TOT-DORMANT
               ELSE
                   MOVE "U" TO WS-UT-DORMANT-FLAG(WS-UX)
                   ADD 1 TO WS-TOT-UNPROVEN
               END-IF
               GO TO 210000-EXIT.
      *
           COMPUTE WS-WORK-EPOCH =
               FUNCTION INTEGER-OF-DATE(WS-UT-LAST-SIGN-ON(WS-UX)).
           COMPUTE WS-UT-IDLE-DAYS(WS-UX) =
               WS-RUN-EPOCH - WS-WORK-EPOCH.
           IF (WS-UT-IDLE-DAYS(WS-UX) > WS-DORMANT-DAYS)
               MOVE "D" TO WS-UT-DORMANT-FLAG(WS-UX)
               ADD 1 TO WS-TOT-DORMANT.
      *
       210000-EXIT.
           EXIT.
      *
      *
      *               D I S A B L E   D O R M A N T
      *
       300000-DISABLE-DORMANT.
      *
           OPEN I-O USER-DIRECTORY-FILE.
           IF (WS-DIRECTORY-STATUS NOT = "00")
               DISPLAY "SECRCERT: CANNOT UPDATE USERDIR.DAT FS="
                       WS-DIRECTORY-STATUS " - NOTHING DISABLED"
               GO TO 300000-EXIT.
      *
           PERFORM 300100-DISABLE-ONE
              THRU 300100-EXIT
               VARYING WS-UX FROM 1 BY 1
               UNTIL (WS-UX > WS-USER-COUNT).
           CLOSE USER-DIRECTORY-FILE.
      *
       300000-EXIT.
           EXIT.
      *
       300100-DISABLE-ONE.
      *
           IF (WS-UT-DORMANT-FLAG(WS-UX) NOT = "D")
               AND (WS-UT-DORMANT-FLAG(WS-UX) NOT = "N")
               GO TO 300100-EXIT.
           IF (WS-UT-ROLE(WS-UX) = 9)
               MOVE "R" TO WS-UT-ACTION-FLAG(WS-UX)
               GO TO 300100-EXIT.
      *
           MOVE WS-UT-OPERATOR(WS-UX) TO UD-OPERATOR-ID.
           READ USER-DIRECTORY-FILE
               INVALID KEY GO TO 300100-EXIT.
           IF (NOT UD-ACTIVE)
               GO TO 300100-EXIT.
      *
      *    THE AUDIT IMAGES CARRY THE ID, ROLE AND FLAGS ONLY - NEVER
      *    THE PASSWORD HASH.
           MOVE SPACES TO MA-BEFORE-IMAGE
                          MA-AFTER-IMAGE
                          WS-AUDIT-IMAGE.
           STRING UD-OPERATOR-ID " " UD-ROLE-LEVEL " "
                  UD-ACTIVE-FLAG " " UD-FAIL-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-IMAGE.
           MOVE WS-AUDIT-IMAGE TO MA-BEFORE-IMAGE.
           MOVE "D" TO UD-ACTIVE-FLAG.
           REWRITE USER-DIRECTORY-RECORD
               INVALID KEY
                   DISPLAY "SECRCERT: REWRITE FAILED FOR "
                           UD-OPERATOR-ID " FS=" WS-DIRECTORY-STATUS
                   GO TO 300100-EXIT.
           STRING UD-OPERATOR-ID " " UD-ROLE-LEVEL " "
                  UD-ACTIVE-FLAG " " UD-FAIL-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-IMAGE.
           MOVE WS-AUDIT-IMAGE TO MA-AFTER-IMAGE.
      *
           MOVE "X" TO WS-UT-ACTION-FLAG(WS-UX).
           ADD 1 TO WS-TOT-DISABLED.
      *
           MOVE "C"            TO MA-ACTION.
           MOVE UD-OPERATOR-ID TO MA-RECORD-KEY.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
      *
       300100-EXIT.
           EXIT.
      *
      *
      *                    S O R T   U S E R S
      *
       400000-SORT-USERS.
      *
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL (WS-UX >= WS-USER-COUNT)
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL (WS-SX >= WS-USER-COUNT)
                   IF (WS-UT-SORT-KEY(WS-SX) >
                       WS-UT-SORT-KEY(WS-SX + 1))
                       MOVE WS-USER-ENTRY(WS-SX) TO WS-SAVE-ENTRY
                       MOVE WS-USER-ENTRY(WS-SX + 1)
                           TO WS-USER-ENTRY(WS-SX)
                       MOVE WS-SAVE-ENTRY
                           TO WS-USER-ENTRY(WS-SX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       400000-EXIT.
           EXIT.
      *
      *
      *               W R I T E   M N T   A U D I T
      *
       890000-WRITE-MNT-AUDIT.
      *
           MOVE "SECRCERT"     TO MA-OPERATOR-ID.
           MOVE "USERDIR.DAT"  TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
