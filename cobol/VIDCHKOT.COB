       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    VIDCHKOT.
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
      *    VIDEO RENTAL COUNTER CHECKOUT.  THE OPERATOR KEYS THE
      *    MEMBER NUMBER, THEN EACH COPY TAKEN - VIDEO CODE AND COPY
      *    NUMBER FROM THE LABEL, OR COPY NUMBER ZERO FOR THE FIRST
      *    COPY OF THE TITLE ON THE SHELF.  THE MEMBER MUST BE
      *    ACTIVE, HAVE FEWER THAN THE MAXIMUM COPIES OUT, AND OWE
      *    NO MORE THAN THE FEE BLOCK LIMIT; THE COPY MUST BE IN.
      *    THE DUE DATE IS THE RUN DATE PLUS THE RENTAL DAYS BY THE
      *    DATE LIBRARY'S 001300-ADD-DAYS.  THE COPY IS MARKED OUT
      *    TO THE MEMBER WITH ITS CHECKOUT AND DUE DATES, THE
      *    MEMBER'S COPIES-OUT AND RENTAL COUNTS ARE RAISED, AND A
      *    "C" EVENT CARRYING THE RENTAL CHARGE IS APPENDED TO THE
      *    RENTAL HISTORY VIDRENT.DAT FOR VIDPOPR.  THE RENTAL
      *    CHARGE IS TAKEN AT THE COUNTER AND IS NOT ADDED TO THE
      *    FEE BALANCE.  RENTAL DAYS, CHARGE, MAXIMUM COPIES OUT AND
      *    THE FEE BLOCK LIMIT COME FROM THE VIDCTL.DAT CONTROL CARD
      *    VIDRETRN AND VIDOVRDU ALSO READ (DEFAULTS 3 DAYS, 3.50,
      *    5 COPIES, 10.00).
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT MEMBER-FILE ASSIGN TO "VIDMEMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-MEMBER-ID
               FILE STATUS IS WS-MEMBER-STATUS.
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
           SELECT OPTIONAL VIDEO-CONTROL-FILE ASSIGN TO "VIDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT OPTIONAL RENTAL-HISTORY-FILE
               ASSIGN TO "VIDRENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
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
       FD  MEMBER-FILE.
      *
       01  MEMBER-RECORD.
           03  MB-MEMBER-ID            PIC  X(06).
           03  MB-NAME                 PIC  X(30).
           03  MB-STATUS               PIC  X(01).
               88  MB-ACTIVE                      VALUE "A".
               88  MB-SUSPENDED                   VALUE "S".
           03  MB-PHONE                PIC  X(15).
           03  MB-JOIN-DATE            PIC  9(08).
           03  MB-COPIES-OUT           PIC  9(02).
           03  MB-FEE-BALANCE          PIC  9(05)V99.
           03  MB-LAST-RENTAL-DATE     PIC  9(08).
           03  MB-RENTAL-COUNT         PIC  9(05).
           03  MB-ADDRESS-1            PIC  X(30).
           03  MB-ADDRESS-2            PIC  X(30).
           03  MB-ADDRESS-3            PIC  X(30).
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
       FD  VIDEO-CONTROL-FILE.
      *
       01  VIDEO-CONTROL-RECORD.
           03  VC-RENTAL-DAYS          PIC  9(03).
           03  VC-RENTAL-CHARGE        PIC  9(03)V99.
           03  VC-DAILY-LATE-FEE       PIC  9(03)V99.
           03  VC-MAX-LATE-FEE         PIC  9(03)V99.
           03  VC-GRACE-DAYS           PIC  9(03).
           03  VC-MAX-COPIES-OUT       PIC  9(02).
           03  VC-FEE-BLOCK-LIMIT      PIC  9(03)V99.
           03  VC-REMINDER-DAYS        PIC  9(03).
      *
       FD  RENTAL-HISTORY-FILE.
      *
       01  RENTAL-HISTORY-RECORD.
           03  RH-EVENT                PIC  X(01).
           03  RH-DATE                 PIC  9(08).
           03  RH-VIDEO-CODE           PIC  9(05).
           03  RH-COPY-NO              PIC  9(02).
           03  RH-MEMBER-ID            PIC  X(06).
           03  RH-AMOUNT               PIC  9(05)V99.
           03  RH-DUE-DATE             PIC  9(08).
           03  RH-OPERATOR-ID          PIC  X(08).
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
       77  WS-MEMBER-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-COPY-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-VIDEO-STATUS             PIC  X(02) VALUE SPACES.
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-MEMBER-IN                PIC  X(06) VALUE SPACES.
      *
      *                    NUMERIC 77'S
      *
       77  WS-ESCAPE-FLAG              PIC  9(01) VALUE ZERO.
       77  WS-MEMBER-DONE-FLAG         PIC  9(01) VALUE ZERO.
       77  WS-NOT-FOUND-FLAG           PIC  9(01) VALUE ZERO.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-DUE-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-VIDEO-IN                 PIC  9(05) VALUE ZERO.
       77  WS-COPY-IN                  PIC  9(02) VALUE ZERO.
       77  WS-RENTAL-DAYS              PIC  9(03) VALUE 3.
       77  WS-RENTAL-CHARGE            PIC  9(03)V99 VALUE 3.50.
       77  WS-MAX-COPIES-OUT           PIC  9(02) VALUE 5.
       77  WS-FEE-BLOCK-LIMIT          PIC  9(03)V99 VALUE 10.00.
       77  WS-MEMBER-COPIES            PIC  9(02) VALUE ZERO.
       77  WS-MEMBER-CHARGES           PIC  9(05)V99 VALUE ZERO.
       77  WS-SESSION-COPIES           PIC  9(05) VALUE ZERO.
       77  WS-SESSION-CHARGES          PIC  9(07)V99 VALUE ZERO.
       77  WS-CHARGE-EDIT              PIC  ZZ,ZZ9.99.
       77  WS-BALANCE-EDIT             PIC  ZZ,ZZ9.99.
      *
       COPY DATEW.COB.
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
                                BY CONTENT "VIDCHKOT"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "VIDCHKOT: OPERATOR NOT AUTHORIZED"
               GOBACK.
           OPEN EXTEND TEST-LOG-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM 100000-READ-CONTROL
              THRU 100000-EXIT.
      *
      *  ** EVERY COPY TAKEN TODAY FALLS DUE ON THE SAME DATE.     **
      *
           MOVE WS-RUN-DATE    TO DW-WORK-YYYYMMDD.
           MOVE WS-RENTAL-DAYS TO DW-DAYS.
           PERFORM 001300-ADD-DAYS
              THRU 001300-EXIT.
           MOVE DW-WORK-YYYYMMDD TO WS-DUE-DATE.
      *
           OPEN I-O MEMBER-FILE.
           OPEN I-O COPY-FILE.
           OPEN INPUT VIDEO-FILE.
           IF (WS-MEMBER-STATUS NOT = "00")
               OR (WS-COPY-STATUS NOT = "00")
               OR (WS-VIDEO-STATUS NOT = "00")
               DISPLAY "VIDCHKOT: CANNOT OPEN FILES - MEMBER FS="
                       WS-MEMBER-STATUS " COPY FS=" WS-COPY-STATUS
                       " VIDEO FS=" WS-VIDEO-STATUS
               GO TO 000000-EXIT
           END-IF.
      *
           DISPLAY "RENTAL DAYS: " WS-RENTAL-DAYS
                   "   COPIES TAKEN TODAY ARE DUE BACK " WS-DUE-DATE.
           PERFORM 000100-GET-MEMBER
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
           MOVE WS-SESSION-CHARGES TO WS-CHARGE-EDIT.
           DISPLAY "VIDCHKOT: " WS-SESSION-COPIES " COPIES OUT, "
                   "CHARGES " WS-CHARGE-EDIT.
      *
       000000-EXIT.
           CLOSE MEMBER-FILE.
           CLOSE COPY-FILE.
           CLOSE VIDEO-FILE.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
      *
      *                    G E T   M E M B E R
      *
       000100-GET-MEMBER.
      *
           DISPLAY " ".
           DISPLAY "V I D E O   C H E C K O U T".
           DISPLAY "MEMBER NUMBER (BLANK = EXIT): ".
           MOVE SPACES TO WS-MEMBER-IN.
           ACCEPT WS-MEMBER-IN.
      *
           MOVE "000100-GET-MEMBER" TO TL-SCREEN-NAME.
           MOVE WS-MEMBER-IN        TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
           MOVE FUNCTION UPPER-CASE(WS-MEMBER-IN) TO WS-MEMBER-IN.
           IF (WS-MEMBER-IN = SPACES)
               MOVE 1 TO WS-ESCAPE-FLAG
               GO TO 000100-EXIT.
      *
           MOVE WS-MEMBER-IN TO MB-MEMBER-ID.
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ MEMBER-FILE
               KEY IS MB-MEMBER-ID
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               DISPLAY "MEMBER NOT ON FILE"
               GO TO 000100-EXIT.
      *
           MOVE MB-FEE-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY MB-MEMBER-ID "  " MB-NAME.
           DISPLAY "COPIES OUT: " MB-COPIES-OUT
                   "   FEES OWING: " WS-BALANCE-EDIT.
           IF (NOT MB-ACTIVE)
               DISPLAY "MEMBER IS SUSPENDED - NO CHECKOUT"
               GO TO 000100-EXIT.
           IF (MB-FEE-BALANCE > WS-FEE-BLOCK-LIMIT)
               DISPLAY "FEES OWING OVER THE LIMIT - TAKE PAYMENT "
                       "THROUGH VIDMEMBM FIRST"
               GO TO 000100-EXIT.
      *
           MOVE ZERO TO WS-MEMBER-COPIES
                        WS-MEMBER-CHARGES.
           MOVE 0 TO WS-MEMBER-DONE-FLAG.
           PERFORM 000200-CHECKOUT-COPY
              THRU 000200-EXIT
               UNTIL (WS-MEMBER-DONE-FLAG = 1).
      *
           IF (WS-MEMBER-COPIES > ZERO)
               MOVE WS-MEMBER-CHARGES TO WS-CHARGE-EDIT
               DISPLAY WS-MEMBER-COPIES " COPIES DUE BACK "
                       WS-DUE-DATE "   TO COLLECT: " WS-CHARGE-EDIT.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *                 C H E C K O U T   C O P Y
      *
      *  ** THE MEMBER RECORD IS RE-READ BEFORE EACH COPY SO THE   **
      *  ** REWRITE CARRIES ANY CHANGE MADE AT ANOTHER TERMINAL.   **
      *
       000200-CHECKOUT-COPY.
      *
           DISPLAY "VIDEO CODE (BLANK = DONE WITH THIS MEMBER): ".
           MOVE ZERO TO WS-VIDEO-IN.
           ACCEPT WS-VIDEO-IN.
           IF (WS-VIDEO-IN NOT NUMERIC)
               OR (WS-VIDEO-IN = ZERO)
               MOVE 1 TO WS-MEMBER-DONE-FLAG
               GO TO 000200-EXIT.
      *
           MOVE "000200-CHECKOUT-COPY" TO TL-SCREEN-NAME.
           MOVE WS-VIDEO-IN            TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
           MOVE WS-VIDEO-IN TO VIDEO-CODE.
           READ VIDEO-FILE
               KEY IS VIDEO-CODE
               INVALID KEY
                   DISPLAY "VIDEO CODE NOT ON THE CATALOGUE"
                   GO TO 000200-EXIT
           END-READ.
           DISPLAY VIDEO-TITLE.
      *
           DISPLAY "COPY NUMBER (0 = FIRST ON THE SHELF): ".
           MOVE ZERO TO WS-COPY-IN.
           ACCEPT WS-COPY-IN.
           IF (WS-COPY-IN NOT NUMERIC)
               MOVE ZERO TO WS-COPY-IN.
           IF (WS-COPY-IN = ZERO)
               PERFORM 000300-FIND-SHELF-COPY
                  THRU 000300-EXIT
           ELSE
               MOVE WS-VIDEO-IN TO CP-VIDEO-CODE
               MOVE WS-COPY-IN  TO CP-COPY-NO
               MOVE 0 TO WS-NOT-FOUND-FLAG
               READ COPY-FILE
                   KEY IS CP-COPY-KEY
                   INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
               END-READ
               IF (WS-NOT-FOUND-FLAG = 1)
                   DISPLAY "COPY NOT ON FILE"
               ELSE
                   IF (NOT CP-IN)
                       DISPLAY "COPY IS NOT ON THE SHELF - STATUS "
                               CP-STATUS
                       MOVE 1 TO WS-NOT-FOUND-FLAG
                   END-IF
               END-IF
           END-IF.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000200-EXIT.
      *
           MOVE WS-MEMBER-IN TO MB-MEMBER-ID.
           READ MEMBER-FILE
               KEY IS MB-MEMBER-ID
               INVALID KEY
                   DISPLAY "MEMBER NO LONGER ON FILE"
                   MOVE 1 TO WS-MEMBER-DONE-FLAG
                   GO TO 000200-EXIT
           END-READ.
           IF (MB-COPIES-OUT NOT < WS-MAX-COPIES-OUT)
               DISPLAY "MEMBER ALREADY HAS " MB-COPIES-OUT
                       " COPIES OUT - THE LIMIT"
               MOVE 1 TO WS-MEMBER-DONE-FLAG
               GO TO 000200-EXIT.
      *
           MOVE "O"          TO CP-STATUS.
           MOVE WS-MEMBER-IN TO CP-MEMBER-ID.
           MOVE WS-RUN-DATE  TO CP-CHECKOUT-DATE.
           MOVE WS-DUE-DATE  TO CP-DUE-DATE.
           MOVE ZERO         TO CP-FEE-CHARGED
                                CP-LAST-REMINDER-DATE.
           ADD 1 TO CP-RENTAL-COUNT.
           REWRITE COPY-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING COPY - FS=" WS-COPY-STATUS
                   GO TO 000200-EXIT
           END-REWRITE.
      *
           ADD 1 TO MB-COPIES-OUT.
           ADD 1 TO MB-RENTAL-COUNT.
           MOVE WS-RUN-DATE TO MB-LAST-RENTAL-DATE.
           REWRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING MEMBER - FS="
                           WS-MEMBER-STATUS
           END-REWRITE.
      *
           MOVE SPACES           TO RENTAL-HISTORY-RECORD.
           MOVE "C"              TO RH-EVENT.
           MOVE WS-RUN-DATE      TO RH-DATE.
           MOVE CP-VIDEO-CODE    TO RH-VIDEO-CODE.
           MOVE CP-COPY-NO       TO RH-COPY-NO.
           MOVE WS-MEMBER-IN     TO RH-MEMBER-ID.
           MOVE WS-RENTAL-CHARGE TO RH-AMOUNT.
           MOVE WS-DUE-DATE      TO RH-DUE-DATE.
           MOVE TL-OPERATOR-ID   TO RH-OPERATOR-ID.
           PERFORM 000700-WRITE-HISTORY
              THRU 000700-EXIT.
      *
           ADD 1 TO WS-MEMBER-COPIES
                    WS-SESSION-COPIES.
           ADD WS-RENTAL-CHARGE TO WS-MEMBER-CHARGES
                                   WS-SESSION-CHARGES.
           MOVE WS-RENTAL-CHARGE TO WS-CHARGE-EDIT.
           DISPLAY "COPY " CP-VIDEO-CODE "/" CP-COPY-NO
                   " OUT - DUE " WS-DUE-DATE
                   "   CHARGE " WS-CHARGE-EDIT.
      *
       000200-EXIT.
           EXIT.
      *
      *
      *              F I N D   S H E L F   C O P Y
      *
      *  ** FIRST COPY OF WS-VIDEO-IN THAT IS IN, LEFT IN THE       **
      *  ** RECORD AREA; WS-NOT-FOUND-FLAG IS 1 WHEN NONE IS.       **
      *
       000300-FIND-SHELF-COPY.
      *
           MOVE 1 TO WS-NOT-FOUND-FLAG.
           MOVE 0 TO WS-EOF-FLAG.
           MOVE WS-VIDEO-IN TO CP-VIDEO-CODE.
           MOVE ZERO        TO CP-COPY-NO.
           START COPY-FILE
               KEY IS GREATER THAN CP-COPY-KEY
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
      *
           PERFORM 000310-NEXT-SHELF-COPY
              THRU 000310-EXIT
               UNTIL (WS-EOF-FLAG = 1)
                  OR (WS-NOT-FOUND-FLAG = 0).
      *
           IF (WS-NOT-FOUND-FLAG = 1)
               DISPLAY "NO COPY OF THIS TITLE IS ON THE SHELF".
      *
       000300-EXIT.
           EXIT.
      *
      *
      *               N E X T   S H E L F   C O P Y
      *
       000310-NEXT-SHELF-COPY.
      *
           READ COPY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 000310-EXIT
           END-READ.
           IF (CP-VIDEO-CODE NOT = WS-VIDEO-IN)
               MOVE 1 TO WS-EOF-FLAG
               GO TO 000310-EXIT.
           IF (CP-IN)
               MOVE 0 TO WS-NOT-FOUND-FLAG.
      *
       000310-EXIT.
           EXIT.
      *
      *
      *               W R I T E   H I S T O R Y
      *
       000700-WRITE-HISTORY.
      *
           OPEN EXTEND RENTAL-HISTORY-FILE.
           IF (WS-HISTORY-STATUS NOT = "00")
               AND (WS-HISTORY-STATUS NOT = "05")
               DISPLAY "VIDRENT.DAT NOT AVAILABLE - FS="
                       WS-HISTORY-STATUS
               GO TO 000700-EXIT.
           WRITE RENTAL-HISTORY-RECORD.
           CLOSE RENTAL-HISTORY-FILE.
      *
       000700-EXIT.
           EXIT.
      *
      *
      *                  R E A D   C O N T R O L
      *
      *  ** A MISSING OR UNREADABLE CARD LEAVES THE DEFAULTS.      **
      *
       100000-READ-CONTROL.
      *
           OPEN INPUT VIDEO-CONTROL-FILE.
           IF (WS-CONTROL-STATUS = "00")
               READ VIDEO-CONTROL-FILE
                   AT END MOVE "10" TO WS-CONTROL-STATUS
               END-READ
               IF (WS-CONTROL-STATUS = "00")
                   AND (VC-RENTAL-DAYS NUMERIC)
                   AND (VC-RENTAL-CHARGE NUMERIC)
                   AND (VC-MAX-COPIES-OUT NUMERIC)
                   AND (VC-FEE-BLOCK-LIMIT NUMERIC)
                   AND (VC-RENTAL-DAYS > ZERO)
                   AND (VC-MAX-COPIES-OUT > ZERO)
                   MOVE VC-RENTAL-DAYS     TO WS-RENTAL-DAYS
                   MOVE VC-RENTAL-CHARGE   TO WS-RENTAL-CHARGE
                   MOVE VC-MAX-COPIES-OUT  TO WS-MAX-COPIES-OUT
                   MOVE VC-FEE-BLOCK-LIMIT TO WS-FEE-BLOCK-LIMIT.
           CLOSE VIDEO-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
       COPY "TESTLOGP.COB".
       COPY DATEP.COB.
