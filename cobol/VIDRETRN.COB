       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    VIDRETRN.
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
      *    VIDEO RENTAL COUNTER RETURN.  THE OPERATOR KEYS THE VIDEO
      *    CODE AND COPY NUMBER FROM EACH RETURNED COPY'S LABEL.  A
      *    COPY BACK MORE THAN THE GRACE DAYS AFTER ITS DUE DATE IS
      *    CHARGED THE DAILY LATE FEE FOR EVERY DAY PAST THE DUE
      *    DATE (DAYS FROM THE DATE LIBRARY'S 000950-DAYS-FROM-
      *    EPOCH), UP TO THE MAXIMUM LATE FEE FOR ONE RENTAL.  THE
      *    NIGHTLY VIDOVRDU RUN HAS USUALLY CHARGED PART OF THAT
      *    ALREADY - CP-FEE-CHARGED HOLDS HOW MUCH - SO ONLY THE
      *    DIFFERENCE IS ADDED TO THE MEMBER'S FEE BALANCE HERE,
      *    WITH AN "F" EVENT ON THE RENTAL HISTORY VIDRENT.DAT.  THE
      *    COPY GOES BACK IN, THE MEMBER'S COPIES-OUT COUNT IS
      *    REDUCED AND AN "R" EVENT IS WRITTEN.  THE FEES ARE PAID
      *    THROUGH VIDMEMBM.  DAILY FEE, MAXIMUM AND GRACE DAYS COME
      *    FROM THE VIDCTL.DAT CONTROL CARD (DEFAULTS 1.00, 20.00
      *    AND 0 DAYS).
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
       77  WS-MEMBER-ID                PIC  X(06) VALUE SPACES.
      *
      *                    NUMERIC 77'S
      *
       77  WS-ESCAPE-FLAG              PIC  9(01) VALUE ZERO.
       77  WS-NOT-FOUND-FLAG           PIC  9(01) VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-RUN-EPOCH                PIC  9(09) VALUE ZERO.
       77  WS-DUE-EPOCH                PIC  9(09) VALUE ZERO.
       77  WS-DAYS-LATE                PIC S9(05) VALUE ZERO.
       77  WS-VIDEO-IN                 PIC  9(05) VALUE ZERO.
       77  WS-COPY-IN                  PIC  9(02) VALUE ZERO.
       77  WS-DAILY-LATE-FEE           PIC  9(03)V99 VALUE 1.00.
       77  WS-MAX-LATE-FEE             PIC  9(03)V99 VALUE 20.00.
       77  WS-GRACE-DAYS               PIC  9(03) VALUE ZERO.
       77  WS-FEE-DUE                  PIC  9(05)V99 VALUE ZERO.
       77  WS-FEE-NOW                  PIC  9(05)V99 VALUE ZERO.
       77  WS-SESSION-RETURNS          PIC  9(05) VALUE ZERO.
       77  WS-SESSION-FEES             PIC  9(07)V99 VALUE ZERO.
       77  WS-FEE-EDIT                 PIC  ZZ,ZZ9.99.
       77  WS-TOTAL-EDIT               PIC  ZZ,ZZ9.99.
       77  WS-BALANCE-EDIT             PIC  ZZ,ZZ9.99.
       77  WS-DAYS-EDIT                PIC  ZZ,ZZ9.
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
                                BY CONTENT "VIDRETRN"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "VIDRETRN: OPERATOR NOT AUTHORIZED"
               GOBACK.
           OPEN EXTEND TEST-LOG-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO DW-WORK-YYYYMMDD.
           PERFORM 000950-DAYS-FROM-EPOCH
              THRU 000950-EXIT.
           MOVE DW-WORK1 TO WS-RUN-EPOCH.
      *
           PERFORM 100000-READ-CONTROL
              THRU 100000-EXIT.
      *
           OPEN I-O MEMBER-FILE.
           OPEN I-O COPY-FILE.
           OPEN INPUT VIDEO-FILE.
           IF (WS-MEMBER-STATUS NOT = "00")
               OR (WS-COPY-STATUS NOT = "00")
               OR (WS-VIDEO-STATUS NOT = "00")
               DISPLAY "VIDRETRN: CANNOT OPEN FILES - MEMBER FS="
                       WS-MEMBER-STATUS " COPY FS=" WS-COPY-STATUS
                       " VIDEO FS=" WS-VIDEO-STATUS
               GO TO 000000-EXIT
           END-IF.
      *
           PERFORM 000100-RETURN-COPY
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
           MOVE WS-SESSION-FEES TO WS-FEE-EDIT.
           DISPLAY "VIDRETRN: " WS-SESSION-RETURNS " COPIES RETURNED, "
                   "LATE FEES " WS-FEE-EDIT.
      *
       000000-EXIT.
           CLOSE MEMBER-FILE.
           CLOSE COPY-FILE.
           CLOSE VIDEO-FILE.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
      *
      *                   R E T U R N   C O P Y
      *
       000100-RETURN-COPY.
      *
           DISPLAY " ".
           DISPLAY "V I D E O   R E T U R N".
           DISPLAY "VIDEO CODE (BLANK = EXIT): ".
           MOVE ZERO TO WS-VIDEO-IN.
           ACCEPT WS-VIDEO-IN.
           IF (WS-VIDEO-IN NOT NUMERIC)
               OR (WS-VIDEO-IN = ZERO)
               MOVE 1 TO WS-ESCAPE-FLAG
               GO TO 000100-EXIT.
           DISPLAY "COPY NUMBER: ".
           MOVE ZERO TO WS-COPY-IN.
           ACCEPT WS-COPY-IN.
      *
           MOVE "000100-RETURN-COPY" TO TL-SCREEN-NAME.
           MOVE SPACES               TO TL-ENTERED-VALUE.
           STRING WS-VIDEO-IN "/" WS-COPY-IN
               DELIMITED BY SIZE INTO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
           IF (WS-COPY-IN NOT NUMERIC)
               OR (WS-COPY-IN = ZERO)
               DISPLAY "COPY NUMBER IS REQUIRED"
               GO TO 000100-EXIT.
           MOVE WS-VIDEO-IN TO CP-VIDEO-CODE.
           MOVE WS-COPY-IN  TO CP-COPY-NO.
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ COPY-FILE
               KEY IS CP-COPY-KEY
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               DISPLAY "COPY NOT ON FILE"
               GO TO 000100-EXIT.
           IF (NOT CP-OUT)
               DISPLAY "COPY IS NOT OUT - STATUS " CP-STATUS
               GO TO 000100-EXIT.
      *
           MOVE WS-VIDEO-IN TO VIDEO-CODE.
           READ VIDEO-FILE
               KEY IS VIDEO-CODE
               INVALID KEY MOVE "** NOT ON THE CATALOGUE **"
                               TO VIDEO-TITLE
           END-READ.
           DISPLAY VIDEO-TITLE.
      *
           MOVE CP-MEMBER-ID TO WS-MEMBER-ID
                                MB-MEMBER-ID.
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ MEMBER-FILE
               KEY IS MB-MEMBER-ID
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               DISPLAY "OUT TO MEMBER " WS-MEMBER-ID
                       " WHO IS NO LONGER ON FILE - NO FEE CHARGED"
           ELSE
               DISPLAY "OUT TO " MB-MEMBER-ID "  " MB-NAME
                       "   DUE " CP-DUE-DATE.
      *
           PERFORM 000200-COMPUTE-LATE-FEE
              THRU 000200-EXIT.
      *
      *  ** ANY FEE NOT YET CHARGED GOES ON THE MEMBER NOW.        **
      *
           IF (WS-NOT-FOUND-FLAG = 0)
               IF (WS-FEE-NOW > ZERO)
                   ADD WS-FEE-NOW TO MB-FEE-BALANCE
               END-IF
               IF (MB-COPIES-OUT > ZERO)
                   SUBTRACT 1 FROM MB-COPIES-OUT
               END-IF
               REWRITE MEMBER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING MEMBER - FS="
                               WS-MEMBER-STATUS
               END-REWRITE
               IF (WS-FEE-NOW > ZERO)
                   MOVE "F"        TO RH-EVENT
                   MOVE WS-FEE-NOW TO RH-AMOUNT
                   PERFORM 000700-WRITE-HISTORY
                      THRU 000700-EXIT
                   ADD WS-FEE-NOW TO WS-SESSION-FEES
               END-IF
           END-IF.
      *
           MOVE "R"  TO RH-EVENT.
           MOVE ZERO TO RH-AMOUNT.
           PERFORM 000700-WRITE-HISTORY
              THRU 000700-EXIT.
      *
           MOVE "I"         TO CP-STATUS.
           MOVE SPACES      TO CP-MEMBER-ID.
           MOVE ZERO        TO CP-CHECKOUT-DATE
                               CP-DUE-DATE
                               CP-FEE-CHARGED
                               CP-LAST-REMINDER-DATE.
           MOVE WS-RUN-DATE TO CP-LAST-RETURN-DATE.
           REWRITE COPY-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING COPY - FS=" WS-COPY-STATUS
                   GO TO 000100-EXIT
           END-REWRITE.
           ADD 1 TO WS-SESSION-RETURNS.
      *
           MOVE WS-DAYS-LATE TO WS-DAYS-EDIT.
           IF (WS-FEE-DUE > ZERO)
               MOVE WS-FEE-DUE   TO WS-TOTAL-EDIT
               MOVE WS-FEE-NOW   TO WS-FEE-EDIT
               DISPLAY "RETURNED " WS-DAYS-EDIT " DAYS LATE - LATE FEE "
                       WS-TOTAL-EDIT ", " WS-FEE-EDIT " CHARGED NOW"
           ELSE
               IF (WS-DAYS-LATE > ZERO)
                   DISPLAY "RETURNED " WS-DAYS-EDIT
                           " DAYS LATE - WITHIN GRACE, NO FEE"
               ELSE
                   DISPLAY "RETURNED ON TIME"
               END-IF
           END-IF.
           IF (WS-NOT-FOUND-FLAG = 0)
               MOVE MB-FEE-BALANCE TO WS-BALANCE-EDIT
               DISPLAY "MEMBER FEES NOW OWING: " WS-BALANCE-EDIT.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *              C O M P U T E   L A T E   F E E
      *
      *  ** WS-FEE-DUE IS THE WHOLE LATE FEE FOR THE RENTAL TO     **
      *  ** DATE; WS-FEE-NOW IS THE PART NOT ALREADY CHARGED.      **
      *
       000200-COMPUTE-LATE-FEE.
      *
           MOVE ZERO TO WS-DAYS-LATE
                        WS-FEE-DUE
                        WS-FEE-NOW.
           MOVE CP-DUE-DATE TO DW-WORK-YYYYMMDD.
           PERFORM 000950-DAYS-FROM-EPOCH
              THRU 000950-EXIT.
           MOVE DW-WORK1 TO WS-DUE-EPOCH.
           COMPUTE WS-DAYS-LATE = WS-RUN-EPOCH - WS-DUE-EPOCH.
           IF (WS-DAYS-LATE NOT > WS-GRACE-DAYS)
               GO TO 000200-EXIT.
      *
           COMPUTE WS-FEE-DUE = WS-DAYS-LATE * WS-DAILY-LATE-FEE.
           IF (WS-FEE-DUE > WS-MAX-LATE-FEE)
               MOVE WS-MAX-LATE-FEE TO WS-FEE-DUE.
           IF (WS-FEE-DUE > CP-FEE-CHARGED)
               COMPUTE WS-FEE-NOW = WS-FEE-DUE - CP-FEE-CHARGED.
      *
       000200-EXIT.
           EXIT.
      *
      *
      *               W R I T E   H I S T O R Y
      *
      *  ** RH-EVENT AND RH-AMOUNT ARE SET BY THE CALLER.          **
      *
       000700-WRITE-HISTORY.
      *
           MOVE WS-RUN-DATE    TO RH-DATE.
           MOVE CP-VIDEO-CODE  TO RH-VIDEO-CODE.
           MOVE CP-COPY-NO     TO RH-COPY-NO.
           MOVE WS-MEMBER-ID   TO RH-MEMBER-ID.
           MOVE CP-DUE-DATE    TO RH-DUE-DATE.
           MOVE TL-OPERATOR-ID TO RH-OPERATOR-ID.
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
                   AND (VC-DAILY-LATE-FEE NUMERIC)
                   AND (VC-MAX-LATE-FEE NUMERIC)
                   AND (VC-GRACE-DAYS NUMERIC)
                   MOVE VC-DAILY-LATE-FEE TO WS-DAILY-LATE-FEE
                   MOVE VC-MAX-LATE-FEE   TO WS-MAX-LATE-FEE
                   MOVE VC-GRACE-DAYS     TO WS-GRACE-DAYS.
           CLOSE VIDEO-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
       COPY "TESTLOGP.COB".
       COPY DATEP.COB.
