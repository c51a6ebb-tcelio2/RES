       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    VIDOVRDU.
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
      *    NIGHTLY VIDEO OVERDUE RUN.  WALKS THE VIDCOPY.DAT COPIES
      *    IN MEMBER ORDER BY THE MEMBER ALTERNATE KEY, AS DUNNGEN
      *    WALKS AROPEN.DAT BY CUSTOMER.  A COPY OUT MORE THAN THE
      *    GRACE DAYS PAST ITS DUE DATE IS OVERDUE: ITS LATE FEE TO
      *    DATE IS THE DAILY LATE FEE FOR EVERY DAY PAST DUE, UP TO
      *    THE MAXIMUM FOR ONE RENTAL - THE SAME RULE VIDRETRN
      *    APPLIES AT THE COUNTER.  CP-FEE-CHARGED HOLDS WHAT HAS
      *    ALREADY GONE ON THE MEMBER'S FEE BALANCE, SO ONLY THE
      *    INCREASE IS CHARGED AND A RERUN ON THE SAME DAY CHARGES
      *    NOTHING TWICE; EACH CHARGE IS AN "F" EVENT ON THE RENTAL
      *    HISTORY VIDRENT.DAT.  A MEMBER WITH AN OVERDUE COPY NOT
      *    REMINDED IN THE LAST REMINDER INTERVAL GETS ONE LETTER
      *    LISTING EVERY SUCH COPY, WRITTEN TO VIDREMND.RPT FROM THE
      *    VIDREMND.TPL TEMPLATE WITH THE TOKENS <NAME>, <ADDR1>,
      *    <ADDR2>, <ADDR3>, <AMOUNT> (FEES NOW OWING) AND <DATE>,
      *    MERGED THROUGH SIMOSUB1 AS DUNNGEN MERGES ITS LETTERS; A
      *    TEMPLATE LINE HOLDING <ITEMS> IS REPLACED BY THE LIST OF
      *    OVERDUE TITLES.  WITH NO TEMPLATE ON FILE THE STANDARD
      *    LETTER BELOW IS USED.  EVERY OVERDUE COPY IS LISTED ON
      *    THE REGISTER VIDOVRDU.RPT.  DAILY FEE, MAXIMUM, GRACE
      *    DAYS AND THE REMINDER INTERVAL COME FROM THE VIDCTL.DAT
      *    CONTROL CARD (DEFAULTS 1.00, 20.00, 0 AND 7 DAYS).
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
           SELECT OPTIONAL TEMPLATE-FILE ASSIGN TO "VIDREMND.TPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
      *
           SELECT LETTERS-FILE ASSIGN TO "VIDREMND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OVERDUE-REGISTER-FILE ASSIGN TO "VIDOVRDU.RPT"
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
       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD             PIC  X(80).
      *
       FD  LETTERS-FILE.
      *
       01  LETTERS-LINE                PIC  X(132).
      *
       FD  OVERDUE-REGISTER-FILE.
      *
       01  OVERDUE-REGISTER-LINE       PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-MEMBER-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-COPY-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-VIDEO-STATUS             PIC  X(02) VALUE SPACES.
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-TEMPLATE-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-TEMPLATE-EOF-FLAG        PIC  9(01) VALUE ZERO.
       77  WS-MEMBER-STARTED           PIC  9(01) VALUE ZERO.
       77  WS-MEMBER-FOUND-FLAG        PIC  9(01) VALUE ZERO.
       77  WS-MEMBER-CHANGED           PIC  9(01) VALUE ZERO.
       77  WS-COPY-CHANGED             PIC  9(01) VALUE ZERO.
       77  WS-PREV-MEMBER              PIC  X(06) VALUE SPACES.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-RUN-EPOCH                PIC  9(09) VALUE ZERO.
       77  WS-DUE-EPOCH                PIC  9(09) VALUE ZERO.
       77  WS-REMINDER-EPOCH           PIC  9(09) VALUE ZERO.
       77  WS-DAYS-LATE                PIC S9(05) VALUE ZERO.
       77  WS-DAILY-LATE-FEE           PIC  9(03)V99 VALUE 1.00.
       77  WS-MAX-LATE-FEE             PIC  9(03)V99 VALUE 20.00.
       77  WS-GRACE-DAYS               PIC  9(03) VALUE ZERO.
       77  WS-REMINDER-DAYS            PIC  9(03) VALUE 7.
       77  WS-FEE-DUE                  PIC  9(05)V99 VALUE ZERO.
       77  WS-FEE-NOW                  PIC  9(05)V99 VALUE ZERO.
       77  WS-TX                       PIC  9(02) VALUE ZERO.
       77  WS-IX                       PIC  9(02) VALUE ZERO.
       77  WS-LX                       PIC  9(04) VALUE ZERO.
       77  WS-TRIM-LENGTH              PIC  9(03) VALUE ZERO.
      *
       77  WS-COPIES-READ              PIC  9(07) VALUE ZERO.
       77  WS-COPIES-OVERDUE           PIC  9(05) VALUE ZERO.
       77  WS-FEES-CHARGED             PIC  9(05) VALUE ZERO.
       77  WS-LETTERS-WRITTEN          PIC  9(05) VALUE ZERO.
       77  WS-TOTAL-CHARGED            PIC  9(07)V99 VALUE ZERO.
      *
       77  WS-AMOUNT-TEXT              PIC  ZZ,ZZ9.99.
       77  WS-DATE-TEXT                PIC  9(08).
      *
      *  ** THE STANDARD REMINDER, USED WHEN NO VIDREMND.TPL IS ON  **
      *  ** FILE.                                                   **
      *
       01  WS-STANDARD-LETTER.
           03  FILLER  PIC X(80) VALUE "<NAME>".
           03  FILLER  PIC X(80) VALUE "<ADDR1>".
           03  FILLER  PIC X(80) VALUE "<ADDR2>".
           03  FILLER  PIC X(80) VALUE "<ADDR3>".
           03  FILLER  PIC X(80) VALUE SPACES.
           03  FILLER  PIC X(80) VALUE "<DATE>".
           03  FILLER  PIC X(80) VALUE SPACES.
           03  FILLER  PIC X(80) VALUE
               "OUR RECORDS SHOW THESE VIDEOS ARE STILL OUT AND".
           03  FILLER  PIC X(80) VALUE
               "PAST THEIR DUE DATE:".
           03  FILLER  PIC X(80) VALUE SPACES.
           03  FILLER  PIC X(80) VALUE "<ITEMS>".
           03  FILLER  PIC X(80) VALUE SPACES.
           03  FILLER  PIC X(80) VALUE
               "A LATE FEE IS CHARGED FOR EVERY DAY A VIDEO IS KEPT".
           03  FILLER  PIC X(80) VALUE
               "PAST ITS DUE DATE.  THE FEES NOW OWING ON YOUR".
           03  FILLER  PIC X(80) VALUE
               "MEMBERSHIP ARE <AMOUNT>.  PLEASE RETURN THE VIDEOS".
           03  FILLER  PIC X(80) VALUE
               "AND SETTLE YOUR ACCOUNT AT THE COUNTER.".
       78  WS-STANDARD-LIMIT                    VALUE 16.
       01  WS-STANDARD-LETTER-R REDEFINES WS-STANDARD-LETTER.
           03  WS-STANDARD-LINE        PIC  X(80) OCCURS 16 TIMES.
      *
       78  WS-TEMPLATE-LIMIT                    VALUE 30.
       77  WS-TEMPLATE-COUNT           PIC  9(02) VALUE ZERO.
       01  WS-TEMPLATE-TABLE.
           03  WS-TEMPLATE-LINE        PIC  X(80) OCCURS 30 TIMES.
      *
      *  ** THE MEMBER'S COPIES TO BE REMINDED, HELD UNTIL THE      **
      *  ** MEMBER BREAK.                                           **
      *
       78  WS-ITEM-LIMIT                        VALUE 30.
       77  WS-ITEM-COUNT               PIC  9(02) VALUE ZERO.
       01  WS-ITEM-TABLE.
           03  WS-ITEM-LINE            PIC  X(80) OCCURS 30 TIMES.
      *
       01  WS-ITEM-DETAIL.
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-ID-TITLE             PIC  X(40).
           03  FILLER                  PIC  X(05) VALUE " DUE ".
           03  WS-ID-DUE-DATE          PIC  9(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-ID-DAYS              PIC  ZZZ9.
           03  FILLER                  PIC  X(11) VALUE " DAYS LATE ".
      *
       01  WS-REPLACE-WORK             PIC  X(30) VALUE SPACES.
      *
       01  WS-REGISTER-HEADING-1.
           03  FILLER  PIC X(36) VALUE
               "VIDEO OVERDUE RUN AS AT             ".
           03  WS-RH-RUN-DATE          PIC  9(08).
       01  WS-REGISTER-HEADING-2.
           03  FILLER  PIC X(50) VALUE
               "MEMBER  NAME                       VIDEO/CP  TITLE".
           03  FILLER  PIC X(25) VALUE SPACES.
           03  FILLER  PIC X(48) VALUE
               "DUE DATE   LATE   FEE NOW  FEE TOTAL  NOTE      ".
      *
       01  WS-REGISTER-DETAIL.
           03  WS-RD-MEMBER-ID         PIC  X(06).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-NAME              PIC  X(25).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-VIDEO-CODE        PIC  9(05).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WS-RD-COPY-NO           PIC  9(02).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-TITLE             PIC  X(30).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-DUE-DATE          PIC  9(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-DAYS              PIC  ZZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-FEE-NOW           PIC  ZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-FEE-TOTAL         PIC  ZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-RD-NOTE              PIC  X(17).
      *
       01  WS-REGISTER-TOTAL.
           03  FILLER  PIC X(28) VALUE "COPIES OVERDUE:             ".
           03  WS-RT-OVERDUE           PIC  ZZ,ZZ9.
           03  FILLER  PIC X(20) VALUE "    FEES CHARGED:   ".
           03  WS-RT-CHARGED           PIC  ZZZ,ZZ9.99.
           03  FILLER  PIC X(20) VALUE "    LETTERS:        ".
           03  WS-RT-LETTERS           PIC  ZZ,ZZ9.
      *
       COPY PASSSUB1.
       COPY DATEW.COB.
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO DW-WORK-YYYYMMDD.
           PERFORM 000950-DAYS-FROM-EPOCH
              THRU 000950-EXIT.
           MOVE DW-WORK1 TO WS-RUN-EPOCH.
      *
           PERFORM 100000-READ-CONTROL
              THRU 100000-EXIT.
           PERFORM 110000-LOAD-TEMPLATE
              THRU 110000-EXIT.
      *
           OPEN I-O COPY-FILE.
           IF (WS-COPY-STATUS NOT = "00")
               DISPLAY "VIDOVRDU: CANNOT OPEN VIDCOPY.DAT FS="
                       WS-COPY-STATUS
               STOP RUN.
           OPEN I-O MEMBER-FILE.
           IF (WS-MEMBER-STATUS NOT = "00")
               DISPLAY "VIDOVRDU: CANNOT OPEN VIDMEMB.DAT FS="
                       WS-MEMBER-STATUS
               CLOSE COPY-FILE
               STOP RUN.
           OPEN INPUT VIDEO-FILE.
           OPEN EXTEND RENTAL-HISTORY-FILE.
           OPEN OUTPUT LETTERS-FILE.
           OPEN OUTPUT OVERDUE-REGISTER-FILE.
      *
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           WRITE OVERDUE-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           MOVE SPACES TO OVERDUE-REGISTER-LINE.
           WRITE OVERDUE-REGISTER-LINE.
           WRITE OVERDUE-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
      *
           MOVE LOW-VALUES TO CP-MEMBER-ID.
           START COPY-FILE
               KEY IS GREATER THAN CP-MEMBER-ID
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
      *
           PERFORM 000100-SCAN-COPY
              THRU 000100-EXIT
               UNTIL (WS-EOF).
      *
           IF (WS-MEMBER-STARTED = 1)
               PERFORM 000300-CLOSE-MEMBER
                  THRU 000300-EXIT.
      *
           MOVE WS-COPIES-OVERDUE  TO WS-RT-OVERDUE.
           MOVE WS-TOTAL-CHARGED   TO WS-RT-CHARGED.
           MOVE WS-LETTERS-WRITTEN TO WS-RT-LETTERS.
           MOVE SPACES TO OVERDUE-REGISTER-LINE.
           WRITE OVERDUE-REGISTER-LINE.
           WRITE OVERDUE-REGISTER-LINE FROM WS-REGISTER-TOTAL.
      *
           MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-TEXT.
           DISPLAY "VIDOVRDU: " WS-COPIES-OVERDUE " COPIES OVERDUE, "
                   WS-FEES-CHARGED " FEES CHARGED TOTALLING "
                   WS-AMOUNT-TEXT ", " WS-LETTERS-WRITTEN " LETTERS".
      *
       000000-EXIT.
           CLOSE COPY-FILE.
           CLOSE MEMBER-FILE.
           CLOSE VIDEO-FILE.
           CLOSE RENTAL-HISTORY-FILE.
           CLOSE LETTERS-FILE.
           CLOSE OVERDUE-REGISTER-FILE.
           STOP RUN.
      *
      *
      *                    S C A N   C O P Y
      *
       000100-SCAN-COPY.
      *
           READ COPY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 000100-EXIT.
           ADD 1 TO WS-COPIES-READ.
      *
           IF (NOT CP-OUT)
               GO TO 000100-EXIT.
           PERFORM 000200-COMPUTE-LATE-FEE
              THRU 000200-EXIT.
           IF (WS-DAYS-LATE NOT > WS-GRACE-DAYS)
               GO TO 000100-EXIT.
      *
           IF (WS-MEMBER-STARTED = 1)
               AND (CP-MEMBER-ID NOT = WS-PREV-MEMBER)
               PERFORM 000300-CLOSE-MEMBER
                  THRU 000300-EXIT.
           IF (WS-MEMBER-STARTED = 0)
               PERFORM 000250-START-MEMBER
                  THRU 000250-EXIT.
      *
           ADD 1 TO WS-COPIES-OVERDUE.
           MOVE 0 TO WS-COPY-CHANGED.
           MOVE CP-VIDEO-CODE TO VIDEO-CODE.
           READ VIDEO-FILE
               INVALID KEY
                   MOVE "** NOT ON THE CATALOGUE **" TO VIDEO-TITLE.
      *
           MOVE CP-MEMBER-ID     TO WS-RD-MEMBER-ID.
           MOVE MB-NAME          TO WS-RD-NAME.
           MOVE CP-VIDEO-CODE    TO WS-RD-VIDEO-CODE.
           MOVE CP-COPY-NO       TO WS-RD-COPY-NO.
           MOVE VIDEO-TITLE      TO WS-RD-TITLE.
           MOVE CP-DUE-DATE      TO WS-RD-DUE-DATE.
           MOVE WS-DAYS-LATE     TO WS-RD-DAYS.
           MOVE WS-FEE-NOW       TO WS-RD-FEE-NOW.
           MOVE WS-FEE-DUE       TO WS-RD-FEE-TOTAL.
           MOVE SPACES           TO WS-RD-NOTE.
      *
      *  ** A COPY OUT TO A MEMBER NO LONGER ON FILE IS LISTED BUT **
      *  ** NEITHER CHARGED NOR REMINDED.                          **
      *
           IF (WS-MEMBER-FOUND-FLAG = 0)
               MOVE "MEMBER NOT ON FILE" TO WS-RD-NAME
               MOVE ZERO TO WS-RD-FEE-NOW
               WRITE OVERDUE-REGISTER-LINE FROM WS-REGISTER-DETAIL
               GO TO 000100-EXIT.
      *
           IF (WS-FEE-NOW > ZERO)
               ADD WS-FEE-NOW TO MB-FEE-BALANCE
               MOVE 1 TO WS-MEMBER-CHANGED
               MOVE WS-FEE-DUE TO CP-FEE-CHARGED
               MOVE 1 TO WS-COPY-CHANGED
               MOVE "F"            TO RH-EVENT
               MOVE WS-RUN-DATE    TO RH-DATE
               MOVE CP-VIDEO-CODE  TO RH-VIDEO-CODE
               MOVE CP-COPY-NO     TO RH-COPY-NO
               MOVE CP-MEMBER-ID   TO RH-MEMBER-ID
               MOVE WS-FEE-NOW     TO RH-AMOUNT
               MOVE CP-DUE-DATE    TO RH-DUE-DATE
               MOVE "VIDOVRDU"     TO RH-OPERATOR-ID
               WRITE RENTAL-HISTORY-RECORD
               ADD 1 TO WS-FEES-CHARGED
               ADD WS-FEE-NOW TO WS-TOTAL-CHARGED.
      *
      *  ** REMIND WHEN NEVER REMINDED, OR THE INTERVAL HAS PASSED **
      *  ** SINCE THE LAST REMINDER.                               **
      *
           IF (CP-LAST-REMINDER-DATE = ZERO)
               MOVE ZERO TO WS-REMINDER-EPOCH
           ELSE
               MOVE CP-LAST-REMINDER-DATE TO DW-WORK-YYYYMMDD
               PERFORM 000950-DAYS-FROM-EPOCH
                  THRU 000950-EXIT
               MOVE DW-WORK1 TO WS-REMINDER-EPOCH.
           IF (WS-RUN-EPOCH - WS-REMINDER-EPOCH NOT < WS-REMINDER-DAYS)
               MOVE "REMINDER SENT" TO WS-RD-NOTE
               MOVE WS-RUN-DATE TO CP-LAST-REMINDER-DATE
               MOVE 1 TO WS-COPY-CHANGED
               IF (WS-ITEM-COUNT < WS-ITEM-LIMIT)
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE VIDEO-TITLE  TO WS-ID-TITLE
                   MOVE CP-DUE-DATE  TO WS-ID-DUE-DATE
                   MOVE WS-DAYS-LATE TO WS-ID-DAYS
                   MOVE WS-ITEM-DETAIL
                       TO WS-ITEM-LINE(WS-ITEM-COUNT).
      *
           IF (WS-COPY-CHANGED = 1)
               REWRITE COPY-RECORD
                   INVALID KEY
                       DISPLAY "VIDOVRDU: COPY REWRITE FS="
                               WS-COPY-STATUS " - " CP-COPY-KEY
               END-REWRITE.
      *
           WRITE OVERDUE-REGISTER-LINE FROM WS-REGISTER-DETAIL.
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
      *                  S T A R T   M E M B E R
      *
       000250-START-MEMBER.
      *
           MOVE CP-MEMBER-ID TO WS-PREV-MEMBER
                                MB-MEMBER-ID.
           MOVE 1 TO WS-MEMBER-STARTED.
           MOVE 0 TO WS-MEMBER-CHANGED.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE 1 TO WS-MEMBER-FOUND-FLAG.
           READ MEMBER-FILE
               INVALID KEY
                   MOVE 0 TO WS-MEMBER-FOUND-FLAG
                   MOVE SPACES TO MB-NAME.
      *
       000250-EXIT.
           EXIT.
      *
      *
      *                  C L O S E   M E M B E R
      *
       000300-CLOSE-MEMBER.
      *
           IF (WS-MEMBER-CHANGED = 1)
               REWRITE MEMBER-RECORD
                   INVALID KEY
                       DISPLAY "VIDOVRDU: MEMBER REWRITE FS="
                               WS-MEMBER-STATUS " - " MB-MEMBER-ID
               END-REWRITE.
      *
           IF (WS-ITEM-COUNT > ZERO)
               PERFORM 000500-WRITE-LETTER
                  THRU 000500-EXIT.
      *
           MOVE 0 TO WS-MEMBER-STARTED.
           MOVE SPACES TO WS-PREV-MEMBER.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *                  W R I T E   L E T T E R
      *
       000500-WRITE-LETTER.
      *
           MOVE MB-FEE-BALANCE TO WS-AMOUNT-TEXT.
           MOVE WS-RUN-DATE    TO WS-DATE-TEXT.
      *
           PERFORM 000510-MERGE-ONE-LINE
              THRU 000510-EXIT
               VARYING WS-TX FROM 1 BY 1
               UNTIL (WS-TX > WS-TEMPLATE-COUNT).
      *
           MOVE SPACES TO LETTERS-LINE.
           WRITE LETTERS-LINE.
           ADD 1 TO WS-LETTERS-WRITTEN.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *            M E R G E   O N E   L I N E
      *
       000510-MERGE-ONE-LINE.
      *
           MOVE 0 TO WS-LX.
           INSPECT WS-TEMPLATE-LINE(WS-TX) TALLYING WS-LX
               FOR ALL "<ITEMS>".
           IF (WS-LX > ZERO)
               PERFORM 000540-WRITE-ITEM
                  THRU 000540-EXIT
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL (WS-IX > WS-ITEM-COUNT)
               GO TO 000510-EXIT.
      *
           MOVE SPACES TO SUB-BUFFER-SOURCE.
           MOVE WS-TEMPLATE-LINE(WS-TX) TO SUB-BUFFER-SOURCE.
      *
           MOVE MB-NAME TO WS-REPLACE-WORK.
           MOVE "<NAME>" TO SUB-SEARCH-STRING.
           MOVE 6 TO SUB-SEARCH-LENGTH.
           PERFORM 000520-SUBSTITUTE-TOKEN
              THRU 000520-EXIT.
      *
           MOVE MB-ADDRESS-1 TO WS-REPLACE-WORK.
           MOVE "<ADDR1>" TO SUB-SEARCH-STRING.
           MOVE 7 TO SUB-SEARCH-LENGTH.
           PERFORM 000520-SUBSTITUTE-TOKEN
              THRU 000520-EXIT.
      *
           MOVE MB-ADDRESS-2 TO WS-REPLACE-WORK.
           MOVE "<ADDR2>" TO SUB-SEARCH-STRING.
           MOVE 7 TO SUB-SEARCH-LENGTH.
           PERFORM 000520-SUBSTITUTE-TOKEN
              THRU 000520-EXIT.
      *
           MOVE MB-ADDRESS-3 TO WS-REPLACE-WORK.
           MOVE "<ADDR3>" TO SUB-SEARCH-STRING.
           MOVE 7 TO SUB-SEARCH-LENGTH.
           PERFORM 000520-SUBSTITUTE-TOKEN
              THRU 000520-EXIT.
      *
           MOVE WS-AMOUNT-TEXT TO WS-REPLACE-WORK.
           MOVE "<AMOUNT>" TO SUB-SEARCH-STRING.
           MOVE 8 TO SUB-SEARCH-LENGTH.
           PERFORM 000520-SUBSTITUTE-TOKEN
              THRU 000520-EXIT.
      *
           MOVE WS-DATE-TEXT TO WS-REPLACE-WORK.
           MOVE "<DATE>" TO SUB-SEARCH-STRING.
           MOVE 6 TO SUB-SEARCH-LENGTH.
           PERFORM 000520-SUBSTITUTE-TOKEN
              THRU 000520-EXIT.
      *
           MOVE SUB-BUFFER-SOURCE(1:132) TO LETTERS-LINE.
           WRITE LETTERS-LINE.
      *
       000510-EXIT.
           EXIT.
      *
      *
      *          S U B S T I T U T E   T O K E N
      *
      *    SAME FEEDBACK LOOP AS DUNNGEN'S 000520-SUBSTITUTE-TOKEN:
      *    THE REPLACEMENT IS TRIMMED AND SIMOSUB1'S TARGET FEEDS
      *    BACK AS THE NEXT SOURCE UNTIL NO TOKEN REMAINS.  A BLANK
      *    REPLACEMENT (AN EMPTY ADDRESS LINE) STANDS AS ONE SPACE.
      *
       000520-SUBSTITUTE-TOKEN.
      *
           PERFORM UNTIL 0 = 1
               IF (SUB-BUFFER-SOURCE = SPACES)
                   GO TO 000520-EXIT
               END-IF
               MOVE 0 TO WS-LX
               INSPECT SUB-BUFFER-SOURCE TALLYING WS-LX
                   FOR ALL SUB-SEARCH-STRING(1:SUB-SEARCH-LENGTH)
               IF (WS-LX ZERO)
                   GO TO 000520-EXIT
               END-IF
               PERFORM 000530-TRIM-REPLACEMENT
                  THRU 000530-EXIT
               MOVE WS-REPLACE-WORK TO SUB-REPLACE-STRING
               MOVE WS-TRIM-LENGTH  TO SUB-REPLACE-LENGTH
               CALL "SIMOSUB1" USING SUBSTITUTE-PARAMETERS
               MOVE SUB-BUFFER-TARGET TO SUB-BUFFER-SOURCE
           END-PERFORM.
      *
       000520-EXIT.
           EXIT.
      *
      *
      *          T R I M   R E P L A C E M E N T
      *
       000530-TRIM-REPLACEMENT.
      *
           MOVE 1 TO WS-TRIM-LENGTH.
           PERFORM VARYING WS-LX FROM 30 BY -1
                   UNTIL (WS-LX < 1)
               IF (WS-REPLACE-WORK(WS-LX:1) NOT = SPACE)
                   AND (WS-TRIM-LENGTH = 1)
                   MOVE WS-LX TO WS-TRIM-LENGTH
               END-IF
           END-PERFORM.
      *
       000530-EXIT.
           EXIT.
      *
      *
      *                  W R I T E   I T E M
      *
       000540-WRITE-ITEM.
      *
           MOVE WS-ITEM-LINE(WS-IX) TO LETTERS-LINE.
           WRITE LETTERS-LINE.
      *
       000540-EXIT.
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
                   AND (VC-REMINDER-DAYS NUMERIC)
                   AND (VC-REMINDER-DAYS > ZERO)
                   MOVE VC-DAILY-LATE-FEE TO WS-DAILY-LATE-FEE
                   MOVE VC-MAX-LATE-FEE   TO WS-MAX-LATE-FEE
                   MOVE VC-GRACE-DAYS     TO WS-GRACE-DAYS
                   MOVE VC-REMINDER-DAYS  TO WS-REMINDER-DAYS.
           CLOSE VIDEO-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *                L O A D   T E M P L A T E
      *
       110000-LOAD-TEMPLATE.
      *
           MOVE ZERO TO WS-TEMPLATE-COUNT.
           MOVE 0 TO WS-TEMPLATE-EOF-FLAG.
           OPEN INPUT TEMPLATE-FILE.
           IF (WS-TEMPLATE-STATUS = "00")
               PERFORM 110100-LOAD-LINE
                  THRU 110100-EXIT
                   UNTIL (WS-TEMPLATE-EOF-FLAG = 1).
           CLOSE TEMPLATE-FILE.
      *
           IF (WS-TEMPLATE-COUNT = ZERO)
               PERFORM 110200-STANDARD-LINE
                  THRU 110200-EXIT
                   VARYING WS-TX FROM 1 BY 1
                   UNTIL (WS-TX > WS-STANDARD-LIMIT).
      *
       110000-EXIT.
           EXIT.
      *
       110100-LOAD-LINE.
      *
           MOVE SPACES TO TEMPLATE-RECORD.
           READ TEMPLATE-FILE
               AT END
                   MOVE 1 TO WS-TEMPLATE-EOF-FLAG
                   GO TO 110100-EXIT.
           IF (WS-TEMPLATE-COUNT NOT < WS-TEMPLATE-LIMIT)
               GO TO 110100-EXIT.
           ADD 1 TO WS-TEMPLATE-COUNT.
           MOVE TEMPLATE-RECORD TO WS-TEMPLATE-LINE(WS-TEMPLATE-COUNT).
      *
       110100-EXIT.
           EXIT.
      *
       110200-STANDARD-LINE.
      *
           ADD 1 TO WS-TEMPLATE-COUNT.
           MOVE WS-STANDARD-LINE(WS-TX)
               TO WS-TEMPLATE-LINE(WS-TEMPLATE-COUNT).
      *
       110200-EXIT.
           EXIT.
      *
       COPY DATEP.COB.
