       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CONFGEN.
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
      *    ORDER ACKNOWLEDGEMENT AND DISPATCH CONFIRMATION LETTERS
      *    TO BOOK CUSTOMERS ON THE LETTERGEN ENGINE.  RUN AFTER
      *    ORDERENTRY IT ACKNOWLEDGES EVERY ORDER WAITING ON
      *    ORDERS.DAT AND EVERY PRE-ORDER ON PREORDER.DAT, LISTING
      *    THE TITLES AND QUANTITIES ORDERED (TEMPLATE ORDACK.TPL).
      *    RUN AFTER DISPATCH AND TRACKIMPORT IT CONFIRMS EVERY
      *    ORDER ON ORDHIST.DAT THAT THE CARRIER HAS STAMPED WITH A
      *    TRACKING NUMBER, LISTING THE LINES SHIPPED, THE LINES
      *    STILL WAITING ON BACKORDER.DAT AND THE TRACKING NUMBER
      *    (TEMPLATE DISPCONF.TPL).  ONLY ORDERS PROCESSED WITHIN
      *    THE LAST 30 DAYS ARE CONFIRMED, SO THE FIRST RUN DOES NOT
      *    WRITE TO EVERY CUSTOMER IN THE HISTORY.  THE TEMPLATES
      *    CARRY THE TOKENS <NAME>, <ORDER>, <DATE> AND <TRACKING>,
      *    MERGED THROUGH SIMOSUB1'S VARYING-LENGTH SUBSTITUTION
      *    EXACTLY AS LETTERGEN MERGES ITS BACKORDER LETTERS; A
      *    TEMPLATE LINE HOLDING <LINES> IS REPLACED BY ONE LINE PER
      *    ORDER LINE.  LETTERS GO TO CONFLTR.RPT.  A CUSTOMER WHOSE
      *    CUSTPREF.DAT RECORD ASKS FOR ELECTRONIC NOTICE GETS NO
      *    PAPER - THE SAME CONTENT GOES TO THE NOTIFICATION EXTRACT
      *    NOTIFY.DAT (A HEADER AND ONE RECORD PER LINE) FOR THE
      *    MAILING SERVICE.  CONFHIST.DAT REMEMBERS EVERY LETTER
      *    SENT BY ORDER AND TYPE, SO EACH ORDER IS ACKNOWLEDGED AND
      *    CONFIRMED ONCE HOWEVER OFTEN THE RUN IS REPEATED.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL ORDERS-FILE ASSIGN TO "Orders.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
      *
           SELECT OPTIONAL PRE-ORDER-FILE ASSIGN TO "PREORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-ORDER-STATUS.
      *
           SELECT OPTIONAL ORDER-HISTORY-FILE ASSIGN TO "ORDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
      *
           SELECT OPTIONAL BACKORDER-FILE ASSIGN TO "Backorder.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.
      *
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
      *
           SELECT BOOK-STOCK-FILE ASSIGN TO "BookStock.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID-BSF
               ALTERNATE RECORD KEY IS BOOK-TITLE-BSF
               ALTERNATE RECORD KEY IS AUTHOR-ID-BSF
                         WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.
      *
           SELECT OPTIONAL CUSTOMER-PREF-FILE ASSIGN TO "CUSTPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUSTOMER-ID
               FILE STATUS IS WS-PREF-STATUS.
      *
           SELECT CONFIRM-HISTORY-FILE ASSIGN TO "CONFHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CONFIRM-STATUS.
      *
           SELECT OPTIONAL TEMPLATE-FILE-1 ASSIGN TO "ORDACK.TPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
      *
           SELECT OPTIONAL TEMPLATE-FILE-2 ASSIGN TO "DISPCONF.TPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
      *
           SELECT LETTERS-FILE ASSIGN TO "CONFLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NOTIFY-FILE ASSIGN TO "NOTIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ORDERS-FILE.
      *
       01  ORDERS-RECORD.
           03  ORDER-NUMBER            PIC  X(07).
           03  CUSTOMER-ID             PIC  X(05).
           03  BOOK-DETAILS            OCCURS 10 TIMES.
               05  BOOK-ID             PIC  X(05).
               05  QTY-REQUIRED        PIC  9(02).
           03  SERVICE-CLASS           PIC  X(01).
           03  PROMO-CODE              PIC  X(08).
      *
       FD  PRE-ORDER-FILE.
      *
       01  PRE-ORDER-RECORD.
           03  PO-BOOK-ID              PIC  X(05).
           03  PO-TAKEN-DATE           PIC  9(08).
           03  PO-ORDERS-IMAGE.
               05  PO-ORDER-NUMBER     PIC  X(07).
               05  PO-CUSTOMER-ID      PIC  X(05).
               05  PO-BOOK-DETAILS     OCCURS 10 TIMES.
                   07  PO-LINE-BOOK-ID PIC  X(05).
                   07  PO-LINE-QTY     PIC  9(02).
               05  PO-SERVICE-CLASS    PIC  X(01).
               05  PO-PROMO-CODE       PIC  X(08).
      *
       FD  ORDER-HISTORY-FILE.
      *
       01  ORDER-HISTORY-RECORD.
           03  OH-KEY.
               05  OH-ORDER-NUMBER     PIC  X(07).
               05  OH-LINE-SEQ         PIC  9(02).
           03  OH-RUN-DATE             PIC  9(08).
           03  OH-CUSTOMER-ID          PIC  X(05).
           03  OH-BOOK-TITLE           PIC  X(30).
           03  OH-QTY-REQUIRED         PIC  9(02).
           03  OH-TITLE-COST           PIC  9(03)V99.
           03  OH-TITLE-POSTAGE        PIC  9(02)V99.
           03  OH-CURRENCY-CODE        PIC  X(03).
           03  OH-TRACKING-NUMBER      PIC  X(15).
           03  OH-SHIP-STATUS          PIC  X(10).
      *
       FD  BACKORDER-FILE.
      *
       01  BACKORDER-RECORD.
           03  BOOK-ID-BOF             PIC  X(05).
           03  CUSTOMER-ID-BOF         PIC  X(05).
           03  ORDER-NUMBER-BOF        PIC  X(07).
           03  SHORTFALL-QTY-BOF       PIC  9(02).
           03  BACKORDER-DATE-BOF      PIC  9(08).
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
       FD  BOOK-STOCK-FILE.
      *
       01  BOOK-STOCK-REC.
           03  BOOK-ID-BSF             PIC  X(05).
           03  BOOK-TITLE-BSF          PIC  X(30).
           03  AUTHOR-ID-BSF           PIC  9(04).
           03  QTY-IN-STOCK-BSF        PIC  9(03).
           03  COPY-PRICE-BSF          PIC  9(02)V99.
           03  REORDER-LEVEL-BSF       PIC  9(03).
           03  ON-ORDER-BSF            PIC  9(03).
      *
       FD  CUSTOMER-PREF-FILE.
      *
       01  CUSTOMER-PREF-RECORD.
           03  CP-CUSTOMER-ID          PIC  X(05).
           03  CP-NOTIFY-METHOD        PIC  X(01).
               88  CP-NOTIFY-PAPER              VALUE "P".
               88  CP-NOTIFY-ELECTRONIC         VALUE "E".
           03  CP-NOTIFY-ADDRESS       PIC  X(50).
      *
       FD  CONFIRM-HISTORY-FILE.
      *
       01  CONFIRM-HISTORY-RECORD.
           03  CH-KEY.
               05  CH-ORDER-NUMBER     PIC  X(07).
               05  CH-LETTER-TYPE      PIC  X(01).
           03  CH-CUSTOMER-ID          PIC  X(05).
           03  CH-SENT-DATE            PIC  9(08).
           03  CH-METHOD               PIC  X(01).
      *
       FD  TEMPLATE-FILE-1.
       01  TEMPLATE-RECORD-1           PIC  X(80).
      *
       FD  TEMPLATE-FILE-2.
       01  TEMPLATE-RECORD-2           PIC  X(80).
      *
       FD  LETTERS-FILE.
      *
       01  LETTERS-LINE                PIC  X(132).
      *
       FD  NOTIFY-FILE.
      *
       01  NOTIFY-RECORD.
           03  NX-RECORD-TYPE          PIC  X(01).
           03  NX-LETTER-TYPE          PIC  X(01).
           03  NX-ORDER-NUMBER         PIC  X(07).
           03  NX-CUSTOMER-ID          PIC  X(05).
           03  NX-HEADER-DATA.
               05  NX-NOTIFY-ADDRESS   PIC  X(50).
               05  NX-CUSTOMER-NAME    PIC  X(25).
               05  NX-TRACKING-NUMBER  PIC  X(15).
               05  NX-LETTER-DATE      PIC  9(08).
           03  NX-LINE-DATA REDEFINES NX-HEADER-DATA.
               05  NX-LINE-QTY         PIC  9(02).
               05  NX-LINE-TITLE       PIC  X(30).
               05  NX-LINE-STATUS      PIC  X(12).
               05  FILLER              PIC  X(54).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-ORDERS-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-PRE-ORDER-STATUS         PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-BACKORDER-STATUS         PIC  X(02) VALUE SPACES.
       77  WS-CUSTOMER-STATUS          PIC  X(02) VALUE SPACES.
           88  WS-CUSTOMER-FOUND                VALUE "00".
       77  WS-BOOK-STATUS              PIC  X(02) VALUE SPACES.
           88  WS-BOOK-FOUND                    VALUE "00".
       77  WS-PREF-STATUS              PIC  X(02) VALUE SPACES.
           88  WS-PREF-FOUND                    VALUE "00".
       77  WS-CONFIRM-STATUS           PIC  X(02) VALUE SPACES.
           88  WS-CONFIRM-FOUND                 VALUE "00".
       77  WS-TEMPLATE-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-TEMPLATE-EOF-FLAG        PIC  9(01) VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-RUN-EPOCH                PIC  9(09) VALUE ZERO.
       77  WS-ORDER-EPOCH              PIC  9(09) VALUE ZERO.
       77  WS-LETTER-TYPE              PIC  X(01) VALUE SPACE.
       77  WS-ORDER-NUMBER             PIC  X(07) VALUE SPACES.
       77  WS-CUSTOMER-ID              PIC  X(05) VALUE SPACES.
       77  WS-TRACKING-NUMBER          PIC  X(15) VALUE SPACES.
       77  WS-ORDER-RUN-DATE           PIC  9(08) VALUE ZERO.
       77  WS-ORDER-STARTED            PIC  9(01) VALUE ZERO.
       77  WS-BX                       PIC  9(02) VALUE ZERO.
       77  WS-TX                       PIC  9(02) VALUE ZERO.
       77  WS-LX                       PIC  9(04) VALUE ZERO.
       77  WS-NX                       PIC  9(02) VALUE ZERO.
       77  WS-TEMPLATE-X               PIC  9(01) VALUE ZERO.
       77  WS-TRIM-LENGTH              PIC  9(03) VALUE ZERO.
       77  WS-ACKS-WRITTEN             PIC  9(05) VALUE ZERO.
       77  WS-CONFIRMS-WRITTEN         PIC  9(05) VALUE ZERO.
       77  WS-NOTICES-EXTRACTED        PIC  9(05) VALUE ZERO.
       77  WS-ALREADY-SENT             PIC  9(05) VALUE ZERO.
      *
      *    CONFIRMATIONS ARE WRITTEN ONLY FOR ORDERS PROCESSED WITHIN
      *    THIS MANY DAYS OF THE RUN.
      *
       78  WS-CONFIRM-WINDOW                    VALUE 30.
      *
       77  WS-DATE-TEXT                PIC  X(10) VALUE SPACES.
       01  WS-DATE-WORK.
           03  WS-DATE-CCYY            PIC  9(04).
           03  WS-DATE-MM              PIC  9(02).
           03  WS-DATE-DD              PIC  9(02).
      *
       78  WS-TEMPLATE-LIMIT                    VALUE 30.
       01  WS-TEMPLATE-TABLES.
           03  WS-LETTER-TEMPLATE      OCCURS 2 TIMES.
               05  WS-TEMPLATE-COUNT   PIC  9(02).
               05  WS-TEMPLATE-LINE    PIC  X(80) OCCURS 30 TIMES.
      *
      *    THE LINES OF THE ORDER BEING WRITTEN TO.
      *
       78  WS-LINE-LIMIT                        VALUE 40.
       01  WS-ORDER-LINE-TABLE.
           03  WS-LINE-COUNT           PIC  9(02) VALUE ZERO.
           03  WS-ORDER-LINE           OCCURS 40 TIMES.
               05  WS-OL-QTY           PIC  9(02).
               05  WS-OL-TITLE         PIC  X(30).
               05  WS-OL-STATUS        PIC  X(12).
      *
      *    BACKORDER.DAT HELD IN ARRIVAL ORDER FOR THE CONFIRMATIONS.
      *
       78  WS-BACKORDER-LIMIT                   VALUE 500.
       01  WS-BACKORDER-TABLE.
           03  WS-BO-COUNT             PIC  9(03) VALUE ZERO.
           03  WS-BACKORDER-ENTRY      OCCURS 500 TIMES.
               05  WS-BO-BOOK-ID       PIC  X(05).
               05  WS-BO-ORDER-NUMBER  PIC  X(07).
               05  WS-BO-QTY           PIC  9(02).
       77  WS-BOX                      PIC  9(03) VALUE ZERO.
      *
       01  WS-LETTER-ORDER-LINE.
           03  FILLER                  PIC  X(05) VALUE SPACES.
           03  WS-LL-QTY               PIC  Z9.
           03  FILLER                  PIC  X(03) VALUE " X ".
           03  WS-LL-TITLE             PIC  X(30).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-LL-STATUS            PIC  X(12).
      *
       01  WS-REPLACE-WORK             PIC  X(30) VALUE SPACES.
      *
       COPY PASSSUB1.
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
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           STRING WS-DATE-MM "/" WS-DATE-DD "/" WS-DATE-CCYY
               DELIMITED BY SIZE INTO WS-DATE-TEXT.
      *
           PERFORM 100000-LOAD-TEMPLATES
              THRU 100000-EXIT.
      *
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT BOOK-STOCK-FILE.
           OPEN INPUT CUSTOMER-PREF-FILE.
           OPEN I-O CONFIRM-HISTORY-FILE.
           IF (WS-CONFIRM-STATUS = "35")
               CLOSE CONFIRM-HISTORY-FILE
               OPEN OUTPUT CONFIRM-HISTORY-FILE
               CLOSE CONFIRM-HISTORY-FILE
               OPEN I-O CONFIRM-HISTORY-FILE.
           OPEN OUTPUT LETTERS-FILE.
           OPEN OUTPUT NOTIFY-FILE.
      *
           IF (WS-TEMPLATE-COUNT(1) = ZERO)
               GO TO 000050-CONFIRMATIONS.
           MOVE "A" TO WS-LETTER-TYPE.
           MOVE 1 TO WS-TEMPLATE-X.
           OPEN INPUT ORDERS-FILE.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 000100-ACK-ORDER
              THRU 000100-EXIT
               UNTIL (WS-EOF).
           CLOSE ORDERS-FILE.
      *
           OPEN INPUT PRE-ORDER-FILE.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 000150-ACK-PRE-ORDER
              THRU 000150-EXIT
               UNTIL (WS-EOF).
           CLOSE PRE-ORDER-FILE.
      *
       000050-CONFIRMATIONS.
      *
           IF (WS-TEMPLATE-COUNT(2) = ZERO)
               GO TO 000090-TOTALS.
           MOVE "D" TO WS-LETTER-TYPE.
           MOVE 2 TO WS-TEMPLATE-X.
           PERFORM 110000-LOAD-BACKORDERS
              THRU 110000-EXIT.
           OPEN INPUT ORDER-HISTORY-FILE.
           IF (WS-HISTORY-STATUS NOT = "00")
               CLOSE ORDER-HISTORY-FILE
               GO TO 000090-TOTALS.
           MOVE 0 TO WS-EOF-FLAG.
           MOVE 0 TO WS-ORDER-STARTED.
           MOVE LOW-VALUES TO OH-KEY.
           START ORDER-HISTORY-FILE
               KEY IS NOT LESS THAN OH-KEY
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
           PERFORM 000300-SCAN-HISTORY
              THRU 000300-EXIT
               UNTIL (WS-EOF).
           IF (WS-ORDER-STARTED = 1)
               PERFORM 000350-CLOSE-ORDER
                  THRU 000350-EXIT.
           CLOSE ORDER-HISTORY-FILE.
      *
       000090-TOTALS.
      *
           DISPLAY "CONFGEN: " WS-ACKS-WRITTEN " ACKNOWLEDGEMENTS, "
                   WS-CONFIRMS-WRITTEN " DISPATCH CONFIRMATIONS, "
                   WS-NOTICES-EXTRACTED " SENT AS NOTICES, "
                   WS-ALREADY-SENT " ALREADY SENT".
      *
       000000-EXIT.
           CLOSE CUSTOMER-FILE.
           CLOSE BOOK-STOCK-FILE.
           CLOSE CUSTOMER-PREF-FILE.
           CLOSE CONFIRM-HISTORY-FILE.
           CLOSE LETTERS-FILE.
           CLOSE NOTIFY-FILE.
           STOP RUN.
      *
      *
      *                A C K   O R D E R
      *
       000100-ACK-ORDER.
      *
           READ ORDERS-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 000100-EXIT.
      *
           MOVE ORDER-NUMBER TO WS-ORDER-NUMBER.
           MOVE CUSTOMER-ID  TO WS-CUSTOMER-ID.
           MOVE SPACES       TO WS-TRACKING-NUMBER.
           PERFORM 000600-CHECK-HISTORY
              THRU 000600-EXIT.
           IF (WS-CONFIRM-FOUND)
               ADD 1 TO WS-ALREADY-SENT
               GO TO 000100-EXIT.
      *
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 000110-ADD-ORDER-LINE
              THRU 000110-EXIT
               VARYING WS-BX FROM 1 BY 1
               UNTIL (WS-BX > 10).
           IF (WS-LINE-COUNT = ZERO)
               GO TO 000100-EXIT.
      *
           PERFORM 000500-DELIVER
              THRU 000500-EXIT.
           ADD 1 TO WS-ACKS-WRITTEN.
      *
       000100-EXIT.
           EXIT.
      *
       000110-ADD-ORDER-LINE.
      *
           IF (BOOK-ID(WS-BX) = SPACES)
               OR (QTY-REQUIRED(WS-BX) NOT NUMERIC)
               OR (QTY-REQUIRED(WS-BX) = ZERO)
               GO TO 000110-EXIT.
           MOVE BOOK-ID(WS-BX) TO BOOK-ID-BSF.
           PERFORM 000700-READ-TITLE
              THRU 000700-EXIT.
           ADD 1 TO WS-LINE-COUNT.
           MOVE QTY-REQUIRED(WS-BX) TO WS-OL-QTY(WS-LINE-COUNT).
           MOVE BOOK-TITLE-BSF      TO WS-OL-TITLE(WS-LINE-COUNT).
           MOVE "ORDERED"           TO WS-OL-STATUS(WS-LINE-COUNT).
      *
       000110-EXIT.
           EXIT.
      *
      *
      *            A C K   P R E - O R D E R
      *
      *    EACH PRE-ORDER LINE IS AN ORDER OF ITS OWN, SO IT GETS ITS
      *    OWN ACKNOWLEDGEMENT; WHEN PREORDERRELEASE LATER SENDS IT TO
      *    ORDERS.DAT UNDER THE SAME NUMBER IT IS NOT ACKNOWLEDGED
      *    AGAIN.
      *
       000150-ACK-PRE-ORDER.
      *
           READ PRE-ORDER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 000150-EXIT.
      *
           MOVE PO-ORDER-NUMBER TO WS-ORDER-NUMBER.
           MOVE PO-CUSTOMER-ID  TO WS-CUSTOMER-ID.
           MOVE SPACES          TO WS-TRACKING-NUMBER.
           PERFORM 000600-CHECK-HISTORY
              THRU 000600-EXIT.
           IF (WS-CONFIRM-FOUND)
               ADD 1 TO WS-ALREADY-SENT
               GO TO 000150-EXIT.
      *
           MOVE PO-BOOK-ID TO BOOK-ID-BSF.
           PERFORM 000700-READ-TITLE
              THRU 000700-EXIT.
           MOVE 1 TO WS-LINE-COUNT.
           MOVE PO-LINE-QTY(1) TO WS-OL-QTY(1).
           MOVE BOOK-TITLE-BSF TO WS-OL-TITLE(1).
           MOVE "PRE-ORDER"    TO WS-OL-STATUS(1).
      *
           PERFORM 000500-DELIVER
              THRU 000500-EXIT.
           ADD 1 TO WS-ACKS-WRITTEN.
      *
       000150-EXIT.
           EXIT.
      *
      *
      *            S C A N   H I S T O R Y
      *
      *    ORDHIST.DAT COMES BACK IN ORDER/LINE SEQUENCE, SO THE LINES
      *    OF ONE ORDER ARRIVE TOGETHER AND THE ORDER IS CLOSED OFF
      *    WHEN THE NUMBER CHANGES.
      *
       000300-SCAN-HISTORY.
      *
           READ ORDER-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 000300-EXIT.
      *
           IF (WS-ORDER-STARTED = 1)
               AND (OH-ORDER-NUMBER NOT = WS-ORDER-NUMBER)
               PERFORM 000350-CLOSE-ORDER
                  THRU 000350-EXIT.
           IF (WS-ORDER-STARTED = 0)
               MOVE OH-ORDER-NUMBER TO WS-ORDER-NUMBER
               MOVE OH-CUSTOMER-ID  TO WS-CUSTOMER-ID
               MOVE OH-RUN-DATE     TO WS-ORDER-RUN-DATE
               MOVE SPACES          TO WS-TRACKING-NUMBER
               MOVE ZERO            TO WS-LINE-COUNT
               MOVE 1 TO WS-ORDER-STARTED.
      *
           IF (OH-TRACKING-NUMBER NOT = SPACES)
               MOVE OH-TRACKING-NUMBER TO WS-TRACKING-NUMBER.
           IF (OH-QTY-REQUIRED NOT NUMERIC)
               OR (OH-QTY-REQUIRED = ZERO)
               OR (WS-LINE-COUNT NOT < WS-LINE-LIMIT)
               GO TO 000300-EXIT.
           ADD 1 TO WS-LINE-COUNT.
           MOVE OH-QTY-REQUIRED TO WS-OL-QTY(WS-LINE-COUNT).
           MOVE OH-BOOK-TITLE   TO WS-OL-TITLE(WS-LINE-COUNT).
           MOVE "SHIPPED"       TO WS-OL-STATUS(WS-LINE-COUNT).
      *
       000300-EXIT.
           EXIT.
      *
      *
      *              C L O S E   O R D E R
      *
       000350-CLOSE-ORDER.
      *
           IF (WS-TRACKING-NUMBER = SPACES)
               GO TO 000390-RESET.
           IF (WS-ORDER-RUN-DATE NOT NUMERIC)
               OR (WS-ORDER-RUN-DATE = ZERO)
               GO TO 000390-RESET.
           COMPUTE WS-ORDER-EPOCH =
               FUNCTION INTEGER-OF-DATE(WS-ORDER-RUN-DATE).
           IF (WS-RUN-EPOCH - WS-ORDER-EPOCH > WS-CONFIRM-WINDOW)
               GO TO 000390-RESET.
      *
           PERFORM 000600-CHECK-HISTORY
              THRU 000600-EXIT.
           IF (WS-CONFIRM-FOUND)
               ADD 1 TO WS-ALREADY-SENT
               GO TO 000390-RESET.
      *
           PERFORM 000360-ADD-BACKORDER-LINE
              THRU 000360-EXIT
               VARYING WS-BOX FROM 1 BY 1
               UNTIL (WS-BOX > WS-BO-COUNT).
           IF (WS-LINE-COUNT = ZERO)
               GO TO 000390-RESET.
      *
           PERFORM 000500-DELIVER
              THRU 000500-EXIT.
           ADD 1 TO WS-CONFIRMS-WRITTEN.
      *
       000390-RESET.
           MOVE 0 TO WS-ORDER-STARTED.
           MOVE SPACES TO WS-ORDER-NUMBER.
      *
       000350-EXIT.
           EXIT.
      *
       000360-ADD-BACKORDER-LINE.
      *
           IF (WS-BO-ORDER-NUMBER(WS-BOX) NOT = WS-ORDER-NUMBER)
               OR (WS-LINE-COUNT NOT < WS-LINE-LIMIT)
               GO TO 000360-EXIT.
           MOVE WS-BO-BOOK-ID(WS-BOX) TO BOOK-ID-BSF.
           PERFORM 000700-READ-TITLE
              THRU 000700-EXIT.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-BO-QTY(WS-BOX) TO WS-OL-QTY(WS-LINE-COUNT).
           MOVE BOOK-TITLE-BSF    TO WS-OL-TITLE(WS-LINE-COUNT).
           MOVE "BACKORDERED"     TO WS-OL-STATUS(WS-LINE-COUNT).
      *
       000360-EXIT.
           EXIT.
      *
      *
      *                   D E L I V E R
      *
      *    PAPER UNLESS THE CUSTOMER HAS ASKED FOR ELECTRONIC NOTICE
      *    AND GIVEN AN ADDRESS TO SEND IT TO.
      *
       000500-DELIVER.
      *
           MOVE WS-CUSTOMER-ID TO CU-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "VALUED CUSTOMER" TO CU-NAME.
      *
           MOVE WS-CUSTOMER-ID TO CP-CUSTOMER-ID.
           READ CUSTOMER-PREF-FILE
               INVALID KEY
                   MOVE "P" TO CP-NOTIFY-METHOD.
           IF (NOT WS-PREF-FOUND)
               MOVE "P" TO CP-NOTIFY-METHOD.
      *
           IF (CP-NOTIFY-ELECTRONIC)
               AND (CP-NOTIFY-ADDRESS NOT = SPACES)
               PERFORM 000560-WRITE-EXTRACT
                  THRU 000560-EXIT
               ADD 1 TO WS-NOTICES-EXTRACTED
           ELSE
               MOVE "P" TO CP-NOTIFY-METHOD
               PERFORM 000510-WRITE-LETTER
                  THRU 000510-EXIT.
      *
           PERFORM 000610-RECORD-HISTORY
              THRU 000610-EXIT.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *             W R I T E   L E T T E R
      *
       000510-WRITE-LETTER.
      *
           PERFORM 000520-MERGE-ONE-LINE
              THRU 000520-EXIT
               VARYING WS-TX FROM 1 BY 1
               UNTIL (WS-TX > WS-TEMPLATE-COUNT(WS-TEMPLATE-X)).
      *
           MOVE SPACES TO LETTERS-LINE.
           WRITE LETTERS-LINE.
      *
       000510-EXIT.
           EXIT.
      *
      *
      *           M E R G E   O N E   L I N E
      *
       000520-MERGE-ONE-LINE.
      *
           MOVE 0 TO WS-LX.
           INSPECT WS-TEMPLATE-LINE(WS-TEMPLATE-X, WS-TX)
               TALLYING WS-LX FOR ALL "<LINES>".
           IF (WS-LX > ZERO)
               PERFORM 000530-WRITE-ORDER-LINE
                  THRU 000530-EXIT
                   VARYING WS-NX FROM 1 BY 1
                   UNTIL (WS-NX > WS-LINE-COUNT)
               GO TO 000520-EXIT.
      *
           MOVE SPACES TO SUB-BUFFER-SOURCE.
           MOVE WS-TEMPLATE-LINE(WS-TEMPLATE-X, WS-TX)
               TO SUB-BUFFER-SOURCE.
      *
           MOVE CU-NAME TO WS-REPLACE-WORK.
           MOVE "<NAME>" TO SUB-SEARCH-STRING.
           MOVE 6 TO SUB-SEARCH-LENGTH.
           PERFORM 000540-SUBSTITUTE-TOKEN
              THRU 000540-EXIT.
      *
           MOVE WS-ORDER-NUMBER TO WS-REPLACE-WORK.
           MOVE "<ORDER>" TO SUB-SEARCH-STRING.
           MOVE 7 TO SUB-SEARCH-LENGTH.
           PERFORM 000540-SUBSTITUTE-TOKEN
              THRU 000540-EXIT.
      *
           MOVE WS-DATE-TEXT TO WS-REPLACE-WORK.
           MOVE "<DATE>" TO SUB-SEARCH-STRING.
           MOVE 6 TO SUB-SEARCH-LENGTH.
           PERFORM 000540-SUBSTITUTE-TOKEN
              THRU 000540-EXIT.
      *
           MOVE WS-TRACKING-NUMBER TO WS-REPLACE-WORK.
           MOVE "<TRACKING>" TO SUB-SEARCH-STRING.
           MOVE 10 TO SUB-SEARCH-LENGTH.
           PERFORM 000540-SUBSTITUTE-TOKEN
              THRU 000540-EXIT.
      *
           MOVE SUB-BUFFER-SOURCE(1:132) TO LETTERS-LINE.
           WRITE LETTERS-LINE.
      *
       000520-EXIT.
           EXIT.
      *
       000530-WRITE-ORDER-LINE.
      *
           MOVE WS-OL-QTY(WS-NX)    TO WS-LL-QTY.
           MOVE WS-OL-TITLE(WS-NX)  TO WS-LL-TITLE.
           MOVE WS-OL-STATUS(WS-NX) TO WS-LL-STATUS.
           MOVE WS-LETTER-ORDER-LINE TO LETTERS-LINE.
           WRITE LETTERS-LINE.
      *
       000530-EXIT.
           EXIT.
      *
      *
      *          S U B S T I T U T E   T O K E N
      *
      *    SAME FEEDBACK LOOP AS LETTERGEN'S 000300-SUBSTITUTE-TOKEN:
      *    THE REPLACEMENT IS TRIMMED AND SIMOSUB1'S TARGET FEEDS
      *    BACK AS THE NEXT SOURCE UNTIL NO TOKEN REMAINS.
      *
       000540-SUBSTITUTE-TOKEN.
      *
           PERFORM UNTIL 0 = 1
               IF (SUB-BUFFER-SOURCE = SPACES)
                   GO TO 000540-EXIT
               END-IF
               MOVE 0 TO WS-LX
               INSPECT SUB-BUFFER-SOURCE TALLYING WS-LX
                   FOR ALL SUB-SEARCH-STRING(1:SUB-SEARCH-LENGTH)
               IF (WS-LX ZERO)
                   GO TO 000540-EXIT
               END-IF
               PERFORM 000550-TRIM-REPLACEMENT
                  THRU 000550-EXIT
               MOVE WS-REPLACE-WORK TO SUB-REPLACE-STRING
               MOVE WS-TRIM-LENGTH  TO SUB-REPLACE-LENGTH
               CALL "SIMOSUB1" USING SUBSTITUTE-PARAMETERS
               MOVE SUB-BUFFER-TARGET TO SUB-BUFFER-SOURCE
           END-PERFORM.
      *
       000540-EXIT.
           EXIT.
      *
      *
      *          T R I M   R E P L A C E M E N T
      *
       000550-TRIM-REPLACEMENT.
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
       000550-EXIT.
           EXIT.
      *
      *
      *            W R I T E   E X T R A C T
      *
       000560-WRITE-EXTRACT.
      *
           MOVE SPACES             TO NOTIFY-RECORD.
           MOVE "H"                TO NX-RECORD-TYPE.
           MOVE WS-LETTER-TYPE     TO NX-LETTER-TYPE.
           MOVE WS-ORDER-NUMBER    TO NX-ORDER-NUMBER.
           MOVE WS-CUSTOMER-ID     TO NX-CUSTOMER-ID.
           MOVE CP-NOTIFY-ADDRESS  TO NX-NOTIFY-ADDRESS.
           MOVE CU-NAME            TO NX-CUSTOMER-NAME.
           MOVE WS-TRACKING-NUMBER TO NX-TRACKING-NUMBER.
           MOVE WS-RUN-DATE        TO NX-LETTER-DATE.
           WRITE NOTIFY-RECORD.
      *
           PERFORM 000570-WRITE-EXTRACT-LINE
              THRU 000570-EXIT
               VARYING WS-NX FROM 1 BY 1
               UNTIL (WS-NX > WS-LINE-COUNT).
      *
       000560-EXIT.
           EXIT.
      *
       000570-WRITE-EXTRACT-LINE.
      *
           MOVE SPACES              TO NOTIFY-RECORD.
           MOVE "L"                 TO NX-RECORD-TYPE.
           MOVE WS-LETTER-TYPE      TO NX-LETTER-TYPE.
           MOVE WS-ORDER-NUMBER     TO NX-ORDER-NUMBER.
           MOVE WS-CUSTOMER-ID      TO NX-CUSTOMER-ID.
           MOVE WS-OL-QTY(WS-NX)    TO NX-LINE-QTY.
           MOVE WS-OL-TITLE(WS-NX)  TO NX-LINE-TITLE.
           MOVE WS-OL-STATUS(WS-NX) TO NX-LINE-STATUS.
           WRITE NOTIFY-RECORD.
      *
       000570-EXIT.
           EXIT.
      *
      *
      *             C H E C K   H I S T O R Y
      *
       000600-CHECK-HISTORY.
      *
           MOVE WS-ORDER-NUMBER TO CH-ORDER-NUMBER.
           MOVE WS-LETTER-TYPE  TO CH-LETTER-TYPE.
           READ CONFIRM-HISTORY-FILE
               INVALID KEY
                   CONTINUE.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *            R E C O R D   H I S T O R Y
      *
       000610-RECORD-HISTORY.
      *
           MOVE WS-ORDER-NUMBER  TO CH-ORDER-NUMBER.
           MOVE WS-LETTER-TYPE   TO CH-LETTER-TYPE.
           MOVE WS-CUSTOMER-ID   TO CH-CUSTOMER-ID.
           MOVE WS-RUN-DATE      TO CH-SENT-DATE.
           MOVE CP-NOTIFY-METHOD TO CH-METHOD.
           WRITE CONFIRM-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "CONFHIST WRITE FS = " WS-CONFIRM-STATUS.
      *
       000610-EXIT.
           EXIT.
      *
      *
      *               R E A D   T I T L E
      *
       000700-READ-TITLE.
      *
           READ BOOK-STOCK-FILE
               INVALID KEY
                   MOVE "YOUR ORDERED TITLE" TO BOOK-TITLE-BSF.
      *
       000700-EXIT.
           EXIT.
      *
      *
      *            L O A D   T E M P L A T E S
      *
       100000-LOAD-TEMPLATES.
      *
           MOVE ZERO TO WS-TEMPLATE-COUNT(1).
           MOVE ZERO TO WS-TEMPLATE-COUNT(2).
      *
           MOVE 0 TO WS-TEMPLATE-EOF-FLAG.
           OPEN INPUT TEMPLATE-FILE-1.
           IF (WS-TEMPLATE-STATUS = "00")
               PERFORM 100100-LOAD-LINE-1
                  THRU 100100-EXIT
                   UNTIL (WS-TEMPLATE-EOF-FLAG = 1).
           CLOSE TEMPLATE-FILE-1.
      *
           MOVE 0 TO WS-TEMPLATE-EOF-FLAG.
           OPEN INPUT TEMPLATE-FILE-2.
           IF (WS-TEMPLATE-STATUS = "00")
               PERFORM 100200-LOAD-LINE-2
                  THRU 100200-EXIT
                   UNTIL (WS-TEMPLATE-EOF-FLAG = 1).
           CLOSE TEMPLATE-FILE-2.
      *
           IF (WS-TEMPLATE-COUNT(1) = ZERO)
               AND (WS-TEMPLATE-COUNT(2) = ZERO)
               DISPLAY "CONFGEN: NO ORDACK OR DISPCONF TEMPLATE ON FILE"
               STOP RUN.
      *
       100000-EXIT.
           EXIT.
      *
       100100-LOAD-LINE-1.
      *
           MOVE SPACES TO TEMPLATE-RECORD-1.
           READ TEMPLATE-FILE-1
               AT END
                   MOVE 1 TO WS-TEMPLATE-EOF-FLAG
                   GO TO 100100-EXIT.
           IF (WS-TEMPLATE-COUNT(1) NOT < WS-TEMPLATE-LIMIT)
               GO TO 100100-EXIT.
           ADD 1 TO WS-TEMPLATE-COUNT(1).
           MOVE TEMPLATE-RECORD-1
               TO WS-TEMPLATE-LINE(1, WS-TEMPLATE-COUNT(1)).
      *
       100100-EXIT.
           EXIT.
      *
       100200-LOAD-LINE-2.
      *
           MOVE SPACES TO TEMPLATE-RECORD-2.
           READ TEMPLATE-FILE-2
               AT END
                   MOVE 1 TO WS-TEMPLATE-EOF-FLAG
                   GO TO 100200-EXIT.
           IF (WS-TEMPLATE-COUNT(2) NOT < WS-TEMPLATE-LIMIT)
               GO TO 100200-EXIT.
           ADD 1 TO WS-TEMPLATE-COUNT(2).
           MOVE TEMPLATE-RECORD-2
               TO WS-TEMPLATE-LINE(2, WS-TEMPLATE-COUNT(2)).
      *
       100200-EXIT.
           EXIT.
      *
      *
      *           L O A D   B A C K O R D E R S
      *
       110000-LOAD-BACKORDERS.
      *
           MOVE ZERO TO WS-BO-COUNT.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT BACKORDER-FILE.
           IF (WS-BACKORDER-STATUS = "00")
               PERFORM 110100-LOAD-ONE-BACKORDER
                  THRU 110100-EXIT
                   UNTIL (WS-EOF).
           CLOSE BACKORDER-FILE.
      *
       110000-EXIT.
           EXIT.
      *
       110100-LOAD-ONE-BACKORDER.
      *
           READ BACKORDER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 110100-EXIT.
           IF (WS-BO-COUNT NOT < WS-BACKORDER-LIMIT)
               DISPLAY "CONFGEN: BACKORDER TABLE FULL - "
                       ORDER-NUMBER-BOF " NOT LISTED"
               GO TO 110100-EXIT.
           ADD 1 TO WS-BO-COUNT.
           MOVE BOOK-ID-BOF       TO WS-BO-BOOK-ID(WS-BO-COUNT).
           MOVE ORDER-NUMBER-BOF  TO WS-BO-ORDER-NUMBER(WS-BO-COUNT).
           MOVE SHORTFALL-QTY-BOF TO WS-BO-QTY(WS-BO-COUNT).
      *
       110100-EXIT.
           EXIT.
