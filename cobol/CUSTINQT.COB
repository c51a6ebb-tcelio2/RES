       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CUSTINQT.
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
      *    ONLINE CUSTOMER ACCOUNT INQUIRY FOR THE BOOK TRADE.  KEYED
      *    BY CUSTOMER-ID, ONE SUMMARY SCREEN SHOWS THE CUSTOMER
      *    MASTER AND A LINE PER SECTION OF THE ACCOUNT:
      *
      *        OPEN AR ITEMS  AROPEN.DAT BY ITS CUSTOMER KEY, ITEMS
      *                       WITH A BALANCE LEFT, AGED FROM THE
      *                       INVOICE DATE AS DUNNGEN AGES THEM
      *        RECENT ORDERS  ORDHIST.DAT LINES RUN IN THE LAST
      *                       WS-RECENT-DAYS DAYS
      *        BACKORDERS     BACKORDER.DAT LINES STILL OPEN
      *        CREDIT HOLDS   ORDERS WAITING ON CREDHOLD.DAT
      *        LAST DUNNING   THE LEVEL AND DATE DUNNGEN LAST SENT,
      *                       FROM DUNNHIST.DAT
      *
      *    FROM THE SUMMARY THE OPERATOR PICKS A SECTION AND PAGES
      *    THROUGH ITS DETAIL A SCREENFUL AT A TIME, THEN RETURNS TO
      *    THE SUMMARY.  EVERY FILE IS READ ONLY.  RUN FROM MENUT SO
      *    THE SIGN-ON AND AUTHCHK COVER IT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
      *
           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ORDER-NUMBER
               ALTERNATE RECORD KEY IS AR-CUSTOMER-ID
                         WITH DUPLICATES
               FILE STATUS IS WS-AR-STATUS.
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
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
      *
           SELECT OPTIONAL DUNNING-HISTORY-FILE ASSIGN TO "DUNNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CUSTOMER-ID
               FILE STATUS IS WS-DUNNING-STATUS.
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
       FD  AR-OPEN-ITEM-FILE.
      *
       01  AR-REC.
           03  AR-ORDER-NUMBER         PIC  X(07).
           03  AR-CUSTOMER-ID          PIC  X(05).
           03  AR-INVOICE-DATE         PIC  9(08).
           03  AR-INVOICE-AMOUNT       PIC  9(06)V99.
           03  AR-PAID-AMOUNT          PIC  9(06)V99.
           03  AR-CURRENCY-CODE        PIC  X(03).
           03  AR-CONVERTED-AMOUNT     PIC  9(07)V99.
           03  AR-TAX-AMOUNT           PIC  9(05)V99.
           03  AR-STATUS               PIC  X(01).
               88  AR-ITEM-OPEN            VALUE "O".
               88  AR-ITEM-PAID            VALUE "P".
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
       FD  CREDIT-HOLD-FILE.
      *
       01  CREDIT-HOLD-RECORD.
           03  CH-ORDERS-REC-IMAGE     PIC  X(91).
           03  CH-ORDERS-REC-SPLIT
                   REDEFINES CH-ORDERS-REC-IMAGE.
               05  CH-ORDER-NUMBER     PIC  X(07).
               05  CH-CUSTOMER-ID      PIC  X(05).
               05  FILLER              PIC  X(79).
           03  CH-OPEN-BALANCE         PIC  9(07)V99.
           03  CH-ORDER-VALUE          PIC  9(06)V99.
           03  CH-CREDIT-LIMIT         PIC  9(06)V99.
           03  CH-ENTRY-DATE           PIC  9(08).
      *
       FD  DUNNING-HISTORY-FILE.
      *
       01  DUNNING-HISTORY-RECORD.
           03  DH-CUSTOMER-ID          PIC  X(05).
           03  DH-LAST-LEVEL           PIC  9(01).
           03  DH-LAST-DATE            PIC  9(08).
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
       77  WS-COMMAND                  PIC  X(01) VALUE SPACE.
       77  WS-SECTION                  PIC  X(01) VALUE SPACE.
       77  WS-ERR-MSG                  PIC  X(40) VALUE SPACES.
       77  WS-CUSTOMER-IN              PIC  X(05) VALUE SPACES.
       77  WS-SECTION-TITLE            PIC  X(40) VALUE SPACES.
       77  WS-PAGE-HEADING             PIC  X(78) VALUE SPACES.
       77  WS-ITEM-LINE                PIC  X(78) VALUE SPACES.
       77  WS-DUNNING-TEXT             PIC  X(40) VALUE SPACES.
       77  WS-CUSTOMER-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-AR-STATUS                PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-BACKORDER-STATUS         PIC  X(02) VALUE SPACES.
       77  WS-HOLD-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-DUNNING-STATUS           PIC  X(02) VALUE SPACES.
      *
      *                    NUMERIC 77'S
      *
       77  WS-ESCAPE-FLAG              PIC  9(01)       VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-SUMMARY-DONE-FLAG        PIC  9(01)       VALUE ZERO.
       77  WS-PAGING-DONE-FLAG         PIC  9(01)       VALUE ZERO.
       77  WS-AT-END-FLAG              PIC  9(01)       VALUE ZERO.
       77  WS-LINE-COUNT               PIC  9(02)       VALUE ZERO.
       77  WS-PAGE-NUMBER              PIC  9(03)       VALUE ZERO.
       77  WS-LX                       PIC  9(02)       VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08)       VALUE ZERO.
       77  WS-RUN-EPOCH                PIC  9(08)       VALUE ZERO.
       77  WS-RECENT-FROM-DATE         PIC  9(08)       VALUE ZERO.
       77  WS-ITEM-DATE                PIC  9(08)       VALUE ZERO.
       77  WS-ITEM-DAYS                PIC  9(05)       VALUE ZERO.
       77  WS-ITEM-AMOUNT              PIC  9(07)V99    VALUE ZERO.
       77  WS-ITEM-QTY                 PIC  9(04)       VALUE ZERO.
      *
       78  WS-PAGE-SIZE                         VALUE 15.
       78  WS-RECENT-DAYS                       VALUE 90.
      *
      *    SECTION TOTALS FOR THE SUMMARY SCREEN, GATHERED BY
      *    RUNNING EACH SECTION'S OWN READ ROUTINE TO THE END.
      *
       01  WS-SUMMARY-TOTALS.
           03  WS-AR-COUNT             PIC  9(04)       VALUE ZERO.
           03  WS-AR-BALANCE           PIC  9(08)V99    VALUE ZERO.
           03  WS-AR-OLDEST-DAYS       PIC  9(05)       VALUE ZERO.
           03  WS-AVAILABLE-CREDIT     PIC S9(08)V99    VALUE ZERO.
           03  WS-ORDER-COUNT          PIC  9(04)       VALUE ZERO.
           03  WS-ORDER-VALUE          PIC  9(08)V99    VALUE ZERO.
           03  WS-BACKORDER-COUNT      PIC  9(04)       VALUE ZERO.
           03  WS-BACKORDER-COPIES     PIC  9(04)       VALUE ZERO.
           03  WS-BACKORDER-OLDEST     PIC  9(05)       VALUE ZERO.
           03  WS-HOLD-COUNT           PIC  9(04)       VALUE ZERO.
           03  WS-HOLD-VALUE           PIC  9(08)V99    VALUE ZERO.
           03  WS-SECTION-COUNT        PIC  9(04)       VALUE ZERO.
           03  WS-SECTION-AMOUNT       PIC  9(08)V99    VALUE ZERO.
           03  WS-SECTION-QTY          PIC  9(04)       VALUE ZERO.
           03  WS-SECTION-OLDEST       PIC  9(05)       VALUE ZERO.
      *
       01  WS-DUNNING-LINE.
           03  FILLER                  PIC  X(06) VALUE "LEVEL ".
           03  WS-DL-LEVEL             PIC  9(01).
           03  FILLER                  PIC  X(09) VALUE "  SENT   ".
           03  WS-DL-DATE              PIC  9999/99/99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-DL-DAYS              PIC  ZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " DAYS  ".
      *
      *    ONE SCREENFUL OF DETAIL LINES.
      *
       01  WS-PAGE-TABLE.
           03  WS-PAGE-LINE            PIC  X(78)
                                       OCCURS 15 TIMES.
      *
      *    DETAIL LINES AND THEIR HEADINGS, ONE PAIR PER SECTION.
      *    EACH HEADING FILLER IS THE WIDTH OF ITS DETAIL FIELD.
      *
       01  WS-AR-HEADING.
           03  FILLER                  PIC  X(09) VALUE "ORDER".
           03  FILLER                  PIC  X(12) VALUE "INVOICED".
           03  FILLER                  PIC  X(05) VALUE "CUR".
           03  FILLER                  PIC  X(12) VALUE "    AMOUNT".
           03  FILLER                  PIC  X(12) VALUE "      PAID".
           03  FILLER                  PIC  X(12) VALUE "      OPEN".
           03  FILLER                  PIC  X(05) VALUE "  AGE".
       01  WS-AR-LINE.
           03  WS-AL-ORDER             PIC  X(07).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-AL-DATE              PIC  9999/99/99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-AL-CURRENCY          PIC  X(03).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-AL-AMOUNT            PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-AL-PAID              PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-AL-OPEN              PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-AL-AGE               PIC  ZZZZ9.
      *
       01  WS-ORDER-HEADING.
           03  FILLER                  PIC  X(08) VALUE "ORDER".
           03  FILLER                  PIC  X(04) VALUE "LN".
           03  FILLER                  PIC  X(12) VALUE "RUN DATE".
           03  FILLER                  PIC  X(26) VALUE "TITLE".
           03  FILLER                  PIC  X(04) VALUE "QTY".
           03  FILLER                  PIC  X(11) VALUE "    VALUE".
           03  FILLER                  PIC  X(10) VALUE "STATUS".
       01  WS-ORDER-LINE.
           03  WS-OL-ORDER             PIC  X(07).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WS-OL-SEQ               PIC  9(02).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-OL-DATE              PIC  9999/99/99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-OL-TITLE             PIC  X(24).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-OL-QTY               PIC  Z9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-OL-VALUE             PIC  ZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-OL-STATUS            PIC  X(10).
      *
       01  WS-BACKORDER-HEADING.
           03  FILLER                  PIC  X(07) VALUE "BOOK".
           03  FILLER                  PIC  X(09) VALUE "ORDER".
           03  FILLER                  PIC  X(05) VALUE "QTY".
           03  FILLER                  PIC  X(12) VALUE "SINCE".
           03  FILLER                  PIC  X(05) VALUE "  AGE".
       01  WS-BACKORDER-LINE.
           03  WS-BL-BOOK              PIC  X(05).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-BL-ORDER             PIC  X(07).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-BL-QTY               PIC  Z9.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-BL-DATE              PIC  9999/99/99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-BL-AGE               PIC  ZZZZ9.
      *
       01  WS-HOLD-HEADING.
           03  FILLER                  PIC  X(09) VALUE "ORDER".
           03  FILLER                  PIC  X(12) VALUE "HELD".
           03  FILLER                  PIC  X(12) VALUE "     VALUE".
           03  FILLER                  PIC  X(14) VALUE "     BALANCE".
           03  FILLER                  PIC  X(12) VALUE "     LIMIT".
           03  FILLER                  PIC  X(05) VALUE " DAYS".
       01  WS-HOLD-LINE.
           03  WS-HL-ORDER             PIC  X(07).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-HL-DATE              PIC  9999/99/99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-HL-VALUE             PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-HL-BALANCE           PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-HL-LIMIT             PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-HL-DAYS              PIC  ZZZZ9.
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
      *             I N Q U I R Y   S C R E E N
      *
       01  INQUIRY-SCREEN.
           03  BLANK SCREEN.
           03  LINE 01  COLUMN 12  VALUE
               "C U S T O M E R   A C C O U N T   I N Q U I R Y".
           03  LINE 03  COLUMN 01  VALUE
               "Enter Customer Id: ".
           03  PIC  X(05)          TO WS-CUSTOMER-IN  AUTO.
      *
      *
      *               S U M M A R Y   S C R E E N
      *
       01  SUMMARY-SCREEN.
           03  BLANK SCREEN.
           03  LINE 01  COLUMN 12  VALUE
               "C U S T O M E R   A C C O U N T   I N Q U I R Y".
           03  LINE 03  COLUMN 01  VALUE "Customer:       ".
           03  PIC  X(05)          FROM CU-CUSTOMER-ID.
           03  COLUMN 24           PIC  X(25)  FROM CU-NAME.
           03  LINE 04  COLUMN 01  VALUE "Address:        ".
           03  PIC  X(20)          FROM CU-ADDR-LINE-1.
           03  LINE 05  COLUMN 18  PIC  X(20)  FROM CU-ADDR-LINE-2.
           03  LINE 06  COLUMN 18  PIC  X(15)  FROM CU-CITY.
           03  COLUMN 35           PIC  X(02)  FROM CU-COUNTRY-CODE.
           03  LINE 07  COLUMN 01  VALUE "Credit Limit:   ".
           03  PIC  ZZZ,ZZ9.99     FROM CU-CREDIT-LIMIT.
           03  LINE 09  COLUMN 01  VALUE "Open AR Items:".
           03  COLUMN 18           PIC  ZZZ9   FROM WS-AR-COUNT.
           03  COLUMN 25           VALUE "Balance:".
           03  COLUMN 35           PIC  ZZ,ZZZ,ZZ9.99
                                   FROM WS-AR-BALANCE.
           03  COLUMN 52           VALUE "Oldest:".
           03  COLUMN 60           PIC  ZZZZ9  FROM WS-AR-OLDEST-DAYS.
           03  COLUMN 66           VALUE "days".
           03  LINE 10  COLUMN 25  VALUE "Available:".
           03  COLUMN 35           PIC  -ZZ,ZZZ,ZZ9.99
                                   FROM WS-AVAILABLE-CREDIT.
           03  LINE 11  COLUMN 01  VALUE "Recent Orders:".
           03  COLUMN 18           PIC  ZZZ9   FROM WS-ORDER-COUNT.
           03  COLUMN 25           VALUE "Value:".
           03  COLUMN 35           PIC  ZZ,ZZZ,ZZ9.99
                                   FROM WS-ORDER-VALUE.
           03  COLUMN 52           VALUE "Lines in last".
           03  COLUMN 66           PIC  ZZ9    FROM WS-RECENT-DAYS.
           03  COLUMN 70           VALUE "days".
           03  LINE 12  COLUMN 01  VALUE "Backorders:".
           03  COLUMN 18           PIC  ZZZ9   FROM WS-BACKORDER-COUNT.
           03  COLUMN 25           VALUE "Copies:".
           03  COLUMN 44           PIC  ZZZ9   FROM WS-BACKORDER-COPIES.
           03  COLUMN 52           VALUE "Oldest:".
           03  COLUMN 60           PIC  ZZZZ9  FROM WS-BACKORDER-OLDEST.
           03  COLUMN 66           VALUE "days".
           03  LINE 13  COLUMN 01  VALUE "Credit Holds:".
           03  COLUMN 18           PIC  ZZZ9   FROM WS-HOLD-COUNT.
           03  COLUMN 25           VALUE "Value:".
           03  COLUMN 35           PIC  ZZ,ZZZ,ZZ9.99
                                   FROM WS-HOLD-VALUE.
           03  LINE 14  COLUMN 01  VALUE "Last Dunning:".
           03  COLUMN 18           PIC  X(40)  FROM WS-DUNNING-TEXT.
           03  LINE 16  COLUMN 01  VALUE
               "A=AR Items  O=Orders  B=Backorders  H=Holds  ".
           03  COLUMN 47           VALUE "Enter=New Customer".
           03  LINE 17  COLUMN 01  VALUE "Choice: ".
           03  PIC  X              TO WS-COMMAND  AUTO.
      *
      *
      *               D E T A I L   S C R E E N
      *
       01  DETAIL-SCREEN.
           03  BLANK SCREEN.
           03  LINE 01  COLUMN 01  PIC  X(40)  FROM WS-SECTION-TITLE.
           03  COLUMN 60           VALUE "Page".
           03  COLUMN 65           PIC  ZZ9    FROM WS-PAGE-NUMBER.
           03  LINE 02  COLUMN 01  PIC  X(05)  FROM CU-CUSTOMER-ID.
           03  COLUMN 08           PIC  X(25)  FROM CU-NAME.
           03  LINE 04  COLUMN 01  PIC  X(78)  FROM WS-PAGE-HEADING.
           03  LINE 05  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(1).
           03  LINE 06  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(2).
           03  LINE 07  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(3).
           03  LINE 08  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(4).
           03  LINE 09  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(5).
           03  LINE 10  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(6).
           03  LINE 11  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(7).
           03  LINE 12  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(8).
           03  LINE 13  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(9).
           03  LINE 14  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(10).
           03  LINE 15  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(11).
           03  LINE 16  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(12).
           03  LINE 17  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(13).
           03  LINE 18  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(14).
           03  LINE 19  COLUMN 01  PIC  X(78)  FROM WS-PAGE-LINE(15).
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
           OPEN EXTEND TEST-LOG-FILE.
           OPEN INPUT  CUSTOMER-FILE.
           OPEN INPUT  AR-OPEN-ITEM-FILE.
           OPEN INPUT  ORDER-HISTORY-FILE.
           OPEN INPUT  DUNNING-HISTORY-FILE.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-EPOCH =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-RECENT-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-EPOCH - WS-RECENT-DAYS).
      *
           PERFORM 000100-GET-INQUIRY
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
       000000-EXIT.
           CLOSE CUSTOMER-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE ORDER-HISTORY-FILE.
           CLOSE DUNNING-HISTORY-FILE.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
      *
      *               G E T   I N Q U I R Y
      *
       000100-GET-INQUIRY.
      *
           MOVE SPACES TO WS-CUSTOMER-IN.
           ACCEPT INQUIRY-SCREEN
               ON ESCAPE
                   MOVE 1 TO WS-ESCAPE-FLAG
           END-ACCEPT.
           IF (WS-ESCAPE-FLAG = 1)
               GO TO 000100-EXIT.
      *
           MOVE "000100-GET-INQUIRY" TO TL-SCREEN-NAME.
           MOVE WS-CUSTOMER-IN       TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
           PERFORM 000200-FIND-CUSTOMER
              THRU 000200-EXIT.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *               F I N D   C U S T O M E R
      *
       000200-FIND-CUSTOMER.
      *
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           MOVE WS-CUSTOMER-IN TO CU-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               MOVE "CUSTOMER NOT FOUND" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT.
      *
           PERFORM 000300-SUMMARISE
              THRU 000300-EXIT.
           MOVE 0 TO WS-SUMMARY-DONE-FLAG.
           PERFORM 000400-SUMMARY
              THRU 000400-EXIT
               UNTIL (WS-SUMMARY-DONE-FLAG = 1).
      *
       000200-EXIT.
           EXIT.
      *
      *
      *                   S U M M A R I S E
      *
      *    EACH SECTION IS RUN THROUGH THE SAME READ ROUTINE THE
      *    DETAIL PAGES USE, SO THE SUMMARY AND THE DETAIL CANNOT
      *    DISAGREE ABOUT WHICH RECORDS BELONG TO THE CUSTOMER.
      *
       000300-SUMMARISE.
      *
           MOVE "A" TO WS-SECTION.
           PERFORM 000310-TOTAL-SECTION
              THRU 000310-EXIT.
           MOVE WS-SECTION-COUNT  TO WS-AR-COUNT.
           MOVE WS-SECTION-AMOUNT TO WS-AR-BALANCE.
           MOVE WS-SECTION-OLDEST TO WS-AR-OLDEST-DAYS.
           COMPUTE WS-AVAILABLE-CREDIT =
               CU-CREDIT-LIMIT - WS-AR-BALANCE.
      *
           MOVE "O" TO WS-SECTION.
           PERFORM 000310-TOTAL-SECTION
              THRU 000310-EXIT.
           MOVE WS-SECTION-COUNT  TO WS-ORDER-COUNT.
           MOVE WS-SECTION-AMOUNT TO WS-ORDER-VALUE.
      *
           MOVE "B" TO WS-SECTION.
           PERFORM 000310-TOTAL-SECTION
              THRU 000310-EXIT.
           MOVE WS-SECTION-COUNT  TO WS-BACKORDER-COUNT.
           MOVE WS-SECTION-QTY    TO WS-BACKORDER-COPIES.
           MOVE WS-SECTION-OLDEST TO WS-BACKORDER-OLDEST.
      *
           MOVE "H" TO WS-SECTION.
           PERFORM 000310-TOTAL-SECTION
              THRU 000310-EXIT.
           MOVE WS-SECTION-COUNT  TO WS-HOLD-COUNT.
           MOVE WS-SECTION-AMOUNT TO WS-HOLD-VALUE.
      *
           MOVE CU-CUSTOMER-ID TO DH-CUSTOMER-ID.
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ DUNNING-HISTORY-FILE
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               OR (WS-DUNNING-STATUS NOT = "00")
               MOVE "NONE SENT" TO WS-DUNNING-TEXT
           ELSE
               MOVE DH-LAST-LEVEL TO WS-DL-LEVEL
               MOVE DH-LAST-DATE  TO WS-DL-DATE
               MOVE DH-LAST-DATE  TO WS-ITEM-DATE
               PERFORM 000700-AGE-ITEM
                  THRU 000700-EXIT
               MOVE WS-ITEM-DAYS  TO WS-DL-DAYS
               MOVE WS-DUNNING-LINE TO WS-DUNNING-TEXT.
      *
       000300-EXIT.
           EXIT.
      *
       000310-TOTAL-SECTION.
      *
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-AMOUNT.
           MOVE ZERO TO WS-SECTION-QTY.
           MOVE ZERO TO WS-SECTION-OLDEST.
           PERFORM 000500-OPEN-SECTION
              THRU 000500-EXIT.
           PERFORM 000320-ADD-ITEM
              THRU 000320-EXIT
               UNTIL (WS-AT-END-FLAG = 1).
           PERFORM 000590-CLOSE-SECTION
              THRU 000590-EXIT.
      *
       000310-EXIT.
           EXIT.
      *
       000320-ADD-ITEM.
      *
           ADD 1              TO WS-SECTION-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-SECTION-AMOUNT.
           ADD WS-ITEM-QTY    TO WS-SECTION-QTY.
           IF (WS-ITEM-DAYS > WS-SECTION-OLDEST)
               MOVE WS-ITEM-DAYS TO WS-SECTION-OLDEST.
           PERFORM 000600-NEXT-ITEM
              THRU 000600-EXIT.
      *
       000320-EXIT.
           EXIT.
      *
      *
      *                     S U M M A R Y
      *
       000400-SUMMARY.
      *
           MOVE SPACE TO WS-COMMAND.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT SUMMARY-SCREEN
               ON ESCAPE
                   MOVE 1 TO WS-SUMMARY-DONE-FLAG
           END-ACCEPT.
           IF (WS-SUMMARY-DONE-FLAG = 1)
               GO TO 000400-EXIT.
      *
           MOVE "000400-SUMMARY" TO TL-SCREEN-NAME.
           MOVE WS-COMMAND       TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
           EVALUATE WS-COMMAND
               WHEN "A"
               WHEN "O"
               WHEN "B"
               WHEN "H"
                   MOVE WS-COMMAND TO WS-SECTION
                   PERFORM 000450-SHOW-SECTION
                      THRU 000450-EXIT
               WHEN SPACE
                   MOVE 1 TO WS-SUMMARY-DONE-FLAG
               WHEN OTHER
                   MOVE "CHOICE MUST BE A, O, B OR H" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
           END-EVALUATE.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *               S H O W   S E C T I O N
      *
       000450-SHOW-SECTION.
      *
           PERFORM 000500-OPEN-SECTION
              THRU 000500-EXIT.
           IF (WS-AT-END-FLAG = 1)
               MOVE "NOTHING ON FILE - PRESS A KEY" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           ELSE
               MOVE ZERO TO WS-PAGE-NUMBER
               MOVE 0 TO WS-PAGING-DONE-FLAG
               PERFORM 000460-SHOW-PAGE
                  THRU 000460-EXIT
                   UNTIL (WS-PAGING-DONE-FLAG = 1).
           PERFORM 000590-CLOSE-SECTION
              THRU 000590-EXIT.
      *
       000450-EXIT.
           EXIT.
      *
      *    THE SECTION'S NEXT ITEM IS ALWAYS READ AHEAD, SO A FULL
      *    PAGE KNOWS WHETHER ANOTHER PAGE FOLLOWS IT.
      *
       000460-SHOW-PAGE.
      *
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO WS-PAGE-TABLE.
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 000470-FILL-LINE
              THRU 000470-EXIT
               UNTIL (WS-LINE-COUNT = WS-PAGE-SIZE)
                  OR (WS-AT-END-FLAG = 1).
           DISPLAY DETAIL-SCREEN.
      *
           MOVE SPACE TO WS-ANSWER.
           IF (WS-AT-END-FLAG = 1)
               MOVE "END OF LIST - PRESS A KEY" TO WS-ERR-MSG
               MOVE 1 TO WS-PAGING-DONE-FLAG
           ELSE
               MOVE "N = NEXT PAGE, OTHER KEY = SUMMARY"
                   TO WS-ERR-MSG.
           DISPLAY ERROR-SCREEN.
           ACCEPT ERROR-SCREEN
               ON ESCAPE
                   MOVE 1 TO WS-PAGING-DONE-FLAG
           END-ACCEPT.
           IF (WS-ANSWER NOT = "N") AND (WS-ANSWER NOT = "n")
               MOVE 1 TO WS-PAGING-DONE-FLAG.
      *
       000460-EXIT.
           EXIT.
      *
       000470-FILL-LINE.
      *
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-ITEM-LINE TO WS-PAGE-LINE(WS-LINE-COUNT).
           PERFORM 000600-NEXT-ITEM
              THRU 000600-EXIT.
      *
       000470-EXIT.
           EXIT.
      *
      *
      *               O P E N   S E C T I O N
      *
      *    POSITIONS THE SECTION'S FILE AND READS ITS FIRST ITEM
      *    FOR THE CUSTOMER INTO WS-ITEM-LINE.
      *
       000500-OPEN-SECTION.
      *
           MOVE 0 TO WS-AT-END-FLAG.
           EVALUATE WS-SECTION
               WHEN "A"
                   MOVE "OPEN AR ITEMS"      TO WS-SECTION-TITLE
                   MOVE WS-AR-HEADING        TO WS-PAGE-HEADING
                   MOVE CU-CUSTOMER-ID       TO AR-CUSTOMER-ID
                   START AR-OPEN-ITEM-FILE
                       KEY IS EQUAL TO AR-CUSTOMER-ID
                       INVALID KEY MOVE 1 TO WS-AT-END-FLAG
                   END-START
               WHEN "O"
                   MOVE "RECENT ORDERS"      TO WS-SECTION-TITLE
                   MOVE WS-ORDER-HEADING     TO WS-PAGE-HEADING
                   MOVE LOW-VALUES           TO OH-KEY
                   START ORDER-HISTORY-FILE
                       KEY IS NOT LESS THAN OH-KEY
                       INVALID KEY MOVE 1 TO WS-AT-END-FLAG
                   END-START
               WHEN "B"
                   MOVE "OPEN BACKORDERS"    TO WS-SECTION-TITLE
                   MOVE WS-BACKORDER-HEADING TO WS-PAGE-HEADING
                   OPEN INPUT BACKORDER-FILE
               WHEN "H"
                   MOVE "ORDERS ON CREDIT HOLD" TO WS-SECTION-TITLE
                   MOVE WS-HOLD-HEADING      TO WS-PAGE-HEADING
                   OPEN INPUT CREDIT-HOLD-FILE
           END-EVALUATE.
      *
           IF (WS-AT-END-FLAG = 0)
               PERFORM 000600-NEXT-ITEM
                  THRU 000600-EXIT.
      *
       000500-EXIT.
           EXIT.
      *
       000590-CLOSE-SECTION.
      *
           IF (WS-SECTION = "B")
               CLOSE BACKORDER-FILE.
           IF (WS-SECTION = "H")
               CLOSE CREDIT-HOLD-FILE.
      *
       000590-EXIT.
           EXIT.
      *
      *
      *                  N E X T   I T E M
      *
      *    READS FORWARD TO THE SECTION'S NEXT RECORD FOR THE
      *    CUSTOMER AND FORMATS IT INTO WS-ITEM-LINE, WITH ITS
      *    AMOUNT, QUANTITY AND AGE FOR THE SUMMARY TOTALS.
      *
       000600-NEXT-ITEM.
      *
           MOVE ZERO TO WS-ITEM-AMOUNT.
           MOVE ZERO TO WS-ITEM-QTY.
           MOVE ZERO TO WS-ITEM-DAYS.
           EVALUATE WS-SECTION
               WHEN "A"
                   PERFORM 000610-NEXT-AR-ITEM
                      THRU 000610-EXIT
               WHEN "O"
                   PERFORM 000620-NEXT-ORDER
                      THRU 000620-EXIT
               WHEN "B"
                   PERFORM 000630-NEXT-BACKORDER
                      THRU 000630-EXIT
               WHEN "H"
                   PERFORM 000640-NEXT-HOLD
                      THRU 000640-EXIT
           END-EVALUATE.
      *
       000600-EXIT.
           EXIT.
      *
       000610-NEXT-AR-ITEM.
      *
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-AT-END-FLAG
                   GO TO 000610-EXIT.
           IF (AR-CUSTOMER-ID NOT = CU-CUSTOMER-ID)
               MOVE 1 TO WS-AT-END-FLAG
               GO TO 000610-EXIT.
           IF (AR-PAID-AMOUNT NOT < AR-INVOICE-AMOUNT)
               GO TO 000610-NEXT-AR-ITEM.
      *
           COMPUTE WS-ITEM-AMOUNT =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.
           MOVE AR-INVOICE-DATE TO WS-ITEM-DATE.
           PERFORM 000700-AGE-ITEM
              THRU 000700-EXIT.
      *
           MOVE AR-ORDER-NUMBER   TO WS-AL-ORDER.
           MOVE AR-INVOICE-DATE   TO WS-AL-DATE.
           MOVE AR-CURRENCY-CODE  TO WS-AL-CURRENCY.
           MOVE AR-INVOICE-AMOUNT TO WS-AL-AMOUNT.
           MOVE AR-PAID-AMOUNT    TO WS-AL-PAID.
           MOVE WS-ITEM-AMOUNT    TO WS-AL-OPEN.
           MOVE WS-ITEM-DAYS      TO WS-AL-AGE.
           MOVE WS-AR-LINE        TO WS-ITEM-LINE.
      *
       000610-EXIT.
           EXIT.
      *
      *    ORDHIST.DAT HAS NO CUSTOMER KEY, SO THE WHOLE FILE IS
      *    PASSED IN ORDER-NUMBER SEQUENCE.
      *
       000620-NEXT-ORDER.
      *
           READ ORDER-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-AT-END-FLAG
                   GO TO 000620-EXIT.
           IF (OH-CUSTOMER-ID NOT = CU-CUSTOMER-ID)
               OR (OH-RUN-DATE < WS-RECENT-FROM-DATE)
               GO TO 000620-NEXT-ORDER.
      *
           COMPUTE WS-ITEM-AMOUNT =
               OH-QTY-REQUIRED * OH-TITLE-COST.
           MOVE OH-QTY-REQUIRED TO WS-ITEM-QTY.
      *
           MOVE OH-ORDER-NUMBER TO WS-OL-ORDER.
           MOVE OH-LINE-SEQ     TO WS-OL-SEQ.
           MOVE OH-RUN-DATE     TO WS-OL-DATE.
           MOVE OH-BOOK-TITLE   TO WS-OL-TITLE.
           MOVE OH-QTY-REQUIRED TO WS-OL-QTY.
           MOVE WS-ITEM-AMOUNT  TO WS-OL-VALUE.
           MOVE OH-SHIP-STATUS  TO WS-OL-STATUS.
           MOVE WS-ORDER-LINE   TO WS-ITEM-LINE.
      *
       000620-EXIT.
           EXIT.
      *
       000630-NEXT-BACKORDER.
      *
           READ BACKORDER-FILE
               AT END
                   MOVE 1 TO WS-AT-END-FLAG
                   GO TO 000630-EXIT.
           IF (CUSTOMER-ID-BOF NOT = CU-CUSTOMER-ID)
               GO TO 000630-NEXT-BACKORDER.
      *
           MOVE SHORTFALL-QTY-BOF  TO WS-ITEM-QTY.
           MOVE BACKORDER-DATE-BOF TO WS-ITEM-DATE.
           PERFORM 000700-AGE-ITEM
              THRU 000700-EXIT.
      *
           MOVE BOOK-ID-BOF        TO WS-BL-BOOK.
           MOVE ORDER-NUMBER-BOF   TO WS-BL-ORDER.
           MOVE SHORTFALL-QTY-BOF  TO WS-BL-QTY.
           MOVE BACKORDER-DATE-BOF TO WS-BL-DATE.
           MOVE WS-ITEM-DAYS       TO WS-BL-AGE.
           MOVE WS-BACKORDER-LINE  TO WS-ITEM-LINE.
      *
       000630-EXIT.
           EXIT.
      *
       000640-NEXT-HOLD.
      *
           READ CREDIT-HOLD-FILE
               AT END
                   MOVE 1 TO WS-AT-END-FLAG
                   GO TO 000640-EXIT.
           IF (CH-CUSTOMER-ID NOT = CU-CUSTOMER-ID)
               GO TO 000640-NEXT-HOLD.
      *
           MOVE CH-ORDER-VALUE TO WS-ITEM-AMOUNT.
           MOVE CH-ENTRY-DATE  TO WS-ITEM-DATE.
           PERFORM 000700-AGE-ITEM
              THRU 000700-EXIT.
      *
           MOVE CH-ORDER-NUMBER TO WS-HL-ORDER.
           MOVE CH-ENTRY-DATE   TO WS-HL-DATE.
           MOVE CH-ORDER-VALUE  TO WS-HL-VALUE.
           MOVE CH-OPEN-BALANCE TO WS-HL-BALANCE.
           MOVE CH-CREDIT-LIMIT TO WS-HL-LIMIT.
           MOVE WS-ITEM-DAYS    TO WS-HL-DAYS.
           MOVE WS-HOLD-LINE    TO WS-ITEM-LINE.
      *
       000640-EXIT.
           EXIT.
      *
      *
      *                    A G E   I T E M
      *
      *    DAYS FROM WS-ITEM-DATE TO TODAY; A MISSING OR FUTURE
      *    DATE AGES AS ZERO.
      *
       000700-AGE-ITEM.
      *
           MOVE ZERO TO WS-ITEM-DAYS.
           IF (WS-ITEM-DATE NOT NUMERIC)
               OR (WS-ITEM-DATE = ZERO)
               OR (WS-ITEM-DATE > WS-RUN-DATE)
               GO TO 000700-EXIT.
           COMPUTE WS-ITEM-DAYS = WS-RUN-EPOCH -
               FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE).
      *
       000700-EXIT.
           EXIT.
      *
       COPY "TESTLOGP.COB".
