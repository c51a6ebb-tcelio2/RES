       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    VIDPOPR.
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
      *    VIDEO TITLE POPULARITY BY SUPPLIER, FOR PURCHASING.  EVERY
      *    TITLE ON THE IDXVIDEO.DAT CATALOGUE IS LISTED UNDER ITS
      *    SUPPLIER, MOST RENTED FIRST, WITH THE COPIES IT HAS IN
      *    STOCK (IN OR OUT ON VIDCOPY.DAT - LOST AND WITHDRAWN
      *    COPIES ARE NOT COUNTED), ITS RENTALS AND ITS REVENUE FROM
      *    THE RENTAL HISTORY VIDRENT.DAT: THE RENTAL CHARGE OF EACH
      *    "C" CHECKOUT EVENT PLUS THE LATE FEES OF EACH "F" EVENT.
      *    RENTALS AND REVENUE PER COPY SHOW WHETHER THE STOCK BOUGHT
      *    HAS EARNED ITS KEEP.  A SUPPLIER SUMMARY FOLLOWS, RANKED
      *    BY REVENUE PER COPY, WITH THE NUMBER OF TITLES NOT RENTED
      *    AT ALL IN THE PERIOD.  THE PERIOD IS TAKEN FROM THE
      *    OPTIONAL VIDPOPCT.DAT CARD (FROM AND TO DATES, YYYYMMDD);
      *    WITHOUT IT THE WHOLE HISTORY IS REPORTED.  THE REPORT IS
      *    WRITTEN TO VIDPOPR.RPT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT VIDEO-FILE ASSIGN TO "IDXVIDEO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIDEO-CODE
               FILE STATUS IS WS-VIDEO-STATUS.
      *
           SELECT COPY-FILE ASSIGN TO "VIDCOPY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COPY-KEY
               ALTERNATE RECORD KEY IS CP-MEMBER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COPY-STATUS.
      *
           SELECT OPTIONAL RENTAL-HISTORY-FILE
               ASSIGN TO "VIDRENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *
           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO "VIDPOPCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT POPULARITY-REPORT-FILE ASSIGN TO "VIDPOPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  VIDEO-FILE.
      *
       01  VIDEO-RECORD.
           03  VIDEO-CODE              PIC  9(05).
           03  VIDEO-TITLE             PIC  X(40).
           03  VIDEO-SUPPLIER-CODE     PIC  9(02).
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
       FD  PERIOD-CONTROL-FILE.
      *
       01  PERIOD-CONTROL-RECORD.
           03  PC-FROM-DATE            PIC  9(08).
           03  PC-TO-DATE              PIC  9(08).
      *
       FD  POPULARITY-REPORT-FILE.
      *
       01  POPULARITY-REPORT-LINE      PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-VIDEO-STATUS             PIC  X(02) VALUE SPACES.
       77  WS-COPY-STATUS              PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-FROM-DATE                PIC  9(08) VALUE ZERO.
       77  WS-TO-DATE                  PIC  9(08) VALUE 99999999.
       77  WS-TX                       PIC  9(04) VALUE ZERO.
       77  WS-SX                       PIC  9(04) VALUE ZERO.
       77  WS-RX                       PIC  9(03) VALUE ZERO.
       77  WS-SLOT                     PIC  9(04) VALUE ZERO.
       77  WS-PREV-SUPPLIER            PIC  9(03) VALUE ZERO.
       77  WS-EVENTS-READ              PIC  9(07) VALUE ZERO.
       77  WS-EVENTS-UNMATCHED         PIC  9(07) VALUE ZERO.
       77  WS-TITLES-SKIPPED           PIC  9(05) VALUE ZERO.
       77  WS-TOTAL-REVENUE            PIC  9(09)V99 VALUE ZERO.
       77  WS-PER-COPY                 PIC  9(05)V9 VALUE ZERO.
       77  WS-REVENUE-PER-COPY         PIC  9(07)V99 VALUE ZERO.
      *
       78  WS-TITLE-LIMIT                       VALUE 3000.
       77  WS-TITLE-COUNT              PIC  9(04) VALUE ZERO.
      *
      *  ** THE TITLES ARE LOADED IN VIDEO CODE ORDER AND LOOKED UP **
      *  ** BY BINARY SEARCH WHILE THE COPIES AND HISTORY ARE       **
      *  ** COUNTED, THEN EXCHANGE SORTED ON WS-TT-SORT-KEY -       **
      *  ** SUPPLIER, THEN MOST RENTALS (THE RANK IS 99999 LESS     **
      *  ** THE RENTALS), THEN VIDEO CODE.                          **
      *
       01  WS-TITLE-TABLE.
           03  WS-TITLE-ENTRY          OCCURS 1 TO 3000 TIMES
                                       DEPENDING ON WS-TITLE-COUNT
                                       ASCENDING KEY IS WS-TT-CODE
                                       INDEXED BY WS-TT-X.
               05  WS-TT-SORT-KEY.
                   07  WS-TT-SUPPLIER  PIC  9(02).
                   07  WS-TT-RANK      PIC  9(05).
                   07  WS-TT-CODE      PIC  9(05).
               05  WS-TT-TITLE         PIC  X(40).
               05  WS-TT-COPIES        PIC  9(03).
               05  WS-TT-RENTALS       PIC  9(05).
               05  WS-TT-RENTAL-REVENUE
                                       PIC  9(07)V99.
               05  WS-TT-LATE-REVENUE  PIC  9(07)V99.
      *
       01  WS-SAVE-ENTRY               PIC  X(78).
      *
      *  ** SUPPLIER TOTALS, SUBSCRIPTED BY SUPPLIER CODE PLUS 1.   **
      *
       01  WS-SUPPLIER-TABLE.
           03  WS-SUPPLIER-ENTRY       OCCURS 100 TIMES.
               05  WS-ST-TITLES        PIC  9(05).
               05  WS-ST-UNRENTED      PIC  9(05).
               05  WS-ST-COPIES        PIC  9(05).
               05  WS-ST-RENTALS       PIC  9(07).
               05  WS-ST-REVENUE       PIC  9(09)V99.
      *
      *  ** SUPPLIERS WITH TITLES, RANKED BY REVENUE PER COPY.      **
      *
       77  WS-RANK-COUNT               PIC  9(03) VALUE ZERO.
       01  WS-RANK-TABLE.
           03  WS-RANK-ENTRY           OCCURS 100 TIMES.
               05  WS-RK-PER-COPY      PIC  9(07)V99.
               05  WS-RK-SUPPLIER      PIC  9(02).
       01  WS-SAVE-RANK                PIC  X(11).
      *
       01  WS-GRAND-TOTALS.
           03  WS-GT-TITLES            PIC  9(05) VALUE ZERO.
           03  WS-GT-UNRENTED          PIC  9(05) VALUE ZERO.
           03  WS-GT-COPIES            PIC  9(05) VALUE ZERO.
           03  WS-GT-RENTALS           PIC  9(07) VALUE ZERO.
           03  WS-GT-REVENUE           PIC  9(09)V99 VALUE ZERO.
      *
       01  WS-REPORT-HEADING.
           03  FILLER  PIC X(44) VALUE
               "VIDEO TITLE POPULARITY BY SUPPLIER - PERIOD ".
           03  WS-RH-FROM-DATE         PIC  9(08).
           03  FILLER                  PIC  X(04) VALUE " TO ".
           03  WS-RH-TO-DATE           PIC  9(08).
      *
       01  WS-SUPPLIER-HEADING.
           03  FILLER                  PIC  X(09) VALUE "SUPPLIER ".
           03  WS-SH-SUPPLIER          PIC  9(02).
      *
       01  WS-COLUMN-HEADING.
           03  FILLER  PIC X(46) VALUE "  CODE   TITLE".
           03  FILLER  PIC X(06) VALUE "COPIES".
           03  FILLER  PIC X(09) VALUE "  RENTALS".
           03  FILLER  PIC X(11) VALUE "   PER COPY".
           03  FILLER  PIC X(12) VALUE "  RENTAL REV".
           03  FILLER  PIC X(11) VALUE "  LATE FEES".
           03  FILLER  PIC X(13) VALUE "    TOTAL REV".
           03  FILLER  PIC X(11) VALUE "   REV/COPY".
      *
       01  WS-TITLE-DETAIL.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-TD-CODE              PIC  9(05).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-TD-TITLE             PIC  X(37).
           03  WS-TD-COPIES            PIC  ZZZZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-TD-RENTALS           PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-TD-PER-COPY          PIC  ZZ,ZZ9.9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-TD-RENTAL-REVENUE    PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-TD-LATE-REVENUE      PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-TD-TOTAL-REVENUE     PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-TD-REVENUE-PER-COPY  PIC  ZZZ,ZZ9.99.
      *
       01  WS-SUPPLIER-TOTAL.
           03  FILLER                  PIC  X(09) VALUE SPACES.
           03  FILLER                  PIC  X(17) VALUE
               "SUPPLIER TOTAL - ".
           03  WS-SU-TITLES            PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(14) VALUE " TITLES".
           03  WS-SU-COPIES            PIC  ZZZZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SU-RENTALS           PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-SU-PER-COPY          PIC  ZZ,ZZ9.9.
           03  FILLER                  PIC  X(24) VALUE SPACES.
           03  WS-SU-TOTAL-REVENUE     PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-SU-REVENUE-PER-COPY  PIC  ZZZ,ZZ9.99.
      *
       01  WS-SUMMARY-HEADING-1.
           03  FILLER  PIC X(45) VALUE
               "SUPPLIER SUMMARY - RANKED BY REVENUE PER COPY".
       01  WS-SUMMARY-HEADING-2.
           03  FILLER  PIC X(04) VALUE "RANK".
           03  FILLER  PIC X(10) VALUE "  SUPPLIER".
           03  FILLER  PIC X(08) VALUE "  TITLES".
           03  FILLER  PIC X(10) VALUE "  UNRENTED".
           03  FILLER  PIC X(08) VALUE "  COPIES".
           03  FILLER  PIC X(09) VALUE "  RENTALS".
           03  FILLER  PIC X(10) VALUE "  PER COPY".
           03  FILLER  PIC X(15) VALUE "  TOTAL REVENUE".
           03  FILLER  PIC X(11) VALUE "   REV/COPY".
      *
       01  WS-SUMMARY-DETAIL.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-SD-RANK              PIC  ZZ9.
           03  FILLER                  PIC  X(08) VALUE SPACES.
           03  WS-SD-SUPPLIER          PIC  9(02).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SD-TITLES            PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-SD-UNRENTED          PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SD-COPIES            PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SD-RENTALS           PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SD-PER-COPY          PIC  ZZ,ZZ9.9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-SD-REVENUE           PIC  ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-SD-REVENUE-PER-COPY  PIC  ZZZ,ZZ9.99.
      *
       01  WS-GRAND-TOTAL-LINE.
           03  FILLER  PIC X(14) VALUE "ALL SUPPLIERS".
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-GL-TITLES            PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-GL-UNRENTED          PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-GL-COPIES            PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-GL-RENTALS           PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-GL-PER-COPY          PIC  ZZ,ZZ9.9.
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-GL-REVENUE           PIC  ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACES.
           03  WS-GL-REVENUE-PER-COPY  PIC  ZZZ,ZZ9.99.
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           PERFORM 100000-READ-PERIOD
              THRU 100000-EXIT.
      *
           OPEN INPUT VIDEO-FILE.
           IF (WS-VIDEO-STATUS NOT = "00")
               DISPLAY "VIDPOPR: CANNOT OPEN IDXVIDEO.DAT FS="
                       WS-VIDEO-STATUS
               STOP RUN.
           PERFORM 110000-LOAD-TITLES
              THRU 110000-EXIT.
           CLOSE VIDEO-FILE.
           IF (WS-TITLE-COUNT = ZERO)
               DISPLAY "VIDPOPR: NO TITLES ON IDXVIDEO.DAT"
               STOP RUN.
      *
           PERFORM 120000-COUNT-COPIES
              THRU 120000-EXIT.
           PERFORM 130000-READ-HISTORY
              THRU 130000-EXIT.
      *
           PERFORM 200000-SORT-TITLES
              THRU 200000-EXIT.
      *
           OPEN OUTPUT POPULARITY-REPORT-FILE.
           MOVE WS-FROM-DATE TO WS-RH-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-RH-TO-DATE.
           WRITE POPULARITY-REPORT-LINE FROM WS-REPORT-HEADING.
      *
           MOVE 999 TO WS-PREV-SUPPLIER.
           PERFORM 000100-REPORT-TITLE
              THRU 000100-EXIT
               VARYING WS-TX FROM 1 BY 1
               UNTIL (WS-TX > WS-TITLE-COUNT).
           IF (WS-PREV-SUPPLIER NOT = 999)
               PERFORM 000200-SUPPLIER-TOTAL
                  THRU 000200-EXIT.
      *
           PERFORM 000300-SUPPLIER-SUMMARY
              THRU 000300-EXIT.
      *
           DISPLAY "VIDPOPR: " WS-TITLE-COUNT " TITLES, "
                   WS-EVENTS-READ " HISTORY EVENTS, "
                   WS-EVENTS-UNMATCHED " FOR TITLES NOT ON FILE".
           IF (WS-TITLES-SKIPPED > ZERO)
               DISPLAY "VIDPOPR: TITLE TABLE FULL, " WS-TITLES-SKIPPED
                       " TITLES NOT REPORTED".
      *
       000000-EXIT.
           CLOSE POPULARITY-REPORT-FILE.
           STOP RUN.
      *
      *
      *                  R E P O R T   T I T L E
      *
       000100-REPORT-TITLE.
      *
           IF (WS-TT-SUPPLIER(WS-TX) NOT = WS-PREV-SUPPLIER)
               IF (WS-PREV-SUPPLIER NOT = 999)
                   PERFORM 000200-SUPPLIER-TOTAL
                      THRU 000200-EXIT
               END-IF
               MOVE WS-TT-SUPPLIER(WS-TX) TO WS-PREV-SUPPLIER
                                             WS-SH-SUPPLIER
               MOVE SPACES TO POPULARITY-REPORT-LINE
               WRITE POPULARITY-REPORT-LINE
               WRITE POPULARITY-REPORT-LINE FROM WS-SUPPLIER-HEADING
               WRITE POPULARITY-REPORT-LINE FROM WS-COLUMN-HEADING
           END-IF.
      *
           COMPUTE WS-SLOT = WS-TT-SUPPLIER(WS-TX) + 1.
           ADD 1 TO WS-ST-TITLES(WS-SLOT).
           IF (WS-TT-RENTALS(WS-TX) = ZERO)
               ADD 1 TO WS-ST-UNRENTED(WS-SLOT).
           ADD WS-TT-COPIES(WS-TX)  TO WS-ST-COPIES(WS-SLOT).
           ADD WS-TT-RENTALS(WS-TX) TO WS-ST-RENTALS(WS-SLOT).
           COMPUTE WS-TOTAL-REVENUE = WS-TT-RENTAL-REVENUE(WS-TX)
                                    + WS-TT-LATE-REVENUE(WS-TX).
           ADD WS-TOTAL-REVENUE TO WS-ST-REVENUE(WS-SLOT).
      *
           MOVE ZERO TO WS-PER-COPY
                        WS-REVENUE-PER-COPY.
           IF (WS-TT-COPIES(WS-TX) > ZERO)
               COMPUTE WS-PER-COPY ROUNDED =
                   WS-TT-RENTALS(WS-TX) / WS-TT-COPIES(WS-TX)
               COMPUTE WS-REVENUE-PER-COPY ROUNDED =
                   WS-TOTAL-REVENUE / WS-TT-COPIES(WS-TX).
      *
           MOVE WS-TT-CODE(WS-TX)           TO WS-TD-CODE.
           MOVE WS-TT-TITLE(WS-TX)          TO WS-TD-TITLE.
           MOVE WS-TT-COPIES(WS-TX)         TO WS-TD-COPIES.
           MOVE WS-TT-RENTALS(WS-TX)        TO WS-TD-RENTALS.
           MOVE WS-PER-COPY                 TO WS-TD-PER-COPY.
           MOVE WS-TT-RENTAL-REVENUE(WS-TX) TO WS-TD-RENTAL-REVENUE.
           MOVE WS-TT-LATE-REVENUE(WS-TX)   TO WS-TD-LATE-REVENUE.
           MOVE WS-TOTAL-REVENUE            TO WS-TD-TOTAL-REVENUE.
           MOVE WS-REVENUE-PER-COPY         TO WS-TD-REVENUE-PER-COPY.
           WRITE POPULARITY-REPORT-LINE FROM WS-TITLE-DETAIL.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *                S U P P L I E R   T O T A L
      *
       000200-SUPPLIER-TOTAL.
      *
           COMPUTE WS-SLOT = WS-PREV-SUPPLIER + 1.
           MOVE ZERO TO WS-PER-COPY
                        WS-REVENUE-PER-COPY.
           IF (WS-ST-COPIES(WS-SLOT) > ZERO)
               COMPUTE WS-PER-COPY ROUNDED =
                   WS-ST-RENTALS(WS-SLOT) / WS-ST-COPIES(WS-SLOT)
               COMPUTE WS-REVENUE-PER-COPY ROUNDED =
                   WS-ST-REVENUE(WS-SLOT) / WS-ST-COPIES(WS-SLOT).
      *
           MOVE WS-ST-TITLES(WS-SLOT)  TO WS-SU-TITLES.
           MOVE WS-ST-COPIES(WS-SLOT)  TO WS-SU-COPIES.
           MOVE WS-ST-RENTALS(WS-SLOT) TO WS-SU-RENTALS.
           MOVE WS-PER-COPY            TO WS-SU-PER-COPY.
           MOVE WS-ST-REVENUE(WS-SLOT) TO WS-SU-TOTAL-REVENUE.
           MOVE WS-REVENUE-PER-COPY    TO WS-SU-REVENUE-PER-COPY.
           WRITE POPULARITY-REPORT-LINE FROM WS-SUPPLIER-TOTAL.
      *
           ADD 1 TO WS-RANK-COUNT.
           MOVE WS-REVENUE-PER-COPY TO WS-RK-PER-COPY(WS-RANK-COUNT).
           MOVE WS-PREV-SUPPLIER    TO WS-RK-SUPPLIER(WS-RANK-COUNT).
      *
       000200-EXIT.
           EXIT.
      *
      *
      *              S U P P L I E R   S U M M A R Y
      *
      *  ** EXCHANGE SORT, HIGHEST REVENUE PER COPY FIRST.          **
      *
       000300-SUPPLIER-SUMMARY.
      *
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL (WS-RX >= WS-RANK-COUNT)
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL (WS-SX >= WS-RANK-COUNT)
                   IF (WS-RK-PER-COPY(WS-SX) <
                       WS-RK-PER-COPY(WS-SX + 1))
                       MOVE WS-RANK-ENTRY(WS-SX) TO WS-SAVE-RANK
                       MOVE WS-RANK-ENTRY(WS-SX + 1)
                           TO WS-RANK-ENTRY(WS-SX)
                       MOVE WS-SAVE-RANK
                           TO WS-RANK-ENTRY(WS-SX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
           MOVE SPACES TO POPULARITY-REPORT-LINE.
           WRITE POPULARITY-REPORT-LINE.
           WRITE POPULARITY-REPORT-LINE FROM WS-SUMMARY-HEADING-1.
           WRITE POPULARITY-REPORT-LINE FROM WS-SUMMARY-HEADING-2.
      *
           PERFORM 000310-SUMMARY-LINE
              THRU 000310-EXIT
               VARYING WS-RX FROM 1 BY 1
               UNTIL (WS-RX > WS-RANK-COUNT).
      *
           MOVE ZERO TO WS-PER-COPY
                        WS-REVENUE-PER-COPY.
           IF (WS-GT-COPIES > ZERO)
               COMPUTE WS-PER-COPY ROUNDED =
                   WS-GT-RENTALS / WS-GT-COPIES
               COMPUTE WS-REVENUE-PER-COPY ROUNDED =
                   WS-GT-REVENUE / WS-GT-COPIES.
           MOVE WS-GT-TITLES        TO WS-GL-TITLES.
           MOVE WS-GT-UNRENTED      TO WS-GL-UNRENTED.
           MOVE WS-GT-COPIES        TO WS-GL-COPIES.
           MOVE WS-GT-RENTALS       TO WS-GL-RENTALS.
           MOVE WS-PER-COPY         TO WS-GL-PER-COPY.
           MOVE WS-GT-REVENUE       TO WS-GL-REVENUE.
           MOVE WS-REVENUE-PER-COPY TO WS-GL-REVENUE-PER-COPY.
           MOVE SPACES TO POPULARITY-REPORT-LINE.
           WRITE POPULARITY-REPORT-LINE.
           WRITE POPULARITY-REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *                 S U M M A R Y   L I N E
      *
       000310-SUMMARY-LINE.
      *
           COMPUTE WS-SLOT = WS-RK-SUPPLIER(WS-RX) + 1.
           MOVE ZERO TO WS-PER-COPY.
           IF (WS-ST-COPIES(WS-SLOT) > ZERO)
               COMPUTE WS-PER-COPY ROUNDED =
                   WS-ST-RENTALS(WS-SLOT) / WS-ST-COPIES(WS-SLOT).
      *
           MOVE WS-RX                   TO WS-SD-RANK.
           MOVE WS-RK-SUPPLIER(WS-RX)   TO WS-SD-SUPPLIER.
           MOVE WS-ST-TITLES(WS-SLOT)   TO WS-SD-TITLES.
           MOVE WS-ST-UNRENTED(WS-SLOT) TO WS-SD-UNRENTED.
           MOVE WS-ST-COPIES(WS-SLOT)   TO WS-SD-COPIES.
           MOVE WS-ST-RENTALS(WS-SLOT)  TO WS-SD-RENTALS.
           MOVE WS-PER-COPY             TO WS-SD-PER-COPY.
           MOVE WS-ST-REVENUE(WS-SLOT)  TO WS-SD-REVENUE.
           MOVE WS-RK-PER-COPY(WS-RX)   TO WS-SD-REVENUE-PER-COPY.
           WRITE POPULARITY-REPORT-LINE FROM WS-SUMMARY-DETAIL.
      *
           ADD WS-ST-TITLES(WS-SLOT)   TO WS-GT-TITLES.
           ADD WS-ST-UNRENTED(WS-SLOT) TO WS-GT-UNRENTED.
           ADD WS-ST-COPIES(WS-SLOT)   TO WS-GT-COPIES.
           ADD WS-ST-RENTALS(WS-SLOT)  TO WS-GT-RENTALS.
           ADD WS-ST-REVENUE(WS-SLOT)  TO WS-GT-REVENUE.
      *
       000310-EXIT.
           EXIT.
      *
      *
      *                   R E A D   P E R I O D
      *
       100000-READ-PERIOD.
      *
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF (WS-CONTROL-STATUS = "00")
               READ PERIOD-CONTROL-FILE
                   AT END MOVE "10" TO WS-CONTROL-STATUS
               END-READ
               IF (WS-CONTROL-STATUS = "00")
                   AND (PC-FROM-DATE NUMERIC)
                   AND (PC-TO-DATE NUMERIC)
                   AND (PC-TO-DATE NOT < PC-FROM-DATE)
                   MOVE PC-FROM-DATE TO WS-FROM-DATE
                   MOVE PC-TO-DATE   TO WS-TO-DATE.
           CLOSE PERIOD-CONTROL-FILE.
      *
           INITIALIZE WS-SUPPLIER-TABLE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *                   L O A D   T I T L E S
      *
       110000-LOAD-TITLES.
      *
           MOVE ZERO TO WS-TITLE-COUNT.
           MOVE 0 TO WS-EOF-FLAG.
           MOVE ZERO TO VIDEO-CODE.
           START VIDEO-FILE
               KEY IS NOT LESS THAN VIDEO-CODE
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
      *
           PERFORM 110100-LOAD-ONE-TITLE
              THRU 110100-EXIT
               UNTIL (WS-EOF).
      *
       110000-EXIT.
           EXIT.
      *
       110100-LOAD-ONE-TITLE.
      *
           READ VIDEO-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 110100-EXIT.
           IF (WS-TITLE-COUNT NOT < WS-TITLE-LIMIT)
               ADD 1 TO WS-TITLES-SKIPPED
               GO TO 110100-EXIT.
      *
           ADD 1 TO WS-TITLE-COUNT.
           MOVE VIDEO-SUPPLIER-CODE TO WS-TT-SUPPLIER(WS-TITLE-COUNT).
           MOVE ZERO                TO WS-TT-RANK(WS-TITLE-COUNT).
           MOVE VIDEO-CODE          TO WS-TT-CODE(WS-TITLE-COUNT).
           MOVE VIDEO-TITLE         TO WS-TT-TITLE(WS-TITLE-COUNT).
           MOVE ZERO TO WS-TT-COPIES(WS-TITLE-COUNT)
                        WS-TT-RENTALS(WS-TITLE-COUNT)
                        WS-TT-RENTAL-REVENUE(WS-TITLE-COUNT)
                        WS-TT-LATE-REVENUE(WS-TITLE-COUNT).
      *
       110100-EXIT.
           EXIT.
      *
      *
      *                  C O U N T   C O P I E S
      *
       120000-COUNT-COPIES.
      *
           OPEN INPUT COPY-FILE.
           IF (WS-COPY-STATUS NOT = "00")
               DISPLAY "VIDPOPR: NO VIDCOPY.DAT - COPIES SHOWN AS ZERO"
               GO TO 120000-EXIT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CP-COPY-KEY.
           START COPY-FILE
               KEY IS GREATER THAN CP-COPY-KEY
               INVALID KEY MOVE 1 TO WS-EOF-FLAG.
           PERFORM 120100-COUNT-ONE-COPY
              THRU 120100-EXIT
               UNTIL (WS-EOF).
           CLOSE COPY-FILE.
      *
       120000-EXIT.
           EXIT.
      *
       120100-COUNT-ONE-COPY.
      *
           READ COPY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 120100-EXIT.
           IF (NOT CP-IN) AND (NOT CP-OUT)
               GO TO 120100-EXIT.
      *
           SEARCH ALL WS-TITLE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TT-CODE(WS-TT-X) = CP-VIDEO-CODE
                   ADD 1 TO WS-TT-COPIES(WS-TT-X)
           END-SEARCH.
      *
       120100-EXIT.
           EXIT.
      *
      *
      *                  R E A D   H I S T O R Y
      *
       130000-READ-HISTORY.
      *
           OPEN INPUT RENTAL-HISTORY-FILE.
           IF (WS-HISTORY-STATUS NOT = "00")
               DISPLAY "VIDPOPR: NO VIDRENT.DAT - NO RENTALS REPORTED"
               GO TO 130000-EXIT.
      *
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 130100-READ-ONE-EVENT
              THRU 130100-EXIT
               UNTIL (WS-EOF).
           CLOSE RENTAL-HISTORY-FILE.
      *
       130000-EXIT.
           EXIT.
      *
       130100-READ-ONE-EVENT.
      *
           READ RENTAL-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 130100-EXIT.
           IF (RH-EVENT NOT = "C") AND (RH-EVENT NOT = "F")
               GO TO 130100-EXIT.
           IF (RH-DATE < WS-FROM-DATE) OR (RH-DATE > WS-TO-DATE)
               GO TO 130100-EXIT.
           ADD 1 TO WS-EVENTS-READ.
      *
           SEARCH ALL WS-TITLE-ENTRY
               AT END
                   ADD 1 TO WS-EVENTS-UNMATCHED
               WHEN WS-TT-CODE(WS-TT-X) = RH-VIDEO-CODE
                   IF (RH-EVENT = "C")
                       ADD 1 TO WS-TT-RENTALS(WS-TT-X)
                       ADD RH-AMOUNT TO WS-TT-RENTAL-REVENUE(WS-TT-X)
                   ELSE
                       ADD RH-AMOUNT TO WS-TT-LATE-REVENUE(WS-TT-X)
                   END-IF
           END-SEARCH.
      *
       130100-EXIT.
           EXIT.
      *
      *
      *                   S O R T   T I T L E S
      *
       200000-SORT-TITLES.
      *
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL (WS-TX > WS-TITLE-COUNT)
               COMPUTE WS-TT-RANK(WS-TX) = 99999 - WS-TT-RENTALS(WS-TX)
           END-PERFORM.
      *
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL (WS-TX >= WS-TITLE-COUNT)
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL (WS-SX >= WS-TITLE-COUNT)
                   IF (WS-TT-SORT-KEY(WS-SX) >
                       WS-TT-SORT-KEY(WS-SX + 1))
                       MOVE WS-TITLE-ENTRY(WS-SX) TO WS-SAVE-ENTRY
                       MOVE WS-TITLE-ENTRY(WS-SX + 1)
                           TO WS-TITLE-ENTRY(WS-SX)
                       MOVE WS-SAVE-ENTRY
                           TO WS-TITLE-ENTRY(WS-SX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       200000-EXIT.
           EXIT.
