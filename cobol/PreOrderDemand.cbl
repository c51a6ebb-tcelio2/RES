      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  PreOrderDemand.
AUTHOR.  Michael Coughlan.
*> Pre-order demand for sales: one line per forthcoming title on
*> FORTHCOM.DAT giving its publication date, the pre-orders waiting
*> on PREORDER.DAT, the copies they ask for, the customers placing
*> them and their value at the price effective today, so the first
*> printing can be ordered to suit.  A title with nothing on order
*> yet is still listed.  Pre-orders for a title no longer on the
*> forthcoming file (about to go in PreOrderRelease) are totalled
*> at the foot.  Report PREDMND.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Pre-Order-File ASSIGN TO "PREORDER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PreOrderStatus.

    SELECT Forthcoming-File ASSIGN TO "FORTHCOM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FC-Book-Id
        FILE STATUS IS ForthcomingStatus.

    SELECT BookStockFile ASSIGN TO "BookStock.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

    SELECT OPTIONAL Price-History-File ASSIGN TO "PRICHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-Key
        FILE STATUS IS PriceHistStatus.

    SELECT Demand-Report-File ASSIGN TO "PREDMND.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  Pre-Order-File.
01  Pre-Order-Rec.
    88 EndOfPreOrders           VALUE HIGH-VALUES.
    02  PO-Book-Id              PIC X(5).
    02  PO-Taken-Date           PIC 9(8).
    02  PO-OrdersRec-Image.
        03  PO-Order-Number     PIC X(7).
        03  PO-Customer-Id      PIC X(5).
        03  PO-Book-Details OCCURS 10 TIMES.
            04  PO-Line-Book-Id PIC X(5).
            04  PO-Qty-Required PIC 99.
        03  PO-Service-Class    PIC X.
        03  PO-Promo-Code       PIC X(8).

FD  Forthcoming-File.
01  FC-Rec.
    88 EndOfForthcoming         VALUE HIGH-VALUES.
    02  FC-Book-Id              PIC X(5).
    02  FC-Pub-Date             PIC 9(8).

FD  BookStockFile.
01  BookStockRec.
    02  Book-Id-BSF             PIC X(5).
    02  Book-Title-BSF          PIC X(30).
    02  Author-Id-BSF           PIC 9(4).
    02  Qty-In-Stock-BSF        PIC 999.
    02  Copy-Price-BSF          PIC 99V99.
    02  Reorder-Level-BSF       PIC 999.
    02  On-Order-BSF            PIC 999.

FD  Price-History-File.
01  PH-Rec.
    02  PH-Key.
        03  PH-Book-Id          PIC X(5).
        03  PH-Effective-Date   PIC 9(8).
    02  PH-Price                PIC 99V99.

FD  Demand-Report-File.
01  Report-Line                 PIC X(90).

WORKING-STORAGE SECTION.
01  PreOrderStatus              PIC XX.
01  ForthcomingStatus           PIC XX.
01  BookStatus                  PIC XX.
    88 Book-Rec-Found           VALUE "00".
01  PriceHistStatus             PIC XX.

01  WS-Run-Date                 PIC 9(8).
01  WS-EOF-Price-Scan           PIC X.
    88 End-Of-Price-Scan        VALUE "Y".
01  WS-Counted-Flag             PIC X.
    88 Already-Counted          VALUE "Y".

*> The waiting pre-orders, one entry per order; the customer is
*> kept so each customer is counted once per title.
01  Pre-Order-Table.
    02  PR-Entry OCCURS 1000 TIMES.
        03  PR-Book-Id          PIC X(5).
        03  PR-Customer-Id      PIC X(5).
        03  PR-Qty              PIC 99.
        03  PR-Matched          PIC X.
01  PR-Count                    PIC 9(4) VALUE 0.
01  PR-X                        PIC 9(4).
01  PR-Y                        PIC 9(4).

01  WS-Effective-Price          PIC 99V99.
01  WS-Title-Orders             PIC 9(5).
01  WS-Title-Qty                PIC 9(6).
01  WS-Title-Customers          PIC 9(5).
01  WS-Title-Value              PIC 9(7)V99.

01  WS-Titles-Listed            PIC 9(5) VALUE 0.
01  WS-Total-Orders             PIC 9(5) VALUE 0.
01  WS-Total-Qty                PIC 9(6) VALUE 0.
01  WS-Total-Value              PIC 9(8)V99 VALUE 0.
01  WS-Unmatched-Orders         PIC 9(5) VALUE 0.

01  Report-Heading.
    02  FILLER                  PIC X(39) VALUE
        "PRE-ORDER DEMAND BY FORTHCOMING TITLE -".
    02  FILLER                  PIC X(10) VALUE " RUN DATE ".
    02  RH-Run-Date             PIC 9(8).

01  Report-Column-Heading.
    02  FILLER                  PIC X(46) VALUE
        "BOOK   TITLE                          PUB DATE".
    02  FILLER                  PIC X(40) VALUE
        "  ORDERS  COPIES  CUSTS        VALUE".

01  Report-Detail-Line.
    02  RD-Book-Id              PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Title                PIC X(30).
    02  FILLER                  PIC X     VALUE SPACE.
    02  RD-Pub-Date             PIC 9(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Orders               PIC ZZ,ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Qty                  PIC ZZ,ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Customers            PIC Z,ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Value                PIC Z,ZZZ,ZZ9.99.

01  Report-Total-Line.
    02  RTL-Label               PIC X(36).
    02  RTL-Count               PIC ZZ,ZZ9.

01  Report-Value-Line.
    02  FILLER                  PIC X(36) VALUE
        "VALUE OF PRE-ORDERS LISTED".
    02  RVL-Value               PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM Load-Pre-Order-Table.
    OPEN INPUT Forthcoming-File.
    IF ForthcomingStatus NOT = "00"
       DISPLAY "PREORDERDEMAND: NO FORTHCOM.DAT - NO FORTHCOMING TITLES"
       STOP RUN
    END-IF.
    OPEN INPUT BookStockFile.
    OPEN INPUT Price-History-File.
    OPEN OUTPUT Demand-Report-File.
    MOVE WS-Run-Date TO RH-Run-Date.
    WRITE Report-Line FROM Report-Heading.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    WRITE Report-Line FROM Report-Column-Heading.

    READ Forthcoming-File NEXT RECORD
        AT END SET EndOfForthcoming TO TRUE
    END-READ.
    PERFORM Report-One-Title UNTIL EndOfForthcoming.

    PERFORM VARYING PR-X FROM 1 BY 1 UNTIL PR-X > PR-Count
       IF PR-Matched(PR-X) = "N"
          ADD 1 TO WS-Unmatched-Orders
       END-IF
    END-PERFORM.
    PERFORM Write-Report-Totals.
    DISPLAY "PREORDERDEMAND: " WS-Titles-Listed " TITLES, "
            WS-Total-Orders " PRE-ORDERS, " WS-Total-Qty " COPIES".

    CLOSE Forthcoming-File.
    CLOSE BookStockFile.
    CLOSE Price-History-File.
    CLOSE Demand-Report-File.
    STOP RUN.

Load-Pre-Order-Table.
    MOVE ZERO TO PR-Count.
    OPEN INPUT Pre-Order-File.
    IF PreOrderStatus = "00"
       READ Pre-Order-File
           AT END SET EndOfPreOrders TO TRUE
       END-READ
       PERFORM UNTIL EndOfPreOrders
          IF PR-Count < 1000
             ADD 1 TO PR-Count
             MOVE PO-Book-Id         TO PR-Book-Id(PR-Count)
             MOVE PO-Customer-Id     TO PR-Customer-Id(PR-Count)
             MOVE PO-Qty-Required(1) TO PR-Qty(PR-Count)
             MOVE "N"                TO PR-Matched(PR-Count)
          ELSE
             DISPLAY "PREORDERDEMAND: PRE-ORDER TABLE FULL - "
                     PO-Order-Number " NOT COUNTED"
          END-IF
          READ Pre-Order-File
              AT END SET EndOfPreOrders TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Pre-Order-File.

Report-One-Title.
    ADD 1 TO WS-Titles-Listed.
    MOVE FC-Book-Id TO Book-Id-BSF.
    READ BookStockFile
        KEY IS Book-Id-BSF
        INVALID KEY CONTINUE
    END-READ.
    IF Book-Rec-Found
       MOVE Book-Title-BSF TO RD-Title
       PERFORM Find-Effective-Price
    ELSE
       MOVE "** NOT ON BOOK MASTER **" TO RD-Title
       MOVE ZERO TO WS-Effective-Price
    END-IF.

    MOVE ZERO TO WS-Title-Orders WS-Title-Qty WS-Title-Customers.
    PERFORM VARYING PR-X FROM 1 BY 1 UNTIL PR-X > PR-Count
       IF PR-Book-Id(PR-X) = FC-Book-Id
          MOVE "Y" TO PR-Matched(PR-X)
          ADD 1 TO WS-Title-Orders
          ADD PR-Qty(PR-X) TO WS-Title-Qty
          PERFORM Count-Customer
       END-IF
    END-PERFORM.
    COMPUTE WS-Title-Value = WS-Title-Qty * WS-Effective-Price.

    MOVE FC-Book-Id         TO RD-Book-Id.
    MOVE FC-Pub-Date        TO RD-Pub-Date.
    MOVE WS-Title-Orders    TO RD-Orders.
    MOVE WS-Title-Qty       TO RD-Qty.
    MOVE WS-Title-Customers TO RD-Customers.
    MOVE WS-Title-Value     TO RD-Value.
    WRITE Report-Line FROM Report-Detail-Line.
    ADD WS-Title-Orders TO WS-Total-Orders.
    ADD WS-Title-Qty    TO WS-Total-Qty.
    ADD WS-Title-Value  TO WS-Total-Value.

    READ Forthcoming-File NEXT RECORD
        AT END SET EndOfForthcoming TO TRUE
    END-READ.

Count-Customer.
*>  A customer already seen on an earlier pre-order for this title
*>  is not counted again.
    MOVE "N" TO WS-Counted-Flag.
    PERFORM VARYING PR-Y FROM 1 BY 1 UNTIL PR-Y = PR-X
       IF PR-Book-Id(PR-Y) = FC-Book-Id
          AND PR-Customer-Id(PR-Y) = PR-Customer-Id(PR-X)
          SET Already-Counted TO TRUE
       END-IF
    END-PERFORM.
    IF NOT Already-Counted
       ADD 1 TO WS-Title-Customers
    END-IF.

Find-Effective-Price.
*>  Latest PRICHIST.DAT price effective on or before today, falling
*>  back to Copy-Price-BSF when the book has no history.
    MOVE Copy-Price-BSF TO WS-Effective-Price.
    MOVE "N" TO WS-EOF-Price-Scan.
    MOVE Book-Id-BSF TO PH-Book-Id.
    MOVE ZERO        TO PH-Effective-Date.
    START Price-History-File
        KEY IS NOT LESS THAN PH-Key
        INVALID KEY SET End-Of-Price-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-Price-Scan
       READ Price-History-File NEXT RECORD
          AT END SET End-Of-Price-Scan TO TRUE
       END-READ
       IF NOT End-Of-Price-Scan
          IF PH-Book-Id NOT = Book-Id-BSF
             OR PH-Effective-Date > WS-Run-Date
             SET End-Of-Price-Scan TO TRUE
          ELSE
             MOVE PH-Price TO WS-Effective-Price
          END-IF
       END-IF
    END-PERFORM.

Write-Report-Totals.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    MOVE "FORTHCOMING TITLES LISTED"       TO RTL-Label.
    MOVE WS-Titles-Listed                  TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "PRE-ORDERS WAITING"              TO RTL-Label.
    MOVE WS-Total-Orders                   TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "COPIES ON PRE-ORDER"             TO RTL-Label.
    MOVE WS-Total-Qty                      TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE WS-Total-Value                    TO RVL-Value.
    WRITE Report-Line FROM Report-Value-Line.
    MOVE "PRE-ORDERS FOR TITLES NOW PUBLISHED" TO RTL-Label.
    MOVE WS-Unmatched-Orders               TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
