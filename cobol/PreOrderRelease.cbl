      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  PreOrderRelease.
AUTHOR.  Michael Coughlan.
*> Releases the pre-orders OrderEntry holds on PREORDER.DAT for
*> forthcoming titles.  Run nightly after BookReceiving.  A
*> pre-order is released once its title is published - the date on
*> FORTHCOM.DAT has come, or the title has been taken off that file
*> - or as soon as BookReceiving has booked in its first copies,
*> whichever happens first.  PREORDER.DAT is written in the order
*> the pre-orders were taken and is worked in that order, so the
*> earliest customers are first onto Orders.DAT and first to the
*> ALLOC.DAT reservation of the stock available to promise; sfbymail
*> backorders any balance.  A pre-order was never credit-checked
*> when it was taken, so it gets the OrderEntry check now: over the
*> limit goes to CREDHOLD.DAT for CreditRelease.  A pre-order for an
*> account CustMerge has merged away is refused and dropped, and the
*> report names the account it went into for it to be taken again
*> there.  PREORDER.DAT is
*> rewritten with the pre-orders still waiting, and PREREL.RPT
*> lists what was released.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Pre-Order-File ASSIGN TO "PREORDER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PreOrderStatus.

    SELECT OPTIONAL Forthcoming-File ASSIGN TO "FORTHCOM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
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

    SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CU-Customer-Id
        FILE STATUS IS CustomerStatus.

    SELECT OrdersFile ASSIGN TO "Orders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-Order-Number
        ALTERNATE RECORD KEY IS AR-Customer-Id
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT CreditHoldFile ASSIGN TO "CREDHOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL Price-History-File ASSIGN TO "PRICHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-Key
        FILE STATUS IS PriceHistStatus.

    SELECT Allocation-File ASSIGN TO "ALLOC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AL-Key
        ALTERNATE RECORD KEY IS AL-Book-Alt
                  WITH DUPLICATES
        FILE STATUS IS AllocStatus.

    SELECT Release-Report-File ASSIGN TO "PREREL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  Pre-Order-File.
01  Pre-Order-Rec.
    88 EndOfPreOrders           VALUE HIGH-VALUES.
    02  PO-Book-Id              PIC X(5).
    02  PO-Taken-Date           PIC 9(8).
    02  PO-OrdersRec-Image      PIC X(91).

FD  Forthcoming-File.
01  FC-Rec.
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

FD  Customer-File.
01  CU-Rec.
    02  CU-Customer-Id          PIC X(5).
    02  CU-Name                 PIC X(25).
    02  CU-Addr-Line-1          PIC X(20).
    02  CU-Addr-Line-2          PIC X(20).
    02  CU-City                 PIC X(15).
    02  CU-Country-Code         PIC XX.
    02  CU-Credit-Limit         PIC 9(6)V99.
    02  CU-Sales-Rep            PIC X(4).
    02  CU-Acct-Status          PIC X.
        88 CU-Inactive          VALUE "I".
    02  CU-Merged-Into          PIC X(5).

FD  OrdersFile.
01  OrdersRec.
    02  Order-Number            PIC X(7).
    02  Customer-Id             PIC X(5).
    02  Book-Details OCCURS 10 TIMES.
        03  Book-Id             PIC X(5).
        03  Qty-Required        PIC 99.
    02  Service-Class           PIC X.
    02  Promo-Code              PIC X(8).

FD  AR-Open-Item-File.
01  AR-Rec.
    02  AR-Order-Number         PIC X(7).
    02  AR-Customer-Id          PIC X(5).
    02  AR-Invoice-Date         PIC 9(8).
    02  AR-Invoice-Amount       PIC 9(6)V99.
    02  AR-Paid-Amount          PIC 9(6)V99.
    02  AR-Currency-Code        PIC X(3).
    02  AR-Converted-Amount     PIC 9(7)V99.
    02  AR-Tax-Amount           PIC 9(5)V99.
    02  AR-Status               PIC X.
        88 AR-Item-Open         VALUE "O".
        88 AR-Item-Paid         VALUE "P".

FD  CreditHoldFile.
01  CreditHoldRec.
    02  CH-OrdersRec-Image      PIC X(91).
    02  CH-Open-Balance         PIC 9(7)V99.
    02  CH-Order-Value          PIC 9(6)V99.
    02  CH-Credit-Limit         PIC 9(6)V99.
    02  CH-Entry-Date           PIC 9(8).

FD  Price-History-File.
01  PH-Rec.
    02  PH-Key.
        03  PH-Book-Id          PIC X(5).
        03  PH-Effective-Date   PIC 9(8).
    02  PH-Price                PIC 99V99.

FD  Allocation-File.
01  Allocation-Rec.
    02  AL-Key.
        03  AL-Order-Number     PIC X(7).
        03  AL-Book-Id          PIC X(5).
    02  AL-Book-Alt             PIC X(5).
    02  AL-Qty                  PIC 99.
    02  AL-Entry-Date           PIC 9(8).

FD  Release-Report-File.
01  Report-Line                 PIC X(80).

WORKING-STORAGE SECTION.
01  PreOrderStatus              PIC XX.
01  ForthcomingStatus           PIC XX.
    88 Forthcoming-Rec-Found    VALUE "00".
01  BookStatus                  PIC XX.
    88 Book-Rec-Found           VALUE "00".
01  CustomerStatus              PIC XX.
    88 Customer-Rec-Found       VALUE "00".
01  AROpenStatus                PIC XX.
01  PriceHistStatus             PIC XX.
01  AllocStatus                 PIC XX.

01  WS-Run-Date                 PIC 9(8).
01  WS-AR-File-Usable           PIC X VALUE "N".
    88 AR-File-Usable           VALUE "Y".
01  WS-EOF-AR-Scan              PIC X.
    88 End-Of-AR-Scan           VALUE "Y".
01  WS-EOF-Price-Scan           PIC X.
    88 End-Of-Price-Scan        VALUE "Y".
01  WS-EOF-Alloc-Scan           PIC X.
    88 End-Of-Alloc-Scan        VALUE "Y".
01  WS-Release-Flag             PIC X.
    88 Release-Now              VALUE "Y".

*> The whole pre-order file, held in the order the pre-orders were
*> taken so releases go out in that order and those still waiting
*> write back in it.
01  Pre-Order-Table.
    02  PR-Entry OCCURS 500 TIMES.
        03  PR-Book-Id          PIC X(5).
        03  PR-Taken-Date       PIC 9(8).
        03  PR-Image            PIC X(91).
        03  PR-State            PIC X.
           88 PR-Waiting        VALUE "W".
           88 PR-Released       VALUE "R".
01  PR-Count                    PIC 9(3) VALUE 0.
01  PR-X                        PIC 9(3).

01  WS-Effective-Price          PIC 99V99.
01  WS-Allocated-Qty            PIC 9(5).
01  WS-ATP-Qty                  PIC S9(5).
01  WS-Reserve-Qty              PIC 99.
01  WS-Open-Balance             PIC 9(7)V99.
01  WS-Order-Value              PIC 9(6)V99.
01  WS-Credit-Limit             PIC 9(6)V99.

01  WS-Pre-Orders-Read          PIC 9(5) VALUE 0.
01  WS-Orders-Written           PIC 9(5) VALUE 0.
01  WS-Orders-Held              PIC 9(5) VALUE 0.
01  WS-Orders-Refused           PIC 9(5) VALUE 0.
01  WS-Still-Waiting            PIC 9(5) VALUE 0.

01  Report-Heading.
    02  FILLER                  PIC X(35) VALUE
        "PRE-ORDERS RELEASED - RUN DATE ".
    02  RH-Run-Date             PIC 9(8).

01  Report-Column-Heading.
    02  FILLER                  PIC X(72) VALUE
        "BOOK   ORDER    CUST   TAKEN     QTY RSVD  PUBLISHED  DISPOSITION".

01  Report-Detail-Line.
    02  RD-Book-Id              PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Order-Number         PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Customer-Id          PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Taken-Date           PIC 9(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Qty                  PIC Z9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  RD-Reserved             PIC Z9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Pub-Date             PIC X(8).
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  RD-Disposition          PIC X(25).

01  Report-Total-Line.
    02  RTL-Label               PIC X(32).
    02  RTL-Count               PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM Load-Pre-Order-Table.
    IF PR-Count = ZERO
       DISPLAY "PREORDERRELEASE: NO PRE-ORDERS WAITING"
       STOP RUN
    END-IF.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
       DISPLAY "PREORDERRELEASE: CANNOT OPEN BookStock.DAT FS="
               BookStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN INPUT Forthcoming-File.
    OPEN INPUT Customer-File.
    OPEN EXTEND OrdersFile.
    OPEN EXTEND CreditHoldFile.
    OPEN INPUT Price-History-File.
    OPEN I-O Allocation-File.
    IF AllocStatus = "35"
       CLOSE Allocation-File
       OPEN OUTPUT Allocation-File
       CLOSE Allocation-File
       OPEN I-O Allocation-File
    END-IF.
    OPEN INPUT AR-Open-Item-File.
    IF AROpenStatus = "00"
       SET AR-File-Usable TO TRUE
    END-IF.
    OPEN OUTPUT Release-Report-File.
    MOVE WS-Run-Date TO RH-Run-Date.
    WRITE Report-Line FROM Report-Heading.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    WRITE Report-Line FROM Report-Column-Heading.

    PERFORM VARYING PR-X FROM 1 BY 1 UNTIL PR-X > PR-Count
       PERFORM Check-One-Pre-Order
    END-PERFORM.

    PERFORM Rewrite-Pre-Order-File.
    PERFORM Write-Report-Totals.
    DISPLAY "PREORDERRELEASE: " WS-Orders-Written " RELEASED, "
            WS-Orders-Held " ON CREDIT HOLD, "
            WS-Orders-Refused " REFUSED, "
            WS-Still-Waiting " STILL WAITING".

    CLOSE BookStockFile.
    CLOSE Forthcoming-File.
    CLOSE Customer-File.
    CLOSE OrdersFile.
    CLOSE CreditHoldFile.
    CLOSE Price-History-File.
    CLOSE Allocation-File.
    IF AR-File-Usable
       CLOSE AR-Open-Item-File
    END-IF.
    CLOSE Release-Report-File.
    STOP RUN.

Load-Pre-Order-Table.
    MOVE ZERO TO PR-Count.
    OPEN INPUT Pre-Order-File.
    IF PreOrderStatus = "00"
       READ Pre-Order-File
           AT END SET EndOfPreOrders TO TRUE
       END-READ
       PERFORM UNTIL EndOfPreOrders
          ADD 1 TO WS-Pre-Orders-Read
          IF PR-Count < 500
             ADD 1 TO PR-Count
             MOVE PO-Book-Id         TO PR-Book-Id(PR-Count)
             MOVE PO-Taken-Date      TO PR-Taken-Date(PR-Count)
             MOVE PO-OrdersRec-Image TO PR-Image(PR-Count)
             MOVE "W"                TO PR-State(PR-Count)
          ELSE
*>          PREORDER.DAT is rewritten from the table, so a pre-order
*>          it cannot hold would be lost: nothing is released.
             DISPLAY "PREORDERRELEASE: OVER 500 PRE-ORDERS ON "
                     "PREORDER.DAT - RUN ABORTED"
             CLOSE Pre-Order-File
             STOP RUN WITH ERROR STATUS 16
          END-IF
          READ Pre-Order-File
              AT END SET EndOfPreOrders TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Pre-Order-File.

Check-One-Pre-Order.
    MOVE PR-Book-Id(PR-X) TO Book-Id-BSF.
    READ BookStockFile
        KEY IS Book-Id-BSF
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Book-Rec-Found
       DISPLAY "PREORDERRELEASE: BOOK NOT ON FILE - " PR-Book-Id(PR-X)
               " PRE-ORDER KEPT"
       EXIT PARAGRAPH
    END-IF.
*>  Published, dropped from the forthcoming file, or first copies
*>  already booked in - any one of them lets the pre-order go.
    MOVE "N" TO WS-Release-Flag.
    MOVE SPACES TO RD-Pub-Date.
    MOVE PR-Book-Id(PR-X) TO FC-Book-Id.
    READ Forthcoming-File
        INVALID KEY CONTINUE
    END-READ.
    IF Forthcoming-Rec-Found
       MOVE FC-Pub-Date TO RD-Pub-Date
       IF FC-Pub-Date NOT > WS-Run-Date
          SET Release-Now TO TRUE
       END-IF
    ELSE
       SET Release-Now TO TRUE
    END-IF.
    IF Qty-In-Stock-BSF > ZERO
       SET Release-Now TO TRUE
    END-IF.
    IF Release-Now
       PERFORM Release-Pre-Order
    END-IF.

Release-Pre-Order.
    MOVE PR-Image(PR-X) TO OrdersRec.
    MOVE Book-Id-BSF         TO RD-Book-Id.
    MOVE Order-Number        TO RD-Order-Number.
    MOVE Customer-Id         TO RD-Customer-Id.
    MOVE PR-Taken-Date(PR-X) TO RD-Taken-Date.
    MOVE Qty-Required(1)     TO RD-Qty.
    MOVE ZERO                TO RD-Reserved.
    MOVE "R"                 TO PR-State(PR-X).

    MOVE Customer-Id TO CU-Customer-Id.
    READ Customer-File
        INVALID KEY CONTINUE
    END-READ.
    IF Customer-Rec-Found
       MOVE CU-Credit-Limit TO WS-Credit-Limit
    ELSE
       MOVE ZERO TO WS-Credit-Limit
    END-IF.
    IF Customer-Rec-Found AND CU-Inactive
       ADD 1 TO WS-Orders-Refused
       MOVE SPACES TO RD-Disposition
       STRING "CUST MERGED INTO " CU-Merged-Into
              DELIMITED BY SIZE INTO RD-Disposition
       WRITE Report-Line FROM Report-Detail-Line
       EXIT PARAGRAPH
    END-IF.
    PERFORM Compute-Open-Balance.
    PERFORM Find-Effective-Price.
    COMPUTE WS-Order-Value = Qty-Required(1) * WS-Effective-Price.

*>  Recomputed for each pre-order, so the reservations written for
*>  the earlier ones this run are already counted.
    PERFORM Compute-Available-To-Promise.
    IF WS-ATP-Qty > Qty-Required(1)
       MOVE Qty-Required(1) TO WS-Reserve-Qty
    ELSE
       MOVE WS-ATP-Qty TO WS-Reserve-Qty
    END-IF.
    IF WS-Reserve-Qty > ZERO
       MOVE Order-Number   TO AL-Order-Number
       MOVE Book-Id-BSF    TO AL-Book-Id
       MOVE Book-Id-BSF    TO AL-Book-Alt
       MOVE WS-Reserve-Qty TO AL-Qty
       MOVE WS-Run-Date    TO AL-Entry-Date
       WRITE Allocation-Rec
          INVALID KEY DISPLAY "ALLOC WRITE FS = " AllocStatus
       END-WRITE
    END-IF.
    MOVE WS-Reserve-Qty TO RD-Reserved.

*>  A zero limit on the master means the account is unchecked.
    IF WS-Credit-Limit > ZERO
       AND WS-Open-Balance + WS-Order-Value > WS-Credit-Limit
       MOVE OrdersRec        TO CH-OrdersRec-Image
       MOVE WS-Open-Balance  TO CH-Open-Balance
       MOVE WS-Order-Value   TO CH-Order-Value
       MOVE WS-Credit-Limit  TO CH-Credit-Limit
       MOVE WS-Run-Date      TO CH-Entry-Date
       WRITE CreditHoldRec
       ADD 1 TO WS-Orders-Held
       MOVE "HELD - OVER CREDIT LIMIT" TO RD-Disposition
    ELSE
       WRITE OrdersRec
       ADD 1 TO WS-Orders-Written
       MOVE "RELEASED" TO RD-Disposition
    END-IF.
    WRITE Report-Line FROM Report-Detail-Line.

Compute-Open-Balance.
*>  Sum of unpaid balances on the customer's open AR items, the
*>  figure OrderEntry checks against the credit limit.
    MOVE ZERO TO WS-Open-Balance.
    IF AR-File-Usable
       MOVE "N" TO WS-EOF-AR-Scan
       MOVE Customer-Id TO AR-Customer-Id
       START AR-Open-Item-File
          KEY IS EQUAL TO AR-Customer-Id
          INVALID KEY SET End-Of-AR-Scan TO TRUE
       END-START
       PERFORM UNTIL End-Of-AR-Scan
          READ AR-Open-Item-File NEXT RECORD
             AT END SET End-Of-AR-Scan TO TRUE
          END-READ
          IF NOT End-Of-AR-Scan
             IF AR-Customer-Id NOT = Customer-Id
                SET End-Of-AR-Scan TO TRUE
             ELSE
                IF AR-Item-Open
                   AND AR-Invoice-Amount > AR-Paid-Amount
                   ADD AR-Invoice-Amount TO WS-Open-Balance
                   SUBTRACT AR-Paid-Amount FROM WS-Open-Balance
                END-IF
             END-IF
          END-IF
       END-PERFORM
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

Compute-Available-To-Promise.
*>  On hand less the reservations already standing against the
*>  title, summed through the AL-Book-Alt alternate key.
    MOVE ZERO TO WS-Allocated-Qty.
    MOVE "N" TO WS-EOF-Alloc-Scan.
    MOVE Book-Id-BSF TO AL-Book-Alt.
    START Allocation-File
        KEY IS EQUAL TO AL-Book-Alt
        INVALID KEY SET End-Of-Alloc-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-Alloc-Scan
       READ Allocation-File NEXT RECORD
          AT END SET End-Of-Alloc-Scan TO TRUE
       END-READ
       IF NOT End-Of-Alloc-Scan
          IF AL-Book-Alt NOT = Book-Id-BSF
             SET End-Of-Alloc-Scan TO TRUE
          ELSE
             ADD AL-Qty TO WS-Allocated-Qty
          END-IF
       END-IF
    END-PERFORM.
    COMPUTE WS-ATP-Qty = Qty-In-Stock-BSF - WS-Allocated-Qty.
    IF WS-ATP-Qty < ZERO
       MOVE ZERO TO WS-ATP-Qty
    END-IF.

Rewrite-Pre-Order-File.
    OPEN OUTPUT Pre-Order-File.
    PERFORM VARYING PR-X FROM 1 BY 1 UNTIL PR-X > PR-Count
       IF PR-Waiting(PR-X)
          MOVE PR-Book-Id(PR-X)    TO PO-Book-Id
          MOVE PR-Taken-Date(PR-X) TO PO-Taken-Date
          MOVE PR-Image(PR-X)      TO PO-OrdersRec-Image
          WRITE Pre-Order-Rec
          ADD 1 TO WS-Still-Waiting
       END-IF
    END-PERFORM.
    CLOSE Pre-Order-File.

Write-Report-Totals.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    MOVE "PRE-ORDERS READ"            TO RTL-Label.
    MOVE WS-Pre-Orders-Read           TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "RELEASED TO Orders.DAT"     TO RTL-Label.
    MOVE WS-Orders-Written            TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "RELEASED ON CREDIT HOLD"    TO RTL-Label.
    MOVE WS-Orders-Held               TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "REFUSED - CUSTOMER MERGED"  TO RTL-Label.
    MOVE WS-Orders-Refused            TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "STILL WAITING"              TO RTL-Label.
    MOVE WS-Still-Waiting             TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
