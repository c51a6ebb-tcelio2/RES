      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  TradeOrderImport.
AUTHOR.  Michael Coughlan.
*> Takes the bookshops' trade order files straight into Orders.DAT
*> instead of having them rekeyed through OrderEntry.  TRADEORD.DAT
*> holds one header record per order (customer, the shop's own
*> order reference, service class, promotion code) followed by its
*> line records (book id, quantity).  Every order goes through the
*> OrderEntry rules: the customer must be on the master and not
*> merged away by CustMerge (the acknowledgement names the account
*> it was merged into, for the shop to send again under), each book
*> on BookStockFile with a quantity of 01-99, no more than ten
*> lines, each reserved in ALLOC.DAT for as much as is available to
*> promise, the promotion code proved, and the order value checked
*> against the credit limit - over it goes to CREDHOLD.DAT for
*> CreditRelease.  Unlike the desk, a line short of stock is not
*> refused: what can be promised is reserved and sfbymail
*> backorders the balance.  A line for a forthcoming title becomes
*> a pre-order on PREORDER.DAT as OrderEntry would take it.  Each
*> order gets an acknowledgement on TRADEACK.DAT to go back to the
*> shop: a header with our order number and the order's standing,
*> then every line it sent marked ACCEPTED, RESERVED, BACKORDERED or
*> REJECTED with the reason.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Trade-Order-File ASSIGN TO "TRADEORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TradeStatus.

    SELECT Trade-Ack-File ASSIGN TO "TRADEACK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

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

    SELECT OPTIONAL OrderNumberControlFile ASSIGN TO "ORDNOCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderControlStatus.

    SELECT OPTIONAL AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-Order-Number
        ALTERNATE RECORD KEY IS AR-Customer-Id
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT CreditHoldFile ASSIGN TO "CREDHOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL Forthcoming-File ASSIGN TO "FORTHCOM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FC-Book-Id
        FILE STATUS IS ForthcomingStatus.

    SELECT OPTIONAL Pre-Order-File ASSIGN TO "PREORDER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL Promotion-File ASSIGN TO "PROMO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-Promo-Code
        FILE STATUS IS PromoStatus.

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

DATA DIVISION.
FILE SECTION.
*> "H" starts an order, "L" records follow it until the next "H".
FD  Trade-Order-File.
01  Trade-Header-Rec.
    88 EndOfTradeOrders         VALUE HIGH-VALUES.
    02  TH-Rec-Type             PIC X.
        88 TH-Header            VALUE "H".
        88 TH-Line              VALUE "L".
    02  TH-Customer-Id          PIC X(5).
    02  TH-Cust-Ref             PIC X(12).
    02  TH-Service-Class        PIC X.
    02  TH-Promo-Code           PIC X(8).
01  Trade-Line-Rec.
    02  TR-Rec-Type             PIC X.
    02  TR-Book-Id              PIC X(5).
    02  TR-Qty                  PIC X(2).

FD  Trade-Ack-File.
01  Ack-Header-Rec.
    02  AH-Rec-Type             PIC X.
    02  AH-Customer-Id          PIC X(5).
    02  AH-Cust-Ref             PIC X(12).
    02  AH-Order-Number         PIC X(7).
    02  AH-Ack-Date             PIC 9(8).
    02  AH-Order-Status         PIC X(14).
    02  AH-Note                 PIC X(40).
01  Ack-Line-Rec.
    02  AK-Rec-Type             PIC X.
    02  AK-Line-No              PIC 99.
    02  AK-Book-Id              PIC X(5).
    02  AK-Qty-Ordered          PIC X(2).
    02  AK-Qty-Reserved         PIC 99.
    02  AK-Qty-Backordered      PIC 99.
    02  AK-Order-Number         PIC X(7).
    02  AK-Line-Status          PIC X(11).
    02  AK-Reason               PIC X(30).

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

FD  OrderNumberControlFile.
01  OrderControlRec.
    02  OC-Last-Order-Number    PIC 9(7).

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

FD  Forthcoming-File.
01  FC-Rec.
    02  FC-Book-Id              PIC X(5).
    02  FC-Pub-Date             PIC 9(8).

FD  Pre-Order-File.
01  Pre-Order-Rec.
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

FD  Promotion-File.
01  PR-Rec.
    02  PR-Promo-Code           PIC X(8).
    02  PR-Disc-Type            PIC X.
        88 PR-Percent-Off       VALUE "P".
        88 PR-Amount-Off        VALUE "A".
    02  PR-Disc-Value           PIC 9(3)V99.
    02  PR-Valid-From           PIC 9(8).
    02  PR-Valid-To             PIC 9(8).
    02  PR-Min-Order-Value      PIC 9(5)V99.

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

WORKING-STORAGE SECTION.
01  TradeStatus                 PIC XX.
01  BookStatus                  PIC XX.
    88 Book-Rec-Found           VALUE "00".
01  CustomerStatus              PIC XX.
    88 Customer-Rec-Found       VALUE "00".
01  OrderControlStatus          PIC XX.
01  AROpenStatus                PIC XX.
01  ForthcomingStatus           PIC XX.
    88 Forthcoming-Rec-Found    VALUE "00".
01  PromoStatus                 PIC XX.
    88 Promo-Rec-Found          VALUE "00".
01  PriceHistStatus             PIC XX.
01  AllocStatus                 PIC XX.

01  WS-Run-Date                 PIC 9(8).
01  WS-Next-Order-Number        PIC 9(7) VALUE 0.
01  WS-First-Order-Number       PIC 9(7) VALUE 0.
01  WS-AR-File-Usable           PIC X VALUE "N".
    88 AR-File-Usable           VALUE "Y".
01  WS-EOF-AR-Scan              PIC X.
    88 End-Of-AR-Scan           VALUE "Y".
01  WS-EOF-Price-Scan           PIC X.
    88 End-Of-Price-Scan        VALUE "Y".
01  WS-EOF-Alloc-Scan           PIC X.
    88 End-Of-Alloc-Scan        VALUE "Y".
01  WS-Order-Pending-Flag       PIC X VALUE "N".
    88 Order-Pending            VALUE "Y".
01  WS-Customer-OK-Flag         PIC X.
    88 Customer-OK              VALUE "Y".
01  WS-Duplicate-Flag           PIC X.
    88 Duplicate-Book           VALUE "Y".

*> The order being imported: its header, then its lines as sent,
*> each carrying the disposition that goes on the acknowledgement.
01  Trade-Order-Header.
    02  TO-Customer-Id          PIC X(5).
    02  TO-Cust-Ref             PIC X(12).
    02  TO-Service-Class        PIC X.
    02  TO-Promo-Code           PIC X(8).
01  Trade-Line-Table.
    02  TL-Entry OCCURS 50 TIMES.
        03  TL-Book-Id          PIC X(5).
        03  TL-Qty-X            PIC X(2).
        03  TL-Qty-N REDEFINES TL-Qty-X
                                PIC 99.
        03  TL-Order-Number     PIC X(7).
        03  TL-Reserved         PIC 99.
        03  TL-Backordered      PIC 99.
        03  TL-Status           PIC X(11).
        03  TL-Reason           PIC X(30).
01  TL-Count                    PIC 99 VALUE 0.
01  TL-X                        PIC 99.
01  WS-Line-Count               PIC 99.
01  WS-Order-Pre-Orders         PIC 99.
01  BookNum                     PIC 99.

01  WS-Order-Status             PIC X(14).
01  WS-Order-Note               PIC X(40).
01  WS-Customer-Reason          PIC X(30).
01  WS-Credit-Limit             PIC 9(6)V99.
01  WS-Open-Balance             PIC 9(7)V99.
01  WS-Order-Value              PIC 9(6)V99.
01  WS-Effective-Price          PIC 99V99.
01  WS-Allocated-Qty            PIC 9(5).
01  WS-ATP-Qty                  PIC S9(5).
01  WS-Reserve-Qty              PIC 99.
01  WS-Pub-Date-X               PIC X(8).

01  WS-Orders-Read              PIC 9(5) VALUE 0.
01  WS-Orders-Written           PIC 9(5) VALUE 0.
01  WS-Orders-Held              PIC 9(5) VALUE 0.
01  WS-Orders-Rejected          PIC 9(5) VALUE 0.
01  WS-Lines-Read               PIC 9(5) VALUE 0.
01  WS-Lines-Rejected           PIC 9(5) VALUE 0.
01  WS-Pre-Orders-Taken         PIC 9(5) VALUE 0.
01  WS-Stray-Lines              PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    OPEN INPUT Trade-Order-File.
    IF TradeStatus NOT = "00"
       DISPLAY "TRADEORDERIMPORT: NO TRADEORD.DAT - NOTHING TO IMPORT"
       STOP RUN
    END-IF.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
       DISPLAY "TRADEORDERIMPORT: CANNOT OPEN BookStock.DAT FS="
               BookStatus " - RUN ABORTED"
       CLOSE Trade-Order-File
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN INPUT Customer-File.
    OPEN EXTEND OrdersFile.
    OPEN EXTEND CreditHoldFile.
    OPEN EXTEND Pre-Order-File.
    OPEN INPUT Forthcoming-File.
    OPEN INPUT Price-History-File.
    OPEN INPUT Promotion-File.
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
    OPEN OUTPUT Trade-Ack-File.

    PERFORM Read-Order-Number-Control.
    MOVE WS-Next-Order-Number TO WS-First-Order-Number.

    READ Trade-Order-File
        AT END SET EndOfTradeOrders TO TRUE
    END-READ.
    PERFORM Take-One-Record UNTIL EndOfTradeOrders.
    IF Order-Pending
       PERFORM Import-Trade-Order
    END-IF.

    IF WS-Next-Order-Number NOT = WS-First-Order-Number
       PERFORM Write-Order-Number-Control
    END-IF.
    DISPLAY "TRADEORDERIMPORT: " WS-Orders-Read " ORDERS READ, "
            WS-Orders-Written " WRITTEN, "
            WS-Orders-Held " ON CREDIT HOLD, "
            WS-Orders-Rejected " REJECTED".
    DISPLAY "TRADEORDERIMPORT: " WS-Lines-Read " LINES READ, "
            WS-Lines-Rejected " REJECTED, "
            WS-Pre-Orders-Taken " PRE-ORDERS TAKEN".
    IF WS-Stray-Lines > ZERO
       DISPLAY "TRADEORDERIMPORT: " WS-Stray-Lines
               " LINES WITH NO ORDER HEADER IGNORED"
    END-IF.

    CLOSE Trade-Order-File.
    CLOSE Trade-Ack-File.
    CLOSE BookStockFile.
    CLOSE Customer-File.
    CLOSE OrdersFile.
    CLOSE CreditHoldFile.
    CLOSE Pre-Order-File.
    CLOSE Forthcoming-File.
    CLOSE Price-History-File.
    CLOSE Promotion-File.
    CLOSE Allocation-File.
    IF AR-File-Usable
       CLOSE AR-Open-Item-File
    END-IF.
    STOP RUN.

Take-One-Record.
*>  A header closes off the order before it; lines are gathered
*>  until then so the acknowledgement can lead with the outcome.
    EVALUATE TRUE
      WHEN TH-Header
         IF Order-Pending
            PERFORM Import-Trade-Order
         END-IF
         ADD 1 TO WS-Orders-Read
         MOVE TH-Customer-Id   TO TO-Customer-Id
         MOVE TH-Cust-Ref      TO TO-Cust-Ref
         MOVE TH-Service-Class TO TO-Service-Class
         MOVE TH-Promo-Code    TO TO-Promo-Code
         MOVE ZERO TO TL-Count
         SET Order-Pending TO TRUE
      WHEN TH-Line AND Order-Pending
         ADD 1 TO WS-Lines-Read
         IF TL-Count < 50
            ADD 1 TO TL-Count
            MOVE TR-Book-Id TO TL-Book-Id(TL-Count)
            MOVE TR-Qty     TO TL-Qty-X(TL-Count)
         ELSE
            ADD 1 TO WS-Lines-Rejected
            DISPLAY "TRADEORDERIMPORT: OVER 50 LINES ON "
                    TO-Cust-Ref " - " TR-Book-Id " DROPPED"
         END-IF
      WHEN OTHER
         ADD 1 TO WS-Stray-Lines
         DISPLAY "TRADEORDERIMPORT: NO ORDER HEADER - "
                 Trade-Line-Rec
    END-EVALUATE.
    READ Trade-Order-File
        AT END SET EndOfTradeOrders TO TRUE
    END-READ.

Import-Trade-Order.
    MOVE "N" TO WS-Order-Pending-Flag.
    MOVE SPACES TO OrdersRec.
    MOVE ZERO   TO WS-Line-Count.
    MOVE ZERO   TO WS-Order-Value.
    MOVE ZERO   TO WS-Order-Pre-Orders.
    MOVE SPACES TO WS-Order-Note.
    PERFORM VARYING TL-X FROM 1 BY 1 UNTIL TL-X > TL-Count
       MOVE SPACES TO TL-Order-Number(TL-X) TL-Status(TL-X)
                      TL-Reason(TL-X)
       MOVE ZERO   TO TL-Reserved(TL-X) TL-Backordered(TL-X)
    END-PERFORM.

    MOVE "N" TO WS-Customer-OK-Flag.
    MOVE TO-Customer-Id TO CU-Customer-Id.
    READ Customer-File
        INVALID KEY CONTINUE
    END-READ.
    EVALUATE TRUE
      WHEN NOT Customer-Rec-Found
         MOVE "CUSTOMER NOT ON FILE" TO WS-Customer-Reason
         MOVE "CUSTOMER ACCOUNT NOT ON FILE" TO WS-Order-Note
      WHEN CU-Inactive
         MOVE SPACES TO WS-Customer-Reason WS-Order-Note
         STRING "CUSTOMER MERGED INTO " CU-Merged-Into
                DELIMITED BY SIZE INTO WS-Customer-Reason
         STRING "ACCOUNT MERGED INTO " CU-Merged-Into
                " - RESEND UNDER IT" DELIMITED BY SIZE
                INTO WS-Order-Note
      WHEN OTHER
         SET Customer-OK TO TRUE
         MOVE CU-Credit-Limit TO WS-Credit-Limit
         PERFORM Compute-Open-Balance
    END-EVALUATE.

    IF NOT Customer-OK
       PERFORM VARYING TL-X FROM 1 BY 1 UNTIL TL-X > TL-Count
          MOVE "REJECTED"             TO TL-Status(TL-X)
          MOVE WS-Customer-Reason     TO TL-Reason(TL-X)
          ADD 1 TO WS-Lines-Rejected
       END-PERFORM
       MOVE "REJECTED" TO WS-Order-Status
       ADD 1 TO WS-Orders-Rejected
       PERFORM Write-Acknowledgement
       EXIT PARAGRAPH
    END-IF.

    MOVE TO-Customer-Id TO Customer-Id.
    IF TO-Service-Class = "E" OR TO-Service-Class = "C"
       MOVE TO-Service-Class TO Service-Class
    ELSE
       MOVE "S" TO Service-Class
    END-IF.
    PERFORM VARYING TL-X FROM 1 BY 1 UNTIL TL-X > TL-Count
       PERFORM Import-One-Line
    END-PERFORM.

    EVALUATE TRUE
      WHEN WS-Line-Count > ZERO
         PERFORM Apply-Promo-Code
*>       A zero limit on the master means the account is unchecked.
         IF WS-Credit-Limit > ZERO
            AND WS-Open-Balance + WS-Order-Value > WS-Credit-Limit
            MOVE OrdersRec        TO CH-OrdersRec-Image
            MOVE WS-Open-Balance  TO CH-Open-Balance
            MOVE WS-Order-Value   TO CH-Order-Value
            MOVE WS-Credit-Limit  TO CH-Credit-Limit
            MOVE WS-Run-Date      TO CH-Entry-Date
            WRITE CreditHoldRec
            ADD 1 TO WS-Orders-Held
            MOVE "CREDIT REVIEW" TO WS-Order-Status
            IF WS-Order-Note = SPACES
               MOVE "HELD FOR CREDIT REVIEW - WE WILL CONFIRM"
                 TO WS-Order-Note
            END-IF
         ELSE
            WRITE OrdersRec
            ADD 1 TO WS-Orders-Written
            MOVE "ACCEPTED" TO WS-Order-Status
         END-IF
      WHEN WS-Order-Pre-Orders > ZERO
         MOVE "ACCEPTED" TO WS-Order-Status
         MOVE "PRE-ORDERS ONLY - SHIP ON PUBLICATION" TO WS-Order-Note
      WHEN OTHER
         MOVE "REJECTED" TO WS-Order-Status
         MOVE "NO LINE COULD BE ACCEPTED" TO WS-Order-Note
         ADD 1 TO WS-Orders-Rejected
    END-EVALUATE.
    PERFORM Write-Acknowledgement.

Import-One-Line.
    MOVE TL-Book-Id(TL-X) TO Book-Id-BSF.
    READ BookStockFile
        KEY IS Book-Id-BSF
        INVALID KEY CONTINUE
    END-READ.
    IF TL-Book-Id(TL-X) = SPACES OR NOT Book-Rec-Found
       MOVE "BOOK NOT ON FILE" TO TL-Reason(TL-X)
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.
    IF TL-Qty-X(TL-X) NOT NUMERIC OR TL-Qty-X(TL-X) = "00"
       MOVE "QUANTITY NOT 01-99" TO TL-Reason(TL-X)
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.

    MOVE Book-Id-BSF TO FC-Book-Id.
    READ Forthcoming-File
        INVALID KEY CONTINUE
    END-READ.
    IF Forthcoming-Rec-Found
       AND FC-Pub-Date > WS-Run-Date
       AND Qty-In-Stock-BSF = ZERO
       PERFORM Take-Pre-Order-Line
       EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-Duplicate-Flag.
    PERFORM VARYING BookNum FROM 1 BY 1 UNTIL BookNum > WS-Line-Count
       IF Book-Id(BookNum) = Book-Id-BSF
          SET Duplicate-Book TO TRUE
       END-IF
    END-PERFORM.
    IF Duplicate-Book
       MOVE "BOOK ALREADY ON THIS ORDER" TO TL-Reason(TL-X)
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.
    IF WS-Line-Count = 10
       MOVE "OVER 10 LINES - SEND NEW ORDER" TO TL-Reason(TL-X)
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.

    IF WS-Line-Count = ZERO
       ADD 1 TO WS-Next-Order-Number
       MOVE WS-Next-Order-Number TO Order-Number
    END-IF.
    ADD 1 TO WS-Line-Count.
    MOVE Book-Id-BSF    TO Book-Id(WS-Line-Count).
    MOVE TL-Qty-N(TL-X) TO Qty-Required(WS-Line-Count).
    MOVE Order-Number   TO TL-Order-Number(TL-X).
    PERFORM Find-Effective-Price.
    COMPUTE WS-Order-Value = WS-Order-Value
                             + TL-Qty-N(TL-X) * WS-Effective-Price.

*>  Reserve what can be promised now; sfbymail backorders the rest
*>  when the order processes.
    PERFORM Compute-Available-To-Promise.
    IF WS-ATP-Qty > TL-Qty-N(TL-X)
       MOVE TL-Qty-N(TL-X) TO WS-Reserve-Qty
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
    MOVE WS-Reserve-Qty TO TL-Reserved(TL-X).
    COMPUTE TL-Backordered(TL-X) = TL-Qty-N(TL-X) - WS-Reserve-Qty.
    IF TL-Backordered(TL-X) = ZERO
       MOVE "RESERVED" TO TL-Status(TL-X)
    ELSE
       MOVE "BACKORDERED" TO TL-Status(TL-X)
       MOVE "BALANCE TO FOLLOW FROM STOCK" TO TL-Reason(TL-X)
    END-IF.

Take-Pre-Order-Line.
*>  As at the desk: a pre-order is an order of its own, waiting on
*>  PREORDER.DAT for PreOrderRelease.
    ADD 1 TO WS-Next-Order-Number.
    MOVE SPACES TO Pre-Order-Rec.
    MOVE Book-Id-BSF TO PO-Book-Id.
    MOVE WS-Run-Date TO PO-Taken-Date.
    MOVE WS-Next-Order-Number TO PO-Order-Number.
    MOVE TO-Customer-Id       TO PO-Customer-Id.
    MOVE Book-Id-BSF          TO PO-Line-Book-Id(1).
    MOVE TL-Qty-N(TL-X)       TO PO-Qty-Required(1).
    MOVE Service-Class        TO PO-Service-Class.
    WRITE Pre-Order-Rec.
    ADD 1 TO WS-Pre-Orders-Taken.
    ADD 1 TO WS-Order-Pre-Orders.
    MOVE PO-Order-Number      TO TL-Order-Number(TL-X).
    MOVE "ACCEPTED" TO TL-Status(TL-X).
    MOVE FC-Pub-Date TO WS-Pub-Date-X.
    STRING "PRE-ORDER - PUBLISHED " DELIMITED BY SIZE
           WS-Pub-Date-X           DELIMITED BY SIZE
        INTO TL-Reason(TL-X)
    END-STRING.

Reject-Line.
    MOVE "REJECTED" TO TL-Status(TL-X).
    ADD 1 TO WS-Lines-Rejected.

Apply-Promo-Code.
*>  The OrderEntry rules: on file, in its dates, and the order at
*>  the campaign minimum; otherwise the order goes undiscounted and
*>  the acknowledgement says why.
    MOVE SPACES TO Promo-Code.
    IF TO-Promo-Code NOT = SPACES
       MOVE FUNCTION UPPER-CASE(TO-Promo-Code) TO PR-Promo-Code
       READ Promotion-File
          INVALID KEY CONTINUE
       END-READ
       EVALUATE TRUE
         WHEN NOT Promo-Rec-Found
            MOVE "PROMOTION CODE NOT RECOGNISED" TO WS-Order-Note
         WHEN WS-Run-Date < PR-Valid-From
           OR WS-Run-Date > PR-Valid-To
            MOVE "PROMOTION CODE NOT CURRENT" TO WS-Order-Note
         WHEN WS-Order-Value < PR-Min-Order-Value
            MOVE "ORDER UNDER PROMOTION MINIMUM" TO WS-Order-Note
         WHEN OTHER
            MOVE PR-Promo-Code TO Promo-Code
       END-EVALUATE
    END-IF.

Write-Acknowledgement.
    MOVE SPACES TO Ack-Header-Rec.
    MOVE "H"             TO AH-Rec-Type.
    MOVE TO-Customer-Id  TO AH-Customer-Id.
    MOVE TO-Cust-Ref     TO AH-Cust-Ref.
    IF WS-Line-Count > ZERO
       MOVE Order-Number TO AH-Order-Number
    END-IF.
    MOVE WS-Run-Date     TO AH-Ack-Date.
    MOVE WS-Order-Status TO AH-Order-Status.
    MOVE WS-Order-Note   TO AH-Note.
    WRITE Ack-Header-Rec.
    PERFORM VARYING TL-X FROM 1 BY 1 UNTIL TL-X > TL-Count
       MOVE SPACES TO Ack-Line-Rec
       MOVE "L"                   TO AK-Rec-Type
       MOVE TL-X                  TO AK-Line-No
       MOVE TL-Book-Id(TL-X)      TO AK-Book-Id
       MOVE TL-Qty-X(TL-X)        TO AK-Qty-Ordered
       MOVE TL-Reserved(TL-X)     TO AK-Qty-Reserved
       MOVE TL-Backordered(TL-X)  TO AK-Qty-Backordered
       MOVE TL-Order-Number(TL-X) TO AK-Order-Number
       MOVE TL-Status(TL-X)       TO AK-Line-Status
       MOVE TL-Reason(TL-X)       TO AK-Reason
       WRITE Ack-Line-Rec
    END-PERFORM.

Compute-Open-Balance.
*>  Sum of unpaid balances on the customer's open AR items, the
*>  figure OrderEntry checks against the credit limit.
    MOVE ZERO TO WS-Open-Balance.
    IF AR-File-Usable
       MOVE "N" TO WS-EOF-AR-Scan
       MOVE TO-Customer-Id TO AR-Customer-Id
       START AR-Open-Item-File
          KEY IS EQUAL TO AR-Customer-Id
          INVALID KEY SET End-Of-AR-Scan TO TRUE
       END-START
       PERFORM UNTIL End-Of-AR-Scan
          READ AR-Open-Item-File NEXT RECORD
             AT END SET End-Of-AR-Scan TO TRUE
          END-READ
          IF NOT End-Of-AR-Scan
             IF AR-Customer-Id NOT = TO-Customer-Id
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

Read-Order-Number-Control.
    MOVE ZERO TO WS-Next-Order-Number.
    OPEN INPUT OrderNumberControlFile.
    IF OrderControlStatus = "00"
       READ OrderNumberControlFile
          AT END MOVE ZERO TO OC-Last-Order-Number
       END-READ
       MOVE OC-Last-Order-Number TO WS-Next-Order-Number
    END-IF.
    CLOSE OrderNumberControlFile.

Write-Order-Number-Control.
    MOVE WS-Next-Order-Number TO OC-Last-Order-Number.
    OPEN OUTPUT OrderNumberControlFile.
    WRITE OrderControlRec.
    CLOSE OrderNumberControlFile.
