      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  BookValuation.
AUTHOR.  Michael Coughlan.
*> Book stock valuation and the book side's cost-of-sales journal,
*> so book stock and what it cost us reach the general ledger the
*> way the oil side's movements already do.  Every title is valued
*> at the moving-average unit cost BookReceiving keeps on
*> BOOKCOST.DAT (a title never received since costing began falls
*> back to its publisher trade price on BOOKPUB.DAT) over the copies
*> on hand - the master's Qty-In-Stock-BSF plus every WHSTOCK.DAT
*> warehouse record for the title.  The night's movements are
*> costed at the same unit cost: the copies sfbymail shipped on
*> ProcessedOrders.DAT go to cost of sales, the copies Returns
*> credited on CREDMEMO.DAT come back from it, and the receipts
*> BookReceiving logged at their purchase price on BKRCVCST.DAT go
*> into stock against the goods-received accrual.  Whatever is left
*> between last run's valuation (BKVALCTL.DAT) plus those movements
*> and tonight's valuation - counts, transfers written off, the
*> averaging itself - is a stock adjustment, so the book stock
*> account always carries the valuation once the batch posts.  The
*> run appends one balanced batch to JRNLIF.DAT behind the other
*> feeds and joins the file's hand-over control totals.  The
*> valuation report BOOKVAL.RPT lists every title, then walks last
*> valuation to this one through the journal and proves last
*> valuation against the book stock balance on GLBAL.DAT - every
*> period posted since the last year GLYearClose has closed (its
*> period 00 stamp on PERIODCTL.DAT), starting from the period 00
*> balance it carried forward, as FinStatements builds a balance
*> sheet, so the closed years are not added again.  Run it
*> after sfbymail, Returns and BookReceiving and before GLPost; a
*> second run the same day would cost the same shipments twice and
*> is refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BookStockFile ASSIGN TO "BookStock.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

    SELECT OPTIONAL WarehouseStockFile ASSIGN TO "WHSTOCK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-Key
        FILE STATUS IS WarehouseStatus.

    SELECT OPTIONAL Book-Cost-File ASSIGN TO "BOOKCOST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BC-Book-Id
        FILE STATUS IS BookCostStatus.

    SELECT OPTIONAL Book-Publisher-File ASSIGN TO "BOOKPUB.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BP-Book-Id
        FILE STATUS IS PublisherStatus.

    SELECT OPTIONAL ProcessedOrdersFile ASSIGN TO "ProcessedOrders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POFStatus.

    SELECT OPTIONAL Credit-Memo-File ASSIGN TO "CREDMEMO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CreditMemoStatus.

    SELECT OPTIONAL Receipt-Cost-File ASSIGN TO "BKRCVCST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReceiptCostStatus.

    SELECT OPTIONAL Valuation-Control-File ASSIGN TO "BKVALCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ValControlStatus.

    SELECT OPTIONAL GL-Balance-File ASSIGN TO "GLBAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GB-Key
        FILE STATUS IS GLBalanceStatus.

    SELECT OPTIONAL Period-Status-File ASSIGN TO "PERIODCTL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PS-Key
        FILE STATUS IS PeriodStatus.

    SELECT OPTIONAL Journal-Interface-File ASSIGN TO "JRNLIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Valuation-Report-File ASSIGN TO "BOOKVAL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BookStockFile.
01  BookStockRec.
    02  Book-Id-BSF             PIC X(5).
    02  Book-Title-BSF          PIC X(30).
    02  Author-Id-BSF           PIC 9(4).
    02  Qty-In-Stock-BSF        PIC 999.
    02  Copy-Price-BSF          PIC 99V99.
    02  Reorder-Level-BSF       PIC 999.
    02  On-Order-BSF            PIC 999.

FD  WarehouseStockFile.
01  WarehouseStockRec.
    02  WS-Key.
        03  Book-Id-WSF          PIC X(5).
        03  Warehouse-Code-WSF   PIC XX.
    02  Qty-In-Stock-WSF         PIC 999.

FD  Book-Cost-File.
01  BC-Rec.
    02  BC-Book-Id              PIC X(5).
    02  BC-Unit-Cost            PIC 9(3)V9(4).
    02  BC-Last-Receipt-Date    PIC 9(8).

FD  Book-Publisher-File.
01  BP-Rec.
    02  BP-Book-Id              PIC X(5).
    02  BP-Publisher-Code       PIC X(4).
    02  BP-Trade-Price          PIC 99V99.

FD  ProcessedOrdersFile.
01  ProcessedOrdersRec.
    88 EndOfPOF                 VALUE HIGH-VALUES.
    02  Order-Number-POF        PIC X(7).
    02  Customer-Id-POF         PIC X(5).
    02  Book-Title-POF          PIC X(30).
    02  Qty-Required-POF        PIC 99.
    02  Title-Cost-POF          PIC 999V99.
    02  Title-Postage-POF       PIC 99V99.
    02  Currency-Code-POF       PIC X(3).
    02  Converted-Cost-POF      PIC 9(5)V99.
    02  Converted-Postage-POF   PIC 9(4)V99.
    02  Discount-POF            PIC 9(4)V99.
    02  Promo-Code-POF          PIC X(8).
    02  Tax-POF                 PIC 9(4)V99.

FD  Credit-Memo-File.
01  Credit-Memo-Rec.
    88 EndOfCreditMemos         VALUE HIGH-VALUES.
    02  CM-Order-Number         PIC X(7).
    02  CM-Customer-Id          PIC X(5).
    02  CM-Book-Id              PIC X(5).
    02  CM-Qty                  PIC 99.
    02  CM-Goods-Credit         PIC 999V99.
    02  CM-Postage-Credit       PIC 99V99.
    02  CM-Reason-Code          PIC XX.

FD  Receipt-Cost-File.
01  Receipt-Cost-Rec.
    88 EndOfReceiptCosts        VALUE HIGH-VALUES.
    02  RC-Book-Id              PIC X(5).
    02  RC-Qty                  PIC 999.
    02  RC-Unit-Cost            PIC 9(3)V9(4).
    02  RC-Value                PIC 9(7)V99.
    02  RC-Receipt-Date         PIC 9(8).
    02  RC-PO-Number            PIC X(6).

FD  Valuation-Control-File.
01  Valuation-Control-Rec.
    02  VC-Run-Date             PIC 9(8).
    02  VC-Valuation            PIC 9(9)V99.

FD  GL-Balance-File.
01  GB-Rec.
    02  GB-Key.
        03  GB-Account          PIC X(16).
        03  GB-Fiscal-Year      PIC 9(4).
        03  GB-Fiscal-Period    PIC 9(2).
    02  GB-Debits               PIC 9(11)V99.
    02  GB-Credits              PIC 9(11)V99.

FD  Period-Status-File.
01  PS-Rec.
    02  PS-Key.
        03  PS-Fiscal-Year      PIC 9(4).
        03  PS-Fiscal-Period    PIC 9(2).
    02  PS-State                PIC X.
        88 PS-Period-Closed     VALUE "C".
    02  PS-Changed-Date         PIC 9(8).
    02  PS-Changed-By           PIC X(8).

FD  Journal-Interface-File.
01  Journal-Rec                 PIC X(80).

FD  Valuation-Report-File.
01  Report-Line                 PIC X(90).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
    88 Book-Rec-Found           VALUE "00".
01  WarehouseStatus             PIC XX.
01  BookCostStatus              PIC XX.
    88 BookCost-Rec-Found       VALUE "00".
01  PublisherStatus             PIC XX.
    88 Publisher-Rec-Found      VALUE "00".
01  POFStatus                   PIC XX.
01  CreditMemoStatus            PIC XX.
01  ReceiptCostStatus           PIC XX.
01  ValControlStatus            PIC XX.
01  GLBalanceStatus             PIC XX.
01  PeriodStatus                PIC XX.

01  WS-Run-Date                 PIC 9(8).
01  WS-EOF-Book-Scan            PIC X.
    88 End-Of-Book-Scan         VALUE "Y".
01  WS-EOF-WH-Scan              PIC X.
    88 End-Of-WH-Scan           VALUE "Y".
01  WS-EOF-GL-Scan              PIC X.
    88 End-Of-GL-Scan           VALUE "Y".
01  WS-EOF-Periods              PIC X VALUE "N".
    88 End-Of-Periods           VALUE "Y".

*> Latest year GLYearClose has closed; the ledger balance is built
*> from the year after it, which opens with the period 00
*> carry-forward.
01  WS-Closed-Year              PIC 9(4) VALUE 0.
01  WS-First-Valuation          PIC X VALUE "N".
    88 First-Valuation          VALUE "Y".

*> Unit cost found for a title, and where it came from:
*> A average cost, T publisher trade price, N no cost on file.
01  WS-Cost-Book-Id             PIC X(5).
01  WS-Unit-Cost                PIC 9(3)V9(4).
01  WS-Cost-Source              PIC X.

01  WS-Warehouse-Qty            PIC 9(7).
01  WS-Title-Qty                PIC 9(7).
01  WS-Title-Value              PIC 9(9)V99.

01  WS-Titles-Valued            PIC 9(5) VALUE 0.
01  WS-Titles-Uncosted          PIC 9(5) VALUE 0.
01  WS-Total-Qty                PIC 9(9) VALUE 0.
01  WS-Valuation                PIC 9(9)V99 VALUE 0.
01  WS-Last-Valuation           PIC 9(9)V99 VALUE 0.
01  WS-Last-Run-Date            PIC 9(8) VALUE 0.

01  WS-Shipped-Lines            PIC 9(5) VALUE 0.
01  WS-Shipped-Qty              PIC 9(7) VALUE 0.
01  WS-Cost-Of-Sales            PIC 9(9)V99 VALUE 0.
01  WS-Shipped-Unknown          PIC 9(5) VALUE 0.
01  WS-Returned-Lines           PIC 9(5) VALUE 0.
01  WS-Returned-Qty             PIC 9(7) VALUE 0.
01  WS-Returns-Cost             PIC 9(9)V99 VALUE 0.
01  WS-Receipt-Lines            PIC 9(5) VALUE 0.
01  WS-Received-Qty             PIC 9(7) VALUE 0.
01  WS-Receipts-Cost            PIC 9(9)V99 VALUE 0.
01  WS-Line-Cost                PIC 9(9)V99.
01  WS-Expected-Valuation       PIC S9(10)V99.
01  WS-Stock-Adjustment         PIC S9(10)V99.

01  WS-Ledger-Balance           PIC S9(12)V99 VALUE 0.
01  WS-Ledger-Difference        PIC S9(12)V99.
01  WS-Book-Stock-Account       PIC X(16) VALUE "1410-BOOK-STOCK ".

01  WS-Debit-Account            PIC X(16).
01  WS-Credit-Account           PIC X(16).
01  WS-Pair-Amount              PIC 9(9)V99.
01  WS-Pair-Description         PIC X(20).
01  WS-Journal-Seq              PIC 9(5) VALUE 0.
01  WS-Journal-Total            PIC 9(9)V99 VALUE 0.

01  File-Control-Area.
    02  FC-File-Name            PIC X(12).
    02  FC-Record-Count         PIC 9(7).
    02  FC-Hash-Total           PIC 9(13).
    02  FC-Result               PIC XX.

01  Journal-Header.
    02  FILLER                  PIC X     VALUE "H".
    02  JH-Extract-Date         PIC 9(8).
    02  FILLER                  PIC X(10) VALUE "BOOKVALUE ".

01  Journal-Detail.
    02  FILLER                  PIC X     VALUE "D".
    02  JD-Seq                  PIC 9(5).
    02  JD-Account              PIC X(16).
    02  JD-DR-CR                PIC X.
    02  JD-Amount               PIC 9(7).99.
    02  JD-Oil-Num              PIC 9(4).
    02  JD-Date                 PIC 9(8).
    02  JD-Description          PIC X(20).

01  Journal-Trailer.
    02  FILLER                  PIC X     VALUE "T".
    02  JT-Record-Count         PIC 9(7).
    02  JT-Debit-Total          PIC 9(9).99.
    02  JT-Credit-Total         PIC 9(9).99.

01  Report-Heading-1.
    02  FILLER                  PIC X(30) VALUE
        "BOOK STOCK VALUATION AS AT    ".
    02  RH-Run-Date             PIC 9(8).

01  Report-Heading-2.
    02  FILLER                  PIC X(82) VALUE
        "BOOK   TITLE                         MAST   WHSE  TOTAL UNIT COST  S        VALUE".

01  Report-Detail.
    02  RD-Book-Id              PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Title                PIC X(30).
    02  FILLER                  PIC X(1)  VALUE SPACES.
    02  RD-Master-Qty           PIC ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Warehouse-Qty        PIC Z,ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Total-Qty            PIC Z,ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Unit-Cost            PIC ZZ9.9999.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Cost-Source          PIC X.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Value                PIC Z,ZZZ,ZZ9.99.

01  Report-Amount-Line.
    02  RA-Caption              PIC X(40).
    02  RA-Amount               PIC -ZZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RA-Note                 PIC X(30).

01  Report-Count-Line.
    02  RN-Caption              PIC X(40).
    02  RN-Count                PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM Read-Valuation-Control.
    IF WS-Last-Run-Date = WS-Run-Date
       DISPLAY "BOOKVALUATION: ALREADY RUN FOR " WS-Run-Date
               " - TONIGHT'S SHIPMENTS ARE ALREADY COSTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
       DISPLAY "BOOKVALUATION: CANNOT OPEN BookStock.DAT FS="
               BookStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN INPUT WarehouseStockFile.
    OPEN INPUT Book-Cost-File.
    OPEN INPUT Book-Publisher-File.
    OPEN OUTPUT Valuation-Report-File.

    PERFORM Cost-Shipments.
    PERFORM Cost-Returns.
    PERFORM Total-Receipts.

    MOVE WS-Run-Date TO RH-Run-Date.
    WRITE Report-Line FROM Report-Heading-1.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    WRITE Report-Line FROM Report-Heading-2.
    PERFORM Value-Stock.

    COMPUTE WS-Expected-Valuation = WS-Last-Valuation
            + WS-Receipts-Cost - WS-Cost-Of-Sales + WS-Returns-Cost.
    COMPUTE WS-Stock-Adjustment = WS-Valuation - WS-Expected-Valuation.
    PERFORM Read-Ledger-Balance.
    PERFORM Write-Valuation-Journal.
    PERFORM Write-Report-Summary.

    PERFORM Write-Valuation-Control.
*>  The logged receipts are in tonight's batch; start the log again.
    OPEN OUTPUT Receipt-Cost-File.
    CLOSE Receipt-Cost-File.

    DISPLAY "BOOKVALUATION: " WS-Titles-Valued " TITLES VALUED AT "
            WS-Valuation ", COST OF SALES " WS-Cost-Of-Sales
            ", " WS-Journal-Seq " JOURNAL LINES".
    CLOSE BookStockFile.
    CLOSE WarehouseStockFile.
    CLOSE Book-Cost-File.
    CLOSE Book-Publisher-File.
    CLOSE Valuation-Report-File.
    STOP RUN.

Read-Valuation-Control.
    OPEN INPUT Valuation-Control-File.
    READ Valuation-Control-File
        AT END SET First-Valuation TO TRUE
    END-READ.
    IF NOT First-Valuation
       MOVE VC-Run-Date  TO WS-Last-Run-Date
       MOVE VC-Valuation TO WS-Last-Valuation
    END-IF.
    CLOSE Valuation-Control-File.

Write-Valuation-Control.
    OPEN OUTPUT Valuation-Control-File.
    MOVE WS-Run-Date  TO VC-Run-Date.
    MOVE WS-Valuation TO VC-Valuation.
    WRITE Valuation-Control-Rec.
    CLOSE Valuation-Control-File.

Find-Unit-Cost.
    MOVE ZERO TO WS-Unit-Cost.
    MOVE "N"  TO WS-Cost-Source.
    MOVE WS-Cost-Book-Id TO BC-Book-Id.
    READ Book-Cost-File
        INVALID KEY CONTINUE
    END-READ.
    IF BookCost-Rec-Found AND BC-Unit-Cost > ZERO
       MOVE BC-Unit-Cost TO WS-Unit-Cost
       MOVE "A" TO WS-Cost-Source
       EXIT PARAGRAPH
    END-IF.
    MOVE WS-Cost-Book-Id TO BP-Book-Id.
    READ Book-Publisher-File
        INVALID KEY CONTINUE
    END-READ.
    IF Publisher-Rec-Found AND BP-Trade-Price > ZERO
       MOVE BP-Trade-Price TO WS-Unit-Cost
       MOVE "T" TO WS-Cost-Source
    END-IF.

Cost-Shipments.
*>  ProcessedOrders.DAT names the title, not the book id, so each
*>  line finds its book through the title key.
    OPEN INPUT ProcessedOrdersFile.
    READ ProcessedOrdersFile
        AT END SET EndOfPOF TO TRUE
    END-READ.
    PERFORM UNTIL EndOfPOF
       ADD 1 TO WS-Shipped-Lines
       ADD Qty-Required-POF TO WS-Shipped-Qty
       MOVE Book-Title-POF TO Book-Title-BSF
       READ BookStockFile
           KEY IS Book-Title-BSF
           INVALID KEY CONTINUE
       END-READ
       IF Book-Rec-Found
          MOVE Book-Id-BSF TO WS-Cost-Book-Id
          PERFORM Find-Unit-Cost
          COMPUTE WS-Line-Cost ROUNDED =
                  Qty-Required-POF * WS-Unit-Cost
          ADD WS-Line-Cost TO WS-Cost-Of-Sales
       ELSE
          ADD 1 TO WS-Shipped-Unknown
          DISPLAY "BOOKVALUATION: SHIPPED TITLE NOT ON FILE - "
                  Order-Number-POF " " Book-Title-POF
       END-IF
       READ ProcessedOrdersFile
           AT END SET EndOfPOF TO TRUE
       END-READ
    END-PERFORM.
    CLOSE ProcessedOrdersFile.

Cost-Returns.
    OPEN INPUT Credit-Memo-File.
    READ Credit-Memo-File
        AT END SET EndOfCreditMemos TO TRUE
    END-READ.
    PERFORM UNTIL EndOfCreditMemos
       ADD 1 TO WS-Returned-Lines
       ADD CM-Qty TO WS-Returned-Qty
       MOVE CM-Book-Id TO WS-Cost-Book-Id
       PERFORM Find-Unit-Cost
       COMPUTE WS-Line-Cost ROUNDED = CM-Qty * WS-Unit-Cost
       ADD WS-Line-Cost TO WS-Returns-Cost
       READ Credit-Memo-File
           AT END SET EndOfCreditMemos TO TRUE
       END-READ
    END-PERFORM.
    CLOSE Credit-Memo-File.

Total-Receipts.
    OPEN INPUT Receipt-Cost-File.
    READ Receipt-Cost-File
        AT END SET EndOfReceiptCosts TO TRUE
    END-READ.
    PERFORM UNTIL EndOfReceiptCosts
       ADD 1 TO WS-Receipt-Lines
       ADD RC-Qty   TO WS-Received-Qty
       ADD RC-Value TO WS-Receipts-Cost
       READ Receipt-Cost-File
           AT END SET EndOfReceiptCosts TO TRUE
       END-READ
    END-PERFORM.
    CLOSE Receipt-Cost-File.

Value-Stock.
    MOVE "N" TO WS-EOF-Book-Scan.
    MOVE LOW-VALUES TO Book-Id-BSF.
    START BookStockFile
        KEY IS NOT LESS THAN Book-Id-BSF
        INVALID KEY SET End-Of-Book-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-Book-Scan
       READ BookStockFile NEXT RECORD
          AT END SET End-Of-Book-Scan TO TRUE
       END-READ
       IF NOT End-Of-Book-Scan
          PERFORM Value-One-Title
       END-IF
    END-PERFORM.

Value-One-Title.
    PERFORM Sum-Warehouse-Stock.
    COMPUTE WS-Title-Qty = Qty-In-Stock-BSF + WS-Warehouse-Qty.
    MOVE Book-Id-BSF TO WS-Cost-Book-Id.
    PERFORM Find-Unit-Cost.
    COMPUTE WS-Title-Value ROUNDED = WS-Title-Qty * WS-Unit-Cost.
    ADD 1 TO WS-Titles-Valued.
    ADD WS-Title-Qty   TO WS-Total-Qty.
    ADD WS-Title-Value TO WS-Valuation.
    IF WS-Cost-Source = "N" AND WS-Title-Qty > ZERO
       ADD 1 TO WS-Titles-Uncosted
    END-IF.
    MOVE Book-Id-BSF      TO RD-Book-Id.
    MOVE Book-Title-BSF   TO RD-Title.
    MOVE Qty-In-Stock-BSF TO RD-Master-Qty.
    MOVE WS-Warehouse-Qty TO RD-Warehouse-Qty.
    MOVE WS-Title-Qty     TO RD-Total-Qty.
    MOVE WS-Unit-Cost     TO RD-Unit-Cost.
    MOVE WS-Cost-Source   TO RD-Cost-Source.
    MOVE WS-Title-Value   TO RD-Value.
    WRITE Report-Line FROM Report-Detail.

Sum-Warehouse-Stock.
    MOVE ZERO TO WS-Warehouse-Qty.
    MOVE "N" TO WS-EOF-WH-Scan.
    MOVE Book-Id-BSF TO Book-Id-WSF.
    MOVE LOW-VALUES  TO Warehouse-Code-WSF.
    START WarehouseStockFile
        KEY IS NOT LESS THAN WS-Key
        INVALID KEY SET End-Of-WH-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-WH-Scan
       READ WarehouseStockFile NEXT RECORD
          AT END SET End-Of-WH-Scan TO TRUE
       END-READ
       IF NOT End-Of-WH-Scan
          IF Book-Id-WSF NOT = Book-Id-BSF
             SET End-Of-WH-Scan TO TRUE
          ELSE
             ADD Qty-In-Stock-WSF TO WS-Warehouse-Qty
          END-IF
       END-IF
    END-PERFORM.

Read-Ledger-Balance.
*>  Net debit balance of the book stock account over every fiscal
*>  period GLPost has posted from the period 00 opening after the
*>  last close; the closed years are already in that opening.
    MOVE ZERO TO WS-Ledger-Balance.
    OPEN INPUT GL-Balance-File.
    IF GLBalanceStatus NOT = "00"
       CLOSE GL-Balance-File
       EXIT PARAGRAPH
    END-IF.
    PERFORM Find-Closed-Year.
    MOVE "N" TO WS-EOF-GL-Scan.
    MOVE WS-Book-Stock-Account TO GB-Account.
    COMPUTE GB-Fiscal-Year = WS-Closed-Year + 1.
    MOVE ZERO TO GB-Fiscal-Period.
    START GL-Balance-File
        KEY IS NOT LESS THAN GB-Key
        INVALID KEY SET End-Of-GL-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-GL-Scan
       READ GL-Balance-File NEXT RECORD
          AT END SET End-Of-GL-Scan TO TRUE
       END-READ
       IF NOT End-Of-GL-Scan
          IF GB-Account NOT = WS-Book-Stock-Account
             SET End-Of-GL-Scan TO TRUE
          ELSE
             COMPUTE WS-Ledger-Balance = WS-Ledger-Balance
                     + GB-Debits - GB-Credits
          END-IF
       END-IF
    END-PERFORM.
    CLOSE GL-Balance-File.

Find-Closed-Year.
    OPEN INPUT Period-Status-File.
    IF PeriodStatus = "00"
       PERFORM UNTIL End-Of-Periods
          READ Period-Status-File NEXT RECORD
             AT END SET End-Of-Periods TO TRUE
          END-READ
          IF NOT End-Of-Periods
             AND PS-Fiscal-Period = ZERO AND PS-Period-Closed
             AND PS-Fiscal-Year > WS-Closed-Year
             MOVE PS-Fiscal-Year TO WS-Closed-Year
          END-IF
       END-PERFORM
    END-IF.
    CLOSE Period-Status-File.

Write-Valuation-Journal.
*>  Receipts into stock against the accrual, shipments out to cost
*>  of sales, returns back, then the adjustment that leaves the book
*>  stock account at tonight's valuation.  The first run has no
*>  last valuation, so its adjustment brings the opening stock on.
    IF WS-Receipts-Cost = ZERO AND WS-Cost-Of-Sales = ZERO
       AND WS-Returns-Cost = ZERO AND WS-Stock-Adjustment = ZERO
       EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND Journal-Interface-File.
    MOVE WS-Run-Date TO JH-Extract-Date.
    WRITE Journal-Rec FROM Journal-Header.
    MOVE ZERO        TO JD-Oil-Num.
    MOVE WS-Run-Date TO JD-Date.

    IF WS-Receipts-Cost > ZERO
       MOVE WS-Book-Stock-Account TO WS-Debit-Account
       MOVE "2150-GRN-ACCRUAL"    TO WS-Credit-Account
       MOVE WS-Receipts-Cost      TO WS-Pair-Amount
       MOVE "BOOK RECEIPTS"       TO WS-Pair-Description
       PERFORM Write-Journal-Pair
    END-IF.
    IF WS-Cost-Of-Sales > ZERO
       MOVE "5110-BOOK-COGS  "    TO WS-Debit-Account
       MOVE WS-Book-Stock-Account TO WS-Credit-Account
       MOVE WS-Cost-Of-Sales      TO WS-Pair-Amount
       MOVE "BOOK COST OF SALES"  TO WS-Pair-Description
       PERFORM Write-Journal-Pair
    END-IF.
    IF WS-Returns-Cost > ZERO
       MOVE WS-Book-Stock-Account TO WS-Debit-Account
       MOVE "5110-BOOK-COGS  "    TO WS-Credit-Account
       MOVE WS-Returns-Cost       TO WS-Pair-Amount
       MOVE "BOOK RETURNS"        TO WS-Pair-Description
       PERFORM Write-Journal-Pair
    END-IF.
    IF First-Valuation
       MOVE "BOOK OPENING STOCK"  TO WS-Pair-Description
    ELSE
       MOVE "BOOK STOCK ADJUST"   TO WS-Pair-Description
    END-IF.
    IF WS-Stock-Adjustment > ZERO
       MOVE WS-Book-Stock-Account TO WS-Debit-Account
       MOVE "5190-STOCK-ADJ  "    TO WS-Credit-Account
       MOVE WS-Stock-Adjustment   TO WS-Pair-Amount
       PERFORM Write-Journal-Pair
    END-IF.
    IF WS-Stock-Adjustment < ZERO
       MOVE "5190-STOCK-ADJ  "    TO WS-Debit-Account
       MOVE WS-Book-Stock-Account TO WS-Credit-Account
       COMPUTE WS-Pair-Amount = 0 - WS-Stock-Adjustment
       PERFORM Write-Journal-Pair
    END-IF.

    MOVE WS-Journal-Seq   TO JT-Record-Count.
    MOVE WS-Journal-Total TO JT-Debit-Total.
    MOVE WS-Journal-Total TO JT-Credit-Total.
    WRITE Journal-Rec FROM Journal-Trailer.
    CLOSE Journal-Interface-File.
*>  The appended batch joins the file's hand-over control totals,
*>  so the GL posting run still proves the whole file at open.
    MOVE "JRNLIF.DAT  " TO FC-File-Name.
    CALL "FILECTL" USING BY CONTENT "R"
                         BY REFERENCE File-Control-Area
        ON EXCEPTION CONTINUE
    END-CALL.
    COMPUTE FC-Record-Count = FC-Record-Count + WS-Journal-Seq + 2.
    COMPUTE FC-Hash-Total = FC-Hash-Total
            + WS-Journal-Total * 200.
    CALL "FILECTL" USING BY CONTENT "W"
                         BY REFERENCE File-Control-Area
        ON EXCEPTION CONTINUE
    END-CALL.

Write-Journal-Pair.
    ADD 1 TO WS-Journal-Seq.
    MOVE WS-Journal-Seq      TO JD-Seq.
    MOVE WS-Debit-Account    TO JD-Account.
    MOVE "D"                 TO JD-DR-CR.
    MOVE WS-Pair-Amount      TO JD-Amount.
    MOVE WS-Pair-Description TO JD-Description.
    WRITE Journal-Rec FROM Journal-Detail.
    ADD 1 TO WS-Journal-Seq.
    MOVE WS-Journal-Seq      TO JD-Seq.
    MOVE WS-Credit-Account   TO JD-Account.
    MOVE "C"                 TO JD-DR-CR.
    WRITE Journal-Rec FROM Journal-Detail.
    ADD WS-Pair-Amount TO WS-Journal-Total.

Write-Report-Summary.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    MOVE SPACES TO Report-Count-Line.
    MOVE "TITLES VALUED:" TO RN-Caption.
    MOVE WS-Titles-Valued TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "TITLES IN STOCK WITH NO COST (S = N):" TO RN-Caption.
    MOVE WS-Titles-Uncosted TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "COPIES ON HAND:" TO RN-Caption.
    MOVE WS-Total-Qty TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "COPIES SHIPPED:" TO RN-Caption.
    MOVE WS-Shipped-Qty TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "SHIPPED LINES WITH TITLE NOT ON FILE:" TO RN-Caption.
    MOVE WS-Shipped-Unknown TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "COPIES RETURNED:" TO RN-Caption.
    MOVE WS-Returned-Qty TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "COPIES RECEIVED:" TO RN-Caption.
    MOVE WS-Received-Qty TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.

    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    MOVE SPACES TO Report-Amount-Line.
    IF First-Valuation
       MOVE "LAST VALUATION (NONE - FIRST RUN)" TO RA-Caption
    ELSE
       MOVE "LAST VALUATION" TO RA-Caption
    END-IF.
    MOVE WS-Last-Valuation TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE "ADD RECEIPTS AT PURCHASE PRICE" TO RA-Caption.
    MOVE WS-Receipts-Cost TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE "LESS COST OF SALES" TO RA-Caption.
    COMPUTE RA-Amount = 0 - WS-Cost-Of-Sales.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE "ADD RETURNS AT COST" TO RA-Caption.
    MOVE WS-Returns-Cost TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    IF First-Valuation
       MOVE "ADD OPENING STOCK BROUGHT ON" TO RA-Caption
    ELSE
       MOVE "ADD STOCK ADJUSTMENT" TO RA-Caption
    END-IF.
    MOVE WS-Stock-Adjustment TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE "THIS VALUATION" TO RA-Caption.
    MOVE WS-Valuation TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.

    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    MOVE "LEDGER 1410-BOOK-STOCK ON GLBAL.DAT" TO RA-Caption.
    MOVE WS-Ledger-Balance TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    COMPUTE WS-Ledger-Difference = WS-Ledger-Balance - WS-Last-Valuation.
    MOVE "LEDGER LESS LAST VALUATION" TO RA-Caption.
    MOVE WS-Ledger-Difference TO RA-Amount.
    IF WS-Ledger-Difference NOT = ZERO
       MOVE "*** LEDGER DOES NOT TIE ***" TO RA-Note
    END-IF.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE SPACES TO RA-Note.
    MOVE "LEDGER ONCE THIS BATCH POSTS" TO RA-Caption.
    COMPUTE RA-Amount = WS-Ledger-Balance + WS-Valuation
            - WS-Last-Valuation.
    WRITE Report-Line FROM Report-Amount-Line.
    IF WS-Ledger-Difference NOT = ZERO
       DISPLAY "BOOKVALUATION: *** BOOK STOCK LEDGER DOES NOT TIE TO"
               " LAST VALUATION - SEE BOOKVAL.RPT ***"
    END-IF.
