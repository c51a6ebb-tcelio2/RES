*> order, so the run only promises as many copies as arrived.
*> Backorder.DAT is rewritten with the still-waiting records, and
*> the release register shows who got stock and who is still
*> waiting.  Each receipt is matched to the publisher purchase
*> order BookPOGen raised on BOOKPO.DAT - the PO number quoted on
*> the delivery, or else the oldest open PO for the title.  The PO
*> takes the quantity and closes once filled; an over-delivery
*> still posts and closes the PO, a short delivery leaves it open
*> for the balance, and both are flagged for the buyer.  Only the
*> quantity that was on order comes off On-Order-BSF.  A receipt
*> quoting an unknown, closed or another title's PO is not posted,
*> nor is a title with nothing on order at all.  Stock ordered by
*> telephone before purchase orders, with On-Order-BSF set by hand
*> and no PO, still posts against On-Order-BSF and is flagged.
*> Every posted receipt also prices the title's stock: the agreed
*> price on the matched PO (or, without one, the trade price on
*> BOOKPUB.DAT) is averaged into the moving-average unit cost kept
*> on BOOKCOST.DAT, weighted by the copies already held on the
*> master and in the warehouses, and the receipt's value at that
*> price is logged on BKRCVCST.DAT for BookValuation to journal.
*> A receipt with no price anywhere posts at the title's existing
*> cost and is counted as uncosted on the register.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BackorderStatus.

    SELECT Book-PO-File ASSIGN TO "BOOKPO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PO-Number-BPO
        ALTERNATE RECORD KEY IS Book-Id-BPO
                  WITH DUPLICATES
        FILE STATUS IS BookPOStatus.

    SELECT Book-Cost-File ASSIGN TO "BOOKCOST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BC-Book-Id
        FILE STATUS IS BookCostStatus.

    SELECT OPTIONAL Book-Publisher-File ASSIGN TO "BOOKPUB.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BP-Book-Id
        FILE STATUS IS PublisherStatus.

    SELECT OPTIONAL WarehouseStockFile ASSIGN TO "WHSTOCK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-Key
        FILE STATUS IS WarehouseStatus.

    SELECT OPTIONAL Receipt-Cost-File ASSIGN TO "BKRCVCST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Released-Orders-File ASSIGN TO "RELORDER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    88 EndOfReceipts            VALUE HIGH-VALUES.
    02  BR-Book-Id              PIC X(5).
    02  BR-Qty                  PIC 999.
    02  BR-PO-Number            PIC X(6).
    02  BR-PO-Number-N REDEFINES BR-PO-Number
                                PIC 9(6).

FD  BookStockFile.
01  BookStockRec.
    02  Customer-Id-BOF         PIC X(5).
    02  Order-Number-BOF        PIC X(7).
    02  Shortfall-Qty-BOF       PIC 99.
    02  Backorder-Date-BOF      PIC 9(8).

FD  Book-PO-File.
01  BPO-Rec.
    02  PO-Number-BPO           PIC 9(6).
    02  Book-Id-BPO             PIC X(5).
    02  Publisher-Code-BPO      PIC X(4).
    02  Order-Qty-BPO           PIC 9(5).
    02  Received-Qty-BPO        PIC 9(5).
    02  Order-Date-BPO          PIC 9(8).
    02  PO-Status-BPO           PIC X.
        88 BPO-Open             VALUE "O".
        88 BPO-Closed           VALUE "C".
    02  Agreed-Price-BPO        PIC 99V99.
    02  Received-Date-BPO       PIC 9(8).

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

FD  WarehouseStockFile.
01  WarehouseStockRec.
    02  WS-Key.
        03  Book-Id-WSF          PIC X(5).
        03  Warehouse-Code-WSF   PIC XX.
    02  Qty-In-Stock-WSF         PIC 999.

FD  Receipt-Cost-File.
01  Receipt-Cost-Rec.
    02  RC-Book-Id              PIC X(5).
    02  RC-Qty                  PIC 999.
    02  RC-Unit-Cost            PIC 9(3)V9(4).
    02  RC-Value                PIC 9(7)V99.
    02  RC-Receipt-Date         PIC 9(8).
    02  RC-PO-Number            PIC X(6).

FD  Released-Orders-File.
01  Released-OrdersRec.
01  BookStatus                  PIC XX.
    88 Book-Rec-Found           VALUE "00".
01  BackorderStatus             PIC XX.
01  BookPOStatus                PIC XX.
    88 BookPO-Rec-Found         VALUE "00".
01  BookCostStatus              PIC XX.
    88 BookCost-Rec-Found       VALUE "00".
01  PublisherStatus             PIC XX.
    88 Publisher-Rec-Found      VALUE "00".
01  WarehouseStatus             PIC XX.
    88 Warehouse-Rec-Found      VALUE "00".

01  WS-Run-Date                 PIC 9(8).
01  WS-Post-Flag                PIC X.
    88 Post-Receipt             VALUE "Y".
01  WS-PO-Matched-Flag          PIC X.
    88 PO-Matched               VALUE "Y".
01  WS-EOF-PO-Scan              PIC X.
    88 End-Of-PO-Scan           VALUE "Y".
01  WS-PO-Outstanding           PIC 9(5).
01  WS-On-Order-Relief          PIC 9(5).

01  WS-Receipt-Price            PIC 9(3)V9(4).
01  WS-Held-Qty                 PIC 9(7).
01  WS-EOF-WH-Scan              PIC X.
    88 End-Of-WH-Scan           VALUE "Y".
01  WS-Receipts-Uncosted        PIC 9(5) VALUE 0.

*> The whole backorder file, held in arrival order so releases are
*> honoured oldest first and the survivors write back in the same
        03  BO-Customer-Id      PIC X(5).
        03  BO-Order-Number     PIC X(7).
        03  BO-Shortfall-Qty    PIC 99.
        03  BO-Backorder-Date   PIC 9(8).
        03  BO-State            PIC X.
           88 BO-Waiting        VALUE "W".
           88 BO-Released       VALUE "R".
01  WS-Receipts-Posted          PIC 9(5) VALUE 0.
01  WS-Releases-Written         PIC 9(5) VALUE 0.
01  WS-Still-Waiting            PIC 9(5) VALUE 0.
01  WS-Receipts-Flagged         PIC 9(5) VALUE 0.
01  WS-POs-Closed               PIC 9(5) VALUE 0.

01  Register-Heading.
    02  FILLER                  PIC X(56) VALUE
        "BOOK RCV  PO#    BOOK   QTY  ORDER    CUST   DISPOSITION".

01  Register-Receipt-Line.
    02  FILLER                  PIC X(10) VALUE "RECEIVED  ".
    02  RR-PO-Number            PIC X(6).
    02  FILLER                  PIC X(1)  VALUE SPACES.
    02  RR-Book-Id              PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RR-Qty                  PIC ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RR-Note                 PIC X(36).
    02  RR-Diff-Qty             PIC Z(5).

01  Register-Release-Line.
    02  FILLER                  PIC X(17) VALUE SPACES.
        "BACKORDERS STILL WAITING: ".
    02  RS-Still-Waiting        PIC ZZ,ZZ9.

01  Register-Summary-4.
    02  FILLER                  PIC X(26) VALUE
        "RECEIPTS FLAGGED:         ".
    02  RS-Receipts-Flagged     PIC ZZ,ZZ9.

01  Register-Summary-5.
    02  FILLER                  PIC X(26) VALUE
        "PURCHASE ORDERS CLOSED:   ".
    02  RS-POs-Closed           PIC ZZ,ZZ9.

01  Register-Summary-6.
    02  FILLER                  PIC X(26) VALUE
        "RECEIPTS WITH NO COST:    ".
    02  RS-Receipts-Uncosted    PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    OPEN INPUT Book-Receipt-File.
    IF ReceiptStatus NOT = "00"
       DISPLAY "BOOKRECEIVING: NO BOOKRCV.DAT - NOTHING TO POST"
       CLOSE Book-Receipt-File
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN I-O Book-PO-File.
    IF BookPOStatus = "35"
       CLOSE Book-PO-File
       OPEN OUTPUT Book-PO-File
       CLOSE Book-PO-File
       OPEN I-O Book-PO-File
    END-IF.
    OPEN I-O Book-Cost-File.
    IF BookCostStatus = "35"
       CLOSE Book-Cost-File
       OPEN OUTPUT Book-Cost-File
       CLOSE Book-Cost-File
       OPEN I-O Book-Cost-File
    END-IF.
    OPEN INPUT Book-Publisher-File.
    OPEN INPUT WarehouseStockFile.
    OPEN EXTEND Receipt-Cost-File.
    OPEN OUTPUT Released-Orders-File.
    OPEN OUTPUT Release-Register-File.

    WRITE Register-Line FROM Register-Summary-2.
    MOVE WS-Still-Waiting TO RS-Still-Waiting.
    WRITE Register-Line FROM Register-Summary-3.
    MOVE WS-Receipts-Flagged TO RS-Receipts-Flagged.
    WRITE Register-Line FROM Register-Summary-4.
    MOVE WS-POs-Closed TO RS-POs-Closed.
    WRITE Register-Line FROM Register-Summary-5.
    MOVE WS-Receipts-Uncosted TO RS-Receipts-Uncosted.
    WRITE Register-Line FROM Register-Summary-6.
    DISPLAY "BOOKRECEIVING: " WS-Receipts-Posted " RECEIPTS, "
            WS-Releases-Written " BACKORDERS RELEASED, "
            WS-Still-Waiting " STILL WAITING, "
            WS-Receipts-Flagged " FLAGGED".

    CLOSE Book-Receipt-File.
    CLOSE BookStockFile.
    CLOSE Book-PO-File.
    CLOSE Book-Cost-File.
    CLOSE Book-Publisher-File.
    CLOSE WarehouseStockFile.
    CLOSE Receipt-Cost-File.
    CLOSE Released-Orders-File.
    CLOSE Release-Register-File.
    STOP RUN.
             MOVE Customer-Id-BOF   TO BO-Customer-Id(BO-Count)
             MOVE Order-Number-BOF  TO BO-Order-Number(BO-Count)
             MOVE Shortfall-Qty-BOF TO BO-Shortfall-Qty(BO-Count)
             MOVE Backorder-Date-BOF TO BO-Backorder-Date(BO-Count)
             MOVE "W"               TO BO-State(BO-Count)
          ELSE
             DISPLAY "BOOKRECEIVING: BACKORDER TABLE FULL - "
    ADD 1 TO WS-Receipts-Read.
    MOVE BR-Book-Id TO RR-Book-Id.
    MOVE BR-Qty     TO RR-Qty.
    MOVE BR-PO-Number TO RR-PO-Number.
    MOVE ZERO       TO RR-Diff-Qty.

    MOVE BR-Book-Id TO Book-Id-BSF.
    READ BookStockFile
    END-READ.
    IF NOT Book-Rec-Found
       MOVE "BOOK NOT ON FILE - NOT POSTED" TO RR-Note
       ADD 1 TO WS-Receipts-Flagged
       WRITE Register-Line FROM Register-Receipt-Line
    ELSE
       PERFORM Match-Receipt-To-PO
       IF Post-Receipt
          PERFORM Cost-Receipt
          ADD BR-Qty TO Qty-In-Stock-BSF
          IF On-Order-BSF > WS-On-Order-Relief
             SUBTRACT WS-On-Order-Relief FROM On-Order-BSF
          ELSE
             MOVE ZERO TO On-Order-BSF
          END-IF
          REWRITE BookStockRec
              INVALID KEY DISPLAY "BOOKSTOCK REWRITE FS = " BookStatus
          END-REWRITE
          ADD 1 TO WS-Receipts-Posted
          WRITE Register-Line FROM Register-Receipt-Line
          PERFORM Release-Backorders
       ELSE
          WRITE Register-Line FROM Register-Receipt-Line
       END-IF
    END-IF.

    READ Book-Receipt-File
        AT END SET EndOfReceipts TO TRUE
    END-READ.

Match-Receipt-To-PO.
*>  The PO quoted on the delivery must be open and for this title;
*>  with none quoted the oldest open PO for the title takes it.
    MOVE "N"  TO WS-Post-Flag.
    MOVE "N"  TO WS-PO-Matched-Flag.
    MOVE ZERO TO WS-On-Order-Relief.
    IF BR-PO-Number NOT = SPACES
       IF BR-PO-Number NOT NUMERIC
          MOVE "PO NUMBER NOT NUMERIC - NOT POSTED" TO RR-Note
          ADD 1 TO WS-Receipts-Flagged
          EXIT PARAGRAPH
       END-IF
       MOVE BR-PO-Number-N TO PO-Number-BPO
       READ Book-PO-File
           INVALID KEY CONTINUE
       END-READ
       EVALUATE TRUE
         WHEN NOT BookPO-Rec-Found
            MOVE "UNKNOWN PO - NOT POSTED" TO RR-Note
         WHEN Book-Id-BPO NOT = BR-Book-Id
            MOVE "PO IS FOR ANOTHER TITLE - NOT POSTED" TO RR-Note
         WHEN BPO-Closed
            MOVE "PO ALREADY CLOSED - NOT POSTED" TO RR-Note
         WHEN OTHER
            SET PO-Matched TO TRUE
       END-EVALUATE
    ELSE
       PERFORM Find-Oldest-Open-PO
    END-IF.

    EVALUATE TRUE
      WHEN PO-Matched
         SET Post-Receipt TO TRUE
         PERFORM Apply-Receipt-To-PO
      WHEN BR-PO-Number NOT = SPACES
         ADD 1 TO WS-Receipts-Flagged
      WHEN On-Order-BSF > ZERO
         SET Post-Receipt TO TRUE
         MOVE BR-Qty TO WS-On-Order-Relief
         MOVE "NO PO - POSTED AGAINST ON ORDER" TO RR-Note
         ADD 1 TO WS-Receipts-Flagged
      WHEN OTHER
         MOVE "UNORDERED TITLE - NOT POSTED" TO RR-Note
         ADD 1 TO WS-Receipts-Flagged
    END-EVALUATE.

Find-Oldest-Open-PO.
*>  PO numbers rise with time, so the first open one met through the
*>  Book-Id-BPO alternate key is the oldest.
    MOVE "N" TO WS-EOF-PO-Scan.
    MOVE BR-Book-Id TO Book-Id-BPO.
    START Book-PO-File
        KEY IS EQUAL TO Book-Id-BPO
        INVALID KEY SET End-Of-PO-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-PO-Scan
       READ Book-PO-File NEXT RECORD
          AT END SET End-Of-PO-Scan TO TRUE
       END-READ
       IF NOT End-Of-PO-Scan
          IF Book-Id-BPO NOT = BR-Book-Id
             SET End-Of-PO-Scan TO TRUE
          ELSE
             IF BPO-Open
                SET PO-Matched TO TRUE
                SET End-Of-PO-Scan TO TRUE
             END-IF
          END-IF
       END-IF
    END-PERFORM.

Apply-Receipt-To-PO.
    MOVE PO-Number-BPO TO RR-PO-Number.
    COMPUTE WS-PO-Outstanding = Order-Qty-BPO - Received-Qty-BPO.
    ADD BR-Qty TO Received-Qty-BPO.
    MOVE WS-Run-Date TO Received-Date-BPO.
    EVALUATE TRUE
      WHEN BR-Qty > WS-PO-Outstanding
         MOVE WS-PO-Outstanding TO WS-On-Order-Relief
         COMPUTE RR-Diff-Qty = BR-Qty - WS-PO-Outstanding
         MOVE "OVER-DELIVERED - PO CLOSED, EXCESS" TO RR-Note
         SET BPO-Closed TO TRUE
         ADD 1 TO WS-POs-Closed
         ADD 1 TO WS-Receipts-Flagged
      WHEN BR-Qty = WS-PO-Outstanding
         MOVE BR-Qty TO WS-On-Order-Relief
         MOVE "POSTED - PO FILLED AND CLOSED" TO RR-Note
         SET BPO-Closed TO TRUE
         ADD 1 TO WS-POs-Closed
      WHEN OTHER
         MOVE BR-Qty TO WS-On-Order-Relief
         COMPUTE RR-Diff-Qty = WS-PO-Outstanding - BR-Qty
         MOVE "SHORT DELIVERY - PO OPEN, STILL DUE" TO RR-Note
         ADD 1 TO WS-Receipts-Flagged
    END-EVALUATE.
    REWRITE BPO-Rec
        INVALID KEY DISPLAY "BOOKPO REWRITE FS = " BookPOStatus
    END-REWRITE.

Cost-Receipt.
*>  Runs before the copies go onto the master, so the weighting is
*>  the stock held before this delivery.
    MOVE BR-Book-Id TO BC-Book-Id.
    READ Book-Cost-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT BookCost-Rec-Found
       MOVE BR-Book-Id TO BC-Book-Id
       MOVE ZERO       TO BC-Unit-Cost
       MOVE ZERO       TO BC-Last-Receipt-Date
    END-IF.

    MOVE ZERO TO WS-Receipt-Price.
    IF PO-Matched AND Agreed-Price-BPO > ZERO
       MOVE Agreed-Price-BPO TO WS-Receipt-Price
    ELSE
       MOVE BR-Book-Id TO BP-Book-Id
       READ Book-Publisher-File
           INVALID KEY CONTINUE
       END-READ
       IF Publisher-Rec-Found
          MOVE BP-Trade-Price TO WS-Receipt-Price
       END-IF
    END-IF.
    IF WS-Receipt-Price = ZERO
       MOVE BC-Unit-Cost TO WS-Receipt-Price
    END-IF.
    IF WS-Receipt-Price = ZERO
       ADD 1 TO WS-Receipts-Uncosted
    END-IF.

    PERFORM Sum-Held-Stock.
    IF BC-Unit-Cost = ZERO OR WS-Held-Qty = ZERO
       MOVE WS-Receipt-Price TO BC-Unit-Cost
    ELSE
       IF BR-Qty > ZERO
          COMPUTE BC-Unit-Cost ROUNDED =
                  (WS-Held-Qty * BC-Unit-Cost
                   + BR-Qty * WS-Receipt-Price)
                  / (WS-Held-Qty + BR-Qty)
       END-IF
    END-IF.
    MOVE WS-Run-Date TO BC-Last-Receipt-Date.
    IF BookCost-Rec-Found
       REWRITE BC-Rec
           INVALID KEY DISPLAY "BOOKCOST REWRITE FS = " BookCostStatus
       END-REWRITE
    ELSE
       WRITE BC-Rec
           INVALID KEY DISPLAY "BOOKCOST WRITE FS = " BookCostStatus
       END-WRITE
    END-IF.

    MOVE BR-Book-Id       TO RC-Book-Id.
    MOVE BR-Qty           TO RC-Qty.
    MOVE WS-Receipt-Price TO RC-Unit-Cost.
    COMPUTE RC-Value ROUNDED = BR-Qty * WS-Receipt-Price.
    MOVE WS-Run-Date      TO RC-Receipt-Date.
    MOVE RR-PO-Number     TO RC-PO-Number.
    WRITE Receipt-Cost-Rec.

Sum-Held-Stock.
*>  Copies on the master plus every warehouse holding the title.
    MOVE Qty-In-Stock-BSF TO WS-Held-Qty.
    MOVE "N" TO WS-EOF-WH-Scan.
    MOVE BR-Book-Id  TO Book-Id-WSF.
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
          IF Book-Id-WSF NOT = BR-Book-Id
             SET End-Of-WH-Scan TO TRUE
          ELSE
             ADD Qty-In-Stock-WSF TO WS-Held-Qty
          END-IF
       END-IF
    END-PERFORM.

Release-Backorders.
*>  Oldest first, while the received stock lasts.  The remaining
*>  counter is what is genuinely promisable: on hand now, less the
          MOVE BO-Customer-Id(BO-X)   TO Customer-Id-BOF
          MOVE BO-Order-Number(BO-X)  TO Order-Number-BOF
          MOVE BO-Shortfall-Qty(BO-X) TO Shortfall-Qty-BOF
          MOVE BO-Backorder-Date(BO-X) TO Backorder-Date-BOF
          WRITE BackorderRec
          ADD 1 TO WS-Still-Waiting
       END-IF
