      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  BookPOGen.
AUTHOR.  Michael Coughlan.
*> Raises publisher purchase orders from the requisition lines the
*> buyer has approved.  BookRequisition writes its suggestions to
*> the worksheet BOOKSUGG.DAT; the buyer sets SG-Approve-Flag to
*> "Y" on each title to order, adjusting the quantity or agreed
*> price where the publisher asks.  Each approved line becomes one
*> open PO on BOOKPO.DAT - PO number from BKPOCTL.DAT, publisher,
*> title, quantity, agreed price - and the quantity goes onto
*> On-Order-BSF, so the next requisition nets it off and nobody
*> updates the book master by hand.  BookReceiving matches the
*> deliveries against these POs and closes them as they are
*> filled.  The worksheet is written back with the ordered lines
*> marked "O", so running twice cannot order a line twice.  The
*> purchase-order register is BOOKPO.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Suggestion-File ASSIGN TO "BOOKSUGG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SuggestionStatus.

    SELECT BookStockFile ASSIGN TO "BookStock.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

    SELECT OPTIONAL Supplier-File ASSIGN TO "SUPPLIER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Supplier-Code-SUP
        FILE STATUS IS SupplierStatus.

    SELECT Book-PO-File ASSIGN TO "BOOKPO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PO-Number-BPO
        ALTERNATE RECORD KEY IS Book-Id-BPO
                  WITH DUPLICATES
        FILE STATUS IS BookPOStatus.

    SELECT OPTIONAL Book-PO-Control-File ASSIGN TO "BKPOCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POControlStatus.

    SELECT PO-Register-File ASSIGN TO "BOOKPO.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  Suggestion-File.
01  Suggestion-Rec.
    88 EndOfSuggestions         VALUE HIGH-VALUES.
    02  SG-Book-Id              PIC X(5).
    02  SG-Title                PIC X(30).
    02  SG-Publisher-Code       PIC X(4).
    02  SG-Suggested-Qty        PIC 9(5).
    02  SG-Approve-Flag         PIC X.
    02  SG-Order-Qty            PIC 9(5).
    02  SG-Agreed-Price         PIC 99V99.
    02  SG-Run-Date             PIC 9(8).

FD  BookStockFile.
01  BookStockRec.
    02  Book-Id-BSF             PIC X(5).
    02  Book-Title-BSF          PIC X(30).
    02  Author-Id-BSF           PIC 9(4).
    02  Qty-In-Stock-BSF        PIC 999.
    02  Copy-Price-BSF          PIC 99V99.
    02  Reorder-Level-BSF       PIC 999.
    02  On-Order-BSF            PIC 999.

FD  Supplier-File.
01  SUP-Rec.
    02  Supplier-Code-SUP       PIC X(4).
    02  Supplier-Name-SUP       PIC X(25).
    02  Supplier-Contact-SUP    PIC X(25).
    02  Lead-Time-Days-SUP      PIC 9(3).
    02  Min-Order-Qty-SUP       PIC 9(5).
    02  Terms-Net-Days-SUP      PIC 9(3).
    02  Terms-Disc-Pct-SUP      PIC 99V99.
    02  Terms-Disc-Days-SUP     PIC 9(3).
    02  Tax-Id-SUP              PIC X(11).
    02  Reportable-SUP          PIC X.

*> One record per publisher purchase order, one title per PO.
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

FD  Book-PO-Control-File.
01  Book-PO-Control-Rec.
    02  BC-Last-PO-Number       PIC 9(6).

FD  PO-Register-File.
01  Register-Line               PIC X(90).

WORKING-STORAGE SECTION.
01  SuggestionStatus            PIC XX.
01  BookStatus                  PIC XX.
    88 Book-Rec-Found           VALUE "00".
01  SupplierStatus              PIC XX.
    88 Supplier-Rec-Found       VALUE "00".
01  BookPOStatus                PIC XX.
    88 BookPO-No-Error          VALUE "00".
01  POControlStatus             PIC XX.

01  WS-Run-Date                 PIC 9(8).
01  WS-Next-PO-Number           PIC 9(6) VALUE 0.
01  WS-First-PO-Number          PIC 9(6) VALUE 0.
01  WS-Supplier-File-Usable     PIC X VALUE "N".
    88 Supplier-File-Usable     VALUE "Y".
01  WS-New-On-Order             PIC 9(5).
01  WS-PO-Value                 PIC 9(7)V99.

*> The worksheet, held whole so it can be written back with the
*> ordered lines marked.
01  Suggestion-Table.
    02  SU-Entry OCCURS 500 TIMES.
        03  SU-Rec              PIC X(62).
01  SU-Count                    PIC 9(3) VALUE 0.
01  SU-X                        PIC 9(3).

01  WS-Lines-Read               PIC 9(5) VALUE 0.
01  WS-Lines-Approved           PIC 9(5) VALUE 0.
01  WS-PO-Count                 PIC 9(5) VALUE 0.
01  WS-Lines-Rejected           PIC 9(5) VALUE 0.
01  WS-Total-Value              PIC 9(8)V99 VALUE 0.

01  Register-Heading.
    02  FILLER                  PIC X(45) VALUE
        "PO#     BOOK   TITLE                         ".
    02  FILLER                  PIC X(40) VALUE
        "PUB     QTY  PRICE      VALUE  NOTE".

01  Register-Detail.
    02  RG-PO-Number            PIC X(6).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RG-Book-Id              PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RG-Title                PIC X(30).
    02  FILLER                  PIC X(1)  VALUE SPACES.
    02  RG-Publisher-Code       PIC X(4).
    02  FILLER                  PIC X(1)  VALUE SPACES.
    02  RG-Qty                  PIC ZZ,ZZ9.
    02  FILLER                  PIC X(1)  VALUE SPACES.
    02  RG-Price                PIC Z9.99.
    02  FILLER                  PIC X(1)  VALUE SPACES.
    02  RG-Value                PIC ZZZ,ZZ9.99.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RG-Note                 PIC X(30).

01  Register-Total-Line.
    02  RTL-Label               PIC X(30).
    02  RTL-Count               PIC ZZ,ZZ9.

01  Register-Value-Line.
    02  FILLER                  PIC X(30) VALUE
        "VALUE OF ORDERS RAISED".
    02  RVL-Value               PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM Load-Suggestion-Table.
    IF SU-Count = ZERO
       DISPLAY "BOOKPOGEN: NO BOOKSUGG.DAT WORKSHEET - NOTHING TO ORDER"
       STOP RUN
    END-IF.
    OPEN I-O BookStockFile.
    IF BookStatus NOT = "00"
       DISPLAY "BOOKPOGEN: CANNOT OPEN BookStock.DAT FS="
               BookStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN INPUT Supplier-File.
    IF SupplierStatus = "00"
       SET Supplier-File-Usable TO TRUE
    END-IF.
    OPEN I-O Book-PO-File.
    IF BookPOStatus = "35"
       CLOSE Book-PO-File
       OPEN OUTPUT Book-PO-File
       CLOSE Book-PO-File
       OPEN I-O Book-PO-File
    END-IF.
    OPEN OUTPUT PO-Register-File.
    WRITE Register-Line FROM Register-Heading.

    PERFORM Read-PO-Number-Control.
    MOVE WS-Next-PO-Number TO WS-First-PO-Number.

    PERFORM VARYING SU-X FROM 1 BY 1 UNTIL SU-X > SU-Count
       MOVE SU-Rec(SU-X) TO Suggestion-Rec
       IF SG-Approve-Flag = "Y" OR SG-Approve-Flag = "y"
          ADD 1 TO WS-Lines-Approved
          PERFORM Raise-Purchase-Order
          MOVE Suggestion-Rec TO SU-Rec(SU-X)
       END-IF
    END-PERFORM.

    IF WS-Next-PO-Number NOT = WS-First-PO-Number
       PERFORM Write-PO-Number-Control
    END-IF.
    PERFORM Rewrite-Suggestion-File.
    PERFORM Write-Register-Totals.
    DISPLAY "BOOKPOGEN: " WS-Lines-Approved " LINES APPROVED, "
            WS-PO-Count " PURCHASE ORDERS RAISED, "
            WS-Lines-Rejected " REJECTED".

    CLOSE BookStockFile.
    IF Supplier-File-Usable
       CLOSE Supplier-File
    END-IF.
    CLOSE Book-PO-File.
    CLOSE PO-Register-File.
    STOP RUN.

Load-Suggestion-Table.
    MOVE ZERO TO SU-Count.
    OPEN INPUT Suggestion-File.
    IF SuggestionStatus = "00"
       READ Suggestion-File
           AT END SET EndOfSuggestions TO TRUE
       END-READ
       PERFORM UNTIL EndOfSuggestions
          ADD 1 TO WS-Lines-Read
          IF SU-Count < 500
             ADD 1 TO SU-Count
             MOVE Suggestion-Rec TO SU-Rec(SU-Count)
          ELSE
*>          BOOKSUGG.DAT is rewritten from the table, so a line it
*>          cannot hold would be lost: no order is raised.
             DISPLAY "BOOKPOGEN: OVER 500 LINES ON BOOKSUGG.DAT - "
                     "RUN ABORTED"
             CLOSE Suggestion-File
             STOP RUN WITH ERROR STATUS 16
          END-IF
          READ Suggestion-File
              AT END SET EndOfSuggestions TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Suggestion-File.

Raise-Purchase-Order.
    MOVE SPACES           TO RG-PO-Number.
    MOVE SG-Book-Id       TO RG-Book-Id.
    MOVE SG-Title         TO RG-Title.
    MOVE SG-Publisher-Code TO RG-Publisher-Code.
    MOVE ZERO             TO RG-Qty RG-Price RG-Value.
    IF SG-Order-Qty NOT NUMERIC OR SG-Order-Qty = ZERO
       MOVE "NO ORDER QUANTITY - NOT ORDERED" TO RG-Note
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.
    MOVE SG-Order-Qty TO RG-Qty.
    IF SG-Agreed-Price NOT NUMERIC OR SG-Agreed-Price = ZERO
       MOVE "NO AGREED PRICE - NOT ORDERED" TO RG-Note
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.
    MOVE SG-Agreed-Price TO RG-Price.
    IF SG-Publisher-Code = SPACES
       MOVE "NO PUBLISHER - NOT ORDERED" TO RG-Note
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.
    IF Supplier-File-Usable
       MOVE SG-Publisher-Code TO Supplier-Code-SUP
       READ Supplier-File
           INVALID KEY CONTINUE
       END-READ
       IF NOT Supplier-Rec-Found
          MOVE "PUBLISHER NOT ON FILE - NOT ORDERED" TO RG-Note
          PERFORM Reject-Line
          EXIT PARAGRAPH
       END-IF
    END-IF.
    MOVE SG-Book-Id TO Book-Id-BSF.
    READ BookStockFile
        KEY IS Book-Id-BSF
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Book-Rec-Found
       MOVE "BOOK NOT ON FILE - NOT ORDERED" TO RG-Note
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-New-On-Order = On-Order-BSF + SG-Order-Qty.
    IF WS-New-On-Order > 999
       MOVE "ON ORDER WOULD PASS 999 - NOT ORDERED" TO RG-Note
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-Next-PO-Number.
    MOVE WS-Next-PO-Number TO PO-Number-BPO.
    MOVE SG-Book-Id        TO Book-Id-BPO.
    MOVE SG-Publisher-Code TO Publisher-Code-BPO.
    MOVE SG-Order-Qty      TO Order-Qty-BPO.
    MOVE ZERO              TO Received-Qty-BPO.
    MOVE WS-Run-Date       TO Order-Date-BPO.
    SET BPO-Open           TO TRUE.
    MOVE SG-Agreed-Price   TO Agreed-Price-BPO.
    MOVE ZERO              TO Received-Date-BPO.
    WRITE BPO-Rec
        INVALID KEY DISPLAY "BOOKPO WRITE FS = " BookPOStatus
    END-WRITE.
    IF NOT BookPO-No-Error
       MOVE "PO NOT WRITTEN - SEE RUN LOG" TO RG-Note
       PERFORM Reject-Line
       EXIT PARAGRAPH
    END-IF.

    MOVE WS-New-On-Order TO On-Order-BSF.
    REWRITE BookStockRec
        INVALID KEY DISPLAY "BOOKSTOCK REWRITE FS = " BookStatus
    END-REWRITE.
    MOVE "O" TO SG-Approve-Flag.
    ADD 1 TO WS-PO-Count.
    COMPUTE WS-PO-Value = SG-Order-Qty * SG-Agreed-Price.
    ADD WS-PO-Value TO WS-Total-Value.
    MOVE PO-Number-BPO TO RG-PO-Number.
    MOVE WS-PO-Value   TO RG-Value.
    MOVE "ORDERED"     TO RG-Note.
    WRITE Register-Line FROM Register-Detail.

Reject-Line.
*>  The line stays approved on the worksheet so it is ordered on the
*>  next run once the buyer has put it right.
    ADD 1 TO WS-Lines-Rejected.
    WRITE Register-Line FROM Register-Detail.

Rewrite-Suggestion-File.
    OPEN OUTPUT Suggestion-File.
    PERFORM VARYING SU-X FROM 1 BY 1 UNTIL SU-X > SU-Count
       MOVE SU-Rec(SU-X) TO Suggestion-Rec
       WRITE Suggestion-Rec
    END-PERFORM.
    CLOSE Suggestion-File.

Read-PO-Number-Control.
    MOVE ZERO TO WS-Next-PO-Number.
    OPEN INPUT Book-PO-Control-File.
    IF POControlStatus = "00"
       READ Book-PO-Control-File
          AT END MOVE ZERO TO BC-Last-PO-Number
       END-READ
       MOVE BC-Last-PO-Number TO WS-Next-PO-Number
    END-IF.
    CLOSE Book-PO-Control-File.

Write-PO-Number-Control.
    MOVE WS-Next-PO-Number TO BC-Last-PO-Number.
    OPEN OUTPUT Book-PO-Control-File.
    WRITE Book-PO-Control-Rec.
    CLOSE Book-PO-Control-File.

Write-Register-Totals.
    MOVE SPACES TO Register-Line.
    WRITE Register-Line.
    MOVE "WORKSHEET LINES READ"   TO RTL-Label.
    MOVE WS-Lines-Read            TO RTL-Count.
    WRITE Register-Line FROM Register-Total-Line.
    MOVE "LINES APPROVED"         TO RTL-Label.
    MOVE WS-Lines-Approved        TO RTL-Count.
    WRITE Register-Line FROM Register-Total-Line.
    MOVE "PURCHASE ORDERS RAISED" TO RTL-Label.
    MOVE WS-PO-Count              TO RTL-Count.
    WRITE Register-Line FROM Register-Total-Line.
    MOVE "APPROVED LINES REJECTED" TO RTL-Label.
    MOVE WS-Lines-Rejected        TO RTL-Count.
    WRITE Register-Line FROM Register-Total-Line.
    MOVE WS-Total-Value           TO RVL-Value.
    WRITE Register-Line FROM Register-Value-Line.
