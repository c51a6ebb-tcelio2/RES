*> purchase quantity that both restores the level and covers the open
*> backorder demand, net of any quantity already on order
*> (On-Order-BSF).  Until now a title could sell to zero and sit
*> there until the backorder complaints arrived.  Every title listed
*> also goes on the buyer's approval worksheet BOOKSUGG.DAT with its
*> publisher and agreed trade price from BOOKPUB.DAT; the buyer
*> marks the lines to order, adjusting quantity or price where the
*> publisher asks, and BookPOGen raises the purchase orders.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT Requisition-Report-File ASSIGN TO "BOOKREQ.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL Book-Publisher-File ASSIGN TO "BOOKPUB.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BP-Book-Id
        FILE STATUS IS PublisherStatus.

    SELECT Suggestion-File ASSIGN TO "BOOKSUGG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BookStockFile.
    02  Customer-Id-BOF          PIC X(5).
    02  Order-Number-BOF         PIC X(7).
    02  Shortfall-Qty-BOF        PIC 99.
    02  Backorder-Date-BOF       PIC 9(8).

FD  Requisition-Report-File.
01  Requisition-Line            PIC X(100).

FD  Book-Publisher-File.
01  BP-Rec.
    02  BP-Book-Id              PIC X(5).
    02  BP-Publisher-Code       PIC X(4).
    02  BP-Trade-Price          PIC 99V99.

*> The buyer's approval worksheet.  SG-Approve-Flag is left blank;
*> the buyer sets "Y" on each line to be ordered and may alter the
*> order quantity or the agreed price first.  BookPOGen sets "O"
*> once the purchase order is raised.
FD  Suggestion-File.
01  Suggestion-Rec.
    02  SG-Book-Id              PIC X(5).
    02  SG-Title                PIC X(30).
    02  SG-Publisher-Code       PIC X(4).
    02  SG-Suggested-Qty        PIC 9(5).
    02  SG-Approve-Flag         PIC X.
    02  SG-Order-Qty            PIC 9(5).
    02  SG-Agreed-Price         PIC 99V99.
    02  SG-Run-Date             PIC 9(8).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  BackorderStatus             PIC XX.
01  PublisherStatus             PIC XX.
    88 Publisher-Rec-Found      VALUE "00".
01  WS-Run-Date                 PIC 9(8).

01  WS-EOF-BSF                  PIC X VALUE "N".
    88 End-Of-Books             VALUE "Y".
01  WS-Titles-Listed            PIC 9(5) VALUE 0.

01  Requisition-Heading.
    02  FILLER                  PIC X(92) VALUE
        "BOOK   TITLE                           STOCK  LEVEL  ON ORD  BACKORD  SUGGESTED  PUB".

01  Requisition-Detail.
    02  RQ-Book-Id              PIC X(5).
    02  RQ-Backorder            PIC ZZ,ZZ9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  RQ-Suggested            PIC ZZ,ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RQ-Publisher-Code       PIC X(4).

01  Requisition-Summary.
    02  FILLER                  PIC X(26) VALUE

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    OPEN INPUT BookStockFile.
    OPEN OUTPUT Requisition-Report-File.
    OPEN INPUT Book-Publisher-File.
    OPEN OUTPUT Suggestion-File.

    PERFORM Load-Backorder-Demand.


    CLOSE BookStockFile.
    CLOSE Requisition-Report-File.
    CLOSE Book-Publisher-File.
    CLOSE Suggestion-File.
    STOP RUN.

Check-One-Title.
          MOVE On-Order-BSF       TO RQ-On-Order
          MOVE WS-Backorder-Demand TO RQ-Backorder
          MOVE WS-Suggested-Qty   TO RQ-Suggested
          PERFORM Find-Publisher
          MOVE BP-Publisher-Code  TO RQ-Publisher-Code
          WRITE Requisition-Line FROM Requisition-Detail
          PERFORM Write-Suggestion
       END-IF
    END-IF.

          MOVE DM-Qty(Demand-X) TO WS-Backorder-Demand
       END-IF
    END-PERFORM.

Find-Publisher.
    MOVE Book-Id-BSF TO BP-Book-Id.
    READ Book-Publisher-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Publisher-Rec-Found
       MOVE SPACES TO BP-Publisher-Code
       MOVE ZERO   TO BP-Trade-Price
    END-IF.

Write-Suggestion.
    MOVE Book-Id-BSF       TO SG-Book-Id.
    MOVE Book-Title-BSF    TO SG-Title.
    MOVE BP-Publisher-Code TO SG-Publisher-Code.
    MOVE WS-Suggested-Qty  TO SG-Suggested-Qty.
    MOVE SPACE             TO SG-Approve-Flag.
    MOVE WS-Suggested-Qty  TO SG-Order-Qty.
    MOVE BP-Trade-Price    TO SG-Agreed-Price.
    MOVE WS-Run-Date       TO SG-Run-Date.
    WRITE Suggestion-Rec.
