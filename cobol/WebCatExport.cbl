      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  WebCatExport.
AUTHOR.  Michael Coughlan.
*> Nightly catalogue and availability export for the web shop, so
*> the shop carries tonight's prices and stock instead of a weekly
*> hand copy.  Every title on BookStockFile goes out with the
*> selling price in effect today (the latest PRICHIST.DAT price on
*> or before the run date, else Copy-Price-BSF - the price sfbymail
*> will charge), the author's name from AUTHORM.DAT, and the copies
*> available: on hand - the master's Qty-In-Stock-BSF plus every
*> WHSTOCK.DAT warehouse record, as BookValuation counts it - less
*> the reservations on ALLOC.DAT.  The status is
*>    FORTHCOMING     a FORTHCOM.DAT publication date after today
*>                    and nothing on hand yet
*>    BACKORDER ONLY  nothing left to promise
*>    LOW             available at or below the title's reorder level
*>    IN STOCK        otherwise.
*> WEBCAT.DAT is LINE SEQUENTIAL, fields separated by "|" (any "|"
*> in a title or name is sent as "/"):
*>    D|book id|title|author|price|available|status|publication date
*>    T|run date|titles|in stock|low|backorder only|forthcoming|
*>      total available
*> The web team should refuse a file whose trailer is missing or
*> whose title count does not match the detail records.  Run it
*> after the night's sfbymail, BookReceiving and BookReprice.

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

    SELECT OPTIONAL Allocation-File ASSIGN TO "ALLOC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AL-Key
        ALTERNATE RECORD KEY IS AL-Book-Alt
                  WITH DUPLICATES
        FILE STATUS IS AllocStatus.

    SELECT OPTIONAL Price-History-File ASSIGN TO "PRICHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-Key
        FILE STATUS IS PriceHistStatus.

    SELECT OPTIONAL Author-Master-File ASSIGN TO "AUTHORM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AU-Author-Id
        FILE STATUS IS AuthorStatus.

    SELECT OPTIONAL Forthcoming-File ASSIGN TO "FORTHCOM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FC-Book-Id
        FILE STATUS IS ForthcomingStatus.

    SELECT Web-Catalogue-File ASSIGN TO "WEBCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BookStockFile.
01  BookStockRec.
    88 EndOfBookStock           VALUE HIGH-VALUES.
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

FD  Allocation-File.
01  Allocation-Rec.
    02  AL-Key.
        03  AL-Order-Number     PIC X(7).
        03  AL-Book-Id          PIC X(5).
    02  AL-Book-Alt             PIC X(5).
    02  AL-Qty                  PIC 99.
    02  AL-Entry-Date           PIC 9(8).

FD  Price-History-File.
01  PH-Rec.
    02  PH-Key.
        03  PH-Book-Id          PIC X(5).
        03  PH-Effective-Date   PIC 9(8).
    02  PH-Price                PIC 99V99.

FD  Author-Master-File.
01  AU-Rec.
    02  AU-Author-Id            PIC 9(4).
    02  AU-Name                 PIC X(25).
    02  AU-Addr-Line-1          PIC X(20).
    02  AU-Addr-Line-2          PIC X(20).
    02  AU-City                 PIC X(15).
    02  AU-Royalty-Rate         PIC V9(3).
    02  AU-Pay-Threshold        PIC 9(5)V99.
    02  AU-Tax-Id               PIC X(11).
    02  AU-Reportable           PIC X.

FD  Forthcoming-File.
01  FC-Rec.
    02  FC-Book-Id              PIC X(5).
    02  FC-Pub-Date             PIC 9(8).

FD  Web-Catalogue-File.
01  Web-Catalogue-Rec           PIC X(150).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  WarehouseStatus             PIC XX.
01  AllocStatus                 PIC XX.
01  PriceHistStatus             PIC XX.
01  AuthorStatus                PIC XX.
01  ForthcomingStatus           PIC XX.
    88 Forthcoming-Found        VALUE "00".

01  WS-Run-Date                 PIC 9(8).
01  WS-Effective-Price          PIC 99V99.
01  WS-On-Hand-Qty              PIC 9(7).
01  WS-Allocated-Qty            PIC 9(7).
01  WS-Available-Qty            PIC S9(7).
01  WS-Pub-Date                 PIC 9(8).

01  WS-EOF-WH-Scan              PIC X.
    88 End-Of-WH-Scan           VALUE "Y".
01  WS-EOF-Alloc-Scan           PIC X.
    88 End-Of-Alloc-Scan        VALUE "Y".
01  WS-EOF-Price-Scan           PIC X.
    88 End-Of-Price-Scan        VALUE "Y".

01  WS-Title-Status             PIC X(14).
    88 Status-In-Stock          VALUE "IN STOCK".
    88 Status-Low               VALUE "LOW".
    88 Status-Backorder         VALUE "BACKORDER ONLY".
    88 Status-Forthcoming       VALUE "FORTHCOMING".

*> Text fields with the separator taken out, and the numbers in
*> the edited form the web team loads.
01  WX-Title                    PIC X(30).
01  WX-Author                   PIC X(25).
01  WX-Price                    PIC Z9.99.
01  WX-Available                PIC ZZZZZZ9.
01  WX-Pub-Date                 PIC X(8).
01  WX-Count                    PIC ZZZZZZ9.
01  WX-Total                    PIC ZZZZZZZZ9.
01  WX-Pointer                  PIC 999.

01  WS-Counts.
    02  WS-Title-Count          PIC 9(7) VALUE ZERO.
    02  WS-In-Stock-Count       PIC 9(7) VALUE ZERO.
    02  WS-Low-Count            PIC 9(7) VALUE ZERO.
    02  WS-Backorder-Count      PIC 9(7) VALUE ZERO.
    02  WS-Forthcoming-Count    PIC 9(7) VALUE ZERO.
    02  WS-Total-Available      PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
       DISPLAY "WEBCATEXPORT: CANNOT OPEN BookStock.DAT FS="
               BookStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN INPUT WarehouseStockFile.
    OPEN INPUT Allocation-File.
    OPEN INPUT Price-History-File.
    OPEN INPUT Author-Master-File.
    OPEN INPUT Forthcoming-File.
    OPEN OUTPUT Web-Catalogue-File.

    READ BookStockFile NEXT RECORD
       AT END SET EndOfBookStock TO TRUE
    END-READ.
    PERFORM Export-Title UNTIL EndOfBookStock.

    PERFORM Write-Trailer.

    DISPLAY "WEBCATEXPORT: " WS-Title-Count " TITLES, "
            WS-In-Stock-Count " IN STOCK, "
            WS-Low-Count " LOW, "
            WS-Backorder-Count " BACKORDER ONLY, "
            WS-Forthcoming-Count " FORTHCOMING".
    CLOSE BookStockFile.
    CLOSE WarehouseStockFile.
    CLOSE Allocation-File.
    CLOSE Price-History-File.
    CLOSE Author-Master-File.
    CLOSE Forthcoming-File.
    CLOSE Web-Catalogue-File.
    STOP RUN.

Export-Title.
    PERFORM Find-Effective-Price.
    PERFORM Sum-Warehouse-Stock.
    PERFORM Sum-Allocations.
    COMPUTE WS-Available-Qty = WS-On-Hand-Qty - WS-Allocated-Qty.
    IF WS-Available-Qty < ZERO
       MOVE ZERO TO WS-Available-Qty
    END-IF.

    MOVE ZERO TO WS-Pub-Date.
    MOVE Book-Id-BSF TO FC-Book-Id.
    READ Forthcoming-File
       INVALID KEY CONTINUE
    END-READ.
    IF Forthcoming-Found
       MOVE FC-Pub-Date TO WS-Pub-Date
    END-IF.

    EVALUATE TRUE
      WHEN WS-Pub-Date > WS-Run-Date AND WS-On-Hand-Qty = ZERO
         SET Status-Forthcoming TO TRUE
         ADD 1 TO WS-Forthcoming-Count
      WHEN WS-Available-Qty = ZERO
         SET Status-Backorder TO TRUE
         ADD 1 TO WS-Backorder-Count
      WHEN WS-Available-Qty NOT > Reorder-Level-BSF
         SET Status-Low TO TRUE
         ADD 1 TO WS-Low-Count
      WHEN OTHER
         SET Status-In-Stock TO TRUE
         ADD 1 TO WS-In-Stock-Count
    END-EVALUATE.

    MOVE SPACES TO WX-Author.
    MOVE Author-Id-BSF TO AU-Author-Id.
    READ Author-Master-File
       INVALID KEY CONTINUE
    END-READ.
    IF AuthorStatus = "00"
       MOVE AU-Name TO WX-Author
    END-IF.
    MOVE Book-Title-BSF TO WX-Title.
    INSPECT WX-Title  REPLACING ALL "|" BY "/".
    INSPECT WX-Author REPLACING ALL "|" BY "/".
    MOVE WS-Effective-Price TO WX-Price.
    MOVE WS-Available-Qty   TO WX-Available.
    IF WS-Pub-Date = ZERO
       MOVE SPACES TO WX-Pub-Date
    ELSE
       MOVE WS-Pub-Date TO WX-Pub-Date
    END-IF.

    MOVE SPACES TO Web-Catalogue-Rec.
    MOVE 1 TO WX-Pointer.
    STRING "D|"                                     DELIMITED BY SIZE
           Book-Id-BSF                              DELIMITED BY SIZE
           "|"                                      DELIMITED BY SIZE
           FUNCTION TRIM(WX-Title TRAILING)         DELIMITED BY SIZE
           "|"                                      DELIMITED BY SIZE
           FUNCTION TRIM(WX-Author TRAILING)        DELIMITED BY SIZE
           "|"                                      DELIMITED BY SIZE
           FUNCTION TRIM(WX-Price LEADING)          DELIMITED BY SIZE
           "|"                                      DELIMITED BY SIZE
           FUNCTION TRIM(WX-Available LEADING)      DELIMITED BY SIZE
           "|"                                      DELIMITED BY SIZE
           FUNCTION TRIM(WS-Title-Status TRAILING)  DELIMITED BY SIZE
           "|"                                      DELIMITED BY SIZE
           WX-Pub-Date                              DELIMITED BY SPACE
        INTO Web-Catalogue-Rec
        WITH POINTER WX-Pointer
    END-STRING.
    WRITE Web-Catalogue-Rec.
    ADD 1 TO WS-Title-Count.
    ADD WS-Available-Qty TO WS-Total-Available.

    READ BookStockFile NEXT RECORD
       AT END SET EndOfBookStock TO TRUE
    END-READ.

Find-Effective-Price.
*>  Latest PRICHIST.DAT price effective on or before today, falling
*>  back to Copy-Price-BSF when the book has no history - the same
*>  pricing sfbymail applies when the order processes.
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

Sum-Warehouse-Stock.
    MOVE Qty-In-Stock-BSF TO WS-On-Hand-Qty.
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
             ADD Qty-In-Stock-WSF TO WS-On-Hand-Qty
          END-IF
       END-IF
    END-PERFORM.

Sum-Allocations.
*>  Everything reserved for keyed orders sfbymail has not yet
*>  consumed, through the AL-Book-Alt alternate key as OrderEntry
*>  sums it for available to promise.
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

Write-Trailer.
    MOVE SPACES TO Web-Catalogue-Rec.
    MOVE 1 TO WX-Pointer.
    STRING "T|" WS-Run-Date "|" DELIMITED BY SIZE
        INTO Web-Catalogue-Rec
        WITH POINTER WX-Pointer
    END-STRING.
    MOVE WS-Title-Count TO WX-Count.
    PERFORM Append-Trailer-Count.
    MOVE WS-In-Stock-Count TO WX-Count.
    PERFORM Append-Trailer-Count.
    MOVE WS-Low-Count TO WX-Count.
    PERFORM Append-Trailer-Count.
    MOVE WS-Backorder-Count TO WX-Count.
    PERFORM Append-Trailer-Count.
    MOVE WS-Forthcoming-Count TO WX-Count.
    PERFORM Append-Trailer-Count.
    MOVE WS-Total-Available TO WX-Total.
    STRING FUNCTION TRIM(WX-Total LEADING) DELIMITED BY SIZE
        INTO Web-Catalogue-Rec
        WITH POINTER WX-Pointer
    END-STRING.
    WRITE Web-Catalogue-Rec.

Append-Trailer-Count.
    STRING FUNCTION TRIM(WX-Count LEADING) DELIMITED BY SIZE
           "|"                            DELIMITED BY SIZE
        INTO Web-Catalogue-Rec
        WITH POINTER WX-Pointer
    END-STRING.
