      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  StandingOrders.
AUTHOR.  Michael Coughlan.
*> Turns the standing orders SORDMNTT keeps on STANDORD.DAT into
*> Orders.DAT lines when a new title reaches stock.  Each night,
*> after BookReceiving, BookStockFile is walked against the title
*> register SOTITLE.DAT; a title not yet on the register is new.
*> Once it has copies on hand - entered with opening stock, or
*> first received through BookReceiving - every active standing
*> order for its author, and for its series on BOOKSER.DAT, gets
*> one order: the next number from ORDNOCTL.DAT, the standing
*> quantity and service class, the same credit check OrderEntry
*> applies (over the limit goes to CREDHOLD.DAT for CreditRelease)
*> and an ALLOC.DAT reservation for as much as is available to
*> promise - sfbymail backorders any balance.  A customer holding
*> both an author and a series standing order for the title gets
*> one order; one whose account CustMerge has merged away gets none,
*> and the report names the account it went into so the standing
*> order can be settled through SORDMNTT.  The title then goes on
*> the register so it is never
*> ordered twice; a title still waiting for its first copies stays
*> off until they arrive.  The first run finds no register and only
*> builds it from the titles already on file.  STANDORD.RPT lists
*> what was generated.

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

    SELECT Title-Register-File ASSIGN TO "SOTITLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ST-Book-Id
        FILE STATUS IS RegisterStatus.

    SELECT OPTIONAL Standing-Order-File ASSIGN TO "STANDORD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SO-Key
        ALTERNATE RECORD KEY IS SO-Match-Alt
                  WITH DUPLICATES
        FILE STATUS IS StandingStatus.

    SELECT OPTIONAL Book-Series-File ASSIGN TO "BOOKSER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BK-Book-Id
        ALTERNATE RECORD KEY IS BK-Series-Code
                  WITH DUPLICATES
        FILE STATUS IS SeriesStatus.

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

    SELECT Standing-Report-File ASSIGN TO "STANDORD.RPT"
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

*> One record per title the standing-order run has dealt with.
FD  Title-Register-File.
01  Title-Register-Rec.
    02  ST-Book-Id              PIC X(5).
    02  ST-Registered-Date      PIC 9(8).
    02  ST-Orders-Raised        PIC 9(3).

FD  Standing-Order-File.
01  SO-Rec.
    02  SO-Key.
        03  SO-Customer-Id      PIC X(5).
        03  SO-Match-Type       PIC X.
        03  SO-Match-Code       PIC X(6).
    02  SO-Match-Alt            PIC X(7).
    02  SO-Qty                  PIC 99.
    02  SO-Service-Class        PIC X.
    02  SO-Order-Status         PIC X.
        88 SO-Suspended         VALUE "S".
    02  SO-Set-Up-Date          PIC 9(8).
    02  SO-Last-Order-Date      PIC 9(8).
    02  SO-Orders-Generated     PIC 9(5).

FD  Book-Series-File.
01  BK-Rec.
    02  BK-Book-Id              PIC X(5).
    02  BK-Series-Code          PIC X(6).
    02  BK-Volume               PIC 9(3).

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

FD  Standing-Report-File.
01  Report-Line                 PIC X(80).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
01  RegisterStatus              PIC XX.
    88 Title-Registered         VALUE "00".
01  StandingStatus              PIC XX.
    88 Standing-Rec-Found       VALUE "00".
01  SeriesStatus                PIC XX.
    88 Series-Rec-Found         VALUE "00".
01  CustomerStatus              PIC XX.
    88 Customer-Rec-Found       VALUE "00".
01  OrderControlStatus          PIC XX.
01  AROpenStatus                PIC XX.
01  PriceHistStatus             PIC XX.
01  AllocStatus                 PIC XX.

01  WS-Run-Date                 PIC 9(8).
01  WS-Next-Order-Number        PIC 9(7) VALUE 0.
01  WS-First-Order-Number       PIC 9(7) VALUE 0.
01  WS-Seed-Run-Flag            PIC X VALUE "N".
    88 Seed-Run                 VALUE "Y".
01  WS-AR-File-Usable           PIC X VALUE "N".
    88 AR-File-Usable           VALUE "Y".
01  WS-Series-File-Usable       PIC X VALUE "N".
    88 Series-File-Usable       VALUE "Y".
01  WS-EOF-AR-Scan              PIC X.
    88 End-Of-AR-Scan           VALUE "Y".
01  WS-EOF-Price-Scan           PIC X.
    88 End-Of-Price-Scan        VALUE "Y".
01  WS-EOF-Alloc-Scan           PIC X.
    88 End-Of-Alloc-Scan        VALUE "Y".
01  WS-EOF-Match-Scan           PIC X.
    88 End-Of-Match-Scan        VALUE "Y".

01  WS-Match-Key.
    02  WS-Match-Type           PIC X.
    02  WS-Match-Code           PIC X(6).
    02  WS-Match-Author REDEFINES WS-Match-Code.
        03  WS-Match-Author-Id  PIC 9(4).
        03  FILLER              PIC XX.

*> The standing orders matched for the current title, gathered
*> first so the rewrites of their order counts cannot disturb the
*> alternate-key scan; a customer appears once however many of
*> their standing orders match.
01  Match-Table.
    02  MT-Entry OCCURS 200 TIMES.
        03  MT-Key              PIC X(12).
        03  MT-Customer-Id      PIC X(5).
        03  MT-Match-Alt        PIC X(7).
01  MT-Count                    PIC 9(3) VALUE 0.
01  MT-X                        PIC 9(3).
01  MT-Y                        PIC 9(3).
01  WS-Already-Matched          PIC X.
    88 Already-Matched          VALUE "Y".

01  WS-Effective-Price          PIC 99V99.
01  WS-Allocated-Qty            PIC 9(5).
01  WS-ATP-Qty                  PIC S9(5).
01  WS-Reserve-Qty              PIC 99.
01  WS-Open-Balance             PIC 9(7)V99.
01  WS-Order-Value              PIC 9(6)V99.
01  WS-Credit-Limit             PIC 9(6)V99.
01  WS-Title-Orders             PIC 9(3).

01  WS-Titles-Read              PIC 9(5) VALUE 0.
01  WS-Titles-New               PIC 9(5) VALUE 0.
01  WS-Titles-Waiting           PIC 9(5) VALUE 0.
01  WS-Titles-Seeded            PIC 9(5) VALUE 0.
01  WS-Orders-Written           PIC 9(5) VALUE 0.
01  WS-Orders-Held              PIC 9(5) VALUE 0.
01  WS-Standing-Skipped         PIC 9(5) VALUE 0.

01  Report-Heading.
    02  FILLER                  PIC X(37) VALUE
        "STANDING ORDERS GENERATED - RUN DATE ".
    02  RH-Run-Date             PIC 9(8).

01  Report-Column-Heading.
    02  FILLER                  PIC X(70) VALUE
        "      CUST   ORDER    QTY RSVD  MATCH    DISPOSITION".

01  Report-Title-Line.
    02  FILLER                  PIC X(10) VALUE "NEW TITLE ".
    02  RT-Book-Id              PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RT-Title                PIC X(30).
    02  FILLER                  PIC X(8)  VALUE "  AUTHOR".
    02  RT-Author-Id            PIC Z(4)9.
    02  FILLER                  PIC X(8)  VALUE "  SERIES".
    02  FILLER                  PIC X     VALUE SPACE.
    02  RT-Series-Code          PIC X(6).

01  Report-Detail-Line.
    02  FILLER                  PIC X(6)  VALUE SPACES.
    02  RD-Customer-Id          PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Order-Number         PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Qty                  PIC Z9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  RD-Reserved             PIC Z9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Match                PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Disposition          PIC X(30).

01  Report-Total-Line.
    02  RTL-Label               PIC X(32).
    02  RTL-Count               PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
       DISPLAY "STANDINGORDERS: CANNOT OPEN BookStock.DAT FS="
               BookStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
*>  No register yet means the first run: it records the titles
*>  already on file and orders nothing, or every standing order
*>  would be filled from the whole back catalogue.
    OPEN I-O Title-Register-File.
    IF RegisterStatus = "35"
       CLOSE Title-Register-File
       OPEN OUTPUT Title-Register-File
       CLOSE Title-Register-File
       OPEN I-O Title-Register-File
       SET Seed-Run TO TRUE
    END-IF.
    OPEN I-O Standing-Order-File.
    OPEN INPUT Book-Series-File.
    IF SeriesStatus = "00"
       SET Series-File-Usable TO TRUE
    END-IF.
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
    OPEN OUTPUT Standing-Report-File.
    MOVE WS-Run-Date TO RH-Run-Date.
    WRITE Report-Line FROM Report-Heading.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.

    PERFORM Read-Order-Number-Control.
    MOVE WS-Next-Order-Number TO WS-First-Order-Number.

    READ BookStockFile NEXT RECORD
        AT END SET EndOfBookStock TO TRUE
    END-READ.
    PERFORM Check-One-Title UNTIL EndOfBookStock.

    IF WS-Next-Order-Number NOT = WS-First-Order-Number
       PERFORM Write-Order-Number-Control
    END-IF.
    PERFORM Write-Report-Totals.
    DISPLAY "STANDINGORDERS: " WS-Titles-New " NEW TITLES, "
            WS-Orders-Written " ORDERS WRITTEN, "
            WS-Orders-Held " ON CREDIT HOLD".
    IF Seed-Run
       DISPLAY "STANDINGORDERS: TITLE REGISTER STARTED WITH "
               WS-Titles-Seeded " TITLES - NO ORDERS RAISED"
    END-IF.

    CLOSE BookStockFile.
    CLOSE Title-Register-File.
    CLOSE Standing-Order-File.
    IF Series-File-Usable
       CLOSE Book-Series-File
    END-IF.
    CLOSE Customer-File.
    CLOSE OrdersFile.
    CLOSE CreditHoldFile.
    CLOSE Price-History-File.
    CLOSE Allocation-File.
    IF AR-File-Usable
       CLOSE AR-Open-Item-File
    END-IF.
    CLOSE Standing-Report-File.
    STOP RUN.

Check-One-Title.
    ADD 1 TO WS-Titles-Read.
    MOVE Book-Id-BSF TO ST-Book-Id.
    READ Title-Register-File
        INVALID KEY CONTINUE
    END-READ.
    EVALUATE TRUE
      WHEN Title-Registered
         CONTINUE
      WHEN Seed-Run
         MOVE ZERO TO WS-Title-Orders
         PERFORM Register-Title
         ADD 1 TO WS-Titles-Seeded
      WHEN Qty-In-Stock-BSF = ZERO
         ADD 1 TO WS-Titles-Waiting
      WHEN OTHER
         ADD 1 TO WS-Titles-New
         PERFORM Order-New-Title
         PERFORM Register-Title
    END-EVALUATE.

    READ BookStockFile NEXT RECORD
        AT END SET EndOfBookStock TO TRUE
    END-READ.

Register-Title.
    MOVE Book-Id-BSF     TO ST-Book-Id.
    MOVE WS-Run-Date     TO ST-Registered-Date.
    MOVE WS-Title-Orders TO ST-Orders-Raised.
    WRITE Title-Register-Rec
        INVALID KEY DISPLAY "SOTITLE WRITE FS = " RegisterStatus
    END-WRITE.

Order-New-Title.
    MOVE ZERO TO WS-Title-Orders.
    MOVE ZERO TO MT-Count.
    MOVE Book-Id-BSF    TO RT-Book-Id.
    MOVE Book-Title-BSF TO RT-Title.
    MOVE Author-Id-BSF  TO RT-Author-Id.
    MOVE SPACES         TO RT-Series-Code.

    MOVE "A"           TO WS-Match-Type.
    MOVE SPACES        TO WS-Match-Code.
    MOVE Author-Id-BSF TO WS-Match-Author-Id.
    PERFORM Gather-Standing-Orders.
    IF Series-File-Usable
       MOVE Book-Id-BSF TO BK-Book-Id
       READ Book-Series-File
           INVALID KEY CONTINUE
       END-READ
       IF Series-Rec-Found
          MOVE BK-Series-Code TO RT-Series-Code
          MOVE "S"            TO WS-Match-Type
          MOVE BK-Series-Code TO WS-Match-Code
          PERFORM Gather-Standing-Orders
       END-IF
    END-IF.

    IF MT-Count > ZERO
       WRITE Report-Line FROM Report-Title-Line
       WRITE Report-Line FROM Report-Column-Heading
       PERFORM Find-Effective-Price
       PERFORM Compute-Available-To-Promise
       PERFORM VARYING MT-X FROM 1 BY 1 UNTIL MT-X > MT-Count
          PERFORM Raise-Standing-Order
       END-PERFORM
       MOVE SPACES TO Report-Line
       WRITE Report-Line
    END-IF.

Gather-Standing-Orders.
    MOVE "N" TO WS-EOF-Match-Scan.
    MOVE WS-Match-Key TO SO-Match-Alt.
    START Standing-Order-File
        KEY IS EQUAL TO SO-Match-Alt
        INVALID KEY SET End-Of-Match-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-Match-Scan
       READ Standing-Order-File NEXT RECORD
          AT END SET End-Of-Match-Scan TO TRUE
       END-READ
       IF NOT End-Of-Match-Scan
          IF SO-Match-Alt NOT = WS-Match-Key
             SET End-Of-Match-Scan TO TRUE
          ELSE
             PERFORM Note-Matched-Order
          END-IF
       END-IF
    END-PERFORM.

Note-Matched-Order.
    IF SO-Suspended
       ADD 1 TO WS-Standing-Skipped
       EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-Already-Matched.
    PERFORM VARYING MT-Y FROM 1 BY 1 UNTIL MT-Y > MT-Count
       IF MT-Customer-Id(MT-Y) = SO-Customer-Id
          SET Already-Matched TO TRUE
       END-IF
    END-PERFORM.
    IF Already-Matched
       ADD 1 TO WS-Standing-Skipped
       EXIT PARAGRAPH
    END-IF.
    IF MT-Count < 200
       ADD 1 TO MT-Count
       MOVE SO-Key         TO MT-Key(MT-Count)
       MOVE SO-Customer-Id TO MT-Customer-Id(MT-Count)
       MOVE SO-Match-Alt   TO MT-Match-Alt(MT-Count)
    ELSE
       DISPLAY "STANDINGORDERS: MATCH TABLE FULL - " SO-Key
               " NOT ORDERED FOR " Book-Id-BSF
    END-IF.

Raise-Standing-Order.
    MOVE MT-Key(MT-X) TO SO-Key.
    READ Standing-Order-File
        KEY IS SO-Key
        INVALID KEY CONTINUE
    END-READ.
    MOVE MT-Customer-Id(MT-X) TO RD-Customer-Id.
    MOVE MT-Match-Alt(MT-X)   TO RD-Match.
    MOVE SPACES               TO RD-Order-Number.
    MOVE ZERO                 TO RD-Reserved.
    IF NOT Standing-Rec-Found
       MOVE ZERO TO RD-Qty
       MOVE "STANDING ORDER NOT READ" TO RD-Disposition
       WRITE Report-Line FROM Report-Detail-Line
       EXIT PARAGRAPH
    END-IF.
    MOVE SO-Qty TO RD-Qty.
    MOVE SO-Customer-Id TO CU-Customer-Id.
    READ Customer-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Customer-Rec-Found
       MOVE "CUSTOMER NOT ON FILE" TO RD-Disposition
       WRITE Report-Line FROM Report-Detail-Line
       EXIT PARAGRAPH
    END-IF.
    IF CU-Inactive
       MOVE SPACES TO RD-Disposition
       STRING "CUSTOMER MERGED INTO " CU-Merged-Into
              DELIMITED BY SIZE INTO RD-Disposition
       WRITE Report-Line FROM Report-Detail-Line
       EXIT PARAGRAPH
    END-IF.
    MOVE CU-Credit-Limit TO WS-Credit-Limit.
    PERFORM Compute-Open-Balance.

    MOVE SPACES TO OrdersRec.
    ADD 1 TO WS-Next-Order-Number.
    MOVE WS-Next-Order-Number TO Order-Number.
    MOVE SO-Customer-Id       TO Customer-Id.
    MOVE Book-Id-BSF          TO Book-Id(1).
    MOVE SO-Qty               TO Qty-Required(1).
    MOVE SO-Service-Class     TO Service-Class.
    IF Service-Class = SPACE
       MOVE "S" TO Service-Class
    END-IF.
    COMPUTE WS-Order-Value = SO-Qty * WS-Effective-Price.
    MOVE Order-Number TO RD-Order-Number.

*>  The reservation covers what is still available to promise; any
*>  balance is backordered by sfbymail like any other short line.
    IF WS-ATP-Qty > SO-Qty
       MOVE SO-Qty TO WS-Reserve-Qty
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
       SUBTRACT WS-Reserve-Qty FROM WS-ATP-Qty
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
       MOVE "ORDERED" TO RD-Disposition
    END-IF.
    WRITE Report-Line FROM Report-Detail-Line.
    ADD 1 TO WS-Title-Orders.

    MOVE WS-Run-Date TO SO-Last-Order-Date.
    ADD 1 TO SO-Orders-Generated.
    REWRITE SO-Rec
        INVALID KEY DISPLAY "STANDORD REWRITE FS = " StandingStatus
    END-REWRITE.

Compute-Open-Balance.
*>  Sum of unpaid balances on the customer's open AR items, the
*>  figure OrderEntry checks against the credit limit.
    MOVE ZERO TO WS-Open-Balance.
    IF AR-File-Usable
       MOVE "N" TO WS-EOF-AR-Scan
       MOVE SO-Customer-Id TO AR-Customer-Id
       START AR-Open-Item-File
          KEY IS EQUAL TO AR-Customer-Id
          INVALID KEY SET End-Of-AR-Scan TO TRUE
       END-START
       PERFORM UNTIL End-Of-AR-Scan
          READ AR-Open-Item-File NEXT RECORD
             AT END SET End-Of-AR-Scan TO TRUE
          END-READ
          IF NOT End-Of-AR-Scan
             IF AR-Customer-Id NOT = SO-Customer-Id
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

Write-Report-Totals.
    MOVE "TITLES READ"                TO RTL-Label.
    MOVE WS-Titles-Read               TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "NEW TITLES IN STOCK"        TO RTL-Label.
    MOVE WS-Titles-New                TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "NEW TITLES AWAITING STOCK"  TO RTL-Label.
    MOVE WS-Titles-Waiting            TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "ORDERS WRITTEN"             TO RTL-Label.
    MOVE WS-Orders-Written            TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "ORDERS ON CREDIT HOLD"      TO RTL-Label.
    MOVE WS-Orders-Held               TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    MOVE "STANDING ORDERS SKIPPED"    TO RTL-Label.
    MOVE WS-Standing-Skipped          TO RTL-Count.
    WRITE Report-Line FROM Report-Total-Line.
    IF Seed-Run
       MOVE "TITLES REGISTERED, FIRST RUN" TO RTL-Label
       MOVE WS-Titles-Seeded              TO RTL-Count
       WRITE Report-Line FROM Report-Total-Line
    END-IF.
