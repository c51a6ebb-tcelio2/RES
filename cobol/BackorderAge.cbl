      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  BackorderAge.
AUTHOR.  Michael Coughlan.
*> Backorder aging and automatic cancellation.  Every Backorder.DAT
*> line is aged from the date sfbymail raised it and listed by title
*> and then customer in 0-30, 31-60, 61-90, 91-180 and over-180 day
*> buckets, with a subtotal per title and totals for the file.  A
*> line older than the cancellation age (days, default 120, from the
*> optional control file BOAGE.CTL) is cancelled: it is dropped from
*> Backorder.DAT, its ALLOC.DAT reservation is freed, and it is
*> written to BOCANCEL.DAT, the driver LETTERGEN merges cancellation
*> notices from.  Where the customer has paid more on the order than
*> has been invoiced (the AROPEN.DAT item is overpaid) the cancelled
*> line's value, at the price effective today, is flagged for credit
*> on BOCREDIT.DAT up to the amount overpaid.  Lines written before
*> backorders were dated carry no date; they are stamped with
*> today's date and age from here.  Report BOAGE.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BackorderFile ASSIGN TO "Backorder.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BackorderStatus.

    SELECT OPTIONAL Age-Control-File ASSIGN TO "BOAGE.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Age-Control-Status.

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

    SELECT OPTIONAL Allocation-File ASSIGN TO "ALLOC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AL-Key
        ALTERNATE RECORD KEY IS AL-Book-Alt
                  WITH DUPLICATES
        FILE STATUS IS AllocStatus.

    SELECT OPTIONAL AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-Order-Number
        ALTERNATE RECORD KEY IS AR-Customer-Id
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT Cancel-Driver-File ASSIGN TO "BOCANCEL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Credit-Flag-File ASSIGN TO "BOCREDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Aging-Report-File ASSIGN TO "BOAGE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BackorderFile.
01  BackorderRec.
    88 EndOfBackorders          VALUE HIGH-VALUES.
    02  Book-Id-BOF             PIC X(5).
    02  Customer-Id-BOF         PIC X(5).
    02  Order-Number-BOF        PIC X(7).
    02  Shortfall-Qty-BOF       PIC 99.
    02  Backorder-Date-BOF      PIC 9(8).

FD  Age-Control-File.
01  Age-Control-Rec.
    02  AC-Cancel-Days          PIC 9(3).

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

FD  Allocation-File.
01  Allocation-Rec.
    02  AL-Key.
        03  AL-Order-Number     PIC X(7).
        03  AL-Book-Id          PIC X(5).
    02  AL-Book-Alt             PIC X(5).
    02  AL-Qty                  PIC 99.
    02  AL-Entry-Date           PIC 9(8).

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

*> Same layout as Backorder.DAT, so LETTERGEN reads it as it reads
*> the backorder file.
FD  Cancel-Driver-File.
01  Cancel-Driver-Rec.
    02  CD-Book-Id              PIC X(5).
    02  CD-Customer-Id          PIC X(5).
    02  CD-Order-Number         PIC X(7).
    02  CD-Qty                  PIC 99.
    02  CD-Backorder-Date       PIC 9(8).

FD  Credit-Flag-File.
01  Credit-Flag-Rec.
    02  CF-Order-Number         PIC X(7).
    02  CF-Customer-Id          PIC X(5).
    02  CF-Book-Id              PIC X(5).
    02  CF-Qty                  PIC 99.
    02  CF-Credit-Amount        PIC 9(6)V99.
    02  CF-Cancel-Date          PIC 9(8).

FD  Aging-Report-File.
01  Aging-Line                  PIC X(100).

WORKING-STORAGE SECTION.
01  BackorderStatus             PIC XX.
01  Age-Control-Status          PIC XX.
01  BookStatus                  PIC XX.
    88 Book-Rec-Found           VALUE "00".
01  PriceHistStatus             PIC XX.
01  AllocStatus                 PIC XX.
    88 Alloc-Rec-Found          VALUE "00".
01  AROpenStatus                PIC XX.
    88 AR-Rec-Found             VALUE "00".

01  WS-Alloc-File-Usable        PIC X VALUE "N".
    88 Alloc-File-Usable        VALUE "Y".
01  WS-AR-File-Usable           PIC X VALUE "N".
    88 AR-File-Usable           VALUE "Y".
01  WS-Table-Overflow           PIC X VALUE "N".
    88 Backorder-Table-Overflow VALUE "Y".
01  WS-EOF-Price-Scan           PIC X.
    88 End-Of-Price-Scan        VALUE "Y".

01  WS-Cancel-Days              PIC 9(3) VALUE 120.
01  WS-Run-Date                 PIC 9(8).
01  WS-Run-Date-Integer         PIC 9(9).
01  WS-Line-Date-Integer        PIC 9(9).
01  WS-Effective-Price          PIC 99V99.
01  WS-Line-Value               PIC 9(6)V99.
01  WS-Credit-Amount            PIC 9(6)V99.

*> The backorder file held whole so it can be listed in title and
*> customer order and written back without the cancelled lines.
*> BO-Seq is the listing order, kept by insertion as lines load.
01  Backorder-Table.
    02  BO-Entry OCCURS 500 TIMES.
        03  BO-Book-Id          PIC X(5).
        03  BO-Customer-Id      PIC X(5).
        03  BO-Order-Number     PIC X(7).
        03  BO-Shortfall-Qty    PIC 99.
        03  BO-Backorder-Date   PIC 9(8).
        03  BO-Age-Days         PIC 9(5).
        03  BO-Cancelled        PIC X.
01  BO-Count                    PIC 9(3) VALUE 0.
01  BO-X                        PIC 9(3).
01  BO-Y                        PIC 9(3).
01  Sequence-Table.
    02  BO-Seq                  PIC 9(3) OCCURS 500 TIMES.
01  WS-New-Key                  PIC X(17).
01  WS-Entry-Key                PIC X(17).

*> What is left of each order's overpayment as its cancelled lines
*> are credited, so one overpayment is not credited twice.
01  Prepaid-Table.
    02  PP-Entry OCCURS 200 TIMES.
        03  PP-Order-Number     PIC X(7).
        03  PP-Remaining        PIC 9(6)V99.
01  PP-Count                    PIC 9(3) VALUE 0.
01  PP-X                        PIC 9(3).

01  WS-Prev-Book-Id             PIC X(5) VALUE SPACES.
01  WS-Title-Started            PIC X VALUE "N".
    88 Title-Started            VALUE "Y".

01  Title-Buckets.
    02  TB-Age-30               PIC 9(5) VALUE 0.
    02  TB-Age-60               PIC 9(5) VALUE 0.
    02  TB-Age-90               PIC 9(5) VALUE 0.
    02  TB-Age-180              PIC 9(5) VALUE 0.
    02  TB-Age-Over             PIC 9(5) VALUE 0.

01  Grand-Buckets.
    02  GB-Age-30               PIC 9(6) VALUE 0.
    02  GB-Age-60               PIC 9(6) VALUE 0.
    02  GB-Age-90               PIC 9(6) VALUE 0.
    02  GB-Age-180              PIC 9(6) VALUE 0.
    02  GB-Age-Over             PIC 9(6) VALUE 0.

01  WS-Lines-Stamped            PIC 9(5) VALUE 0.
01  WS-Lines-Cancelled          PIC 9(5) VALUE 0.
01  WS-Allocs-Freed             PIC 9(5) VALUE 0.
01  WS-Credits-Flagged          PIC 9(5) VALUE 0.
01  WS-Credit-Total             PIC 9(7)V99 VALUE 0.

01  Aging-Heading-1.
    02  FILLER                  PIC X(30) VALUE
        "BACKORDER AGING AS AT         ".
    02  AH-Run-Date             PIC 9(8).
    02  FILLER                  PIC X(20) VALUE
        "   CANCEL AFTER DAYS".
    02  FILLER                  PIC X     VALUE SPACE.
    02  AH-Cancel-Days          PIC ZZ9.

01  Aging-Heading-2.
    02  FILLER                  PIC X(98) VALUE
        "BOOK  CUST  ORDER    RAISED     AGE   0-30  31-60  61-90 91-180   OVER  ACTION             CREDIT".

01  Title-Heading.
    02  FILLER                  PIC X(6)  VALUE SPACES.
    02  TH-Book-Title           PIC X(30).

01  Aging-Detail.
    02  AD-Book-Id              PIC X(5).
    02  FILLER                  PIC X     VALUE SPACE.
    02  AD-Customer-Id          PIC X(5).
    02  FILLER                  PIC X     VALUE SPACE.
    02  AD-Order-Number         PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  AD-Backorder-Date       PIC 9(8).
    02  FILLER                  PIC X     VALUE SPACE.
    02  AD-Age-Days             PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  AD-Age-30               PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  AD-Age-60               PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  AD-Age-90               PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  AD-Age-180              PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  AD-Age-Over             PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  AD-Action               PIC X(15).
    02  FILLER                  PIC X     VALUE SPACE.
    02  AD-Credit               PIC ZZ,ZZ9.99 BLANK WHEN ZERO.

01  Title-Total-Line.
    02  FILLER                  PIC X(6)  VALUE "TITLE ".
    02  TT-Book-Id              PIC X(5).
    02  FILLER                  PIC X(26) VALUE " TOTALS".
    02  TT-Age-30               PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  TT-Age-60               PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  TT-Age-90               PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  TT-Age-180              PIC ZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  TT-Age-Over             PIC ZZZZ9.

01  Grand-Total-Line.
    02  FILLER                  PIC X(36) VALUE
        "BACKORDER FILE TOTALS".
    02  GT-Age-30               PIC ZZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  GT-Age-60               PIC ZZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  GT-Age-90               PIC ZZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  GT-Age-180              PIC ZZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  GT-Age-Over             PIC ZZZZZ9.

01  Report-Total-Line.
    02  RTL-Label               PIC X(36).
    02  RTL-Count               PIC ZZ,ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RTL-Amount              PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    COMPUTE WS-Run-Date-Integer =
            FUNCTION INTEGER-OF-DATE(WS-Run-Date).
    PERFORM Read-Age-Control.
    PERFORM Load-Backorder-Table.
    IF BO-Count = ZERO
       DISPLAY "BACKORDERAGE: NO BACKORDERS WAITING"
    END-IF.
    IF Backorder-Table-Overflow
       DISPLAY "BACKORDERAGE: BACKORDER.DAT NOT REWRITTEN - "
               "NOTHING CANCELLED THIS RUN"
    END-IF.

    OPEN INPUT BookStockFile.
    OPEN INPUT Price-History-File.
    OPEN I-O Allocation-File.
    IF AllocStatus = "00"
       SET Alloc-File-Usable TO TRUE
    END-IF.
    OPEN INPUT AR-Open-Item-File.
    IF AROpenStatus = "00"
       SET AR-File-Usable TO TRUE
    END-IF.
    OPEN OUTPUT Cancel-Driver-File.
    OPEN OUTPUT Credit-Flag-File.
    OPEN OUTPUT Aging-Report-File.

    MOVE WS-Run-Date    TO AH-Run-Date.
    MOVE WS-Cancel-Days TO AH-Cancel-Days.
    WRITE Aging-Line FROM Aging-Heading-1.
    MOVE SPACES TO Aging-Line.
    WRITE Aging-Line.
    WRITE Aging-Line FROM Aging-Heading-2.

    PERFORM VARYING BO-Y FROM 1 BY 1 UNTIL BO-Y > BO-Count
       MOVE BO-Seq(BO-Y) TO BO-X
       PERFORM Age-One-Line
    END-PERFORM.
    IF Title-Started
       PERFORM Print-Title-Totals
    END-IF.
    PERFORM Write-Report-Totals.

    IF (WS-Lines-Cancelled > ZERO OR WS-Lines-Stamped > ZERO)
       AND NOT Backorder-Table-Overflow
       PERFORM Rewrite-Backorder-File
    END-IF.

    DISPLAY "BACKORDERAGE: " BO-Count " LINES AGED, "
            WS-Lines-Cancelled " CANCELLED, "
            WS-Credits-Flagged " FLAGGED FOR CREDIT".
    CLOSE BookStockFile.
    CLOSE Price-History-File.
    IF Alloc-File-Usable
       CLOSE Allocation-File
    END-IF.
    IF AR-File-Usable
       CLOSE AR-Open-Item-File
    END-IF.
    CLOSE Cancel-Driver-File.
    CLOSE Credit-Flag-File.
    CLOSE Aging-Report-File.
    STOP RUN.

Read-Age-Control.
    OPEN INPUT Age-Control-File.
    IF Age-Control-Status = "00"
       READ Age-Control-File
          AT END MOVE "10" TO Age-Control-Status
       END-READ
       IF Age-Control-Status = "00"
          AND AC-Cancel-Days NUMERIC
          AND AC-Cancel-Days > ZERO
          MOVE AC-Cancel-Days TO WS-Cancel-Days
       END-IF
    END-IF.
    CLOSE Age-Control-File.

Load-Backorder-Table.
    MOVE ZERO TO BO-Count.
    OPEN INPUT BackorderFile.
    IF BackorderStatus = "00"
       READ BackorderFile
           AT END SET EndOfBackorders TO TRUE
       END-READ
       PERFORM UNTIL EndOfBackorders
          IF BO-Count < 500
             ADD 1 TO BO-Count
             MOVE Book-Id-BOF       TO BO-Book-Id(BO-Count)
             MOVE Customer-Id-BOF   TO BO-Customer-Id(BO-Count)
             MOVE Order-Number-BOF  TO BO-Order-Number(BO-Count)
             MOVE Shortfall-Qty-BOF TO BO-Shortfall-Qty(BO-Count)
             IF Backorder-Date-BOF NOT NUMERIC
                OR Backorder-Date-BOF = ZERO
                MOVE WS-Run-Date TO Backorder-Date-BOF
                ADD 1 TO WS-Lines-Stamped
             END-IF
             MOVE Backorder-Date-BOF TO BO-Backorder-Date(BO-Count)
             MOVE "N" TO BO-Cancelled(BO-Count)
             PERFORM Insert-In-Sequence
          ELSE
             DISPLAY "BACKORDERAGE: BACKORDER TABLE FULL - "
                     Order-Number-BOF " " Book-Id-BOF " NOT AGED"
             SET Backorder-Table-Overflow TO TRUE
          END-IF
          READ BackorderFile
              AT END SET EndOfBackorders TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE BackorderFile.

Insert-In-Sequence.
*>  Ripple the new line into BO-Seq by book, customer and order.
    MOVE BackorderRec(1:17) TO WS-New-Key.
    MOVE BO-Count TO BO-Y.
    PERFORM UNTIL BO-Y = 1
       MOVE BO-Seq(BO-Y - 1) TO BO-X
       MOVE BO-Entry(BO-X)(1:17) TO WS-Entry-Key
       IF WS-Entry-Key > WS-New-Key
          MOVE BO-X TO BO-Seq(BO-Y)
          SUBTRACT 1 FROM BO-Y
       ELSE
          EXIT PERFORM
       END-IF
    END-PERFORM.
    MOVE BO-Count TO BO-Seq(BO-Y).

Age-One-Line.
    IF Title-Started
       AND BO-Book-Id(BO-X) NOT = WS-Prev-Book-Id
       PERFORM Print-Title-Totals
    END-IF.
    IF NOT Title-Started
       PERFORM Print-Title-Heading
    END-IF.

    COMPUTE WS-Line-Date-Integer =
            FUNCTION INTEGER-OF-DATE(BO-Backorder-Date(BO-X)).
    IF WS-Line-Date-Integer > WS-Run-Date-Integer
       MOVE ZERO TO BO-Age-Days(BO-X)
    ELSE
       COMPUTE BO-Age-Days(BO-X) =
               WS-Run-Date-Integer - WS-Line-Date-Integer
    END-IF.

    MOVE BO-Book-Id(BO-X)        TO AD-Book-Id.
    MOVE BO-Customer-Id(BO-X)    TO AD-Customer-Id.
    MOVE BO-Order-Number(BO-X)   TO AD-Order-Number.
    MOVE BO-Backorder-Date(BO-X) TO AD-Backorder-Date.
    MOVE BO-Age-Days(BO-X)       TO AD-Age-Days.
    MOVE ZERO TO AD-Age-30 AD-Age-60 AD-Age-90 AD-Age-180 AD-Age-Over.
    EVALUATE TRUE
      WHEN BO-Age-Days(BO-X) > 180
         MOVE BO-Shortfall-Qty(BO-X) TO AD-Age-Over
         ADD BO-Shortfall-Qty(BO-X) TO TB-Age-Over GB-Age-Over
      WHEN BO-Age-Days(BO-X) > 90
         MOVE BO-Shortfall-Qty(BO-X) TO AD-Age-180
         ADD BO-Shortfall-Qty(BO-X) TO TB-Age-180 GB-Age-180
      WHEN BO-Age-Days(BO-X) > 60
         MOVE BO-Shortfall-Qty(BO-X) TO AD-Age-90
         ADD BO-Shortfall-Qty(BO-X) TO TB-Age-90 GB-Age-90
      WHEN BO-Age-Days(BO-X) > 30
         MOVE BO-Shortfall-Qty(BO-X) TO AD-Age-60
         ADD BO-Shortfall-Qty(BO-X) TO TB-Age-60 GB-Age-60
      WHEN OTHER
         MOVE BO-Shortfall-Qty(BO-X) TO AD-Age-30
         ADD BO-Shortfall-Qty(BO-X) TO TB-Age-30 GB-Age-30
    END-EVALUATE.

    MOVE SPACES TO AD-Action.
    MOVE ZERO   TO AD-Credit.
    IF BO-Age-Days(BO-X) > WS-Cancel-Days
       AND NOT Backorder-Table-Overflow
       PERFORM Cancel-Backorder-Line
    END-IF.
    WRITE Aging-Line FROM Aging-Detail.

Print-Title-Heading.
    MOVE BO-Book-Id(BO-X) TO Book-Id-BSF WS-Prev-Book-Id.
    READ BookStockFile
        KEY IS Book-Id-BSF
        INVALID KEY MOVE "** NOT ON BOOKSTOCK **" TO Book-Title-BSF
    END-READ.
    MOVE Book-Title-BSF TO TH-Book-Title.
    WRITE Aging-Line FROM Title-Heading.
    SET Title-Started TO TRUE.

Print-Title-Totals.
    MOVE WS-Prev-Book-Id TO TT-Book-Id.
    MOVE TB-Age-30  TO TT-Age-30.
    MOVE TB-Age-60  TO TT-Age-60.
    MOVE TB-Age-90  TO TT-Age-90.
    MOVE TB-Age-180 TO TT-Age-180.
    MOVE TB-Age-Over TO TT-Age-Over.
    WRITE Aging-Line FROM Title-Total-Line.
    MOVE SPACES TO Aging-Line.
    WRITE Aging-Line.
    MOVE ZERO TO TB-Age-30 TB-Age-60 TB-Age-90 TB-Age-180 TB-Age-Over.
    MOVE "N" TO WS-Title-Started.

Cancel-Backorder-Line.
    MOVE "Y" TO BO-Cancelled(BO-X).
    ADD 1 TO WS-Lines-Cancelled.
    MOVE "CANCELLED" TO AD-Action.

    IF Alloc-File-Usable
       MOVE BO-Order-Number(BO-X) TO AL-Order-Number
       MOVE BO-Book-Id(BO-X)      TO AL-Book-Id
       DELETE Allocation-File
          INVALID KEY CONTINUE
       END-DELETE
       IF Alloc-Rec-Found
          ADD 1 TO WS-Allocs-Freed
          MOVE "CANCELLED/FREED" TO AD-Action
       END-IF
    END-IF.

    MOVE BO-Book-Id(BO-X)        TO CD-Book-Id.
    MOVE BO-Customer-Id(BO-X)    TO CD-Customer-Id.
    MOVE BO-Order-Number(BO-X)   TO CD-Order-Number.
    MOVE BO-Shortfall-Qty(BO-X)  TO CD-Qty.
    MOVE BO-Backorder-Date(BO-X) TO CD-Backorder-Date.
    WRITE Cancel-Driver-Rec.

    IF AR-File-Usable
       PERFORM Flag-Prepaid-Credit
    END-IF.

Flag-Prepaid-Credit.
*>  The overpayment still uncredited on this order, looked up on
*>  AROPEN.DAT the first time one of its lines is cancelled.
    MOVE 1 TO PP-X.
    PERFORM UNTIL PP-X > PP-Count
               OR PP-Order-Number(PP-X) = BO-Order-Number(BO-X)
       ADD 1 TO PP-X
    END-PERFORM.
    IF PP-X > PP-Count
       IF PP-Count NOT < 200
          DISPLAY "BACKORDERAGE: PREPAID TABLE FULL - "
                  BO-Order-Number(BO-X) " NOT CHECKED FOR CREDIT"
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO PP-Count
       MOVE PP-Count TO PP-X
       MOVE BO-Order-Number(BO-X) TO PP-Order-Number(PP-X)
       MOVE ZERO TO PP-Remaining(PP-X)
       MOVE BO-Order-Number(BO-X) TO AR-Order-Number
       READ AR-Open-Item-File
          KEY IS AR-Order-Number
          INVALID KEY CONTINUE
       END-READ
       IF AR-Rec-Found
          AND AR-Paid-Amount > AR-Invoice-Amount
          COMPUTE PP-Remaining(PP-X) =
                  AR-Paid-Amount - AR-Invoice-Amount
       END-IF
    END-IF.
    IF PP-Remaining(PP-X) = ZERO
       EXIT PARAGRAPH
    END-IF.

    MOVE BO-Book-Id(BO-X) TO Book-Id-BSF.
    READ BookStockFile
        KEY IS Book-Id-BSF
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Book-Rec-Found
       MOVE ZERO TO WS-Effective-Price
    ELSE
       PERFORM Find-Effective-Price
    END-IF.
    COMPUTE WS-Line-Value =
            BO-Shortfall-Qty(BO-X) * WS-Effective-Price.
    IF WS-Line-Value = ZERO
       MOVE PP-Remaining(PP-X) TO WS-Credit-Amount
    ELSE
       IF WS-Line-Value < PP-Remaining(PP-X)
          MOVE WS-Line-Value TO WS-Credit-Amount
       ELSE
          MOVE PP-Remaining(PP-X) TO WS-Credit-Amount
       END-IF
    END-IF.
    SUBTRACT WS-Credit-Amount FROM PP-Remaining(PP-X).

    MOVE BO-Order-Number(BO-X)  TO CF-Order-Number.
    MOVE BO-Customer-Id(BO-X)   TO CF-Customer-Id.
    MOVE BO-Book-Id(BO-X)       TO CF-Book-Id.
    MOVE BO-Shortfall-Qty(BO-X) TO CF-Qty.
    MOVE WS-Credit-Amount       TO CF-Credit-Amount.
    MOVE WS-Run-Date            TO CF-Cancel-Date.
    WRITE Credit-Flag-Rec.
    ADD 1 TO WS-Credits-Flagged.
    ADD WS-Credit-Amount TO WS-Credit-Total.
    MOVE WS-Credit-Amount TO AD-Credit.

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
    MOVE GB-Age-30  TO GT-Age-30.
    MOVE GB-Age-60  TO GT-Age-60.
    MOVE GB-Age-90  TO GT-Age-90.
    MOVE GB-Age-180 TO GT-Age-180.
    MOVE GB-Age-Over TO GT-Age-Over.
    WRITE Aging-Line FROM Grand-Total-Line.
    MOVE SPACES TO Aging-Line.
    WRITE Aging-Line.
    MOVE ZERO TO RTL-Amount.
    MOVE "BACKORDER LINES AGED"            TO RTL-Label.
    MOVE BO-Count                          TO RTL-Count.
    WRITE Aging-Line FROM Report-Total-Line.
    MOVE "UNDATED LINES DATED TODAY"       TO RTL-Label.
    MOVE WS-Lines-Stamped                  TO RTL-Count.
    WRITE Aging-Line FROM Report-Total-Line.
    MOVE "LINES CANCELLED"                 TO RTL-Label.
    MOVE WS-Lines-Cancelled                TO RTL-Count.
    WRITE Aging-Line FROM Report-Total-Line.
    MOVE "RESERVATIONS FREED"              TO RTL-Label.
    MOVE WS-Allocs-Freed                   TO RTL-Count.
    WRITE Aging-Line FROM Report-Total-Line.
    MOVE "PREPAID LINES FLAGGED FOR CREDIT" TO RTL-Label.
    MOVE WS-Credits-Flagged                TO RTL-Count.
    MOVE WS-Credit-Total                   TO RTL-Amount.
    WRITE Aging-Line FROM Report-Total-Line.

Rewrite-Backorder-File.
*>  Write the file back in its original order less the cancelled
*>  lines, each now carrying its date.
    OPEN OUTPUT BackorderFile.
    PERFORM VARYING BO-X FROM 1 BY 1 UNTIL BO-X > BO-Count
       IF BO-Cancelled(BO-X) = "N"
          MOVE BO-Book-Id(BO-X)        TO Book-Id-BOF
          MOVE BO-Customer-Id(BO-X)    TO Customer-Id-BOF
          MOVE BO-Order-Number(BO-X)   TO Order-Number-BOF
          MOVE BO-Shortfall-Qty(BO-X)  TO Shortfall-Qty-BOF
          MOVE BO-Backorder-Date(BO-X) TO Backorder-Date-BOF
          WRITE BackorderRec
       END-IF
    END-PERFORM.
    CLOSE BackorderFile.
