*> ProcessOrders1" display in the nightly run.  Order-Number is
*> assigned from the last-used-number control file ORDNOCTL.DAT and
*> records are appended to Orders.DAT, so the file can be built up
*> over several sittings before the run.  A line for a forthcoming
*> title - one FORTHCOM.DAT dates after today, with no stock yet -
*> is taken as a pre-order instead: it gets an order number of its
*> own and waits on PREORDER.DAT, outside the credit check and the
*> reservations, until PreOrderRelease sends it to Orders.DAT.
*> A customer CustMerge has merged into another is refused with the
*> survivor's id, so the order is keyed against the survivor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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
    02  CU-City                 PIC X(15).
    02  CU-Country-Code         PIC XX.
    02  CU-Credit-Limit         PIC 9(6)V99.
    02  CU-Sales-Rep            PIC X(4).
    02  CU-Acct-Status          PIC X.
        88 CU-Inactive          VALUE "I".
    02  CU-Merged-Into          PIC X(5).

FD  OrdersFile.
01  OrdersRec.
    02  CH-Credit-Limit         PIC 9(6)V99.
    02  CH-Entry-Date           PIC 9(8).

*> Publication dates of titles on BookStockFile not yet published.
FD  Forthcoming-File.
01  FC-Rec.
    02  FC-Book-Id              PIC X(5).
    02  FC-Pub-Date             PIC 9(8).

*> Pre-orders in the order they were taken, each a one-line
*> OrdersRec ready for Orders.DAT once its title is out.
FD  Pre-Order-File.
01  Pre-Order-Rec.
    02  PO-Book-Id              PIC X(5).
    02  PO-Taken-Date           PIC 9(8).
    02  PO-OrdersRec-Image      PIC X(91).

WORKING-STORAGE SECTION.
01  BookStatus                  PIC XX.
    88 Book-Rec-Found           VALUE "00".
01  WS-Open-Balance             PIC 9(7)V99.
01  WS-Order-Value              PIC 9(6)V99.
01  WS-Orders-Held              PIC 9(5) VALUE 0.
01  ForthcomingStatus           PIC XX.
    88 Forthcoming-Rec-Found    VALUE "00".
01  WS-Pre-Orders-Taken         PIC 9(5) VALUE 0.
01  Pre-Order-Lines.
    02  PL-Line OCCURS 10 TIMES.
        03  PL-Book-Id          PIC X(5).
        03  PL-Qty              PIC 99.
01  PL-Count                    PIC 99.
01  PL-X                        PIC 99.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT Customer-File.
    OPEN EXTEND OrdersFile.
    OPEN EXTEND CreditHoldFile.
    OPEN EXTEND Pre-Order-File.
    OPEN INPUT Forthcoming-File.
    OPEN INPUT Price-History-File.
    OPEN INPUT Promotion-File.
    OPEN I-O Allocation-File.

    DISPLAY "ORDERS WRITTEN THIS SESSION: " WS-Orders-Written.
    DISPLAY "ORDERS ON CREDIT HOLD:       " WS-Orders-Held.
    DISPLAY "PRE-ORDERS TAKEN:            " WS-Pre-Orders-Taken.
    CLOSE BookStockFile.
    CLOSE Customer-File.
    CLOSE OrdersFile.
    CLOSE CreditHoldFile.
    CLOSE Pre-Order-File.
    CLOSE Forthcoming-File.
    CLOSE Allocation-File.
    CLOSE Price-History-File.
    CLOSE Promotion-File.
       READ Customer-File
          INVALID KEY CONTINUE
       END-READ
       EVALUATE TRUE
         WHEN NOT Customer-Rec-Found
            DISPLAY "Customer not on file - order not started."
         WHEN CU-Inactive
            DISPLAY "Customer merged into " CU-Merged-Into
                    " - order not started."
         WHEN OTHER
            DISPLAY "Customer: " CU-Name
            MOVE CU-Credit-Limit TO WS-Credit-Limit
            PERFORM Compute-Open-Balance
            PERFORM Enter-Order-Lines
       END-EVALUATE
    END-IF.

Compute-Open-Balance.
    MOVE SPACES TO OrdersRec.
    MOVE WS-Customer-Id-In TO Customer-Id.
    MOVE ZERO TO WS-Line-Count.
    MOVE ZERO TO PL-Count.
    MOVE ZERO TO WS-Order-Value.
    MOVE "Y" TO WS-Order-OK-Flag.

    PERFORM Enter-One-Line
        UNTIL WS-Line-Count + PL-Count = 10
           OR NOT Order-OK.

    IF WS-Line-Count > ZERO OR PL-Count > ZERO
       PERFORM Enter-Service-Class
    END-IF.
    IF WS-Line-Count > ZERO
       PERFORM Enter-Promo-Code
       ADD 1 TO WS-Next-Order-Number
       MOVE WS-Next-Order-Number TO Order-Number
                  WS-Line-Count " lines."
       END-IF
    ELSE
       IF PL-Count = ZERO
          DISPLAY "No valid lines - order not written."
       END-IF
    END-IF.
    IF PL-Count > ZERO
       PERFORM Write-Pre-Orders
    END-IF.

Write-Pre-Orders.
*>  Each pre-order line is an order of its own, so titles published
*>  on different dates release independently.  Service-Class is
*>  held on the OrdersRec image until then.
    PERFORM VARYING PL-X FROM 1 BY 1 UNTIL PL-X > PL-Count
       ADD 1 TO WS-Next-Order-Number
       MOVE SPACES TO Pre-Order-Rec
       MOVE PL-Book-Id(PL-X) TO PO-Book-Id
       MOVE WS-Run-Date      TO PO-Taken-Date
       MOVE SPACES TO OrdersRec
       MOVE WS-Next-Order-Number TO Order-Number
       MOVE WS-Customer-Id-In    TO Customer-Id
       MOVE PL-Book-Id(PL-X)     TO Book-Id(1)
       MOVE PL-Qty(PL-X)         TO Qty-Required(1)
       MOVE WS-Class-In          TO Service-Class
       IF Service-Class NOT = "E" AND NOT = "C"
          MOVE "S" TO Service-Class
       END-IF
       MOVE OrdersRec TO PO-OrdersRec-Image
       WRITE Pre-Order-Rec
       ADD 1 TO WS-Pre-Orders-Taken
       DISPLAY "Pre-order " Order-Number " taken for "
               PL-Book-Id(PL-X)
    END-PERFORM.

Hold-Order-For-Credit.
    MOVE OrdersRec        TO CH-OrdersRec-Image.
    MOVE WS-Open-Balance  TO CH-Open-Balance.
          DISPLAY "  Book not on file - line not taken."
       ELSE
          DISPLAY "  Title: " Book-Title-BSF
          MOVE Book-Id-BSF TO FC-Book-Id
          READ Forthcoming-File
             INVALID KEY CONTINUE
          END-READ
          IF Forthcoming-Rec-Found
             AND FC-Pub-Date > WS-Run-Date
             AND Qty-In-Stock-BSF = ZERO
             PERFORM Enter-Pre-Order-Line
             EXIT PARAGRAPH
          END-IF
          PERFORM Compute-Available-To-Promise
          DISPLAY "  Available to promise: " WS-ATP-Qty
          DISPLAY "  Qty Required (01-99): "
       END-IF
    END-IF.

Enter-Pre-Order-Line.
    DISPLAY "  Forthcoming - publication " FC-Pub-Date
            " - taken as a pre-order".
    DISPLAY "  Qty Required (01-99): ".
    MOVE SPACES TO WS-Qty-In.
    ACCEPT WS-Qty-In.
    IF WS-Qty-In NOT NUMERIC OR WS-Qty-In = "00"
       DISPLAY "  Qty invalid - line not taken."
    ELSE
       ADD 1 TO PL-Count
       MOVE WS-Book-Id-In TO PL-Book-Id(PL-Count)
       MOVE WS-Qty-In     TO PL-Qty(PL-Count)
    END-IF.

Find-Effective-Price.
*>  Latest PRICHIST.DAT price effective on or before today, falling
*>  back to Copy-Price-BSF when the book has no history - the same
