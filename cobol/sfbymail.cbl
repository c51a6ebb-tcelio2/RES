    02  Discount-POF            PIC 9(4)V99.
    02  Promo-Code-POF          PIC X(8).
    02  Tax-POF                 PIC 9(4)V99.
    02  Book-Id-POF             PIC X(5).
    02  Service-Class-POF       PIC X.

FD  BackorderFile.
01  BackorderRec.
    02  Customer-Id-BOF          PIC X(5).
    02  Order-Number-BOF         PIC X(7).
    02  Shortfall-Qty-BOF        PIC 99.
    02  Backorder-Date-BOF       PIC 9(8).

FD  WarehouseStockFile.
01  WarehouseStockRec.
    MOVE Customer-Id      TO Customer-Id-BOF
    MOVE Order-Number     TO Order-Number-BOF
    MOVE Shortfall-Qty    TO Shortfall-Qty-BOF
    MOVE WS-Run-Date      TO Backorder-Date-BOF
    WRITE BackorderRec.
    ADD 1 TO WS-Backorder-Count.

    MOVE Order-Number TO Order-Number-POF
    MOVE Customer-Id TO Customer-ID-POF
    MOVE Book-Title-BSF TO Book-Title-POF
    MOVE Book-Id-BSF TO Book-Id-POF
    MOVE Service-Class TO Service-Class-POF
    PERFORM Find-Effective-Price
    COMPUTE Title-Cost-POF = Qty-Required-POF * WS-Effective-Price
    PERFORM Apply-Promotion-Discount
