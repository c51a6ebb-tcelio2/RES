    02  Customer-Id-BOF          PIC X(5).
    02  Order-Number-BOF         PIC X(7).
    02  Shortfall-Qty-BOF        PIC 99.
    02  Backorder-Date-BOF       PIC 9(8).

FD  Order-History-File.
01  OrderHistoryRec.
