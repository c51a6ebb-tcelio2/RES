          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT OPTIONAL Supplier-File ASSIGN TO "SUPPLIER.DAT"
   02 Supplier-Contact-SUP	PIC X(25).
   02 Lead-Time-Days-SUP	PIC 9(3).
   02 Min-Order-Qty-SUP	PIC 9(5).
   02 Terms-Net-Days-SUP	PIC 9(3).
   02 Terms-Disc-Pct-SUP	PIC 99V99.
   02 Terms-Disc-Days-SUP	PIC 9(3).
   02 Tax-Id-SUP		PIC X(11).
   02 Reportable-SUP		PIC X.

FD Cost-History-File.
01 CH-Rec.
   02 PO-Control-Status         PIC X(2).
   02 Budget-Status             PIC X(2).

01 WS-Run-Date			PIC 9(8).
01 WS-Effective-Cost		PIC 9(3)V9(4).
01 WS-EOF-Cost-Scan		PIC X.
   STOP RUN.

Check-One-Oil.
   MOVE Oil-Num-ODF TO Oil-Num-OSF.
   READ Oil-Stock-File
      INVALID KEY MOVE ZERO TO Qty-In-Stock-OSF
   END-READ.
