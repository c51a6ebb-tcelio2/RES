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

FD Audit-Trail-File.
01 Audit-Trail-Rec.
      88 Supplier-Rec-Found	VALUE "00".
   02 Forecast-Control-Status   PIC X(2).

01 WS-Window-Days		PIC 9(3) VALUE 90.
01 WS-Run-Date			PIC 9(8).
01 WS-Run-Date-Integer		PIC 9(9).
   CLOSE Audit-Trail-File.

Forecast-One-Oil.
   MOVE Oil-Num-ODF TO Oil-Num-OSF.
   READ Oil-Stock-File
      INVALID KEY MOVE ZERO TO Qty-In-Stock-OSF
   END-READ.
