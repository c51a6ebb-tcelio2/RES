*> the goods-received accrual, issues debit cost of sales and credit
*> inventory, and reversals post whichever way their net delta runs.
*> Inter-location transfers carry no value and are skipped.  Every
*> movement is valued at the FIFO layer cost AROMA96 recorded for it
*> on MOVEVAL.DAT - the PO price a receipt was bought at, the oldest
*> layers an issue relieved.  A movement with no recorded value
*> (posted before the cost layers) is valued with the same
*> effective-dated cost and discount-tier percentage
*> Compute-Stock-Value applied then (tier chosen from the quantity
*> after the movement).  The file carries batch
*> header/trailer records with record count and debit/credit totals
*> for the finance load.

          RECORD KEY IS CH-Key
          FILE STATUS IS CH-Status.

   SELECT OPTIONAL Movement-Value-File ASSIGN TO "MOVEVAL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MV-Key
          FILE STATUS IS MV-Status.

   SELECT Audit-Trail-File ASSIGN TO "AUDITTRL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

      03 CH-Effective-Date	PIC 9(8).
   02 CH-Unit-Cost		PIC 9(3)V9(4).

FD Movement-Value-File.
01 MV-Rec.
   02 MV-Key.
      03 MV-Time-Stamp		PIC 9(15).
      03 MV-Trans-Seq		PIC 9(7).
   02 MV-Oil-Num		PIC 9(4).
   02 MV-Type-Code		PIC 9.
   02 MV-Qty			PIC 9(5).
   02 MV-Value			PIC 9(7)V99.

FD Audit-Trail-File.
01 Audit-Trail-Rec.
   88 End-Of-Audit		VALUE HIGH-VALUES.
   02 AT-Time-Stamp-R REDEFINES AT-Time-Stamp.
      03 AT-TS-Date		PIC 9(8).
      03 AT-TS-Time		PIC 9(7).
   02 AT-Trans-Seq		PIC 9(7).
   02 AT-Reversed-Trans-Seq	PIC 9(7).
   02 AT-From-Location		PIC XX.
   02 AT-To-Location		PIC XX.
   02 AT-Bulk-Qty		PIC 9(5).
   02 AT-Conv-Factor		PIC 9(5).
   02 AT-Lot-Number		PIC X(6).

FD Journal-Control-File.
01 Journal-Control-Rec.
   02 ODF-Status                PIC X(2).
      88 Oil-On-File		VALUE "00".
   02 CH-Status                 PIC X(2).
   02 MV-Status                 PIC X(2).
      88 MV-Rec-Found		VALUE "00".
   02 Journal-Control-Status    PIC X(2).

01 WS-Run-Date			PIC 9(8).

   OPEN INPUT Oil-Details-File.
   OPEN INPUT Cost-History-File.
   OPEN INPUT Movement-Value-File.
   OPEN OUTPUT Journal-Interface-File.

   MOVE WS-Extract-Date TO JH-Extract-Date.

   CLOSE Oil-Details-File.
   CLOSE Cost-History-File.
   CLOSE Movement-Value-File.
   CLOSE Journal-Interface-File.

*> Hand-over control record for the GL posting run: all records in
   END-IF.

Value-Movement.
   MOVE AT-Time-Stamp TO MV-Time-Stamp.
   MOVE AT-Trans-Seq  TO MV-Trans-Seq.
   READ Movement-Value-File
      INVALID KEY CONTINUE
   END-READ.
   IF MV-Rec-Found
      MOVE MV-Value TO WS-Movement-Value
      EXIT PARAGRAPH
   END-IF.
   MOVE AT-Oil-Num TO Oil-Num-ODF.
   READ Oil-Details-File
      INVALID KEY CONTINUE
