          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT OPTIONAL Supplier-File ASSIGN TO "SUPPLIER.DAT"
          RECORD KEY IS LT-Key
          FILE STATUS IS LT-Status.

   SELECT OPTIONAL Cost-Layer-File ASSIGN TO "OILLAYER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CL-Key
          FILE STATUS IS CL-Status.

   SELECT OPTIONAL Receipt-Cost-File ASSIGN TO "RCVCOST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RV-Key
          FILE STATUS IS RV-Status.

   SELECT OPTIONAL Movement-Value-File ASSIGN TO "MOVEVAL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MV-Key
          FILE STATUS IS MV-Status.

   SELECT OPTIONAL Oil-Location-File ASSIGN TO "OILLOC.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
   SELECT OPTIONAL Run-Stats-File ASSIGN TO "RUNSTATS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT OPTIONAL Lot-Movement-File ASSIGN TO "LOTMOVE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Lot-Movement-Status.

DATA DIVISION.
FILE SECTION.
FD Oil-Details-File.
   02 Supplier-Contact-SUP	PIC X(25).
   02 Lead-Time-Days-SUP	PIC 9(3).
   02 Min-Order-Qty-SUP	PIC 9(5).
   02 Terms-Net-Days-SUP	PIC 9(3).
   02 Terms-Disc-Pct-SUP	PIC 99V99.
   02 Terms-Disc-Days-SUP	PIC 9(3).
   02 Tax-Id-SUP		PIC X(11).
   02 Reportable-SUP		PIC X.

FD UOM-Factor-File.
01 UF-Rec.
      88 Lot-Released		VALUE "R".
      88 Lot-Rejected		VALUE "X".

*> FIFO cost layers: one per receipt posted, at the price actually
*> paid, relieved oldest-received-first by issues and disposals
*> whatever lot the FEFO issuing physically draws.
FD Cost-Layer-File.
01 CL-Rec.
   02 CL-Key.
      03 CL-Oil-Num		PIC 9(4).
      03 CL-Received-Date	PIC 9(8).
      03 CL-Received-Time	PIC 9(6).
      03 CL-Trans-Seq		PIC 9(7).
   02 CL-Lot-Number		PIC X(6).
   02 CL-Received-Qty		PIC 9(5).
   02 CL-Qty-Remaining		PIC 9(5).
   02 CL-Unit-Cost		PIC 9(3)V9(4).

*> PO unit cost GoodsReceipt hands over for each oil and lot it
*> releases; taken up here as the receipt posts.
FD Receipt-Cost-File.
01 RV-Rec.
   02 RV-Key.
      03 RV-Oil-Num		PIC 9(4).
      03 RV-Lot-Number		PIC X(6).
   02 RV-Qty			PIC 9(7).
   02 RV-Unit-Cost		PIC 9(3)V9(4).
   02 RV-Received-Date		PIC 9(8).

*> The layered value of each valued movement, keyed as the audit
*> record it belongs to, for GLJournal and for reversals.
FD Movement-Value-File.
01 MV-Rec.
   02 MV-Key.
      03 MV-Time-Stamp		PIC 9(15).
      03 MV-Trans-Seq		PIC 9(7).
   02 MV-Oil-Num		PIC 9(4).
   02 MV-Type-Code		PIC 9.
   02 MV-Qty			PIC 9(5).
   02 MV-Value			PIC 9(7)V99.

FD Oil-Location-File.
01 OL-Rec.
   02 OL-Key.
      88 Reversal		VALUE 3.
      88 Location-Transfer	VALUE 4.
      88 Disposal		VALUE 5.
   02 Oil-Num			PIC 9(4).
   02 Qty			PIC 9(5).
   02 Reversed-Trans-Seq	PIC 9(7).
   02 TR-From-Location		PIC XX.
   02 RS-Records-Rejected	PIC 9(7).
   02 RS-Completion-Status	PIC X(6).

*> Lot genealogy: one record per quantity landing on or leaving a
*> lot - every lot an issue draws, not just the first the audit
*> record keeps - with the transaction's own TR-Lot-Number as the
*> reference, which on a blend component issue is the batch the
*> component went into.  RecallTrace follows a lot through it.
FD Lot-Movement-File.
01 Lot-Movement-Rec.
   02 LM-Trans-Seq		PIC 9(7).
   02 LM-Date			PIC 9(8).
   02 LM-Type-Code		PIC 9.
   02 LM-Oil-Num		PIC 9(4).
   02 LM-Lot-Number		PIC X(6).
   02 LM-Qty			PIC 9(5).
   02 LM-Reference		PIC X(6).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 ODF-Status                PIC X(2).
      88 UF-Rec-Found		VALUE "00".
   02 LT-Status                 PIC X(2).
      88 LT-Rec-Found		VALUE "00".
   02 CL-Status                 PIC X(2).
   02 RV-Status                 PIC X(2).
      88 RV-Rec-Found		VALUE "00".
   02 MV-Status                 PIC X(2).
      88 MV-Rec-Found		VALUE "00".
   02 Restart-Status            PIC X(2).
   02 Trans-Status              PIC X(2).
   02 Report-Status             PIC X(2).
   02 YTD-History-Status        PIC X(2).
   02 Outbound-Alerts-Status    PIC X(2).
   02 Destruct-Report-Status   PIC X(2).
   02 Lot-Movement-Status	PIC X(2).

01 Inbox-Status		PIC X(2).
01 WS-Inbox-Text		PIC X(60).
01 WS-Orig-To-Location		PIC XX.
01 WS-Orig-Lot-Number		PIC X(6).
01 WS-Backout-Qty		PIC 9(5).
01 WS-Orig-Time-Stamp.
   02 WS-Orig-TS-Date		PIC 9(8).
   02 WS-Orig-TS-Time		PIC 9(7).

01 WS-Movement-Value		PIC 9(7)V99.
01 WS-Hold-Value		PIC 9(7)V99.
01 WS-Oil-Stock-Value		PIC 9(7)V99.
01 WS-Relieve-Qty		PIC 9(5).
01 WS-Layer-Draw-Qty		PIC 9(5).
01 WS-Layer-Unit-Cost		PIC 9(3)V9(4).
01 WS-Layer-Oil-Num		PIC 9(4).
01 WS-Layered-Qty		PIC 9(7).
01 WS-Unlayered-Qty		PIC 9(7).
01 WS-Skip-Qty			PIC 9(7).
01 WS-Valued-Qty		PIC 9(7).
01 WS-EOF-Layer-Scan		PIC X VALUE "N".
   88 End-Of-Layer-Scan		VALUE "Y".

*> Component cost relieved this run per blend batch, so the batch's
*> own receipt is layered at what its components actually cost.
01 Batch-Cost-Table.
   02 BT-Entry OCCURS 50 TIMES.
      03 BT-Lot-Number		PIC X(6).
      03 BT-Value		PIC 9(7)V99.
01 BT-Count			PIC 9(2) VALUE 0.
01 BT-X				PIC 9(2).

01 Reorder-Heading.
   02 FILLER			PIC X(22) VALUE "OIL REORDER EXCEPTIONS".
PROCEDURE DIVISION.
Begin.
   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RunStats-Start.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
*> The batch window opens: the online maintenance transactions see
*> this through BATCHLCK and refuse update mode until it clears.
   CALL "BATCHLCK" USING BY CONTENT "AROMA96 "
   *> without lot records simply post against the OSF total.
   OPEN I-O Oil-Lot-File.

   *> OPTIONAL - the lot genealogy log is created on first use and
   *> only ever appended to.
   OPEN EXTEND Lot-Movement-File.

   *> OPTIONAL - cost layers start with the first receipt posted;
   *> stock already on hand before then is valued as it always was.
   OPEN I-O Cost-Layer-File.
   OPEN I-O Receipt-Cost-File.
   OPEN I-O Movement-Value-File.

   PERFORM Read-Restart-Checkpoint
      THRU Read-Restart-Checkpoint-Exit.

   MOVE Trans-Status TO WS-Open-Close-Status.
   PERFORM Check-Close-Status THRU Check-Close-Status-Exit.

   CLOSE Lot-Movement-File.
   CLOSE Receipt-Cost-File.
   CLOSE Movement-Value-File.

   MOVE WS-Disposal-Count TO DS-Disposal-Count.
   WRITE Destruct-Line FROM Destruct-Summary.
   CLOSE Destruct-Report-File.
   MOVE Outbound-Alerts-Status TO WS-Open-Close-Status.
   PERFORM Check-File-Status THRU Check-File-Status-Exit.

   WRITE Reorder-Line FROM Reorder-Heading.
   MOVE "OIL_NUM,QTY_IN_STOCK,STOCK_VALUE" TO Export-Line.
   WRITE Export-Line.
   CLOSE Cost-History-File.
   CLOSE UOM-Factor-File.
   CLOSE Oil-Lot-File.
   CLOSE Cost-Layer-File.

   CLOSE Reorder-Report-File.
   MOVE "Reorder-Report-File (REORDER.RPT)" TO WS-Open-Close-File-Name.
   EXIT.

Process-Transactions.
   MOVE Oil-Num TO Oil-Num-OSF.
   READ Oil-Stock-File
       INVALID KEY DISPLAY "OSF rec not found FS = " OSF-Status
   END-READ.
   MOVE "N"  TO WS-Reversal-Applied-Flag.
   MOVE ZERO TO WS-Bulk-Qty.
   MOVE ZERO TO WS-Conv-Factor.
   MOVE ZERO TO WS-Movement-Value.
   MOVE SPACES TO WS-Audit-Lot-Number.
   IF No-Error-Found
      MOVE Qty-In-Stock-OSF TO Audit-Qty-Before
                   ADD Qty TO Qty-In-Stock-OSF
                   PERFORM Post-Location-Receipt
                   PERFORM Post-Lot-Receipt
                   PERFORM Post-Cost-Layer
                WHEN Remove-From-Stock
                   SUBTRACT Qty FROM Qty-In-Stock-OSF
                   PERFORM Post-Location-Issue
                   PERFORM Draw-Down-Lots
                   MOVE Qty TO WS-Relieve-Qty
                   PERFORM Relieve-Cost-Layers
                   PERFORM Note-Batch-Cost
                WHEN OTHER
                   DISPLAY "Type code not 1 thru 5 Rec = " Trans-Rec
                   MOVE "TYP" TO WS-Error-Reason
            IF No-Error-Found
               MOVE FUNCTION ABS(WS-Reversal-Delta) TO Qty
               PERFORM Back-Out-Location-Lot
               PERFORM Back-Out-Cost-Layer
               SET Reversal-Applied TO TRUE
            ELSE
               *> The rewrite never reached OSF.DAT: put the buffer
*> usage history and the reconciliations stop being corrupted by
*> faked type-2 issues.  The reason code travels on the transaction
*> and onto the destruction certificate; the value leaving the
*> books - relieved from the cost layers like any issue - is
*> journalised to spoilage by the GL feed from the audit trail.
   IF TR-Lot-Number = SPACES OR TR-Disposal-Reason = SPACES
      DISPLAY "Disposal needs lot and reason Rec = " Trans-Rec
      MOVE "TYP" TO WS-Error-Reason
            REWRITE LT-Rec
               INVALID KEY DISPLAY "OILLOT REWRITE FS = " LT-Status
            END-REWRITE
            MOVE TR-Lot-Number TO LM-Lot-Number
            MOVE Qty           TO LM-Qty
            PERFORM Write-Lot-Movement
            SUBTRACT Qty FROM Qty-In-Stock-OSF
            REWRITE OSF-Rec
               INVALID KEY DISPLAY "Problem on REWRITE FS= "
                                   OSF-Status
            END-REWRITE
            MOVE Qty TO WS-Relieve-Qty
            PERFORM Relieve-Cost-Layers
*>          Destroyed stock leaves its location too, or the
*>          replenishment run would keep sourcing transfers from
*>          drums that no longer exist.
   MOVE TR-Lot-Number TO DC-Lot-Number.
   MOVE Qty TO DC-Qty.
   MOVE TR-Disposal-Reason TO DC-Reason.
   MOVE WS-Movement-Value TO WS-Disposal-Value.
   MOVE WS-Disposal-Value TO DC-Value.
   WRITE Destruct-Line FROM Destruct-Detail.
   ADD 1 TO WS-Disposal-Count.
            INVALID KEY DISPLAY "OILLOT WRITE FS = " LT-Status
         END-WRITE
      END-IF
      MOVE TR-Lot-Number TO LM-Lot-Number
      MOVE Qty           TO LM-Qty
      PERFORM Write-Lot-Movement
   END-IF.

Draw-Down-Lots.
         REWRITE LT-Rec
            INVALID KEY DISPLAY "OILLOT REWRITE FS = " LT-Status
         END-REWRITE
         MOVE WS-Best-Lot-Number TO LM-Lot-Number
         MOVE WS-Lot-Draw-Qty    TO LM-Qty
         PERFORM Write-Lot-Movement
      END-IF
   END-PERFORM.

Write-Lot-Movement.
   *> Caller sets LM-Lot-Number and LM-Qty; the reference is the
   *> keyed TR-Lot-Number, except on a receipt where that IS the lot.
   MOVE WS-Trans-Seq TO LM-Trans-Seq.
   MOVE FUNCTION CURRENT-DATE(1:8) TO LM-Date.
   MOVE Type-Code    TO LM-Type-Code.
   MOVE Oil-Num      TO LM-Oil-Num.
   IF Add-To-Stock
      MOVE SPACES TO LM-Reference
   ELSE
      MOVE TR-Lot-Number TO LM-Reference
   END-IF.
   WRITE Lot-Movement-Rec.

Post-Cost-Layer.
   *> Every receipt opens a cost layer at what the stock cost: the
   *> PO price GoodsReceipt handed over for the oil and lot, a blend
   *> batch's own component cost, or failing both the cost in
   *> effect as before.
   PERFORM Find-Receipt-Cost.
   MOVE Oil-Num            TO CL-Oil-Num.
   MOVE FUNCTION CURRENT-DATE(1:8) TO CL-Received-Date.
   MOVE FUNCTION CURRENT-DATE(9:6) TO CL-Received-Time.
   MOVE WS-Trans-Seq       TO CL-Trans-Seq.
   MOVE TR-Lot-Number      TO CL-Lot-Number.
   MOVE Qty                TO CL-Received-Qty.
   MOVE Qty                TO CL-Qty-Remaining.
   MOVE WS-Layer-Unit-Cost TO CL-Unit-Cost.
   WRITE CL-Rec
      INVALID KEY DISPLAY "OILLAYER WRITE FS = " CL-Status
   END-WRITE.
   COMPUTE WS-Movement-Value ROUNDED = Qty * WS-Layer-Unit-Cost.

Find-Receipt-Cost.
   MOVE Oil-Num       TO RV-Oil-Num.
   MOVE TR-Lot-Number TO RV-Lot-Number.
   READ Receipt-Cost-File
      INVALID KEY CONTINUE
   END-READ.
   IF RV-Rec-Found
      MOVE RV-Unit-Cost TO WS-Layer-Unit-Cost
      IF RV-Qty > Qty
         SUBTRACT Qty FROM RV-Qty
         REWRITE RV-Rec
            INVALID KEY DISPLAY "RCVCOST REWRITE FS = " RV-Status
         END-REWRITE
      ELSE
         DELETE Receipt-Cost-File RECORD
            INVALID KEY DISPLAY "RCVCOST DELETE FS = " RV-Status
         END-DELETE
      END-IF
      EXIT PARAGRAPH
   END-IF.
   IF TR-Lot-Number NOT = SPACES
      PERFORM VARYING BT-X FROM 1 BY 1 UNTIL BT-X > BT-Count
         IF BT-Lot-Number(BT-X) = TR-Lot-Number
            COMPUTE WS-Layer-Unit-Cost ROUNDED = BT-Value(BT-X) / Qty
            MOVE SPACES TO BT-Lot-Number(BT-X)
            EXIT PARAGRAPH
         END-IF
      END-PERFORM
   END-IF.
   PERFORM Find-Unlayered-Cost.
   MOVE WS-Effective-Cost TO WS-Layer-Unit-Cost.

Note-Batch-Cost.
   *> A blend component issue carries its batch in TR-Lot-Number.
   IF TR-Lot-Number = SPACES OR WS-Movement-Value = ZERO
      EXIT PARAGRAPH
   END-IF.
   PERFORM VARYING BT-X FROM 1 BY 1 UNTIL BT-X > BT-Count
      IF BT-Lot-Number(BT-X) = TR-Lot-Number
         ADD WS-Movement-Value TO BT-Value(BT-X)
         EXIT PARAGRAPH
      END-IF
   END-PERFORM.
   IF BT-Count < 50
      ADD 1 TO BT-Count
      MOVE TR-Lot-Number     TO BT-Lot-Number(BT-Count)
      MOVE WS-Movement-Value TO BT-Value(BT-Count)
   END-IF.

Relieve-Cost-Layers.
   *> Values WS-Relieve-Qty leaving stock oldest-layer-first into
   *> WS-Movement-Value; the OSF total has already been reduced.
   *> Stock on hand that predates the layers is the oldest of all,
   *> so it goes first, at the cost in effect; so does anything the
   *> layers cannot cover.
   MOVE ZERO TO WS-Movement-Value.
   MOVE Oil-Num TO WS-Layer-Oil-Num.
   PERFORM Sum-Cost-Layers.
   IF Qty-In-Stock-OSF + WS-Relieve-Qty > WS-Layered-Qty
      COMPUTE WS-Unlayered-Qty =
              Qty-In-Stock-OSF + WS-Relieve-Qty - WS-Layered-Qty
      IF WS-Unlayered-Qty > WS-Relieve-Qty
         MOVE WS-Relieve-Qty TO WS-Layer-Draw-Qty
      ELSE
         MOVE WS-Unlayered-Qty TO WS-Layer-Draw-Qty
      END-IF
      PERFORM Find-Unlayered-Cost
      COMPUTE WS-Movement-Value ROUNDED = WS-Movement-Value
              + WS-Layer-Draw-Qty * WS-Effective-Cost
      SUBTRACT WS-Layer-Draw-Qty FROM WS-Relieve-Qty
   END-IF.
   MOVE "N" TO WS-EOF-Layer-Scan.
   IF WS-Relieve-Qty = ZERO
      SET End-Of-Layer-Scan TO TRUE
   ELSE
      MOVE WS-Layer-Oil-Num TO CL-Oil-Num
      MOVE ZERO TO CL-Received-Date
      MOVE ZERO TO CL-Received-Time
      MOVE ZERO TO CL-Trans-Seq
      START Cost-Layer-File
         KEY IS NOT LESS THAN CL-Key
         INVALID KEY SET End-Of-Layer-Scan TO TRUE
      END-START
   END-IF.
   PERFORM UNTIL End-Of-Layer-Scan
      READ Cost-Layer-File NEXT RECORD
         AT END SET End-Of-Layer-Scan TO TRUE
      END-READ
      IF NOT End-Of-Layer-Scan
         IF CL-Oil-Num NOT = WS-Layer-Oil-Num
            SET End-Of-Layer-Scan TO TRUE
         ELSE
            PERFORM Draw-One-Layer
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Relieve-Qty > ZERO
      PERFORM Find-Unlayered-Cost
      COMPUTE WS-Movement-Value ROUNDED = WS-Movement-Value
              + WS-Relieve-Qty * WS-Effective-Cost
      MOVE ZERO TO WS-Relieve-Qty
   END-IF.

Draw-One-Layer.
   *> An exhausted layer is deleted, so the layer file only ever
   *> holds the cost of what is still on hand.
   IF CL-Qty-Remaining > WS-Relieve-Qty
      MOVE WS-Relieve-Qty TO WS-Layer-Draw-Qty
   ELSE
      MOVE CL-Qty-Remaining TO WS-Layer-Draw-Qty
   END-IF.
   COMPUTE WS-Movement-Value ROUNDED = WS-Movement-Value
           + WS-Layer-Draw-Qty * CL-Unit-Cost.
   SUBTRACT WS-Layer-Draw-Qty FROM CL-Qty-Remaining.
   SUBTRACT WS-Layer-Draw-Qty FROM WS-Relieve-Qty.
   IF CL-Qty-Remaining = ZERO
      DELETE Cost-Layer-File RECORD
         INVALID KEY DISPLAY "OILLAYER DELETE FS = " CL-Status
      END-DELETE
   ELSE
      REWRITE CL-Rec
         INVALID KEY DISPLAY "OILLAYER REWRITE FS = " CL-Status
      END-REWRITE
   END-IF.
   IF WS-Relieve-Qty = ZERO
      SET End-Of-Layer-Scan TO TRUE
   END-IF.

Sum-Cost-Layers.
   MOVE ZERO TO WS-Layered-Qty.
   MOVE "N" TO WS-EOF-Layer-Scan.
   MOVE WS-Layer-Oil-Num TO CL-Oil-Num.
   MOVE ZERO TO CL-Received-Date.
   MOVE ZERO TO CL-Received-Time.
   MOVE ZERO TO CL-Trans-Seq.
   START Cost-Layer-File
      KEY IS NOT LESS THAN CL-Key
      INVALID KEY SET End-Of-Layer-Scan TO TRUE
   END-START.
   PERFORM UNTIL End-Of-Layer-Scan
      READ Cost-Layer-File NEXT RECORD
         AT END SET End-Of-Layer-Scan TO TRUE
      END-READ
      IF NOT End-Of-Layer-Scan
         IF CL-Oil-Num NOT = WS-Layer-Oil-Num
            SET End-Of-Layer-Scan TO TRUE
         ELSE
            ADD CL-Qty-Remaining TO WS-Layered-Qty
         END-IF
      END-IF
   END-PERFORM.

Find-Unlayered-Cost.
   *> The cost stock carried before layering: effective-dated cost
   *> less the discount tier for the quantity now on hand, exactly
   *> as the GL feed used to value every movement.
   MOVE Oil-Num TO Oil-Num-ODF.
   READ Oil-Details-File
      INVALID KEY CONTINUE
   END-READ.
   IF ODF-Status = "00"
      PERFORM Find-Effective-Cost
   ELSE
      MOVE ZERO TO WS-Base-Unit-Cost
   END-IF.
   MOVE 0 TO WS-Discount-Pct.
   PERFORM VARYING DT-X FROM 1 BY 1 UNTIL DT-X > 4
      IF Qty-In-Stock-OSF >= DT-Qty-Threshold(DT-X)
         MOVE DT-Discount-Pct(DT-X) TO WS-Discount-Pct
      END-IF
   END-PERFORM.
   COMPUTE WS-Effective-Cost ROUNDED =
           WS-Base-Unit-Cost * (1 - WS-Discount-Pct).

Back-Out-Cost-Layer.
   *> A reversed receipt comes back off the layer it opened while
   *> that layer still holds it, the rest oldest-first; a reversed
   *> issue or disposal goes back on at the value it left at, as a
   *> layer dated with the original movement.
   IF WS-Reversal-Delta > ZERO
      MOVE WS-Backout-Qty TO WS-Relieve-Qty
      MOVE ZERO TO WS-Hold-Value
      PERFORM Relieve-Original-Layer
      IF WS-Relieve-Qty > ZERO
         PERFORM Relieve-Cost-Layers
      END-IF
      ADD WS-Hold-Value TO WS-Movement-Value
   ELSE
      MOVE WS-Orig-Time-Stamp TO MV-Time-Stamp
      MOVE Reversed-Trans-Seq TO MV-Trans-Seq
      READ Movement-Value-File
         INVALID KEY CONTINUE
      END-READ
      IF MV-Rec-Found AND MV-Qty > ZERO
         COMPUTE WS-Movement-Value ROUNDED =
                 MV-Value * WS-Backout-Qty / MV-Qty
      ELSE
         PERFORM Find-Unlayered-Cost
         COMPUTE WS-Movement-Value ROUNDED =
                 WS-Backout-Qty * WS-Effective-Cost
      END-IF
      MOVE Oil-Num            TO CL-Oil-Num
      MOVE WS-Orig-TS-Date    TO CL-Received-Date
      MOVE ZERO               TO CL-Received-Time
      MOVE WS-Trans-Seq       TO CL-Trans-Seq
      MOVE WS-Orig-Lot-Number TO CL-Lot-Number
      MOVE WS-Backout-Qty     TO CL-Received-Qty
      MOVE WS-Backout-Qty     TO CL-Qty-Remaining
      COMPUTE CL-Unit-Cost ROUNDED =
              WS-Movement-Value / WS-Backout-Qty
      WRITE CL-Rec
         INVALID KEY DISPLAY "OILLAYER WRITE FS = " CL-Status
      END-WRITE
   END-IF.

Relieve-Original-Layer.
   MOVE "N" TO WS-EOF-Layer-Scan.
   MOVE Oil-Num TO CL-Oil-Num.
   MOVE WS-Orig-TS-Date TO CL-Received-Date.
   MOVE ZERO TO CL-Received-Time.
   MOVE ZERO TO CL-Trans-Seq.
   START Cost-Layer-File
      KEY IS NOT LESS THAN CL-Key
      INVALID KEY SET End-Of-Layer-Scan TO TRUE
   END-START.
   PERFORM UNTIL End-Of-Layer-Scan
      READ Cost-Layer-File NEXT RECORD
         AT END SET End-Of-Layer-Scan TO TRUE
      END-READ
      IF NOT End-Of-Layer-Scan
         IF CL-Oil-Num NOT = Oil-Num
            OR CL-Received-Date NOT = WS-Orig-TS-Date
            SET End-Of-Layer-Scan TO TRUE
         ELSE
            IF CL-Trans-Seq = Reversed-Trans-Seq
               PERFORM Draw-One-Layer
               MOVE WS-Movement-Value TO WS-Hold-Value
               MOVE ZERO TO WS-Movement-Value
               SET End-Of-Layer-Scan TO TRUE
            END-IF
         END-IF
      END-IF
   END-PERFORM.

            MOVE AT-From-Location TO WS-Orig-From-Location
            MOVE AT-To-Location   TO WS-Orig-To-Location
            MOVE AT-Lot-Number    TO WS-Orig-Lot-Number
            MOVE AT-Time-Stamp    TO WS-Orig-Time-Stamp
         END-IF
         IF AT-Reversed-Trans-Seq = Reversed-Trans-Seq
            AND AT-Oil-Num = Oil-Num
   MOVE WS-Conv-Factor   TO AT-Conv-Factor.
   MOVE WS-Audit-Lot-Number TO AT-Lot-Number.
   WRITE Audit-Trail-Rec.
   IF WS-Movement-Value > ZERO
      MOVE AT-Time-Stamp     TO MV-Time-Stamp
      MOVE AT-Trans-Seq      TO MV-Trans-Seq
      MOVE AT-Oil-Num        TO MV-Oil-Num
      MOVE AT-Type-Code      TO MV-Type-Code
      MOVE AT-Qty            TO MV-Qty
      MOVE WS-Movement-Value TO MV-Value
      WRITE MV-Rec
         INVALID KEY DISPLAY "MOVEVAL WRITE FS = " MV-Status
      END-WRITE
   END-IF.

Read-Restart-Checkpoint.
   MOVE ZERO TO WS-Restart-Seq.
   EXIT.

Print-Stock-Report.
   MOVE Oil-Num-ODF TO Oil-Num-OSF
   READ Oil-Stock-File
      INVALID KEY DISPLAY "Error on reading OSF SF= " OSF-Status
   END-READ.
   PERFORM Find-Effective-Cost.
   COMPUTE WS-Effective-Cost ROUNDED =
           WS-Base-Unit-Cost * (1 - WS-Discount-Pct).
   *> Stock is valued at its FIFO cost layers.  Stock that predates
   *> the layers keeps the discounted effective cost above; where
   *> the layers hold more than OSF (a count taken stock out) the
   *> oldest layers are the ones treated as gone.
   MOVE Oil-Num-ODF TO WS-Layer-Oil-Num.
   PERFORM Sum-Cost-Layers.
   IF Qty-In-Stock-OSF > WS-Layered-Qty
      COMPUTE WS-Unlayered-Qty = Qty-In-Stock-OSF - WS-Layered-Qty
      MOVE ZERO TO WS-Skip-Qty
   ELSE
      MOVE ZERO TO WS-Unlayered-Qty
      COMPUTE WS-Skip-Qty = WS-Layered-Qty - Qty-In-Stock-OSF
   END-IF.
   COMPUTE Stock-Value = WS-Effective-Cost * WS-Unlayered-Qty.
   IF WS-Layered-Qty > ZERO
      PERFORM Value-Cost-Layers
   END-IF.
   MOVE Stock-Value TO WS-Oil-Stock-Value.

Value-Cost-Layers.
   MOVE "N" TO WS-EOF-Layer-Scan.
   MOVE WS-Layer-Oil-Num TO CL-Oil-Num.
   MOVE ZERO TO CL-Received-Date.
   MOVE ZERO TO CL-Received-Time.
   MOVE ZERO TO CL-Trans-Seq.
   START Cost-Layer-File
      KEY IS NOT LESS THAN CL-Key
      INVALID KEY SET End-Of-Layer-Scan TO TRUE
   END-START.
   PERFORM UNTIL End-Of-Layer-Scan
      READ Cost-Layer-File NEXT RECORD
         AT END SET End-Of-Layer-Scan TO TRUE
      END-READ
      IF NOT End-Of-Layer-Scan
         IF CL-Oil-Num NOT = WS-Layer-Oil-Num
            SET End-Of-Layer-Scan TO TRUE
         ELSE
            IF WS-Skip-Qty >= CL-Qty-Remaining
               SUBTRACT CL-Qty-Remaining FROM WS-Skip-Qty
            ELSE
               COMPUTE WS-Valued-Qty = CL-Qty-Remaining - WS-Skip-Qty
               MOVE ZERO TO WS-Skip-Qty
               COMPUTE Stock-Value ROUNDED = Stock-Value
                       + WS-Valued-Qty * CL-Unit-Cost
            END-IF
         END-IF
      END-IF
   END-PERFORM.

Find-Effective-Cost.
   *> Latest Cost-History-File cost whose effective date is on or
Generate-Location-Details.
   *> One report line per location record when the oil is held at
   *> locations, otherwise the single consolidated line as before.
   *> Each location carries its share of the oil's layered value by
   *> quantity, so the location lines sum to the value AromaRecon
   *> computes; only where the stock sits differs.
   MOVE ZERO TO WS-Location-Count.
   MOVE "N"  TO WS-EOF-Location-Scan.
   MOVE Oil-Num-ODF TO OL-Oil-Num.
            ADD 1 TO WS-Location-Count
            MOVE OL-Location-Code TO WS-Report-Location
            MOVE OL-Qty-In-Stock  TO WS-Report-Qty
            IF Qty-In-Stock-OSF > ZERO
               COMPUTE Stock-Value ROUNDED = WS-Oil-Stock-Value
                       * OL-Qty-In-Stock / Qty-In-Stock-OSF
            ELSE
               MOVE ZERO TO Stock-Value
            END-IF
            GENERATE Stock-Detail-Line
         END-IF
      END-IF
   IF WS-Location-Count = ZERO
      MOVE SPACES           TO WS-Report-Location
      MOVE Qty-In-Stock-OSF TO WS-Report-Qty
      MOVE WS-Oil-Stock-Value TO Stock-Value
      GENERATE Stock-Detail-Line
   END-IF.
   *> Restore the consolidated oil value for the YTD history, CSV
   *> export and reorder checks that follow.
   MOVE WS-Oil-Stock-Value TO Stock-Value.

Write-YTD-Oil-Total.
   MOVE WS-Run-Date       TO YTDOT-Run-Date.
