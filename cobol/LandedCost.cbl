      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  LandedCost.
AUTHOR.  Michael Coughlan.
*> Landed-cost allocation, so freight, import duty and handling stop
*> going straight to expense and understating what our oils cost.
*> Each LANDCOST.DAT record is one charge (F freight, D duty, H
*> handling) against either a purchase order (P + PO number) or a
*> goods-received batch (B + the batch number GoodsReceipt prints on
*> its match register), spread by quantity (Q) or by value (V) over
*> the receipt lines GoodsReceipt kept on GRHIST.DAT; the last line
*> takes the rounding so the lines add back to the charge.  Each
*> line's share raises the cost of the lot it received: a receipt
*> not yet posted has its handed-over cost on RCVCOST.DAT raised, so
*> the layer opens at the landed cost; a posted receipt has its FIFO
*> layer on OILLAYER.DAT raised for the quantity still on hand, and
*> the share belonging to stock already issued goes to cost of
*> sales.  The run appends one balanced batch to JRNLIF.DAT -
*> inventory debited with what raised a posted layer, cost of sales
*> with the issued share, the landed-cost account the invoices were
*> charged to credited - and joins the file's hand-over control
*> totals as the other appenders do.  A share raised before posting
*> is debited to the goods-received accrual instead: GLJournal
*> debits inventory with it when the receipt posts at the raised
*> cost and credits the accrual, which the supplier's voucher clears
*> only at the PO price.
*> LANDCOST.DAT is written back with only the charges not allocated,
*> so a charge is never allocated twice; a file larger than the
*> table that holds them stops the run before anything is raised.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Landed-Charge-File ASSIGN TO "LANDCOST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Charge-Status.

   SELECT OPTIONAL Receipt-History-File ASSIGN TO "GRHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS History-Status.

   SELECT OPTIONAL Receipt-Cost-File ASSIGN TO "RCVCOST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RV-Key
          FILE STATUS IS RV-Status.

   SELECT OPTIONAL Cost-Layer-File ASSIGN TO "OILLAYER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CL-Key
          FILE STATUS IS CL-Status.

   SELECT Journal-Interface-File ASSIGN TO "JRNLIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Landed-Register-File ASSIGN TO "LANDCOST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Landed-Charge-File.
01 Landed-Charge-Rec.
   88 End-Of-Charges		VALUE HIGH-VALUES.
   02 LC-Charge-Type		PIC X.
      88 Freight-Charge		VALUE "F".
      88 Duty-Charge		VALUE "D".
      88 Handling-Charge	VALUE "H".
   02 LC-Ref-Type		PIC X.
      88 Against-PO		VALUE "P".
      88 Against-GR-Batch	VALUE "B".
   02 LC-Reference		PIC 9(6).
   02 LC-Basis			PIC X.
      88 Spread-By-Qty		VALUE "Q".
      88 Spread-By-Value	VALUE "V".
   02 LC-Amount		PIC 9(7)V99.
   02 LC-Invoice-Ref		PIC X(10).

FD Receipt-History-File.
01 Receipt-History-Rec.
   88 End-Of-History		VALUE HIGH-VALUES.
   02 GH-Batch-Number		PIC 9(6).
   02 GH-Receipt-Date		PIC 9(8).
   02 GH-PO-Number		PIC 9(6).
   02 GH-Oil-Num		PIC 9(4).
   02 GH-Lot-Number		PIC X(6).
   02 GH-Qty			PIC 9(5).
   02 GH-Unit-Cost		PIC 9(3)V9(4).
   02 GH-Supplier-Code		PIC X(4).

FD Receipt-Cost-File.
01 RV-Rec.
   02 RV-Key.
      03 RV-Oil-Num		PIC 9(4).
      03 RV-Lot-Number		PIC X(6).
   02 RV-Qty			PIC 9(7).
   02 RV-Unit-Cost		PIC 9(3)V9(4).
   02 RV-Received-Date		PIC 9(8).

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

FD Journal-Interface-File.
01 Journal-Rec			PIC X(80).

FD Landed-Register-File.
01 Register-Line		PIC X(80).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Charge-Status		PIC X(2).
   02 History-Status		PIC X(2).
   02 RV-Status		PIC X(2).
      88 RV-Rec-Found		VALUE "00".
   02 CL-Status		PIC X(2).

01 WS-Run-Date			PIC 9(8).
01 WS-Charges-Read		PIC 9(5) VALUE 0.
01 WS-Charges-Applied		PIC 9(5) VALUE 0.
01 WS-Charges-Rejected		PIC 9(5) VALUE 0.
01 WS-Charges-Counted		PIC 9(5) VALUE 0.

*> Charges not allocated this run, written back to LANDCOST.DAT.
01 Rejected-Table.
   02 RJ-Entry OCCURS 500 TIMES
				PIC X(28).
01 RJ-Count			PIC 9(3) VALUE 0.
01 RJ-X			PIC 9(3).

*> The receipt lines one charge is spread over.
01 Line-Table.
   02 LN-Entry OCCURS 100 TIMES.
      03 LN-Oil-Num		PIC 9(4).
      03 LN-Lot-Number		PIC X(6).
      03 LN-Receipt-Date	PIC 9(8).
      03 LN-Qty		PIC 9(5).
      03 LN-Basis		PIC 9(9)V99.
      03 LN-Share		PIC 9(7)V99.
01 LN-Count			PIC 9(3).
01 LN-X			PIC 9(3).
01 WS-Total-Basis		PIC 9(11)V99.
01 WS-Allocated		PIC 9(7)V99.

01 WS-Capitalised		PIC 9(7)V99.
01 WS-To-Accrual		PIC 9(7)V99.
01 WS-To-Cost-Of-Sales		PIC 9(7)V99.
01 WS-Cost-Rise		PIC 9(3)V9(4).
01 WS-Line-Disposition		PIC X(24).
01 WS-Layer-Found		PIC X.
01 WS-EOF-Layer-Scan		PIC X.
   88 End-Of-Layer-Scan		VALUE "Y".

01 WS-Total-Charged		PIC 9(9)V99 VALUE 0.
01 WS-Total-Capitalised	PIC 9(9)V99 VALUE 0.
01 WS-Total-Cost-Of-Sales	PIC 9(9)V99 VALUE 0.
01 WS-Total-To-Accrual		PIC 9(9)V99 VALUE 0.
01 WS-Journal-Seq		PIC 9(5) VALUE 0.

01 File-Control-Area.
   02 FC-File-Name		PIC X(12).
   02 FC-Record-Count		PIC 9(7).
   02 FC-Hash-Total		PIC 9(13).
   02 FC-Result		PIC XX.

01 Journal-Header.
   02 FILLER			PIC X     VALUE "H".
   02 JH-Extract-Date		PIC 9(8).
   02 FILLER			PIC X(10) VALUE "LANDEDCOST".

01 Journal-Detail.
   02 FILLER			PIC X     VALUE "D".
   02 JD-Seq			PIC 9(5).
   02 JD-Account		PIC X(16).
   02 JD-DR-CR			PIC X.
   02 JD-Amount		PIC 9(7).99.
   02 JD-Oil-Num		PIC 9(4).
   02 JD-Date			PIC 9(8).
   02 JD-Description		PIC X(20).

01 Journal-Trailer.
   02 FILLER			PIC X     VALUE "T".
   02 JT-Record-Count		PIC 9(7).
   02 JT-Debit-Total		PIC 9(9).99.
   02 JT-Credit-Total		PIC 9(9).99.

01 Register-Heading.
   02 FILLER			PIC X(72) VALUE
      "LANDED COST - TYPE REF     BASIS      AMOUNT  INVOICE     DISPOSITION".

01 Register-Charge-Line.
   02 FILLER			PIC X(14) VALUE SPACES.
   02 RC-Charge-Type		PIC X.
   02 FILLER			PIC X(4)  VALUE SPACES.
   02 RC-Ref-Type		PIC X.
   02 RC-Reference		PIC 9(6).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RC-Basis			PIC X.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RC-Amount		PIC Z,ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RC-Invoice-Ref		PIC X(10).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RC-Disposition		PIC X(22).

01 Register-Line-Detail.
   02 FILLER			PIC X(6)  VALUE SPACES.
   02 RL-Oil-Num		PIC 9(4).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RL-Lot-Number		PIC X(6).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RL-Qty			PIC ZZ,ZZ9.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RL-Share			PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RL-Capitalised		PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RL-Disposition		PIC X(24).

01 Register-Total-Line.
   02 RT-Label			PIC X(30).
   02 RT-Amount		PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   OPEN INPUT Landed-Charge-File.
   IF Charge-Status NOT = "00"
      DISPLAY "LANDEDCOST: NO LANDCOST.DAT - NOTHING TO ALLOCATE"
      STOP RUN
   END-IF.
   PERFORM Count-Charges.
   OPEN I-O Receipt-Cost-File.
   OPEN I-O Cost-Layer-File.
   OPEN OUTPUT Landed-Register-File.
   WRITE Register-Line FROM Register-Heading.

   READ Landed-Charge-File
      AT END SET End-Of-Charges TO TRUE
   END-READ.
   PERFORM Allocate-One-Charge UNTIL End-Of-Charges.
   CLOSE Landed-Charge-File.

   PERFORM Rewrite-Rejected-Charges.

   MOVE SPACES TO Register-Line.
   WRITE Register-Line.
   MOVE "TOTAL CHARGES ALLOCATED:" TO RT-Label.
   MOVE WS-Total-Charged TO RT-Amount.
   WRITE Register-Line FROM Register-Total-Line.
   MOVE "CAPITALISED TO STOCK:" TO RT-Label.
   MOVE WS-Total-Capitalised TO RT-Amount.
   WRITE Register-Line FROM Register-Total-Line.
   MOVE "TO COST OF SALES (ISSUED):" TO RT-Label.
   MOVE WS-Total-Cost-Of-Sales TO RT-Amount.
   WRITE Register-Line FROM Register-Total-Line.
   MOVE "TO GRN ACCRUAL (NOT POSTED):" TO RT-Label.
   MOVE WS-Total-To-Accrual TO RT-Amount.
   WRITE Register-Line FROM Register-Total-Line.

   PERFORM Write-Landed-Journal.

   DISPLAY "LANDEDCOST: " WS-Charges-Read " CHARGES, "
           WS-Charges-Applied " ALLOCATED, "
           WS-Charges-Rejected " REJECTED".
   CLOSE Receipt-Cost-File.
   CLOSE Cost-Layer-File.
   CLOSE Landed-Register-File.
   STOP RUN.

Allocate-One-Charge.
   ADD 1 TO WS-Charges-Read.
   MOVE LC-Charge-Type TO RC-Charge-Type.
   MOVE LC-Ref-Type    TO RC-Ref-Type.
   MOVE LC-Reference   TO RC-Reference.
   MOVE LC-Basis       TO RC-Basis.
   MOVE LC-Amount      TO RC-Amount.
   MOVE LC-Invoice-Ref TO RC-Invoice-Ref.

   EVALUATE TRUE
     WHEN NOT Freight-Charge AND NOT Duty-Charge
          AND NOT Handling-Charge
        MOVE "BAD CHARGE TYPE" TO RC-Disposition
     WHEN NOT Against-PO AND NOT Against-GR-Batch
        MOVE "BAD REFERENCE TYPE" TO RC-Disposition
     WHEN NOT Spread-By-Qty AND NOT Spread-By-Value
        MOVE "BAD BASIS - NOT Q OR V" TO RC-Disposition
     WHEN LC-Amount NOT NUMERIC OR LC-Amount = ZERO
        MOVE "AMOUNT INVALID" TO RC-Disposition
     WHEN OTHER
        PERFORM Collect-Receipt-Lines
        IF LN-Count = ZERO OR WS-Total-Basis = ZERO
           MOVE "NO RECEIPTS FOUND" TO RC-Disposition
        ELSE
           MOVE "ALLOCATED" TO RC-Disposition
        END-IF
   END-EVALUATE.
   WRITE Register-Line FROM Register-Charge-Line.
   IF RC-Disposition = "ALLOCATED"
      PERFORM Spread-Charge
      ADD 1 TO WS-Charges-Applied
      ADD LC-Amount TO WS-Total-Charged
   ELSE
      ADD 1 TO WS-Charges-Rejected
*> Count-Charges has proved the file fits the table.
      ADD 1 TO RJ-Count
      MOVE Landed-Charge-Rec TO RJ-Entry(RJ-Count)
   END-IF.

   READ Landed-Charge-File
      AT END SET End-Of-Charges TO TRUE
   END-READ.

Count-Charges.
*> LANDCOST.DAT is rewritten from the rejected table, so a charge it
*> could not hold would be lost: a file larger than the table stops
*> the run before any cost is raised.
   READ Landed-Charge-File
      AT END SET End-Of-Charges TO TRUE
   END-READ.
   PERFORM UNTIL End-Of-Charges
      ADD 1 TO WS-Charges-Counted
      READ Landed-Charge-File
         AT END SET End-Of-Charges TO TRUE
      END-READ
   END-PERFORM.
   CLOSE Landed-Charge-File.
   IF WS-Charges-Counted > 500
      DISPLAY "LANDEDCOST: OVER 500 CHARGES ON LANDCOST.DAT - "
              "RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   OPEN INPUT Landed-Charge-File.

Rewrite-Rejected-Charges.
*> An allocated charge leaves the file, so running again cannot
*> raise the same costs twice; a rejected one waits to be put right.
   OPEN OUTPUT Landed-Charge-File.
   PERFORM VARYING RJ-X FROM 1 BY 1 UNTIL RJ-X > RJ-Count
      MOVE RJ-Entry(RJ-X) TO Landed-Charge-Rec
      WRITE Landed-Charge-Rec
   END-PERFORM.
   CLOSE Landed-Charge-File.

Collect-Receipt-Lines.
   MOVE ZERO TO LN-Count.
   MOVE ZERO TO WS-Total-Basis.
   OPEN INPUT Receipt-History-File.
   IF History-Status = "00"
      READ Receipt-History-File
         AT END SET End-Of-History TO TRUE
      END-READ
      PERFORM UNTIL End-Of-History
         IF (Against-PO AND GH-PO-Number = LC-Reference)
            OR (Against-GR-Batch AND GH-Batch-Number = LC-Reference)
            PERFORM Add-Receipt-Line
         END-IF
         READ Receipt-History-File
            AT END SET End-Of-History TO TRUE
         END-READ
      END-PERFORM
   END-IF.
   CLOSE Receipt-History-File.

Add-Receipt-Line.
   IF LN-Count NOT < 100
      DISPLAY "LANDEDCOST: OVER 100 RECEIPT LINES FOR "
              LC-Ref-Type LC-Reference " - REST NOT CHARGED"
      EXIT PARAGRAPH
   END-IF.
   ADD 1 TO LN-Count.
   MOVE GH-Oil-Num      TO LN-Oil-Num(LN-Count).
   MOVE GH-Lot-Number   TO LN-Lot-Number(LN-Count).
   MOVE GH-Receipt-Date TO LN-Receipt-Date(LN-Count).
   MOVE GH-Qty          TO LN-Qty(LN-Count).
   IF Spread-By-Qty
      MOVE GH-Qty TO LN-Basis(LN-Count)
   ELSE
      COMPUTE LN-Basis(LN-Count) ROUNDED = GH-Qty * GH-Unit-Cost
   END-IF.
   ADD LN-Basis(LN-Count) TO WS-Total-Basis.

Spread-Charge.
   MOVE ZERO TO WS-Allocated.
   PERFORM VARYING LN-X FROM 1 BY 1 UNTIL LN-X > LN-Count
      IF LN-X = LN-Count
         COMPUTE LN-Share(LN-X) = LC-Amount - WS-Allocated
      ELSE
         COMPUTE LN-Share(LN-X) ROUNDED =
                 LC-Amount * LN-Basis(LN-X) / WS-Total-Basis
         ADD LN-Share(LN-X) TO WS-Allocated
      END-IF
      PERFORM Raise-Lot-Cost
      MOVE LN-Oil-Num(LN-X)    TO RL-Oil-Num
      MOVE LN-Lot-Number(LN-X) TO RL-Lot-Number
      MOVE LN-Qty(LN-X)        TO RL-Qty
      MOVE LN-Share(LN-X)      TO RL-Share
      COMPUTE RL-Capitalised = WS-Capitalised + WS-To-Accrual
      MOVE WS-Line-Disposition TO RL-Disposition
      WRITE Register-Line FROM Register-Line-Detail
      ADD WS-Capitalised      TO WS-Total-Capitalised
      ADD WS-To-Cost-Of-Sales TO WS-Total-Cost-Of-Sales
      ADD WS-To-Accrual       TO WS-Total-To-Accrual
   END-PERFORM.

Raise-Lot-Cost.
*> A receipt still waiting for the stock posting has its handed-over
*> cost raised, so its layer opens at the landed cost.  The posting
*> debits inventory with the share, so here it clears the accrual
*> the posting credits over the PO price.
   MOVE ZERO TO WS-Capitalised.
   MOVE ZERO TO WS-To-Cost-Of-Sales.
   MOVE ZERO TO WS-To-Accrual.
   MOVE LN-Oil-Num(LN-X)    TO RV-Oil-Num.
   MOVE LN-Lot-Number(LN-X) TO RV-Lot-Number.
   READ Receipt-Cost-File
      INVALID KEY CONTINUE
   END-READ.
   IF RV-Rec-Found AND RV-Qty > ZERO
      COMPUTE WS-Cost-Rise ROUNDED = LN-Share(LN-X) / RV-Qty
      ADD WS-Cost-Rise TO RV-Unit-Cost
      REWRITE RV-Rec
         INVALID KEY DISPLAY "RCVCOST REWRITE FS = " RV-Status
      END-REWRITE
      MOVE LN-Share(LN-X) TO WS-To-Accrual
      MOVE "RAISED BEFORE POSTING" TO WS-Line-Disposition
      EXIT PARAGRAPH
   END-IF.
   PERFORM Raise-Layer-Cost.

Raise-Layer-Cost.
*> A posted receipt's layer is the first for the oil and lot received
*> on or after the receipt date.  The layer's unit cost rises by the
*> share over the quantity still on hand; what that capitalises is
*> exactly the rise times the quantity, and the rest of the share
*> belongs to stock already issued.
   MOVE "N" TO WS-Layer-Found.
   MOVE "N" TO WS-EOF-Layer-Scan.
   MOVE LN-Oil-Num(LN-X)      TO CL-Oil-Num.
   MOVE LN-Receipt-Date(LN-X) TO CL-Received-Date.
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
         IF CL-Oil-Num NOT = LN-Oil-Num(LN-X)
            SET End-Of-Layer-Scan TO TRUE
         ELSE
            IF CL-Lot-Number = LN-Lot-Number(LN-X)
               MOVE "Y" TO WS-Layer-Found
               SET End-Of-Layer-Scan TO TRUE
            END-IF
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Layer-Found = "Y" AND CL-Qty-Remaining > ZERO
      COMPUTE WS-Cost-Rise ROUNDED =
              LN-Share(LN-X) * CL-Qty-Remaining / CL-Received-Qty
              / CL-Qty-Remaining
      ADD WS-Cost-Rise TO CL-Unit-Cost
      REWRITE CL-Rec
         INVALID KEY DISPLAY "OILLAYER REWRITE FS = " CL-Status
      END-REWRITE
      COMPUTE WS-Capitalised ROUNDED = WS-Cost-Rise * CL-Qty-Remaining
      IF WS-Capitalised > LN-Share(LN-X)
         MOVE LN-Share(LN-X) TO WS-Capitalised
      END-IF
      COMPUTE WS-To-Cost-Of-Sales = LN-Share(LN-X) - WS-Capitalised
      MOVE "LAYER RAISED" TO WS-Line-Disposition
   ELSE
      MOVE LN-Share(LN-X) TO WS-To-Cost-Of-Sales
      MOVE "STOCK ISSUED - TO COGS" TO WS-Line-Disposition
   END-IF.

Write-Landed-Journal.
*> One balanced batch for the run behind the others on JRNLIF.DAT.
   IF WS-Total-Charged = ZERO
      EXIT PARAGRAPH
   END-IF.
   OPEN EXTEND Journal-Interface-File.
   MOVE WS-Run-Date TO JH-Extract-Date.
   WRITE Journal-Rec FROM Journal-Header.
   MOVE ZERO        TO JD-Oil-Num.
   MOVE WS-Run-Date TO JD-Date.
   MOVE "D"         TO JD-DR-CR.
   MOVE "LANDED COST" TO JD-Description.
   IF WS-Total-Capitalised > ZERO
      ADD 1 TO WS-Journal-Seq
      MOVE WS-Journal-Seq       TO JD-Seq
      MOVE "1400-INVENTORY  "   TO JD-Account
      MOVE WS-Total-Capitalised TO JD-Amount
      WRITE Journal-Rec FROM Journal-Detail
   END-IF.
   IF WS-Total-Cost-Of-Sales > ZERO
      ADD 1 TO WS-Journal-Seq
      MOVE WS-Journal-Seq         TO JD-Seq
      MOVE "5100-COST-SALES "     TO JD-Account
      MOVE WS-Total-Cost-Of-Sales TO JD-Amount
      WRITE Journal-Rec FROM Journal-Detail
   END-IF.
   IF WS-Total-To-Accrual > ZERO
      ADD 1 TO WS-Journal-Seq
      MOVE WS-Journal-Seq         TO JD-Seq
      MOVE "2150-GRN-ACCRUAL"     TO JD-Account
      MOVE WS-Total-To-Accrual    TO JD-Amount
      WRITE Journal-Rec FROM Journal-Detail
   END-IF.
   ADD 1 TO WS-Journal-Seq.
   MOVE WS-Journal-Seq     TO JD-Seq.
   MOVE "5170-LANDED-COST" TO JD-Account.
   MOVE "C"                TO JD-DR-CR.
   MOVE WS-Total-Charged   TO JD-Amount.
   WRITE Journal-Rec FROM Journal-Detail.
   MOVE WS-Journal-Seq   TO JT-Record-Count.
   MOVE WS-Total-Charged TO JT-Debit-Total.
   MOVE WS-Total-Charged TO JT-Credit-Total.
   WRITE Journal-Rec FROM Journal-Trailer.
   CLOSE Journal-Interface-File.
*> The appended batch joins the file's hand-over control totals,
*> so the GL posting run still proves the whole file at open.
   MOVE "JRNLIF.DAT  " TO FC-File-Name.
   CALL "FILECTL" USING BY CONTENT "R"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.
   COMPUTE FC-Record-Count = FC-Record-Count + WS-Journal-Seq + 2.
   COMPUTE FC-Hash-Total = FC-Hash-Total
           + WS-Total-Charged * 200.
   CALL "FILECTL" USING BY CONTENT "W"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.
