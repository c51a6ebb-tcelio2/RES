*> and the difference is the purchase-price variance: a register by
*> supplier and oil with run totals (GRPPV.RPT), and a balanced PPV
*> journal batch appended to JRNLIF.DAT for the GL posting run.
*> The PO price of every posted receipt is also handed over on
*> RCVCOST.DAT by oil and lot, so the stock posting opens the
*> receipt's FIFO cost layer at what was actually paid; two receipts
*> of one oil and lot in a run hand over their weighted average.
*> Each run is a numbered goods-received batch (GRCTL.DAT), and every
*> posted line is kept on the receipt history GRHIST.DAT with its
*> batch, PO, lot and unit cost, so LandedCost can spread a freight
*> or duty invoice over the receipts it belongs to.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          RECORD KEY IS CH-Key
          FILE STATUS IS CH-Status.

   SELECT OPTIONAL Receipt-Cost-File ASSIGN TO "RCVCOST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RV-Key
          FILE STATUS IS RV-Status.

   SELECT OPTIONAL GR-Batch-Control-File ASSIGN TO "GRCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GR-Batch-Control-Status.

   SELECT OPTIONAL Receipt-History-File ASSIGN TO "GRHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT PPV-Register-File ASSIGN TO "GRPPV.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

      03 CH-Effective-Date	PIC 9(8).
   02 CH-Unit-Cost		PIC 9(3)V9(4).

FD Receipt-Cost-File.
01 RV-Rec.
   02 RV-Key.
      03 RV-Oil-Num		PIC 9(4).
      03 RV-Lot-Number		PIC X(6).
   02 RV-Qty			PIC 9(7).
   02 RV-Unit-Cost		PIC 9(3)V9(4).
   02 RV-Received-Date		PIC 9(8).

FD GR-Batch-Control-File.
01 GR-Batch-Control-Rec.
   02 GB-Last-Batch-Number	PIC 9(6).

FD Receipt-History-File.
01 Receipt-History-Rec.
   02 GH-Batch-Number		PIC 9(6).
   02 GH-Receipt-Date		PIC 9(8).
   02 GH-PO-Number		PIC 9(6).
   02 GH-Oil-Num		PIC 9(4).
   02 GH-Lot-Number		PIC X(6).
   02 GH-Qty			PIC 9(5).
   02 GH-Unit-Cost		PIC 9(3)V9(4).
   02 GH-Supplier-Code		PIC X(4).

FD PPV-Register-File.
01 PPV-Line			PIC X(80).

   02 ODF-Status		PIC X(2).
      88 Oil-On-File		VALUE "00".
   02 CH-Status		PIC X(2).
   02 RV-Status		PIC X(2).
      88 RV-Rec-Found		VALUE "00".
   02 GR-Batch-Control-Status	PIC X(2).

01 WS-GR-Batch-Number		PIC 9(6) VALUE 0.

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Posted-Count		PIC 9(5) VALUE 0.
   02 FILLER			PIC X(48) VALUE
      "PO#     OIL#  RECEIVED  DISPOSITION".

01 Register-Batch-Line.
   02 FILLER			PIC X(26) VALUE
      "GOODS-RECEIVED BATCH:     ".
   02 RB-Batch-Number		PIC 9(6).

01 Register-Detail.
   02 MR-PO-Number		PIC 9(6).
   02 FILLER			PIC X(2)  VALUE SPACES.
   OPEN I-O Open-PO-File.
   OPEN INPUT Oil-Details-File.
   OPEN INPUT Cost-History-File.
   OPEN I-O Receipt-Cost-File.
   OPEN OUTPUT Receipt-Trans-File.
   OPEN OUTPUT Match-Register-File.
   OPEN EXTEND Receipt-History-File.
   PERFORM Read-GR-Batch-Control.

   WRITE Register-Line FROM Register-Heading.

   WRITE Register-Line FROM Register-Summary-3.
   MOVE WS-Closed-Count  TO RS-Closed-Count.
   WRITE Register-Line FROM Register-Summary-4.
   MOVE WS-GR-Batch-Number TO RB-Batch-Number.
   WRITE Register-Line FROM Register-Batch-Line.
   DISPLAY "GOODSRECEIPT: " WS-Read-Count " READ, "
           WS-Posted-Count " POSTED, " WS-Flagged-Count " FLAGGED".

   PERFORM Write-PPV-Register.
   PERFORM Write-PPV-Journal.
   PERFORM Update-Trans-Control.
   IF WS-Posted-Count > ZERO
      PERFORM Write-GR-Batch-Control
   END-IF.

   CLOSE Goods-Received-File.
   CLOSE Receipt-History-File.
   CLOSE Open-PO-File.
   CLOSE Oil-Details-File.
   CLOSE Cost-History-File.
   CLOSE Receipt-Cost-File.
   CLOSE Receipt-Trans-File.
   CLOSE Match-Register-File.
   STOP RUN.
           INVALID KEY DISPLAY "OPENPO REWRITE FS = " OPF-Status
        END-REWRITE
        PERFORM Post-Price-Variance
        PERFORM Hand-Over-Receipt-Cost
        PERFORM Write-Receipt-History
        PERFORM Write-Receipt-Trans
        WRITE Register-Line FROM Register-Detail
   END-EVALUATE.
      MOVE WS-Receipt-PPV    TO PV-Variance(PV-Count)
   END-IF.

Hand-Over-Receipt-Cost.
*> A PO without a captured price hands nothing over; the posting
*> then layers the receipt at the cost in effect.
   IF PO-Unit-Cost-OPF = ZERO
      EXIT PARAGRAPH
   END-IF.
   MOVE GR-Oil-Num    TO RV-Oil-Num.
   MOVE GR-Lot-Number TO RV-Lot-Number.
   READ Receipt-Cost-File
      INVALID KEY CONTINUE
   END-READ.
   IF RV-Rec-Found
      COMPUTE RV-Unit-Cost ROUNDED =
              (RV-Qty * RV-Unit-Cost + GR-Qty * PO-Unit-Cost-OPF)
              / (RV-Qty + GR-Qty)
      ADD GR-Qty TO RV-Qty
      MOVE WS-Run-Date TO RV-Received-Date
      REWRITE RV-Rec
         INVALID KEY DISPLAY "RCVCOST REWRITE FS = " RV-Status
      END-REWRITE
   ELSE
      MOVE GR-Oil-Num       TO RV-Oil-Num
      MOVE GR-Lot-Number    TO RV-Lot-Number
      MOVE GR-Qty           TO RV-Qty
      MOVE PO-Unit-Cost-OPF TO RV-Unit-Cost
      MOVE WS-Run-Date      TO RV-Received-Date
      WRITE RV-Rec
         INVALID KEY DISPLAY "RCVCOST WRITE FS = " RV-Status
      END-WRITE
   END-IF.

Write-Receipt-History.
*> Unit cost as the stock posting will layer it: the PO price, or
*> the cost in effect for a PO raised before prices were captured.
   MOVE WS-GR-Batch-Number TO GH-Batch-Number.
   MOVE WS-Run-Date        TO GH-Receipt-Date.
   MOVE GR-PO-Number       TO GH-PO-Number.
   MOVE GR-Oil-Num         TO GH-Oil-Num.
   MOVE GR-Lot-Number      TO GH-Lot-Number.
   MOVE GR-Qty             TO GH-Qty.
   MOVE Supplier-Code-OPF  TO GH-Supplier-Code.
   IF PO-Unit-Cost-OPF = ZERO
      PERFORM Find-Effective-Cost
      MOVE WS-Effective-Cost TO GH-Unit-Cost
   ELSE
      MOVE PO-Unit-Cost-OPF TO GH-Unit-Cost
   END-IF.
   WRITE Receipt-History-Rec.

Read-GR-Batch-Control.
   MOVE ZERO TO GB-Last-Batch-Number.
   OPEN INPUT GR-Batch-Control-File.
   IF GR-Batch-Control-Status = "00"
      READ GR-Batch-Control-File
         AT END MOVE ZERO TO GB-Last-Batch-Number
      END-READ
   END-IF.
   CLOSE GR-Batch-Control-File.
   COMPUTE WS-GR-Batch-Number = GB-Last-Batch-Number + 1.

Write-GR-Batch-Control.
   MOVE WS-GR-Batch-Number TO GB-Last-Batch-Number.
   OPEN OUTPUT GR-Batch-Control-File.
   WRITE GR-Batch-Control-Rec.
   CLOSE GR-Batch-Control-File.

Find-Effective-Cost.
*> Latest Cost-History-File cost effective on or before the run
*> date; Unit-Cost-ODF when the oil has no history - the same
