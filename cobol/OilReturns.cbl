      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  OilReturns.
AUTHOR.  Michael Coughlan.
*> Returns authorisation run for oil a trade customer sends back.
*> Each claim on RETAUTH.DAT (customer, oil order number, oil,
*> quantity, reason code, and the expiry date off the container
*> where it can be read) is proved against the customer's shipments
*> on OILDEMAND.DAT: the order must have shipped that oil to that
*> customer, and the claim may not exceed what shipped less what
*> earlier authorisations already took back (the returns history
*> OILRTN.DAT).  The order must also have been invoiced, because
*> the credit is raised against its open item.
*> An accepted claim is given the next return authorisation number
*> from OILRACTL.DAT and a lot of its own, "R" plus that number.
*> The quantity goes back into stock as a type-1 receipt of the new
*> lot on TRANSRT.DAT - merged into the stock posting like
*> GoodsReceipt's TRANSGR.DAT - so AROMA96 books the lot onto
*> OILLOT.DAT in quarantine ("Q") and QCRelease decides whether it
*> is released to saleable stock or rejected for disposal.  The lot
*> is costed at the cost in effect on the original ship date, handed
*> to the cost layers on RCVCOST.DAT as GoodsReceipt hands over a PO
*> price.  The credit - the invoice amount, tax included, prorated
*> by the quantity returned over the quantity shipped - is applied
*> to the order's open item on AROPEN.DAT (keyed O plus the order
*> number, as OilInvoice posted it; an order past 999999 is held
*> uninvoiced there and refused here) the way ARCash applies cash,
*> and the register OILRTN.RPT lists every claim with its
*> disposition.  AR postings are refused into a closed period.
*> The credits are fed to the ledger as one balanced batch on
*> JRNLIF.DAT in GLJournal's H/D/T layout - the AR control account
*> credited with what was applied to the open items, oil returns and
*> sales tax (the item's tax in the same proportion) debited - every
*> account proved on GLCOA.DAT before any claim is authorised.
*> GLJournal posts the returned lot as any receipt, inventory debited
*> and the goods-received accrual credited at the cost handed over
*> on RCVCOST.DAT, but no supplier voucher will ever clear that
*> accrual; the same batch therefore debits the accrual and credits
*> cost of sales with that cost, so the two together put the stock
*> back at cost and take it out of cost of sales.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL Return-Claim-File ASSIGN TO "RETAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Claim-Status.

   SELECT OPTIONAL Demand-History-File ASSIGN TO "OILDEMAND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Demand-Status.

   SELECT OPTIONAL Return-History-File ASSIGN TO "OILRTN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Return-History-Status.

   SELECT OPTIONAL RA-Control-File ASSIGN TO "OILRACTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RA-Control-Status.

   SELECT Oil-Details-File ASSIGN TO "ODF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-ODF
          ALTERNATE RECORD KEY IS Oil-Name-ODF
                      WITH DUPLICATES
          FILE STATUS IS ODF-Status.

   SELECT OPTIONAL Cost-History-File ASSIGN TO "COSTHIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CH-Key
          FILE STATUS IS CH-Status.

   SELECT OPTIONAL Receipt-Cost-File ASSIGN TO "RCVCOST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RV-Key
          FILE STATUS IS RV-Status.

   SELECT AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AR-Order-Number
          ALTERNATE RECORD KEY IS AR-Customer-Id
                    WITH DUPLICATES
          FILE STATUS IS AR-Status-Code.

   SELECT Return-Trans-File ASSIGN TO "TRANSRT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Chart-Of-Accounts-File ASSIGN TO "GLCOA.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS COA-Account
          FILE STATUS IS COA-Status.

   SELECT Journal-Interface-File ASSIGN TO "JRNLIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Return-Register-File ASSIGN TO "OILRTN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Return-Claim-File.
01 Return-Claim-Rec		PIC X(31).
   88 End-Of-Claims		VALUE HIGH-VALUES.

FD Demand-History-File.
01 Demand-History-Rec.
   88 End-Of-Demand		VALUE HIGH-VALUES.
   02 DM-Ship-Date		PIC 9(8).
   02 DM-Customer-Id		PIC X(5).
   02 DM-Oil-Num		PIC 9(4).
   02 DM-Qty			PIC 9(5).
   02 DM-Order-Number		PIC 9(7).

FD Return-History-File.
01 Return-History-Rec.
   88 End-Of-Return-History	VALUE HIGH-VALUES.
   02 RH-RA-Number		PIC 9(5).
   02 RH-Return-Date		PIC 9(8).
   02 RH-Customer-Id		PIC X(5).
   02 RH-Order-Number		PIC 9(7).
   02 RH-Oil-Num		PIC 9(4).
   02 RH-Qty			PIC 9(5).
   02 RH-Reason		PIC XX.
   02 RH-Lot-Number		PIC X(6).
   02 RH-Credit-Amount		PIC 9(6)V99.

FD RA-Control-File.
01 RA-Control-Rec.
   02 RA-Last-Number		PIC 9(5).

FD Oil-Details-File.
01 ODF-Rec.
   02 Oil-Num-ODF               PIC 9(4).
   02 Oil-Name-ODF              PIC X(20).
   02 Unit-Size-ODF		PIC 9(2).
   02 Unit-Cost-ODF		PIC 9(3)V9(4).
   02 Reorder-Point-ODF	PIC 9(5).
   02 Supplier-Code-ODF	PIC X(4).

FD Cost-History-File.
01 CH-Rec.
   02 CH-Key.
      03 CH-Oil-Num		PIC 9(4).
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

FD AR-Open-Item-File.
01 AR-Rec.
   02 AR-Order-Number		PIC X(7).
   02 AR-Customer-Id		PIC X(5).
   02 AR-Invoice-Date		PIC 9(8).
   02 AR-Invoice-Amount	PIC 9(6)V99.
   02 AR-Paid-Amount		PIC 9(6)V99.
   02 AR-Currency-Code		PIC X(3).
   02 AR-Converted-Amount	PIC 9(7)V99.
   02 AR-Tax-Amount		PIC 9(5)V99.
   02 AR-Status		PIC X.
      88 AR-Item-Open		VALUE "O".
      88 AR-Item-Paid		VALUE "P".

FD Return-Trans-File.
01 Trans-Rec.
   02 Type-Code			PIC 9.
   02 Oil-Num			PIC 9(4).
   02 Qty			PIC 9(5).
   02 Reversed-Trans-Seq	PIC 9(7).
   02 TR-From-Location		PIC XX.
   02 TR-To-Location		PIC XX.
   02 TR-Bulk-Flag		PIC X.
   02 TR-Lot-Number		PIC X(6).
   02 TR-Expiry-Date		PIC X(8).
   02 TR-Disposal-Reason	PIC XX.

FD Chart-Of-Accounts-File.
01 COA-Rec.
   02 COA-Account		PIC X(16).
   02 COA-Account-Name		PIC X(30).

FD Journal-Interface-File.
01 Journal-Rec			PIC X(80).

FD Return-Register-File.
01 Register-Line		PIC X(100).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Claim-Status		PIC X(2).
   02 Demand-Status		PIC X(2).
   02 Return-History-Status	PIC X(2).
   02 RA-Control-Status	PIC X(2).
   02 ODF-Status		PIC X(2).
      88 Oil-On-File		VALUE "00".
   02 CH-Status			PIC X(2).
   02 RV-Status			PIC X(2).
      88 RV-Rec-Found		VALUE "00".
   02 AR-Status-Code		PIC X(2).
      88 AR-Rec-Found		VALUE "00".
   02 COA-Status		PIC X(2).
      88 Account-On-Chart	VALUE "00".

01 WS-Run-Date			PIC 9(8).
01 WS-Period-Result		PIC XX.
01 WS-Period-Year		PIC 9(4).
01 WS-Period-Number		PIC 9(2).
01 WS-Next-RA-Number		PIC 9(5) VALUE 0.

*> The open-item reference OilInvoice posted the order under.
01 WS-AR-Reference.
   02 FILLER			PIC X    VALUE "O".
   02 WS-AR-Ref-Order		PIC 9(6).

01 WS-Return-Lot.
   02 FILLER			PIC X    VALUE "R".
   02 WS-Return-Lot-RA		PIC 9(5).

01 Claim-Fields.
   02 RC-Customer-Id		PIC X(5).
   02 RC-Order-Number		PIC X(7).
   02 RC-Oil-Num		PIC X(4).
   02 RC-Qty			PIC X(5).
   02 RC-Reason		PIC XX.
   02 RC-Expiry-Date		PIC X(8).

*> The run's claims, with what each order shipped and has already
*> had back, gathered in one pass over each history file.
01 Claim-Table.
   02 CM-Entry OCCURS 200 TIMES.
      03 CM-Claim		PIC X(31).
      03 CM-Order-Number	PIC 9(7).
      03 CM-Oil-Num		PIC 9(4).
      03 CM-Qty			PIC 9(5).
      03 CM-Shipped-Qty		PIC 9(7).
      03 CM-Returned-Qty	PIC 9(7).
      03 CM-Ship-Date		PIC 9(8).
      03 CM-Valid		PIC X.
01 CM-Count			PIC 9(3) VALUE 0.
01 CM-X			PIC 9(3).
01 CM-Y			PIC 9(3).

01 WS-Effective-Cost		PIC 9(3)V9(4).
01 WS-EOF-Cost-Scan		PIC X.
   88 End-Of-Cost-Scan		VALUE "Y".
01 WS-Credit-Amount		PIC 9(6)V99.
01 WS-Balance			PIC S9(7)V99.
01 WS-Disposition		PIC X(32).

01 WS-Claims-Read		PIC 9(5) VALUE 0.
01 WS-Claims-Accepted		PIC 9(5) VALUE 0.
01 WS-Claims-Rejected		PIC 9(5) VALUE 0.
01 WS-Total-Credit		PIC 9(8)V99 VALUE 0.
01 WS-Trans-Written		PIC 9(5) VALUE 0.
01 WS-Trans-Qty-Hash		PIC 9(9) VALUE 0.

01 WS-Accounts-Missing		PIC 9(2) VALUE 0.
01 WS-Prior-Paid-Amount		PIC 9(6)V99.
01 WS-Applied-Amount		PIC 9(6)V99.
01 WS-Applied-Tax		PIC 9(6)V99.
01 WS-Jnl-AR-Control		PIC 9(9)V99 VALUE 0.
01 WS-Jnl-Oil-Returns		PIC 9(9)V99 VALUE 0.
01 WS-Jnl-Sales-Tax		PIC 9(9)V99 VALUE 0.
01 WS-Jnl-Return-Cost		PIC 9(9)V99 VALUE 0.
01 WS-Return-Cost		PIC 9(7)V99.
01 WS-Jnl-Account		PIC X(16).
01 WS-Jnl-Amount		PIC 9(9)V99.
01 WS-Jnl-Side			PIC X.
01 WS-Jnl-Description		PIC X(20).
01 WS-Journal-Seq		PIC 9(5) VALUE 0.
01 WS-Detail-Count		PIC 9(7) VALUE 0.
01 WS-Debit-Total		PIC 9(9)V99 VALUE 0.
01 WS-Credit-Total		PIC 9(9)V99 VALUE 0.

01 Journal-Header.
   02 FILLER			PIC X     VALUE "H".
   02 JH-Extract-Date		PIC 9(8).
   02 FILLER			PIC X(10) VALUE "OILRETURNS".

01 Journal-Detail.
   02 FILLER			PIC X     VALUE "D".
   02 JD-Seq			PIC 9(5).
   02 JD-Account		PIC X(16).
   02 JD-DR-CR			PIC X.
   02 JD-Amount		PIC 9(7).99.
   02 JD-Oil-Num		PIC 9(4) VALUE ZERO.
   02 JD-Date			PIC 9(8).
   02 JD-Description		PIC X(20).

01 Journal-Trailer.
   02 FILLER			PIC X     VALUE "T".
   02 JT-Record-Count		PIC 9(7).
   02 JT-Debit-Total		PIC 9(9).99.
   02 JT-Credit-Total		PIC 9(9).99.

01 File-Control-Area.
   02 FC-File-Name		PIC X(12).
   02 FC-Record-Count		PIC 9(7).
   02 FC-Hash-Total		PIC 9(13).
   02 FC-Result		PIC XX.

01 Register-Heading.
   02 FILLER			PIC X(85) VALUE
      "RA#    CUST   ORDER    OIL#    QTY  LOT        CREDIT  DISPOSITION".

01 Register-Detail.
   02 RG-RA-Number		PIC X(5).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RG-Customer-Id		PIC X(5).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RG-Order-Number		PIC X(7).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RG-Oil-Num		PIC X(4).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RG-Qty			PIC X(5).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RG-Lot-Number		PIC X(6).
   02 FILLER			PIC X(1)  VALUE SPACES.
   02 RG-Credit		PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RG-Disposition		PIC X(32).

01 Register-Summary-Line.
   02 RS-Label			PIC X(26).
   02 RS-Count			PIC ZZ,ZZ9.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RS-Amount		PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
*> Every credit posts to AROPEN.DAT dated with the run date, so a
*> run into a period closed in PERDMNTT is refused before anything
*> is authorised.
   CALL "PERIODCK" USING BY CONTENT WS-Run-Date
                         BY REFERENCE WS-Period-Result
                         BY REFERENCE WS-Period-Year
                         BY REFERENCE WS-Period-Number.
   IF WS-Period-Result = "01"
      DISPLAY "OILRETURNS: FISCAL PERIOD " WS-Period-Number "/"
              WS-Period-Year " IS CLOSED - AR POSTING FOR "
              WS-Run-Date " REFUSED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   PERFORM Prove-Journal-Accounts.
   OPEN INPUT Return-Claim-File.
   IF Claim-Status NOT = "00"
      DISPLAY "OILRETURNS: NO RETAUTH.DAT - NOTHING TO AUTHORISE"
      STOP RUN
   END-IF.
   READ Return-Claim-File
      AT END SET End-Of-Claims TO TRUE
   END-READ.
   PERFORM Load-One-Claim UNTIL End-Of-Claims.
   CLOSE Return-Claim-File.

   PERFORM Gather-Shipments.
   PERFORM Gather-Earlier-Returns.

   OPEN INPUT Oil-Details-File.
   OPEN INPUT Cost-History-File.
   OPEN I-O Receipt-Cost-File.
   OPEN I-O AR-Open-Item-File.
   OPEN OUTPUT Return-Trans-File.
   OPEN OUTPUT Return-Register-File.
   OPEN EXTEND Return-History-File.
   PERFORM Read-RA-Control.

   WRITE Register-Line FROM Register-Heading.
   PERFORM VARYING CM-X FROM 1 BY 1 UNTIL CM-X > CM-Count
      PERFORM Authorise-One-Claim
   END-PERFORM.

   PERFORM Write-RA-Control.
   PERFORM Update-Trans-Control.
   PERFORM Write-Journal-Batch.

   MOVE "CLAIMS ACCEPTED:"   TO RS-Label.
   MOVE WS-Claims-Accepted   TO RS-Count.
   MOVE WS-Total-Credit      TO RS-Amount.
   WRITE Register-Line FROM Register-Summary-Line.
   MOVE "CLAIMS REJECTED:"   TO RS-Label.
   MOVE WS-Claims-Rejected   TO RS-Count.
   MOVE ZERO                 TO RS-Amount.
   WRITE Register-Line FROM Register-Summary-Line.
   DISPLAY "OILRETURNS: " WS-Claims-Read " CLAIMS, "
           WS-Claims-Accepted " ACCEPTED, "
           WS-Claims-Rejected " REJECTED".

   CLOSE Oil-Details-File.
   CLOSE Cost-History-File.
   CLOSE Receipt-Cost-File.
   CLOSE AR-Open-Item-File.
   CLOSE Return-Trans-File.
   CLOSE Return-Register-File.
   CLOSE Return-History-File.
   STOP RUN.

Load-One-Claim.
   ADD 1 TO WS-Claims-Read.
   IF CM-Count = 200
      DISPLAY "OILRETURNS: OVER 200 CLAIMS - " Return-Claim-Rec
              " NOT AUTHORISED - RESUBMIT"
   ELSE
      ADD 1 TO CM-Count
      MOVE Return-Claim-Rec TO CM-Claim(CM-Count) Claim-Fields
      MOVE ZERO TO CM-Shipped-Qty(CM-Count)
      MOVE ZERO TO CM-Returned-Qty(CM-Count)
      MOVE ZERO TO CM-Ship-Date(CM-Count)
      IF RC-Order-Number NUMERIC AND RC-Oil-Num NUMERIC
         AND RC-Qty NUMERIC
         MOVE RC-Order-Number TO CM-Order-Number(CM-Count)
         MOVE RC-Oil-Num      TO CM-Oil-Num(CM-Count)
         MOVE RC-Qty          TO CM-Qty(CM-Count)
         MOVE "Y" TO CM-Valid(CM-Count)
      ELSE
         MOVE ZERO TO CM-Order-Number(CM-Count)
         MOVE ZERO TO CM-Oil-Num(CM-Count)
         MOVE ZERO TO CM-Qty(CM-Count)
         MOVE "N" TO CM-Valid(CM-Count)
      END-IF
   END-IF.
   READ Return-Claim-File
      AT END SET End-Of-Claims TO TRUE
   END-READ.

Gather-Shipments.
   OPEN INPUT Demand-History-File.
   IF Demand-Status NOT = "00"
      EXIT PARAGRAPH
   END-IF.
   READ Demand-History-File
      AT END SET End-Of-Demand TO TRUE
   END-READ.
   PERFORM UNTIL End-Of-Demand
      PERFORM VARYING CM-Y FROM 1 BY 1 UNTIL CM-Y > CM-Count
         MOVE CM-Claim(CM-Y) TO Claim-Fields
         IF DM-Order-Number = CM-Order-Number(CM-Y)
            AND DM-Oil-Num = CM-Oil-Num(CM-Y)
            AND DM-Customer-Id = RC-Customer-Id
            ADD DM-Qty TO CM-Shipped-Qty(CM-Y)
            MOVE DM-Ship-Date TO CM-Ship-Date(CM-Y)
         END-IF
      END-PERFORM
      READ Demand-History-File
         AT END SET End-Of-Demand TO TRUE
      END-READ
   END-PERFORM.
   CLOSE Demand-History-File.

Gather-Earlier-Returns.
   OPEN INPUT Return-History-File.
   IF Return-History-Status NOT = "00"
      EXIT PARAGRAPH
   END-IF.
   READ Return-History-File
      AT END SET End-Of-Return-History TO TRUE
   END-READ.
   PERFORM UNTIL End-Of-Return-History
      PERFORM VARYING CM-Y FROM 1 BY 1 UNTIL CM-Y > CM-Count
         IF RH-Order-Number = CM-Order-Number(CM-Y)
            AND RH-Oil-Num = CM-Oil-Num(CM-Y)
            ADD RH-Qty TO CM-Returned-Qty(CM-Y)
         END-IF
      END-PERFORM
      READ Return-History-File
         AT END SET End-Of-Return-History TO TRUE
      END-READ
   END-PERFORM.
   CLOSE Return-History-File.

Authorise-One-Claim.
   MOVE CM-Claim(CM-X) TO Claim-Fields.
   MOVE SPACES          TO RG-RA-Number RG-Lot-Number.
   MOVE RC-Customer-Id  TO RG-Customer-Id.
   MOVE RC-Order-Number TO RG-Order-Number.
   MOVE RC-Oil-Num      TO RG-Oil-Num.
   MOVE RC-Qty          TO RG-Qty.
   MOVE ZERO            TO RG-Credit.
   PERFORM Check-Claim.
   IF WS-Disposition NOT = SPACES
      ADD 1 TO WS-Claims-Rejected
   ELSE
      PERFORM Accept-Claim
   END-IF.
   MOVE WS-Disposition TO RG-Disposition.
   WRITE Register-Line FROM Register-Detail.

Check-Claim.
   MOVE SPACES TO WS-Disposition.
   IF CM-Valid(CM-X) NOT = "Y" OR CM-Qty(CM-X) = ZERO
      MOVE "CLAIM NOT NUMERIC - REJECTED" TO WS-Disposition
      EXIT PARAGRAPH
   END-IF.
   IF CM-Shipped-Qty(CM-X) = ZERO
      MOVE "NOT SHIPPED TO CUSTOMER - REJECTED" TO WS-Disposition
      EXIT PARAGRAPH
   END-IF.
   IF CM-Qty(CM-X) >
      CM-Shipped-Qty(CM-X) - CM-Returned-Qty(CM-X)
      MOVE "OVER QTY SHIPPED LESS RETURNED" TO WS-Disposition
      EXIT PARAGRAPH
   END-IF.
*> OilInvoice holds an order numbered past the six digits its open
*> item key has room for, so such an order has no invoice to credit.
   IF CM-Order-Number(CM-X) > 999999
      MOVE "ORDER NOT YET INVOICED" TO WS-Disposition
      EXIT PARAGRAPH
   END-IF.
   MOVE CM-Order-Number(CM-X) TO WS-AR-Ref-Order.
   MOVE WS-AR-Reference TO AR-Order-Number.
   READ AR-Open-Item-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT AR-Rec-Found
      MOVE "ORDER NOT YET INVOICED" TO WS-Disposition
      EXIT PARAGRAPH
   END-IF.
   IF AR-Customer-Id NOT = RC-Customer-Id
      MOVE "INVOICED TO ANOTHER CUSTOMER" TO WS-Disposition
   END-IF.

Accept-Claim.
   ADD 1 TO WS-Next-RA-Number.
   MOVE WS-Next-RA-Number TO WS-Return-Lot-RA RG-RA-Number.
   MOVE WS-Return-Lot     TO RG-Lot-Number.

*> Credit the invoiced value of the quantity coming back, tax
*> included, against the open item as a payment would be applied.
   COMPUTE WS-Credit-Amount ROUNDED =
           AR-Invoice-Amount * CM-Qty(CM-X) / CM-Shipped-Qty(CM-X).
   COMPUTE WS-Balance = AR-Invoice-Amount - AR-Paid-Amount.
   MOVE AR-Paid-Amount TO WS-Prior-Paid-Amount.
   ADD WS-Credit-Amount TO AR-Paid-Amount
      ON SIZE ERROR MOVE AR-Invoice-Amount TO AR-Paid-Amount
   END-ADD.
   IF AR-Paid-Amount NOT < AR-Invoice-Amount
      SET AR-Item-Paid TO TRUE
   END-IF.
   REWRITE AR-Rec
      INVALID KEY DISPLAY "AROPEN REWRITE FS = " AR-Status-Code
   END-REWRITE.
   IF AR-Rec-Found
      PERFORM Journal-Credit
   END-IF.
   IF WS-Credit-Amount > WS-Balance
      MOVE "CREDITED - REFUND DUE, REVIEW" TO WS-Disposition
   ELSE
      MOVE "CREDITED - LOT IN QUARANTINE" TO WS-Disposition
   END-IF.
   MOVE WS-Credit-Amount TO RG-Credit.
   ADD WS-Credit-Amount TO WS-Total-Credit.

   PERFORM Write-Return-Receipt.
   PERFORM Hand-Over-Return-Cost.
   PERFORM Write-Return-History.

*> Later claims on the same order in this run see this one.
   PERFORM VARYING CM-Y FROM 1 BY 1 UNTIL CM-Y > CM-Count
      IF CM-Order-Number(CM-Y) = CM-Order-Number(CM-X)
         AND CM-Oil-Num(CM-Y) = CM-Oil-Num(CM-X)
         ADD CM-Qty(CM-X) TO CM-Returned-Qty(CM-Y)
      END-IF
   END-PERFORM.
   ADD 1 TO WS-Claims-Accepted.

Journal-Credit.
*> What actually moved on the open item, split into the tax it
*> carried and the oil value returned.
   COMPUTE WS-Applied-Amount = AR-Paid-Amount - WS-Prior-Paid-Amount.
   IF AR-Invoice-Amount > ZERO
      COMPUTE WS-Applied-Tax ROUNDED =
              WS-Applied-Amount * AR-Tax-Amount / AR-Invoice-Amount
   ELSE
      MOVE ZERO TO WS-Applied-Tax
   END-IF.
   ADD WS-Applied-Amount TO WS-Jnl-AR-Control.
   ADD WS-Applied-Tax    TO WS-Jnl-Sales-Tax.
   COMPUTE WS-Jnl-Oil-Returns = WS-Jnl-Oil-Returns
           + WS-Applied-Amount - WS-Applied-Tax.

Write-Return-Receipt.
   MOVE 1                 TO Type-Code.
   MOVE CM-Oil-Num(CM-X)  TO Oil-Num.
   MOVE CM-Qty(CM-X)      TO Qty.
   MOVE ZERO              TO Reversed-Trans-Seq.
   MOVE SPACES            TO TR-From-Location.
   MOVE SPACES            TO TR-To-Location.
   MOVE SPACE             TO TR-Bulk-Flag.
   MOVE WS-Return-Lot     TO TR-Lot-Number.
   IF RC-Expiry-Date NUMERIC
      MOVE RC-Expiry-Date TO TR-Expiry-Date
   ELSE
      MOVE SPACES TO TR-Expiry-Date
   END-IF.
   MOVE SPACES            TO TR-Disposal-Reason.
   WRITE Trans-Rec.
   ADD 1 TO WS-Trans-Written.
   ADD Qty TO WS-Trans-Qty-Hash.

Hand-Over-Return-Cost.
*> The returned lot goes back into the cost layers at what the
*> stock cost when it shipped.
   PERFORM Find-Effective-Cost.
   MOVE CM-Oil-Num(CM-X) TO RV-Oil-Num.
   MOVE WS-Return-Lot    TO RV-Lot-Number.
   MOVE CM-Qty(CM-X)     TO RV-Qty.
   MOVE WS-Effective-Cost TO RV-Unit-Cost.
   MOVE WS-Run-Date      TO RV-Received-Date.
   WRITE RV-Rec
      INVALID KEY DISPLAY "RCVCOST WRITE FS = " RV-Status
   END-WRITE.
*> Valued as the stock posting will value the receipt of the lot.
   COMPUTE WS-Return-Cost ROUNDED = CM-Qty(CM-X) * WS-Effective-Cost.
   ADD WS-Return-Cost TO WS-Jnl-Return-Cost.

Find-Effective-Cost.
*> Latest Cost-History-File cost effective on or before the ship
*> date; Unit-Cost-ODF when the oil has no history.
   MOVE CM-Oil-Num(CM-X) TO Oil-Num-ODF.
   READ Oil-Details-File
      INVALID KEY CONTINUE
   END-READ.
   IF Oil-On-File
      MOVE Unit-Cost-ODF TO WS-Effective-Cost
   ELSE
      MOVE ZERO TO WS-Effective-Cost
   END-IF.
   MOVE "N" TO WS-EOF-Cost-Scan.
   MOVE CM-Oil-Num(CM-X) TO CH-Oil-Num.
   MOVE ZERO             TO CH-Effective-Date.
   START Cost-History-File
      KEY IS NOT LESS THAN CH-Key
      INVALID KEY SET End-Of-Cost-Scan TO TRUE
   END-START.
   PERFORM UNTIL End-Of-Cost-Scan
      READ Cost-History-File NEXT RECORD
         AT END SET End-Of-Cost-Scan TO TRUE
      END-READ
      IF NOT End-Of-Cost-Scan
         IF CH-Oil-Num NOT = CM-Oil-Num(CM-X)
            OR CH-Effective-Date > CM-Ship-Date(CM-X)
            SET End-Of-Cost-Scan TO TRUE
         ELSE
            MOVE CH-Unit-Cost TO WS-Effective-Cost
         END-IF
      END-IF
   END-PERFORM.

Write-Return-History.
   MOVE WS-Next-RA-Number     TO RH-RA-Number.
   MOVE WS-Run-Date           TO RH-Return-Date.
   MOVE RC-Customer-Id        TO RH-Customer-Id.
   MOVE CM-Order-Number(CM-X) TO RH-Order-Number.
   MOVE CM-Oil-Num(CM-X)      TO RH-Oil-Num.
   MOVE CM-Qty(CM-X)          TO RH-Qty.
   MOVE RC-Reason             TO RH-Reason.
   MOVE WS-Return-Lot         TO RH-Lot-Number.
   MOVE WS-Credit-Amount      TO RH-Credit-Amount.
   WRITE Return-History-Rec.

Update-Trans-Control.
*> Ops merges TRANSRT.DAT behind the keyed batch before the stock
*> posting, so the returned lots join the TRANS.DAT hand-over
*> totals - otherwise the posting run proves the merged file
*> against the keyed count alone and refuses it.
   IF WS-Trans-Written = ZERO
      EXIT PARAGRAPH
   END-IF.
   MOVE "TRANS.DAT   " TO FC-File-Name.
   CALL "FILECTL" USING BY CONTENT "R"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.
   COMPUTE FC-Record-Count = FC-Record-Count + WS-Trans-Written.
   COMPUTE FC-Hash-Total = FC-Hash-Total + WS-Trans-Qty-Hash.
   CALL "FILECTL" USING BY CONTENT "W"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.

Read-RA-Control.
   MOVE ZERO TO WS-Next-RA-Number.
   OPEN INPUT RA-Control-File.
   IF RA-Control-Status = "00"
      READ RA-Control-File
         AT END MOVE ZERO TO RA-Last-Number
      END-READ
      MOVE RA-Last-Number TO WS-Next-RA-Number
   END-IF.
   CLOSE RA-Control-File.

Write-RA-Control.
   MOVE WS-Next-RA-Number TO RA-Last-Number.
   OPEN OUTPUT RA-Control-File.
   WRITE RA-Control-Rec.
   CLOSE RA-Control-File.

Prove-Journal-Accounts.
*> Every account the batch can carry must be on the chart before a
*> claim is authorised; GLPost would otherwise reject the whole
*> batch after the open items had already moved.
   OPEN INPUT Chart-Of-Accounts-File.
   IF COA-Status NOT = "00"
      DISPLAY "OILRETURNS: CHART OF ACCOUNTS GLCOA.DAT NOT AVAILABLE"
              " - FS = " COA-Status
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   MOVE "4110-OIL-RETURNS" TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   MOVE "2200-SALES-TAX  " TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   MOVE "2150-GRN-ACCRUAL" TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   MOVE "5100-COST-SALES " TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   CLOSE Chart-Of-Accounts-File.
   IF WS-Accounts-Missing > ZERO
      DISPLAY "OILRETURNS: " WS-Accounts-Missing
              " JOURNAL ACCOUNT(S) NOT ON THE CHART - NOTHING POSTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Prove-One-Account.
   MOVE WS-Jnl-Account TO COA-Account.
   READ Chart-Of-Accounts-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Account-On-Chart
      DISPLAY "OILRETURNS: ACCOUNT " WS-Jnl-Account " NOT ON GLCOA.DAT"
      ADD 1 TO WS-Accounts-Missing
   END-IF.

Write-Journal-Batch.
*> One summary line per account for the run, appended to JRNLIF.DAT
*> behind the other feeds' batches.
   IF WS-Jnl-AR-Control = ZERO AND WS-Jnl-Return-Cost = ZERO
      EXIT PARAGRAPH
   END-IF.
   OPEN EXTEND Journal-Interface-File.
   MOVE WS-Run-Date TO JH-Extract-Date.
   WRITE Journal-Rec FROM Journal-Header.
   MOVE SPACES TO WS-Jnl-Description.
   STRING "OIL RETURNS " DELIMITED BY SIZE
          WS-Run-Date DELIMITED BY SIZE
          INTO WS-Jnl-Description.
   MOVE "4110-OIL-RETURNS" TO WS-Jnl-Account.
   MOVE WS-Jnl-Oil-Returns TO WS-Jnl-Amount.
   MOVE "D"                TO WS-Jnl-Side.
   PERFORM Write-Journal-Line.
   MOVE "2200-SALES-TAX  " TO WS-Jnl-Account.
   MOVE WS-Jnl-Sales-Tax   TO WS-Jnl-Amount.
   MOVE "D"                TO WS-Jnl-Side.
   PERFORM Write-Journal-Line.
   MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
   MOVE WS-Jnl-AR-Control  TO WS-Jnl-Amount.
   MOVE "C"                TO WS-Jnl-Side.
   PERFORM Write-Journal-Line.
   MOVE "2150-GRN-ACCRUAL" TO WS-Jnl-Account.
   MOVE WS-Jnl-Return-Cost TO WS-Jnl-Amount.
   MOVE "D"                TO WS-Jnl-Side.
   PERFORM Write-Journal-Line.
   MOVE "5100-COST-SALES " TO WS-Jnl-Account.
   MOVE WS-Jnl-Return-Cost TO WS-Jnl-Amount.
   MOVE "C"                TO WS-Jnl-Side.
   PERFORM Write-Journal-Line.
   MOVE WS-Detail-Count TO JT-Record-Count.
   MOVE WS-Debit-Total  TO JT-Debit-Total.
   MOVE WS-Credit-Total TO JT-Credit-Total.
   WRITE Journal-Rec FROM Journal-Trailer.
   CLOSE Journal-Interface-File.
*> The appended batch joins the file's hand-over control totals,
*> so the GL posting run still proves the whole file at open.
   MOVE "JRNLIF.DAT  " TO FC-File-Name.
   CALL "FILECTL" USING BY CONTENT "R"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.
   COMPUTE FC-Record-Count =
           FC-Record-Count + WS-Detail-Count + 2.
   COMPUTE FC-Hash-Total = FC-Hash-Total
           + (WS-Debit-Total + WS-Credit-Total) * 100.
   CALL "FILECTL" USING BY CONTENT "W"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.

Write-Journal-Line.
   IF WS-Jnl-Amount = ZERO
      EXIT PARAGRAPH
   END-IF.
   ADD 1 TO WS-Journal-Seq.
   MOVE WS-Journal-Seq     TO JD-Seq.
   MOVE WS-Jnl-Account     TO JD-Account.
   MOVE WS-Jnl-Side        TO JD-DR-CR.
   MOVE WS-Jnl-Amount      TO JD-Amount.
   MOVE WS-Run-Date        TO JD-Date.
   MOVE WS-Jnl-Description TO JD-Description.
   WRITE Journal-Rec FROM Journal-Detail.
   ADD 1 TO WS-Detail-Count.
   IF WS-Jnl-Side = "D"
      ADD WS-Jnl-Amount TO WS-Debit-Total
   ELSE
      ADD WS-Jnl-Amount TO WS-Credit-Total
   END-IF.
