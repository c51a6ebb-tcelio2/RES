      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  OilInvoice.
AUTHOR.  Michael Coughlan.
*> Invoice run for the oil trade orders OilFulfill ships.  Each line
*> OilFulfill appends to the billing file OILBILL.DAT is priced at
*> its ship date through CONTPRC - the customer's contract price for
*> the quantity from CONTRPRC.DAT where one is in force, otherwise the
*> list price from OILPRICE.DAT (loaded by OilPriceLoad) - taxed at
*> the customer's country rate from TAXRATE.DAT as the book orders
*> are, printed as one invoice on OILINV.RPT in the same layout as
*> InvoiceGen's - bill-to address, the line, tax, total and the total
*> in words - and posted as an open item on AROPEN.DAT, so ARCash,
*> ARAging, the statements and dunning treat oil customers exactly
*> as book customers.  The open item is keyed O plus the oil order
*> number, which keeps it clear of the book order numbers on the
*> same file and is the reference the customer quotes on payment.
*> The key has room for six digits of the order number, so an order
*> numbered over 999999 is held rather than posted over another
*> order's open item.
*> A line whose oil has no price, or whose customer has been merged
*> into another, stays on OILBILL.DAT for the next run; everything
*> invoiced leaves it.  A file larger than the held table stops the
*> run before anything is invoiced.
*> The run feeds the ledger as InvoiceGen does: one balanced batch on
*> JRNLIF.DAT, the AR control account debited, oil sales and sales
*> tax credited, every account proved on GLCOA.DAT before anything
*> posts; a re-posted line journals only the change in its amount.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Billing-File ASSIGN TO "OILBILL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Billing-Status.

   SELECT Oil-Details-File ASSIGN TO "ODF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-ODF
          ALTERNATE RECORD KEY IS Oil-Name-ODF
                      WITH DUPLICATES
          FILE STATUS IS ODF-Status.

   SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CU-Customer-Id
          FILE STATUS IS Customer-Status.

   SELECT OPTIONAL Tax-Rate-File ASSIGN TO "TAXRATE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TX-Country-Code
          FILE STATUS IS Tax-Status.

   SELECT AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AR-Order-Number
          ALTERNATE RECORD KEY IS AR-Customer-Id
                    WITH DUPLICATES
          FILE STATUS IS AR-Status-Code.

   SELECT Invoice-Report-File ASSIGN TO "OILINV.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Chart-Of-Accounts-File ASSIGN TO "GLCOA.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS COA-Account
          FILE STATUS IS COA-Status.

   SELECT Journal-Interface-File ASSIGN TO "JRNLIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Billing-File.
01 Billing-Rec.
   88 End-Of-Billing		VALUE HIGH-VALUES.
   02 BL-Order-Number		PIC 9(7).
   02 BL-Customer-Id		PIC X(5).
   02 BL-Oil-Num		PIC 9(4).
   02 BL-Qty			PIC 9(5).
   02 BL-Ship-Date		PIC 9(8).

FD Oil-Details-File.
01 ODF-Rec.
   02 Oil-Num-ODF               PIC 9(4).
   02 Oil-Name-ODF              PIC X(20).
   02 Unit-Size-ODF		PIC 9(2).
   02 Unit-Cost-ODF		PIC 9(3)V9(4).
   02 Reorder-Point-ODF	PIC 9(5).
   02 Supplier-Code-ODF	PIC X(4).

FD Customer-File.
01 CU-Rec.
   02 CU-Customer-Id		PIC X(5).
   02 CU-Name			PIC X(25).
   02 CU-Addr-Line-1		PIC X(20).
   02 CU-Addr-Line-2		PIC X(20).
   02 CU-City			PIC X(15).
   02 CU-Country-Code		PIC XX.
   02 CU-Credit-Limit		PIC 9(6)V99.
   02 CU-Sales-Rep		PIC X(4).
   02 CU-Acct-Status		PIC X.
      88 CU-Inactive		VALUE "I".
   02 CU-Merged-Into		PIC X(5).

FD Tax-Rate-File.
01 TX-Rec.
   02 TX-Country-Code		PIC XX.
   02 TX-Rate			PIC 99V99.

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

FD Invoice-Report-File.
01 Invoice-Line		PIC X(70).

FD Chart-Of-Accounts-File.
01 COA-Rec.
   02 COA-Account		PIC X(16).
   02 COA-Account-Name		PIC X(30).

FD Journal-Interface-File.
01 Journal-Rec			PIC X(80).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Billing-Status		PIC X(2).
   02 ODF-Status		PIC X(2).
      88 Oil-On-File		VALUE "00".
   02 Customer-Status		PIC X(2).
      88 Customer-Rec-Found	VALUE "00".
   02 Tax-Status		PIC X(2).
      88 Tax-Rate-Found		VALUE "00".
   02 AR-Status-Code		PIC X(2).
      88 AR-No-Error		VALUE "00".
      88 AR-Duplicate		VALUE "22".
   02 COA-Status		PIC X(2).
      88 Account-On-Chart	VALUE "00".

01 WS-Run-Date			PIC 9(8).
01 WS-Period-Result		PIC XX.
01 WS-Period-Year		PIC 9(4).
01 WS-Period-Number		PIC 9(2).
01 WS-Home-Currency		PIC X(3) VALUE "USD".

*> The open-item reference for an oil order.
01 WS-AR-Reference.
   02 FILLER			PIC X    VALUE "O".
   02 WS-AR-Ref-Order		PIC 9(6).

01 WS-Unit-Price		PIC 9(4)V99.
01 WS-Price-Result		PIC XX.
   88 No-Price-On-File		VALUE "02".
01 WS-Line-Amount		PIC 9(9)V99.
01 WS-Tax-Rate			PIC 99V99.
01 WS-Tax-Amount		PIC 9(7)V99.
01 WS-Invoice-Total		PIC 9(9)V99.
01 WS-Saved-Paid-Amount	PIC 9(6)V99.
01 WS-Hold-Reason		PIC X(30).

01 WS-Lines-Read		PIC 9(5) VALUE 0.
01 WS-Lines-Counted		PIC 9(5) VALUE 0.
01 WS-Invoice-Count		PIC 9(5) VALUE 0.
01 WS-Lines-Held		PIC 9(5) VALUE 0.
01 WS-Total-Invoiced		PIC 9(9)V99 VALUE 0.

01 WS-Accounts-Missing		PIC 9(2) VALUE 0.
01 WS-Prior-Invoice-Amount	PIC 9(6)V99.
01 WS-Prior-Tax-Amount		PIC 9(5)V99.
*> Net movement per ledger account for the journal batch, signed on
*> each account's normal side (AR a debit, the rest credits).
01 WS-Jnl-AR-Control		PIC S9(9)V99 VALUE 0.
01 WS-Jnl-Oil-Sales		PIC S9(9)V99 VALUE 0.
01 WS-Jnl-Sales-Tax		PIC S9(9)V99 VALUE 0.
01 WS-Jnl-Account		PIC X(16).
01 WS-Jnl-Amount		PIC S9(9)V99.
01 WS-Jnl-Side			PIC X.
01 WS-Jnl-Description		PIC X(20).
01 WS-Journal-Seq		PIC 9(5) VALUE 0.
01 WS-Detail-Count		PIC 9(7) VALUE 0.
01 WS-Debit-Total		PIC 9(9)V99 VALUE 0.
01 WS-Credit-Total		PIC 9(9)V99 VALUE 0.

01 File-Control-Area.
   02 FC-File-Name		PIC X(12).
   02 FC-Record-Count		PIC 9(7).
   02 FC-Hash-Total		PIC 9(13).
   02 FC-Result		PIC XX.

01 Journal-Header.
   02 FILLER			PIC X     VALUE "H".
   02 JH-Extract-Date		PIC 9(8).
   02 FILLER			PIC X(10) VALUE "OILINVOICE".

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

*> Lines not invoiced this run, written back to OILBILL.DAT.
01 Held-Table.
   02 HT-Entry OCCURS 500 TIMES
				PIC X(29).
01 HT-Count			PIC 9(3) VALUE 0.
01 HT-X			PIC 9(3).

01 WS-Money-Amount		PIC S9(15)V99.
01 WS-Money-Lines.
   02 WS-Money-Line OCCURS 6 TIMES
				PIC X(50).
01 WS-Money-Error-Flag		PIC 9.
01 Money-X			PIC 9.

01 Invoice-Heading.
   02 FILLER			PIC X(20) VALUE "INVOICE - ORDER NO. ".
   02 IH-Order-Number		PIC X(7).
   02 FILLER			PIC X(10) VALUE "   DATED  ".
   02 IH-Invoice-Date		PIC 9(8).

01 Invoice-Rule-Line		PIC X(60) VALUE ALL "-".

01 Invoice-Address-Line.
   02 FILLER			PIC X(4)  VALUE SPACES.
   02 IA-Text			PIC X(30).

01 Invoice-Column-Heading.
   02 FILLER			PIC X(66) VALUE
      "OIL#  OIL NAME              SHIPPED     QTY    PRICE        AMOUNT".

01 Invoice-Detail.
   02 ID-Oil-Num		PIC 9(4).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 ID-Oil-Name		PIC X(20).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 ID-Ship-Date		PIC 9(8).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 ID-Qty			PIC ZZ,ZZ9.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 ID-Unit-Price		PIC Z,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 ID-Amount		PIC ZZZ,ZZ9.99.

01 Invoice-Tax-Line.
   02 FILLER			PIC X(20) VALUE "TAX/VAT:            ".
   02 IX-Tax-Total		PIC ZZ,ZZ9.99.

01 Invoice-Total-Line.
   02 FILLER			PIC X(20) VALUE "ORDER TOTAL:        ".
   02 IT-Order-Total		PIC ZZZ,ZZ9.99.

01 Invoice-Words-Line.
   02 FILLER			PIC X(4)  VALUE SPACES.
   02 IW-Words			PIC X(50).

01 Held-Line.
   02 FILLER			PIC X(14) VALUE "NOT INVOICED: ".
   02 HL-Order-Number		PIC 9(7).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 HL-Oil-Num		PIC 9(4).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 HL-Reason		PIC X(30).

01 Summary-Line.
   02 SL-Label			PIC X(26).
   02 SL-Count			PIC ZZ,ZZ9.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 SL-Amount		PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
*> Every invoice posts to AROPEN.DAT dated with the run date, so a
*> run into a period closed in PERDMNTT is refused before anything
*> prints or posts.
   CALL "PERIODCK" USING BY CONTENT WS-Run-Date
                         BY REFERENCE WS-Period-Result
                         BY REFERENCE WS-Period-Year
                         BY REFERENCE WS-Period-Number.
   IF WS-Period-Result = "01"
      DISPLAY "OILINVOICE: FISCAL PERIOD " WS-Period-Number "/"
              WS-Period-Year " IS CLOSED - AR POSTING FOR "
              WS-Run-Date " REFUSED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   PERFORM Prove-Journal-Accounts.
   OPEN INPUT Billing-File.
   IF Billing-Status NOT = "00"
      DISPLAY "OILINVOICE: NO OILBILL.DAT - NOTHING TO INVOICE"
      STOP RUN
   END-IF.
   PERFORM Count-Billing-Lines.
   OPEN INPUT Oil-Details-File.
   OPEN INPUT Customer-File.
   OPEN INPUT Tax-Rate-File.
   OPEN OUTPUT Invoice-Report-File.
   OPEN I-O AR-Open-Item-File.
   IF AR-Status-Code = "35"
      CLOSE AR-Open-Item-File
      OPEN OUTPUT AR-Open-Item-File
      CLOSE AR-Open-Item-File
      OPEN I-O AR-Open-Item-File
   END-IF.

   READ Billing-File
      AT END SET End-Of-Billing TO TRUE
   END-READ.
   PERFORM Invoice-One-Line UNTIL End-Of-Billing.
   CLOSE Billing-File.

   PERFORM Rewrite-Held-Lines.

   MOVE "INVOICES POSTED:" TO SL-Label.
   MOVE WS-Invoice-Count   TO SL-Count.
   MOVE WS-Total-Invoiced  TO SL-Amount.
   WRITE Invoice-Line FROM Summary-Line.
   MOVE "LINES HELD - NOT INVOICED:" TO SL-Label.
   MOVE WS-Lines-Held TO SL-Count.
   MOVE ZERO          TO SL-Amount.
   WRITE Invoice-Line FROM Summary-Line.
   PERFORM Write-Journal-Batch.
   DISPLAY "OILINVOICE: " WS-Lines-Read " LINES, "
           WS-Invoice-Count " INVOICED, "
           WS-Lines-Held " HELD".

   CLOSE Oil-Details-File.
   CLOSE Customer-File.
   CLOSE Tax-Rate-File.
   CLOSE Invoice-Report-File.
   CLOSE AR-Open-Item-File.
   STOP RUN.

Invoice-One-Line.
   ADD 1 TO WS-Lines-Read.
   PERFORM Price-Line.
   IF WS-Hold-Reason NOT = SPACES
      PERFORM Hold-Line
   ELSE
      PERFORM Print-Invoice
      PERFORM Post-AR-Open-Item
      ADD 1 TO WS-Invoice-Count
      ADD WS-Invoice-Total TO WS-Total-Invoiced
   END-IF.

   READ Billing-File
      AT END SET End-Of-Billing TO TRUE
   END-READ.

Price-Line.
   MOVE SPACES TO WS-Hold-Reason.
   IF BL-Order-Number > 999999
      MOVE "ORDER NO. OVER AR KEY RANGE" TO WS-Hold-Reason
      EXIT PARAGRAPH
   END-IF.
   MOVE BL-Oil-Num TO Oil-Num-ODF.
   READ Oil-Details-File
      INVALID KEY MOVE "OIL NOT ON FILE" TO Oil-Name-ODF
   END-READ.
   CALL "CONTPRC" USING BY CONTENT   BL-Customer-Id
                        BY CONTENT   BL-Oil-Num
                        BY CONTENT   BL-Qty
                        BY CONTENT   BL-Ship-Date
                        BY REFERENCE WS-Unit-Price
                        BY REFERENCE WS-Price-Result.
   IF No-Price-On-File
      MOVE "OIL NOT ON PRICE LIST" TO WS-Hold-Reason
      EXIT PARAGRAPH
   END-IF.
   MOVE BL-Customer-Id TO CU-Customer-Id.
   READ Customer-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Customer-Rec-Found
      MOVE "CUSTOMER NOT ON FILE" TO WS-Hold-Reason
      EXIT PARAGRAPH
   END-IF.
*> A merged customer's account is closed: its open items are the
*> survivor's, so a line still carrying its id is held, not posted.
   IF CU-Inactive
      STRING "CUSTOMER MERGED INTO " CU-Merged-Into
             DELIMITED BY SIZE INTO WS-Hold-Reason
      EXIT PARAGRAPH
   END-IF.
   COMPUTE WS-Line-Amount ROUNDED = BL-Qty * WS-Unit-Price.
   PERFORM Find-Tax-Rate.
   COMPUTE WS-Tax-Amount ROUNDED =
           WS-Line-Amount * WS-Tax-Rate / 100.
   COMPUTE WS-Invoice-Total = WS-Line-Amount + WS-Tax-Amount.
   IF WS-Invoice-Total > 999999.99 OR WS-Tax-Amount > 99999.99
      MOVE "AMOUNT TOO LARGE FOR ONE ITEM" TO WS-Hold-Reason
   END-IF.

Find-Tax-Rate.
   MOVE ZERO TO WS-Tax-Rate.
   MOVE CU-Country-Code TO TX-Country-Code.
   READ Tax-Rate-File
      INVALID KEY CONTINUE
   END-READ.
   IF Tax-Rate-Found
      MOVE TX-Rate TO WS-Tax-Rate
   END-IF.

Hold-Line.
   MOVE BL-Order-Number TO HL-Order-Number.
   MOVE BL-Oil-Num      TO HL-Oil-Num.
   MOVE WS-Hold-Reason  TO HL-Reason.
   WRITE Invoice-Line FROM Held-Line.
   MOVE SPACES TO Invoice-Line.
   WRITE Invoice-Line.
*> Count-Billing-Lines has proved the file fits the table.
   ADD 1 TO HT-Count.
   MOVE Billing-Rec TO HT-Entry(HT-Count).
   ADD 1 TO WS-Lines-Held.

Print-Invoice.
   MOVE BL-Order-Number TO WS-AR-Ref-Order.
   MOVE WS-AR-Reference TO IH-Order-Number.
   MOVE WS-Run-Date     TO IH-Invoice-Date.
   WRITE Invoice-Line FROM Invoice-Heading.
   WRITE Invoice-Line FROM Invoice-Rule-Line.
   MOVE CU-Name TO IA-Text.
   WRITE Invoice-Line FROM Invoice-Address-Line.
   MOVE CU-Addr-Line-1 TO IA-Text.
   WRITE Invoice-Line FROM Invoice-Address-Line.
   IF CU-Addr-Line-2 NOT = SPACES
      MOVE CU-Addr-Line-2 TO IA-Text
      WRITE Invoice-Line FROM Invoice-Address-Line
   END-IF.
   MOVE SPACES TO IA-Text.
   STRING CU-City DELIMITED BY "  "
          ", "    DELIMITED BY SIZE
          CU-Country-Code DELIMITED BY SIZE
          INTO IA-Text.
   WRITE Invoice-Line FROM Invoice-Address-Line.
   MOVE SPACES TO Invoice-Line.
   WRITE Invoice-Line.
   WRITE Invoice-Line FROM Invoice-Column-Heading.

   MOVE BL-Oil-Num     TO ID-Oil-Num.
   MOVE Oil-Name-ODF   TO ID-Oil-Name.
   MOVE BL-Ship-Date   TO ID-Ship-Date.
   MOVE BL-Qty         TO ID-Qty.
   MOVE WS-Unit-Price  TO ID-Unit-Price.
   MOVE WS-Line-Amount TO ID-Amount.
   WRITE Invoice-Line FROM Invoice-Detail.

   MOVE SPACES TO Invoice-Line.
   WRITE Invoice-Line.
   IF WS-Tax-Amount > ZERO
      MOVE WS-Tax-Amount TO IX-Tax-Total
      WRITE Invoice-Line FROM Invoice-Tax-Line
   END-IF.
   MOVE WS-Invoice-Total TO IT-Order-Total.
   WRITE Invoice-Line FROM Invoice-Total-Line.

   MOVE WS-Invoice-Total TO WS-Money-Amount.
   CALL "MONEYS" USING BY CONTENT WS-Money-Amount
                       BY REFERENCE WS-Money-Lines
                       BY REFERENCE WS-Money-Error-Flag.
   IF WS-Money-Error-Flag = ZERO
      PERFORM VARYING Money-X FROM 1 BY 1 UNTIL Money-X > 6
         IF WS-Money-Line(Money-X) NOT = SPACES
            MOVE WS-Money-Line(Money-X) TO IW-Words
            WRITE Invoice-Line FROM Invoice-Words-Line
         END-IF
      END-PERFORM
   END-IF.
   MOVE SPACES TO Invoice-Line.
   WRITE Invoice-Line.
   WRITE Invoice-Line.

Post-AR-Open-Item.
   MOVE WS-AR-Reference  TO AR-Order-Number.
   MOVE BL-Customer-Id   TO AR-Customer-Id.
   MOVE WS-Run-Date      TO AR-Invoice-Date.
   MOVE WS-Invoice-Total TO AR-Invoice-Amount.
   MOVE ZERO             TO AR-Paid-Amount.
   MOVE WS-Home-Currency TO AR-Currency-Code.
   MOVE WS-Invoice-Total TO AR-Converted-Amount.
   MOVE WS-Tax-Amount    TO AR-Tax-Amount.
   SET AR-Item-Open      TO TRUE.
   WRITE AR-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF AR-Duplicate
*> A billing line restored and run again: refresh the amount but
*> keep whatever has been paid against it.
      MOVE WS-AR-Reference TO AR-Order-Number
      READ AR-Open-Item-File
         INVALID KEY CONTINUE
      END-READ
      MOVE AR-Paid-Amount   TO WS-Saved-Paid-Amount
      MOVE AR-Invoice-Amount TO WS-Prior-Invoice-Amount
      MOVE AR-Tax-Amount    TO WS-Prior-Tax-Amount
      MOVE WS-Run-Date      TO AR-Invoice-Date
      MOVE WS-Invoice-Total TO AR-Invoice-Amount
      MOVE WS-Saved-Paid-Amount TO AR-Paid-Amount
      MOVE WS-Home-Currency TO AR-Currency-Code
      MOVE WS-Invoice-Total TO AR-Converted-Amount
      MOVE WS-Tax-Amount    TO AR-Tax-Amount
      IF AR-Paid-Amount NOT LESS THAN AR-Invoice-Amount
         SET AR-Item-Paid TO TRUE
      ELSE
         SET AR-Item-Open TO TRUE
      END-IF
      REWRITE AR-Rec
         INVALID KEY DISPLAY "AROPEN REWRITE FS = " AR-Status-Code
      END-REWRITE
      IF AR-No-Error
         COMPUTE WS-Jnl-AR-Control = WS-Jnl-AR-Control
                 + WS-Invoice-Total - WS-Prior-Invoice-Amount
         COMPUTE WS-Jnl-Sales-Tax = WS-Jnl-Sales-Tax
                 + WS-Tax-Amount - WS-Prior-Tax-Amount
         COMPUTE WS-Jnl-Oil-Sales = WS-Jnl-Oil-Sales
                 + WS-Invoice-Total - WS-Prior-Invoice-Amount
                 - WS-Tax-Amount + WS-Prior-Tax-Amount
      END-IF
   ELSE
      IF NOT AR-No-Error
         DISPLAY "AROPEN WRITE FS = " AR-Status-Code
      ELSE
         ADD WS-Invoice-Total TO WS-Jnl-AR-Control
         ADD WS-Line-Amount   TO WS-Jnl-Oil-Sales
         ADD WS-Tax-Amount    TO WS-Jnl-Sales-Tax
      END-IF
   END-IF.

Count-Billing-Lines.
*> OILBILL.DAT is rewritten from the held table, so a line it could
*> not hold would never be invoiced: a file larger than the table
*> stops the run before anything prints or posts.
   READ Billing-File
      AT END SET End-Of-Billing TO TRUE
   END-READ.
   PERFORM UNTIL End-Of-Billing
      ADD 1 TO WS-Lines-Counted
      READ Billing-File
         AT END SET End-Of-Billing TO TRUE
      END-READ
   END-PERFORM.
   CLOSE Billing-File.
   IF WS-Lines-Counted > 500
      DISPLAY "OILINVOICE: OVER 500 LINES ON OILBILL.DAT - "
              "RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   OPEN INPUT Billing-File.

Rewrite-Held-Lines.
   OPEN OUTPUT Billing-File.
   PERFORM VARYING HT-X FROM 1 BY 1 UNTIL HT-X > HT-Count
      MOVE HT-Entry(HT-X) TO Billing-Rec
      WRITE Billing-Rec
   END-PERFORM.
   CLOSE Billing-File.

Prove-Journal-Accounts.
*> Every account the batch can carry must be on the chart before an
*> invoice posts; GLPost would otherwise reject the whole batch
*> after the open items had already moved.
   OPEN INPUT Chart-Of-Accounts-File.
   IF COA-Status NOT = "00"
      DISPLAY "OILINVOICE: CHART OF ACCOUNTS GLCOA.DAT NOT AVAILABLE"
              " - FS = " COA-Status
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   MOVE "4100-OIL-SALES  " TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   MOVE "2200-SALES-TAX  " TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   CLOSE Chart-Of-Accounts-File.
   IF WS-Accounts-Missing > ZERO
      DISPLAY "OILINVOICE: " WS-Accounts-Missing
              " JOURNAL ACCOUNT(S) NOT ON THE CHART - NOTHING POSTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Prove-One-Account.
   MOVE WS-Jnl-Account TO COA-Account.
   READ Chart-Of-Accounts-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Account-On-Chart
      DISPLAY "OILINVOICE: ACCOUNT " WS-Jnl-Account " NOT ON GLCOA.DAT"
      ADD 1 TO WS-Accounts-Missing
   END-IF.

Write-Journal-Batch.
*> One summary line per account for the whole run, appended to
*> JRNLIF.DAT behind the other feeds' batches.  A net movement
*> against an account's normal side is written on the opposite side.
   IF WS-Jnl-AR-Control = ZERO AND WS-Jnl-Oil-Sales = ZERO
      AND WS-Jnl-Sales-Tax = ZERO
      EXIT PARAGRAPH
   END-IF.
   OPEN EXTEND Journal-Interface-File.
   MOVE WS-Run-Date TO JH-Extract-Date.
   WRITE Journal-Rec FROM Journal-Header.
   MOVE SPACES TO WS-Jnl-Description.
   STRING "OIL INVOICES " DELIMITED BY SIZE
          WS-Run-Date DELIMITED BY SIZE
          INTO WS-Jnl-Description.
   MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
   MOVE WS-Jnl-AR-Control  TO WS-Jnl-Amount.
   MOVE "D"                TO WS-Jnl-Side.
   PERFORM Write-Journal-Line.
   MOVE "4100-OIL-SALES  " TO WS-Jnl-Account.
   MOVE WS-Jnl-Oil-Sales   TO WS-Jnl-Amount.
   MOVE "C"                TO WS-Jnl-Side.
   PERFORM Write-Journal-Line.
   MOVE "2200-SALES-TAX  " TO WS-Jnl-Account.
   MOVE WS-Jnl-Sales-Tax   TO WS-Jnl-Amount.
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
   IF WS-Jnl-Amount < ZERO
      COMPUTE WS-Jnl-Amount = ZERO - WS-Jnl-Amount
      IF WS-Jnl-Side = "D"
         MOVE "C" TO WS-Jnl-Side
      ELSE
         MOVE "D" TO WS-Jnl-Side
      END-IF
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
