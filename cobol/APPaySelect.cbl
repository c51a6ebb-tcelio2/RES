*> has the excess left open for the next run and noted on the
*> advice.  PAYMENTS.DAT is extended, not rebuilt, so a run can sit
*> behind manually keyed payments in the same check print.
*> A voucher carrying an early-payment discount (APVoucher sets the
*> discount date and amount from the supplier's terms) is paid net
*> of the discount whenever the run date is still on or before its
*> discount date, and is selected on its discount date as well as
*> its due date - so with the cut-off at the next run date, no
*> discount lapses between runs.  The voucher is settled in full,
*> the discount is recorded on it, and the discounts taken in the
*> run are journaled to JRNLIF.DAT (AP control debited, purchase
*> discounts credited) so the AP control account still ties to
*> the open items once CHECKWTR has journaled the checks.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT Remittance-File ASSIGN TO "APREMIT.RPT"
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
FD AP-Open-Item-File.
   02 AP-Status		PIC X.
      88 AP-Voucher-Open	VALUE "O".
      88 AP-Voucher-Paid	VALUE "P".
   02 AP-Disc-Date		PIC 9(8).
   02 AP-Disc-Amount		PIC 9(5)V99.
   02 AP-Disc-Taken		PIC 9(5)V99.

FD Supplier-File.
01 SUP-Rec.
   02 Supplier-Contact-SUP	PIC X(25).
   02 Lead-Time-Days-SUP	PIC 9(3).
   02 Min-Order-Qty-SUP	PIC 9(5).
   02 Terms-Net-Days-SUP	PIC 9(3).
   02 Terms-Disc-Pct-SUP	PIC 99V99.
   02 Terms-Disc-Days-SUP	PIC 9(3).
   02 Tax-Id-SUP		PIC X(11).
   02 Reportable-SUP		PIC X.

FD Payments-File.
01 Payment-Record.
FD Remittance-File.
01 Remit-Line			PIC X(80).

FD Chart-Of-Accounts-File.
01 COA-Rec.
   02 COA-Account		PIC X(16).
   02 COA-Account-Name		PIC X(30).

FD Journal-Interface-File.
01 Journal-Rec			PIC X(80).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 APOpen-Status		PIC X(2).
   02 Supplier-Status		PIC X(2).
      88 Supplier-Rec-Found	VALUE "00".
   02 Selection-Control-Status	PIC X(2).
   02 COA-Status		PIC X(2).
      88 Account-On-Chart	VALUE "00".

01 WS-Run-Date			PIC 9(8).
01 WS-Cutoff-Date		PIC 9(8).
01 WS-Vouchers-Deferred	PIC 9(5) VALUE 0.
01 WS-Cash-Total		PIC 9(9)V99 VALUE 0.

01 WS-Outstanding		PIC 9(7)V99.
01 WS-Discount			PIC 9(5)V99.
01 WS-Cash-Due			PIC 9(7)V99.
01 WS-Discount-Edit		PIC ZZ,ZZ9.99.
01 WS-Discounts-Taken		PIC 9(5) VALUE 0.
01 WS-Discount-Total		PIC 9(9)V99 VALUE 0.

01 WS-Accounts-Missing		PIC 9(2) VALUE 0.
01 WS-Jnl-Account		PIC X(16).
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
   02 FILLER			PIC X(10) VALUE "APPAYSEL  ".

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

01 Remit-Heading-1.
   02 FILLER			PIC X(36) VALUE
      "AP PAYMENT SELECTION - DUE ON/BEFORE".
      "CASH REQUIRED:            ".
   02 RS-Cash-Total		PIC ZZZ,ZZZ,ZZ9.99.

01 Remit-Summary-5.
   02 FILLER			PIC X(26) VALUE
      "DISCOUNTS TAKEN:          ".
   02 RS-Discounts-Taken	PIC ZZ,ZZ9.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RS-Discount-Total	PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   MOVE WS-Run-Date TO WS-Cutoff-Date.
   PERFORM Read-Selection-Control.
   PERFORM Prove-Journal-Accounts.

   OPEN I-O AP-Open-Item-File.
   IF APOpen-Status NOT = "00"
   WRITE Remit-Line FROM Remit-Summary-3.
   MOVE WS-Cash-Total TO RS-Cash-Total.
   WRITE Remit-Line FROM Remit-Summary-4.
   MOVE WS-Discounts-Taken TO RS-Discounts-Taken.
   MOVE WS-Discount-Total TO RS-Discount-Total.
   WRITE Remit-Line FROM Remit-Summary-5.
   PERFORM Write-Journal-Batch.
   DISPLAY "APPAYSELECT: " WS-Payments-Written " PAYMENTS, "
           WS-Vouchers-Paid " VOUCHERS, CASH " WS-Cash-Total
           ", DISCOUNTS " WS-Discount-Total.

   CLOSE AP-Open-Item-File.
   CLOSE Supplier-File.
   END-READ.
   IF NOT End-Of-AP
      AND AP-Voucher-Open
      AND (AP-Due-Date NOT GREATER THAN WS-Cutoff-Date
           OR (AP-Disc-Amount > ZERO
               AND AP-Paid-Amount = ZERO
               AND AP-Disc-Date NOT LESS THAN WS-Run-Date
               AND AP-Disc-Date NOT GREATER THAN WS-Cutoff-Date))
      IF Supplier-Started
         AND AP-Supplier-Code NOT = WS-Current-Supplier
         PERFORM Close-Out-Payment
   MOVE AP-Invoice-Number TO RD-Invoice-Number.
   MOVE AP-Invoice-Date   TO RD-Invoice-Date.
   MOVE AP-PO-Number      TO RD-PO-Number.
   COMPUTE WS-Outstanding = AP-Invoice-Amount - AP-Paid-Amount.
   *> The discount is only for the whole invoice paid in time.
   MOVE ZERO TO WS-Discount.
   IF AP-Disc-Amount > ZERO
      AND AP-Paid-Amount = ZERO
      AND AP-Disc-Date NOT LESS THAN WS-Run-Date
      MOVE AP-Disc-Amount TO WS-Discount
   END-IF.
   COMPUTE WS-Cash-Due = WS-Outstanding - WS-Discount.
   MOVE WS-Cash-Due TO RD-Amount.

   IF WS-Payment-Total + WS-Cash-Due > WS-Pay-Cap
      *> Would overflow CHECKWTR's PM-AMOUNT: leave it open and pay
      *> it on the next run's check.
      MOVE "DEFERRED - CHECK AT CAP" TO RD-Note
      ADD 1 TO WS-Deferred-Count
      ADD 1 TO WS-Vouchers-Deferred
   ELSE
      ADD WS-Cash-Due TO WS-Payment-Total
      MOVE AP-Invoice-Amount TO AP-Paid-Amount
      MOVE WS-Discount TO AP-Disc-Taken
      SET AP-Voucher-Paid TO TRUE
      REWRITE AP-Rec
         INVALID KEY DISPLAY "APOPEN REWRITE FS = " APOpen-Status
      END-REWRITE
      MOVE SPACES TO RD-Note
      IF WS-Discount > ZERO
         MOVE WS-Discount TO WS-Discount-Edit
         STRING "DISC " DELIMITED BY SIZE
                WS-Discount-Edit DELIMITED BY SIZE
                " TAKEN" DELIMITED BY SIZE
                INTO RD-Note
         ADD 1 TO WS-Discounts-Taken
         ADD WS-Discount TO WS-Discount-Total
      END-IF
      ADD 1 TO WS-Voucher-Count
      ADD 1 TO WS-Vouchers-Paid
   END-IF.
      END-IF
   END-IF.
   CLOSE Selection-Control-File.

Prove-Journal-Accounts.
*> Both accounts must be on the chart before any voucher is settled;
*> GLPost would otherwise reject the discount batch after APOPEN.DAT
*> had already moved.
   OPEN INPUT Chart-Of-Accounts-File.
   IF COA-Status NOT = "00"
      DISPLAY "APPAYSELECT: CHART OF ACCOUNTS GLCOA.DAT NOT AVAILABLE"
              " - FS = " COA-Status
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   MOVE "2100-AP-CONTROL " TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   MOVE "5160-PURCH-DISC " TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   CLOSE Chart-Of-Accounts-File.
   IF WS-Accounts-Missing > ZERO
      DISPLAY "APPAYSELECT: " WS-Accounts-Missing
              " JOURNAL ACCOUNT(S) NOT ON THE CHART - NOTHING PAID"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Prove-One-Account.
   MOVE WS-Jnl-Account TO COA-Account.
   READ Chart-Of-Accounts-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Account-On-Chart
      DISPLAY "APPAYSELECT: ACCOUNT " WS-Jnl-Account
              " NOT ON GLCOA.DAT"
      ADD 1 TO WS-Accounts-Missing
   END-IF.

Write-Journal-Batch.
*> One balanced pair for the discounts taken in the run, appended to
*> JRNLIF.DAT behind the other feeds' batches.  The cash side of
*> each payment is CHECKWTR's to journal when the check prints.
   IF WS-Discount-Total = ZERO
      EXIT PARAGRAPH
   END-IF.
   OPEN EXTEND Journal-Interface-File.
   MOVE WS-Run-Date TO JH-Extract-Date.
   WRITE Journal-Rec FROM Journal-Header.
   MOVE WS-Run-Date TO JD-Date.
   MOVE SPACES TO JD-Description.
   STRING "AP DISCOUNT " DELIMITED BY SIZE
          WS-Run-Date DELIMITED BY SIZE
          INTO JD-Description.
   MOVE WS-Discount-Total TO JD-Amount.

   ADD 1 TO WS-Journal-Seq.
   MOVE WS-Journal-Seq     TO JD-Seq.
   MOVE "2100-AP-CONTROL " TO JD-Account.
   MOVE "D"                TO JD-DR-CR.
   WRITE Journal-Rec FROM Journal-Detail.
   ADD 1 TO WS-Detail-Count.
   ADD WS-Discount-Total TO WS-Debit-Total.

   ADD 1 TO WS-Journal-Seq.
   MOVE WS-Journal-Seq     TO JD-Seq.
   MOVE "5160-PURCH-DISC " TO JD-Account.
   MOVE "C"                TO JD-DR-CR.
   WRITE Journal-Rec FROM Journal-Detail.
   ADD 1 TO WS-Detail-Count.
   ADD WS-Discount-Total TO WS-Credit-Total.

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
