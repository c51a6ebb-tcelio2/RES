*> the effective cost on COSTHIST.DAT (Unit-Cost-ODF when the oil
*> has no history).  A matched invoice becomes an open voucher on
*> the AP open-item file APOPEN.DAT, keyed supplier + invoice
*> number, due on the supplier's net terms from SUPPLIER.DAT (thirty
*> days from the invoice date when none are set), which the payment
*> selection run pays through CHECKWTR.  A supplier offering an
*> early-payment discount (2% 10 days) has the discount date and
*> amount set on the voucher too, for APPaySelect to take.  An invoice that over-bills
*> quantity or price, or matches no PO, is written to the
*> match-exceptions hold file APHOLD.DAT with a reason code and
*> listed on the match register for the buyer.
*> The vouchered value is fed to the ledger as one balanced batch on
*> JRNLIF.DAT in GLJournal's H/D/T layout - the goods-received
*> accrual GoodsReceipt raised is debited and the AP control account
*> credited - once both accounts have been found on the chart
*> GLCOA.DAT (a missing account stops the run before any voucher
*> posts).  Held invoices are not journaled.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT Match-Register-File ASSIGN TO "APMATCH.RPT"
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
FD AP-Invoice-File.
   02 Supplier-Contact-SUP	PIC X(25).
   02 Lead-Time-Days-SUP	PIC 9(3).
   02 Min-Order-Qty-SUP	PIC 9(5).
   02 Terms-Net-Days-SUP	PIC 9(3).
   02 Terms-Disc-Pct-SUP	PIC 99V99.
   02 Terms-Disc-Days-SUP	PIC 9(3).
   02 Tax-Id-SUP		PIC X(11).
   02 Reportable-SUP		PIC X.

FD Oil-Details-File.
01 ODF-Rec.
   02 AP-Status		PIC X.
      88 AP-Voucher-Open	VALUE "O".
      88 AP-Voucher-Paid	VALUE "P".
   02 AP-Disc-Date		PIC 9(8).
   02 AP-Disc-Amount		PIC 9(5)V99.
   02 AP-Disc-Taken		PIC 9(5)V99.

*> Full invoice image plus the match-failure reason, so a corrected
*> invoice can be re-entered from the hold file instead of retyped.
FD Match-Register-File.
01 Register-Line		PIC X(90).

FD Chart-Of-Accounts-File.
01 COA-Rec.
   02 COA-Account		PIC X(16).
   02 COA-Account-Name		PIC X(30).

FD Journal-Interface-File.
01 Journal-Rec			PIC X(80).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 OPF-Status		PIC X(2).
   02 APOpen-Status		PIC X(2).
      88 AP-No-Error		VALUE "00".
      88 AP-Duplicate		VALUE "22".
   02 COA-Status		PIC X(2).
      88 Account-On-Chart	VALUE "00".

01 WS-Run-Date			PIC 9(8).
01 WS-Read-Count		PIC 9(5) VALUE 0.

01 WS-Due-Date-Integer		PIC 9(9).
01 WS-Terms-Days		PIC 9(3) VALUE 30.
01 WS-Disc-Date-Integer	PIC 9(9).

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
   02 FILLER			PIC X(10) VALUE "APVOUCHER ".

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

01 Register-Heading.
   02 FILLER			PIC X(70) VALUE
PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   PERFORM Prove-Journal-Accounts.
   OPEN INPUT AP-Invoice-File.
   OPEN INPUT Open-PO-File.
   OPEN INPUT Supplier-File.
   WRITE Register-Line FROM Register-Summary-3.
   MOVE WS-Vouchered-Value TO RS-Vouchered-Value.
   WRITE Register-Line FROM Register-Summary-4.
   PERFORM Write-Journal-Batch.
   DISPLAY "APVOUCHER: " WS-Read-Count " READ, "
           WS-Vouchered-Count " VOUCHERED, "
           WS-Held-Count " HELD".
   MOVE AI-Invoice-Number TO AP-Invoice-Number.
   MOVE AI-Supplier-Code  TO AP-Supplier-Alt.
   MOVE AI-Invoice-Date   TO AP-Invoice-Date.
   *> The supplier record is still the one Edit-Invoice-Fields read.
   *> Records keyed before the terms were held carry none.
   IF Terms-Net-Days-SUP NUMERIC AND Terms-Net-Days-SUP > ZERO
      MOVE Terms-Net-Days-SUP TO WS-Terms-Days
   ELSE
      MOVE 30 TO WS-Terms-Days
   END-IF.
   COMPUTE WS-Due-Date-Integer =
           FUNCTION INTEGER-OF-DATE(AI-Invoice-Date)
           + WS-Terms-Days.
   MOVE WS-Invoice-Amount TO AP-Invoice-Amount.
   MOVE ZERO              TO AP-Paid-Amount.
   SET AP-Voucher-Open    TO TRUE.
   MOVE ZERO              TO AP-Disc-Date.
   MOVE ZERO              TO AP-Disc-Amount.
   MOVE ZERO              TO AP-Disc-Taken.
   IF Terms-Disc-Pct-SUP NUMERIC AND Terms-Disc-Pct-SUP > ZERO
      AND Terms-Disc-Days-SUP NUMERIC AND Terms-Disc-Days-SUP > ZERO
      COMPUTE WS-Disc-Date-Integer =
              FUNCTION INTEGER-OF-DATE(AI-Invoice-Date)
              + Terms-Disc-Days-SUP
      COMPUTE AP-Disc-Date =
              FUNCTION DATE-OF-INTEGER(WS-Disc-Date-Integer)
      COMPUTE AP-Disc-Amount ROUNDED =
              WS-Invoice-Amount * Terms-Disc-Pct-SUP / 100
   END-IF.
   WRITE AP-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   MOVE AP-Invoice-Rec  TO AH-Invoice-Image.
   WRITE AP-Hold-Rec.
   ADD 1 TO WS-Held-Count.

Prove-Journal-Accounts.
*> Both accounts must be on the chart before any voucher posts;
*> GLPost would otherwise reject the batch after APOPEN.DAT had
*> already moved.
   OPEN INPUT Chart-Of-Accounts-File.
   IF COA-Status NOT = "00"
      DISPLAY "APVOUCHER: CHART OF ACCOUNTS GLCOA.DAT NOT AVAILABLE"
              " - FS = " COA-Status
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   MOVE "2150-GRN-ACCRUAL" TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   MOVE "2100-AP-CONTROL " TO WS-Jnl-Account.
   PERFORM Prove-One-Account.
   CLOSE Chart-Of-Accounts-File.
   IF WS-Accounts-Missing > ZERO
      DISPLAY "APVOUCHER: " WS-Accounts-Missing
              " JOURNAL ACCOUNT(S) NOT ON THE CHART - NOTHING POSTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Prove-One-Account.
   MOVE WS-Jnl-Account TO COA-Account.
   READ Chart-Of-Accounts-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Account-On-Chart
      DISPLAY "APVOUCHER: ACCOUNT " WS-Jnl-Account " NOT ON GLCOA.DAT"
      ADD 1 TO WS-Accounts-Missing
   END-IF.

Write-Journal-Batch.
*> One balanced pair for the value vouchered in the run, appended to
*> JRNLIF.DAT behind the other feeds' batches.
   IF WS-Vouchered-Value = ZERO
      EXIT PARAGRAPH
   END-IF.
   OPEN EXTEND Journal-Interface-File.
   MOVE WS-Run-Date TO JH-Extract-Date.
   WRITE Journal-Rec FROM Journal-Header.
   MOVE WS-Run-Date TO JD-Date.
   MOVE SPACES TO JD-Description.
   STRING "AP VOUCHERS " DELIMITED BY SIZE
          WS-Run-Date DELIMITED BY SIZE
          INTO JD-Description.
   MOVE WS-Vouchered-Value TO JD-Amount.

   ADD 1 TO WS-Journal-Seq.
   MOVE WS-Journal-Seq     TO JD-Seq.
   MOVE "2150-GRN-ACCRUAL" TO JD-Account.
   MOVE "D"                TO JD-DR-CR.
   WRITE Journal-Rec FROM Journal-Detail.
   ADD 1 TO WS-Detail-Count.
   ADD WS-Vouchered-Value TO WS-Debit-Total.

   ADD 1 TO WS-Journal-Seq.
   MOVE WS-Journal-Seq     TO JD-Seq.
   MOVE "2100-AP-CONTROL " TO JD-Account.
   MOVE "C"                TO JD-DR-CR.
   WRITE Journal-Rec FROM Journal-Detail.
   ADD 1 TO WS-Detail-Count.
   ADD WS-Vouchered-Value TO WS-Credit-Total.

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
