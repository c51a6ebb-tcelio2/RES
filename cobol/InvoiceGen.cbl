*> receivable file AROPEN.DAT, which ARCash relieves and ARAging
*> reports; a rerun of the invoice run simply re-posts the same
*> order numbers (the paid amount is preserved on a rewrite).
*> Postage is billed by parcel when Dispatch has packed the order:
*> each parcel on PARCEL.DAT is listed with its weight and charge
*> and their sum replaces the per-line postage.  An order Dispatch
*> has not packed bills the per-line postage as before.
*> The run feeds the ledger itself: one balanced batch is appended to
*> JRNLIF.DAT in GLJournal's H/D/T layout - the AR control account
*> debited with the invoice totals, book sales, postage income and
*> sales tax credited - once every account it carries has been found
*> on the chart GLCOA.DAT (a missing account stops the run before any
*> invoice posts).  A re-posted order journals only the change in
*> its invoice amount, the change net of tax landing on book sales.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT OPTIONAL Parcel-File ASSIGN TO "PARCEL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PL-Key
        FILE STATUS IS ParcelStatus.

    SELECT Chart-Of-Accounts-File ASSIGN TO "GLCOA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COA-Account
        FILE STATUS IS COAStatus.

    SELECT Journal-Interface-File ASSIGN TO "JRNLIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ProcessedOrdersFile.
    02  CU-City                 PIC X(15).
    02  CU-Country-Code         PIC XX.
    02  CU-Credit-Limit         PIC 9(6)V99.
    02  CU-Sales-Rep            PIC X(4).
    02  CU-Acct-Status          PIC X.
        88 CU-Inactive          VALUE "I".
    02  CU-Merged-Into          PIC X(5).

FD  Invoice-Report-File.
01  Invoice-Line                PIC X(70).
        88 AR-Item-Open         VALUE "O".
        88 AR-Item-Paid         VALUE "P".

FD  Parcel-File.
01  Parcel-Rec.
    02  PL-Key.
        03  PL-Order-Number     PIC X(7).
        03  PL-Parcel-Seq       PIC 99.
    02  PL-Warehouse-Code       PIC XX.
    02  PL-Copies               PIC 999.
    02  PL-Weight-Grams         PIC 9(6).
    02  PL-Postage              PIC 9(4)V99.
    02  PL-Priced-By            PIC X.

FD  Chart-Of-Accounts-File.
01  COA-Rec.
    02  COA-Account             PIC X(16).
    02  COA-Account-Name        PIC X(30).

FD  Journal-Interface-File.
01  Journal-Rec                 PIC X(80).

WORKING-STORAGE SECTION.
01  CustomerStatus              PIC XX.
    88 Customer-Rec-Found       VALUE "00".
01  AROpenStatus                PIC XX.
    88 AR-No-Error              VALUE "00".
    88 AR-Duplicate             VALUE "22".
01  ParcelStatus                PIC XX.
01  WS-Parcel-File-Usable       PIC X VALUE "N".
    88 Parcel-File-Usable       VALUE "Y".
01  WS-EOF-Parcel-Scan          PIC X.
    88 End-Of-Parcel-Scan       VALUE "Y".
01  WS-Order-Parcels            PIC 99.
01  WS-Parcel-Postage-Total     PIC 9(4)V99.
01  WS-Converted-Postage-Total  PIC 9(5)V99.
01  WS-Parcel-Kilos             PIC 9(3)V999.
01  WS-Run-Date                 PIC 9(8).
01  WS-Saved-Paid-Amount        PIC 9(6)V99.
01  WS-Period-Result            PIC XX.
01  WS-Period-Year              PIC 9(4).
01  WS-Period-Number            PIC 9(2).
01  COAStatus                   PIC XX.
    88 Account-On-Chart         VALUE "00".
01  WS-Accounts-Missing         PIC 9(2) VALUE 0.
01  WS-Prior-Invoice-Amount     PIC 9(6)V99.
01  WS-Prior-Tax-Amount         PIC 9(5)V99.

*> Net movement per ledger account for the journal batch, signed on
*> each account's normal side (AR a debit, the rest credits).
01  WS-Jnl-AR-Control           PIC S9(9)V99 VALUE 0.
01  WS-Jnl-Book-Sales           PIC S9(9)V99 VALUE 0.
01  WS-Jnl-Postage-Income       PIC S9(9)V99 VALUE 0.
01  WS-Jnl-Sales-Tax            PIC S9(9)V99 VALUE 0.
01  WS-Jnl-Account              PIC X(16).
01  WS-Jnl-Amount               PIC S9(9)V99.
01  WS-Jnl-Side                 PIC X.
01  WS-Jnl-Description          PIC X(20).

01  WS-Journal-Seq              PIC 9(5) VALUE 0.
01  WS-Detail-Count             PIC 9(7) VALUE 0.
01  WS-Debit-Total              PIC 9(9)V99 VALUE 0.
01  WS-Credit-Total             PIC 9(9)V99 VALUE 0.

01  File-Control-Area.
    02  FC-File-Name            PIC X(12).
    02  FC-Record-Count         PIC 9(7).
    02  FC-Hash-Total           PIC 9(13).
    02  FC-Result               PIC XX.

01  Journal-Header.
    02 FILLER                   PIC X     VALUE "H".
    02 JH-Extract-Date          PIC 9(8).
    02 FILLER                   PIC X(10) VALUE "ARINVOICE ".

01  Journal-Detail.
    02 FILLER                   PIC X     VALUE "D".
    02 JD-Seq                   PIC 9(5).
    02 JD-Account               PIC X(16).
    02 JD-DR-CR                 PIC X.
    02 JD-Amount                PIC 9(7).99.
    02 JD-Oil-Num               PIC 9(4) VALUE ZERO.
    02 JD-Date                  PIC 9(8).
    02 JD-Description           PIC X(20).

01  Journal-Trailer.
    02 FILLER                   PIC X     VALUE "T".
    02 JT-Record-Count          PIC 9(7).
    02 JT-Debit-Total           PIC 9(9).99.
    02 JT-Credit-Total          PIC 9(9).99.

01  WS-Current-Order            PIC X(7) VALUE SPACES.
01  WS-Current-Customer         PIC X(5) VALUE SPACES.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  ID-Cost                 PIC ZZ9.99.
    02  FILLER                  PIC X(4)  VALUE SPACES.
    02  ID-Postage              PIC Z9.99 BLANK WHEN ZERO.

01  Invoice-Discount-Line.
    02  FILLER                  PIC X(10) VALUE "DISCOUNT (".
    02  FILLER                  PIC X(20) VALUE "TAX/VAT:            ".
    02  IX-Tax-Total            PIC ZZ,ZZ9.99.

01  Invoice-Parcel-Line.
    02  FILLER                  PIC X(7)  VALUE "PARCEL ".
    02  IPL-Parcel-Seq          PIC Z9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  IPL-Copies              PIC ZZ9.
    02  FILLER                  PIC X(9)  VALUE " COPIES  ".
    02  IPL-Kilos               PIC ZZ9.999.
    02  FILLER                  PIC X(4)  VALUE " KG ".
    02  FILLER                  PIC X(11) VALUE SPACES.
    02  IPL-Postage             PIC Z,ZZ9.99.

01  Invoice-Postage-Line.
    02  IP-Label                PIC X(20) VALUE "POSTAGE SUBTOTAL:   ".
    02  IP-Postage-Total        PIC Z,ZZ9.99.

01  Invoice-Total-Line.
    02  FILLER                  PIC X(20) VALUE "ORDER TOTAL:        ".
               WS-Run-Date " REFUSED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    PERFORM Prove-Journal-Accounts.
    OPEN INPUT ProcessedOrdersFile.
    OPEN INPUT Customer-File.
    OPEN OUTPUT Invoice-Report-File.
       CLOSE AR-Open-Item-File
       OPEN I-O AR-Open-Item-File
    END-IF.
    OPEN INPUT Parcel-File.
    IF ParcelStatus = "00"
       SET Parcel-File-Usable TO TRUE
    END-IF.

    READ ProcessedOrdersFile
        AT END SET EndOfPOF TO TRUE
    END-READ.
    PERFORM Build-One-Invoice UNTIL EndOfPOF.

    PERFORM Write-Journal-Batch.
    DISPLAY "INVOICEGEN: " WS-Invoice-Count " INVOICES PRINTED".
    DISPLAY "INVOICEGEN: JOURNAL DR " WS-Debit-Total
            " CR " WS-Credit-Total.
    CLOSE ProcessedOrdersFile.
    CLOSE Customer-File.
    CLOSE Invoice-Report-File.
    CLOSE AR-Open-Item-File.
    IF Parcel-File-Usable
       CLOSE Parcel-File
    END-IF.
    STOP RUN.

Build-One-Invoice.
    MOVE ZERO TO WS-Order-Discount-Total.
    MOVE ZERO TO WS-Order-Tax-Total.
    MOVE Promo-Code-POF TO WS-Order-Promo-Code.
    MOVE ZERO TO WS-Converted-Postage-Total.
    MOVE ZERO TO WS-Order-Parcels.
    MOVE ZERO TO WS-Parcel-Postage-Total.
    IF Parcel-File-Usable
       PERFORM Total-Order-Parcels
    END-IF.

    PERFORM Print-Invoice-Heading.

    MOVE Book-Title-POF   TO ID-Book-Title.
    MOVE Qty-Required-POF TO ID-Qty.
    MOVE Title-Cost-POF   TO ID-Cost.
    IF WS-Order-Parcels > ZERO
       MOVE ZERO TO ID-Postage
    ELSE
       MOVE Title-Postage-POF TO ID-Postage
    END-IF.
    WRITE Invoice-Line FROM Invoice-Detail.
    ADD Title-Cost-POF    TO WS-Order-Goods-Total.
    ADD Title-Postage-POF TO WS-Order-Postage-Total.
    ADD Converted-Cost-POF    TO WS-Converted-Total.
    ADD Converted-Postage-POF TO WS-Converted-Total.
    ADD Converted-Postage-POF TO WS-Converted-Postage-Total.
    ADD Discount-POF          TO WS-Order-Discount-Total.
    ADD Tax-POF               TO WS-Order-Tax-Total.

        AT END SET EndOfPOF TO TRUE
    END-READ.

Total-Order-Parcels.
*>  The order's parcels and their postage, read before the lines
*>  print so the per-line postage can be left off a parcel-billed
*>  invoice.
    MOVE "N" TO WS-EOF-Parcel-Scan.
    MOVE WS-Current-Order TO PL-Order-Number.
    MOVE ZERO             TO PL-Parcel-Seq.
    START Parcel-File
        KEY IS NOT LESS THAN PL-Key
        INVALID KEY SET End-Of-Parcel-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-Parcel-Scan
       READ Parcel-File NEXT RECORD
          AT END SET End-Of-Parcel-Scan TO TRUE
       END-READ
       IF NOT End-Of-Parcel-Scan
          IF PL-Order-Number NOT = WS-Current-Order
             SET End-Of-Parcel-Scan TO TRUE
          ELSE
             ADD 1 TO WS-Order-Parcels
             ADD PL-Postage TO WS-Parcel-Postage-Total
          END-IF
       END-IF
    END-PERFORM.

Print-Order-Parcels.
    MOVE SPACES TO Invoice-Line.
    WRITE Invoice-Line.
    MOVE "N" TO WS-EOF-Parcel-Scan.
    MOVE WS-Current-Order TO PL-Order-Number.
    MOVE ZERO             TO PL-Parcel-Seq.
    START Parcel-File
        KEY IS NOT LESS THAN PL-Key
        INVALID KEY SET End-Of-Parcel-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-Parcel-Scan
       READ Parcel-File NEXT RECORD
          AT END SET End-Of-Parcel-Scan TO TRUE
       END-READ
       IF NOT End-Of-Parcel-Scan
          IF PL-Order-Number NOT = WS-Current-Order
             SET End-Of-Parcel-Scan TO TRUE
          ELSE
             MOVE PL-Parcel-Seq TO IPL-Parcel-Seq
             MOVE PL-Copies     TO IPL-Copies
             COMPUTE WS-Parcel-Kilos = PL-Weight-Grams / 1000
             MOVE WS-Parcel-Kilos TO IPL-Kilos
             MOVE PL-Postage    TO IPL-Postage
             WRITE Invoice-Line FROM Invoice-Parcel-Line
          END-IF
       END-IF
    END-PERFORM.

Rebill-Parcel-Postage.
*>  Parcel postage replaces the per-line postage in the home-currency
*>  total and, at the rate the lines were converted at, in the
*>  customer-currency total.
    IF WS-Order-Postage-Total > ZERO
       COMPUTE WS-Converted-Total ROUNDED =
               WS-Converted-Total - WS-Converted-Postage-Total
               + WS-Parcel-Postage-Total * WS-Converted-Postage-Total
                 / WS-Order-Postage-Total
    ELSE
       IF WS-Order-Goods-Total > ZERO
          COMPUTE WS-Converted-Total ROUNDED =
                  WS-Converted-Total
                  + WS-Parcel-Postage-Total
                    * (WS-Converted-Total - WS-Converted-Postage-Total)
                    / WS-Order-Goods-Total
       ELSE
          ADD WS-Parcel-Postage-Total TO WS-Converted-Total
       END-IF
    END-IF.
    MOVE WS-Parcel-Postage-Total TO WS-Order-Postage-Total.

Print-Invoice-Totals.
    IF WS-Order-Parcels > ZERO
       PERFORM Print-Order-Parcels
       PERFORM Rebill-Parcel-Postage
       MOVE "PARCEL POSTAGE:     " TO IP-Label
    ELSE
       MOVE "POSTAGE SUBTOTAL:   " TO IP-Label
    END-IF.
    MOVE SPACES TO Invoice-Line.
    WRITE Invoice-Line.
*>  The line costs are already net of the promotion, so the
           INVALID KEY CONTINUE
       END-READ
       MOVE AR-Paid-Amount   TO WS-Saved-Paid-Amount
       MOVE AR-Invoice-Amount TO WS-Prior-Invoice-Amount
       MOVE AR-Tax-Amount    TO WS-Prior-Tax-Amount
       MOVE WS-Run-Date      TO AR-Invoice-Date
       MOVE WS-Order-Total   TO AR-Invoice-Amount
       MOVE WS-Saved-Paid-Amount TO AR-Paid-Amount
       REWRITE AR-Rec
           INVALID KEY DISPLAY "AROPEN REWRITE FS = " AROpenStatus
       END-REWRITE
       IF AR-No-Error
          COMPUTE WS-Jnl-AR-Control = WS-Jnl-AR-Control
                  + WS-Order-Total - WS-Prior-Invoice-Amount
          COMPUTE WS-Jnl-Sales-Tax = WS-Jnl-Sales-Tax
                  + WS-Order-Tax-Total - WS-Prior-Tax-Amount
          COMPUTE WS-Jnl-Book-Sales = WS-Jnl-Book-Sales
                  + WS-Order-Total - WS-Prior-Invoice-Amount
                  - WS-Order-Tax-Total + WS-Prior-Tax-Amount
       END-IF
    ELSE
       IF NOT AR-No-Error
          DISPLAY "AROPEN WRITE FS = " AROpenStatus
       ELSE
          ADD WS-Order-Total         TO WS-Jnl-AR-Control
          ADD WS-Order-Goods-Total   TO WS-Jnl-Book-Sales
          ADD WS-Order-Postage-Total TO WS-Jnl-Postage-Income
          ADD WS-Order-Tax-Total     TO WS-Jnl-Sales-Tax
       END-IF
    END-IF.

Prove-Journal-Accounts.
*>  Every account the batch can carry must be on the chart before an
*>  invoice posts; GLPost would otherwise reject the whole batch
*>  after the open items had already moved.
    OPEN INPUT Chart-Of-Accounts-File.
    IF COAStatus NOT = "00"
       DISPLAY "INVOICEGEN: CHART OF ACCOUNTS GLCOA.DAT NOT AVAILABLE"
               " - FS = " COAStatus
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
    PERFORM Prove-One-Account.
    MOVE "4000-BOOK-SALES " TO WS-Jnl-Account.
    PERFORM Prove-One-Account.
    MOVE "4050-POSTAGE-INC" TO WS-Jnl-Account.
    PERFORM Prove-One-Account.
    MOVE "2200-SALES-TAX  " TO WS-Jnl-Account.
    PERFORM Prove-One-Account.
    CLOSE Chart-Of-Accounts-File.
    IF WS-Accounts-Missing > ZERO
       DISPLAY "INVOICEGEN: " WS-Accounts-Missing
               " JOURNAL ACCOUNT(S) NOT ON THE CHART - NOTHING POSTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.

Prove-One-Account.
    MOVE WS-Jnl-Account TO COA-Account.
    READ Chart-Of-Accounts-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Account-On-Chart
       DISPLAY "INVOICEGEN: ACCOUNT " WS-Jnl-Account
               " NOT ON GLCOA.DAT"
       ADD 1 TO WS-Accounts-Missing
    END-IF.

Write-Journal-Batch.
*>  One summary line per account for the whole run, appended to
*>  JRNLIF.DAT behind the other feeds' batches.  A net movement
*>  against an account's normal side (a re-posted invoice that came
*>  out lower) is written on the opposite side.
    IF WS-Jnl-AR-Control = ZERO AND WS-Jnl-Book-Sales = ZERO
       AND WS-Jnl-Postage-Income = ZERO AND WS-Jnl-Sales-Tax = ZERO
       EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND Journal-Interface-File.
    MOVE WS-Run-Date TO JH-Extract-Date.
    WRITE Journal-Rec FROM Journal-Header.
    MOVE SPACES TO WS-Jnl-Description.
    STRING "AR INVOICES " DELIMITED BY SIZE
           WS-Run-Date    DELIMITED BY SIZE
           INTO WS-Jnl-Description.
    MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
    MOVE WS-Jnl-AR-Control  TO WS-Jnl-Amount.
    MOVE "D"                TO WS-Jnl-Side.
    PERFORM Write-Journal-Line.
    MOVE "4000-BOOK-SALES " TO WS-Jnl-Account.
    MOVE WS-Jnl-Book-Sales  TO WS-Jnl-Amount.
    MOVE "C"                TO WS-Jnl-Side.
    PERFORM Write-Journal-Line.
    MOVE "4050-POSTAGE-INC" TO WS-Jnl-Account.
    MOVE WS-Jnl-Postage-Income TO WS-Jnl-Amount.
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
*>  The appended batch joins the file's hand-over control totals,
*>  so the GL posting run still proves the whole file at open.
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
