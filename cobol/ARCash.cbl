PROGRAM-ID.  ARCash.
AUTHOR.  Michael Coughlan.
*> Cash-receipts application run.  Reads the keyed cash-entry file
*> CASHRCPT.DAT (order number, amount received, receipt date and,
*> when the payer is known, customer id) and matches each payment to
*> its invoice on the AROPEN.DAT open-items file by order number.  A
*> matched payment raises AR-Paid-Amount up to the invoice's open
*> balance and marks the item paid once the invoice amount is
*> covered.  With "Y" in column 1 of the control card ARCASH.CTL the
*> run also applies what is left of a customer's payment - a receipt
*> with no order number, an unknown or already-paid order, or the
*> excess over the quoted invoice - across that customer's other open
*> items oldest invoice first.  Whatever still cannot be applied is
*> held on the unapplied-cash file UNAPPLD.DAT against the customer
*> (or unidentified, when no customer is known) for the CASHAPPT
*> screen to apply or refund later; every split is listed on the
*> cash register report.  Cash quoting an order ARWriteOff has
*> written off is never applied to it - it is held the same way.
*> The run feeds the ledger as one balanced batch on JRNLIF.DAT in
*> GLJournal's H/D/T layout - cash debited with everything received,
*> the AR control account credited with what was applied, and the
*> unapplied-cash account credited with what was held.  Unapplied
*> cash applied on CASHAPPT since the last run (UNAPACT.DAT) joins
*> the batch as a debit to unapplied cash and a credit to AR control,
*> and the activity file is then emptied.  Every account must be on
*> the chart GLCOA.DAT (a missing account stops the run before any
*> receipt is applied).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT Cash-Register-File ASSIGN TO "ARCASH.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL Cash-Control-File ASSIGN TO "ARCASH.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CashControlStatus.

    SELECT OPTIONAL Unapplied-Cash-File ASSIGN TO "UNAPPLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UA-Key
        FILE STATUS IS UnappliedStatus.

    SELECT OPTIONAL Unapplied-Activity-File ASSIGN TO "UNAPACT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ActivityStatus.

    SELECT Chart-Of-Accounts-File ASSIGN TO "GLCOA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COA-Account
        FILE STATUS IS COAStatus.

    SELECT Journal-Interface-File ASSIGN TO "JRNLIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  Cash-Receipts-File.
    02  CR-Order-Number         PIC X(7).
    02  CR-Amount               PIC 9(6)V99.
    02  CR-Receipt-Date         PIC 9(8).
    02  CR-Customer-Id          PIC X(5).

FD  AR-Open-Item-File.
01  AR-Rec.
    02  AR-Status               PIC X.
        88 AR-Item-Open         VALUE "O".
        88 AR-Item-Paid         VALUE "P".
        88 AR-Item-Written-Off  VALUE "W".

FD  Cash-Register-File.
01  Register-Line               PIC X(70).

FD  Cash-Control-File.
01  Cash-Control-Rec.
    02  CC-Oldest-First         PIC X.

FD  Unapplied-Cash-File.
01  UA-Rec.
    02  UA-Key.
        03  UA-Customer-Id      PIC X(5).
        03  UA-Receipt-Date     PIC 9(8).
        03  UA-Seq              PIC 9(3).
    02  UA-Order-Ref            PIC X(7).
    02  UA-Amount               PIC 9(6)V99.
    02  UA-Applied-Amount       PIC 9(6)V99.
    02  UA-Refunded-Amount      PIC 9(6)V99.
    02  UA-Refund-Date          PIC 9(8).
    02  UA-Status               PIC X.
        88 UA-Open              VALUE "O".
        88 UA-Closed            VALUE "C".
    02  UA-Last-Action-Date     PIC 9(8).
    02  UA-Changed-By           PIC X(8).

FD  Unapplied-Activity-File.
01  Activity-Rec.
    88 EndOfActivity            VALUE HIGH-VALUES.
    02  UX-Type                 PIC X.
        88 UX-Applied           VALUE "A".
    02  UX-Date                 PIC 9(8).
    02  UX-Customer-Id          PIC X(5).
    02  UX-Order-Number         PIC X(7).
    02  UX-Amount               PIC 9(6)V99.
    02  UX-Operator             PIC X(8).

FD  Chart-Of-Accounts-File.
01  COA-Rec.
    02  COA-Account             PIC X(16).
    02  COA-Account-Name        PIC X(30).

FD  Journal-Interface-File.
01  Journal-Rec                 PIC X(80).

WORKING-STORAGE SECTION.
01  AROpenStatus                PIC XX.
    88 AR-Rec-Found             VALUE "00".
01  WS-Receipts-Applied         PIC 9(5) VALUE 0.
01  WS-Receipts-Flagged         PIC 9(5) VALUE 0.
01  WS-Cash-Total               PIC 9(8)V99 VALUE 0.
01  WS-Cash-Received            PIC 9(8)V99 VALUE 0.
01  WS-Unapplied-Total          PIC 9(8)V99 VALUE 0.
01  WS-Activity-Total           PIC 9(8)V99 VALUE 0.
01  WS-Activity-Count           PIC 9(5) VALUE 0.

01  CashControlStatus           PIC XX.
01  UnappliedStatus             PIC XX.
01  ActivityStatus              PIC XX.
01  WS-Oldest-First             PIC X VALUE "N".
    88 Apply-Oldest-First       VALUE "Y".
01  WS-UA-Written               PIC X.
    88 UA-Written               VALUE "Y".

01  WS-Receipt-Customer         PIC X(5).
01  WS-Remaining                PIC 9(6)V99.
01  WS-Open-Amount              PIC S9(6)V99.
01  WS-Applied-Now              PIC 9(6)V99.
01  WS-EOF-AR-Scan              PIC X.
    88 End-Of-AR-Scan           VALUE "Y".

*> The customer's open items, oldest invoice first, for spreading
*> a payment across them.
01  Item-Table.
    02  Item-Entry OCCURS 200 TIMES.
        03  IT-Order-Number     PIC X(7).
        03  IT-Invoice-Date     PIC 9(8).
01  Item-Count                  PIC 9(3).
01  Item-X                      PIC 9(3).
01  Item-Y                      PIC 9(3).
01  WS-Slot-Found               PIC X.
    88 Slot-Found               VALUE "Y".

01  COAStatus                   PIC XX.
    88 Account-On-Chart         VALUE "00".
01  WS-Accounts-Missing         PIC 9(2) VALUE 0.
01  WS-Run-Date                 PIC 9(8).
01  WS-Jnl-Account              PIC X(16).
01  WS-Jnl-Side                 PIC X.
01  WS-Jnl-Amount               PIC 9(9)V99.

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
    02 FILLER                   PIC X(10) VALUE "ARCASH    ".

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

01  Register-Heading.
    02  FILLER                  PIC X(44) VALUE

01  Register-Summary-3.
    02  FILLER                  PIC X(24) VALUE
        "RECEIPTS TO UNAPPLIED:  ".
    02  RS-Receipts-Flagged     PIC ZZ,ZZ9.

01  Register-Summary-4.
    02  FILLER                  PIC X(24) VALUE
        "CASH RECEIVED:          ".
    02  RS-Cash-Received        PIC Z,ZZZ,ZZ9.99.

01  Register-Summary-5.
    02  FILLER                  PIC X(24) VALUE
        "CASH APPLIED:           ".
    02  RS-Cash-Total           PIC Z,ZZZ,ZZ9.99.

01  Register-Summary-6.
    02  FILLER                  PIC X(24) VALUE
        "CASH TO UNAPPLIED:      ".
    02  RS-Unapplied-Total      PIC Z,ZZZ,ZZ9.99.

01  Register-Summary-7.
    02  FILLER                  PIC X(24) VALUE
        "UNAPPLIED CASH APPLIED: ".
    02  RS-Activity-Total       PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM Read-Cash-Control.
    PERFORM Prove-Journal-Accounts.
    OPEN INPUT Cash-Receipts-File.
    OPEN I-O AR-Open-Item-File.
    OPEN I-O Unapplied-Cash-File.
    OPEN OUTPUT Cash-Register-File.

    WRITE Register-Line FROM Register-Heading.
        AT END SET EndOfCash TO TRUE
    END-READ.
    PERFORM Apply-One-Receipt UNTIL EndOfCash.
    PERFORM Total-Unapplied-Activity.

    MOVE WS-Receipts-Read TO RS-Receipts-Read.
    WRITE Register-Line FROM Register-Summary-1.
    WRITE Register-Line FROM Register-Summary-2.
    MOVE WS-Receipts-Flagged TO RS-Receipts-Flagged.
    WRITE Register-Line FROM Register-Summary-3.
    MOVE WS-Cash-Received TO RS-Cash-Received.
    WRITE Register-Line FROM Register-Summary-4.
    MOVE WS-Cash-Total TO RS-Cash-Total.
    WRITE Register-Line FROM Register-Summary-5.
    MOVE WS-Unapplied-Total TO RS-Unapplied-Total.
    WRITE Register-Line FROM Register-Summary-6.
    MOVE WS-Activity-Total TO RS-Activity-Total.
    WRITE Register-Line FROM Register-Summary-7.
    PERFORM Write-Journal-Batch.
    IF WS-Activity-Count > ZERO
       *> Journaled now, so the next run must not see them again.
       OPEN OUTPUT Unapplied-Activity-File
       CLOSE Unapplied-Activity-File
    END-IF.
    DISPLAY "ARCASH: " WS-Receipts-Read " READ, "
            WS-Receipts-Applied " APPLIED, "
            WS-Receipts-Flagged " TO UNAPPLIED".

    CLOSE Cash-Receipts-File.
    CLOSE AR-Open-Item-File.
    CLOSE Unapplied-Cash-File.
    CLOSE Cash-Register-File.
    STOP RUN.

Read-Cash-Control.
    OPEN INPUT Cash-Control-File.
    IF CashControlStatus = "00"
       READ Cash-Control-File
           AT END CONTINUE
           NOT AT END
              IF CC-Oldest-First = "Y" OR "y"
                 SET Apply-Oldest-First TO TRUE
              END-IF
       END-READ
       CLOSE Cash-Control-File
    END-IF.

Apply-One-Receipt.
    ADD 1 TO WS-Receipts-Read.
    ADD CR-Amount TO WS-Cash-Received.
    MOVE CR-Amount TO WS-Remaining.
    MOVE CR-Customer-Id TO WS-Receipt-Customer.
    MOVE CR-Order-Number TO RG-Order-Number.
    MOVE CR-Amount       TO RG-Amount.
    MOVE CR-Receipt-Date TO RG-Date.

    IF CR-Order-Number = SPACES
       MOVE "NO ORDER NUMBER QUOTED" TO RG-Disposition
    ELSE
       PERFORM Apply-To-Quoted-Order
    END-IF.
    WRITE Register-Line FROM Register-Detail.

    IF WS-Remaining > ZERO
       AND Apply-Oldest-First
       AND WS-Receipt-Customer NOT = SPACES
       PERFORM Apply-Oldest-First-Items
    END-IF.
    IF WS-Remaining < CR-Amount
       ADD 1 TO WS-Receipts-Applied
    END-IF.
    IF WS-Remaining > ZERO
       PERFORM Hold-Unapplied-Cash
    END-IF.

    READ Cash-Receipts-File
        AT END SET EndOfCash TO TRUE
    END-READ.

Apply-To-Quoted-Order.
    MOVE CR-Order-Number TO AR-Order-Number.
    READ AR-Open-Item-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT AR-Rec-Found
       MOVE "NO OPEN ITEM FOR ORDER" TO RG-Disposition
    ELSE
       *> The invoice names the payer when the receipt did not.
       IF WS-Receipt-Customer = SPACES
          MOVE AR-Customer-Id TO WS-Receipt-Customer
       END-IF
       COMPUTE WS-Open-Amount = AR-Invoice-Amount - AR-Paid-Amount
       EVALUATE TRUE
          WHEN AR-Item-Written-Off
             *> Money in on a bad debt is held for the controller.
             MOVE "ORDER WRITTEN OFF" TO RG-Disposition
          WHEN WS-Open-Amount NOT > ZERO
             MOVE "ORDER ALREADY PAID" TO RG-Disposition
          WHEN OTHER
             PERFORM Apply-To-Item
             IF AR-Item-Paid
                MOVE "APPLIED - INVOICE PAID IN FULL" TO RG-Disposition
             ELSE
                MOVE "APPLIED - PART PAYMENT" TO RG-Disposition
             END-IF
       END-EVALUATE
    END-IF.

Apply-To-Item.
*>  AR-Rec holds the item and WS-Open-Amount its balance; it takes
*>  the balance or whatever of the receipt remains.
    IF WS-Open-Amount > WS-Remaining
       MOVE WS-Remaining TO WS-Applied-Now
    ELSE
       MOVE WS-Open-Amount TO WS-Applied-Now
    END-IF.
    ADD WS-Applied-Now TO AR-Paid-Amount.
    IF AR-Paid-Amount NOT LESS THAN AR-Invoice-Amount
       SET AR-Item-Paid TO TRUE
    END-IF.
    REWRITE AR-Rec
        INVALID KEY DISPLAY "AROPEN REWRITE FS = " AROpenStatus
    END-REWRITE.
    SUBTRACT WS-Applied-Now FROM WS-Remaining.
    ADD WS-Applied-Now TO WS-Cash-Total.

Apply-Oldest-First-Items.
    PERFORM Load-Customer-Items.
    PERFORM VARYING Item-X FROM 1 BY 1
            UNTIL Item-X > Item-Count OR WS-Remaining = ZERO
       MOVE IT-Order-Number(Item-X) TO AR-Order-Number
       READ AR-Open-Item-File
           INVALID KEY CONTINUE
       END-READ
       IF AR-Rec-Found
          COMPUTE WS-Open-Amount =
                  AR-Invoice-Amount - AR-Paid-Amount
          IF WS-Open-Amount > ZERO
             PERFORM Apply-To-Item
             MOVE AR-Order-Number TO RG-Order-Number
             MOVE WS-Applied-Now  TO RG-Amount
             IF AR-Item-Paid
                MOVE "  OLDEST FIRST - PAID IN FULL"
                    TO RG-Disposition
             ELSE
                MOVE "  OLDEST FIRST - PART PAYMENT"
                    TO RG-Disposition
             END-IF
             WRITE Register-Line FROM Register-Detail
          END-IF
       END-IF
    END-PERFORM.

Load-Customer-Items.
*>  The alternate key gives the customer's items in the order they
*>  were written, so each is slotted in by invoice date as it is
*>  read.
    MOVE ZERO TO Item-Count.
    MOVE "N" TO WS-EOF-AR-Scan.
    MOVE WS-Receipt-Customer TO AR-Customer-Id.
    START AR-Open-Item-File
        KEY IS EQUAL TO AR-Customer-Id
        INVALID KEY SET End-Of-AR-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-AR-Scan
       READ AR-Open-Item-File NEXT RECORD
          AT END SET End-Of-AR-Scan TO TRUE
       END-READ
       IF NOT End-Of-AR-Scan
          IF AR-Customer-Id NOT = WS-Receipt-Customer
             SET End-Of-AR-Scan TO TRUE
          ELSE
             IF AR-Item-Open
                AND AR-Paid-Amount < AR-Invoice-Amount
                IF Item-Count < 200
                   PERFORM Slot-Customer-Item
                ELSE
                   DISPLAY "ARCASH: ITEM TABLE FULL FOR "
                           WS-Receipt-Customer
                           " - LATER ITEMS NOT APPLIED"
                   SET End-Of-AR-Scan TO TRUE
                END-IF
             END-IF
          END-IF
       END-IF
    END-PERFORM.

Slot-Customer-Item.
    ADD 1 TO Item-Count.
    MOVE Item-Count TO Item-X.
    MOVE "N" TO WS-Slot-Found.
    PERFORM UNTIL Item-X = 1 OR Slot-Found
       COMPUTE Item-Y = Item-X - 1
       IF IT-Invoice-Date(Item-Y) NOT GREATER THAN AR-Invoice-Date
          SET Slot-Found TO TRUE
       ELSE
          MOVE Item-Entry(Item-Y) TO Item-Entry(Item-X)
          MOVE Item-Y TO Item-X
       END-IF
    END-PERFORM.
    MOVE AR-Order-Number TO IT-Order-Number(Item-X).
    MOVE AR-Invoice-Date TO IT-Invoice-Date(Item-X).

Hold-Unapplied-Cash.
*>  The rest of the receipt goes on account under the payer, dated
*>  as received; the sequence keeps two receipts from one customer
*>  on one day apart.
    MOVE WS-Receipt-Customer TO UA-Customer-Id.
    MOVE CR-Receipt-Date     TO UA-Receipt-Date.
    MOVE CR-Order-Number     TO UA-Order-Ref.
    MOVE WS-Remaining        TO UA-Amount.
    MOVE ZERO TO UA-Applied-Amount UA-Refunded-Amount UA-Refund-Date.
    SET UA-Open TO TRUE.
    MOVE WS-Run-Date TO UA-Last-Action-Date.
    MOVE "ARCASH"    TO UA-Changed-By.
    MOVE ZERO TO UA-Seq.
    MOVE "N" TO WS-UA-Written.
    PERFORM UNTIL UA-Written OR UA-Seq = 999
       ADD 1 TO UA-Seq
       WRITE UA-Rec
           INVALID KEY CONTINUE
           NOT INVALID KEY SET UA-Written TO TRUE
       END-WRITE
    END-PERFORM.
    IF NOT UA-Written
       DISPLAY "ARCASH: UNAPPLD.DAT WRITE FAILED FS = "
               UnappliedStatus " FOR " CR-Order-Number
    END-IF.

    MOVE CR-Order-Number TO RG-Order-Number.
    MOVE WS-Remaining    TO RG-Amount.
    IF WS-Receipt-Customer = SPACES
       MOVE "  UNAPPLIED - PAYER UNIDENTIFIED" TO RG-Disposition
    ELSE
       MOVE SPACES TO RG-Disposition
       STRING "  UNAPPLIED - ON ACCOUNT " DELIMITED BY SIZE
              WS-Receipt-Customer DELIMITED BY SIZE
              INTO RG-Disposition
    END-IF.
    WRITE Register-Line FROM Register-Detail.
    ADD WS-Remaining TO WS-Unapplied-Total.
    ADD 1 TO WS-Receipts-Flagged.
    MOVE ZERO TO WS-Remaining.

Total-Unapplied-Activity.
*>  CASHAPPT has already applied these to AROPEN.DAT; the run only
*>  lists them and takes them into the batch.
    OPEN INPUT Unapplied-Activity-File.
    IF ActivityStatus = "00"
       READ Unapplied-Activity-File
           AT END SET EndOfActivity TO TRUE
       END-READ
       PERFORM UNTIL EndOfActivity
          IF UX-Applied
             ADD UX-Amount TO WS-Activity-Total
             ADD 1 TO WS-Activity-Count
             MOVE UX-Order-Number TO RG-Order-Number
             MOVE UX-Amount       TO RG-Amount
             MOVE UX-Date         TO RG-Date
             MOVE SPACES TO RG-Disposition
             STRING "FROM UNAPPLIED - " DELIMITED BY SIZE
                    UX-Customer-Id DELIMITED BY SIZE
                    " BY " DELIMITED BY SIZE
                    UX-Operator DELIMITED BY SIZE
                    INTO RG-Disposition
             WRITE Register-Line FROM Register-Detail
          END-IF
          READ Unapplied-Activity-File
              AT END SET EndOfActivity TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Unapplied-Activity-File.

Prove-Journal-Accounts.
*>  Both accounts must be on the chart before any receipt is
*>  applied; GLPost would otherwise reject the batch after the open
*>  items had already been relieved.
    OPEN INPUT Chart-Of-Accounts-File.
    IF COAStatus NOT = "00"
       DISPLAY "ARCASH: CHART OF ACCOUNTS GLCOA.DAT NOT AVAILABLE"
               " - FS = " COAStatus
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    MOVE "1000-CASH       " TO WS-Jnl-Account.
    PERFORM Prove-One-Account.
    MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
    PERFORM Prove-One-Account.
    MOVE "2400-UNAPPL-CASH" TO WS-Jnl-Account.
    PERFORM Prove-One-Account.
    CLOSE Chart-Of-Accounts-File.
    IF WS-Accounts-Missing > ZERO
       DISPLAY "ARCASH: " WS-Accounts-Missing
               " JOURNAL ACCOUNT(S) NOT ON THE CHART - NOTHING APPLIED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.

Prove-One-Account.
    MOVE WS-Jnl-Account TO COA-Account.
    READ Chart-Of-Accounts-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Account-On-Chart
       DISPLAY "ARCASH: ACCOUNT " WS-Jnl-Account " NOT ON GLCOA.DAT"
       ADD 1 TO WS-Accounts-Missing
    END-IF.

Write-Journal-Batch.
*>  One balanced batch for the cash received in the run and the
*>  unapplied cash applied since the last, appended to JRNLIF.DAT
*>  behind the other feeds' batches.
    IF WS-Cash-Received = ZERO AND WS-Activity-Total = ZERO
       EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND Journal-Interface-File.
    MOVE WS-Run-Date TO JH-Extract-Date.
    WRITE Journal-Rec FROM Journal-Header.
    MOVE WS-Run-Date TO JD-Date.
    MOVE SPACES TO JD-Description.
    STRING "AR CASH " DELIMITED BY SIZE
           WS-Run-Date DELIMITED BY SIZE
           INTO JD-Description.

    MOVE "1000-CASH       " TO WS-Jnl-Account.
    MOVE "D"                TO WS-Jnl-Side.
    MOVE WS-Cash-Received   TO WS-Jnl-Amount.
    PERFORM Write-Journal-Line.
    MOVE "2400-UNAPPL-CASH" TO WS-Jnl-Account.
    MOVE "D"                TO WS-Jnl-Side.
    MOVE WS-Activity-Total  TO WS-Jnl-Amount.
    PERFORM Write-Journal-Line.
    MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
    MOVE "C"                TO WS-Jnl-Side.
    COMPUTE WS-Jnl-Amount = WS-Cash-Total + WS-Activity-Total.
    PERFORM Write-Journal-Line.
    MOVE "2400-UNAPPL-CASH" TO WS-Jnl-Account.
    MOVE "C"                TO WS-Jnl-Side.
    MOVE WS-Unapplied-Total TO WS-Jnl-Amount.
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
    ADD 1 TO WS-Journal-Seq.
    MOVE WS-Journal-Seq TO JD-Seq.
    MOVE WS-Jnl-Account TO JD-Account.
    MOVE WS-Jnl-Side    TO JD-DR-CR.
    MOVE WS-Jnl-Amount  TO JD-Amount.
    WRITE Journal-Rec FROM Journal-Detail.
    ADD 1 TO WS-Detail-Count.
    IF WS-Jnl-Side = "D"
       ADD WS-Jnl-Amount TO WS-Debit-Total
    ELSE
       ADD WS-Jnl-Amount TO WS-Credit-Total
    END-IF.
