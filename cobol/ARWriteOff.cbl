      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  ARWriteOff.
AUTHOR.  Michael Coughlan.
*> Bad-debt write-off and small-balance adjustment run.  Two passes
*> over the AROPEN.DAT open items:
*>   1. Approved write-offs - WRITEOFF.DAT carries one line per item
*>      the controller has agreed to write off (order number, the
*>      balance approved, reason, approver).  An item is written off
*>      only if it is still open, an approver is named, and the
*>      balance approved is still the balance owed (zero approves
*>      whatever is owed); anything else is rejected on the register
*>      and left alone.
*>   2. Small balances - with a tolerance in the control card
*>      ARWOFF.CTL (9(3)V99, columns 1-5) every open item already
*>      part-paid whose remaining balance is no more than the
*>      tolerance is written off automatically.  No card, or a zero
*>      tolerance, skips the pass.
*> A written-off item is closed with status "W" - distinct from "P",
*> so it can always be told from an item the customer paid - and
*> the balance joins AR-Paid-Amount as OilReturns' credits do, so the
*> aging, statements, dunning and the tie-out all see it as settled.
*> Each write-off is kept on the history file ARWOHIST.DAT for the
*> statements, listed on the approval register ARWOFF.RPT for the
*> controller's signature, and posted to the ledger as one balanced
*> batch on JRNLIF.DAT in GLJournal's H/D/T layout - bad debt debited,
*> AR control credited.  Both accounts must be on GLCOA.DAT before
*> any item is touched.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL Write-Off-Request-File ASSIGN TO "WRITEOFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RequestStatus.

    SELECT OPTIONAL Write-Off-Control-File ASSIGN TO "ARWOFF.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ControlStatus.

    SELECT AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-Order-Number
        ALTERNATE RECORD KEY IS AR-Customer-Id
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT OPTIONAL Write-Off-History-File ASSIGN TO "ARWOHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Write-Off-Register-File ASSIGN TO "ARWOFF.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Chart-Of-Accounts-File ASSIGN TO "GLCOA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COA-Account
        FILE STATUS IS COAStatus.

    SELECT Journal-Interface-File ASSIGN TO "JRNLIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  Write-Off-Request-File.
01  Write-Off-Request-Rec.
    88 EndOfRequests            VALUE HIGH-VALUES.
    02  WR-Order-Number         PIC X(7).
    02  WR-Amount               PIC 9(6)V99.
    02  WR-Reason               PIC X(20).
    02  WR-Approved-By          PIC X(8).

FD  Write-Off-Control-File.
01  Write-Off-Control-Rec.
    02  WC-Tolerance            PIC 9(3)V99.

FD  AR-Open-Item-File.
01  AR-Rec.
    02  AR-Order-Number         PIC X(7).
    02  AR-Customer-Id          PIC X(5).
    02  AR-Invoice-Date         PIC 9(8).
    02  AR-Invoice-Amount       PIC 9(6)V99.
    02  AR-Paid-Amount          PIC 9(6)V99.
    02  AR-Currency-Code        PIC X(3).
    02  AR-Converted-Amount     PIC 9(7)V99.
    02  AR-Tax-Amount           PIC 9(5)V99.
    02  AR-Status               PIC X.
        88 AR-Item-Open         VALUE "O".
        88 AR-Item-Paid         VALUE "P".
        88 AR-Item-Written-Off  VALUE "W".

FD  Write-Off-History-File.
01  Write-Off-History-Rec.
    02  WH-Order-Number         PIC X(7).
    02  WH-Customer-Id          PIC X(5).
    02  WH-Date                 PIC 9(8).
    02  WH-Amount               PIC 9(6)V99.
    02  WH-Type                 PIC X.
        88 WH-Approved          VALUE "A".
        88 WH-Small-Balance     VALUE "S".
    02  WH-Reason               PIC X(20).
    02  WH-Approved-By          PIC X(8).

FD  Write-Off-Register-File.
01  Register-Line               PIC X(100).

FD  Chart-Of-Accounts-File.
01  COA-Rec.
    02  COA-Account             PIC X(16).
    02  COA-Account-Name        PIC X(30).

FD  Journal-Interface-File.
01  Journal-Rec                 PIC X(80).

WORKING-STORAGE SECTION.
01  AROpenStatus                PIC XX.
    88 AR-Rec-Found             VALUE "00".
01  RequestStatus               PIC XX.
01  ControlStatus               PIC XX.

01  WS-Tolerance                PIC 9(3)V99 VALUE 0.
01  WS-Open-Amount              PIC S9(6)V99.
01  WS-EOF-AR                   PIC X VALUE "N".
    88 End-Of-AR                VALUE "Y".

01  WS-Requests-Read            PIC 9(5) VALUE 0.
01  WS-Approved-Count           PIC 9(5) VALUE 0.
01  WS-Approved-Total           PIC 9(8)V99 VALUE 0.
01  WS-Small-Count              PIC 9(5) VALUE 0.
01  WS-Small-Total              PIC 9(8)V99 VALUE 0.
01  WS-Rejected-Count           PIC 9(5) VALUE 0.
01  WS-Write-Off-Total          PIC 9(8)V99 VALUE 0.

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
    02 FILLER                   PIC X(10) VALUE "ARWRTOFF  ".

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

01  Register-Heading-1.
    02  FILLER                  PIC X(40) VALUE
        "AR WRITE-OFF APPROVAL REGISTER  RUN DATE".
    02  FILLER                  PIC X     VALUE SPACE.
    02  RH-Run-Date             PIC 9(8).
    02  FILLER                  PIC X(25) VALUE
        "   SMALL-BALANCE LIMIT  ".
    02  RH-Tolerance            PIC ZZ9.99.

01  Register-Heading-2.
    02  FILLER                  PIC X(46) VALUE
        "ORDER    CUST   INV DATE   WRITTEN OFF  TYPE  ".
    02  FILLER                  PIC X(36) VALUE
        "  APPROVED  REASON / DISPOSITION".

01  Register-Detail.
    02  RG-Order-Number         PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RG-Customer-Id          PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RG-Invoice-Date         PIC 9(8).
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  RG-Amount               PIC ZZZ,ZZ9.99-.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RG-Type                 PIC X(6).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RG-Approved-By          PIC X(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RG-Disposition          PIC X(30).

01  Register-Summary-1.
    02  FILLER                  PIC X(28) VALUE
        "APPROVED WRITE-OFFS:        ".
    02  RS-Approved-Count       PIC ZZ,ZZ9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  RS-Approved-Total       PIC Z,ZZZ,ZZ9.99.

01  Register-Summary-2.
    02  FILLER                  PIC X(28) VALUE
        "SMALL BALANCES WRITTEN OFF: ".
    02  RS-Small-Count          PIC ZZ,ZZ9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  RS-Small-Total          PIC Z,ZZZ,ZZ9.99.

01  Register-Summary-3.
    02  FILLER                  PIC X(28) VALUE
        "REQUESTS REJECTED:          ".
    02  RS-Rejected-Count       PIC ZZ,ZZ9.

01  Register-Summary-4.
    02  FILLER                  PIC X(37) VALUE
        "TOTAL TO BAD DEBT 5400-BAD-DEBT:     ".
    02  RS-Write-Off-Total      PIC Z,ZZZ,ZZ9.99.

01  Register-Signature-Line.
    02  FILLER                  PIC X(40) VALUE
        "REVIEWED AND APPROVED BY CONTROLLER: ___".
    02  FILLER                  PIC X(40) VALUE
        "_________________   DATE: ______________".

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM Read-Write-Off-Control.
    PERFORM Prove-Journal-Accounts.
    OPEN I-O AR-Open-Item-File.
    IF AROpenStatus NOT = "00"
       DISPLAY "ARWRITEOFF: CANNOT OPEN AROPEN.DAT FS = "
               AROpenStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN EXTEND Write-Off-History-File.
    OPEN OUTPUT Write-Off-Register-File.

    MOVE WS-Run-Date  TO RH-Run-Date.
    MOVE WS-Tolerance TO RH-Tolerance.
    WRITE Register-Line FROM Register-Heading-1.
    MOVE SPACES TO Register-Line.
    WRITE Register-Line.
    WRITE Register-Line FROM Register-Heading-2.

    OPEN INPUT Write-Off-Request-File.
    IF RequestStatus = "00"
       READ Write-Off-Request-File
           AT END SET EndOfRequests TO TRUE
       END-READ
       PERFORM Apply-One-Request UNTIL EndOfRequests
    END-IF.
    CLOSE Write-Off-Request-File.

    IF WS-Tolerance > ZERO
       MOVE LOW-VALUES TO AR-Order-Number
       START AR-Open-Item-File
           KEY IS GREATER THAN AR-Order-Number
           INVALID KEY SET End-Of-AR TO TRUE
       END-START
       PERFORM Check-Small-Balance UNTIL End-Of-AR
    END-IF.

    COMPUTE WS-Write-Off-Total = WS-Approved-Total + WS-Small-Total.
    MOVE SPACES TO Register-Line.
    WRITE Register-Line.
    MOVE WS-Approved-Count TO RS-Approved-Count.
    MOVE WS-Approved-Total TO RS-Approved-Total.
    WRITE Register-Line FROM Register-Summary-1.
    MOVE WS-Small-Count TO RS-Small-Count.
    MOVE WS-Small-Total TO RS-Small-Total.
    WRITE Register-Line FROM Register-Summary-2.
    MOVE WS-Rejected-Count TO RS-Rejected-Count.
    WRITE Register-Line FROM Register-Summary-3.
    MOVE WS-Write-Off-Total TO RS-Write-Off-Total.
    WRITE Register-Line FROM Register-Summary-4.
    MOVE SPACES TO Register-Line.
    WRITE Register-Line.
    WRITE Register-Line.
    WRITE Register-Line FROM Register-Signature-Line.

    PERFORM Write-Journal-Batch.
    DISPLAY "ARWRITEOFF: " WS-Approved-Count " APPROVED, "
            WS-Small-Count " SMALL BALANCES, "
            WS-Rejected-Count " REJECTED".

    CLOSE AR-Open-Item-File.
    CLOSE Write-Off-History-File.
    CLOSE Write-Off-Register-File.
    STOP RUN.

Read-Write-Off-Control.
    OPEN INPUT Write-Off-Control-File.
    IF ControlStatus = "00"
       READ Write-Off-Control-File
           AT END CONTINUE
           NOT AT END
              IF WC-Tolerance IS NUMERIC
                 MOVE WC-Tolerance TO WS-Tolerance
              ELSE
                 DISPLAY "ARWRITEOFF: ARWOFF.CTL TOLERANCE NOT "
                         "NUMERIC - SMALL BALANCES NOT WRITTEN OFF"
              END-IF
       END-READ
       CLOSE Write-Off-Control-File
    END-IF.

Apply-One-Request.
    ADD 1 TO WS-Requests-Read.
    MOVE WR-Order-Number TO RG-Order-Number.
    MOVE SPACES          TO RG-Customer-Id.
    MOVE ZERO            TO RG-Invoice-Date.
    MOVE WR-Amount       TO RG-Amount.
    MOVE "BADDBT"        TO RG-Type.
    MOVE WR-Approved-By  TO RG-Approved-By.
    MOVE WR-Order-Number TO AR-Order-Number.
    READ AR-Open-Item-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT AR-Rec-Found
       MOVE "REJECTED - NOT ON AROPEN" TO RG-Disposition
       PERFORM Reject-Request
    ELSE
       MOVE AR-Customer-Id  TO RG-Customer-Id
       MOVE AR-Invoice-Date TO RG-Invoice-Date
       COMPUTE WS-Open-Amount = AR-Invoice-Amount - AR-Paid-Amount
       EVALUATE TRUE
          WHEN NOT AR-Item-Open OR WS-Open-Amount NOT > ZERO
             MOVE "REJECTED - NOTHING OPEN" TO RG-Disposition
             PERFORM Reject-Request
          WHEN WR-Approved-By = SPACES
             MOVE "REJECTED - NO APPROVER" TO RG-Disposition
             PERFORM Reject-Request
          WHEN WR-Amount NOT = ZERO AND WR-Amount NOT = WS-Open-Amount
             *> The register shows what is owed now, not what was approved.
             MOVE WS-Open-Amount TO RG-Amount
             MOVE "REJECTED - BALANCE CHANGED" TO RG-Disposition
             PERFORM Reject-Request
          WHEN OTHER
             MOVE "A"            TO WH-Type
             MOVE WR-Reason      TO WH-Reason
             MOVE WR-Approved-By TO WH-Approved-By
             PERFORM Write-Off-Item
             MOVE WR-Reason      TO RG-Disposition
             WRITE Register-Line FROM Register-Detail
             ADD 1 TO WS-Approved-Count
             ADD WS-Open-Amount TO WS-Approved-Total
       END-EVALUATE
    END-IF.
    READ Write-Off-Request-File
        AT END SET EndOfRequests TO TRUE
    END-READ.

Reject-Request.
    WRITE Register-Line FROM Register-Detail.
    ADD 1 TO WS-Rejected-Count.

Check-Small-Balance.
*>  Only the pennies a short payment leaves behind: the customer has
*>  paid something and what is left is within the tolerance.
    READ AR-Open-Item-File NEXT RECORD
        AT END SET End-Of-AR TO TRUE
    END-READ.
    IF NOT End-Of-AR AND AR-Item-Open AND AR-Paid-Amount > ZERO
       COMPUTE WS-Open-Amount = AR-Invoice-Amount - AR-Paid-Amount
       IF WS-Open-Amount > ZERO
          AND WS-Open-Amount NOT > WS-Tolerance
          MOVE "S"                  TO WH-Type
          MOVE "SMALL BALANCE"      TO WH-Reason
          MOVE "ARWOFF"             TO WH-Approved-By
          PERFORM Write-Off-Item
          MOVE AR-Order-Number      TO RG-Order-Number
          MOVE AR-Customer-Id       TO RG-Customer-Id
          MOVE AR-Invoice-Date      TO RG-Invoice-Date
          MOVE WS-Open-Amount       TO RG-Amount
          MOVE "SMALL"              TO RG-Type
          MOVE "TOLERNCE"           TO RG-Approved-By
          MOVE "SMALL BALANCE WITHIN TOLERANCE" TO RG-Disposition
          WRITE Register-Line FROM Register-Detail
          ADD 1 TO WS-Small-Count
          ADD WS-Open-Amount TO WS-Small-Total
       END-IF
    END-IF.

Write-Off-Item.
*>  AR-Rec holds the item and WS-Open-Amount its balance.
    ADD WS-Open-Amount TO AR-Paid-Amount.
    SET AR-Item-Written-Off TO TRUE.
    REWRITE AR-Rec
        INVALID KEY DISPLAY "AROPEN REWRITE FS = " AROpenStatus
    END-REWRITE.
    MOVE AR-Order-Number TO WH-Order-Number.
    MOVE AR-Customer-Id  TO WH-Customer-Id.
    MOVE WS-Run-Date     TO WH-Date.
    MOVE WS-Open-Amount  TO WH-Amount.
    WRITE Write-Off-History-Rec.

Prove-Journal-Accounts.
*>  Both accounts must be on the chart before any item is written
*>  off; GLPost would otherwise reject the batch after the open
*>  items had already been closed.
    OPEN INPUT Chart-Of-Accounts-File.
    IF COAStatus NOT = "00"
       DISPLAY "ARWRITEOFF: CHART OF ACCOUNTS GLCOA.DAT NOT AVAILABLE"
               " - FS = " COAStatus
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    MOVE "5400-BAD-DEBT   " TO WS-Jnl-Account.
    PERFORM Prove-One-Account.
    MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
    PERFORM Prove-One-Account.
    CLOSE Chart-Of-Accounts-File.
    IF WS-Accounts-Missing > ZERO
       DISPLAY "ARWRITEOFF: " WS-Accounts-Missing
               " JOURNAL ACCOUNT(S) NOT ON THE CHART - NOTHING WRITTEN OFF"
       STOP RUN WITH ERROR STATUS 16
    END-IF.

Prove-One-Account.
    MOVE WS-Jnl-Account TO COA-Account.
    READ Chart-Of-Accounts-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Account-On-Chart
       DISPLAY "ARWRITEOFF: ACCOUNT " WS-Jnl-Account " NOT ON GLCOA.DAT"
       ADD 1 TO WS-Accounts-Missing
    END-IF.

Write-Journal-Batch.
*>  One balanced batch for everything written off in the run,
*>  appended to JRNLIF.DAT behind the other feeds' batches.
    IF WS-Write-Off-Total = ZERO
       EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND Journal-Interface-File.
    MOVE WS-Run-Date TO JH-Extract-Date.
    WRITE Journal-Rec FROM Journal-Header.
    MOVE WS-Run-Date TO JD-Date.
    MOVE SPACES TO JD-Description.
    STRING "AR WRITE-OFF " DELIMITED BY SIZE
           WS-Run-Date DELIMITED BY SIZE
           INTO JD-Description.

    MOVE "5400-BAD-DEBT   " TO WS-Jnl-Account.
    MOVE "D"                TO WS-Jnl-Side.
    MOVE WS-Write-Off-Total TO WS-Jnl-Amount.
    PERFORM Write-Journal-Line.
    MOVE "1300-AR-CONTROL " TO WS-Jnl-Account.
    MOVE "C"                TO WS-Jnl-Side.
    MOVE WS-Write-Off-Total TO WS-Jnl-Amount.
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
