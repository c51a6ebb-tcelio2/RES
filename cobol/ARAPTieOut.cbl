      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  ARAPTieOut.
AUTHOR.  Michael Coughlan.
*> Subledger tie-out for receivables and payables.  The AR open-item
*> file AROPEN.DAT and the AP voucher file APOPEN.DAT are totalled
*> (invoice less paid on every item, so overpayments count against
*> the balance as they do in the ledger) and proved against the
*> control accounts GLPost carries on GLBAL.DAT - 1300-AR-CONTROL as
*> a net debit, 2100-AP-CONTROL as a net credit, summed over every
*> fiscal period posted since the last year GLYearClose has closed
*> (its period 00 stamp on PERIODCTL.DAT) - the period 00 opening
*> balance it carried forward and everything after, as FinStatements
*> builds a balance sheet, so the closed years are not added again.  The control accounts are fed by InvoiceGen,
*> OilInvoice, OilReturns, ARCash and ARWriteOff (a written-off item
*> is settled in full on AROPEN.DAT) on the AR side and by APVoucher,
*> CHECKWTR and APPaySelect's discounts taken on the AP side (a
*> voucher settled at a discount is paid in full on APOPEN.DAT),
*> so run this after the check run and the GL posting run; any
*> batch still waiting on JRNLIF.DAT, vouchers APPaySelect has paid
*> whose checks are not yet written, or unapplied cash applied on
*> CASHAPPT that the next ARCash run has not yet journaled, shows as
*> a difference.  ARAPTIE.RPT lists each side with the
*> difference flagged when it does not tie.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-Order-Number
        ALTERNATE RECORD KEY IS AR-Customer-Id
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT OPTIONAL AP-Open-Item-File ASSIGN TO "APOPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AP-Key
        ALTERNATE RECORD KEY IS AP-Supplier-Alt
                  WITH DUPLICATES
        FILE STATUS IS APOpenStatus.

    SELECT OPTIONAL GL-Balance-File ASSIGN TO "GLBAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GB-Key
        FILE STATUS IS GLBalanceStatus.

    SELECT OPTIONAL Period-Status-File ASSIGN TO "PERIODCTL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PS-Key
        FILE STATUS IS PeriodStatus.

    SELECT Tie-Out-Report-File ASSIGN TO "ARAPTIE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AR-Open-Item-File.
01  AR-Rec.
    02  AR-Order-Number         PIC X(7).
    02  AR-Order-Number-R REDEFINES AR-Order-Number.
        03  AR-Order-Prefix     PIC X.
            88 AR-Oil-Item      VALUE "O".
        03  FILLER              PIC X(6).
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

FD  AP-Open-Item-File.
01  AP-Rec.
    02  AP-Key.
        03  AP-Supplier-Code    PIC X(4).
        03  AP-Invoice-Number   PIC X(10).
    02  AP-Supplier-Alt         PIC X(4).
    02  AP-Invoice-Date         PIC 9(8).
    02  AP-Due-Date             PIC 9(8).
    02  AP-PO-Number            PIC 9(6).
    02  AP-Oil-Num              PIC 9(4).
    02  AP-Invoice-Qty          PIC 9(5).
    02  AP-Invoice-Amount       PIC 9(7)V99.
    02  AP-Paid-Amount          PIC 9(7)V99.
    02  AP-Status               PIC X.
        88 AP-Voucher-Open      VALUE "O".
        88 AP-Voucher-Paid      VALUE "P".
    02  AP-Disc-Date            PIC 9(8).
    02  AP-Disc-Amount          PIC 9(5)V99.
    02  AP-Disc-Taken           PIC 9(5)V99.

FD  GL-Balance-File.
01  GB-Rec.
    02  GB-Key.
        03  GB-Account          PIC X(16).
        03  GB-Fiscal-Year      PIC 9(4).
        03  GB-Fiscal-Period    PIC 9(2).
    02  GB-Debits               PIC 9(11)V99.
    02  GB-Credits              PIC 9(11)V99.

FD  Period-Status-File.
01  PS-Rec.
    02  PS-Key.
        03  PS-Fiscal-Year      PIC 9(4).
        03  PS-Fiscal-Period    PIC 9(2).
    02  PS-State                PIC X.
        88 PS-Period-Closed     VALUE "C".
    02  PS-Changed-Date         PIC 9(8).
    02  PS-Changed-By           PIC X(8).

FD  Tie-Out-Report-File.
01  Report-Line                 PIC X(90).

WORKING-STORAGE SECTION.
01  AROpenStatus                PIC XX.
01  APOpenStatus                PIC XX.
01  GLBalanceStatus             PIC XX.
01  PeriodStatus                PIC XX.

01  WS-EOF-AR                   PIC X VALUE "N".
    88 End-Of-AR                VALUE "Y".
01  WS-EOF-AP                   PIC X VALUE "N".
    88 End-Of-AP                VALUE "Y".
01  WS-EOF-GL-Scan              PIC X.
    88 End-Of-GL-Scan           VALUE "Y".
01  WS-EOF-Periods              PIC X VALUE "N".
    88 End-Of-Periods           VALUE "Y".

*> Latest year GLYearClose has closed; the balances are built from
*> the year after it, which opens with the period 00 carry-forward.
01  WS-Closed-Year              PIC 9(4) VALUE 0.

01  WS-Run-Date                 PIC 9(8).
01  WS-AR-Control-Account       PIC X(16) VALUE "1300-AR-CONTROL ".
01  WS-AP-Control-Account       PIC X(16) VALUE "2100-AP-CONTROL ".
01  WS-Scan-Account             PIC X(16).

01  WS-AR-Items                 PIC 9(7) VALUE 0.
01  WS-AR-Open-Items            PIC 9(7) VALUE 0.
01  WS-AR-Book-Balance          PIC S9(11)V99 VALUE 0.
01  WS-AR-Oil-Balance           PIC S9(11)V99 VALUE 0.
01  WS-AR-Subledger             PIC S9(11)V99 VALUE 0.
01  WS-AP-Items                 PIC 9(7) VALUE 0.
01  WS-AP-Open-Items            PIC 9(7) VALUE 0.
01  WS-AP-Subledger             PIC S9(11)V99 VALUE 0.

01  WS-Ledger-Net-Debit         PIC S9(13)V99.
01  WS-AR-Ledger                PIC S9(13)V99 VALUE 0.
01  WS-AP-Ledger                PIC S9(13)V99 VALUE 0.
01  WS-AR-Difference            PIC S9(13)V99 VALUE 0.
01  WS-AP-Difference            PIC S9(13)V99 VALUE 0.
01  WS-Ledger-Available         PIC X VALUE "N".
    88 Ledger-Available         VALUE "Y".

01  Report-Heading.
    02  FILLER                  PIC X(32) VALUE
        "AR / AP SUBLEDGER TIE-OUT AS AT ".
    02  RH-Run-Date             PIC 9(8).

01  Report-Section-Line.
    02  RS-Caption              PIC X(60).

01  Report-Amount-Line.
    02  RA-Caption              PIC X(40).
    02  RA-Amount               PIC -ZZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RA-Note                 PIC X(30).

01  Report-Count-Line.
    02  RN-Caption              PIC X(40).
    02  RN-Count                PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    OPEN OUTPUT Tie-Out-Report-File.
    MOVE WS-Run-Date TO RH-Run-Date.
    WRITE Report-Line FROM Report-Heading.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.

    PERFORM Total-AR-Subledger.
    PERFORM Total-AP-Subledger.
    PERFORM Read-Control-Balances.

    PERFORM Report-AR-Side.
    PERFORM Report-AP-Side.

    DISPLAY "ARAPTIEOUT: AR SUBLEDGER " WS-AR-Subledger
            " LEDGER " WS-AR-Ledger.
    DISPLAY "ARAPTIEOUT: AP SUBLEDGER " WS-AP-Subledger
            " LEDGER " WS-AP-Ledger.
    IF NOT Ledger-Available
       DISPLAY "ARAPTIEOUT: *** NO GLBAL.DAT - LEDGER TAKEN AS ZERO ***"
    END-IF.
    IF WS-AR-Difference NOT = ZERO OR WS-AP-Difference NOT = ZERO
       DISPLAY "ARAPTIEOUT: *** SUBLEDGER DOES NOT TIE TO CONTROL"
               " ACCOUNT - SEE ARAPTIE.RPT ***"
    END-IF.
    CLOSE Tie-Out-Report-File.
    STOP RUN.

Total-AR-Subledger.
*>  Every item counts, paid or not: an overpaid item is a credit the
*>  control account carries too.
    OPEN INPUT AR-Open-Item-File.
    IF AROpenStatus NOT = "00"
       CLOSE AR-Open-Item-File
       EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL End-Of-AR
       READ AR-Open-Item-File NEXT RECORD
          AT END SET End-Of-AR TO TRUE
       END-READ
       IF NOT End-Of-AR
          ADD 1 TO WS-AR-Items
          IF AR-Paid-Amount NOT = AR-Invoice-Amount
             ADD 1 TO WS-AR-Open-Items
          END-IF
          IF AR-Oil-Item
             COMPUTE WS-AR-Oil-Balance = WS-AR-Oil-Balance
                     + AR-Invoice-Amount - AR-Paid-Amount
          ELSE
             COMPUTE WS-AR-Book-Balance = WS-AR-Book-Balance
                     + AR-Invoice-Amount - AR-Paid-Amount
          END-IF
       END-IF
    END-PERFORM.
    CLOSE AR-Open-Item-File.
    COMPUTE WS-AR-Subledger = WS-AR-Book-Balance + WS-AR-Oil-Balance.

Total-AP-Subledger.
    OPEN INPUT AP-Open-Item-File.
    IF APOpenStatus NOT = "00"
       CLOSE AP-Open-Item-File
       EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL End-Of-AP
       READ AP-Open-Item-File NEXT RECORD
          AT END SET End-Of-AP TO TRUE
       END-READ
       IF NOT End-Of-AP
          ADD 1 TO WS-AP-Items
          IF AP-Paid-Amount NOT = AP-Invoice-Amount
             ADD 1 TO WS-AP-Open-Items
          END-IF
          COMPUTE WS-AP-Subledger = WS-AP-Subledger
                  + AP-Invoice-Amount - AP-Paid-Amount
       END-IF
    END-PERFORM.
    CLOSE AP-Open-Item-File.

Read-Control-Balances.
    OPEN INPUT GL-Balance-File.
    IF GLBalanceStatus NOT = "00"
       CLOSE GL-Balance-File
       EXIT PARAGRAPH
    END-IF.
    SET Ledger-Available TO TRUE.
    PERFORM Find-Closed-Year.
    MOVE WS-AR-Control-Account TO WS-Scan-Account.
    PERFORM Sum-Account-Balance.
    MOVE WS-Ledger-Net-Debit TO WS-AR-Ledger.
    MOVE WS-AP-Control-Account TO WS-Scan-Account.
    PERFORM Sum-Account-Balance.
    COMPUTE WS-AP-Ledger = ZERO - WS-Ledger-Net-Debit.
    CLOSE GL-Balance-File.

Find-Closed-Year.
    OPEN INPUT Period-Status-File.
    IF PeriodStatus = "00"
       PERFORM UNTIL End-Of-Periods
          READ Period-Status-File NEXT RECORD
             AT END SET End-Of-Periods TO TRUE
          END-READ
          IF NOT End-Of-Periods
             AND PS-Fiscal-Period = ZERO AND PS-Period-Closed
             AND PS-Fiscal-Year > WS-Closed-Year
             MOVE PS-Fiscal-Year TO WS-Closed-Year
          END-IF
       END-PERFORM
    END-IF.
    CLOSE Period-Status-File.

Sum-Account-Balance.
*>  Net debit balance of one account over every fiscal period GLPost
*>  has posted from the period 00 opening after the last close; the
*>  closed years, their period 14 closing entries included, are
*>  already in that opening.
    MOVE ZERO TO WS-Ledger-Net-Debit.
    MOVE "N" TO WS-EOF-GL-Scan.
    MOVE WS-Scan-Account TO GB-Account.
    COMPUTE GB-Fiscal-Year = WS-Closed-Year + 1.
    MOVE ZERO TO GB-Fiscal-Period.
    START GL-Balance-File
        KEY IS NOT LESS THAN GB-Key
        INVALID KEY SET End-Of-GL-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-GL-Scan
       READ GL-Balance-File NEXT RECORD
          AT END SET End-Of-GL-Scan TO TRUE
       END-READ
       IF NOT End-Of-GL-Scan
          IF GB-Account NOT = WS-Scan-Account
             SET End-Of-GL-Scan TO TRUE
          ELSE
             COMPUTE WS-Ledger-Net-Debit = WS-Ledger-Net-Debit
                     + GB-Debits - GB-Credits
          END-IF
       END-IF
    END-PERFORM.

Report-AR-Side.
    MOVE "ACCOUNTS RECEIVABLE - AROPEN.DAT" TO RS-Caption.
    WRITE Report-Line FROM Report-Section-Line.
    MOVE "OPEN ITEMS ON FILE" TO RN-Caption.
    MOVE WS-AR-Items TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "ITEMS WITH A BALANCE" TO RN-Caption.
    MOVE WS-AR-Open-Items TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE SPACES TO RA-Note.
    MOVE "BOOK ORDER ITEMS" TO RA-Caption.
    MOVE WS-AR-Book-Balance TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE "OIL TRADE ITEMS" TO RA-Caption.
    MOVE WS-AR-Oil-Balance TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE "SUBLEDGER BALANCE" TO RA-Caption.
    MOVE WS-AR-Subledger TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE "LEDGER 1300-AR-CONTROL ON GLBAL.DAT" TO RA-Caption.
    MOVE WS-AR-Ledger TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    COMPUTE WS-AR-Difference = WS-AR-Ledger - WS-AR-Subledger.
    MOVE "LEDGER LESS SUBLEDGER" TO RA-Caption.
    MOVE WS-AR-Difference TO RA-Amount.
    IF WS-AR-Difference NOT = ZERO
       MOVE "*** LEDGER DOES NOT TIE ***" TO RA-Note
    END-IF.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.

Report-AP-Side.
    MOVE "ACCOUNTS PAYABLE - APOPEN.DAT" TO RS-Caption.
    WRITE Report-Line FROM Report-Section-Line.
    MOVE "VOUCHERS ON FILE" TO RN-Caption.
    MOVE WS-AP-Items TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "VOUCHERS WITH A BALANCE" TO RN-Caption.
    MOVE WS-AP-Open-Items TO RN-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE SPACES TO RA-Note.
    MOVE "SUBLEDGER BALANCE" TO RA-Caption.
    MOVE WS-AP-Subledger TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    MOVE "LEDGER 2100-AP-CONTROL ON GLBAL.DAT" TO RA-Caption.
    MOVE WS-AP-Ledger TO RA-Amount.
    WRITE Report-Line FROM Report-Amount-Line.
    COMPUTE WS-AP-Difference = WS-AP-Ledger - WS-AP-Subledger.
    MOVE "LEDGER LESS SUBLEDGER" TO RA-Caption.
    MOVE WS-AP-Difference TO RA-Amount.
    IF WS-AP-Difference NOT = ZERO
       MOVE "*** LEDGER DOES NOT TIE ***" TO RA-Note
    END-IF.
    WRITE Report-Line FROM Report-Amount-Line.
