      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  CashForecast.
AUTHOR.  Michael Coughlan.
*> Thirteen-week cash-flow forecast.  Starting from the opening cash on
*> the control card, projects each of the next thirteen weeks' cash in
*> and cash out and carries a running closing balance:
*>   In   - open AROPEN.DAT items, expected on the invoice date plus
*>          the customer's own average days-to-pay, learned from the
*>          receipts on CASHRCPT.DAT against their invoices (a customer
*>          with no history takes the card's default days); and the
*>          scheduled payments on the LOANMST.DAT loan book - instalment
*>          plus escrow, and the balloon with the last one - due on the
*>          origination day of each month (a modified loan's from
*>          its modification date, as LOANMOD re-schedules it).
*>   Out  - open APOPEN.DAT vouchers on their due date, or on the
*>          discount date net of the discount while it is still open,
*>          as APAging schedules them; and each payroll falling in the
*>          thirteen weeks, every employee still on the payroll master
*>          KPEMPMST.DAT at their pay-to-date run rate for the year.
*> Anything expected before the as-at date is due now and falls in
*> week 1; anything after week 13 is totalled below the forecast.
*> Control card CASHFCST.CTL:
*>   col  1      opening cash sign ("-" when overdrawn)
*>   col  2-12   opening cash 9(9)V99
*>   col 13-20   as-at date YYYYMMDD (zero = today)
*>   col 21-23   default days-to-pay (zero = 30)
*>   col 24-25   days between paydays (zero = 14)
*>   col 26-33   next payday YYYYMMDD (zero = end of first pay period)
*>   col 34-41   payroll year start YYYYMMDD (zero = 1 January)
*> The forecast prints on CASHFCST.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL Forecast-Control-File ASSIGN TO "CASHFCST.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ControlStatus.

    SELECT OPTIONAL Cash-Receipts-File ASSIGN TO "CASHRCPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CashStatus.

    SELECT AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-Order-Number
        ALTERNATE RECORD KEY IS AR-Customer-Id
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT OPTIONAL Loan-Master-File ASSIGN TO "LOANMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LM-Loan-Id
        FILE STATUS IS LoanStatus.

    SELECT OPTIONAL AP-Open-Item-File ASSIGN TO "APOPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AP-Key
        ALTERNATE RECORD KEY IS AP-Supplier-Alt
                  WITH DUPLICATES
        FILE STATUS IS APOpenStatus.

    SELECT OPTIONAL Employee-Master-File ASSIGN TO "KPEMPMST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EmployeeStatus.

    SELECT Forecast-Report-File ASSIGN TO "CASHFCST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  Forecast-Control-File.
01  Forecast-Control-Rec.
    02  FC-Opening-Sign         PIC X.
    02  FC-Opening-Cash         PIC 9(9)V99.
    02  FC-As-At-Date           PIC 9(8).
    02  FC-Default-Days         PIC 9(3).
    02  FC-Pay-Interval         PIC 9(2).
    02  FC-Next-Payday          PIC 9(8).
    02  FC-Pay-Year-Start       PIC 9(8).

FD  Cash-Receipts-File.
01  Cash-Receipt-Rec.
    88 EndOfCash                VALUE HIGH-VALUES.
    02  CR-Order-Number         PIC X(7).
    02  CR-Amount               PIC 9(6)V99.
    02  CR-Receipt-Date         PIC 9(8).
    02  CR-Customer-Id          PIC X(5).

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

FD  Loan-Master-File.
01  Loan-Master-Rec.
    02  LM-Loan-Id              PIC X(8).
    02  LM-Borrower             PIC X(25).
    02  LM-Principal            PIC 9(6)V99.
    02  LM-Int-Rate             PIC 9(2)V99.
    02  LM-Nbr-Pmts             PIC 9(3).
    02  LM-Balloon-Amt          PIC 9(6)V99.
    02  LM-Orig-Date            PIC 9(8).
    02  LM-Orig-Date-R REDEFINES LM-Orig-Date.
        03  LM-Orig-Year        PIC 9(4).
        03  LM-Orig-Month       PIC 9(2).
        03  LM-Orig-Day         PIC 9(2).
    02  LM-Pmt-Amt              PIC 9(6)V99.
    02  LM-Current-Balance      PIC 9(7)V99.
    02  LM-Pmts-Posted          PIC 9(3).
    02  LM-Status               PIC X.
        88 LM-Loan-Active       VALUE "A".
    02  LM-Accrued-Int          PIC 9(6)V99.
    02  LM-Last-Accrual-Date    PIC 9(8).
    02  LM-Fee-Balance          PIC 9(5)V99.
    02  LM-Late-Waiver          PIC X.
    02  LM-Last-Late-Date       PIC 9(8).
    02  LM-Escrow-Pmt           PIC 9(5)V99.
    02  LM-Escrow-Bal           PIC 9(7)V99.
    02  LM-Mod-Count            PIC 9(2).
        88 LM-Modified          VALUE 1 THRU 99.
    02  LM-Mod-Date             PIC 9(8).
    02  LM-Mod-Principal        PIC 9(6)V99.
    02  LM-Mod-Pmts-Base        PIC 9(3).

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

FD  Employee-Master-File.
01  Employee-Master-Rec.
    88 EndOfEmployees           VALUE HIGH-VALUES.
    02  EM-Co-No                PIC XX.
    02  EM-Dept                 PIC X(4).
    02  EM-Emp-No               PIC X(6).
    02  EM-Name                 PIC X(25).
    02  EM-Start-Date           PIC 9(8).
    02  EM-Tax-Code             PIC X(6).
    02  EM-Pay-To-Date          PIC 9(7)V99.
    02  EM-Leave-Date           PIC 9(8).
    02  EM-Bank-Routing         PIC X(9).
    02  EM-Bank-Account         PIC X(17).
    02  EM-Bank-Acct-Type       PIC X.
    02  EM-Tax-To-Date          PIC 9(7)V99.

FD  Forecast-Report-File.
01  Forecast-Line               PIC X(132).

WORKING-STORAGE SECTION.
01  ControlStatus               PIC XX.
01  CashStatus                  PIC XX.
01  AROpenStatus                PIC XX.
    88 AR-Rec-Found             VALUE "00".
01  LoanStatus                  PIC XX.
01  APOpenStatus                PIC XX.
01  EmployeeStatus              PIC XX.

01  WS-EOF-AR                   PIC X VALUE "N".
    88 End-Of-AR                VALUE "Y".
01  WS-EOF-Loans                PIC X VALUE "N".
    88 End-Of-Loans             VALUE "Y".
01  WS-EOF-AP                   PIC X VALUE "N".
    88 End-Of-AP                VALUE "Y".

01  WS-Opening-Cash             PIC S9(9)V99 VALUE 0.
01  WS-As-At-Date               PIC 9(8).
01  WS-As-At-Date-R REDEFINES WS-As-At-Date.
    02  WS-As-At-Year           PIC 9(4).
    02  WS-As-At-MMDD           PIC 9(4).
01  WS-As-At-Integer            PIC 9(9).
01  WS-Horizon-Integer          PIC 9(9).
01  WS-Default-Days             PIC 9(3) VALUE 30.
01  WS-Pay-Interval             PIC 9(2) VALUE 14.
01  WS-Next-Payday              PIC 9(8) VALUE 0.
01  WS-Pay-Year-Start           PIC 9(8) VALUE 0.

*> Each flow is dropped into the week its date falls in.
01  WS-Event-Integer            PIC 9(9).
01  WS-Event-Amount             PIC 9(9)V99.
01  WS-Event-Kind               PIC X.
    88 Event-AR                 VALUE "R".
    88 Event-Loan               VALUE "L".
    88 Event-AP                 VALUE "P".
    88 Event-Payroll            VALUE "W".
01  WS-Week-X                   PIC 9(3).

01  Week-Table.
    02  Week-Entry OCCURS 13 TIMES.
        03  WK-Start-Date       PIC 9(8).
        03  WK-AR-In            PIC 9(9)V99.
        03  WK-Loan-In          PIC 9(9)V99.
        03  WK-AP-Out           PIC 9(9)V99.
        03  WK-Payroll-Out      PIC 9(9)V99.
01  WS-Beyond-AR                PIC 9(9)V99 VALUE 0.
01  WS-Beyond-Loan              PIC 9(9)V99 VALUE 0.
01  WS-Beyond-AP                PIC 9(9)V99 VALUE 0.

*> Customers' payment history from the receipts, for days-to-pay.
01  Pay-History-Table.
    02  PH-Entry OCCURS 500 TIMES.
        03  PH-Customer-Id      PIC X(5).
        03  PH-Total-Days       PIC 9(9).
        03  PH-Receipt-Count    PIC 9(5).
01  PH-Count                    PIC 9(3) VALUE 0.
01  PH-X                        PIC 9(3).
01  WS-History-Found            PIC X.
    88 History-Found            VALUE "Y".
01  WS-Days-To-Pay              PIC 9(5).
01  WS-Pay-Days                 PIC S9(7).

01  WS-Open-Amount              PIC S9(9)V99.
01  WS-AR-Items                 PIC 9(5) VALUE 0.
01  WS-AR-Default-Items         PIC 9(5) VALUE 0.

01  WS-Loan-Pmt-Nbr             PIC 9(3).
01  WS-Loan-Months              PIC 9(7).
01  WS-Sched-Pmt-Nbr            PIC 9(3).
01  WS-Sched-Base               PIC 9(3).
01  WS-Sched-Start              PIC 9(8).
01  WS-Sched-Start-R REDEFINES WS-Sched-Start.
    02  WS-Sched-Year           PIC 9(4).
    02  WS-Sched-Month          PIC 9(2).
    02  WS-Sched-Day            PIC 9(2).
01  WS-Due-Date                 PIC 9(8).
01  WS-Due-Date-R REDEFINES WS-Due-Date.
    02  WS-Due-Year             PIC 9(4).
    02  WS-Due-Month            PIC 9(2).
    02  WS-Due-Day              PIC 9(2).
01  WS-Month-End-Date           PIC 9(8).
01  WS-Month-End-Date-R REDEFINES WS-Month-End-Date.
    02  WS-Month-End-Year       PIC 9(4).
    02  WS-Month-End-Month      PIC 9(2).
    02  WS-Month-End-Day        PIC 9(2).
01  WS-Loans-Scheduled          PIC 9(5) VALUE 0.
01  WS-Loan-Done                PIC X.
    88 Loan-Done                VALUE "Y".

01  WS-AP-Items                 PIC 9(5) VALUE 0.

01  WS-Employees-Paid           PIC 9(5) VALUE 0.
01  WS-Pay-From-Date            PIC 9(8).
01  WS-Pay-Weeks                PIC 9(5)V99.
01  WS-Weekly-Payroll           PIC 9(9)V99 VALUE 0.
01  WS-Payroll-Per-Run          PIC 9(9)V99 VALUE 0.
01  WS-Payday-Integer           PIC 9(9).
01  WS-Paydays                  PIC 9(3) VALUE 0.

01  WS-Total-In                 PIC 9(9)V99.
01  WS-Total-Out                PIC 9(9)V99.
01  WS-Net-Flow                 PIC S9(9)V99.
01  WS-Closing-Cash             PIC S9(9)V99.
01  Grand-Totals.
    02  GT-AR-In                PIC 9(10)V99 VALUE 0.
    02  GT-Loan-In              PIC 9(10)V99 VALUE 0.
    02  GT-AP-Out               PIC 9(10)V99 VALUE 0.
    02  GT-Payroll-Out          PIC 9(10)V99 VALUE 0.

01  Forecast-Heading-1.
    02  FILLER                  PIC X(40) VALUE
        "THIRTEEN-WEEK CASH FORECAST AS AT       ".
    02  FH-As-At-Date           PIC 9(8).

01  Forecast-Heading-2.
    02  FILLER                  PIC X(20) VALUE "OPENING CASH:       ".
    02  FH-Opening-Cash         PIC -ZZZ,ZZZ,ZZ9.99.

01  Forecast-Heading-3.
    02  FILLER                  PIC X(13) VALUE "WK  WEEK FROM".
    02  FILLER                  PIC X(14) VALUE "    AR COLLECT".
    02  FILLER                  PIC X(14) VALUE "   LOAN RECPTS".
    02  FILLER                  PIC X(14) VALUE "      TOTAL IN".
    02  FILLER                  PIC X(14) VALUE "   AP PAYMENTS".
    02  FILLER                  PIC X(14) VALUE "       PAYROLL".
    02  FILLER                  PIC X(14) VALUE "     TOTAL OUT".
    02  FILLER                  PIC X(15) VALUE "       NET FLOW".
    02  FILLER                  PIC X(15) VALUE "        CLOSING".

01  Forecast-Detail.
    02  FD-Week                 PIC Z9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FD-Week-Start           PIC 9(8).
    02  FILLER                  PIC X     VALUE SPACE.
    02  FD-AR-In                PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FD-Loan-In              PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FD-Total-In             PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FD-AP-Out               PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FD-Payroll-Out          PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FD-Total-Out            PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FD-Net-Flow             PIC -ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FD-Closing              PIC -ZZ,ZZZ,ZZ9.99.

01  Forecast-Total-Line.
    02  FILLER                  PIC X(13) VALUE "13 WEEKS     ".
    02  FT-AR-In                PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FT-Loan-In              PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FT-Total-In             PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FT-AP-Out               PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FT-Payroll-Out          PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FT-Total-Out            PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FT-Net-Flow             PIC -ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  FT-Closing              PIC -ZZ,ZZZ,ZZ9.99.

01  Forecast-Beyond-Line.
    02  FILLER                  PIC X(29) VALUE
        "EXPECTED AFTER WEEK 13 -  AR ".
    02  FB-AR                   PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X(8)  VALUE "  LOANS ".
    02  FB-Loan                 PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X(5)  VALUE "  AP ".
    02  FB-AP                   PIC ZZ,ZZZ,ZZ9.99.

01  Forecast-Basis-Line-1.
    02  FILLER                  PIC X(10) VALUE "AR ITEMS: ".
    02  FB-AR-Items             PIC ZZ,ZZ9.
    02  FILLER                  PIC X(22) VALUE
        "  AT DEFAULT DAYS OF ".
    02  FB-Default-Days         PIC ZZ9.
    02  FILLER                  PIC X(2)  VALUE ": ".
    02  FB-AR-Default-Items     PIC ZZ,ZZ9.
    02  FILLER                  PIC X(26) VALUE
        "  CUSTOMERS WITH HISTORY: ".
    02  FB-History-Count        PIC ZZ9.

01  Forecast-Basis-Line-2.
    02  FILLER                  PIC X(18) VALUE "LOANS SCHEDULED:  ".
    02  FB-Loans                PIC ZZ,ZZ9.
    02  FILLER                  PIC X(18) VALUE "   AP VOUCHERS:   ".
    02  FB-AP-Items             PIC ZZ,ZZ9.

01  Forecast-Basis-Line-3.
    02  FILLER                  PIC X(17) VALUE "PAYROLL PER RUN: ".
    02  FB-Payroll-Per-Run      PIC ZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X(7)  VALUE "  EVERY".
    02  FB-Pay-Interval         PIC ZZ9.
    02  FILLER                  PIC X(20) VALUE " DAYS FROM          ".
    02  FB-Next-Payday          PIC 9(8).
    02  FILLER                  PIC X(13) VALUE "  EMPLOYEES: ".
    02  FB-Employees            PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM Read-Forecast-Control.
    COMPUTE WS-As-At-Integer =
            FUNCTION INTEGER-OF-DATE(WS-As-At-Date).
    COMPUTE WS-Horizon-Integer = WS-As-At-Integer + 90.
    INITIALIZE Week-Table.
    PERFORM VARYING WS-Week-X FROM 1 BY 1 UNTIL WS-Week-X > 13
       COMPUTE WK-Start-Date(WS-Week-X) = FUNCTION DATE-OF-INTEGER(
               WS-As-At-Integer + (WS-Week-X - 1) * 7)
    END-PERFORM.

    OPEN INPUT AR-Open-Item-File.
    IF AROpenStatus NOT = "00"
       DISPLAY "CASHFORECAST: AROPEN.DAT NOT AVAILABLE - FS = "
               AROpenStatus
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    PERFORM Load-Pay-History.
    PERFORM Forecast-Receivables.
    CLOSE AR-Open-Item-File.
    PERFORM Forecast-Loan-Receipts.
    PERFORM Forecast-Payables.
    PERFORM Forecast-Payroll.

    OPEN OUTPUT Forecast-Report-File.
    PERFORM Print-Forecast.
    CLOSE Forecast-Report-File.
    DISPLAY "CASHFORECAST: OPENING " WS-Opening-Cash
            " CLOSING WEEK 13 " WS-Closing-Cash.
    STOP RUN.

Read-Forecast-Control.
    ACCEPT WS-As-At-Date FROM DATE YYYYMMDD.
    OPEN INPUT Forecast-Control-File.
    IF ControlStatus = "00"
       READ Forecast-Control-File
          AT END
             DISPLAY "CASHFORECAST: CASHFCST.CTL EMPTY - OPENING CASH ZERO"
          NOT AT END
             IF FC-Opening-Cash IS NUMERIC
                MOVE FC-Opening-Cash TO WS-Opening-Cash
                IF FC-Opening-Sign = "-"
                   COMPUTE WS-Opening-Cash = 0 - WS-Opening-Cash
                END-IF
             END-IF
             IF FC-As-At-Date IS NUMERIC AND FC-As-At-Date > ZERO
                MOVE FC-As-At-Date TO WS-As-At-Date
             END-IF
             IF FC-Default-Days IS NUMERIC AND FC-Default-Days > ZERO
                MOVE FC-Default-Days TO WS-Default-Days
             END-IF
             IF FC-Pay-Interval IS NUMERIC AND FC-Pay-Interval > ZERO
                MOVE FC-Pay-Interval TO WS-Pay-Interval
             END-IF
             IF FC-Next-Payday IS NUMERIC
                MOVE FC-Next-Payday TO WS-Next-Payday
             END-IF
             IF FC-Pay-Year-Start IS NUMERIC
                MOVE FC-Pay-Year-Start TO WS-Pay-Year-Start
             END-IF
       END-READ
       CLOSE Forecast-Control-File
    ELSE
       DISPLAY "CASHFORECAST: NO CASHFCST.CTL - OPENING CASH ZERO"
    END-IF.
    IF WS-Pay-Year-Start = ZERO
       MOVE WS-As-At-Year TO WS-Pay-Year-Start(1:4)
       MOVE 0101          TO WS-Pay-Year-Start(5:4)
    END-IF.

Load-Pay-History.
*>  Days from invoice to receipt for every receipt whose order is
*>  still on AROPEN.DAT, averaged per customer.
    OPEN INPUT Cash-Receipts-File.
    IF CashStatus = "00"
       READ Cash-Receipts-File
          AT END SET EndOfCash TO TRUE
       END-READ
       PERFORM UNTIL EndOfCash
          IF CR-Order-Number NOT = SPACES
             MOVE CR-Order-Number TO AR-Order-Number
             READ AR-Open-Item-File
                INVALID KEY CONTINUE
             END-READ
             IF AR-Rec-Found AND CR-Receipt-Date NOT < AR-Invoice-Date
                COMPUTE WS-Pay-Days =
                        FUNCTION INTEGER-OF-DATE(CR-Receipt-Date)
                      - FUNCTION INTEGER-OF-DATE(AR-Invoice-Date)
                PERFORM Find-Pay-History
                IF NOT History-Found AND PH-Count < 500
                   ADD 1 TO PH-Count
                   MOVE PH-Count       TO PH-X
                   MOVE AR-Customer-Id TO PH-Customer-Id(PH-X)
                   MOVE ZERO TO PH-Total-Days(PH-X)
                                PH-Receipt-Count(PH-X)
                   SET History-Found TO TRUE
                END-IF
                IF History-Found
                   ADD WS-Pay-Days TO PH-Total-Days(PH-X)
                   ADD 1           TO PH-Receipt-Count(PH-X)
                END-IF
             END-IF
          END-IF
          READ Cash-Receipts-File
             AT END SET EndOfCash TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Cash-Receipts-File.

Find-Pay-History.
    MOVE "N" TO WS-History-Found.
    PERFORM VARYING PH-X FROM 1 BY 1
            UNTIL PH-X > PH-Count OR History-Found
       IF PH-Customer-Id(PH-X) = AR-Customer-Id
          SET History-Found TO TRUE
       END-IF
    END-PERFORM.
    IF History-Found
       SUBTRACT 1 FROM PH-X
    END-IF.

Forecast-Receivables.
    MOVE LOW-VALUES TO AR-Order-Number.
    START AR-Open-Item-File
        KEY IS GREATER THAN AR-Order-Number
        INVALID KEY SET End-Of-AR TO TRUE
    END-START.
    PERFORM UNTIL End-Of-AR
       READ AR-Open-Item-File NEXT RECORD
          AT END SET End-Of-AR TO TRUE
       END-READ
       IF NOT End-Of-AR AND AR-Item-Open
          COMPUTE WS-Open-Amount = AR-Invoice-Amount - AR-Paid-Amount
          IF WS-Open-Amount > ZERO
             ADD 1 TO WS-AR-Items
             PERFORM Find-Pay-History
             IF History-Found
                COMPUTE WS-Days-To-Pay ROUNDED =
                        PH-Total-Days(PH-X) / PH-Receipt-Count(PH-X)
             ELSE
                MOVE WS-Default-Days TO WS-Days-To-Pay
                ADD 1 TO WS-AR-Default-Items
             END-IF
             COMPUTE WS-Event-Integer =
                     FUNCTION INTEGER-OF-DATE(AR-Invoice-Date)
                   + WS-Days-To-Pay
             MOVE WS-Open-Amount TO WS-Event-Amount
             SET Event-AR TO TRUE
             PERFORM Post-Event
          END-IF
       END-IF
    END-PERFORM.

Forecast-Loan-Receipts.
*>  Payment N of a loan is due N months after origination on the
*>  origination day, or the month's last day when it has no such day.
*>  A modified loan starts over at the modification date, counting
*>  only the payments after those posted when it was modified.
    OPEN INPUT Loan-Master-File.
    IF LoanStatus = "00"
       PERFORM UNTIL End-Of-Loans
          READ Loan-Master-File NEXT RECORD
             AT END SET End-Of-Loans TO TRUE
          END-READ
          IF NOT End-Of-Loans AND LM-Loan-Active
             AND LM-Pmts-Posted < LM-Nbr-Pmts
             ADD 1 TO WS-Loans-Scheduled
             MOVE LM-Pmts-Posted TO WS-Loan-Pmt-Nbr
             MOVE "N" TO WS-Loan-Done
             IF LM-Modified
                MOVE LM-Mod-Date      TO WS-Sched-Start
                MOVE LM-Mod-Pmts-Base TO WS-Sched-Base
             ELSE
                MOVE LM-Orig-Date     TO WS-Sched-Start
                MOVE ZERO             TO WS-Sched-Base
             END-IF
             PERFORM UNTIL Loan-Done
                ADD 1 TO WS-Loan-Pmt-Nbr
                COMPUTE WS-Sched-Pmt-Nbr =
                        WS-Loan-Pmt-Nbr - WS-Sched-Base
                COMPUTE WS-Loan-Months = WS-Sched-Year * 12
                        + WS-Sched-Month - 1 + WS-Sched-Pmt-Nbr
                DIVIDE WS-Loan-Months BY 12 GIVING WS-Due-Year
                       REMAINDER WS-Due-Month
                ADD 1 TO WS-Due-Month
                MOVE WS-Sched-Day TO WS-Due-Day
                IF WS-Sched-Day > 28
                   PERFORM Clamp-Due-Day
                END-IF
                COMPUTE WS-Event-Integer =
                        FUNCTION INTEGER-OF-DATE(WS-Due-Date)
                COMPUTE WS-Event-Amount = LM-Pmt-Amt + LM-Escrow-Pmt
                IF WS-Loan-Pmt-Nbr = LM-Nbr-Pmts
                   ADD LM-Balloon-Amt TO WS-Event-Amount
                   SET Loan-Done TO TRUE
                END-IF
                IF WS-Event-Integer > WS-Horizon-Integer
                   *> One payment past the horizon is enough to show.
                   SET Loan-Done TO TRUE
                END-IF
                SET Event-Loan TO TRUE
                PERFORM Post-Event
             END-PERFORM
          END-IF
       END-PERFORM
    END-IF.
    CLOSE Loan-Master-File.

Clamp-Due-Day.
*>  Last day of the due month is the day before the first of the next.
    ADD 1 TO WS-Loan-Months.
    DIVIDE WS-Loan-Months BY 12 GIVING WS-Month-End-Year
           REMAINDER WS-Month-End-Month.
    ADD 1 TO WS-Month-End-Month.
    MOVE 1 TO WS-Month-End-Day.
    COMPUTE WS-Month-End-Date = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-Month-End-Date) - 1).
    IF WS-Sched-Day > WS-Month-End-Day
       MOVE WS-Month-End-Day TO WS-Due-Day
    END-IF.

Forecast-Payables.
    OPEN INPUT AP-Open-Item-File.
    IF APOpenStatus = "00"
       PERFORM UNTIL End-Of-AP
          READ AP-Open-Item-File NEXT RECORD
             AT END SET End-Of-AP TO TRUE
          END-READ
          IF NOT End-Of-AP AND AP-Voucher-Open
             COMPUTE WS-Open-Amount = AP-Invoice-Amount - AP-Paid-Amount
             IF WS-Open-Amount > ZERO
                ADD 1 TO WS-AP-Items
                IF AP-Disc-Amount > ZERO
                   AND AP-Paid-Amount = ZERO
                   AND AP-Disc-Date NOT LESS THAN WS-As-At-Date
                   COMPUTE WS-Event-Integer =
                           FUNCTION INTEGER-OF-DATE(AP-Disc-Date)
                   COMPUTE WS-Event-Amount =
                           WS-Open-Amount - AP-Disc-Amount
                ELSE
                   COMPUTE WS-Event-Integer =
                           FUNCTION INTEGER-OF-DATE(AP-Due-Date)
                   MOVE WS-Open-Amount TO WS-Event-Amount
                END-IF
                SET Event-AP TO TRUE
                PERFORM Post-Event
             END-IF
          END-IF
       END-PERFORM
    END-IF.
    CLOSE AP-Open-Item-File.

Forecast-Payroll.
*>  Each employee still on the payroll earns at the weekly rate
*>  their pay to date shows since the later of the payroll year
*>  start and their own start; a payroll pays every one of them
*>  for the days between paydays.
    OPEN INPUT Employee-Master-File.
    IF EmployeeStatus = "00"
       READ Employee-Master-File
          AT END SET EndOfEmployees TO TRUE
       END-READ
       PERFORM UNTIL EndOfEmployees
          IF (EM-Leave-Date = ZERO OR EM-Leave-Date > WS-As-At-Date)
             AND EM-Start-Date < WS-As-At-Date
             AND EM-Pay-To-Date > ZERO
             IF EM-Start-Date > WS-Pay-Year-Start
                MOVE EM-Start-Date TO WS-Pay-From-Date
             ELSE
                MOVE WS-Pay-Year-Start TO WS-Pay-From-Date
             END-IF
             COMPUTE WS-Pay-Weeks =
                     (WS-As-At-Integer
                    - FUNCTION INTEGER-OF-DATE(WS-Pay-From-Date)) / 7
             IF WS-Pay-Weeks < 1
                MOVE 1 TO WS-Pay-Weeks
             END-IF
             COMPUTE WS-Weekly-Payroll ROUNDED = WS-Weekly-Payroll
                     + EM-Pay-To-Date / WS-Pay-Weeks
             ADD 1 TO WS-Employees-Paid
          END-IF
          READ Employee-Master-File
             AT END SET EndOfEmployees TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Employee-Master-File.

    COMPUTE WS-Payroll-Per-Run ROUNDED =
            WS-Weekly-Payroll * WS-Pay-Interval / 7.
    IF WS-Next-Payday = ZERO
       COMPUTE WS-Next-Payday = FUNCTION DATE-OF-INTEGER(
               WS-As-At-Integer + WS-Pay-Interval - 1)
    END-IF.
    COMPUTE WS-Payday-Integer = FUNCTION INTEGER-OF-DATE(WS-Next-Payday).
    IF WS-Payroll-Per-Run > ZERO
       PERFORM UNTIL WS-Payday-Integer > WS-Horizon-Integer
          MOVE WS-Payday-Integer  TO WS-Event-Integer
          MOVE WS-Payroll-Per-Run TO WS-Event-Amount
          SET Event-Payroll TO TRUE
          PERFORM Post-Event
          ADD 1 TO WS-Paydays
          ADD WS-Pay-Interval TO WS-Payday-Integer
       END-PERFORM
    END-IF.

Post-Event.
*>  Before the as-at date is due now (week 1); past week 13 is only
*>  totalled.
    IF WS-Event-Integer < WS-As-At-Integer
       MOVE 1 TO WS-Week-X
    ELSE
       COMPUTE WS-Week-X =
               (WS-Event-Integer - WS-As-At-Integer) / 7 + 1
    END-IF.
    IF WS-Week-X > 13
       EVALUATE TRUE
          WHEN Event-AR   ADD WS-Event-Amount TO WS-Beyond-AR
          WHEN Event-Loan ADD WS-Event-Amount TO WS-Beyond-Loan
          WHEN Event-AP   ADD WS-Event-Amount TO WS-Beyond-AP
          WHEN OTHER      CONTINUE
       END-EVALUATE
    ELSE
       EVALUATE TRUE
          WHEN Event-AR
             ADD WS-Event-Amount TO WK-AR-In(WS-Week-X)
          WHEN Event-Loan
             ADD WS-Event-Amount TO WK-Loan-In(WS-Week-X)
          WHEN Event-AP
             ADD WS-Event-Amount TO WK-AP-Out(WS-Week-X)
          WHEN Event-Payroll
             ADD WS-Event-Amount TO WK-Payroll-Out(WS-Week-X)
       END-EVALUATE
    END-IF.

Print-Forecast.
    MOVE WS-As-At-Date TO FH-As-At-Date.
    WRITE Forecast-Line FROM Forecast-Heading-1.
    MOVE WS-Opening-Cash TO FH-Opening-Cash.
    WRITE Forecast-Line FROM Forecast-Heading-2.
    MOVE SPACES TO Forecast-Line.
    WRITE Forecast-Line.
    WRITE Forecast-Line FROM Forecast-Heading-3.

    MOVE WS-Opening-Cash TO WS-Closing-Cash.
    PERFORM VARYING WS-Week-X FROM 1 BY 1 UNTIL WS-Week-X > 13
       COMPUTE WS-Total-In  = WK-AR-In(WS-Week-X)
                            + WK-Loan-In(WS-Week-X)
       COMPUTE WS-Total-Out = WK-AP-Out(WS-Week-X)
                            + WK-Payroll-Out(WS-Week-X)
       COMPUTE WS-Net-Flow  = WS-Total-In - WS-Total-Out
       ADD WS-Net-Flow TO WS-Closing-Cash
       ADD WK-AR-In(WS-Week-X)       TO GT-AR-In
       ADD WK-Loan-In(WS-Week-X)     TO GT-Loan-In
       ADD WK-AP-Out(WS-Week-X)      TO GT-AP-Out
       ADD WK-Payroll-Out(WS-Week-X) TO GT-Payroll-Out
       MOVE WS-Week-X                  TO FD-Week
       MOVE WK-Start-Date(WS-Week-X)   TO FD-Week-Start
       MOVE WK-AR-In(WS-Week-X)        TO FD-AR-In
       MOVE WK-Loan-In(WS-Week-X)      TO FD-Loan-In
       MOVE WS-Total-In                TO FD-Total-In
       MOVE WK-AP-Out(WS-Week-X)       TO FD-AP-Out
       MOVE WK-Payroll-Out(WS-Week-X)  TO FD-Payroll-Out
       MOVE WS-Total-Out               TO FD-Total-Out
       MOVE WS-Net-Flow                TO FD-Net-Flow
       MOVE WS-Closing-Cash            TO FD-Closing
       WRITE Forecast-Line FROM Forecast-Detail
    END-PERFORM.

    MOVE GT-AR-In       TO FT-AR-In.
    MOVE GT-Loan-In     TO FT-Loan-In.
    COMPUTE FT-Total-In  = GT-AR-In + GT-Loan-In.
    MOVE GT-AP-Out      TO FT-AP-Out.
    MOVE GT-Payroll-Out TO FT-Payroll-Out.
    COMPUTE FT-Total-Out = GT-AP-Out + GT-Payroll-Out.
    COMPUTE FT-Net-Flow  = WS-Closing-Cash - WS-Opening-Cash.
    MOVE WS-Closing-Cash TO FT-Closing.
    MOVE SPACES TO Forecast-Line.
    WRITE Forecast-Line.
    WRITE Forecast-Line FROM Forecast-Total-Line.

    MOVE SPACES TO Forecast-Line.
    WRITE Forecast-Line.
    MOVE WS-Beyond-AR   TO FB-AR.
    MOVE WS-Beyond-Loan TO FB-Loan.
    MOVE WS-Beyond-AP   TO FB-AP.
    WRITE Forecast-Line FROM Forecast-Beyond-Line.
    MOVE WS-AR-Items         TO FB-AR-Items.
    MOVE WS-Default-Days     TO FB-Default-Days.
    MOVE WS-AR-Default-Items TO FB-AR-Default-Items.
    MOVE PH-Count            TO FB-History-Count.
    WRITE Forecast-Line FROM Forecast-Basis-Line-1.
    MOVE WS-Loans-Scheduled  TO FB-Loans.
    MOVE WS-AP-Items         TO FB-AP-Items.
    WRITE Forecast-Line FROM Forecast-Basis-Line-2.
    MOVE WS-Payroll-Per-Run  TO FB-Payroll-Per-Run.
    MOVE WS-Pay-Interval     TO FB-Pay-Interval.
    MOVE WS-Next-Payday      TO FB-Next-Payday.
    MOVE WS-Employees-Paid   TO FB-Employees.
    WRITE Forecast-Line FROM Forecast-Basis-Line-3.
