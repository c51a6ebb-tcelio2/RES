      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  DailyKPI.
AUTHOR.  Michael Coughlan.
*> Daily management KPI extract - the last step of the nightly chain.
*> It gathers one dated set of key figures from what the night's runs
*> have left behind, appends it to the KPI history and prints a
*> one-page dashboard comparing it with the prior day and with the
*> start of the month:
*>   oil      stock value and low-stock count from AROMA96's run
*>            (the last TOTAL STOCK VALUE line on OILYTD.DAT and that
*>            run's LOW-STOCK alerts on OUTALERT.DAT)
*>   books    orders shipped, backorders open and fill rate from
*>            sfbymail's ProcessedOrders.DAT and Backorder.DAT
*>   finance  AR outstanding and days sales outstanding (90 days of
*>            credit sales) from AROPEN.DAT, and AP falling due in
*>            the next seven days (overdue included) from APOPEN.DAT
*>   loans    loans behind schedule, counted the way LOANDELQ does,
*>            and the active portfolio balance from LOANMST.DAT
*>   batch    the outcome of the latest night on RUNSTATS.DAT -
*>            ABEND if any step ended abnormally, MISSED if a program
*>            with history did not run, otherwise NORMAL - with the
*>            exception count and the window's length in minutes.
*> A source that is not there shows as N/A rather than zero, so a
*> missing file is never mistaken for a quiet night.  The history on
*> KPIHIST.DAT holds one record per day; a rerun on the same day
*> prints the dashboard again but does not add a second record.
*> Day-on-day movement is against the latest earlier record;
*> month-to-date movement is against the last record before the 1st
*> (the month-end position) or, failing that, the month's first.
*> The dashboard prints on KPIDASH.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL YTD-History-File ASSIGN TO "OILYTD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS YTDStatus.

    SELECT OPTIONAL Outbound-Alerts-File ASSIGN TO "OUTALERT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AlertStatus.

    SELECT OPTIONAL ProcessedOrdersFile ASSIGN TO "ProcessedOrders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProcessedStatus.

    SELECT OPTIONAL BackorderFile ASSIGN TO "Backorder.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BackorderStatus.

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

    SELECT OPTIONAL Loan-Master-File ASSIGN TO "LOANMST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LM-Loan-Id
        FILE STATUS IS LoanStatus.

    SELECT OPTIONAL Run-Stats-File ASSIGN TO "RUNSTATS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunStatsStatus.

    SELECT OPTIONAL KPI-History-File ASSIGN TO "KPIHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KPIHistStatus.

    SELECT KPI-Report-File ASSIGN TO "KPIDASH.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  YTD-History-File.
01  YTD-Line.
    02  YL-Run-Date             PIC 9(8).
    02  FILLER                  PIC X(2).
    02  YL-Caption              PIC X(20).
    02  FILLER                  PIC X(2).
    02  YL-Total-Value          PIC $$,$$$,$$9.99.
    02  FILLER                  PIC X(35).

FD  Outbound-Alerts-File.
01  Outbound-Alert-Rec.
    02  OA-Source-System        PIC X(10).
    02  OA-Severity             PIC X(8).
    02  OA-Oil-Num              PIC 9(4).
    02  OA-Time-Stamp           PIC 9(15).
    02  OA-Time-Stamp-R REDEFINES OA-Time-Stamp.
        03  OA-Alert-Date       PIC 9(8).
        03  FILLER              PIC 9(7).
    02  OA-Message              PIC X(50).

FD  ProcessedOrdersFile.
01  ProcessedOrdersRec.
    02  Order-Number-POF        PIC X(7).
    02  Customer-Id-POF         PIC X(5).
    02  Book-Title-POF          PIC X(30).
    02  Qty-Required-POF        PIC 99.
    02  Title-Cost-POF          PIC 999V99.
    02  Title-Postage-POF       PIC 99V99.
    02  Currency-Code-POF       PIC X(3).
    02  Converted-Cost-POF      PIC 9(5)V99.
    02  Converted-Postage-POF   PIC 9(4)V99.
    02  Discount-POF            PIC 9(4)V99.
    02  Promo-Code-POF          PIC X(8).
    02  Tax-POF                 PIC 9(4)V99.
    02  Book-Id-POF             PIC X(5).
    02  Service-Class-POF       PIC X.

FD  BackorderFile.
01  BackorderRec.
    02  Book-Id-BOF             PIC X(5).
    02  Customer-Id-BOF         PIC X(5).
    02  Order-Number-BOF        PIC X(7).
    02  Shortfall-Qty-BOF       PIC 99.
    02  Backorder-Date-BOF      PIC 9(8).

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

FD  Loan-Master-File.
01  Loan-Master-Rec.
    02  LM-Loan-Id              PIC X(8).
    02  LM-Borrower             PIC X(25).
    02  LM-Principal            PIC 9(6)V99.
    02  LM-Int-Rate             PIC 9(2)V99.
    02  LM-Nbr-Pmts             PIC 9(3).
    02  LM-Balloon-Amt          PIC 9(6)V99.
    02  LM-Orig-Date            PIC 9(8).
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

FD  Run-Stats-File.
01  Run-Stats-Rec.
    02  RS-Program-Id           PIC X(10).
    02  RS-Start-Stamp          PIC 9(14).
    02  RS-Start-Stamp-R REDEFINES RS-Start-Stamp.
        03  RS-Start-Date       PIC 9(8).
        03  RS-Start-HH         PIC 99.
        03  RS-Start-MM         PIC 99.
        03  RS-Start-SS         PIC 99.
    02  RS-End-Stamp            PIC 9(14).
    02  RS-End-Stamp-R REDEFINES RS-End-Stamp.
        03  RS-End-Date         PIC 9(8).
        03  RS-End-HH           PIC 99.
        03  RS-End-MM           PIC 99.
        03  RS-End-SS           PIC 99.
    02  RS-Records-Read         PIC 9(7).
    02  RS-Records-Written      PIC 9(7).
    02  RS-Records-Rejected     PIC 9(7).
    02  RS-Completion-Status    PIC X(6).

*> One record per day.  Each measure carries its own availability
*> flag so that a source missing on the night stays N/A in history.
FD  KPI-History-File.
01  KPI-History-Rec.
    02  KH-KPI-Date             PIC 9(8).
    02  KH-Measure OCCURS 12 TIMES.
        03  KH-Available        PIC X.
        03  KH-Value            PIC 9(9)V99.
    02  KH-Batch-Outcome        PIC X(6).
    02  KH-Batch-Date           PIC 9(8).

FD  KPI-Report-File.
01  KPI-Line                    PIC X(100).

WORKING-STORAGE SECTION.
01  YTDStatus                   PIC XX.
01  AlertStatus                 PIC XX.
01  ProcessedStatus             PIC XX.
01  BackorderStatus             PIC XX.
01  AROpenStatus                PIC XX.
01  APOpenStatus                PIC XX.
01  LoanStatus                  PIC XX.
01  RunStatsStatus              PIC XX.
01  KPIHistStatus               PIC XX.

01  WS-EOF                      PIC X.
    88 End-Of-File              VALUE "Y".

*> Measure numbers - the order the dashboard prints them in.
01  M-Oil-Value                 PIC 99 VALUE 1.
01  M-Low-Stock                 PIC 99 VALUE 2.
01  M-Orders-Shipped            PIC 99 VALUE 3.
01  M-Backorders                PIC 99 VALUE 4.
01  M-Fill-Rate                 PIC 99 VALUE 5.
01  M-AR-Total                  PIC 99 VALUE 6.
01  M-DSO                       PIC 99 VALUE 7.
01  M-AP-Due                    PIC 99 VALUE 8.
01  M-Loans-Delinquent          PIC 99 VALUE 9.
01  M-Loan-Balance              PIC 99 VALUE 10.
01  M-Batch-Exceptions          PIC 99 VALUE 11.
01  M-Batch-Minutes             PIC 99 VALUE 12.
01  M-X                         PIC 99.

*> Name and kind of each measure: "A" prints with two decimals,
*> "C" is a whole count.
01  Measure-Names-Values.
    02  FILLER  PIC X(27) VALUE "OIL STOCK VALUE           A".
    02  FILLER  PIC X(27) VALUE "LOW-STOCK OILS            C".
    02  FILLER  PIC X(27) VALUE "BOOK ORDERS SHIPPED       C".
    02  FILLER  PIC X(27) VALUE "BACKORDERS OPEN           C".
    02  FILLER  PIC X(27) VALUE "FILL RATE %               A".
    02  FILLER  PIC X(27) VALUE "AR OUTSTANDING            A".
    02  FILLER  PIC X(27) VALUE "DAYS SALES OUTSTANDING    A".
    02  FILLER  PIC X(27) VALUE "AP DUE THIS WEEK          A".
    02  FILLER  PIC X(27) VALUE "LOANS DELINQUENT          C".
    02  FILLER  PIC X(27) VALUE "LOAN PORTFOLIO BALANCE    A".
    02  FILLER  PIC X(27) VALUE "BATCH EXCEPTIONS          C".
    02  FILLER  PIC X(27) VALUE "BATCH WINDOW MINUTES      C".
01  Measure-Names-Table REDEFINES Measure-Names-Values.
    02  MN-Entry OCCURS 12 TIMES.
        03  MN-Name             PIC X(26).
        03  MN-Kind             PIC X.
            88 MN-Count         VALUE "C".

*> Tonight's figures, the prior day's and the month-to-date base.
01  Today-KPI.
    02  TK-KPI-Date             PIC 9(8).
    02  TK-Measure OCCURS 12 TIMES.
        03  TK-Available        PIC X.
        03  TK-Value            PIC 9(9)V99.
    02  TK-Batch-Outcome        PIC X(6).
    02  TK-Batch-Date           PIC 9(8).
01  Prior-KPI.
    02  PK-KPI-Date             PIC 9(8).
    02  PK-Measure OCCURS 12 TIMES.
        03  PK-Available        PIC X.
        03  PK-Value            PIC 9(9)V99.
    02  PK-Batch-Outcome        PIC X(6).
    02  PK-Batch-Date           PIC 9(8).
01  Month-Base-KPI.
    02  BK-KPI-Date             PIC 9(8).
    02  BK-Measure OCCURS 12 TIMES.
        03  BK-Available        PIC X.
        03  BK-Value            PIC 9(9)V99.
    02  BK-Batch-Outcome        PIC X(6).
    02  BK-Batch-Date           PIC 9(8).
01  First-Of-Month-KPI.
    02  FK-KPI-Date             PIC 9(8).
    02  FK-Measure OCCURS 12 TIMES.
        03  FK-Available        PIC X.
        03  FK-Value            PIC 9(9)V99.
    02  FK-Batch-Outcome        PIC X(6).
    02  FK-Batch-Date           PIC 9(8).

01  WS-Today                    PIC 9(8).
01  WS-Today-R REDEFINES WS-Today.
    02  WS-Today-Year           PIC 9(4).
    02  WS-Today-Month          PIC 9(2).
    02  WS-Today-Day            PIC 9(2).
01  WS-Today-Integer            PIC 9(9).
01  WS-Month-Start              PIC 9(8).
01  WS-Month-Start-R REDEFINES WS-Month-Start.
    02  WS-Month-Start-YYYYMM   PIC 9(6).
    02  WS-Month-Start-Day      PIC 9(2).
01  WS-Already-Recorded         PIC X VALUE "N".
    88 Already-Recorded         VALUE "Y".

*> Oil.
01  WS-Oil-Run-Date             PIC 9(8) VALUE 0.
01  WS-Oil-Value                PIC 9(8)V99 VALUE 0.
01  WS-Low-Stock-Count          PIC 9(5) VALUE 0.

*> Books.
01  WS-Last-Order-Number        PIC X(7).
01  WS-Orders-Shipped           PIC 9(7) VALUE 0.
01  WS-Qty-Shipped              PIC 9(9) VALUE 0.
01  WS-Backorders-Open          PIC 9(7) VALUE 0.
01  WS-Qty-Short-Tonight        PIC 9(9) VALUE 0.
01  WS-Fill-Rate                PIC 9(3)V99 VALUE 0.

*> Finance.
01  WS-AR-Total                 PIC S9(9)V99 VALUE 0.
01  WS-Credit-Sales             PIC 9(9)V99 VALUE 0.
01  WS-Sales-From-Integer       PIC 9(9).
01  WS-DSO                      PIC 9(5)V99 VALUE 0.
01  WS-AP-Due                   PIC S9(9)V99 VALUE 0.
01  WS-AP-Week-End              PIC 9(8).

*> Loans.
01  WS-Loans-Delinquent         PIC 9(5) VALUE 0.
01  WS-Loan-Balance             PIC 9(9)V99 VALUE 0.
01  WS-Sched-Start              PIC 9(8).
01  WS-Sched-Start-R REDEFINES WS-Sched-Start.
    02  WS-Sched-Year           PIC 9(4).
    02  WS-Sched-Month          PIC 9(2).
    02  WS-Sched-Day            PIC 9(2).
01  WS-Sched-Pmts               PIC 9(3).
01  WS-Pmts-Posted              PIC 9(3).
01  WS-Pmts-Due                 PIC 9(3).
01  WS-Loan-Pmt-Nbr             PIC 9(3).
01  WS-Loan-Months              PIC 9(7).
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
01  WS-Loan-Done                PIC X.
    88 Loan-Done                VALUE "Y".

*> Batch window.
01  WS-Batch-Date               PIC 9(8) VALUE 0.
01  WS-Steps-Run                PIC 9(3) VALUE 0.
01  WS-Steps-Abnormal           PIC 9(3) VALUE 0.
01  WS-Steps-Missed             PIC 9(3) VALUE 0.
01  WS-Window-Start             PIC 9(12) VALUE 0.
01  WS-Window-End               PIC 9(12) VALUE 0.
01  WS-Start-Seconds            PIC 9(12).
01  WS-End-Seconds              PIC 9(12).
01  WS-Window-Minutes           PIC 9(7) VALUE 0.
01  Program-Table.
    02  PT-Entry OCCURS 20 TIMES.
        03  PT-Program-Id       PIC X(10).
        03  PT-Seen             PIC X.
01  PT-Count                    PIC 99 VALUE 0.
01  PT-X                        PIC 99.
01  WS-Slot                     PIC 99.

*> Dashboard working fields.
01  WS-Change                   PIC S9(9)V99.
01  WS-Amount-Edit              PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Count-Edit               PIC ZZZ,ZZZ,ZZ9.
01  WS-Change-Amount-Edit       PIC -ZZ,ZZZ,ZZ9.99.
01  WS-Change-Count-Edit        PIC -ZZ,ZZZ,ZZ9.
01  WS-Column-Text              PIC X(14).

01  KPI-Heading-1.
    02  FILLER                  PIC X(36) VALUE
        "DAILY MANAGEMENT KPI DASHBOARD FOR  ".
    02  KH1-KPI-Date            PIC 9(8).

01  KPI-Heading-2.
    02  FILLER                  PIC X(12) VALUE "PRIOR DAY:  ".
    02  KH2-Prior-Date          PIC X(8).
    02  FILLER                  PIC X(18) VALUE "     MONTH BASE:  ".
    02  KH2-Base-Date           PIC X(8).

01  KPI-Heading-3.
    02  FILLER                  PIC X(26) VALUE "MEASURE".
    02  FILLER                  PIC X(16) VALUE "           TODAY".
    02  FILLER                  PIC X(16) VALUE "       PRIOR DAY".
    02  FILLER                  PIC X(16) VALUE "      DAY CHANGE".
    02  FILLER                  PIC X(16) VALUE "      MTD CHANGE".

01  KPI-Detail.
    02  KD-Name                 PIC X(26).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  KD-Today                PIC X(14).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  KD-Prior                PIC X(14).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  KD-Day-Change           PIC X(14).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  KD-MTD-Change           PIC X(14).

01  KPI-Batch-Line.
    02  FILLER                  PIC X(22) VALUE "BATCH WINDOW OUTCOME: ".
    02  KB-Outcome              PIC X(6).
    02  FILLER                  PIC X(15) VALUE "   LEDGER DATE ".
    02  KB-Batch-Date           PIC X(8).
    02  FILLER                  PIC X(13) VALUE "   STEPS RUN ".
    02  KB-Steps-Run            PIC ZZ9.
    02  FILLER                  PIC X(12) VALUE "   ABNORMAL ".
    02  KB-Steps-Abnormal       PIC ZZ9.
    02  FILLER                  PIC X(10) VALUE "   MISSED ".
    02  KB-Steps-Missed         PIC ZZ9.

01  KPI-History-Line.
    02  KHL-Text                PIC X(40).
    02  KHL-Date                PIC 9(8).

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Today FROM DATE YYYYMMDD.
    COMPUTE WS-Today-Integer = FUNCTION INTEGER-OF-DATE(WS-Today).
    MOVE WS-Today TO WS-Month-Start.
    MOVE 1 TO WS-Month-Start-Day.
    INITIALIZE Today-KPI Prior-KPI Month-Base-KPI First-Of-Month-KPI.
    MOVE WS-Today TO TK-KPI-Date.
    PERFORM VARYING M-X FROM 1 BY 1 UNTIL M-X > 12
       MOVE "N" TO TK-Available(M-X)
    END-PERFORM.

    PERFORM Collect-Batch-Window.
    PERFORM Collect-Oil.
    PERFORM Collect-Books.
    PERFORM Collect-Receivables.
    PERFORM Collect-Payables.
    PERFORM Collect-Loans.

    PERFORM Read-KPI-History.
    IF Already-Recorded
       DISPLAY "DAILYKPI: KPIHIST.DAT ALREADY HOLDS " WS-Today
               " - NOT APPENDED AGAIN"
    ELSE
       OPEN EXTEND KPI-History-File
       WRITE KPI-History-Rec FROM Today-KPI
       CLOSE KPI-History-File
    END-IF.

    OPEN OUTPUT KPI-Report-File.
    PERFORM Print-Dashboard.
    CLOSE KPI-Report-File.
    DISPLAY "DAILYKPI: KPI DATE " WS-Today " BATCH " TK-Batch-Outcome.
    STOP RUN.

Collect-Batch-Window.
*>  Pass 1 finds the latest night on the ledger; pass 2 takes that
*>  night's steps and notes every program seen on any night.
    OPEN INPUT Run-Stats-File.
    IF RunStatsStatus NOT = "00"
       CLOSE Run-Stats-File
       EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL End-Of-File
       READ Run-Stats-File
          AT END SET End-Of-File TO TRUE
          NOT AT END
             IF RS-Start-Date > WS-Batch-Date
                MOVE RS-Start-Date TO WS-Batch-Date
             END-IF
       END-READ
    END-PERFORM.
    CLOSE Run-Stats-File.
    IF WS-Batch-Date = ZERO
       EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Run-Stats-File.
    MOVE "N" TO WS-EOF.
    PERFORM UNTIL End-Of-File
       READ Run-Stats-File
          AT END SET End-Of-File TO TRUE
          NOT AT END PERFORM Post-Run-Step
       END-READ
    END-PERFORM.
    CLOSE Run-Stats-File.

    PERFORM VARYING PT-X FROM 1 BY 1 UNTIL PT-X > PT-Count
       IF PT-Seen(PT-X) NOT = "Y"
          ADD 1 TO WS-Steps-Missed
       END-IF
    END-PERFORM.
    IF WS-Window-End > WS-Window-Start
       COMPUTE WS-Window-Minutes =
               (WS-Window-End - WS-Window-Start) / 60
    END-IF.
    EVALUATE TRUE
       WHEN WS-Steps-Abnormal > ZERO  MOVE "ABEND"  TO TK-Batch-Outcome
       WHEN WS-Steps-Missed > ZERO    MOVE "MISSED" TO TK-Batch-Outcome
       WHEN OTHER                     MOVE "NORMAL" TO TK-Batch-Outcome
    END-EVALUATE.
    MOVE WS-Batch-Date TO TK-Batch-Date.
    MOVE "Y" TO TK-Available(M-Batch-Exceptions)
                TK-Available(M-Batch-Minutes).
    COMPUTE TK-Value(M-Batch-Exceptions) =
            WS-Steps-Abnormal + WS-Steps-Missed.
    MOVE WS-Window-Minutes TO TK-Value(M-Batch-Minutes).

Post-Run-Step.
    MOVE ZERO TO WS-Slot.
    PERFORM VARYING PT-X FROM 1 BY 1
        UNTIL PT-X > PT-Count OR WS-Slot > ZERO
       IF PT-Program-Id(PT-X) = RS-Program-Id
          MOVE PT-X TO WS-Slot
       END-IF
    END-PERFORM.
    IF WS-Slot = ZERO AND PT-Count < 20
       ADD 1 TO PT-Count
       MOVE PT-Count TO WS-Slot
       MOVE RS-Program-Id TO PT-Program-Id(WS-Slot)
       MOVE "N" TO PT-Seen(WS-Slot)
    END-IF.
    IF RS-Start-Date = WS-Batch-Date
       ADD 1 TO WS-Steps-Run
       IF WS-Slot > ZERO
          MOVE "Y" TO PT-Seen(WS-Slot)
       END-IF
       IF RS-Completion-Status NOT = "NORMAL"
          ADD 1 TO WS-Steps-Abnormal
       END-IF
       COMPUTE WS-Start-Seconds =
               FUNCTION INTEGER-OF-DATE(RS-Start-Date) * 86400
               + (RS-Start-HH * 3600) + (RS-Start-MM * 60) + RS-Start-SS
       COMPUTE WS-End-Seconds =
               FUNCTION INTEGER-OF-DATE(RS-End-Date) * 86400
               + (RS-End-HH * 3600) + (RS-End-MM * 60) + RS-End-SS
       IF WS-Window-Start = ZERO OR WS-Start-Seconds < WS-Window-Start
          MOVE WS-Start-Seconds TO WS-Window-Start
       END-IF
       IF WS-End-Seconds > WS-Window-End
          MOVE WS-End-Seconds TO WS-Window-End
       END-IF
    END-IF.

Collect-Oil.
*>  AROMA96 closes each run's OILYTD.DAT entry with a TOTAL STOCK
*>  VALUE line; the latest one is the night's stock value.
    OPEN INPUT YTD-History-File.
    IF YTDStatus = "00"
       MOVE "N" TO WS-EOF
       PERFORM UNTIL End-Of-File
          READ YTD-History-File
             AT END SET End-Of-File TO TRUE
             NOT AT END
                IF YL-Caption = "TOTAL STOCK VALUE"
                   AND YL-Run-Date IS NUMERIC
                   AND YL-Run-Date NOT < WS-Oil-Run-Date
                   MOVE YL-Run-Date TO WS-Oil-Run-Date
                   MOVE YL-Total-Value TO WS-Oil-Value
                END-IF
          END-READ
       END-PERFORM
    END-IF.
    CLOSE YTD-History-File.
    IF WS-Oil-Run-Date = ZERO
       EXIT PARAGRAPH
    END-IF.

    OPEN INPUT Outbound-Alerts-File.
    IF AlertStatus = "00"
       MOVE "N" TO WS-EOF
       PERFORM UNTIL End-Of-File
          READ Outbound-Alerts-File
             AT END SET End-Of-File TO TRUE
             NOT AT END
                IF OA-Source-System = "AROMA96"
                   AND OA-Severity = "LOW-STOCK"
                   AND OA-Alert-Date = WS-Oil-Run-Date
                   ADD 1 TO WS-Low-Stock-Count
                END-IF
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Outbound-Alerts-File.
    MOVE "Y" TO TK-Available(M-Oil-Value) TK-Available(M-Low-Stock).
    MOVE WS-Oil-Value TO TK-Value(M-Oil-Value).
    MOVE WS-Low-Stock-Count TO TK-Value(M-Low-Stock).

Collect-Books.
*>  sfbymail writes an order's lines together, so a change of order
*>  number is one more order shipped.  Fill rate sets the night's
*>  shipped quantity against what was shipped plus what was put on
*>  backorder on the batch date.
    OPEN INPUT ProcessedOrdersFile.
    IF ProcessedStatus = "00"
       MOVE "Y" TO TK-Available(M-Orders-Shipped)
                   TK-Available(M-Fill-Rate)
       MOVE SPACES TO WS-Last-Order-Number
       MOVE "N" TO WS-EOF
       PERFORM UNTIL End-Of-File
          READ ProcessedOrdersFile
             AT END SET End-Of-File TO TRUE
             NOT AT END
                IF Order-Number-POF NOT = WS-Last-Order-Number
                   ADD 1 TO WS-Orders-Shipped
                   MOVE Order-Number-POF TO WS-Last-Order-Number
                END-IF
                ADD Qty-Required-POF TO WS-Qty-Shipped
          END-READ
       END-PERFORM
    END-IF.
    CLOSE ProcessedOrdersFile.

    IF WS-Batch-Date = ZERO
       MOVE WS-Today TO WS-Batch-Date
    END-IF.
    OPEN INPUT BackorderFile.
    IF BackorderStatus = "00"
       MOVE "Y" TO TK-Available(M-Backorders)
       MOVE "N" TO WS-EOF
       PERFORM UNTIL End-Of-File
          READ BackorderFile
             AT END SET End-Of-File TO TRUE
             NOT AT END
                ADD 1 TO WS-Backorders-Open
                IF Backorder-Date-BOF = WS-Batch-Date
                   ADD Shortfall-Qty-BOF TO WS-Qty-Short-Tonight
                END-IF
          END-READ
       END-PERFORM
    END-IF.
    CLOSE BackorderFile.

    IF WS-Qty-Shipped + WS-Qty-Short-Tonight > ZERO
       COMPUTE WS-Fill-Rate ROUNDED = WS-Qty-Shipped * 100
               / (WS-Qty-Shipped + WS-Qty-Short-Tonight)
    END-IF.
    MOVE WS-Orders-Shipped  TO TK-Value(M-Orders-Shipped).
    MOVE WS-Backorders-Open TO TK-Value(M-Backorders).
    MOVE WS-Fill-Rate       TO TK-Value(M-Fill-Rate).

Collect-Receivables.
*>  DSO is the open balance over the last 90 days' invoicing, times 90.
    OPEN INPUT AR-Open-Item-File.
    IF AROpenStatus = "00"
       MOVE "Y" TO TK-Available(M-AR-Total) TK-Available(M-DSO)
       COMPUTE WS-Sales-From-Integer = WS-Today-Integer - 89
       MOVE "N" TO WS-EOF
       PERFORM UNTIL End-Of-File
          READ AR-Open-Item-File NEXT RECORD
             AT END SET End-Of-File TO TRUE
             NOT AT END
                IF AR-Item-Open
                   COMPUTE WS-AR-Total = WS-AR-Total
                           + AR-Invoice-Amount - AR-Paid-Amount
                END-IF
                IF AR-Invoice-Date IS NUMERIC
                   AND AR-Invoice-Date NOT > WS-Today
                   AND FUNCTION INTEGER-OF-DATE(AR-Invoice-Date)
                       NOT < WS-Sales-From-Integer
                   ADD AR-Invoice-Amount TO WS-Credit-Sales
                END-IF
          END-READ
       END-PERFORM
       IF WS-AR-Total < ZERO
          MOVE ZERO TO WS-AR-Total
       END-IF
       IF WS-Credit-Sales > ZERO
          COMPUTE WS-DSO ROUNDED = WS-AR-Total * 90 / WS-Credit-Sales
       END-IF
       MOVE WS-AR-Total TO TK-Value(M-AR-Total)
       MOVE WS-DSO      TO TK-Value(M-DSO)
    END-IF.
    CLOSE AR-Open-Item-File.

Collect-Payables.
*>  Everything still owed on vouchers due by a week from today,
*>  including anything already overdue.
    OPEN INPUT AP-Open-Item-File.
    IF APOpenStatus = "00"
       MOVE "Y" TO TK-Available(M-AP-Due)
       COMPUTE WS-AP-Week-End =
               FUNCTION DATE-OF-INTEGER(WS-Today-Integer + 7)
       MOVE "N" TO WS-EOF
       PERFORM UNTIL End-Of-File
          READ AP-Open-Item-File NEXT RECORD
             AT END SET End-Of-File TO TRUE
             NOT AT END
                IF AP-Voucher-Open
                   AND AP-Due-Date NOT > WS-AP-Week-End
                   AND AP-Invoice-Amount > AP-Paid-Amount
                   COMPUTE WS-AP-Due = WS-AP-Due
                           + AP-Invoice-Amount - AP-Paid-Amount
                END-IF
          END-READ
       END-PERFORM
       MOVE WS-AP-Due TO TK-Value(M-AP-Due)
    END-IF.
    CLOSE AP-Open-Item-File.

Collect-Loans.
*>  As LOANDELQ counts it: payment N falls due N months after the
*>  schedule start (the modification date for a modified loan, with
*>  only the payments since counted), clamped to the month's last
*>  day, and a loan is delinquent when more are due than posted.
    OPEN INPUT Loan-Master-File.
    IF LoanStatus = "00"
       MOVE "Y" TO TK-Available(M-Loans-Delinquent)
                   TK-Available(M-Loan-Balance)
       MOVE "N" TO WS-EOF
       PERFORM UNTIL End-Of-File
          READ Loan-Master-File NEXT RECORD
             AT END SET End-Of-File TO TRUE
             NOT AT END
                IF LM-Loan-Active
                   ADD LM-Current-Balance TO WS-Loan-Balance
                   PERFORM Check-Loan-Delinquent
                END-IF
          END-READ
       END-PERFORM
       MOVE WS-Loans-Delinquent TO TK-Value(M-Loans-Delinquent)
       MOVE WS-Loan-Balance     TO TK-Value(M-Loan-Balance)
    END-IF.
    CLOSE Loan-Master-File.

Check-Loan-Delinquent.
    IF LM-Modified
       MOVE LM-Mod-Date TO WS-Sched-Start
       COMPUTE WS-Sched-Pmts = LM-Nbr-Pmts - LM-Mod-Pmts-Base
       MOVE ZERO TO WS-Pmts-Posted
       IF LM-Pmts-Posted > LM-Mod-Pmts-Base
          COMPUTE WS-Pmts-Posted = LM-Pmts-Posted - LM-Mod-Pmts-Base
       END-IF
    ELSE
       MOVE LM-Orig-Date   TO WS-Sched-Start
       MOVE LM-Nbr-Pmts    TO WS-Sched-Pmts
       MOVE LM-Pmts-Posted TO WS-Pmts-Posted
    END-IF.
    MOVE ZERO TO WS-Pmts-Due WS-Loan-Pmt-Nbr.
    MOVE "N" TO WS-Loan-Done.
    PERFORM UNTIL Loan-Done OR WS-Loan-Pmt-Nbr NOT < WS-Sched-Pmts
       ADD 1 TO WS-Loan-Pmt-Nbr
       COMPUTE WS-Loan-Months = WS-Sched-Year * 12
               + WS-Sched-Month - 1 + WS-Loan-Pmt-Nbr
       DIVIDE WS-Loan-Months BY 12 GIVING WS-Due-Year
              REMAINDER WS-Due-Month
       ADD 1 TO WS-Due-Month
       MOVE WS-Sched-Day TO WS-Due-Day
       IF WS-Sched-Day > 28
          PERFORM Clamp-Due-Day
       END-IF
       IF WS-Due-Date > WS-Today
          SET Loan-Done TO TRUE
       ELSE
          MOVE WS-Loan-Pmt-Nbr TO WS-Pmts-Due
       END-IF
    END-PERFORM.
    IF WS-Pmts-Due > WS-Pmts-Posted
       ADD 1 TO WS-Loans-Delinquent
    END-IF.

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

Read-KPI-History.
*>  Prior day is the latest record before today.  The month base is
*>  the latest record before the 1st, else the month's earliest.
    OPEN INPUT KPI-History-File.
    IF KPIHistStatus = "00"
       MOVE "N" TO WS-EOF
       PERFORM UNTIL End-Of-File
          READ KPI-History-File
             AT END SET End-Of-File TO TRUE
             NOT AT END PERFORM Place-History-Record
          END-READ
       END-PERFORM
    END-IF.
    CLOSE KPI-History-File.
    IF BK-KPI-Date = ZERO
       MOVE First-Of-Month-KPI TO Month-Base-KPI
    END-IF.

Place-History-Record.
    EVALUATE TRUE
       WHEN KH-KPI-Date = WS-Today
          SET Already-Recorded TO TRUE
       WHEN KH-KPI-Date > WS-Today
          CONTINUE
       WHEN OTHER
          IF KH-KPI-Date > PK-KPI-Date
             MOVE KPI-History-Rec TO Prior-KPI
          END-IF
          IF KH-KPI-Date < WS-Month-Start
             IF KH-KPI-Date > BK-KPI-Date
                MOVE KPI-History-Rec TO Month-Base-KPI
             END-IF
          ELSE
             IF FK-KPI-Date = ZERO OR KH-KPI-Date < FK-KPI-Date
                MOVE KPI-History-Rec TO First-Of-Month-KPI
             END-IF
          END-IF
    END-EVALUATE.

Print-Dashboard.
    MOVE WS-Today TO KH1-KPI-Date.
    WRITE KPI-Line FROM KPI-Heading-1.
    MOVE "NONE" TO KH2-Prior-Date KH2-Base-Date.
    IF PK-KPI-Date > ZERO
       MOVE PK-KPI-Date TO KH2-Prior-Date
    END-IF.
    IF BK-KPI-Date > ZERO
       MOVE BK-KPI-Date TO KH2-Base-Date
    END-IF.
    WRITE KPI-Line FROM KPI-Heading-2.
    MOVE SPACES TO KPI-Line.
    WRITE KPI-Line.
    WRITE KPI-Line FROM KPI-Heading-3.
    PERFORM Print-Measure VARYING M-X FROM 1 BY 1 UNTIL M-X > 12.

    MOVE SPACES TO KPI-Line.
    WRITE KPI-Line.
    IF TK-Batch-Date = ZERO
       MOVE "N/A" TO KB-Outcome
       MOVE "NONE" TO KB-Batch-Date
    ELSE
       MOVE TK-Batch-Outcome TO KB-Outcome
       MOVE TK-Batch-Date TO KB-Batch-Date
    END-IF.
    MOVE WS-Steps-Run      TO KB-Steps-Run.
    MOVE WS-Steps-Abnormal TO KB-Steps-Abnormal.
    MOVE WS-Steps-Missed   TO KB-Steps-Missed.
    WRITE KPI-Line FROM KPI-Batch-Line.

    IF Already-Recorded
       MOVE "KPI HISTORY ALREADY HELD - NOT APPENDED:" TO KHL-Text
    ELSE
       MOVE "KPI HISTORY RECORD APPENDED FOR:" TO KHL-Text
    END-IF.
    MOVE WS-Today TO KHL-Date.
    WRITE KPI-Line FROM KPI-History-Line.

Print-Measure.
    MOVE SPACES TO KPI-Detail.
    MOVE MN-Name(M-X) TO KD-Name.
    IF TK-Available(M-X) = "Y"
       MOVE TK-Value(M-X) TO WS-Change
       PERFORM Edit-Value
       MOVE WS-Column-Text TO KD-Today
    ELSE
       MOVE "           N/A" TO KD-Today
    END-IF.
    IF PK-KPI-Date > ZERO AND PK-Available(M-X) = "Y"
       MOVE PK-Value(M-X) TO WS-Change
       PERFORM Edit-Value
       MOVE WS-Column-Text TO KD-Prior
    ELSE
       MOVE "           N/A" TO KD-Prior
    END-IF.
    IF TK-Available(M-X) = "Y" AND PK-KPI-Date > ZERO
       AND PK-Available(M-X) = "Y"
       COMPUTE WS-Change = TK-Value(M-X) - PK-Value(M-X)
       PERFORM Edit-Change
       MOVE WS-Column-Text TO KD-Day-Change
    ELSE
       MOVE "           N/A" TO KD-Day-Change
    END-IF.
    IF TK-Available(M-X) = "Y" AND BK-KPI-Date > ZERO
       AND BK-Available(M-X) = "Y"
       COMPUTE WS-Change = TK-Value(M-X) - BK-Value(M-X)
       PERFORM Edit-Change
       MOVE WS-Column-Text TO KD-MTD-Change
    ELSE
       MOVE "           N/A" TO KD-MTD-Change
    END-IF.
    WRITE KPI-Line FROM KPI-Detail.

Edit-Value.
*>  Counts print without decimals, units lined up under the amounts.
    IF MN-Count(M-X)
       MOVE WS-Change TO WS-Count-Edit
       MOVE SPACES TO WS-Column-Text
       MOVE WS-Count-Edit TO WS-Column-Text(1:11)
    ELSE
       MOVE WS-Change TO WS-Amount-Edit
       MOVE WS-Amount-Edit TO WS-Column-Text
    END-IF.

Edit-Change.
    IF MN-Count(M-X)
       MOVE WS-Change TO WS-Change-Count-Edit
       MOVE SPACES TO WS-Column-Text
       MOVE WS-Change-Count-Edit TO WS-Column-Text(1:11)
    ELSE
       MOVE WS-Change TO WS-Change-Amount-Edit
       MOVE WS-Change-Amount-Edit TO WS-Column-Text
    END-IF.
