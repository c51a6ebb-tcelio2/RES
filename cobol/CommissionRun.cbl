      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  CommissionRun.
AUTHOR.  Michael Coughlan.
*> Monthly sales rep commission run.  Commission is earned on
*> collected sales: every AROPEN.DAT item the customer has paid in
*> full (status "P" - an item ARWriteOff closed as "W" earns nothing,
*> and an open item waits until it is paid) that no earlier approved
*> run has commissioned is credited to the customer's rep at its
*> invoice amount less tax.  The rep is CU-Sales-Rep on the customer
*> master, or when that is blank the rep for the customer's country
*> on TERRITRY.DAT.  The product line is oil for an item keyed O plus
*> the oil order number (as OilInvoice posts it), books otherwise.
*> Credit memos are netted off in the run that first sees them,
*> whether or not the sale they reverse has been commissioned yet:
*>   books - each memo on Returns' CREDMEMO.DAT at its goods and
*>           postage credit;
*>   oil   - each return on OilReturns' history OILRTN.DAT, whose
*>           credit includes tax, at the share of it the item's
*>           invoice amount less tax bears.
*> For each rep and line the month's net volume (sales less credits)
*> picks the rate of the highest tier of the rep's plan on
*> COMMPLAN.DAT it reaches, and the commission is the net volume at
*> that rate - a month whose credits exceed its sales claws back at
*> the plan's first tier.  The commission plus whatever the rep has
*> carried forward on SALESREP.DAT is due: it goes to payroll when
*> positive and the rep has a payroll number (up to the largest
*> amount a KPAYIN.DAT line holds), and anything not paid - a
*> clawback, an amount held for want of a payroll number, or the
*> excess - is carried forward to next month.  A sale or credit whose
*> customer has no active rep earns nothing and is listed at the end
*> of the run so it can be assigned; it is picked up in the first run
*> after it is.
*> Control card COMMRUN.CTL:
*>   col  1-6    commission month YYYYMM (zero = the month before the
*>               run date); only items invoiced in or before it count
*>   col  7      A to approve the month, anything else is a proof run
*>   col  8-15   approver (required to approve)
*>   col 16-23   earliest invoice/return date YYYYMMDD counted (zero =
*>               all) - set for the first run so older sales, paid
*>               before commission was run here, are not paid again
*> One statement per rep prints on COMMSTMT.RPT.  A proof run changes
*> nothing.  An approved run records what it commissioned on
*> COMMORD.DAT and COMMCRED.DAT so nothing is paid twice, updates the
*> reps' carry-forward, writes the payroll extract COMMPAY.DAT
*> (header, one line per rep paid, trailer with count and total) that
*> KPAYCOMM loads into KPAYIN.DAT as other-amount lines, and logs the
*> month on COMMHIST.DAT; a month already approved is refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL Commission-Control-File ASSIGN TO "COMMRUN.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ControlStatus.

    SELECT Sales-Rep-File ASSIGN TO "SALESREP.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SR-Rep-Id
        FILE STATUS IS RepStatus.

    SELECT OPTIONAL Territory-File ASSIGN TO "TERRITRY.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TE-Country-Code
        FILE STATUS IS TerritoryStatus.

    SELECT Commission-Plan-File ASSIGN TO "COMMPLAN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CPL-Key
        FILE STATUS IS PlanStatus.

    SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CU-Customer-Id
        FILE STATUS IS CustomerStatus.

    SELECT AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-Order-Number
        ALTERNATE RECORD KEY IS AR-Customer-Id
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT OPTIONAL Commissioned-Order-File ASSIGN TO "COMMORD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CO-Order-Number
        FILE STATUS IS CommOrdStatus.

    SELECT OPTIONAL Commissioned-Credit-File ASSIGN TO "COMMCRED.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CC-Credit-Key
        FILE STATUS IS CommCredStatus.

    SELECT OPTIONAL Credit-Memo-File ASSIGN TO "CREDMEMO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CreditMemoStatus.

    SELECT OPTIONAL Return-History-File ASSIGN TO "OILRTN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReturnStatus.

    SELECT OPTIONAL Commission-History-File ASSIGN TO "COMMHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistoryStatus.

    SELECT Commission-Pay-File ASSIGN TO "COMMPAY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Statement-Report-File ASSIGN TO "COMMSTMT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  Commission-Control-File.
01  Commission-Control-Rec.
    02  CTL-Month               PIC 9(6).
    02  CTL-Mode                PIC X.
        88 CTL-Approve          VALUE "A".
    02  CTL-Approver            PIC X(8).
    02  CTL-Earliest-Date       PIC 9(8).

FD  Sales-Rep-File.
01  SR-Rec.
    02  SR-Rep-Id               PIC X(4).
    02  SR-Name                 PIC X(25).
    02  SR-Co-No                PIC XX.
    02  SR-Emp-No               PIC X(6).
    02  SR-Plan-Code            PIC XX.
    02  SR-Status               PIC X.
        88 SR-Active            VALUE "A".
    02  SR-Carry-Forward        PIC S9(7)V99.

FD  Territory-File.
01  TE-Rec.
    02  TE-Country-Code         PIC XX.
    02  TE-Rep-Id               PIC X(4).

FD  Commission-Plan-File.
01  CPL-Rec.
    02  CPL-Key.
        03  CPL-Plan-Code       PIC XX.
        03  CPL-Product-Line    PIC X.
        03  CPL-Volume-From     PIC 9(7).
    02  CPL-Rate-Pct            PIC 99V99.

FD  Customer-File.
01  CU-Rec.
    02  CU-Customer-Id          PIC X(5).
    02  CU-Name                 PIC X(25).
    02  CU-Addr-Line-1          PIC X(20).
    02  CU-Addr-Line-2          PIC X(20).
    02  CU-City                 PIC X(15).
    02  CU-Country-Code         PIC XX.
    02  CU-Credit-Limit         PIC 9(6)V99.
    02  CU-Sales-Rep            PIC X(4).
    02  CU-Acct-Status          PIC X.
        88 CU-Inactive          VALUE "I".
    02  CU-Merged-Into          PIC X(5).

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

FD  Commissioned-Order-File.
01  CO-Rec.
    02  CO-Order-Number         PIC X(7).
    02  CO-Month                PIC 9(6).
    02  CO-Rep-Id               PIC X(4).
    02  CO-Amount               PIC 9(7)V99.

*> A book memo is known by order, book, reason and quantity; an oil
*> return by its return authorisation number.
FD  Commissioned-Credit-File.
01  CC-Rec.
    02  CC-Credit-Key           PIC X(16).
    02  CC-Month                PIC 9(6).
    02  CC-Rep-Id               PIC X(4).
    02  CC-Amount               PIC 9(7)V99.

FD  Credit-Memo-File.
01  Credit-Memo-Rec.
    88 EndOfCreditMemos         VALUE HIGH-VALUES.
    02  CM-Order-Number         PIC X(7).
    02  CM-Customer-Id          PIC X(5).
    02  CM-Book-Id              PIC X(5).
    02  CM-Qty                  PIC 99.
    02  CM-Goods-Credit         PIC 999V99.
    02  CM-Postage-Credit       PIC 99V99.
    02  CM-Reason-Code          PIC XX.

FD  Return-History-File.
01  Return-History-Rec.
    88 EndOfReturnHistory       VALUE HIGH-VALUES.
    02  RH-RA-Number            PIC 9(5).
    02  RH-Return-Date          PIC 9(8).
    02  RH-Customer-Id          PIC X(5).
    02  RH-Order-Number         PIC 9(7).
    02  RH-Oil-Num              PIC 9(4).
    02  RH-Qty                  PIC 9(5).
    02  RH-Reason               PIC XX.
    02  RH-Lot-Number           PIC X(6).
    02  RH-Credit-Amount        PIC 9(6)V99.

FD  Commission-History-File.
01  Commission-History-Rec.
    88 EndOfHistory             VALUE HIGH-VALUES.
    02  CH-Month                PIC 9(6).
    02  CH-Run-Date             PIC 9(8).
    02  CH-Approver             PIC X(8).
    02  CH-Reps-Paid            PIC 9(5).
    02  CH-Total-Paid           PIC 9(9)V99.

FD  Commission-Pay-File.
01  Pay-Header-Rec.
    02  PH-Type                 PIC X.
    02  PH-Month                PIC 9(6).
    02  PH-Run-Date             PIC 9(8).
    02  PH-Approver             PIC X(8).
    02  FILLER                  PIC X(22).
01  Pay-Detail-Rec.
    02  PD-Type                 PIC X.
    02  PD-Rep-Id               PIC X(4).
    02  PD-Co-No                PIC XX.
    02  PD-Emp-No               PIC X(6).
    02  PD-Name                 PIC X(25).
    02  PD-Amount               PIC 9(5)V99.
01  Pay-Trailer-Rec.
    02  PT-Type                 PIC X.
    02  PT-Count                PIC 9(5).
    02  PT-Total                PIC 9(9)V99.
    02  FILLER                  PIC X(28).

FD  Statement-Report-File.
01  Statement-Line              PIC X(80).

WORKING-STORAGE SECTION.
01  Status-Codes.
    02  ControlStatus           PIC XX.
    02  RepStatus               PIC XX.
        88 Rep-Found            VALUE "00".
    02  TerritoryStatus         PIC XX.
        88 Territory-Found      VALUE "00".
    02  PlanStatus              PIC XX.
    02  CustomerStatus          PIC XX.
        88 Customer-Found       VALUE "00".
    02  AROpenStatus            PIC XX.
        88 AR-Rec-Found         VALUE "00".
    02  CommOrdStatus           PIC XX.
        88 Order-Commissioned   VALUE "00".
    02  CommCredStatus          PIC XX.
        88 Credit-Netted        VALUE "00".
    02  CreditMemoStatus        PIC XX.
    02  ReturnStatus            PIC XX.
    02  HistoryStatus           PIC XX.

01  WS-Run-Date                 PIC 9(8).
01  WS-Run-Date-R REDEFINES WS-Run-Date.
    02  WS-Run-YYYY             PIC 9(4).
    02  WS-Run-MM               PIC 99.
    02  WS-Run-DD               PIC 99.
01  WS-Month                    PIC 9(6).
01  WS-Month-R REDEFINES WS-Month.
    02  WS-Month-YYYY           PIC 9(4).
    02  WS-Month-MM             PIC 99.
01  WS-Month-End                PIC 9(8).
01  WS-Earliest-Date            PIC 9(8) VALUE ZERO.
01  WS-Approver                 PIC X(8) VALUE SPACES.
01  WS-Mode                     PIC X VALUE "P".
    88 Approve-Run              VALUE "A".
    88 Proof-Run                VALUE "P".

01  WS-EOF-AR                   PIC X VALUE "N".
    88 End-Of-AR                VALUE "Y".
01  WS-Refused                  PIC X VALUE "N".
    88 Run-Refused              VALUE "Y".

*> The largest other amount a KPAYIN.DAT pay line holds.
01  WS-Pay-Limit                PIC 9(5)V99 VALUE 99999.99.

01  WS-Work-Customer            PIC X(5).
01  WS-Work-Rep                 PIC X(4).
01  WS-Rep-Slot                 PIC 9(3).
01  WS-Line-X                   PIC 9.
01  WS-Base-Amount              PIC S9(7)V99.
01  WS-Credit-Amount            PIC 9(7)V99.
01  WS-Credit-Order             PIC X(7).
01  WS-Credit-Date              PIC 9(8).
01  WS-Credit-Key               PIC X(16).
01  WS-Book-Credit-Key REDEFINES WS-Credit-Key.
    02  WS-BK-Order             PIC X(7).
    02  WS-BK-Book              PIC X(5).
    02  WS-BK-Reason            PIC XX.
    02  WS-BK-Qty               PIC 99.
01  WS-Oil-Credit-Key REDEFINES WS-Credit-Key.
    02  WS-OK-Prefix            PIC X(6).
    02  WS-OK-RA-Number         PIC 9(5).
    02  FILLER                  PIC X(5).

*> The open-item reference for an oil order, as OilInvoice keys it.
01  WS-AR-Reference.
    02  FILLER                  PIC X    VALUE "O".
    02  WS-AR-Ref-Order         PIC 9(6).

01  WS-Volume                   PIC S9(9)V99.
01  WS-Rate                     PIC 99V99.
01  WS-Due                      PIC S9(9)V99.

01  WS-Statements               PIC 9(5) VALUE 0.
01  WS-Reps-Paid                PIC 9(5) VALUE 0.
01  WS-Total-Paid               PIC 9(9)V99 VALUE 0.
01  WS-Total-Commission         PIC S9(9)V99 VALUE 0.
01  WS-Unassigned-Count         PIC 9(5) VALUE 0.
01  WS-Unassigned-Sales         PIC 9(9)V99 VALUE 0.
01  WS-Unassigned-Credit-Count  PIC 9(5) VALUE 0.
01  WS-Unassigned-Credits       PIC 9(9)V99 VALUE 0.
01  WS-Skipped-Count            PIC 9(5) VALUE 0.

01  Rep-Table.
    02  Rep-Count               PIC 9(3) VALUE 0.
    02  Rep-Entry OCCURS 200 TIMES INDEXED BY Rep-X.
        03  RT-Rep-Id           PIC X(4).
        03  RT-Name             PIC X(25).
        03  RT-Co-No            PIC XX.
        03  RT-Emp-No           PIC X(6).
        03  RT-Plan-Code        PIC XX.
        03  RT-Status           PIC X.
            88 RT-Active        VALUE "A".
        03  RT-Carry-Forward    PIC S9(7)V99.
        03  RT-Items            PIC 9(5).
        03  RT-Line OCCURS 2 TIMES.
            04  RT-Sales        PIC 9(9)V99.
            04  RT-Credits      PIC 9(9)V99.
            04  RT-Net          PIC S9(9)V99.
            04  RT-Rate         PIC 99V99.
            04  RT-Commission   PIC S9(7)V99.
        03  RT-Month-Commission PIC S9(7)V99.
        03  RT-Due              PIC S9(7)V99.
        03  RT-Pay              PIC 9(7)V99.
        03  RT-New-Carry        PIC S9(7)V99.

01  Plan-Table.
    02  Plan-Count              PIC 9(3) VALUE 0.
    02  Plan-Entry OCCURS 300 TIMES INDEXED BY Plan-X.
        03  PL-Plan-Code        PIC XX.
        03  PL-Product-Line     PIC X.
        03  PL-Volume-From      PIC 9(7).
        03  PL-Rate-Pct         PIC 99V99.

*> Every sale and credit the run found, in the order found.  Slot
*> zero is a customer with no active rep.
01  Detail-Table.
    02  Detail-Count            PIC 9(5) VALUE 0.
    02  Detail-Entry OCCURS 5000 TIMES INDEXED BY Detail-X.
        03  DT-Rep-Slot         PIC 9(3).
        03  DT-Kind             PIC X.
            88 DT-Sale          VALUE "S".
            88 DT-Credit        VALUE "C".
        03  DT-Line-X           PIC 9.
        03  DT-Order-Number     PIC X(7).
        03  DT-Customer-Id      PIC X(5).
        03  DT-Date             PIC 9(8).
        03  DT-Amount           PIC 9(7)V99.
        03  DT-Credit-Key       PIC X(16).
        03  DT-Note             PIC X(20).

01  Line-Names-Values.
    02  FILLER                  PIC X(5) VALUE "BOOKS".
    02  FILLER                  PIC X(5) VALUE "OIL  ".
01  Line-Names REDEFINES Line-Names-Values.
    02  Line-Name               PIC X(5) OCCURS 2 TIMES.
01  Line-Codes-Values           PIC XX VALUE "BO".
01  Line-Codes REDEFINES Line-Codes-Values.
    02  Line-Code               PIC X OCCURS 2 TIMES.

01  Rule-Line                   PIC X(78) VALUE ALL "=".

01  Stmt-Heading-1.
    02  FILLER                  PIC X(28) VALUE
        "SALES COMMISSION STATEMENT  ".
    02  FILLER                  PIC X(6)  VALUE "MONTH ".
    02  SH-Month                PIC 9(6).
    02  FILLER                  PIC X(6)  VALUE "  RUN ".
    02  SH-Run-Date             PIC 9(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  SH-Mode                 PIC X(22).

01  Stmt-Heading-2.
    02  FILLER                  PIC X(5)  VALUE "REP: ".
    02  SH-Rep-Id               PIC X(4).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  SH-Rep-Name             PIC X(25).
    02  FILLER                  PIC X(8)  VALUE "  PLAN: ".
    02  SH-Plan-Code            PIC XX.
    02  FILLER                  PIC X(11) VALUE "  PAYROLL: ".
    02  SH-Payroll              PIC X(9).

01  Stmt-Heading-3.
    02  FILLER                  PIC X(54) VALUE
        "  ORDER    CUST   LINE   DATE            AMOUNT   NOTE".

01  Stmt-Detail.
    02  FILLER                  PIC XX    VALUE SPACES.
    02  SD-Order-Number         PIC X(7).
    02  FILLER                  PIC XX    VALUE SPACES.
    02  SD-Customer-Id          PIC X(5).
    02  FILLER                  PIC XX    VALUE SPACES.
    02  SD-Line                 PIC X(5).
    02  FILLER                  PIC XX    VALUE SPACES.
    02  SD-Date                 PIC 9(8).
    02  FILLER                  PIC XX    VALUE SPACES.
    02  SD-Amount               PIC Z,ZZZ,ZZ9.99-.
    02  FILLER                  PIC XX    VALUE SPACES.
    02  SD-Note                 PIC X(20).

01  Stmt-Line-Heading.
    02  FILLER                  PIC X(72) VALUE
        "  LINE          SALES       CREDITS           NET   RATE%     COMMISSION".

01  Stmt-Line-Total.
    02  FILLER                  PIC XX    VALUE SPACES.
    02  SL-Line                 PIC X(5).
    02  SL-Sales                PIC ZZZ,ZZZ,ZZ9.99.
    02  SL-Credits              PIC ZZZ,ZZZ,ZZ9.99.
    02  SL-Net                  PIC ZZZ,ZZZ,ZZ9.99-.
    02  FILLER                  PIC XX    VALUE SPACES.
    02  SL-Rate                 PIC Z9.99.
    02  SL-Commission           PIC ZZZZ,ZZZ,ZZ9.99-.

01  Stmt-Amount-Line.
    02  FILLER                  PIC XX    VALUE SPACES.
    02  SA-Caption              PIC X(40).
    02  FILLER                  PIC X(13) VALUE SPACES.
    02  SA-Amount               PIC ZZZZ,ZZZ,ZZ9.99-.

01  Summary-Line.
    02  SM-Caption              PIC X(40).
    02  SM-Count                PIC ZZZ,ZZ9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  SM-Amount               PIC ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM Read-Commission-Control.
    IF Approve-Run
       PERFORM Check-Month-Not-Approved
       IF Run-Refused
          STOP RUN WITH ERROR STATUS 16
       END-IF
    END-IF.

    PERFORM Load-Reps.
    PERFORM Load-Plans.

    OPEN INPUT Customer-File.
    IF CustomerStatus NOT = "00"
       DISPLAY "COMMISSIONRUN: CANNOT OPEN CUSTOMER.DAT FS = "
               CustomerStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN INPUT Territory-File.
    OPEN INPUT AR-Open-Item-File.
    IF AROpenStatus NOT = "00"
       DISPLAY "COMMISSIONRUN: CANNOT OPEN AROPEN.DAT FS = "
               AROpenStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN INPUT Commissioned-Order-File.
    OPEN INPUT Commissioned-Credit-File.

    MOVE LOW-VALUES TO AR-Order-Number.
    START AR-Open-Item-File
        KEY IS GREATER THAN AR-Order-Number
        INVALID KEY SET End-Of-AR TO TRUE
    END-START.
    PERFORM Take-One-AR-Item UNTIL End-Of-AR.
    PERFORM Take-Book-Credit-Memos.
    PERFORM Take-Oil-Returns.

    CLOSE Customer-File.
    CLOSE Territory-File.
    CLOSE AR-Open-Item-File.
    CLOSE Commissioned-Order-File.
    CLOSE Commissioned-Credit-File.

    PERFORM Work-Out-Commission
        VARYING Rep-X FROM 1 BY 1 UNTIL Rep-X > Rep-Count.

    OPEN OUTPUT Statement-Report-File.
    PERFORM Print-Rep-Statement
        VARYING Rep-X FROM 1 BY 1 UNTIL Rep-X > Rep-Count.
    PERFORM Print-Unassigned.
    PERFORM Print-Run-Summary.
    CLOSE Statement-Report-File.

    IF Approve-Run
       PERFORM Record-Approved-Month
    END-IF.

    DISPLAY "COMMISSIONRUN: MONTH " WS-Month " " WS-Statements
            " STATEMENTS, " WS-Reps-Paid " REPS PAID, "
            WS-Unassigned-Count " UNASSIGNED".
    IF Proof-Run
       DISPLAY "COMMISSIONRUN: PROOF RUN - NOTHING SENT TO PAYROLL"
    END-IF.
    IF WS-Skipped-Count > ZERO
       DISPLAY "COMMISSIONRUN: DETAIL TABLE FULL - " WS-Skipped-Count
               " ITEMS LEFT FOR THE NEXT RUN"
    END-IF.
    STOP RUN.

Read-Commission-Control.
*>  The month defaults to the one before the run date.
    IF WS-Run-MM = 1
       COMPUTE WS-Month-YYYY = WS-Run-YYYY - 1
       MOVE 12 TO WS-Month-MM
    ELSE
       MOVE WS-Run-YYYY TO WS-Month-YYYY
       COMPUTE WS-Month-MM = WS-Run-MM - 1
    END-IF.
    OPEN INPUT Commission-Control-File.
    IF ControlStatus = "00"
       READ Commission-Control-File
           AT END CONTINUE
           NOT AT END
              IF CTL-Month IS NUMERIC AND CTL-Month NOT = ZERO
                 MOVE CTL-Month TO WS-Month
              END-IF
              IF CTL-Approve
                 MOVE "A" TO WS-Mode
                 MOVE CTL-Approver TO WS-Approver
              END-IF
              IF CTL-Earliest-Date IS NUMERIC
                 MOVE CTL-Earliest-Date TO WS-Earliest-Date
              END-IF
       END-READ
       CLOSE Commission-Control-File
    END-IF.
    IF WS-Month-MM < 1 OR WS-Month-MM > 12
       DISPLAY "COMMISSIONRUN: COMMRUN.CTL MONTH " WS-Month
               " IS NOT A MONTH - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    IF Approve-Run AND WS-Approver = SPACES
       DISPLAY "COMMISSIONRUN: NO APPROVER ON COMMRUN.CTL - "
               "RUN AS A PROOF"
       MOVE "P" TO WS-Mode
    END-IF.
    COMPUTE WS-Month-End = WS-Month * 100 + 31.

Check-Month-Not-Approved.
    OPEN INPUT Commission-History-File.
    IF HistoryStatus = "00"
       READ Commission-History-File
           AT END SET EndOfHistory TO TRUE
       END-READ
       PERFORM UNTIL EndOfHistory
          IF CH-Month = WS-Month
             DISPLAY "COMMISSIONRUN: MONTH " WS-Month
                     " WAS APPROVED ON " CH-Run-Date " BY "
                     CH-Approver " - NOT APPROVED AGAIN"
             SET Run-Refused TO TRUE
          END-IF
          READ Commission-History-File
              AT END SET EndOfHistory TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Commission-History-File.

Load-Reps.
    OPEN INPUT Sales-Rep-File.
    IF RepStatus NOT = "00"
       DISPLAY "COMMISSIONRUN: CANNOT OPEN SALESREP.DAT FS = "
               RepStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    MOVE LOW-VALUES TO SR-Rep-Id.
    START Sales-Rep-File
        KEY IS GREATER THAN SR-Rep-Id
        INVALID KEY MOVE "10" TO RepStatus
    END-START.
    PERFORM UNTIL RepStatus NOT = "00"
       READ Sales-Rep-File NEXT RECORD
           AT END MOVE "10" TO RepStatus
       END-READ
       IF RepStatus = "00"
          IF Rep-Count < 200
             ADD 1 TO Rep-Count
             SET Rep-X TO Rep-Count
             INITIALIZE Rep-Entry(Rep-X)
             MOVE SR-Rep-Id        TO RT-Rep-Id(Rep-X)
             MOVE SR-Name          TO RT-Name(Rep-X)
             MOVE SR-Co-No         TO RT-Co-No(Rep-X)
             MOVE SR-Emp-No        TO RT-Emp-No(Rep-X)
             MOVE SR-Plan-Code     TO RT-Plan-Code(Rep-X)
             MOVE SR-Status        TO RT-Status(Rep-X)
             MOVE SR-Carry-Forward TO RT-Carry-Forward(Rep-X)
          ELSE
             DISPLAY "COMMISSIONRUN: OVER 200 REPS - " SR-Rep-Id
                     " NOT LOADED"
          END-IF
       END-IF
    END-PERFORM.
    CLOSE Sales-Rep-File.

Load-Plans.
*>  Read in key order, so each plan's tiers for a line are held in
*>  ascending volume.
    OPEN INPUT Commission-Plan-File.
    IF PlanStatus NOT = "00"
       DISPLAY "COMMISSIONRUN: CANNOT OPEN COMMPLAN.DAT FS = "
               PlanStatus " - RUN ABORTED"
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    PERFORM UNTIL PlanStatus NOT = "00"
       READ Commission-Plan-File NEXT RECORD
           AT END MOVE "10" TO PlanStatus
       END-READ
       IF PlanStatus = "00" AND Plan-Count < 300
          ADD 1 TO Plan-Count
          SET Plan-X TO Plan-Count
          MOVE CPL-Plan-Code    TO PL-Plan-Code(Plan-X)
          MOVE CPL-Product-Line TO PL-Product-Line(Plan-X)
          MOVE CPL-Volume-From  TO PL-Volume-From(Plan-X)
          MOVE CPL-Rate-Pct     TO PL-Rate-Pct(Plan-X)
       END-IF
    END-PERFORM.
    CLOSE Commission-Plan-File.

Take-One-AR-Item.
    READ AR-Open-Item-File NEXT RECORD
        AT END SET End-Of-AR TO TRUE
    END-READ.
    IF End-Of-AR
       EXIT PARAGRAPH
    END-IF.
    IF NOT AR-Item-Paid
       OR AR-Invoice-Date > WS-Month-End
       OR AR-Invoice-Date < WS-Earliest-Date
       EXIT PARAGRAPH
    END-IF.
    MOVE AR-Order-Number TO CO-Order-Number.
    READ Commissioned-Order-File
        INVALID KEY CONTINUE
    END-READ.
    IF Order-Commissioned
       EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Base-Amount = AR-Invoice-Amount - AR-Tax-Amount.
    IF WS-Base-Amount NOT > ZERO
       EXIT PARAGRAPH
    END-IF.
    IF AR-Order-Number(1:1) = "O"
       MOVE 2 TO WS-Line-X
    ELSE
       MOVE 1 TO WS-Line-X
    END-IF.
    MOVE AR-Customer-Id TO WS-Work-Customer.
    PERFORM Find-Customer-Rep.
    IF Detail-Count NOT < 5000
       ADD 1 TO WS-Skipped-Count
       EXIT PARAGRAPH
    END-IF.
    ADD 1 TO Detail-Count.
    SET Detail-X TO Detail-Count.
    MOVE WS-Rep-Slot      TO DT-Rep-Slot(Detail-X).
    MOVE "S"              TO DT-Kind(Detail-X).
    MOVE WS-Line-X        TO DT-Line-X(Detail-X).
    MOVE AR-Order-Number  TO DT-Order-Number(Detail-X).
    MOVE AR-Customer-Id   TO DT-Customer-Id(Detail-X).
    MOVE AR-Invoice-Date  TO DT-Date(Detail-X).
    MOVE WS-Base-Amount   TO DT-Amount(Detail-X).
    MOVE SPACES           TO DT-Credit-Key(Detail-X).
    MOVE "PAID"           TO DT-Note(Detail-X).
    PERFORM Post-Detail.

Take-Book-Credit-Memos.
    OPEN INPUT Credit-Memo-File.
    IF CreditMemoStatus = "00"
       READ Credit-Memo-File
           AT END SET EndOfCreditMemos TO TRUE
       END-READ
       PERFORM UNTIL EndOfCreditMemos
          MOVE CM-Order-Number TO WS-BK-Order
          MOVE CM-Book-Id      TO WS-BK-Book
          MOVE CM-Reason-Code  TO WS-BK-Reason
          MOVE CM-Qty          TO WS-BK-Qty
          COMPUTE WS-Credit-Amount =
                  CM-Goods-Credit + CM-Postage-Credit
          MOVE 1               TO WS-Line-X
          MOVE CM-Order-Number TO WS-Credit-Order
          MOVE CM-Customer-Id  TO WS-Work-Customer
          MOVE WS-Run-Date     TO WS-Credit-Date
          PERFORM Take-One-Credit
          READ Credit-Memo-File
              AT END SET EndOfCreditMemos TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Credit-Memo-File.

Take-Oil-Returns.
    OPEN INPUT Return-History-File.
    IF ReturnStatus = "00"
       READ Return-History-File
           AT END SET EndOfReturnHistory TO TRUE
       END-READ
       PERFORM UNTIL EndOfReturnHistory
          IF RH-Return-Date NOT > WS-Month-End
             AND RH-Return-Date NOT < WS-Earliest-Date
             MOVE SPACES            TO WS-Credit-Key
             MOVE "OILRTN"          TO WS-OK-Prefix
             MOVE RH-RA-Number      TO WS-OK-RA-Number
             MOVE RH-Order-Number   TO WS-AR-Ref-Order
             PERFORM Oil-Credit-Less-Tax
             MOVE 2                 TO WS-Line-X
             MOVE WS-AR-Reference   TO WS-Credit-Order
             MOVE RH-Customer-Id    TO WS-Work-Customer
             MOVE RH-Return-Date    TO WS-Credit-Date
             PERFORM Take-One-Credit
          END-IF
          READ Return-History-File
              AT END SET EndOfReturnHistory TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Return-History-File.

Oil-Credit-Less-Tax.
*>  The return credit carries the item's tax in proportion; only the
*>  invoice amount less tax was commissioned, so only that share of
*>  the credit is netted.
    MOVE RH-Credit-Amount TO WS-Credit-Amount.
    MOVE WS-AR-Reference TO AR-Order-Number.
    READ AR-Open-Item-File
        INVALID KEY CONTINUE
    END-READ.
    IF AR-Rec-Found AND AR-Invoice-Amount > ZERO
       AND AR-Tax-Amount < AR-Invoice-Amount
       COMPUTE WS-Credit-Amount ROUNDED =
               RH-Credit-Amount * (AR-Invoice-Amount - AR-Tax-Amount)
                                / AR-Invoice-Amount
    END-IF.

Take-One-Credit.
*>  The WS-Credit- fields, WS-Line-X and WS-Work-Customer describe
*>  the credit.
    IF WS-Credit-Amount = ZERO
       EXIT PARAGRAPH
    END-IF.
    MOVE WS-Credit-Key TO CC-Credit-Key.
    READ Commissioned-Credit-File
        INVALID KEY CONTINUE
    END-READ.
    IF Credit-Netted
       EXIT PARAGRAPH
    END-IF.
    PERFORM Find-Customer-Rep.
    IF Detail-Count NOT < 5000
       ADD 1 TO WS-Skipped-Count
       EXIT PARAGRAPH
    END-IF.
    ADD 1 TO Detail-Count.
    SET Detail-X TO Detail-Count.
    MOVE WS-Credit-Order  TO DT-Order-Number(Detail-X).
    MOVE WS-Credit-Date   TO DT-Date(Detail-X).
    MOVE WS-Rep-Slot      TO DT-Rep-Slot(Detail-X).
    MOVE "C"              TO DT-Kind(Detail-X).
    MOVE WS-Line-X        TO DT-Line-X(Detail-X).
    MOVE WS-Work-Customer TO DT-Customer-Id(Detail-X).
    MOVE WS-Credit-Amount TO DT-Amount(Detail-X).
    MOVE WS-Credit-Key    TO DT-Credit-Key(Detail-X).
    IF WS-Line-X = 2
       MOVE "OIL RETURN CREDIT" TO DT-Note(Detail-X)
    ELSE
       MOVE "CREDIT MEMO"       TO DT-Note(Detail-X)
    END-IF.
    PERFORM Post-Detail.

Find-Customer-Rep.
*>  The customer's own rep, else the territory rep for their country;
*>  slot zero when neither is an active rep on SALESREP.DAT.
    MOVE ZERO   TO WS-Rep-Slot.
    MOVE SPACES TO WS-Work-Rep.
    MOVE WS-Work-Customer TO CU-Customer-Id.
    READ Customer-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Customer-Found
       EXIT PARAGRAPH
    END-IF.
    IF CU-Sales-Rep NOT = SPACES
       MOVE CU-Sales-Rep TO WS-Work-Rep
    ELSE
       MOVE CU-Country-Code TO TE-Country-Code
       READ Territory-File
           INVALID KEY CONTINUE
       END-READ
       IF Territory-Found
          MOVE TE-Rep-Id TO WS-Work-Rep
       END-IF
    END-IF.
    IF WS-Work-Rep = SPACES
       EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING Rep-X FROM 1 BY 1 UNTIL Rep-X > Rep-Count
       IF RT-Rep-Id(Rep-X) = WS-Work-Rep AND RT-Active(Rep-X)
          SET WS-Rep-Slot TO Rep-X
       END-IF
    END-PERFORM.

Post-Detail.
*>  Detail-X is the entry just added.
    IF DT-Rep-Slot(Detail-X) = ZERO
       ADD 1 TO WS-Unassigned-Count
       IF DT-Sale(Detail-X)
          ADD DT-Amount(Detail-X) TO WS-Unassigned-Sales
       ELSE
          ADD 1 TO WS-Unassigned-Credit-Count
          ADD DT-Amount(Detail-X) TO WS-Unassigned-Credits
       END-IF
       EXIT PARAGRAPH
    END-IF.
    SET Rep-X TO DT-Rep-Slot(Detail-X).
    ADD 1 TO RT-Items(Rep-X).
    IF DT-Sale(Detail-X)
       ADD DT-Amount(Detail-X) TO RT-Sales(Rep-X, WS-Line-X)
    ELSE
       ADD DT-Amount(Detail-X) TO RT-Credits(Rep-X, WS-Line-X)
    END-IF.

Work-Out-Commission.
    MOVE ZERO TO RT-Month-Commission(Rep-X).
    PERFORM VARYING WS-Line-X FROM 1 BY 1 UNTIL WS-Line-X > 2
       COMPUTE RT-Net(Rep-X, WS-Line-X) =
               RT-Sales(Rep-X, WS-Line-X) - RT-Credits(Rep-X, WS-Line-X)
       MOVE RT-Net(Rep-X, WS-Line-X) TO WS-Volume
       PERFORM Find-Tier-Rate
       MOVE WS-Rate TO RT-Rate(Rep-X, WS-Line-X)
       COMPUTE RT-Commission(Rep-X, WS-Line-X) ROUNDED =
               RT-Net(Rep-X, WS-Line-X) * WS-Rate / 100
       ADD RT-Commission(Rep-X, WS-Line-X)
           TO RT-Month-Commission(Rep-X)
    END-PERFORM.
    ADD RT-Month-Commission(Rep-X) TO WS-Total-Commission.
    COMPUTE WS-Due =
            RT-Month-Commission(Rep-X) + RT-Carry-Forward(Rep-X).
    MOVE WS-Due TO RT-Due(Rep-X).
    MOVE ZERO TO RT-Pay(Rep-X).
    IF WS-Due > ZERO AND RT-Emp-No(Rep-X) NOT = SPACES
       IF WS-Due > WS-Pay-Limit
          MOVE WS-Pay-Limit TO RT-Pay(Rep-X)
       ELSE
          MOVE WS-Due TO RT-Pay(Rep-X)
       END-IF
    END-IF.
    COMPUTE RT-New-Carry(Rep-X) = WS-Due - RT-Pay(Rep-X).
    IF RT-Pay(Rep-X) > ZERO
       ADD 1 TO WS-Reps-Paid
       ADD RT-Pay(Rep-X) TO WS-Total-Paid
    END-IF.

Find-Tier-Rate.
*>  The highest tier of the rep's plan for the line that the month's
*>  net volume reaches; a month with nothing (or less than nothing)
*>  takes the first tier.
    MOVE ZERO TO WS-Rate.
    PERFORM VARYING Plan-X FROM 1 BY 1 UNTIL Plan-X > Plan-Count
       IF PL-Plan-Code(Plan-X) = RT-Plan-Code(Rep-X)
          AND PL-Product-Line(Plan-X) = Line-Code(WS-Line-X)
          IF PL-Volume-From(Plan-X) NOT > WS-Volume
             OR WS-Rate = ZERO
             MOVE PL-Rate-Pct(Plan-X) TO WS-Rate
          END-IF
       END-IF
    END-PERFORM.

Print-Rep-Statement.
    IF RT-Items(Rep-X) = ZERO AND RT-Carry-Forward(Rep-X) = ZERO
       EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-Statements.
    WRITE Statement-Line FROM Rule-Line.
    PERFORM Print-Statement-Heading.
    MOVE RT-Rep-Id(Rep-X)    TO SH-Rep-Id.
    MOVE RT-Name(Rep-X)      TO SH-Rep-Name.
    MOVE RT-Plan-Code(Rep-X) TO SH-Plan-Code.
    IF RT-Emp-No(Rep-X) = SPACES
       MOVE "NONE" TO SH-Payroll
    ELSE
       MOVE SPACES TO SH-Payroll
       STRING RT-Co-No(Rep-X) "/" RT-Emp-No(Rep-X)
              DELIMITED BY SIZE INTO SH-Payroll
    END-IF.
    WRITE Statement-Line FROM Stmt-Heading-2.
    MOVE SPACES TO Statement-Line.
    WRITE Statement-Line.
    IF RT-Items(Rep-X) > ZERO
       WRITE Statement-Line FROM Stmt-Heading-3
       SET WS-Rep-Slot TO Rep-X
       PERFORM Print-Statement-Detail
           VARYING Detail-X FROM 1 BY 1 UNTIL Detail-X > Detail-Count
       MOVE SPACES TO Statement-Line
       WRITE Statement-Line
    END-IF.

    WRITE Statement-Line FROM Stmt-Line-Heading.
    PERFORM VARYING WS-Line-X FROM 1 BY 1 UNTIL WS-Line-X > 2
       MOVE Line-Name(WS-Line-X)               TO SL-Line
       MOVE RT-Sales(Rep-X, WS-Line-X)         TO SL-Sales
       MOVE RT-Credits(Rep-X, WS-Line-X)       TO SL-Credits
       MOVE RT-Net(Rep-X, WS-Line-X)           TO SL-Net
       MOVE RT-Rate(Rep-X, WS-Line-X)          TO SL-Rate
       MOVE RT-Commission(Rep-X, WS-Line-X)    TO SL-Commission
       WRITE Statement-Line FROM Stmt-Line-Total
    END-PERFORM.
    MOVE SPACES TO Statement-Line.
    WRITE Statement-Line.
    MOVE "COMMISSION FOR THE MONTH"      TO SA-Caption.
    MOVE RT-Month-Commission(Rep-X)      TO SA-Amount.
    WRITE Statement-Line FROM Stmt-Amount-Line.
    MOVE "CARRIED FORWARD FROM LAST MONTH" TO SA-Caption.
    MOVE RT-Carry-Forward(Rep-X)         TO SA-Amount.
    WRITE Statement-Line FROM Stmt-Amount-Line.
    MOVE "DUE"                           TO SA-Caption.
    MOVE RT-Due(Rep-X)                   TO SA-Amount.
    WRITE Statement-Line FROM Stmt-Amount-Line.
    IF Approve-Run
       MOVE "SENT TO PAYROLL"            TO SA-Caption
    ELSE
       MOVE "TO PAYROLL WHEN APPROVED"   TO SA-Caption
    END-IF.
    MOVE RT-Pay(Rep-X)                   TO SA-Amount.
    WRITE Statement-Line FROM Stmt-Amount-Line.
    EVALUATE TRUE
       WHEN RT-New-Carry(Rep-X) < ZERO
          MOVE "CARRIED FORWARD - TO BE RECOVERED" TO SA-Caption
       WHEN RT-New-Carry(Rep-X) > ZERO AND RT-Emp-No(Rep-X) = SPACES
          MOVE "HELD - REP HAS NO PAYROLL NUMBER" TO SA-Caption
       WHEN OTHER
          MOVE "CARRIED FORWARD TO NEXT MONTH" TO SA-Caption
    END-EVALUATE.
    MOVE RT-New-Carry(Rep-X)             TO SA-Amount.
    WRITE Statement-Line FROM Stmt-Amount-Line.
    MOVE SPACES TO Statement-Line.
    WRITE Statement-Line.

Print-Statement-Heading.
    MOVE WS-Month    TO SH-Month.
    MOVE WS-Run-Date TO SH-Run-Date.
    IF Approve-Run
       MOVE "APPROVED" TO SH-Mode
    ELSE
       MOVE "PROOF - NOT APPROVED" TO SH-Mode
    END-IF.
    WRITE Statement-Line FROM Stmt-Heading-1.

Print-Statement-Detail.
*>  Prints the entries of the rep in WS-Rep-Slot (zero = unassigned).
    IF DT-Rep-Slot(Detail-X) NOT = WS-Rep-Slot
       EXIT PARAGRAPH
    END-IF.
    MOVE DT-Order-Number(Detail-X)         TO SD-Order-Number.
    MOVE DT-Customer-Id(Detail-X)          TO SD-Customer-Id.
    MOVE Line-Name(DT-Line-X(Detail-X))    TO SD-Line.
    MOVE DT-Date(Detail-X)                 TO SD-Date.
    IF DT-Credit(Detail-X)
       COMPUTE SD-Amount = ZERO - DT-Amount(Detail-X)
    ELSE
       MOVE DT-Amount(Detail-X)            TO SD-Amount
    END-IF.
    MOVE DT-Note(Detail-X)                 TO SD-Note.
    WRITE Statement-Line FROM Stmt-Detail.

Print-Unassigned.
    IF WS-Unassigned-Count = ZERO
       EXIT PARAGRAPH
    END-IF.
    WRITE Statement-Line FROM Rule-Line.
    PERFORM Print-Statement-Heading.
    MOVE "SALES AND CREDITS WITH NO ACTIVE REP - ASSIGN AND RERUN"
        TO Statement-Line.
    WRITE Statement-Line.
    MOVE SPACES TO Statement-Line.
    WRITE Statement-Line.
    WRITE Statement-Line FROM Stmt-Heading-3.
    MOVE ZERO TO WS-Rep-Slot.
    PERFORM Print-Statement-Detail
        VARYING Detail-X FROM 1 BY 1 UNTIL Detail-X > Detail-Count.
    MOVE SPACES TO Statement-Line.
    WRITE Statement-Line.

Print-Run-Summary.
    WRITE Statement-Line FROM Rule-Line.
    PERFORM Print-Statement-Heading.
    MOVE SPACES TO Statement-Line.
    WRITE Statement-Line.
    MOVE "REP STATEMENTS PRINTED"        TO SM-Caption.
    MOVE WS-Statements                   TO SM-Count.
    MOVE WS-Total-Commission             TO SM-Amount.
    WRITE Statement-Line FROM Summary-Line.
    IF Approve-Run
       MOVE "REPS PAID THROUGH PAYROLL"  TO SM-Caption
    ELSE
       MOVE "REPS TO BE PAID WHEN APPROVED" TO SM-Caption
    END-IF.
    MOVE WS-Reps-Paid                    TO SM-Count.
    MOVE WS-Total-Paid                   TO SM-Amount.
    WRITE Statement-Line FROM Summary-Line.
    MOVE "UNASSIGNED SALES - NOT COMMISSIONED" TO SM-Caption.
    COMPUTE SM-Count = WS-Unassigned-Count - WS-Unassigned-Credit-Count.
    MOVE WS-Unassigned-Sales             TO SM-Amount.
    WRITE Statement-Line FROM Summary-Line.
    MOVE "UNASSIGNED CREDITS - NOT NETTED" TO SM-Caption.
    MOVE WS-Unassigned-Credit-Count      TO SM-Count.
    MOVE WS-Unassigned-Credits           TO SM-Amount.
    WRITE Statement-Line FROM Summary-Line.

Record-Approved-Month.
*>  Everything credited to a rep is recorded so no later run takes it
*>  again; unassigned entries are left to be picked up once assigned.
    OPEN I-O Commissioned-Order-File.
    IF CommOrdStatus = "35"
       CLOSE Commissioned-Order-File
       OPEN OUTPUT Commissioned-Order-File
       CLOSE Commissioned-Order-File
       OPEN I-O Commissioned-Order-File
    END-IF.
    OPEN I-O Commissioned-Credit-File.
    IF CommCredStatus = "35"
       CLOSE Commissioned-Credit-File
       OPEN OUTPUT Commissioned-Credit-File
       CLOSE Commissioned-Credit-File
       OPEN I-O Commissioned-Credit-File
    END-IF.
    PERFORM Record-One-Detail
        VARYING Detail-X FROM 1 BY 1 UNTIL Detail-X > Detail-Count.
    CLOSE Commissioned-Order-File.
    CLOSE Commissioned-Credit-File.

    OPEN I-O Sales-Rep-File.
    OPEN OUTPUT Commission-Pay-File.
    MOVE SPACES      TO Pay-Header-Rec.
    MOVE "H"         TO PH-Type.
    MOVE WS-Month    TO PH-Month.
    MOVE WS-Run-Date TO PH-Run-Date.
    MOVE WS-Approver TO PH-Approver.
    WRITE Pay-Header-Rec.
    PERFORM Record-One-Rep
        VARYING Rep-X FROM 1 BY 1 UNTIL Rep-X > Rep-Count.
    MOVE SPACES        TO Pay-Trailer-Rec.
    MOVE "T"           TO PT-Type.
    MOVE WS-Reps-Paid  TO PT-Count.
    MOVE WS-Total-Paid TO PT-Total.
    WRITE Pay-Trailer-Rec.
    CLOSE Commission-Pay-File.
    CLOSE Sales-Rep-File.

    OPEN EXTEND Commission-History-File.
    MOVE WS-Month      TO CH-Month.
    MOVE WS-Run-Date   TO CH-Run-Date.
    MOVE WS-Approver   TO CH-Approver.
    MOVE WS-Reps-Paid  TO CH-Reps-Paid.
    MOVE WS-Total-Paid TO CH-Total-Paid.
    WRITE Commission-History-Rec.
    CLOSE Commission-History-File.

Record-One-Detail.
    IF DT-Rep-Slot(Detail-X) = ZERO
       EXIT PARAGRAPH
    END-IF.
    SET Rep-X TO DT-Rep-Slot(Detail-X).
    IF DT-Sale(Detail-X)
       MOVE DT-Order-Number(Detail-X) TO CO-Order-Number
       MOVE WS-Month                  TO CO-Month
       MOVE RT-Rep-Id(Rep-X)          TO CO-Rep-Id
       MOVE DT-Amount(Detail-X)       TO CO-Amount
       WRITE CO-Rec
           INVALID KEY DISPLAY "COMMORD WRITE FS = " CommOrdStatus
       END-WRITE
    ELSE
       MOVE DT-Credit-Key(Detail-X)   TO CC-Credit-Key
       MOVE WS-Month                  TO CC-Month
       MOVE RT-Rep-Id(Rep-X)          TO CC-Rep-Id
       MOVE DT-Amount(Detail-X)       TO CC-Amount
       WRITE CC-Rec
           INVALID KEY DISPLAY "COMMCRED WRITE FS = " CommCredStatus
       END-WRITE
    END-IF.

Record-One-Rep.
    MOVE RT-Rep-Id(Rep-X) TO SR-Rep-Id.
    READ Sales-Rep-File
        INVALID KEY DISPLAY "COMMISSIONRUN: REP " SR-Rep-Id
                            " LEFT SALESREP.DAT DURING THE RUN"
    END-READ.
    IF Rep-Found
       MOVE RT-New-Carry(Rep-X) TO SR-Carry-Forward
       REWRITE SR-Rec
           INVALID KEY DISPLAY "SALESREP REWRITE FS = " RepStatus
       END-REWRITE
    END-IF.
    IF RT-Pay(Rep-X) > ZERO
       MOVE "D"                 TO PD-Type
       MOVE RT-Rep-Id(Rep-X)    TO PD-Rep-Id
       MOVE RT-Co-No(Rep-X)     TO PD-Co-No
       MOVE RT-Emp-No(Rep-X)    TO PD-Emp-No
       MOVE RT-Name(Rep-X)      TO PD-Name
       MOVE RT-Pay(Rep-X)       TO PD-Amount
       WRITE Pay-Detail-Rec
    END-IF.
