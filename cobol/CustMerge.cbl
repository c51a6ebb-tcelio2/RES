      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  CustMerge.
AUTHOR.  Michael Coughlan.
*> Customer merge run.  NAMEDUPB lists the likely duplicates; once
*> credit control has decided which account of each pair is kept,
*> the decision is keyed to MERGEREQ.DAT - survivor id, victim id
*> and the approver, one pair per line - and this run folds the
*> victim into the survivor.  A line without an approver is not
*> acted on.  Every pair is proved before anything is touched: both
*> customers on file and still active, different ids, and no
*> customer both kept and merged away in the same run (a chain is
*> done one link per run).  An accepted pair then moves to the
*> survivor:
*>   - the victim's AROPEN.DAT items, open, paid and written off, so
*>     the survivor ages, dunns and states one combined ledger;
*>   - its ORDHIST.DAT lines, so the order history reads as one;
*>   - its open and closed UNAPPLD.DAT receipts, so unapplied cash
*>     still counts against the combined balance as ARAging and
*>     ARStatements net it (a receipt key the survivor already holds
*>     takes the next free sequence, as ARCash numbers them);
*>   - its pending orders on Orders.DAT, its pre-orders on
*>     PREORDER.DAT, its waiting Backorder.DAT entries and its orders
*>     on the credit-hold file CREDHOLD.DAT.
*>     ALLOC.DAT reservations are held by order and book, not by
*>     customer, so they follow their orders unchanged and are only
*>     counted;
*>   - its oil trade orders waiting on OILORD.DAT, its shipped but
*>     unbilled oil lines on OILBILL.DAT, so OilInvoice posts them
*>     to the survivor, and its shipments on OILDEMAND.DAT, so
*>     OilReturns finds them when the survivor claims a return
*>     against the open item that has moved;
*>   - its STANDORD.DAT standing orders; one for a book or series
*>     the survivor already stands for is left on the victim and
*>     counted on the certificate for SORDMNTT to settle;
*>   - its DUNNHIST.DAT level, where it is more severe than the
*>     survivor's, so the combined account is not dunned again from
*>     the start.
*> The survivor takes on the victim's credit limit on top of its own
*> (the two limits were one customer's credit all along) and its
*> sales rep if it has none.  The victim is then marked inactive with
*> CU-Merged-Into pointing at the survivor and its limit cleared; it
*> stays on file so old documents quoting it still resolve.  The
*> sequential files are rewritten once at the end of the run for
*> every pair, after they have all been read and proved to fit, so a
*> file too large to hold stops the run before anything changes.
*> The merge certificate CUSTMERG.RPT shows each pair with the open
*> balance (open AR items less open unapplied cash), AR item count
*> and credit limit of both accounts before and after, what was
*> moved, and proves the survivor's balance after the merge equals
*> the two balances before it.  Requests not acted
*> on are listed with the reason.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Merge-Request-File ASSIGN TO "MERGEREQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Request-Status.

    SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CU-Customer-Id
        FILE STATUS IS CustomerStatus.

    SELECT OPTIONAL AR-Open-Item-File ASSIGN TO "AROPEN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-Order-Number
        ALTERNATE RECORD KEY IS AR-Customer-Id
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT OPTIONAL Order-History-File ASSIGN TO "ORDHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OH-Key
        FILE STATUS IS OrderHistoryStatus.

    SELECT OPTIONAL Dunning-History-File ASSIGN TO "DUNNHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DH-Customer-Id
        FILE STATUS IS DunningStatus.

    SELECT OPTIONAL Allocation-File ASSIGN TO "ALLOC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AL-Key
        FILE STATUS IS AllocStatus.

    SELECT OPTIONAL Unapplied-Cash-File ASSIGN TO "UNAPPLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UA-Key
        FILE STATUS IS UnappliedStatus.

    SELECT OPTIONAL Standing-Order-File ASSIGN TO "STANDORD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SO-Key
        ALTERNATE RECORD KEY IS SO-Match-Alt
                  WITH DUPLICATES
        FILE STATUS IS StandingStatus.

    SELECT OPTIONAL Pre-Order-File ASSIGN TO "PREORDER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PreOrderStatus.

    SELECT OPTIONAL OrdersFile ASSIGN TO "Orders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrdersStatus.

    SELECT OPTIONAL BackorderFile ASSIGN TO "Backorder.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BackorderStatus.

    SELECT OPTIONAL CreditHoldFile ASSIGN TO "CREDHOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HoldStatus.

    SELECT OPTIONAL Oil-Order-File ASSIGN TO "OILORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OilOrderStatus.

    SELECT OPTIONAL Oil-Billing-File ASSIGN TO "OILBILL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OilBillingStatus.

    SELECT OPTIONAL Oil-Demand-File ASSIGN TO "OILDEMAND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OilDemandStatus.

    SELECT Oil-Demand-Work-File ASSIGN TO "OILDMND.TMP"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Certificate-File ASSIGN TO "CUSTMERG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  Merge-Request-File.
01  Merge-Request-Rec.
    88 EndOfRequests            VALUE HIGH-VALUES.
    02  MR-Survivor-Id          PIC X(5).
    02  MR-Victim-Id            PIC X(5).
    02  MR-Approved-By          PIC X(8).

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

FD  Order-History-File.
01  OrderHistoryRec.
    88 End-Of-History           VALUE HIGH-VALUES.
    02  OH-Key.
        03  OH-Order-Number     PIC X(7).
        03  OH-Line-Seq         PIC 99.
    02  OH-Run-Date             PIC 9(8).
    02  OH-Customer-Id          PIC X(5).
    02  OH-Book-Title           PIC X(30).
    02  OH-Qty-Required         PIC 99.
    02  OH-Title-Cost           PIC 999V99.
    02  OH-Title-Postage        PIC 99V99.
    02  OH-Currency-Code        PIC X(3).
    02  OH-Tracking-Number      PIC X(15).
    02  OH-Ship-Status          PIC X(10).

FD  Dunning-History-File.
01  Dunning-History-Rec.
    02  DH-Customer-Id          PIC X(5).
    02  DH-Last-Level           PIC 9.
    02  DH-Last-Date            PIC 9(8).

FD  Allocation-File.
01  Allocation-Rec.
    02  AL-Key.
        03  AL-Order-Number     PIC X(7).
        03  AL-Book-Id          PIC X(5).
    02  AL-Book-Alt             PIC X(5).
    02  AL-Qty                  PIC 99.
    02  AL-Entry-Date           PIC 9(8).

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

FD  Standing-Order-File.
01  SO-Rec.
    02  SO-Key.
        03  SO-Customer-Id      PIC X(5).
        03  SO-Match-Type       PIC X.
        03  SO-Match-Code       PIC X(6).
    02  SO-Match-Alt            PIC X(7).
    02  SO-Qty                  PIC 99.
    02  SO-Service-Class        PIC X.
    02  SO-Order-Status         PIC X.
        88 SO-Suspended         VALUE "S".
    02  SO-Set-Up-Date          PIC 9(8).
    02  SO-Last-Order-Date      PIC 9(8).
    02  SO-Orders-Generated     PIC 9(5).

FD  Pre-Order-File.
01  Pre-Order-Rec.
    88 EndOfPreOrders           VALUE HIGH-VALUES.
    02  PO-Book-Id              PIC X(5).
    02  PO-Taken-Date           PIC 9(8).
    02  PO-OrdersRec-Image      PIC X(91).
    02  PO-OrdersRec-Split REDEFINES PO-OrdersRec-Image.
        03  PO-Order-Number     PIC X(7).
        03  PO-Customer-Id      PIC X(5).
        03  FILLER              PIC X(79).

FD  OrdersFile.
01  OrdersRec.
    88 EndOfOrders              VALUE HIGH-VALUES.
    02  Order-Number            PIC X(7).
    02  Customer-Id             PIC X(5).
    02  FILLER                  PIC X(79).

FD  BackorderFile.
01  BackorderRec.
    88 EndOfBackorders          VALUE HIGH-VALUES.
    02  Book-Id-BOF             PIC X(5).
    02  Customer-Id-BOF         PIC X(5).
    02  Order-Number-BOF        PIC X(7).
    02  Shortfall-Qty-BOF       PIC 99.
    02  Backorder-Date-BOF      PIC 9(8).

FD  CreditHoldFile.
01  CreditHoldRec.
    88 EndOfHolds               VALUE HIGH-VALUES.
    02  CH-OrdersRec-Image      PIC X(91).
    02  CH-OrdersRec-Split REDEFINES CH-OrdersRec-Image.
        03  CH-Order-Number     PIC X(7).
        03  CH-Customer-Id      PIC X(5).
        03  FILLER              PIC X(79).
    02  CH-Open-Balance         PIC 9(7)V99.
    02  CH-Order-Value          PIC 9(6)V99.
    02  CH-Credit-Limit         PIC 9(6)V99.
    02  CH-Entry-Date           PIC 9(8).

FD  Oil-Order-File.
01  Oil-Order-Rec.
    88 EndOfOilOrders           VALUE HIGH-VALUES.
    02  OO-Order-Number         PIC 9(7).
    02  OO-Customer-Id          PIC X(5).
    02  FILLER                  PIC X(22).

FD  Oil-Billing-File.
01  Oil-Billing-Rec.
    88 EndOfOilBilling          VALUE HIGH-VALUES.
    02  BL-Order-Number         PIC 9(7).
    02  BL-Customer-Id          PIC X(5).
    02  FILLER                  PIC X(17).

FD  Oil-Demand-File.
01  Oil-Demand-Rec.
    88 EndOfOilDemand           VALUE HIGH-VALUES.
    02  DM-Ship-Date            PIC 9(8).
    02  DM-Customer-Id          PIC X(5).
    02  FILLER                  PIC X(16).

FD  Oil-Demand-Work-File.
01  Oil-Demand-Work-Rec.
    88 EndOfDemandWork          VALUE HIGH-VALUES.
    02  FILLER                  PIC X(29).

FD  Certificate-File.
01  Certificate-Line            PIC X(80).

WORKING-STORAGE SECTION.
01  Request-Status              PIC XX.
01  CustomerStatus              PIC XX.
    88 Customer-Rec-Found       VALUE "00".
01  AROpenStatus                PIC XX.
01  OrderHistoryStatus          PIC XX.
01  DunningStatus               PIC XX.
    88 Dunning-Rec-Found        VALUE "00".
01  AllocStatus                 PIC XX.
01  OrdersStatus                PIC XX.
01  BackorderStatus             PIC XX.
01  HoldStatus                  PIC XX.
01  UnappliedStatus             PIC XX.
01  StandingStatus              PIC XX.
01  PreOrderStatus              PIC XX.
01  OilOrderStatus              PIC XX.
01  OilBillingStatus            PIC XX.
01  OilDemandStatus             PIC XX.

01  WS-Run-Date                 PIC 9(8).
01  WS-AR-Usable                PIC X VALUE "N".
    88 AR-File-Usable           VALUE "Y".
01  WS-Dunning-Usable          PIC X VALUE "N".
    88 Dunning-File-Usable      VALUE "Y".
01  WS-Alloc-Usable             PIC X VALUE "N".
    88 Alloc-File-Usable        VALUE "Y".
01  WS-Unapplied-Usable         PIC X VALUE "N".
    88 Unapplied-File-Usable    VALUE "Y".
01  WS-Standing-Usable          PIC X VALUE "N".
    88 Standing-File-Usable     VALUE "Y".
01  WS-UA-Written               PIC X.
    88 UA-Written               VALUE "Y".
01  WS-UA-Remaining             PIC S9(6)V99.
01  WS-Victim-Dunning.
    02  WS-Victim-Level         PIC 9.
    02  WS-Victim-Date          PIC 9(8).
01  WS-EOF-AR-Scan              PIC X.
    88 End-Of-AR-Scan           VALUE "Y".
01  WS-EOF-Alloc-Scan           PIC X.
    88 End-Of-Alloc-Scan        VALUE "Y".
01  WS-EOF-UA-Scan              PIC X.
    88 End-Of-UA-Scan           VALUE "Y".
01  WS-EOF-SO-Scan              PIC X.
    88 End-Of-SO-Scan           VALUE "Y".
01  WS-Refusal-Reason           PIC X(40).

*> The largest credit limit the customer record holds.
01  WS-Limit-Max                PIC 9(6)V99 VALUE 999999.99.
01  WS-New-Limit                PIC 9(7)V99.

*> Set up by Scan-AR-Balance for the customer in WS-Scan-Id.
01  WS-Scan-Id                  PIC X(5).
01  WS-Scan-Balance             PIC S9(9)V99.
01  WS-Scan-Items               PIC 9(5).
01  WS-Scan-Collect             PIC X VALUE "N".
    88 Collect-Orders           VALUE "Y".

*> The victim's AR order numbers for the pair being merged; the
*> items are moved by primary key from this list, not while the
*> customer key path is being walked.
01  Victim-Item-Table.
    02  VI-Order-Number         PIC X(7) OCCURS 500 TIMES.
01  VI-Count                    PIC 9(3) VALUE 0.
01  VI-X                        PIC 9(3).

*> Likewise the victim's unapplied receipts and standing orders,
*> whose keys lead with the customer id: each is written under the
*> survivor's key and the victim's record deleted.
01  Victim-Receipt-Table.
    02  VR-Rec                  PIC X(72) OCCURS 200 TIMES.
01  VR-Count                    PIC 9(3) VALUE 0.
01  VR-X                        PIC 9(3).
01  Victim-Standing-Table.
    02  VS-Rec                  PIC X(44) OCCURS 100 TIMES.
01  VS-Count                    PIC 9(3) VALUE 0.
01  VS-X                        PIC 9(3).

01  WS-Find-Id                  PIC X(5).
01  WS-Pair-Slot                PIC 9(3).

01  Pair-Table.
    02  Pair-Count              PIC 9(3) VALUE 0.
    02  Pair-Entry OCCURS 100 TIMES INDEXED BY Pair-X.
        03  PT-Survivor-Id      PIC X(5).
        03  PT-Victim-Id        PIC X(5).
        03  PT-Approved-By      PIC X(8).
        03  PT-Survivor-Name    PIC X(25).
        03  PT-Victim-Name      PIC X(25).
        03  PT-S-Balance-Before PIC S9(9)V99.
        03  PT-V-Balance-Before PIC S9(9)V99.
        03  PT-S-Balance-After  PIC S9(9)V99.
        03  PT-V-Balance-After  PIC S9(9)V99.
        03  PT-S-Items-Before   PIC 9(5).
        03  PT-V-Items-Before   PIC 9(5).
        03  PT-S-Items-After    PIC 9(5).
        03  PT-V-Items-After    PIC 9(5).
        03  PT-S-Limit-Before   PIC 9(6)V99.
        03  PT-V-Limit-Before   PIC 9(6)V99.
        03  PT-S-Limit-After    PIC 9(6)V99.
        03  PT-AR-Moved         PIC 9(5).
        03  PT-History-Moved    PIC 9(5).
        03  PT-Orders-Moved     PIC 9(5).
        03  PT-Backorders-Moved PIC 9(5).
        03  PT-Holds-Moved      PIC 9(5).
        03  PT-Allocations      PIC 9(5).
        03  PT-Unapplied-Moved  PIC 9(5).
        03  PT-Standing-Moved   PIC 9(5).
        03  PT-Standing-Left    PIC 9(5).
        03  PT-PreOrders-Moved  PIC 9(5).
        03  PT-Oil-Orders-Moved PIC 9(5).
        03  PT-Oil-Billing-Moved PIC 9(5).
        03  PT-Oil-Demand-Moved PIC 9(5).
        03  PT-Rep-Taken        PIC X(4).
        03  PT-Dunning-Note     PIC X(30).

*> The sequential files are held whole so they can be written back
*> with the victims' ids replaced, as BookReceiving and
*> CreditRelease write back the files they work through.
01  Orders-Table.
    02  OT-Rec                  PIC X(91) OCCURS 1000 TIMES.
01  OT-Count                    PIC 9(4) VALUE 0.
01  OT-X                        PIC 9(4).
01  Backorder-Table.
    02  BT-Rec                  PIC X(27) OCCURS 1000 TIMES.
01  BT-Count                    PIC 9(4) VALUE 0.
01  BT-X                        PIC 9(4).
01  Hold-Table.
    02  HT-Rec                  PIC X(124) OCCURS 500 TIMES.
01  HT-Count                    PIC 9(4) VALUE 0.
01  HT-X                        PIC 9(4).
01  Pre-Order-Table.
    02  PR-Rec                  PIC X(104) OCCURS 500 TIMES.
01  PR-Count                    PIC 9(4) VALUE 0.
01  PR-X                        PIC 9(4).
01  Oil-Order-Table.
    02  OR-Rec                  PIC X(34) OCCURS 1000 TIMES.
01  OR-Count                    PIC 9(4) VALUE 0.
01  OR-X                        PIC 9(4).
01  Oil-Billing-Table.
    02  OB-Rec                  PIC X(29) OCCURS 1000 TIMES.
01  OB-Count                    PIC 9(4) VALUE 0.
01  OB-X                        PIC 9(4).

01  WS-Requests-Read            PIC 9(5) VALUE 0.
01  WS-Requests-Refused         PIC 9(5) VALUE 0.
01  WS-Proof-Difference         PIC S9(9)V99.

01  Certificate-Heading-1.
    02  FILLER                  PIC X(36) VALUE
        "CUSTOMER MERGE CERTIFICATE          ".
    02  CH1-Run-Date            PIC 9(8).

01  Rule-Line                   PIC X(78) VALUE ALL "-".

01  Refusal-Heading.
    02  FILLER                  PIC X(40) VALUE
        "REQUESTS NOT ACTED ON".

01  Refusal-Detail.
    02  FILLER                  PIC X(10) VALUE "SURVIVOR ".
    02  RD-Survivor-Id          PIC X(5).
    02  FILLER                  PIC X(9)  VALUE "  VICTIM ".
    02  RD-Victim-Id            PIC X(5).
    02  FILLER                  PIC X(3)  VALUE " - ".
    02  RD-Reason               PIC X(40).

01  Pair-Heading-1.
    02  FILLER                  PIC X(10) VALUE "SURVIVOR ".
    02  PH-Survivor-Id          PIC X(5).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PH-Survivor-Name        PIC X(25).
    02  FILLER                  PIC X(14) VALUE "  APPROVED BY ".
    02  PH-Approved-By          PIC X(8).

01  Pair-Heading-2.
    02  FILLER                  PIC X(10) VALUE "VICTIM   ".
    02  PH-Victim-Id            PIC X(5).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PH-Victim-Name          PIC X(25).
    02  FILLER                  PIC X(15) VALUE "  MERGED INTO  ".
    02  PH-Merged-Into          PIC X(5).

01  Balance-Heading.
    02  FILLER                  PIC X(44) VALUE
        "                       SURVIVOR      VICTIM ".
    02  FILLER                  PIC X(30) VALUE
        "  SURVIVOR      VICTIM".
01  Balance-Heading-2.
    02  FILLER                  PIC X(44) VALUE
        "                         BEFORE      BEFORE ".
    02  FILLER                  PIC X(30) VALUE
        "     AFTER       AFTER".

01  Balance-Line.
    02  BL-Caption              PIC X(16).
    02  BL-S-Before             PIC ZZZ,ZZZ,ZZ9.99-.
    02  BL-V-Before             PIC ZZZ,ZZZ,ZZ9.99-.
    02  BL-S-After              PIC ZZZ,ZZZ,ZZ9.99-.
    02  BL-V-After              PIC ZZZ,ZZZ,ZZ9.99-.

01  Count-Line.
    02  CL-Caption              PIC X(16).
    02  CL-S-Before             PIC ZZZ,ZZZ,ZZZ,ZZ9.
    02  CL-V-Before             PIC ZZZ,ZZZ,ZZZ,ZZ9.
    02  CL-S-After              PIC ZZZ,ZZZ,ZZZ,ZZ9.
    02  CL-V-After              PIC ZZZ,ZZZ,ZZZ,ZZ9.

01  Moved-Line.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  ML-Caption              PIC X(44).
    02  ML-Count                PIC ZZ,ZZ9.

01  Note-Line.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  NL-Caption              PIC X(30).
    02  NL-Text                 PIC X(40).

01  Proof-Line.
    02  FILLER                  PIC X(47) VALUE
        "  PROOF: SURVIVOR AFTER = SURVIVOR + VICTIM - ".
    02  PL-Result               PIC X(22).
    02  PL-Difference           PIC -ZZZ,ZZ9.99 BLANK WHEN ZERO.

01  Certificate-Summary.
    02  FILLER                  PIC X(8)  VALUE "MERGED ".
    02  CS-Merged               PIC ZZ9.
    02  FILLER                  PIC X(12) VALUE "  NOT ACTED ".
    02  CS-Refused              PIC ZZ9.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    OPEN INPUT Merge-Request-File.
    IF Request-Status NOT = "00"
       DISPLAY "CUSTMERGE: NO MERGEREQ.DAT - NOTHING TO DO"
       STOP RUN
    END-IF.
    PERFORM Load-Sequential-Files.

    OPEN I-O Customer-File.
    IF CustomerStatus NOT = "00"
       DISPLAY "CUSTMERGE: CANNOT OPEN CUSTOMER.DAT FS="
               CustomerStatus " - RUN ABORTED"
       CLOSE Merge-Request-File
       STOP RUN WITH ERROR STATUS 16
    END-IF.
    OPEN I-O AR-Open-Item-File.
    IF AROpenStatus = "00"
       SET AR-File-Usable TO TRUE
    END-IF.
    OPEN I-O Unapplied-Cash-File.
    IF UnappliedStatus = "00" OR "05"
       SET Unapplied-File-Usable TO TRUE
    END-IF.
    OPEN I-O Standing-Order-File.
    IF StandingStatus = "00" OR "05"
       SET Standing-File-Usable TO TRUE
    END-IF.
    OPEN OUTPUT Certificate-File.
    MOVE WS-Run-Date TO CH1-Run-Date.
    WRITE Certificate-Line FROM Certificate-Heading-1.
    MOVE SPACES TO Certificate-Line.
    WRITE Certificate-Line.

    READ Merge-Request-File
        AT END SET EndOfRequests TO TRUE
    END-READ.
    PERFORM Check-One-Request UNTIL EndOfRequests.
    CLOSE Merge-Request-File.

    OPEN I-O Dunning-History-File.
    IF DunningStatus = "00" OR "05"
       SET Dunning-File-Usable TO TRUE
    END-IF.
    OPEN INPUT Allocation-File.
    IF AllocStatus = "00"
       SET Alloc-File-Usable TO TRUE
    END-IF.
    PERFORM Merge-One-Pair
        VARYING Pair-X FROM 1 BY 1 UNTIL Pair-X > Pair-Count.
    IF Dunning-File-Usable
       CLOSE Dunning-History-File
    END-IF.
    IF Alloc-File-Usable
       CLOSE Allocation-File
    END-IF.

    IF Pair-Count > ZERO
       PERFORM Move-Order-History
       PERFORM Move-Oil-Demand-History
       PERFORM Rewrite-Sequential-Files
    END-IF.

    PERFORM Print-Pair-Certificate
        VARYING Pair-X FROM 1 BY 1 UNTIL Pair-X > Pair-Count.
    MOVE Pair-Count          TO CS-Merged.
    MOVE WS-Requests-Refused TO CS-Refused.
    WRITE Certificate-Line FROM Rule-Line.
    WRITE Certificate-Line FROM Certificate-Summary.
    DISPLAY "CUSTMERGE: " WS-Requests-Read " REQUESTS, "
            Pair-Count " MERGED, "
            WS-Requests-Refused " NOT ACTED ON".

    CLOSE Customer-File.
    IF AR-File-Usable
       CLOSE AR-Open-Item-File
    END-IF.
    IF Unapplied-File-Usable
       CLOSE Unapplied-Cash-File
    END-IF.
    IF Standing-File-Usable
       CLOSE Standing-Order-File
    END-IF.
    CLOSE Certificate-File.
    STOP RUN.

Load-Sequential-Files.
*>  Read before anything changes: a file larger than its table stops
*>  the run here with every file as it was.
    OPEN INPUT OrdersFile.
    IF OrdersStatus = "00"
       READ OrdersFile
           AT END SET EndOfOrders TO TRUE
       END-READ
       PERFORM UNTIL EndOfOrders
          IF OT-Count NOT < 1000
             DISPLAY "CUSTMERGE: Orders.DAT OVER 1000 ORDERS - "
                     "RUN SFBYMAIL FIRST - RUN ABORTED"
             STOP RUN WITH ERROR STATUS 16
          END-IF
          ADD 1 TO OT-Count
          MOVE OrdersRec TO OT-Rec(OT-Count)
          READ OrdersFile
              AT END SET EndOfOrders TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE OrdersFile.

    OPEN INPUT BackorderFile.
    IF BackorderStatus = "00"
       READ BackorderFile
           AT END SET EndOfBackorders TO TRUE
       END-READ
       PERFORM UNTIL EndOfBackorders
          IF BT-Count NOT < 1000
             DISPLAY "CUSTMERGE: Backorder.DAT OVER 1000 ENTRIES - "
                     "RUN ABORTED"
             STOP RUN WITH ERROR STATUS 16
          END-IF
          ADD 1 TO BT-Count
          MOVE BackorderRec TO BT-Rec(BT-Count)
          READ BackorderFile
              AT END SET EndOfBackorders TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE BackorderFile.

    OPEN INPUT CreditHoldFile.
    IF HoldStatus = "00"
       READ CreditHoldFile
           AT END SET EndOfHolds TO TRUE
       END-READ
       PERFORM UNTIL EndOfHolds
          IF HT-Count NOT < 500
             DISPLAY "CUSTMERGE: CREDHOLD.DAT OVER 500 ORDERS - "
                     "RUN CREDITRELEASE FIRST - RUN ABORTED"
             STOP RUN WITH ERROR STATUS 16
          END-IF
          ADD 1 TO HT-Count
          MOVE CreditHoldRec TO HT-Rec(HT-Count)
          READ CreditHoldFile
              AT END SET EndOfHolds TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE CreditHoldFile.

    OPEN INPUT Pre-Order-File.
    IF PreOrderStatus = "00"
       READ Pre-Order-File
           AT END SET EndOfPreOrders TO TRUE
       END-READ
       PERFORM UNTIL EndOfPreOrders
          IF PR-Count NOT < 500
             DISPLAY "CUSTMERGE: PREORDER.DAT OVER 500 PRE-ORDERS - "
                     "RUN PREORDERRELEASE FIRST - RUN ABORTED"
             STOP RUN WITH ERROR STATUS 16
          END-IF
          ADD 1 TO PR-Count
          MOVE Pre-Order-Rec TO PR-Rec(PR-Count)
          READ Pre-Order-File
              AT END SET EndOfPreOrders TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Pre-Order-File.

    OPEN INPUT Oil-Order-File.
    IF OilOrderStatus = "00"
       READ Oil-Order-File
           AT END SET EndOfOilOrders TO TRUE
       END-READ
       PERFORM UNTIL EndOfOilOrders
          IF OR-Count NOT < 1000
             DISPLAY "CUSTMERGE: OILORD.DAT OVER 1000 ORDERS - "
                     "RUN OILFULFILL FIRST - RUN ABORTED"
             STOP RUN WITH ERROR STATUS 16
          END-IF
          ADD 1 TO OR-Count
          MOVE Oil-Order-Rec TO OR-Rec(OR-Count)
          READ Oil-Order-File
              AT END SET EndOfOilOrders TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Oil-Order-File.

    OPEN INPUT Oil-Billing-File.
    IF OilBillingStatus = "00"
       READ Oil-Billing-File
           AT END SET EndOfOilBilling TO TRUE
       END-READ
       PERFORM UNTIL EndOfOilBilling
          IF OB-Count NOT < 1000
             DISPLAY "CUSTMERGE: OILBILL.DAT OVER 1000 LINES - "
                     "RUN OILINVOICE FIRST - RUN ABORTED"
             STOP RUN WITH ERROR STATUS 16
          END-IF
          ADD 1 TO OB-Count
          MOVE Oil-Billing-Rec TO OB-Rec(OB-Count)
          READ Oil-Billing-File
              AT END SET EndOfOilBilling TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Oil-Billing-File.

Check-One-Request.
    ADD 1 TO WS-Requests-Read.
    MOVE SPACES TO WS-Refusal-Reason.
    EVALUATE TRUE
      WHEN MR-Approved-By = SPACES
         MOVE "NOT APPROVED" TO WS-Refusal-Reason
      WHEN MR-Survivor-Id = MR-Victim-Id
         MOVE "SURVIVOR AND VICTIM ARE THE SAME" TO WS-Refusal-Reason
      WHEN Pair-Count NOT < 100
         MOVE "OVER 100 MERGES THIS RUN - RERUN" TO WS-Refusal-Reason
      WHEN OTHER
         PERFORM Check-Against-Run
    END-EVALUATE.
    IF WS-Refusal-Reason = SPACES
       PERFORM Check-Customers
    END-IF.

    IF WS-Refusal-Reason = SPACES
       ADD 1 TO Pair-Count
       SET Pair-X TO Pair-Count
       INITIALIZE Pair-Entry(Pair-X)
       MOVE MR-Survivor-Id TO PT-Survivor-Id(Pair-X)
       MOVE MR-Victim-Id   TO PT-Victim-Id(Pair-X)
       MOVE MR-Approved-By TO PT-Approved-By(Pair-X)
    ELSE
       IF WS-Requests-Refused = ZERO
          WRITE Certificate-Line FROM Refusal-Heading
       END-IF
       ADD 1 TO WS-Requests-Refused
       MOVE MR-Survivor-Id    TO RD-Survivor-Id
       MOVE MR-Victim-Id      TO RD-Victim-Id
       MOVE WS-Refusal-Reason TO RD-Reason
       WRITE Certificate-Line FROM Refusal-Detail
    END-IF.

    READ Merge-Request-File
        AT END SET EndOfRequests TO TRUE
    END-READ.

Check-Against-Run.
*>  One link of a chain per run: an account already merged away in
*>  this run cannot survive another merge, one kept in this run
*>  cannot be merged away, and a victim is merged only once.
    PERFORM VARYING Pair-X FROM 1 BY 1 UNTIL Pair-X > Pair-Count
       EVALUATE TRUE
         WHEN PT-Victim-Id(Pair-X) = MR-Survivor-Id
            MOVE "SURVIVOR IS MERGED AWAY THIS RUN - RERUN"
                TO WS-Refusal-Reason
         WHEN PT-Victim-Id(Pair-X) = MR-Victim-Id
            MOVE "VICTIM ALREADY MERGED THIS RUN"
                TO WS-Refusal-Reason
         WHEN PT-Survivor-Id(Pair-X) = MR-Victim-Id
            MOVE "VICTIM IS A SURVIVOR THIS RUN - RERUN"
                TO WS-Refusal-Reason
       END-EVALUATE
    END-PERFORM.

Check-Customers.
    MOVE MR-Survivor-Id TO CU-Customer-Id.
    READ Customer-File
        INVALID KEY CONTINUE
    END-READ.
    EVALUATE TRUE
      WHEN NOT Customer-Rec-Found
         MOVE "SURVIVOR NOT ON FILE" TO WS-Refusal-Reason
      WHEN CU-Inactive
         MOVE SPACES TO WS-Refusal-Reason
         STRING "SURVIVOR ALREADY MERGED INTO " CU-Merged-Into
                DELIMITED BY SIZE INTO WS-Refusal-Reason
    END-EVALUATE.
    IF WS-Refusal-Reason NOT = SPACES
       EXIT PARAGRAPH
    END-IF.
    MOVE MR-Victim-Id TO CU-Customer-Id.
    READ Customer-File
        INVALID KEY CONTINUE
    END-READ.
    EVALUATE TRUE
      WHEN NOT Customer-Rec-Found
         MOVE "VICTIM NOT ON FILE" TO WS-Refusal-Reason
      WHEN CU-Inactive
         MOVE SPACES TO WS-Refusal-Reason
         STRING "VICTIM ALREADY MERGED INTO " CU-Merged-Into
                DELIMITED BY SIZE INTO WS-Refusal-Reason
    END-EVALUATE.
    IF WS-Refusal-Reason NOT = SPACES
       EXIT PARAGRAPH
    END-IF.
*>  The victim's items are moved from a table; a victim with more
*>  than it holds is left for the ledger to be cleared down first.
    MOVE MR-Victim-Id TO WS-Scan-Id.
    MOVE "N" TO WS-Scan-Collect.
    PERFORM Scan-AR-Balance.
    PERFORM Collect-Standing-Orders.
    EVALUATE TRUE
      WHEN WS-Scan-Items > 500
         MOVE "VICTIM HAS OVER 500 AR ITEMS" TO WS-Refusal-Reason
      WHEN VR-Count > 200
         MOVE "VICTIM HAS OVER 200 UNAPPLIED RECEIPTS"
             TO WS-Refusal-Reason
      WHEN VS-Count > 100
         MOVE "VICTIM HAS OVER 100 STANDING ORDERS"
             TO WS-Refusal-Reason
    END-EVALUATE.

Merge-One-Pair.
*>  Pairs are merged in request order, so a survivor taking two
*>  victims shows the first already folded in as its "before".
    MOVE PT-Survivor-Id(Pair-X) TO WS-Scan-Id.
    MOVE "N" TO WS-Scan-Collect.
    PERFORM Scan-AR-Balance.
    MOVE WS-Scan-Balance TO PT-S-Balance-Before(Pair-X).
    MOVE WS-Scan-Items   TO PT-S-Items-Before(Pair-X).
    MOVE PT-Victim-Id(Pair-X) TO WS-Scan-Id.
    SET Collect-Orders TO TRUE.
    PERFORM Scan-AR-Balance.
    MOVE WS-Scan-Balance TO PT-V-Balance-Before(Pair-X).
    MOVE WS-Scan-Items   TO PT-V-Items-Before(Pair-X).

    PERFORM Move-One-AR-Item
        VARYING VI-X FROM 1 BY 1 UNTIL VI-X > VI-Count.
    PERFORM Move-One-Receipt
        VARYING VR-X FROM 1 BY 1 UNTIL VR-X > VR-Count.
    MOVE PT-Victim-Id(Pair-X) TO WS-Scan-Id.
    PERFORM Collect-Standing-Orders.
    PERFORM Move-One-Standing-Order
        VARYING VS-X FROM 1 BY 1 UNTIL VS-X > VS-Count.
    PERFORM Merge-Dunning-History.
    PERFORM Count-Allocations.
    PERFORM Merge-Customer-Records.

    MOVE "N" TO WS-Scan-Collect.
    MOVE PT-Survivor-Id(Pair-X) TO WS-Scan-Id.
    PERFORM Scan-AR-Balance.
    MOVE WS-Scan-Balance TO PT-S-Balance-After(Pair-X).
    MOVE WS-Scan-Items   TO PT-S-Items-After(Pair-X).
    MOVE PT-Victim-Id(Pair-X) TO WS-Scan-Id.
    PERFORM Scan-AR-Balance.
    MOVE WS-Scan-Balance TO PT-V-Balance-After(Pair-X).
    MOVE WS-Scan-Items   TO PT-V-Items-After(Pair-X).

Scan-AR-Balance.
*>  Open balance and AR item count of the customer in WS-Scan-Id: the
*>  unpaid on its open items, less its open unapplied cash as
*>  ARAging and ARStatements net it.  The unapplied receipts are
*>  always listed for moving; with Collect-Orders so are the AR
*>  order numbers.
    MOVE ZERO TO WS-Scan-Balance WS-Scan-Items VI-Count VR-Count.
    IF AR-File-Usable
       PERFORM Scan-AR-Items
    END-IF.
    IF Unapplied-File-Usable
       PERFORM Scan-Unapplied-Cash
    END-IF.

Scan-AR-Items.
*>  Through the AR-Customer-Id alternate key, the way OrderEntry
*>  works out an open balance.
    MOVE "N" TO WS-EOF-AR-Scan.
    MOVE WS-Scan-Id TO AR-Customer-Id.
    START AR-Open-Item-File
        KEY IS EQUAL TO AR-Customer-Id
        INVALID KEY SET End-Of-AR-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-AR-Scan
       READ AR-Open-Item-File NEXT RECORD
          AT END SET End-Of-AR-Scan TO TRUE
       END-READ
       IF NOT End-Of-AR-Scan
          IF AR-Customer-Id NOT = WS-Scan-Id
             SET End-Of-AR-Scan TO TRUE
          ELSE
             ADD 1 TO WS-Scan-Items
             IF AR-Item-Open
                ADD AR-Invoice-Amount TO WS-Scan-Balance
                SUBTRACT AR-Paid-Amount FROM WS-Scan-Balance
             END-IF
             IF Collect-Orders AND VI-Count < 500
                ADD 1 TO VI-Count
                MOVE AR-Order-Number TO VI-Order-Number(VI-Count)
             END-IF
          END-IF
       END-IF
    END-PERFORM.

Scan-Unapplied-Cash.
    MOVE "N" TO WS-EOF-UA-Scan.
    MOVE WS-Scan-Id TO UA-Customer-Id.
    MOVE ZERO TO UA-Receipt-Date UA-Seq.
    START Unapplied-Cash-File
        KEY IS NOT LESS THAN UA-Key
        INVALID KEY SET End-Of-UA-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-UA-Scan
       READ Unapplied-Cash-File NEXT RECORD
          AT END SET End-Of-UA-Scan TO TRUE
       END-READ
       IF NOT End-Of-UA-Scan
          IF UA-Customer-Id NOT = WS-Scan-Id
             SET End-Of-UA-Scan TO TRUE
          ELSE
             IF UA-Open
                COMPUTE WS-UA-Remaining = UA-Amount - UA-Applied-Amount
                                        - UA-Refunded-Amount
                SUBTRACT WS-UA-Remaining FROM WS-Scan-Balance
             END-IF
             ADD 1 TO VR-Count
             IF VR-Count NOT > 200
                MOVE UA-Rec TO VR-Rec(VR-Count)
             END-IF
          END-IF
       END-IF
    END-PERFORM.

Collect-Standing-Orders.
*>  The standing orders of the customer in WS-Scan-Id.
    MOVE ZERO TO VS-Count.
    IF NOT Standing-File-Usable
       EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-EOF-SO-Scan.
    MOVE LOW-VALUES TO SO-Key.
    MOVE WS-Scan-Id TO SO-Customer-Id.
    START Standing-Order-File
        KEY IS NOT LESS THAN SO-Key
        INVALID KEY SET End-Of-SO-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-SO-Scan
       READ Standing-Order-File NEXT RECORD
          AT END SET End-Of-SO-Scan TO TRUE
       END-READ
       IF NOT End-Of-SO-Scan
          IF SO-Customer-Id NOT = WS-Scan-Id
             SET End-Of-SO-Scan TO TRUE
          ELSE
             ADD 1 TO VS-Count
             IF VS-Count NOT > 100
                MOVE SO-Rec TO VS-Rec(VS-Count)
             END-IF
          END-IF
       END-IF
    END-PERFORM.

Move-One-Receipt.
*>  Written under the survivor before the victim's is deleted; a key
*>  the survivor already holds takes the next free sequence.
    MOVE VR-Rec(VR-X) TO UA-Rec.
    MOVE PT-Survivor-Id(Pair-X) TO UA-Customer-Id.
    MOVE WS-Run-Date TO UA-Last-Action-Date.
    MOVE "CUSTMERG"  TO UA-Changed-By.
    MOVE "N" TO WS-UA-Written.
    WRITE UA-Rec
        INVALID KEY MOVE ZERO TO UA-Seq
        NOT INVALID KEY SET UA-Written TO TRUE
    END-WRITE.
    PERFORM UNTIL UA-Written OR UA-Seq = 999
       ADD 1 TO UA-Seq
       WRITE UA-Rec
           INVALID KEY CONTINUE
           NOT INVALID KEY SET UA-Written TO TRUE
       END-WRITE
    END-PERFORM.
    IF NOT UA-Written
       DISPLAY "CUSTMERGE: UNAPPLD.DAT WRITE FAILED FS = "
               UnappliedStatus " - RECEIPT LEFT ON " PT-Victim-Id(Pair-X)
       EXIT PARAGRAPH
    END-IF.
    MOVE VR-Rec(VR-X) TO UA-Rec.
    DELETE Unapplied-Cash-File
        INVALID KEY DISPLAY "UNAPPLD DELETE FS = " UnappliedStatus
    END-DELETE.
    ADD 1 TO PT-Unapplied-Moved(Pair-X).

Move-One-Standing-Order.
*>  A book or series the survivor already stands for keeps the
*>  survivor's terms; the victim's is left for SORDMNTT.
    MOVE VS-Rec(VS-X) TO SO-Rec.
    MOVE PT-Survivor-Id(Pair-X) TO SO-Customer-Id.
    WRITE SO-Rec
        INVALID KEY
           IF StandingStatus = "22"
              ADD 1 TO PT-Standing-Left(Pair-X)
           ELSE
              DISPLAY "STANDORD WRITE FS = " StandingStatus
           END-IF
           EXIT PARAGRAPH
    END-WRITE.
    MOVE VS-Rec(VS-X) TO SO-Rec.
    DELETE Standing-Order-File
        INVALID KEY DISPLAY "STANDORD DELETE FS = " StandingStatus
    END-DELETE.
    ADD 1 TO PT-Standing-Moved(Pair-X).

Move-One-AR-Item.
    MOVE VI-Order-Number(VI-X) TO AR-Order-Number.
    READ AR-Open-Item-File
        INVALID KEY DISPLAY "CUSTMERGE: AR ITEM " AR-Order-Number
                            " GONE DURING THE RUN"
    END-READ.
    IF AROpenStatus = "00"
       MOVE PT-Survivor-Id(Pair-X) TO AR-Customer-Id
       REWRITE AR-Rec
           INVALID KEY DISPLAY "AROPEN REWRITE FS = " AROpenStatus
           NOT INVALID KEY ADD 1 TO PT-AR-Moved(Pair-X)
       END-REWRITE
    END-IF.

Merge-Dunning-History.
*>  The survivor keeps the more severe of the two levels last sent,
*>  with its date; the victim's record goes.
    MOVE "NONE ON FILE" TO PT-Dunning-Note(Pair-X).
    IF NOT Dunning-File-Usable
       EXIT PARAGRAPH
    END-IF.
    MOVE PT-Victim-Id(Pair-X) TO DH-Customer-Id.
    READ Dunning-History-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Dunning-Rec-Found
       EXIT PARAGRAPH
    END-IF.
    DELETE Dunning-History-File
        INVALID KEY DISPLAY "DUNNHIST DELETE FS = " DunningStatus
    END-DELETE.
    MOVE DH-Last-Level TO WS-Victim-Level.
    MOVE DH-Last-Date  TO WS-Victim-Date.
    MOVE PT-Survivor-Id(Pair-X) TO DH-Customer-Id.
    READ Dunning-History-File
        INVALID KEY CONTINUE
    END-READ.
    IF NOT Dunning-Rec-Found
       MOVE WS-Victim-Level TO DH-Last-Level
       MOVE WS-Victim-Date  TO DH-Last-Date
       WRITE Dunning-History-Rec
           INVALID KEY DISPLAY "DUNNHIST WRITE FS = " DunningStatus
       END-WRITE
       MOVE "VICTIM'S LEVEL TAKEN ON" TO PT-Dunning-Note(Pair-X)
    ELSE
       IF WS-Victim-Level > DH-Last-Level
          MOVE WS-Victim-Level TO DH-Last-Level
          MOVE WS-Victim-Date  TO DH-Last-Date
          REWRITE Dunning-History-Rec
              INVALID KEY DISPLAY "DUNNHIST REWRITE FS = "
                                  DunningStatus
          END-REWRITE
          MOVE "VICTIM'S HIGHER LEVEL TAKEN ON"
              TO PT-Dunning-Note(Pair-X)
       ELSE
          MOVE "SURVIVOR'S LEVEL KEPT" TO PT-Dunning-Note(Pair-X)
       END-IF
    END-IF.

Count-Allocations.
*>  Reservations belong to the victim's pending and held orders and
*>  follow them unchanged.
    MOVE ZERO TO PT-Allocations(Pair-X).
    IF NOT Alloc-File-Usable
       EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING OT-X FROM 1 BY 1 UNTIL OT-X > OT-Count
       MOVE OT-Rec(OT-X) TO OrdersRec
       IF Customer-Id = PT-Victim-Id(Pair-X)
          PERFORM Count-Order-Allocations
       END-IF
    END-PERFORM.
    PERFORM VARYING HT-X FROM 1 BY 1 UNTIL HT-X > HT-Count
       MOVE HT-Rec(HT-X) TO CreditHoldRec
       IF CH-Customer-Id = PT-Victim-Id(Pair-X)
          MOVE CH-Order-Number TO Order-Number
          PERFORM Count-Order-Allocations
       END-IF
    END-PERFORM.

Count-Order-Allocations.
    MOVE "N" TO WS-EOF-Alloc-Scan.
    MOVE Order-Number TO AL-Order-Number.
    MOVE LOW-VALUES   TO AL-Book-Id.
    START Allocation-File
        KEY IS NOT LESS THAN AL-Key
        INVALID KEY SET End-Of-Alloc-Scan TO TRUE
    END-START.
    PERFORM UNTIL End-Of-Alloc-Scan
       READ Allocation-File NEXT RECORD
          AT END SET End-Of-Alloc-Scan TO TRUE
       END-READ
       IF NOT End-Of-Alloc-Scan
          IF AL-Order-Number NOT = Order-Number
             SET End-Of-Alloc-Scan TO TRUE
          ELSE
             ADD 1 TO PT-Allocations(Pair-X)
          END-IF
       END-IF
    END-PERFORM.

Merge-Customer-Records.
    MOVE PT-Victim-Id(Pair-X) TO CU-Customer-Id.
    READ Customer-File
        INVALID KEY CONTINUE
    END-READ.
    MOVE CU-Name         TO PT-Victim-Name(Pair-X).
    MOVE CU-Credit-Limit TO PT-V-Limit-Before(Pair-X).
    MOVE CU-Sales-Rep    TO PT-Rep-Taken(Pair-X).
    MOVE "I"                    TO CU-Acct-Status.
    MOVE PT-Survivor-Id(Pair-X) TO CU-Merged-Into.
    MOVE ZERO                   TO CU-Credit-Limit.
    REWRITE CU-Rec
        INVALID KEY DISPLAY "CUSTOMER REWRITE FS = " CustomerStatus
    END-REWRITE.

    MOVE PT-Survivor-Id(Pair-X) TO CU-Customer-Id.
    READ Customer-File
        INVALID KEY CONTINUE
    END-READ.
    MOVE CU-Name         TO PT-Survivor-Name(Pair-X).
    MOVE CU-Credit-Limit TO PT-S-Limit-Before(Pair-X).
    COMPUTE WS-New-Limit = CU-Credit-Limit + PT-V-Limit-Before(Pair-X).
    IF WS-New-Limit > WS-Limit-Max
       MOVE WS-Limit-Max TO CU-Credit-Limit
    ELSE
       MOVE WS-New-Limit TO CU-Credit-Limit
    END-IF.
    MOVE CU-Credit-Limit TO PT-S-Limit-After(Pair-X).
    IF CU-Sales-Rep = SPACES
       MOVE PT-Rep-Taken(Pair-X) TO CU-Sales-Rep
    ELSE
       MOVE SPACES TO PT-Rep-Taken(Pair-X)
    END-IF.
    REWRITE CU-Rec
        INVALID KEY DISPLAY "CUSTOMER REWRITE FS = " CustomerStatus
    END-REWRITE.

Move-Order-History.
*>  One pass of the history for every pair; the key is untouched so
*>  each line is rewritten where it stands.
    OPEN I-O Order-History-File.
    IF OrderHistoryStatus NOT = "00"
       CLOSE Order-History-File
       EXIT PARAGRAPH
    END-IF.
    READ Order-History-File NEXT RECORD
        AT END SET End-Of-History TO TRUE
    END-READ.
    PERFORM UNTIL End-Of-History
       MOVE OH-Customer-Id TO WS-Find-Id
       PERFORM Find-Victim-Pair
       IF WS-Pair-Slot > ZERO
          MOVE PT-Survivor-Id(WS-Pair-Slot) TO OH-Customer-Id
          REWRITE OrderHistoryRec
              INVALID KEY DISPLAY "ORDHIST REWRITE FS = "
                                  OrderHistoryStatus
              NOT INVALID KEY ADD 1 TO PT-History-Moved(WS-Pair-Slot)
          END-REWRITE
       END-IF
       READ Order-History-File NEXT RECORD
           AT END SET End-Of-History TO TRUE
       END-READ
    END-PERFORM.
    CLOSE Order-History-File.

Move-Oil-Demand-History.
*>  The shipment history has no limit to its size, so it is copied
*>  to a work file with the victims' ids replaced and copied back,
*>  as AuditArchive rolls AUDITTRL.DAT over.
    OPEN INPUT Oil-Demand-File.
    IF OilDemandStatus NOT = "00"
       CLOSE Oil-Demand-File
       EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT Oil-Demand-Work-File.
    READ Oil-Demand-File
        AT END SET EndOfOilDemand TO TRUE
    END-READ.
    PERFORM UNTIL EndOfOilDemand
       MOVE DM-Customer-Id TO WS-Find-Id
       PERFORM Find-Victim-Pair
       IF WS-Pair-Slot > ZERO
          MOVE PT-Survivor-Id(WS-Pair-Slot) TO DM-Customer-Id
          ADD 1 TO PT-Oil-Demand-Moved(WS-Pair-Slot)
       END-IF
       WRITE Oil-Demand-Work-Rec FROM Oil-Demand-Rec
       READ Oil-Demand-File
           AT END SET EndOfOilDemand TO TRUE
       END-READ
    END-PERFORM.
    CLOSE Oil-Demand-File.
    CLOSE Oil-Demand-Work-File.

    OPEN INPUT Oil-Demand-Work-File.
    OPEN OUTPUT Oil-Demand-File.
    READ Oil-Demand-Work-File
        AT END SET EndOfDemandWork TO TRUE
    END-READ.
    PERFORM UNTIL EndOfDemandWork
       WRITE Oil-Demand-Rec FROM Oil-Demand-Work-Rec
       READ Oil-Demand-Work-File
           AT END SET EndOfDemandWork TO TRUE
       END-READ
    END-PERFORM.
    CLOSE Oil-Demand-Work-File.
    CLOSE Oil-Demand-File.

Rewrite-Sequential-Files.
*>  Each file is written back whole with every victim's id replaced.
    MOVE ZERO TO WS-Pair-Slot.
    PERFORM VARYING OT-X FROM 1 BY 1 UNTIL OT-X > OT-Count
       MOVE OT-Rec(OT-X) TO OrdersRec
       MOVE Customer-Id TO WS-Find-Id
       PERFORM Find-Victim-Pair
       IF WS-Pair-Slot > ZERO
          MOVE PT-Survivor-Id(WS-Pair-Slot) TO Customer-Id
          MOVE OrdersRec TO OT-Rec(OT-X)
          ADD 1 TO PT-Orders-Moved(WS-Pair-Slot)
       END-IF
    END-PERFORM.
    PERFORM Write-Back-Orders.

    PERFORM VARYING BT-X FROM 1 BY 1 UNTIL BT-X > BT-Count
       MOVE BT-Rec(BT-X) TO BackorderRec
       MOVE Customer-Id-BOF TO WS-Find-Id
       PERFORM Find-Victim-Pair
       IF WS-Pair-Slot > ZERO
          MOVE PT-Survivor-Id(WS-Pair-Slot) TO Customer-Id-BOF
          MOVE BackorderRec TO BT-Rec(BT-X)
          ADD 1 TO PT-Backorders-Moved(WS-Pair-Slot)
       END-IF
    END-PERFORM.
    PERFORM Write-Back-Backorders.

    PERFORM VARYING HT-X FROM 1 BY 1 UNTIL HT-X > HT-Count
       MOVE HT-Rec(HT-X) TO CreditHoldRec
       MOVE CH-Customer-Id TO WS-Find-Id
       PERFORM Find-Victim-Pair
       IF WS-Pair-Slot > ZERO
          MOVE PT-Survivor-Id(WS-Pair-Slot) TO CH-Customer-Id
          MOVE CreditHoldRec TO HT-Rec(HT-X)
          ADD 1 TO PT-Holds-Moved(WS-Pair-Slot)
       END-IF
    END-PERFORM.
    PERFORM Write-Back-Holds.

    PERFORM VARYING PR-X FROM 1 BY 1 UNTIL PR-X > PR-Count
       MOVE PR-Rec(PR-X) TO Pre-Order-Rec
       MOVE PO-Customer-Id TO WS-Find-Id
       PERFORM Find-Victim-Pair
       IF WS-Pair-Slot > ZERO
          MOVE PT-Survivor-Id(WS-Pair-Slot) TO PO-Customer-Id
          MOVE Pre-Order-Rec TO PR-Rec(PR-X)
          ADD 1 TO PT-PreOrders-Moved(WS-Pair-Slot)
       END-IF
    END-PERFORM.
    PERFORM Write-Back-Pre-Orders.

    PERFORM VARYING OR-X FROM 1 BY 1 UNTIL OR-X > OR-Count
       MOVE OR-Rec(OR-X) TO Oil-Order-Rec
       MOVE OO-Customer-Id TO WS-Find-Id
       PERFORM Find-Victim-Pair
       IF WS-Pair-Slot > ZERO
          MOVE PT-Survivor-Id(WS-Pair-Slot) TO OO-Customer-Id
          MOVE Oil-Order-Rec TO OR-Rec(OR-X)
          ADD 1 TO PT-Oil-Orders-Moved(WS-Pair-Slot)
       END-IF
    END-PERFORM.
    PERFORM Write-Back-Oil-Orders.

    PERFORM VARYING OB-X FROM 1 BY 1 UNTIL OB-X > OB-Count
       MOVE OB-Rec(OB-X) TO Oil-Billing-Rec
       MOVE BL-Customer-Id TO WS-Find-Id
       PERFORM Find-Victim-Pair
       IF WS-Pair-Slot > ZERO
          MOVE PT-Survivor-Id(WS-Pair-Slot) TO BL-Customer-Id
          MOVE Oil-Billing-Rec TO OB-Rec(OB-X)
          ADD 1 TO PT-Oil-Billing-Moved(WS-Pair-Slot)
       END-IF
    END-PERFORM.
    PERFORM Write-Back-Oil-Billing.

Find-Victim-Pair.
    MOVE ZERO TO WS-Pair-Slot.
    PERFORM VARYING Pair-X FROM 1 BY 1 UNTIL Pair-X > Pair-Count
       IF PT-Victim-Id(Pair-X) = WS-Find-Id
          SET WS-Pair-Slot TO Pair-X
       END-IF
    END-PERFORM.

Write-Back-Orders.
    OPEN OUTPUT OrdersFile.
    PERFORM VARYING OT-X FROM 1 BY 1 UNTIL OT-X > OT-Count
       MOVE OT-Rec(OT-X) TO OrdersRec
       WRITE OrdersRec
    END-PERFORM.
    CLOSE OrdersFile.

Write-Back-Backorders.
    OPEN OUTPUT BackorderFile.
    PERFORM VARYING BT-X FROM 1 BY 1 UNTIL BT-X > BT-Count
       MOVE BT-Rec(BT-X) TO BackorderRec
       WRITE BackorderRec
    END-PERFORM.
    CLOSE BackorderFile.

Write-Back-Holds.
    OPEN OUTPUT CreditHoldFile.
    PERFORM VARYING HT-X FROM 1 BY 1 UNTIL HT-X > HT-Count
       MOVE HT-Rec(HT-X) TO CreditHoldRec
       WRITE CreditHoldRec
    END-PERFORM.
    CLOSE CreditHoldFile.

Write-Back-Pre-Orders.
    OPEN OUTPUT Pre-Order-File.
    PERFORM VARYING PR-X FROM 1 BY 1 UNTIL PR-X > PR-Count
       MOVE PR-Rec(PR-X) TO Pre-Order-Rec
       WRITE Pre-Order-Rec
    END-PERFORM.
    CLOSE Pre-Order-File.

Write-Back-Oil-Orders.
    OPEN OUTPUT Oil-Order-File.
    PERFORM VARYING OR-X FROM 1 BY 1 UNTIL OR-X > OR-Count
       MOVE OR-Rec(OR-X) TO Oil-Order-Rec
       WRITE Oil-Order-Rec
    END-PERFORM.
    CLOSE Oil-Order-File.

Write-Back-Oil-Billing.
    OPEN OUTPUT Oil-Billing-File.
    PERFORM VARYING OB-X FROM 1 BY 1 UNTIL OB-X > OB-Count
       MOVE OB-Rec(OB-X) TO Oil-Billing-Rec
       WRITE Oil-Billing-Rec
    END-PERFORM.
    CLOSE Oil-Billing-File.

Print-Pair-Certificate.
    WRITE Certificate-Line FROM Rule-Line.
    MOVE PT-Survivor-Id(Pair-X)   TO PH-Survivor-Id.
    MOVE PT-Survivor-Name(Pair-X) TO PH-Survivor-Name.
    MOVE PT-Approved-By(Pair-X)   TO PH-Approved-By.
    WRITE Certificate-Line FROM Pair-Heading-1.
    MOVE PT-Victim-Id(Pair-X)     TO PH-Victim-Id.
    MOVE PT-Victim-Name(Pair-X)   TO PH-Victim-Name.
    MOVE PT-Survivor-Id(Pair-X)   TO PH-Merged-Into.
    WRITE Certificate-Line FROM Pair-Heading-2.
    MOVE SPACES TO Certificate-Line.
    WRITE Certificate-Line.
    WRITE Certificate-Line FROM Balance-Heading.
    WRITE Certificate-Line FROM Balance-Heading-2.

    MOVE "OPEN BALANCE"                 TO BL-Caption.
    MOVE PT-S-Balance-Before(Pair-X)    TO BL-S-Before.
    MOVE PT-V-Balance-Before(Pair-X)    TO BL-V-Before.
    MOVE PT-S-Balance-After(Pair-X)     TO BL-S-After.
    MOVE PT-V-Balance-After(Pair-X)     TO BL-V-After.
    WRITE Certificate-Line FROM Balance-Line.
    MOVE "AR ITEMS"                     TO CL-Caption.
    MOVE PT-S-Items-Before(Pair-X)      TO CL-S-Before.
    MOVE PT-V-Items-Before(Pair-X)      TO CL-V-Before.
    MOVE PT-S-Items-After(Pair-X)       TO CL-S-After.
    MOVE PT-V-Items-After(Pair-X)       TO CL-V-After.
    WRITE Certificate-Line FROM Count-Line.
    MOVE "CREDIT LIMIT"                 TO BL-Caption.
    MOVE PT-S-Limit-Before(Pair-X)      TO BL-S-Before.
    MOVE PT-V-Limit-Before(Pair-X)      TO BL-V-Before.
    MOVE PT-S-Limit-After(Pair-X)       TO BL-S-After.
    MOVE ZERO                           TO BL-V-After.
    WRITE Certificate-Line FROM Balance-Line.
    MOVE SPACES TO Certificate-Line.
    WRITE Certificate-Line.

    MOVE "AR ITEMS MOVED"                      TO ML-Caption.
    MOVE PT-AR-Moved(Pair-X)                   TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "ORDER HISTORY LINES MOVED"           TO ML-Caption.
    MOVE PT-History-Moved(Pair-X)              TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "UNAPPLIED CASH RECEIPTS MOVED"       TO ML-Caption.
    MOVE PT-Unapplied-Moved(Pair-X)            TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "PENDING ORDERS MOVED"                TO ML-Caption.
    MOVE PT-Orders-Moved(Pair-X)               TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "PRE-ORDERS MOVED"                    TO ML-Caption.
    MOVE PT-PreOrders-Moved(Pair-X)            TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "OIL ORDERS MOVED"                    TO ML-Caption.
    MOVE PT-Oil-Orders-Moved(Pair-X)           TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "OIL LINES AWAITING INVOICE MOVED"    TO ML-Caption.
    MOVE PT-Oil-Billing-Moved(Pair-X)          TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "OIL SHIPMENT HISTORY LINES MOVED"    TO ML-Caption.
    MOVE PT-Oil-Demand-Moved(Pair-X)           TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "STANDING ORDERS MOVED"               TO ML-Caption.
    MOVE PT-Standing-Moved(Pair-X)             TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    IF PT-Standing-Left(Pair-X) > ZERO
       MOVE "STANDING ORDERS LEFT - SURVIVOR HOLDS SAME" TO ML-Caption
       MOVE PT-Standing-Left(Pair-X)            TO ML-Count
       WRITE Certificate-Line FROM Moved-Line
    END-IF.
    MOVE "BACKORDERS MOVED"                    TO ML-Caption.
    MOVE PT-Backorders-Moved(Pair-X)           TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "CREDIT-HOLD ORDERS MOVED"            TO ML-Caption.
    MOVE PT-Holds-Moved(Pair-X)                TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "ALLOCATIONS FOLLOWING THEIR ORDERS"  TO ML-Caption.
    MOVE PT-Allocations(Pair-X)                TO ML-Count.
    WRITE Certificate-Line FROM Moved-Line.
    MOVE "DUNNING HISTORY"                     TO NL-Caption.
    MOVE PT-Dunning-Note(Pair-X)               TO NL-Text.
    WRITE Certificate-Line FROM Note-Line.
    IF PT-Rep-Taken(Pair-X) NOT = SPACES
       MOVE "SALES REP TAKEN FROM VICTIM"      TO NL-Caption
       MOVE PT-Rep-Taken(Pair-X)               TO NL-Text
       WRITE Certificate-Line FROM Note-Line
    END-IF.
    IF PT-S-Limit-After(Pair-X) = WS-Limit-Max
       MOVE "CREDIT LIMIT"                     TO NL-Caption
       MOVE "COMBINED LIMIT CUT TO THE MAXIMUM" TO NL-Text
       WRITE Certificate-Line FROM Note-Line
    END-IF.

    COMPUTE WS-Proof-Difference = PT-S-Balance-After(Pair-X)
                                - PT-S-Balance-Before(Pair-X)
                                - PT-V-Balance-Before(Pair-X).
    IF WS-Proof-Difference = ZERO AND PT-V-Items-After(Pair-X) = ZERO
       MOVE "AGREED" TO PL-Result
       MOVE ZERO TO PL-Difference
    ELSE
       MOVE "*** OUT OF BALANCE ***" TO PL-Result
       MOVE WS-Proof-Difference TO PL-Difference
       DISPLAY "CUSTMERGE: MERGE OF " PT-Victim-Id(Pair-X)
               " INTO " PT-Survivor-Id(Pair-X) " OUT OF BALANCE"
    END-IF.
    WRITE Certificate-Line FROM Proof-Line.
    MOVE SPACES TO Certificate-Line.
    WRITE Certificate-Line.
