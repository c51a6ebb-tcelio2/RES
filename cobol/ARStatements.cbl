*> address print from CUSTOMER.DAT exactly as InvoiceGen prints
*> them.  A customer with a zero closing balance and no invoices or
*> payments in the month gets no statement.
*> Cash a customer sent without an order ARCash could match (their
*> customer id is on the receipt) prints as an ON ACCT payment.  What
*> ARCash could not apply is held on UNAPPLD.DAT: refunds paid
*> from it by check through CASHAPPT print as REFUND, and whatever is held
*> prints as unapplied cash under the closing balance with the net
*> amount due, so a customer with only a credit still gets a statement.
*> An item ARWriteOff has closed shows its write-off (ARWOHIST.DAT) as
*> a WRITEOFF line in the month it was made.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CashStatus.

    SELECT OPTIONAL Unapplied-Cash-File ASSIGN TO "UNAPPLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UA-Key
        FILE STATUS IS UnappliedStatus.

    SELECT OPTIONAL Write-Off-History-File ASSIGN TO "ARWOHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WriteOffStatus.

    SELECT Statement-Report-File ASSIGN TO "STATEMENTS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    02  CU-City                 PIC X(15).
    02  CU-Country-Code         PIC XX.
    02  CU-Credit-Limit         PIC 9(6)V99.
    02  CU-Sales-Rep            PIC X(4).
    02  CU-Acct-Status          PIC X.
        88 CU-Inactive          VALUE "I".
    02  CU-Merged-Into          PIC X(5).

FD  AR-Open-Item-File.
01  AR-Rec.
    02  CR-Order-Number         PIC X(7).
    02  CR-Amount               PIC 9(6)V99.
    02  CR-Receipt-Date         PIC 9(8).
    02  CR-Customer-Id          PIC X(5).

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

FD  Write-Off-History-File.
01  Write-Off-History-Rec.
    88 EndOfWriteOffs           VALUE HIGH-VALUES.
    02  WH-Order-Number         PIC X(7).
    02  WH-Customer-Id          PIC X(5).
    02  WH-Date                 PIC 9(8).
    02  WH-Amount               PIC 9(6)V99.
    02  WH-Type                 PIC X.
    02  WH-Reason               PIC X(20).
    02  WH-Approved-By          PIC X(8).

FD  Statement-Report-File.
01  Statement-Line              PIC X(80).
01  CustomerStatus              PIC XX.
01  AROpenStatus                PIC XX.
01  CashStatus                  PIC XX.
01  UnappliedStatus             PIC XX.
01  WriteOffStatus              PIC XX.
01  WS-EOF-AR-Scan              PIC X.
    88 End-Of-AR-Scan           VALUE "Y".
01  WS-EOF-UA-Scan              PIC X.
    88 End-Of-UA-Scan           VALUE "Y".
01  WS-Item-Found               PIC X.
    88 Receipt-Item-Found       VALUE "Y".

01  WS-Run-Date                 PIC 9(8).
01  WS-Period-Start             PIC 9(8).
01  WS-Closing-Balance          PIC S9(8)V99.
01  WS-Activity-Count           PIC 9(4).
01  WS-Open-Amount              PIC S9(6)V99.
01  WS-Unapplied-Balance        PIC S9(8)V99.
01  WS-UA-Remaining             PIC S9(6)V99.
01  WS-Statements-Printed       PIC 9(5) VALUE 0.
01  WS-Customers-Skipped        PIC 9(5) VALUE 0.

        03  IT-Paid-Amount      PIC 9(6)V99.
01  Item-Count                  PIC 9(3).
01  Item-X                      PIC 9(3).
01  Item-Y                      PIC 9(3).

01  Statement-Buckets.
    02  SB-Current              PIC 9(8)V99.
    02  FILLER                  PIC X(20) VALUE "CLOSING BALANCE:    ".
    02  SC-Closing              PIC -ZZZ,ZZ9.99.

01  Statement-Unapplied-Line.
    02  FILLER                  PIC X(20) VALUE "UNAPPLIED CASH:     ".
    02  SU-Unapplied            PIC -ZZZ,ZZ9.99.

01  Statement-Net-Line.
    02  FILLER                  PIC X(20) VALUE "NET BALANCE DUE:    ".
    02  SN-Net-Balance          PIC -ZZZ,ZZ9.99.

01  Statement-Aging-Line.
    02  FILLER                  PIC X(8)  VALUE "AGING:  ".
    02  SG-Current              PIC ZZ,ZZ9.99.
       CLOSE Customer-File
       STOP RUN
    END-IF.
    OPEN INPUT Unapplied-Cash-File.
    OPEN OUTPUT Statement-Report-File.

    READ Customer-File NEXT RECORD
            WS-Customers-Skipped " SKIPPED".
    CLOSE Customer-File.
    CLOSE AR-Open-Item-File.
    CLOSE Unapplied-Cash-File.
    CLOSE Statement-Report-File.
    STOP RUN.

    PERFORM Load-Customer-Items.
    PERFORM Total-Customer-Position.
    IF WS-Closing-Balance = ZERO AND WS-Activity-Count = ZERO
       AND WS-Unapplied-Balance = ZERO
       ADD 1 TO WS-Customers-Skipped
    ELSE
       PERFORM Print-Statement
          ADD 1 TO WS-Activity-Count
       END-IF
       PERFORM Total-Item-Payments
       PERFORM Total-Item-Write-Offs
       COMPUTE WS-Open-Amount =
               IT-Invoice-Amount(Item-X) - IT-Paid-Amount(Item-X)
       IF WS-Open-Amount > ZERO
       END-IF
       ADD WS-Open-Amount TO WS-Closing-Balance
    END-PERFORM.
    PERFORM Total-On-Account-Receipts.
    PERFORM Total-Customer-Unapplied.

Total-Item-Payments.
    OPEN INPUT Cash-Receipts-File.
    CLOSE Cash-Receipts-File.
    MOVE SPACES TO Cash-Receipt-Rec.

Total-Item-Write-Offs.
    OPEN INPUT Write-Off-History-File.
    IF WriteOffStatus = "00"
       READ Write-Off-History-File
          AT END SET EndOfWriteOffs TO TRUE
       END-READ
       PERFORM UNTIL EndOfWriteOffs
          IF WH-Order-Number = IT-Order-Number(Item-X)
             IF WH-Date < WS-Period-Start
                SUBTRACT WH-Amount FROM WS-Opening-Balance
             ELSE
                ADD 1 TO WS-Activity-Count
             END-IF
          END-IF
          READ Write-Off-History-File
             AT END SET EndOfWriteOffs TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Write-Off-History-File.
    MOVE SPACES TO Write-Off-History-Rec.

*> Receipts carrying the customer's id but no order on this statement
*> went on account (lockbox remainders, payments quoting nothing).
Total-On-Account-Receipts.
    OPEN INPUT Cash-Receipts-File.
    IF CashStatus = "00"
       READ Cash-Receipts-File
          AT END SET EndOfCash TO TRUE
       END-READ
       PERFORM UNTIL EndOfCash
          IF CR-Customer-Id = CU-Customer-Id
             PERFORM Find-Receipt-Item
             IF NOT Receipt-Item-Found
                IF CR-Receipt-Date < WS-Period-Start
                   SUBTRACT CR-Amount FROM WS-Opening-Balance
                ELSE
                   ADD 1 TO WS-Activity-Count
                END-IF
             END-IF
          END-IF
          READ Cash-Receipts-File
             AT END SET EndOfCash TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Cash-Receipts-File.
    MOVE SPACES TO Cash-Receipt-Rec.

Find-Receipt-Item.
    MOVE "N" TO WS-Item-Found.
    PERFORM VARYING Item-Y FROM 1 BY 1
            UNTIL Item-Y > Item-Count OR Receipt-Item-Found
       IF CR-Order-Number = IT-Order-Number(Item-Y)
          SET Receipt-Item-Found TO TRUE
       END-IF
    END-PERFORM.

*> Cash still held unapplied reduces what the customer owes; a refund
*> paid out of it puts the money back on the account.
Total-Customer-Unapplied.
    MOVE ZERO TO WS-Unapplied-Balance.
    MOVE "N" TO WS-EOF-UA-Scan.
    MOVE CU-Customer-Id TO UA-Customer-Id.
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
          IF UA-Customer-Id NOT = CU-Customer-Id
             SET End-Of-UA-Scan TO TRUE
          ELSE
             IF UA-Refunded-Amount > ZERO
                IF UA-Refund-Date < WS-Period-Start
                   ADD UA-Refunded-Amount TO WS-Opening-Balance
                ELSE
                   ADD 1 TO WS-Activity-Count
                END-IF
             END-IF
             IF UA-Open
                COMPUTE WS-UA-Remaining = UA-Amount
                        - UA-Applied-Amount - UA-Refunded-Amount
                ADD WS-UA-Remaining TO WS-Unapplied-Balance
             END-IF
          END-IF
       END-IF
    END-PERFORM.

Age-Item-Balance.
    COMPUTE WS-Invoice-Date-Integer =
            FUNCTION INTEGER-OF-DATE(IT-Invoice-Date(Item-X)).
          WRITE Statement-Line FROM Statement-Detail
       END-IF
       PERFORM Print-Item-Payments
       PERFORM Print-Item-Write-Offs
    END-PERFORM.
    PERFORM Print-On-Account-Receipts.
    PERFORM Print-Refunds.

    MOVE WS-Closing-Balance TO SC-Closing.
    WRITE Statement-Line FROM Statement-Closing-Line.
    IF WS-Unapplied-Balance NOT = ZERO
       COMPUTE SU-Unapplied = 0 - WS-Unapplied-Balance
       WRITE Statement-Line FROM Statement-Unapplied-Line
       COMPUTE SN-Net-Balance =
               WS-Closing-Balance - WS-Unapplied-Balance
       WRITE Statement-Line FROM Statement-Net-Line
    END-IF.
    MOVE SB-Current TO SG-Current.
    MOVE SB-Over-30 TO SG-Over-30.
    MOVE SB-Over-60 TO SG-Over-60.
    END-IF.
    CLOSE Cash-Receipts-File.
    MOVE SPACES TO Cash-Receipt-Rec.

Print-On-Account-Receipts.
    OPEN INPUT Cash-Receipts-File.
    IF CashStatus = "00"
       READ Cash-Receipts-File
          AT END SET EndOfCash TO TRUE
       END-READ
       PERFORM UNTIL EndOfCash
          IF CR-Customer-Id = CU-Customer-Id
             AND CR-Receipt-Date NOT LESS THAN WS-Period-Start
             PERFORM Find-Receipt-Item
             IF NOT Receipt-Item-Found
                MOVE CR-Receipt-Date TO SD-Date
                MOVE "ON ACCT"       TO SD-Type
                MOVE CR-Order-Number TO SD-Order-Number
                COMPUTE SD-Amount = 0 - CR-Amount
                WRITE Statement-Line FROM Statement-Detail
             END-IF
          END-IF
          READ Cash-Receipts-File
             AT END SET EndOfCash TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Cash-Receipts-File.
    MOVE SPACES TO Cash-Receipt-Rec.

Print-Refunds.
    MOVE "N" TO WS-EOF-UA-Scan.
    MOVE CU-Customer-Id TO UA-Customer-Id.
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
          IF UA-Customer-Id NOT = CU-Customer-Id
             SET End-Of-UA-Scan TO TRUE
          ELSE
             IF UA-Refunded-Amount > ZERO
                AND UA-Refund-Date NOT LESS THAN WS-Period-Start
                MOVE UA-Refund-Date     TO SD-Date
                MOVE "REFUND"           TO SD-Type
                MOVE UA-Order-Ref       TO SD-Order-Number
                MOVE UA-Refunded-Amount TO SD-Amount
                WRITE Statement-Line FROM Statement-Detail
             END-IF
          END-IF
       END-IF
    END-PERFORM.

Print-Item-Write-Offs.
    OPEN INPUT Write-Off-History-File.
    IF WriteOffStatus = "00"
       READ Write-Off-History-File
          AT END SET EndOfWriteOffs TO TRUE
       END-READ
       PERFORM UNTIL EndOfWriteOffs
          IF WH-Order-Number = IT-Order-Number(Item-X)
             AND WH-Date NOT LESS THAN WS-Period-Start
             MOVE WH-Date         TO SD-Date
             MOVE "WRITEOFF"      TO SD-Type
             MOVE WH-Order-Number TO SD-Order-Number
             COMPUTE SD-Amount = 0 - WH-Amount
             WRITE Statement-Line FROM Statement-Detail
          END-IF
          READ Write-Off-History-File
             AT END SET EndOfWriteOffs TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE Write-Off-History-File.
    MOVE SPACES TO Write-Off-History-Rec.
