*> balance from the invoice date into current/30/60/90-day buckets,
*> with a balance line per customer and control totals for the whole
*> ledger.  Items already marked paid are skipped.
*> Cash ARCash could not match to an invoice sits on UNAPPLD.DAT under
*> the customer, keyed customer first, so it is read alongside the
*> open items: a customer holding unapplied cash gets it and the net
*> balance under their totals, a customer with unapplied cash but no
*> open items gets lines of their own, and cash from a payer not yet
*> identified is shown once at the foot with the ledger totals.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                  WITH DUPLICATES
        FILE STATUS IS AROpenStatus.

    SELECT OPTIONAL Unapplied-Cash-File ASSIGN TO "UNAPPLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS UA-Key
        FILE STATUS IS UnappliedStatus.

    SELECT Aging-Report-File ASSIGN TO "ARAGING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

        88 AR-Item-Open         VALUE "O".
        88 AR-Item-Paid         VALUE "P".

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

FD  Aging-Report-File.
01  Aging-Line                  PIC X(90).

WORKING-STORAGE SECTION.
01  AROpenStatus                PIC XX.
01  UnappliedStatus             PIC XX.

01  WS-EOF-AR                   PIC X VALUE "N".
    88 End-Of-AR                VALUE "Y".
01  WS-EOF-UA                   PIC X VALUE "N".
    88 End-Of-UA                VALUE "Y".

01  WS-Run-Date                 PIC 9(8).
01  WS-Run-Date-Integer         PIC 9(9).
    02  GB-Balance              PIC 9(9)V99 VALUE 0.
01  WS-Items-Reported           PIC 9(5) VALUE 0.

01  WS-UA-Customer              PIC X(5).
01  WS-UA-Remaining             PIC 9(6)V99.
01  WS-Cust-Unapplied           PIC 9(8)V99 VALUE 0.
01  WS-Cust-Balance             PIC 9(8)V99 VALUE 0.
01  WS-Grand-Unapplied          PIC 9(9)V99 VALUE 0.
01  WS-Unidentified-Cash        PIC 9(9)V99 VALUE 0.

01  Aging-Heading-1.
    02  FILLER                  PIC X(26) VALUE
        "AR AGING REPORT AS AT     ".
    02  FILLER                  PIC X(1)  VALUE SPACES.
    02  GT-Over-90              PIC Z,ZZZ,ZZ9.99.

01  Customer-Unapplied-Line.
    02  FILLER                  PIC X(23) VALUE
        "  LESS UNAPPLIED CASH  ".
    02  CU-Unapplied            PIC ZZZ,ZZ9.99.

01  Customer-Net-Line.
    02  FILLER                  PIC X(23) VALUE
        "  NET BALANCE          ".
    02  CN-Net-Balance          PIC ZZZ,ZZ9.99-.

01  Grand-Unidentified-Line.
    02  FILLER                  PIC X(23) VALUE
        "UNIDENTIFIED CASH      ".
    02  GU-Unidentified         PIC Z,ZZZ,ZZ9.99.

01  Grand-Unapplied-Line.
    02  FILLER                  PIC X(23) VALUE
        "LESS UNAPPLIED CASH    ".
    02  GA-Unapplied            PIC Z,ZZZ,ZZ9.99.

01  Grand-Net-Line.
    02  FILLER                  PIC X(23) VALUE
        "NET LEDGER BALANCE     ".
    02  GN-Net-Balance          PIC Z,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
            FUNCTION INTEGER-OF-DATE(WS-Run-Date).

    OPEN INPUT AR-Open-Item-File.
    OPEN INPUT Unapplied-Cash-File.
    PERFORM Read-Unapplied.
    OPEN OUTPUT Aging-Report-File.

    MOVE WS-Run-Date TO AH-Run-Date.
    IF Customer-Started
       PERFORM Print-Customer-Totals
    END-IF.
    MOVE HIGH-VALUES TO WS-Prev-Customer.
    PERFORM Flush-Unapplied-Before.

    MOVE GB-Balance TO GT-Balance.
    MOVE GB-Current TO GT-Current.
    MOVE GB-Over-60 TO GT-Over-60.
    MOVE GB-Over-90 TO GT-Over-90.
    WRITE Aging-Line FROM Grand-Total-Line.
    IF WS-Grand-Unapplied > ZERO
       IF WS-Unidentified-Cash > ZERO
          MOVE WS-Unidentified-Cash TO GU-Unidentified
          WRITE Aging-Line FROM Grand-Unidentified-Line
       END-IF
       MOVE WS-Grand-Unapplied TO GA-Unapplied
       WRITE Aging-Line FROM Grand-Unapplied-Line
       COMPUTE GN-Net-Balance = GB-Balance - WS-Grand-Unapplied
       WRITE Aging-Line FROM Grand-Net-Line
    END-IF.
    DISPLAY "ARAGING: " WS-Items-Reported " OPEN ITEMS, BALANCE "
            GB-Balance.
    DISPLAY "ARAGING: UNAPPLIED CASH " WS-Grand-Unapplied.

    CLOSE AR-Open-Item-File.
    CLOSE Unapplied-Cash-File.
    CLOSE Aging-Report-File.
    STOP RUN.

             AND AR-Customer-Id NOT = WS-Prev-Customer
             PERFORM Print-Customer-Totals
          END-IF
          IF NOT Customer-Started
             OR AR-Customer-Id NOT = WS-Prev-Customer
             MOVE AR-Customer-Id TO WS-Prev-Customer
             PERFORM Flush-Unapplied-Before
          END-IF
          SET Customer-Started TO TRUE
          PERFORM Report-Open-Item
       END-IF
    WRITE Aging-Line FROM Aging-Detail.

Print-Customer-Totals.
    MOVE ZERO TO WS-Cust-Unapplied.
    IF NOT End-Of-UA AND UA-Customer-Id = WS-Prev-Customer
       MOVE WS-Prev-Customer TO WS-UA-Customer
       PERFORM Sum-Customer-Unapplied
    END-IF.
    MOVE WS-Prev-Customer TO CT-Customer-Id.
    COMPUTE WS-Cust-Balance =
            CB-Current + CB-Over-30 + CB-Over-60 + CB-Over-90.
    MOVE WS-Cust-Balance TO CT-Balance.
    MOVE CB-Current TO CT-Current.
    MOVE CB-Over-30 TO CT-Over-30.
    MOVE CB-Over-60 TO CT-Over-60.
    MOVE CB-Over-90 TO CT-Over-90.
    WRITE Aging-Line FROM Customer-Total-Line.
    PERFORM Print-Customer-Unapplied.
    MOVE SPACES TO Aging-Line.
    WRITE Aging-Line.
    MOVE ZERO TO CB-Current CB-Over-30 CB-Over-60 CB-Over-90.

*> Unapplied cash for customers ahead of the one about to be aged: the
*> unidentified payer (blank customer) is held for the ledger totals,
*> anyone else has credit but no open items and is reported on their own.
Flush-Unapplied-Before.
    PERFORM UNTIL End-Of-UA OR UA-Customer-Id NOT < WS-Prev-Customer
       MOVE UA-Customer-Id TO WS-UA-Customer
       PERFORM Sum-Customer-Unapplied
       IF WS-UA-Customer = SPACES
          ADD WS-Cust-Unapplied TO WS-Unidentified-Cash
                                   WS-Grand-Unapplied
       ELSE
          IF WS-Cust-Unapplied > ZERO
             MOVE WS-UA-Customer TO CT-Customer-Id
             MOVE ZERO TO WS-Cust-Balance
             MOVE ZERO TO CT-Balance CT-Current CT-Over-30
                          CT-Over-60 CT-Over-90
             WRITE Aging-Line FROM Customer-Total-Line
             PERFORM Print-Customer-Unapplied
             MOVE SPACES TO Aging-Line
             WRITE Aging-Line
          END-IF
       END-IF
    END-PERFORM.

Sum-Customer-Unapplied.
    MOVE ZERO TO WS-Cust-Unapplied.
    PERFORM UNTIL End-Of-UA OR UA-Customer-Id NOT = WS-UA-Customer
       IF UA-Open
          COMPUTE WS-UA-Remaining = UA-Amount - UA-Applied-Amount
                                  - UA-Refunded-Amount
          ADD WS-UA-Remaining TO WS-Cust-Unapplied
       END-IF
       PERFORM Read-Unapplied
    END-PERFORM.

Print-Customer-Unapplied.
    IF WS-Cust-Unapplied > ZERO
       MOVE WS-Cust-Unapplied TO CU-Unapplied
       WRITE Aging-Line FROM Customer-Unapplied-Line
       COMPUTE CN-Net-Balance = WS-Cust-Balance - WS-Cust-Unapplied
       WRITE Aging-Line FROM Customer-Net-Line
       IF WS-UA-Customer NOT = SPACES
          ADD WS-Cust-Unapplied TO WS-Grand-Unapplied
       END-IF
    END-IF.

Read-Unapplied.
    READ Unapplied-Cash-File NEXT RECORD
        AT END SET End-Of-UA TO TRUE
    END-READ.
