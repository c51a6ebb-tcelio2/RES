*> AR-Order-Number on AROPEN.DAT and the check is allocated stub by
*> stub - each matched order takes its open balance (or whatever of
*> the check remains).  CASHRCPT.DAT is EXTENDED with one receipt
*> record per allocation, carrying the customer the order belongs
*> to; ARCash does the actual posting on its next run.  Any part of
*> the check left unallocated is sent on as one receipt with no
*> order number, under the customer the check's first matched stub
*> names (unidentified when none matched), for ARCash to apply
*> oldest-first or hold as unapplied cash.  A stub order with no open
*> item, a short payment's uncovered balance and every amount sent on
*> account are listed on LOCKSUSP.RPT for the bookkeeper - this run
*> never guesses.  Every check is also added to the lockbox deposit
*> file LOCKDEP.DAT, so DEPOSREC can tell the lockbox's bank credits
*> from cash keyed on CASHRCPT.DAT for the same day.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT Suspense-Report-File ASSIGN TO "LOCKSUSP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL Lockbox-Deposit-File ASSIGN TO "LOCKDEP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  Lockbox-File.
    02  CR-Order-Number         PIC X(7).
    02  CR-Amount               PIC 9(6)V99.
    02  CR-Receipt-Date         PIC 9(8).
    02  CR-Customer-Id          PIC X(5).

FD  Suspense-Report-File.
01  Suspense-Line               PIC X(80).

FD  Lockbox-Deposit-File.
01  Lockbox-Deposit-Rec.
    02  LD-Deposit-Date         PIC 9(8).
    02  LD-Check-Number         PIC X(10).
    02  LD-Check-Amount         PIC 9(6)V99.

WORKING-STORAGE SECTION.
01  LockboxStatus               PIC XX.
01  AROpenStatus                PIC XX.
01  WS-Remaining                PIC S9(7)V99.
01  WS-Open-Amount              PIC S9(6)V99.
01  WS-Allocated                PIC 9(6)V99.
01  WS-Check-Customer           PIC X(5).

01  WS-Checks-Read              PIC 9(5) VALUE 0.
01  WS-Receipts-Written         PIC 9(5) VALUE 0.

01  Suspense-Summary-4.
    02  FILLER                  PIC X(26) VALUE
        "CASH SENT ON ACCOUNT:     ".
    02  SS-Cash-Suspense        PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
    END-IF.
    OPEN INPUT AR-Open-Item-File.
    OPEN EXTEND Cash-Receipts-File.
    OPEN EXTEND Lockbox-Deposit-File.
    OPEN OUTPUT Suspense-Report-File.

    WRITE Suspense-Line FROM Suspense-Heading.
    CLOSE Lockbox-File.
    CLOSE AR-Open-Item-File.
    CLOSE Cash-Receipts-File.
    CLOSE Lockbox-Deposit-File.
    CLOSE Suspense-Report-File.
    STOP RUN.

Import-One-Check.
    ADD 1 TO WS-Checks-Read.
    MOVE LB-Deposit-Date TO LD-Deposit-Date.
    MOVE LB-Check-Number TO LD-Check-Number.
    MOVE LB-Check-Amount TO LD-Check-Amount.
    WRITE Lockbox-Deposit-Rec.
    MOVE LB-Check-Amount TO WS-Remaining.
    MOVE SPACES TO WS-Check-Customer.

    PERFORM VARYING StubX FROM 1 BY 1 UNTIL StubX > 3
       IF LB-Stub-Order(StubX) NOT = SPACES
    IF WS-Remaining > ZERO
       MOVE SPACES TO SU-Order-Number
       MOVE WS-Remaining TO SU-Amount
       MOVE "NOT ALLOCATED - ON ACCOUNT" TO SU-Reason
       PERFORM Write-Suspense-Line
       ADD WS-Remaining TO WS-Cash-Suspense
       MOVE SPACES            TO CR-Order-Number
       MOVE WS-Remaining      TO CR-Amount
       MOVE LB-Deposit-Date   TO CR-Receipt-Date
       MOVE WS-Check-Customer TO CR-Customer-Id
       WRITE Cash-Receipt-Rec
       ADD 1 TO WS-Receipts-Written
    END-IF.

    READ Lockbox-File
       MOVE "NO OPEN ITEM FOR ORDER" TO SU-Reason
       PERFORM Write-Suspense-Line
    ELSE
       IF WS-Check-Customer = SPACES
          MOVE AR-Customer-Id TO WS-Check-Customer
       END-IF
       COMPUTE WS-Open-Amount =
               AR-Invoice-Amount - AR-Paid-Amount
       IF WS-Open-Amount NOT > ZERO
    MOVE LB-Stub-Order(StubX) TO CR-Order-Number.
    MOVE WS-Allocated         TO CR-Amount.
    MOVE LB-Deposit-Date      TO CR-Receipt-Date.
    MOVE AR-Customer-Id       TO CR-Customer-Id.
    WRITE Cash-Receipt-Rec.
    ADD 1 TO WS-Receipts-Written.
    ADD WS-Allocated TO WS-Cash-Applied.
