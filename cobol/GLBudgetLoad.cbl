      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GLBudgetLoad.
AUTHOR.  Michael Coughlan.
*> Loads the general-ledger budget GLBUDGET.DAT from the budget
*> spreadsheet.  Input GLBUDIN.DAT is CSV-style LINE SEQUENTIAL, the
*> same loading convention GLCoaLoad uses:
*>     account, fiscal year, period (01-13), amount, D or C
*> The amount is unsigned with an optional decimal point; D (the
*> default) budgets a debit - an expense or an asset - and C a
*> credit - sales, a liability.  A line already on file has its
*> amount replaced, so a revised spreadsheet can simply be loaded
*> again; lines are never deleted here (BUDGMNTT does that).  An
*> account not on GLCOA.DAT, or a period outside 01-13, is
*> rejected and listed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Budget-Input-File ASSIGN TO "GLBUDIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Chart-Of-Accounts-File ASSIGN TO "GLCOA.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS COA-Account
          FILE STATUS IS COA-Status.

   SELECT GL-Budget-File ASSIGN TO "GLBUDGET.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS GBU-Key
          FILE STATUS IS GBU-Status.

DATA DIVISION.
FILE SECTION.
FD Budget-Input-File.
01 Budget-Input-Rec		PIC X(60).
   88 End-Of-Budget-Input	VALUE HIGH-VALUES.

FD Chart-Of-Accounts-File.
01 COA-Rec.
   02 COA-Account		PIC X(16).
   02 COA-Account-Name		PIC X(30).

FD GL-Budget-File.
01 GBU-Rec.
   02 GBU-Key.
      03 GBU-Account		PIC X(16).
      03 GBU-Fiscal-Year	PIC 9(4).
      03 GBU-Fiscal-Period	PIC 9(2).
   02 GBU-DR-CR		PIC X.
   02 GBU-Amount		PIC 9(9)V99.
   02 GBU-Changed-Date		PIC 9(8).
   02 GBU-Changed-By		PIC X(8).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 COA-Status		PIC X(2).
      88 Account-On-Chart	VALUE "00".
   02 GBU-Status		PIC X(2).
      88 GBU-No-Error		VALUE "00".
      88 GBU-Duplicate		VALUE "22".

01 BI-Fields.
   02 BI-Account-X		PIC X(16).
   02 BI-Year-X		PIC X(4) JUSTIFIED RIGHT.
   02 BI-Year-N REDEFINES BI-Year-X
				PIC 9(4).
   02 BI-Period-X		PIC X(2) JUSTIFIED RIGHT.
   02 BI-Period-N REDEFINES BI-Period-X
				PIC 9(2).
   02 BI-Amount-X		PIC X(14).
   02 BI-DR-CR-X		PIC X(2).

01 BI-Amount-Fields.
   02 BI-Amount-Int-X		PIC X(9) JUSTIFIED RIGHT.
   02 BI-Amount-Int-N REDEFINES BI-Amount-Int-X
				PIC 9(9).
   02 BI-Amount-Frac-X		PIC XX.
   02 BI-Amount-Frac-N REDEFINES BI-Amount-Frac-X
				PIC 99.

01 WS-Run-Date			PIC 9(8).
01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Added-Count		PIC 9(5) VALUE 0.
01 WS-Replaced-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   OPEN INPUT Budget-Input-File.
   OPEN INPUT Chart-Of-Accounts-File.
   IF COA-Status NOT = "00"
      DISPLAY "GLBUDGETLOAD: CANNOT OPEN GLCOA.DAT FS=" COA-Status
              " - RUN ABORTED"
      CLOSE Budget-Input-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   OPEN I-O GL-Budget-File.
   IF GBU-Status = "35"
      CLOSE GL-Budget-File
      OPEN OUTPUT GL-Budget-File
      CLOSE GL-Budget-File
      OPEN I-O GL-Budget-File
   END-IF.

   READ Budget-Input-File
      AT END SET End-Of-Budget-Input TO TRUE
   END-READ.
   PERFORM Load-One-Budget UNTIL End-Of-Budget-Input.

   DISPLAY "GLBUDGETLOAD: " WS-Read-Count " READ, "
           WS-Added-Count " ADDED, "
           WS-Replaced-Count " REPLACED, "
           WS-Reject-Count " REJECTED".
   CLOSE Budget-Input-File.
   CLOSE Chart-Of-Accounts-File.
   CLOSE GL-Budget-File.
   STOP RUN.

Load-One-Budget.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO BI-Fields.
   UNSTRING Budget-Input-Rec DELIMITED BY ","
       INTO BI-Account-X
            BI-Year-X
            BI-Period-X
            BI-Amount-X
            BI-DR-CR-X.
   MOVE SPACES TO BI-Amount-Fields.
   UNSTRING BI-Amount-X DELIMITED BY "." OR SPACE
       INTO BI-Amount-Int-X
            BI-Amount-Frac-X.
   INSPECT BI-Year-X REPLACING LEADING SPACE BY ZERO.
   INSPECT BI-Period-X REPLACING LEADING SPACE BY ZERO.
   INSPECT BI-Amount-Int-X REPLACING LEADING SPACE BY ZERO.
   INSPECT BI-Amount-Frac-X REPLACING ALL SPACE BY ZERO.
   INSPECT BI-DR-CR-X CONVERTING "dc" TO "DC".
   IF BI-DR-CR-X = SPACES
      MOVE "D" TO BI-DR-CR-X
   END-IF.
   MOVE BI-Account-X TO COA-Account.
   READ Chart-Of-Accounts-File
      INVALID KEY CONTINUE
   END-READ.
   EVALUATE TRUE
     WHEN BI-Account-X = SPACES
     WHEN BI-Year-X NOT NUMERIC
     WHEN BI-Period-X NOT NUMERIC
     WHEN BI-Amount-Int-X NOT NUMERIC
     WHEN BI-Amount-Frac-X NOT NUMERIC
     WHEN BI-DR-CR-X NOT = "D" AND NOT = "C"
        ADD 1 TO WS-Reject-Count
        DISPLAY "GLBUDGETLOAD: BAD RECORD REJECTED - "
                Budget-Input-Rec
     WHEN BI-Year-N = ZERO
     WHEN BI-Period-N < 1 OR BI-Period-N > 13
        ADD 1 TO WS-Reject-Count
        DISPLAY "GLBUDGETLOAD: YEAR/PERIOD INVALID - "
                Budget-Input-Rec
     WHEN NOT Account-On-Chart
        ADD 1 TO WS-Reject-Count
        DISPLAY "GLBUDGETLOAD: ACCOUNT NOT ON GLCOA - "
                Budget-Input-Rec
     WHEN OTHER
        PERFORM Apply-Budget
   END-EVALUATE.

   READ Budget-Input-File
      AT END SET End-Of-Budget-Input TO TRUE
   END-READ.

Apply-Budget.
   MOVE BI-Account-X  TO GBU-Account.
   MOVE BI-Year-N     TO GBU-Fiscal-Year.
   MOVE BI-Period-N   TO GBU-Fiscal-Period.
   MOVE BI-DR-CR-X    TO GBU-DR-CR.
   COMPUTE GBU-Amount = BI-Amount-Int-N + BI-Amount-Frac-N / 100.
   MOVE WS-Run-Date   TO GBU-Changed-Date.
   MOVE "BUDGLOAD"    TO GBU-Changed-By.
   WRITE GBU-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF GBU-Duplicate
      REWRITE GBU-Rec
         INVALID KEY DISPLAY "GLBUDGET REWRITE FS = " GBU-Status
      END-REWRITE
      ADD 1 TO WS-Replaced-Count
   ELSE
      IF GBU-No-Error
         ADD 1 TO WS-Added-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "GLBUDGET WRITE FS = " GBU-Status
      END-IF
   END-IF.
