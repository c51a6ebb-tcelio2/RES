      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GLBudgetVar.
AUTHOR.  Michael Coughlan.
*> Budget-versus-actual report for the general ledger.  The actual
*> activity GLPost has put on GLBAL.DAT is set beside the budget on
*> GLBUDGET.DAT (loaded by GLBudgetLoad, kept by BUDGMNTT) for the
*> period and for the year to date, with the variance and the
*> variance as a percentage of budget.
*> The control card GLBUDVAR.CTL gives the fiscal year (cols 1-4),
*> the period (cols 5-6, 01-13) and the flagging threshold in whole
*> percent (cols 7-9, 10 when blank).  A variance beyond the
*> threshold either way - or any activity at all against a zero
*> budget - is flagged "*" beside its percentage.
*> Lines are grouped by the statement layout FSLAYOUT.DAT that
*> FinStatements prints from, with the same headings and subtotals,
*> so the variance report reads line for line against the
*> statements: the income statement first, then the balance sheet
*> movements, whose current earnings line is the net of the income
*> statement.  Actuals and budgets are both activity in periods
*> 01 to the reporting period of the year - the period 00 opening
*> balances and period 14 closing entries of the year-end close are
*> not activity and are left out.  Figures print on the line's print
*> side, so a positive variance on a credit line (sales) is more
*> than budget just as it is on a debit line (expenses).  An account
*> with budget or activity that no D line maps is listed at the end
*> so neither side of the comparison can go missing.  Output is
*> GLBUDVAR.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL Variance-Control-File ASSIGN TO "GLBUDVAR.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Control-Status.

   SELECT OPTIONAL Layout-File ASSIGN TO "FSLAYOUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Layout-Status.

   SELECT OPTIONAL Fiscal-Calendar-File ASSIGN TO "FISCALCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Calendar-Status.

   SELECT OPTIONAL GL-Balance-File ASSIGN TO "GLBAL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS GB-Key
          FILE STATUS IS GB-Status.

   SELECT OPTIONAL GL-Budget-File ASSIGN TO "GLBUDGET.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS GBU-Key
          FILE STATUS IS GBU-Status.

   SELECT Variance-Report-File ASSIGN TO "GLBUDVAR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Variance-Control-File.
01 Variance-Control-Rec.
   02 VC-Fiscal-Year		PIC 9(4).
   02 VC-Fiscal-Period	PIC 9(2).
   02 VC-Threshold-X		PIC X(3).

FD Layout-File.
01 Layout-Rec.
   88 End-Of-Layout		VALUE HIGH-VALUES.
   02 LR-Statement		PIC X.
   02 LR-Line-Type		PIC X.
   02 LR-Print-Side		PIC X.
   02 LR-Level		PIC X.
   02 LR-From-Account	PIC X(16).
   02 LR-To-Account		PIC X(16).
   02 LR-Caption		PIC X(40).

FD Fiscal-Calendar-File.
01 Fiscal-Calendar-Rec.
   88 End-Of-Calendar		VALUE HIGH-VALUES.
   02 FC-Period-Number	PIC 9(2).
   02 FC-Period-Start		PIC 9(8).
   02 FC-Period-End		PIC 9(8).
   02 FC-Fiscal-Year		PIC 9(4).

FD GL-Balance-File.
01 GB-Rec.
   02 GB-Key.
      03 GB-Account		PIC X(16).
      03 GB-Fiscal-Year	PIC 9(4).
      03 GB-Fiscal-Period	PIC 9(2).
   02 GB-Debits		PIC 9(11)V99.
   02 GB-Credits		PIC 9(11)V99.

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

FD Variance-Report-File.
01 Report-Line			PIC X(150).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Control-Status		PIC X(2).
   02 Layout-Status		PIC X(2).
   02 Calendar-Status		PIC X(2).
   02 GB-Status		PIC X(2).
   02 GBU-Status		PIC X(2).

01 WS-EOF-Balance		PIC X VALUE "N".
   88 End-Of-Balances		VALUE "Y".
01 WS-EOF-Budget		PIC X VALUE "N".
   88 End-Of-Budgets		VALUE "Y".

01 WS-Year			PIC 9(4) VALUE 0.
01 WS-Period			PIC 9(2) VALUE 0.
01 WS-Period-End		PIC 9(8) VALUE 0.
01 WS-Threshold		PIC 9(3) VALUE 10.

01 WS-Threshold-Fields.
   02 WS-Threshold-X		PIC X(3) JUSTIFIED RIGHT.
   02 WS-Threshold-N REDEFINES WS-Threshold-X
				PIC 9(3).

*> The layout, with each line's four figures: 1 period actual,
*> 2 year-to-date actual, 3 period budget, 4 year-to-date budget.
*> All figures are net debits.
01 Layout-Table.
   02 FL-Entry OCCURS 200 TIMES.
      03 FL-Statement		PIC X.
      03 FL-Line-Type		PIC X.
      03 FL-Print-Side		PIC X.
      03 FL-Level		PIC 9.
      03 FL-From-Account	PIC X(16).
      03 FL-To-Account	PIC X(16).
      03 FL-Caption		PIC X(40).
      03 FL-Figure OCCURS 4 TIMES
				PIC S9(13)V99.
01 FL-Count			PIC 9(3) VALUE 0.
01 FL-X			PIC 9(3).
01 WS-Layout-Rejected		PIC 9(3) VALUE 0.

*> One account's four figures, built up over its balance records on
*> the first pass and its budget records on the second.
01 Account-Figures.
   02 AF-Figure OCCURS 4 TIMES	PIC S9(13)V99.
01 AF-X			PIC 9.
01 WS-Current-Account		PIC X(16) VALUE SPACES.
01 WS-Net-Debit			PIC S9(13)V99.
01 WS-Mapped			PIC X.
01 WS-Mapped-Income		PIC X.
01 WS-Mapped-Balance		PIC X.

*> The four figures of every income-statement account - the balance
*> sheet's current earnings line.
01 WS-PL-Figures.
   02 WS-PL-Figure OCCURS 4 TIMES
				PIC S9(13)V99.

01 Subtotal-Table.
   02 ST-Level OCCURS 3 TIMES.
      03 ST-Amount OCCURS 4 TIMES
				PIC S9(13)V99.
01 ST-X			PIC 9.
01 ST-Y			PIC 9.
01 WS-Line-Figures.
   02 WS-Line-Figure OCCURS 4 TIMES
				PIC S9(13)V99.

*> The line's figures on its print side: 1 period actual, 2 period
*> budget, 3 year-to-date actual, 4 year-to-date budget.
01 WS-Side-Figures.
   02 WS-Side-Figure OCCURS 4 TIMES
				PIC S9(13)V99.
01 WS-Variance			PIC S9(13)V99.
01 WS-Variance-Pct		PIC S9(7)V9.
01 WS-Pair-X			PIC 9.
01 WS-Flagged-Lines		PIC 9(5) VALUE 0.
01 WS-Line-Flagged		PIC X.

01 Unmapped-Table.
   02 UM-Entry OCCURS 100 TIMES.
      03 UM-Account		PIC X(16).
      03 UM-Actual		PIC S9(13)V99.
      03 UM-Budget		PIC S9(13)V99.
01 UM-Count			PIC 9(3) VALUE 0.
01 UM-X			PIC 9(3).
01 WS-Unmapped-Overflow		PIC 9(5) VALUE 0.

01 Report-Heading.
   02 RH-Title			PIC X(34).
   02 FILLER			PIC X(17) VALUE " - FISCAL PERIOD ".
   02 RH-Period		PIC 99.
   02 FILLER			PIC X     VALUE "/".
   02 RH-Year			PIC 9(4).
   02 FILLER			PIC X(7)  VALUE " ENDED ".
   02 RH-Period-End		PIC 9(8).
   02 FILLER			PIC X(14) VALUE "   THRESHOLD ".
   02 RH-Threshold		PIC ZZ9.
   02 FILLER			PIC X     VALUE "%".

01 Column-Heading-1.
   02 FILLER			PIC X(34) VALUE SPACES.
   02 FILLER			PIC X(53) VALUE
      "  ------------------ PERIOD -----------------------".
   02 FILLER			PIC X(53) VALUE
      "  --------------- YEAR TO DATE --------------------".

01 Column-Heading-2.
   02 FILLER			PIC X(34) VALUE SPACES.
   02 CH-Pair OCCURS 2 TIMES.
      03 FILLER		PIC X(15) VALUE "         ACTUAL".
      03 FILLER		PIC X(15) VALUE "         BUDGET".
      03 FILLER		PIC X(15) VALUE "       VARIANCE".
      03 FILLER		PIC X(8)  VALUE "   VAR%".

01 Variance-Line.
   02 VL-Caption		PIC X(34).
   02 VL-Pair OCCURS 2 TIMES.
      03 FILLER		PIC X.
      03 VL-Actual		PIC -ZZ,ZZZ,ZZ9.99.
      03 FILLER		PIC X.
      03 VL-Budget		PIC -ZZ,ZZZ,ZZ9.99.
      03 FILLER		PIC X.
      03 VL-Variance		PIC -ZZ,ZZZ,ZZ9.99.
      03 VL-Pct-Area.
         04 FILLER		PIC X.
         04 VL-Pct		PIC -ZZZ9.9.
      03 VL-Flag		PIC X.

01 Rule-Line.
   02 FILLER			PIC X(34) VALUE SPACES.
   02 RL-Pair OCCURS 2 TIMES.
      03 FILLER		PIC X.
      03 RL-Actual		PIC X(14).
      03 FILLER		PIC X.
      03 RL-Budget		PIC X(14).
      03 FILLER		PIC X.
      03 RL-Variance		PIC X(14).
      03 FILLER		PIC X(9).

01 Unmapped-Heading.
   02 FILLER			PIC X(46) VALUE
      "ACCOUNTS NOT ON FSLAYOUT.DAT".
   02 FILLER			PIC X(15) VALUE "     ACTUAL YTD".
   02 FILLER			PIC X(15) VALUE "     BUDGET YTD".

01 Unmapped-Line.
   02 UL-Account		PIC X(16).
   02 FILLER			PIC X(30) VALUE SPACES.
   02 UL-Actual		PIC -ZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X     VALUE SPACE.
   02 UL-Budget		PIC -ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   PERFORM Read-Variance-Control.
   PERFORM Find-Period-End.
   PERFORM Load-Layout.
   MOVE ZERO TO WS-PL-Figure(1) WS-PL-Figure(2)
                WS-PL-Figure(3) WS-PL-Figure(4).
   PERFORM Gather-Actuals.
   PERFORM Gather-Budgets.

   OPEN OUTPUT Variance-Report-File.
   MOVE "BUDGET V ACTUAL - INCOME STATEMENT" TO RH-Title.
   PERFORM Print-Statement-Heading.
   PERFORM Clear-Subtotals.
   PERFORM VARYING FL-X FROM 1 BY 1 UNTIL FL-X > FL-Count
      IF FL-Statement(FL-X) = "I"
         PERFORM Print-Variance-Line
      END-IF
   END-PERFORM.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line AFTER ADVANCING PAGE.
   MOVE "BUDGET V ACTUAL - BALANCE SHEET" TO RH-Title.
   PERFORM Print-Statement-Heading.
   PERFORM Clear-Subtotals.
   PERFORM VARYING FL-X FROM 1 BY 1 UNTIL FL-X > FL-Count
      IF FL-Statement(FL-X) = "B"
         PERFORM Print-Variance-Line
      END-IF
   END-PERFORM.
   PERFORM Print-Unmapped-Accounts.
   CLOSE Variance-Report-File.

   DISPLAY "GLBUDGETVAR: PERIOD " WS-Period "/" WS-Year
           " - " WS-Flagged-Lines " LINES OVER " WS-Threshold
           "% THRESHOLD, " UM-Count " UNMAPPED ACCOUNTS".
   STOP RUN.

Read-Variance-Control.
   OPEN INPUT Variance-Control-File.
   IF Control-Status = "00"
      READ Variance-Control-File
         AT END MOVE "10" TO Control-Status
      END-READ
   END-IF.
   IF Control-Status NOT = "00"
      DISPLAY "GLBUDGETVAR: NO GLBUDVAR.CTL CONTROL CARD - RUN ABORTED"
      CLOSE Variance-Control-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   IF VC-Fiscal-Year NOT NUMERIC OR VC-Fiscal-Period NOT NUMERIC
      OR VC-Fiscal-Year = ZERO
      OR VC-Fiscal-Period < 1 OR VC-Fiscal-Period > 13
      DISPLAY "GLBUDGETVAR: GLBUDVAR.CTL YEAR/PERIOD INVALID - "
              Variance-Control-Rec
      CLOSE Variance-Control-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   MOVE VC-Fiscal-Year   TO WS-Year.
   MOVE VC-Fiscal-Period TO WS-Period.
   IF VC-Threshold-X NOT = SPACES
      MOVE SPACES TO WS-Threshold-Fields
      UNSTRING VC-Threshold-X DELIMITED BY SPACE
          INTO WS-Threshold-X
      INSPECT WS-Threshold-X REPLACING LEADING SPACE BY ZERO
      IF WS-Threshold-X NOT NUMERIC
         DISPLAY "GLBUDGETVAR: GLBUDVAR.CTL THRESHOLD INVALID - "
                 Variance-Control-Rec
         CLOSE Variance-Control-File
         STOP RUN WITH ERROR STATUS 16
      END-IF
      MOVE WS-Threshold-N TO WS-Threshold
   END-IF.
   CLOSE Variance-Control-File.

Find-Period-End.
   OPEN INPUT Fiscal-Calendar-File.
   IF Calendar-Status = "00"
      PERFORM UNTIL End-Of-Calendar
         READ Fiscal-Calendar-File
            AT END SET End-Of-Calendar TO TRUE
         END-READ
         IF NOT End-Of-Calendar
            AND FC-Period-Number = WS-Period
            AND FC-Fiscal-Year = WS-Year
            MOVE FC-Period-End TO WS-Period-End
         END-IF
      END-PERFORM
   END-IF.
   CLOSE Fiscal-Calendar-File.
   IF WS-Period-End = ZERO
      DISPLAY "GLBUDGETVAR: PERIOD " WS-Period "/" WS-Year
              " NOT ON FISCALCAL.DAT - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Load-Layout.
   OPEN INPUT Layout-File.
   IF Layout-Status NOT = "00"
      DISPLAY "GLBUDGETVAR: NO FSLAYOUT.DAT - RUN ABORTED"
      CLOSE Layout-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   PERFORM UNTIL End-Of-Layout
      READ Layout-File
         AT END SET End-Of-Layout TO TRUE
      END-READ
      IF NOT End-Of-Layout AND LR-Statement NOT = "*"
         PERFORM Load-One-Layout-Line
      END-IF
   END-PERFORM.
   CLOSE Layout-File.
   IF FL-Count = ZERO
      DISPLAY "GLBUDGETVAR: FSLAYOUT.DAT HOLDS NO USABLE LINES"
              " - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Load-One-Layout-Line.
*> The same acceptance rules as FinStatements, so a layout line one
*> program uses the other does too.
   EVALUATE TRUE
     WHEN LR-Statement NOT = "I" AND NOT = "B"
     WHEN LR-Line-Type NOT = "H" AND NOT = "D" AND NOT = "S"
                   AND NOT = "E"
     WHEN LR-Line-Type = "E" AND LR-Statement NOT = "B"
     WHEN LR-Line-Type = "S"
          AND (LR-Level < "1" OR LR-Level > "3")
     WHEN LR-Line-Type = "D" AND LR-From-Account = SPACES
        ADD 1 TO WS-Layout-Rejected
        DISPLAY "GLBUDGETVAR: LAYOUT LINE REJECTED - " Layout-Rec
        EXIT PARAGRAPH
   END-EVALUATE.
   IF FL-Count = 200
      ADD 1 TO WS-Layout-Rejected
      DISPLAY "GLBUDGETVAR: LAYOUT OVER 200 LINES - " Layout-Rec
      EXIT PARAGRAPH
   END-IF.
   ADD 1 TO FL-Count.
   MOVE LR-Statement    TO FL-Statement(FL-Count).
   MOVE LR-Line-Type    TO FL-Line-Type(FL-Count).
   IF LR-Print-Side = "C"
      MOVE "C" TO FL-Print-Side(FL-Count)
   ELSE
      MOVE "D" TO FL-Print-Side(FL-Count)
   END-IF.
   IF LR-Line-Type = "S"
      MOVE LR-Level TO FL-Level(FL-Count)
   ELSE
      MOVE ZERO TO FL-Level(FL-Count)
   END-IF.
   MOVE LR-From-Account TO FL-From-Account(FL-Count).
   MOVE LR-To-Account   TO FL-To-Account(FL-Count).
   IF LR-To-Account = SPACES
      MOVE LR-From-Account TO FL-To-Account(FL-Count)
   END-IF.
   INSPECT FL-To-Account(FL-Count)
      REPLACING TRAILING SPACE BY HIGH-VALUE.
   MOVE LR-Caption      TO FL-Caption(FL-Count).
   MOVE ZERO TO FL-Figure(FL-Count, 1) FL-Figure(FL-Count, 2)
                FL-Figure(FL-Count, 3) FL-Figure(FL-Count, 4).

Gather-Actuals.
*> One pass of the balance file in account order, each account's
*> activity for the period and year to date handed to its lines.
   OPEN INPUT GL-Balance-File.
   IF GB-Status NOT = "00"
      DISPLAY "GLBUDGETVAR: NO GLBAL.DAT - ACTUALS SHOW ZERO"
      CLOSE GL-Balance-File
      EXIT PARAGRAPH
   END-IF.
   MOVE SPACES TO WS-Current-Account.
   PERFORM UNTIL End-Of-Balances
      READ GL-Balance-File NEXT RECORD
         AT END SET End-Of-Balances TO TRUE
      END-READ
      IF NOT End-Of-Balances
         IF GB-Account NOT = WS-Current-Account
            IF WS-Current-Account NOT = SPACES
               PERFORM Post-Account-Figures
            END-IF
            MOVE GB-Account TO WS-Current-Account
            PERFORM Clear-Account-Figures
         END-IF
         IF GB-Fiscal-Year = WS-Year
            AND GB-Fiscal-Period >= 1 AND GB-Fiscal-Period <= WS-Period
            COMPUTE WS-Net-Debit = GB-Debits - GB-Credits
            ADD WS-Net-Debit TO AF-Figure(2)
            IF GB-Fiscal-Period = WS-Period
               ADD WS-Net-Debit TO AF-Figure(1)
            END-IF
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Current-Account NOT = SPACES
      PERFORM Post-Account-Figures
   END-IF.
   CLOSE GL-Balance-File.

Gather-Budgets.
*> The same for the budget file: a debit budget is a positive net
*> debit, a credit budget a negative one.
   OPEN INPUT GL-Budget-File.
   IF GBU-Status NOT = "00"
      DISPLAY "GLBUDGETVAR: NO GLBUDGET.DAT - BUDGETS SHOW ZERO"
      CLOSE GL-Budget-File
      EXIT PARAGRAPH
   END-IF.
   MOVE SPACES TO WS-Current-Account.
   PERFORM UNTIL End-Of-Budgets
      READ GL-Budget-File NEXT RECORD
         AT END SET End-Of-Budgets TO TRUE
      END-READ
      IF NOT End-Of-Budgets
         IF GBU-Account NOT = WS-Current-Account
            IF WS-Current-Account NOT = SPACES
               PERFORM Post-Account-Figures
            END-IF
            MOVE GBU-Account TO WS-Current-Account
            PERFORM Clear-Account-Figures
         END-IF
         IF GBU-Fiscal-Year = WS-Year
            AND GBU-Fiscal-Period >= 1
            AND GBU-Fiscal-Period <= WS-Period
            IF GBU-DR-CR = "C"
               COMPUTE WS-Net-Debit = ZERO - GBU-Amount
            ELSE
               MOVE GBU-Amount TO WS-Net-Debit
            END-IF
            ADD WS-Net-Debit TO AF-Figure(4)
            IF GBU-Fiscal-Period = WS-Period
               ADD WS-Net-Debit TO AF-Figure(3)
            END-IF
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Current-Account NOT = SPACES
      PERFORM Post-Account-Figures
   END-IF.
   CLOSE GL-Budget-File.

Clear-Account-Figures.
   PERFORM VARYING AF-X FROM 1 BY 1 UNTIL AF-X > 4
      MOVE ZERO TO AF-Figure(AF-X)
   END-PERFORM.

Post-Account-Figures.
*> An account belongs to the first D line of each statement whose
*> range holds it, as on the statements themselves.
   MOVE "N" TO WS-Mapped-Income WS-Mapped-Balance.
   PERFORM VARYING FL-X FROM 1 BY 1 UNTIL FL-X > FL-Count
      IF FL-Line-Type(FL-X) = "D"
         AND WS-Current-Account >= FL-From-Account(FL-X)
         AND WS-Current-Account <= FL-To-Account(FL-X)
         IF FL-Statement(FL-X) = "I" AND WS-Mapped-Income = "N"
            MOVE "Y" TO WS-Mapped-Income
            PERFORM VARYING AF-X FROM 1 BY 1 UNTIL AF-X > 4
               ADD AF-Figure(AF-X) TO FL-Figure(FL-X, AF-X)
               ADD AF-Figure(AF-X) TO WS-PL-Figure(AF-X)
            END-PERFORM
         END-IF
         IF FL-Statement(FL-X) = "B" AND WS-Mapped-Balance = "N"
            MOVE "Y" TO WS-Mapped-Balance
            PERFORM VARYING AF-X FROM 1 BY 1 UNTIL AF-X > 4
               ADD AF-Figure(AF-X) TO FL-Figure(FL-X, AF-X)
            END-PERFORM
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Mapped-Income = "N" AND WS-Mapped-Balance = "N"
      AND (AF-Figure(2) NOT = ZERO OR AF-Figure(4) NOT = ZERO)
      PERFORM Note-Unmapped-Account
   END-IF.

Note-Unmapped-Account.
*> The two passes meet here: an account found unmapped on the actual
*> pass collects its budget on the budget pass.
   MOVE "N" TO WS-Mapped.
   PERFORM VARYING UM-X FROM 1 BY 1 UNTIL UM-X > UM-Count
      IF UM-Account(UM-X) = WS-Current-Account
         ADD AF-Figure(2) TO UM-Actual(UM-X)
         ADD AF-Figure(4) TO UM-Budget(UM-X)
         MOVE "Y" TO WS-Mapped
      END-IF
   END-PERFORM.
   IF WS-Mapped = "N"
      IF UM-Count < 100
         ADD 1 TO UM-Count
         MOVE WS-Current-Account TO UM-Account(UM-Count)
         MOVE AF-Figure(2)       TO UM-Actual(UM-Count)
         MOVE AF-Figure(4)       TO UM-Budget(UM-Count)
      ELSE
         ADD 1 TO WS-Unmapped-Overflow
      END-IF
   END-IF.

Print-Statement-Heading.
   MOVE WS-Period     TO RH-Period.
   MOVE WS-Year       TO RH-Year.
   MOVE WS-Period-End TO RH-Period-End.
   MOVE WS-Threshold  TO RH-Threshold.
   WRITE Report-Line FROM Report-Heading.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   WRITE Report-Line FROM Column-Heading-1.
   WRITE Report-Line FROM Column-Heading-2.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.

Print-Variance-Line.
   MOVE SPACES TO Variance-Line.
   MOVE FL-Caption(FL-X) TO VL-Caption.
   EVALUATE FL-Line-Type(FL-X)
     WHEN "H"
        WRITE Report-Line FROM Variance-Line
        EXIT PARAGRAPH
     WHEN "D"
        PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > 4
           MOVE FL-Figure(FL-X, ST-Y) TO WS-Line-Figure(ST-Y)
        END-PERFORM
     WHEN "E"
        PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > 4
           MOVE WS-PL-Figure(ST-Y) TO WS-Line-Figure(ST-Y)
        END-PERFORM
     WHEN "S"
        PERFORM Print-Rule-Line
        PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > 4
           MOVE ST-Amount(FL-Level(FL-X), ST-Y)
             TO WS-Line-Figure(ST-Y)
        END-PERFORM
   END-EVALUATE.

*> Rearranged into actual/budget pairs on the line's print side.
   MOVE WS-Line-Figure(1) TO WS-Side-Figure(1).
   MOVE WS-Line-Figure(3) TO WS-Side-Figure(2).
   MOVE WS-Line-Figure(2) TO WS-Side-Figure(3).
   MOVE WS-Line-Figure(4) TO WS-Side-Figure(4).
   IF FL-Print-Side(FL-X) = "C"
      PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > 4
         COMPUTE WS-Side-Figure(ST-Y) = ZERO - WS-Side-Figure(ST-Y)
      END-PERFORM
   END-IF.
   MOVE "N" TO WS-Line-Flagged.
   PERFORM VARYING WS-Pair-X FROM 1 BY 1 UNTIL WS-Pair-X > 2
      PERFORM Fill-Variance-Pair
   END-PERFORM.
   IF WS-Line-Flagged = "Y"
      ADD 1 TO WS-Flagged-Lines
   END-IF.
   WRITE Report-Line FROM Variance-Line.

   IF FL-Line-Type(FL-X) = "S"
      PERFORM VARYING ST-X FROM 1 BY 1 UNTIL ST-X > FL-Level(FL-X)
         PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > 4
            MOVE ZERO TO ST-Amount(ST-X, ST-Y)
         END-PERFORM
      END-PERFORM
   ELSE
      PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > 4
         PERFORM VARYING ST-X FROM 1 BY 1 UNTIL ST-X > 3
            ADD WS-Line-Figure(ST-Y) TO ST-Amount(ST-X, ST-Y)
         END-PERFORM
      END-PERFORM
   END-IF.

Fill-Variance-Pair.
*> WS-Pair-X 1 is the period, 2 the year to date.
   COMPUTE WS-Variance = WS-Side-Figure(WS-Pair-X * 2 - 1)
                       - WS-Side-Figure(WS-Pair-X * 2).
   MOVE WS-Side-Figure(WS-Pair-X * 2 - 1) TO VL-Actual(WS-Pair-X).
   MOVE WS-Side-Figure(WS-Pair-X * 2)     TO VL-Budget(WS-Pair-X).
   MOVE WS-Variance                       TO VL-Variance(WS-Pair-X).
   IF WS-Side-Figure(WS-Pair-X * 2) = ZERO
      MOVE "     N/A" TO VL-Pct-Area(WS-Pair-X)
      IF WS-Variance NOT = ZERO
         MOVE "*" TO VL-Flag(WS-Pair-X)
         MOVE "Y" TO WS-Line-Flagged
      END-IF
   ELSE
      COMPUTE WS-Variance-Pct ROUNDED =
              WS-Variance * 100 / WS-Side-Figure(WS-Pair-X * 2)
         ON SIZE ERROR MOVE 9999.9 TO WS-Variance-Pct
      END-COMPUTE
*>    Against a negative budget the sign of the percentage follows
*>    the variance, not the division.
      IF WS-Side-Figure(WS-Pair-X * 2) < ZERO
         COMPUTE WS-Variance-Pct = ZERO - WS-Variance-Pct
      END-IF
      IF WS-Variance-Pct > 9999.9
         MOVE 9999.9 TO WS-Variance-Pct
      END-IF
      IF WS-Variance-Pct < -9999.9
         MOVE -9999.9 TO WS-Variance-Pct
      END-IF
      MOVE WS-Variance-Pct TO VL-Pct(WS-Pair-X)
      IF WS-Variance-Pct > WS-Threshold
         OR WS-Variance-Pct < ZERO - WS-Threshold
         MOVE "*" TO VL-Flag(WS-Pair-X)
         MOVE "Y" TO WS-Line-Flagged
      END-IF
   END-IF.

Print-Rule-Line.
   MOVE SPACES TO Rule-Line.
   PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > 2
      MOVE ALL "-" TO RL-Actual(ST-Y)
      MOVE ALL "-" TO RL-Budget(ST-Y)
      MOVE ALL "-" TO RL-Variance(ST-Y)
   END-PERFORM.
   WRITE Report-Line FROM Rule-Line.

Clear-Subtotals.
   PERFORM VARYING ST-X FROM 1 BY 1 UNTIL ST-X > 3
      PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > 4
         MOVE ZERO TO ST-Amount(ST-X, ST-Y)
      END-PERFORM
   END-PERFORM.

Print-Unmapped-Accounts.
   IF UM-Count = ZERO
      EXIT PARAGRAPH
   END-IF.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   WRITE Report-Line FROM Unmapped-Heading.
   PERFORM VARYING UM-X FROM 1 BY 1 UNTIL UM-X > UM-Count
      MOVE UM-Account(UM-X) TO UL-Account
      MOVE UM-Actual(UM-X)  TO UL-Actual
      MOVE UM-Budget(UM-X)  TO UL-Budget
      WRITE Report-Line FROM Unmapped-Line
   END-PERFORM.
   IF WS-Unmapped-Overflow > ZERO
      MOVE SPACES TO Report-Line
      STRING "... AND " DELIMITED BY SIZE
             WS-Unmapped-Overflow DELIMITED BY SIZE
             " MORE" DELIMITED BY SIZE
             INTO Report-Line
      WRITE Report-Line
   END-IF.
