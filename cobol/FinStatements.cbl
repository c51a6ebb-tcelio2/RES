      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  FinStatements.
AUTHOR.  Michael Coughlan.
*> Income statement and balance sheet from the balances GLPost keeps
*> on GLBAL.DAT, so the month-end statements no longer have to be
*> rebuilt by hand from the trial balance.  The fiscal year and
*> period to report come from the control card FINSTMT.CTL (cols
*> 1-4 fiscal year, 5-6 period); the period must be on the fiscal
*> calendar FISCALCAL.DAT, which also gives the period-end dates
*> the headings show.
*> The statements are laid out by FSLAYOUT.DAT, one line per
*> statement line in print order (a "*" in column 1 is a comment):
*>     col  1     statement - I income statement, B balance sheet
*>     col  2     line type - H heading/caption only (blank caption
*>                prints a blank line), D detail over an account
*>                range, S subtotal, E current earnings (B only:
*>                the net of every income-statement account)
*>     col  3     print side - D prints the net debit, C prints the
*>                net credit (income, liabilities, equity)
*>     col  4     subtotal level 1-3 (S lines)
*>     cols 5-20  from account, cols 21-36 to account (D lines; a
*>                short to-account covers every account beginning
*>                with it, so 4999 takes in 4999-ANYTHING)
*>     cols 37-76 caption
*> Every D and E line adds its net debit into subtotal levels 1-3; an
*> S line prints its level and clears that level and those below it,
*> so revenue less cost of sales at level 2 is gross profit and the
*> level-3 total of the income statement is net income.  An account
*> belongs to the first D line of each statement whose range holds
*> it.
*> The income statement shows the period and the year to date with
*> the same period and year to date of the prior fiscal year; the
*> balance sheet shows every posting up to the period end of this
*> year and of the prior year.  Once GLYearClose has closed a year
*> into retained earnings (its period 00 stamp on PERIODCTL.DAT), a
*> balance sheet for a later year starts from the period 00 opening
*> balances the close carried forward rather than adding up the
*> closed years again; the closing entries sit in period 14, outside
*> every reporting period.  The balance sheet is proved to net
*> to zero, and any account with a balance that no D line maps is
*> listed, so a chart addition the layout has missed cannot go
*> unnoticed.  Output is FINSTMT.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL Statement-Control-File ASSIGN TO "FINSTMT.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Control-Status.

   SELECT OPTIONAL Layout-File ASSIGN TO "FSLAYOUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Layout-Status.

   SELECT OPTIONAL Fiscal-Calendar-File ASSIGN TO "FISCALCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Calendar-Status.

   SELECT OPTIONAL Period-Status-File ASSIGN TO "PERIODCTL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS PS-Key
          FILE STATUS IS Period-Status.

   SELECT OPTIONAL GL-Balance-File ASSIGN TO "GLBAL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS GB-Key
          FILE STATUS IS GB-Status.

   SELECT Statement-Report-File ASSIGN TO "FINSTMT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Statement-Control-File.
01 Statement-Control-Rec.
   02 SC-Fiscal-Year		PIC 9(4).
   02 SC-Fiscal-Period	PIC 9(2).

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

FD Period-Status-File.
01 PS-Rec.
   02 PS-Key.
      03 PS-Fiscal-Year	PIC 9(4).
      03 PS-Fiscal-Period	PIC 9(2).
   02 PS-State			PIC X.
      88 PS-Period-Closed	VALUE "C".
   02 PS-Changed-Date		PIC 9(8).
   02 PS-Changed-By		PIC X(8).

FD GL-Balance-File.
01 GB-Rec.
   02 GB-Key.
      03 GB-Account		PIC X(16).
      03 GB-Fiscal-Year	PIC 9(4).
      03 GB-Fiscal-Period	PIC 9(2).
   02 GB-Debits		PIC 9(11)V99.
   02 GB-Credits		PIC 9(11)V99.

FD Statement-Report-File.
01 Report-Line			PIC X(120).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Control-Status		PIC X(2).
   02 Layout-Status		PIC X(2).
   02 Calendar-Status		PIC X(2).
   02 Period-Status		PIC X(2).
   02 GB-Status		PIC X(2).

01 WS-EOF-Period		PIC X VALUE "N".
   88 End-Of-Periods		VALUE "Y".
01 WS-EOF-Balance		PIC X VALUE "N".
   88 End-Of-Balances		VALUE "Y".

01 WS-Run-Date			PIC 9(8).
01 WS-CY-Year			PIC 9(4) VALUE 0.
01 WS-PY-Year			PIC 9(4) VALUE 0.
01 WS-Period			PIC 9(2) VALUE 0.
01 WS-CY-Period-End		PIC 9(8) VALUE 0.
01 WS-PY-Period-End		PIC 9(8) VALUE 0.
*> Latest year closed before the reporting year and before the prior
*> year; balances as at period end are built from the year after it.
01 WS-CY-Closed-Year		PIC 9(4) VALUE 0.
01 WS-PY-Closed-Year		PIC 9(4) VALUE 0.

*> The layout, with each line's figures gathered from the ledger:
*> income statement lines use all four (period, year to date, prior
*> year period, prior year to date), balance sheet lines the first
*> two (this year and prior year as at period end).  All figures
*> are net debits.
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

*> One account's net debit, built up over its balance records:
*> 1 period, 2 year to date, 3 prior year period, 4 prior year to
*> date, 5 as at period end, 6 as at prior year period end.
01 Account-Figures.
   02 AF-Figure OCCURS 6 TIMES	PIC S9(13)V99.
01 AF-X			PIC 9.
01 WS-Current-Account		PIC X(16) VALUE SPACES.
01 WS-Net-Debit			PIC S9(13)V99.
01 WS-Mapped-Income		PIC X.
01 WS-Mapped-Balance		PIC X.

*> Net debit of every income-statement account to the period end,
*> this year and prior year - the current earnings line.
01 WS-PL-Cumulative.
   02 WS-PL-Cum OCCURS 2 TIMES	PIC S9(13)V99.

01 Subtotal-Table.
   02 ST-Level OCCURS 3 TIMES.
      03 ST-Amount OCCURS 4 TIMES
				PIC S9(13)V99.
01 ST-X			PIC 9.
01 ST-Y			PIC 9.
01 WS-Columns			PIC 9.
01 WS-Line-Figures.
   02 WS-Line-Figure OCCURS 4 TIMES
				PIC S9(13)V99.
01 WS-Balance-Proof.
   02 WS-Proof-Amount OCCURS 2 TIMES
				PIC S9(13)V99.

01 Unmapped-Table.
   02 UM-Entry OCCURS 100 TIMES.
      03 UM-Account		PIC X(16).
      03 UM-Year-To-Date	PIC S9(13)V99.
      03 UM-Balance		PIC S9(13)V99.
01 UM-Count			PIC 9(3) VALUE 0.
01 UM-X			PIC 9(3).
01 WS-Unmapped-Overflow		PIC 9(5) VALUE 0.

01 Report-Heading.
   02 RH-Title			PIC X(20).
   02 FILLER			PIC X(17) VALUE " - FISCAL PERIOD ".
   02 RH-Period		PIC 99.
   02 FILLER			PIC X     VALUE "/".
   02 RH-Year			PIC 9(4).
   02 FILLER			PIC X(7)  VALUE " ENDED ".
   02 RH-Period-End		PIC 9(8).

01 Income-Column-Heading.
   02 FILLER			PIC X(40) VALUE SPACES.
   02 FILLER			PIC X(34) VALUE
      "   CURRENT PERIOD     YEAR TO DATE".
   02 FILLER			PIC X(34) VALUE
      "  PRIOR YR PERIOD     PRIOR YR YTD".

01 Balance-Column-Heading.
   02 FILLER			PIC X(40) VALUE SPACES.
   02 FILLER			PIC X(11) VALUE "      AS AT".
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 BH-CY-Date		PIC 9(8).
   02 FILLER			PIC X(6)  VALUE " AS AT".
   02 FILLER			PIC X(3)  VALUE SPACES.
   02 BH-PY-Date		PIC 9(8).

01 Statement-Line.
   02 SL-Caption		PIC X(40).
   02 SL-Column OCCURS 4 TIMES.
      03 FILLER		PIC X(2).
      03 SL-Amount		PIC -ZZZ,ZZZ,ZZ9.99.

01 Rule-Line.
   02 FILLER			PIC X(40) VALUE SPACES.
   02 RL-Column OCCURS 4 TIMES.
      03 FILLER		PIC X(2).
      03 RL-Rule		PIC X(15).

01 Proof-Line.
   02 PL-Caption		PIC X(40).
   02 PL-Column OCCURS 2 TIMES.
      03 FILLER		PIC X(2).
      03 PL-Amount		PIC -ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 PL-Note			PIC X(40).

01 Unmapped-Heading.
   02 FILLER			PIC X(46) VALUE
      "ACCOUNTS WITH A BALANCE NOT ON FSLAYOUT.DAT".
   02 FILLER			PIC X(15) VALUE "   YEAR TO DATE".
   02 FILLER			PIC X(18) VALUE "  AS AT PERIOD END".

01 Unmapped-Line.
   02 UL-Account		PIC X(16).
   02 FILLER			PIC X(30) VALUE SPACES.
   02 UL-Year-To-Date		PIC -ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 UL-Balance		PIC -ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   PERFORM Read-Statement-Control.
   PERFORM Find-Period-Ends.
   PERFORM Find-Closed-Years.
   PERFORM Load-Layout.
   MOVE ZERO TO WS-PL-Cum(1) WS-PL-Cum(2).
   PERFORM Gather-Ledger-Balances.

   OPEN OUTPUT Statement-Report-File.
   PERFORM Print-Income-Statement.
   PERFORM Print-Balance-Sheet.
   PERFORM Print-Unmapped-Accounts.
   CLOSE Statement-Report-File.

   DISPLAY "FINSTATEMENTS: PERIOD " WS-Period "/" WS-CY-Year
           " - " FL-Count " LAYOUT LINES, " UM-Count
           " UNMAPPED ACCOUNTS".
   IF WS-Proof-Amount(1) NOT = ZERO OR WS-Proof-Amount(2) NOT = ZERO
      DISPLAY "FINSTATEMENTS: *** BALANCE SHEET DOES NOT BALANCE"
              " - SEE FINSTMT.RPT ***"
   END-IF.
   STOP RUN.

Read-Statement-Control.
   OPEN INPUT Statement-Control-File.
   IF Control-Status = "00"
      READ Statement-Control-File
         AT END MOVE "10" TO Control-Status
      END-READ
   END-IF.
   IF Control-Status NOT = "00"
      DISPLAY "FINSTATEMENTS: NO FINSTMT.CTL CONTROL CARD - RUN ABORTED"
      CLOSE Statement-Control-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   IF SC-Fiscal-Year NOT NUMERIC OR SC-Fiscal-Period NOT NUMERIC
      OR SC-Fiscal-Year = ZERO
      OR SC-Fiscal-Period < 1 OR SC-Fiscal-Period > 13
      DISPLAY "FINSTATEMENTS: FINSTMT.CTL YEAR/PERIOD INVALID - "
              Statement-Control-Rec
      CLOSE Statement-Control-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   MOVE SC-Fiscal-Year   TO WS-CY-Year.
   MOVE SC-Fiscal-Period TO WS-Period.
   COMPUTE WS-PY-Year = WS-CY-Year - 1.
   CLOSE Statement-Control-File.

Find-Period-Ends.
*> The reporting period must be on the calendar; the prior year's
*> may not be (the first year on the system), and its column then
*> carries no date.
   OPEN INPUT Fiscal-Calendar-File.
   IF Calendar-Status = "00"
      PERFORM UNTIL End-Of-Calendar
         READ Fiscal-Calendar-File
            AT END SET End-Of-Calendar TO TRUE
         END-READ
         IF NOT End-Of-Calendar
            AND FC-Period-Number = WS-Period
            IF FC-Fiscal-Year = WS-CY-Year
               MOVE FC-Period-End TO WS-CY-Period-End
            END-IF
            IF FC-Fiscal-Year = WS-PY-Year
               MOVE FC-Period-End TO WS-PY-Period-End
            END-IF
         END-IF
      END-PERFORM
   END-IF.
   CLOSE Fiscal-Calendar-File.
   IF WS-CY-Period-End = ZERO
      DISPLAY "FINSTATEMENTS: PERIOD " WS-Period "/" WS-CY-Year
              " NOT ON FISCALCAL.DAT - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Find-Closed-Years.
   OPEN INPUT Period-Status-File.
   IF Period-Status = "00"
      PERFORM UNTIL End-Of-Periods
         READ Period-Status-File NEXT RECORD
            AT END SET End-Of-Periods TO TRUE
         END-READ
         IF NOT End-Of-Periods
            AND PS-Fiscal-Period = ZERO AND PS-Period-Closed
            IF PS-Fiscal-Year < WS-CY-Year
               AND PS-Fiscal-Year > WS-CY-Closed-Year
               MOVE PS-Fiscal-Year TO WS-CY-Closed-Year
            END-IF
            IF PS-Fiscal-Year < WS-PY-Year
               AND PS-Fiscal-Year > WS-PY-Closed-Year
               MOVE PS-Fiscal-Year TO WS-PY-Closed-Year
            END-IF
         END-IF
      END-PERFORM
   END-IF.
   CLOSE Period-Status-File.

Load-Layout.
   OPEN INPUT Layout-File.
   IF Layout-Status NOT = "00"
      DISPLAY "FINSTATEMENTS: NO FSLAYOUT.DAT - RUN ABORTED"
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
      DISPLAY "FINSTATEMENTS: FSLAYOUT.DAT HOLDS NO USABLE LINES"
              " - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Load-One-Layout-Line.
   EVALUATE TRUE
     WHEN LR-Statement NOT = "I" AND NOT = "B"
     WHEN LR-Line-Type NOT = "H" AND NOT = "D" AND NOT = "S"
                   AND NOT = "E"
     WHEN LR-Line-Type = "E" AND LR-Statement NOT = "B"
     WHEN LR-Line-Type = "S"
          AND (LR-Level < "1" OR LR-Level > "3")
     WHEN LR-Line-Type = "D" AND LR-From-Account = SPACES
        ADD 1 TO WS-Layout-Rejected
        DISPLAY "FINSTATEMENTS: LAYOUT LINE REJECTED - " Layout-Rec
        EXIT PARAGRAPH
   END-EVALUATE.
   IF FL-Count = 200
      ADD 1 TO WS-Layout-Rejected
      DISPLAY "FINSTATEMENTS: LAYOUT OVER 200 LINES - " Layout-Rec
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

Gather-Ledger-Balances.
*> One pass of the balance file in account order: each account's
*> records are built up into its six figures, then handed to the
*> layout lines that map it.
   OPEN INPUT GL-Balance-File.
   IF GB-Status NOT = "00"
      DISPLAY "FINSTATEMENTS: NO GLBAL.DAT - STATEMENTS SHOW ZERO"
      CLOSE GL-Balance-File
      EXIT PARAGRAPH
   END-IF.
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
            PERFORM VARYING AF-X FROM 1 BY 1 UNTIL AF-X > 6
               MOVE ZERO TO AF-Figure(AF-X)
            END-PERFORM
         END-IF
         PERFORM Add-Balance-Record
      END-IF
   END-PERFORM.
   IF WS-Current-Account NOT = SPACES
      PERFORM Post-Account-Figures
   END-IF.
   CLOSE GL-Balance-File.

Add-Balance-Record.
   COMPUTE WS-Net-Debit = GB-Debits - GB-Credits.
   IF GB-Fiscal-Year = WS-CY-Year
      IF GB-Fiscal-Period = WS-Period
         ADD WS-Net-Debit TO AF-Figure(1)
      END-IF
      IF GB-Fiscal-Period >= 1 AND GB-Fiscal-Period <= WS-Period
         ADD WS-Net-Debit TO AF-Figure(2)
      END-IF
   END-IF.
   IF GB-Fiscal-Year = WS-PY-Year
      IF GB-Fiscal-Period = WS-Period
         ADD WS-Net-Debit TO AF-Figure(3)
      END-IF
      IF GB-Fiscal-Period >= 1 AND GB-Fiscal-Period <= WS-Period
         ADD WS-Net-Debit TO AF-Figure(4)
      END-IF
   END-IF.
   IF GB-Fiscal-Year > WS-CY-Closed-Year
      AND (GB-Fiscal-Year < WS-CY-Year
           OR (GB-Fiscal-Year = WS-CY-Year
               AND GB-Fiscal-Period <= WS-Period))
      ADD WS-Net-Debit TO AF-Figure(5)
   END-IF.
   IF GB-Fiscal-Year > WS-PY-Closed-Year
      AND (GB-Fiscal-Year < WS-PY-Year
           OR (GB-Fiscal-Year = WS-PY-Year
               AND GB-Fiscal-Period <= WS-Period))
      ADD WS-Net-Debit TO AF-Figure(6)
   END-IF.

Post-Account-Figures.
   MOVE "N" TO WS-Mapped-Income WS-Mapped-Balance.
   PERFORM VARYING FL-X FROM 1 BY 1 UNTIL FL-X > FL-Count
      IF FL-Line-Type(FL-X) = "D"
         AND WS-Current-Account >= FL-From-Account(FL-X)
         AND WS-Current-Account <= FL-To-Account(FL-X)
         IF FL-Statement(FL-X) = "I" AND WS-Mapped-Income = "N"
            MOVE "Y" TO WS-Mapped-Income
            ADD AF-Figure(1) TO FL-Figure(FL-X, 1)
            ADD AF-Figure(2) TO FL-Figure(FL-X, 2)
            ADD AF-Figure(3) TO FL-Figure(FL-X, 3)
            ADD AF-Figure(4) TO FL-Figure(FL-X, 4)
            ADD AF-Figure(5) TO WS-PL-Cum(1)
            ADD AF-Figure(6) TO WS-PL-Cum(2)
         END-IF
         IF FL-Statement(FL-X) = "B" AND WS-Mapped-Balance = "N"
            MOVE "Y" TO WS-Mapped-Balance
            ADD AF-Figure(5) TO FL-Figure(FL-X, 1)
            ADD AF-Figure(6) TO FL-Figure(FL-X, 2)
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Mapped-Income = "N" AND WS-Mapped-Balance = "N"
      AND (AF-Figure(2) NOT = ZERO OR AF-Figure(5) NOT = ZERO)
      IF UM-Count < 100
         ADD 1 TO UM-Count
         MOVE WS-Current-Account TO UM-Account(UM-Count)
         MOVE AF-Figure(2)       TO UM-Year-To-Date(UM-Count)
         MOVE AF-Figure(5)       TO UM-Balance(UM-Count)
      ELSE
         ADD 1 TO WS-Unmapped-Overflow
      END-IF
   END-IF.

Print-Income-Statement.
   MOVE "INCOME STATEMENT"  TO RH-Title.
   MOVE WS-Period           TO RH-Period.
   MOVE WS-CY-Year          TO RH-Year.
   MOVE WS-CY-Period-End    TO RH-Period-End.
   WRITE Report-Line FROM Report-Heading.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   WRITE Report-Line FROM Income-Column-Heading.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   MOVE 4 TO WS-Columns.
   PERFORM Clear-Subtotals.
   PERFORM VARYING FL-X FROM 1 BY 1 UNTIL FL-X > FL-Count
      IF FL-Statement(FL-X) = "I"
         PERFORM Print-Statement-Line
      END-IF
   END-PERFORM.

Print-Balance-Sheet.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line AFTER ADVANCING PAGE.
   MOVE "BALANCE SHEET"     TO RH-Title.
   WRITE Report-Line FROM Report-Heading.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   MOVE WS-CY-Period-End TO BH-CY-Date.
   MOVE WS-PY-Period-End TO BH-PY-Date.
   WRITE Report-Line FROM Balance-Column-Heading.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   MOVE 2 TO WS-Columns.
   MOVE ZERO TO WS-Proof-Amount(1) WS-Proof-Amount(2).
   PERFORM Clear-Subtotals.
   PERFORM VARYING FL-X FROM 1 BY 1 UNTIL FL-X > FL-Count
      IF FL-Statement(FL-X) = "B"
         PERFORM Print-Statement-Line
      END-IF
   END-PERFORM.

*> Every balance sheet line netted together is the whole ledger to
*> the period end, which must come to nothing.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   MOVE SPACES TO Proof-Line.
   MOVE "BALANCE SHEET PROOF (NET OF ALL LINES)" TO PL-Caption.
   MOVE WS-Proof-Amount(1) TO PL-Amount(1).
   MOVE WS-Proof-Amount(2) TO PL-Amount(2).
   IF WS-Proof-Amount(1) NOT = ZERO OR WS-Proof-Amount(2) NOT = ZERO
      MOVE "*** BALANCE SHEET DOES NOT BALANCE ***" TO PL-Note
   END-IF.
   WRITE Report-Line FROM Proof-Line.

Print-Statement-Line.
   MOVE SPACES TO Statement-Line.
   MOVE FL-Caption(FL-X) TO SL-Caption.
   EVALUATE FL-Line-Type(FL-X)
     WHEN "H"
        WRITE Report-Line FROM Statement-Line
        EXIT PARAGRAPH
     WHEN "D"
        PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > WS-Columns
           MOVE FL-Figure(FL-X, ST-Y) TO WS-Line-Figure(ST-Y)
        END-PERFORM
     WHEN "E"
        MOVE WS-PL-Cum(1) TO WS-Line-Figure(1)
        MOVE WS-PL-Cum(2) TO WS-Line-Figure(2)
     WHEN "S"
        PERFORM Print-Rule-Line
        PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > WS-Columns
           MOVE ST-Amount(FL-Level(FL-X), ST-Y)
             TO WS-Line-Figure(ST-Y)
        END-PERFORM
   END-EVALUATE.

   PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > WS-Columns
      IF FL-Print-Side(FL-X) = "C"
         COMPUTE SL-Amount(ST-Y) = ZERO - WS-Line-Figure(ST-Y)
      ELSE
         MOVE WS-Line-Figure(ST-Y) TO SL-Amount(ST-Y)
      END-IF
   END-PERFORM.
   WRITE Report-Line FROM Statement-Line.

   IF FL-Line-Type(FL-X) = "S"
      PERFORM VARYING ST-X FROM 1 BY 1 UNTIL ST-X > FL-Level(FL-X)
         PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > 4
            MOVE ZERO TO ST-Amount(ST-X, ST-Y)
         END-PERFORM
      END-PERFORM
   ELSE
      PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > WS-Columns
         PERFORM VARYING ST-X FROM 1 BY 1 UNTIL ST-X > 3
            ADD WS-Line-Figure(ST-Y) TO ST-Amount(ST-X, ST-Y)
         END-PERFORM
      END-PERFORM
      IF FL-Statement(FL-X) = "B"
         ADD WS-Line-Figure(1) TO WS-Proof-Amount(1)
         ADD WS-Line-Figure(2) TO WS-Proof-Amount(2)
      END-IF
   END-IF.

Print-Rule-Line.
   MOVE SPACES TO Rule-Line.
   PERFORM VARYING ST-Y FROM 1 BY 1 UNTIL ST-Y > WS-Columns
      MOVE ALL "-" TO RL-Rule(ST-Y)
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
      MOVE UM-Account(UM-X)      TO UL-Account
      MOVE UM-Year-To-Date(UM-X) TO UL-Year-To-Date
      MOVE UM-Balance(UM-X)      TO UL-Balance
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
