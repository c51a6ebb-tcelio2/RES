      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GLYearClose.
AUTHOR.  Michael Coughlan.
*> Fiscal year-end close of the general ledger on GLBAL.DAT.  The year
*> to close and the retained-earnings account come from the control
*> card GLCLOSE.CTL (cols 1-4 fiscal year, 5-20 account).  Nothing is
*> touched unless every period of that year on FISCALCAL.DAT is
*> closed on PERIODCTL.DAT, the retained-earnings account is on the
*> chart, and the year (or a later one) has not already been closed;
*> the year before must have been closed first unless the ledger has
*> never been closed at all.
*> Income-statement accounts are those the "I" detail lines of the
*> statement layout FSLAYOUT.DAT cover, so the close and
*> FinStatements always agree on what is profit and loss.  Each one
*> with a balance is zeroed by the closing journal into retained
*> earnings, posted as fiscal period 14 of the closed year - the
*> closing period, after the last calendar period, so the year's own
*> period and year-to-date figures still show its trading.  Every
*> balance-sheet account, retained earnings included, then carries
*> its balance forward as period 00 of the new year, which later
*> statements start from instead of re-adding the closed years.
*> The closing journal and the opening balances are listed on the
*> close register GLCLOSE.RPT, and the year is stamped closed on
*> PERIODCTL.DAT as period 00 (changed by YEAREND), which is what
*> refuses a second run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL Close-Control-File ASSIGN TO "GLCLOSE.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Control-Status.

   SELECT OPTIONAL Layout-File ASSIGN TO "FSLAYOUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Layout-Status.

   SELECT OPTIONAL Fiscal-Calendar-File ASSIGN TO "FISCALCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Calendar-Status.

   SELECT Period-Status-File ASSIGN TO "PERIODCTL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PS-Key
          FILE STATUS IS Period-Status.

   SELECT Chart-Of-Accounts-File ASSIGN TO "GLCOA.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS COA-Account
          FILE STATUS IS COA-Status.

   SELECT GL-Balance-File ASSIGN TO "GLBAL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS GB-Key
          FILE STATUS IS GB-Status.

   SELECT Close-Register-File ASSIGN TO "GLCLOSE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Close-Control-File.
01 Close-Control-Rec.
   02 CC-Fiscal-Year		PIC 9(4).
   02 CC-Retained-Account	PIC X(16).

FD Layout-File.
01 Layout-Rec.
   88 End-Of-Layout		VALUE HIGH-VALUES.
   02 LR-Statement		PIC X.
   02 LR-Line-Type		PIC X.
   02 LR-Print-Side		PIC X.
   02 LR-Level			PIC X.
   02 LR-From-Account		PIC X(16).
   02 LR-To-Account		PIC X(16).
   02 LR-Caption		PIC X(40).

FD Fiscal-Calendar-File.
01 Fiscal-Calendar-Rec.
   88 End-Of-Calendar		VALUE HIGH-VALUES.
   02 FC-Period-Number		PIC 9(2).
   02 FC-Period-Start		PIC 9(8).
   02 FC-Period-End		PIC 9(8).
   02 FC-Fiscal-Year		PIC 9(4).

FD Period-Status-File.
01 PS-Rec.
   02 PS-Key.
      03 PS-Fiscal-Year	PIC 9(4).
      03 PS-Fiscal-Period	PIC 9(2).
   02 PS-State			PIC X.
      88 PS-Period-Open	VALUE "O".
      88 PS-Period-Closed	VALUE "C".
   02 PS-Changed-Date		PIC 9(8).
   02 PS-Changed-By		PIC X(8).

FD Chart-Of-Accounts-File.
01 COA-Rec.
   02 COA-Account		PIC X(16).
   02 COA-Account-Name		PIC X(30).

FD GL-Balance-File.
01 GB-Rec.
   02 GB-Key.
      03 GB-Account		PIC X(16).
      03 GB-Fiscal-Year	PIC 9(4).
      03 GB-Fiscal-Period	PIC 9(2).
   02 GB-Debits		PIC 9(11)V99.
   02 GB-Credits		PIC 9(11)V99.

FD Close-Register-File.
01 Register-Line		PIC X(90).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Control-Status		PIC X(2).
   02 Layout-Status		PIC X(2).
   02 Calendar-Status		PIC X(2).
   02 Period-Status		PIC X(2).
      88 Period-Rec-Found	VALUE "00".
   02 COA-Status		PIC X(2).
      88 Account-On-Chart	VALUE "00".
   02 GB-Status		PIC X(2).
      88 GB-Rec-Found		VALUE "00".

01 WS-EOF-Period		PIC X VALUE "N".
   88 End-Of-Periods		VALUE "Y".
01 WS-EOF-Balance		PIC X VALUE "N".
   88 End-Of-Balances		VALUE "Y".

78 Closing-Period		VALUE 14.
01 WS-Run-Date			PIC 9(8).
01 WS-Close-Year		PIC 9(4).
01 WS-Open-Year		PIC 9(4).
01 WS-Retained-Account		PIC X(16).
01 WS-Retained-Name		PIC X(30).
01 WS-Year-End-Date		PIC 9(8) VALUE 0.
01 WS-Latest-Closed-Year	PIC 9(4) VALUE 0.
01 WS-Calendar-Periods		PIC 9(2) VALUE 0.
01 WS-Unlocked-Periods		PIC 9(2) VALUE 0.

*> Account ranges of the income statement detail lines.
01 PL-Range-Table.
   02 PL-Range OCCURS 200 TIMES.
      03 PL-From-Account	PIC X(16).
      03 PL-To-Account		PIC X(16).
01 PL-Count			PIC 9(3) VALUE 0.
01 PL-X			PIC 9(3).
01 WS-Account-Is-PL		PIC X.
   88 Account-Is-PL		VALUE "Y".

*> Each account's balance carried into the new year: everything
*> posted since the last close up to the end of the closing year.
78 Account-Limit		VALUE 2000.
01 Close-Account-Table.
   02 CA-Entry OCCURS 2000 TIMES.
      03 CA-Account		PIC X(16).
      03 CA-PL-Flag		PIC X.
      03 CA-Net-Debit		PIC S9(13)V99.
01 CA-Count			PIC 9(5) VALUE 0.
01 CA-X			PIC 9(5).

01 WS-Check-Account		PIC X(16).
01 WS-Net-Debit		PIC S9(13)V99.
01 WS-Retained-Movement	PIC S9(13)V99 VALUE 0.
01 WS-Post-Debit		PIC 9(11)V99.
01 WS-Post-Credit		PIC 9(11)V99.
01 WS-Journal-Debits		PIC 9(13)V99 VALUE 0.
01 WS-Journal-Credits		PIC 9(13)V99 VALUE 0.
01 WS-Opening-Debits		PIC 9(13)V99 VALUE 0.
01 WS-Opening-Credits		PIC 9(13)V99 VALUE 0.
01 WS-Closing-Lines		PIC 9(5) VALUE 0.
01 WS-Opening-Lines		PIC 9(5) VALUE 0.

01 Register-Heading.
   02 FILLER			PIC X(30) VALUE
      "GL YEAR-END CLOSE - FISCAL YEA".
   02 FILLER			PIC X(2)  VALUE "R ".
   02 RH-Close-Year		PIC 9(4).
   02 FILLER			PIC X(7)  VALUE " ENDED ".
   02 RH-Year-End-Date		PIC 9(8).
   02 FILLER			PIC X(10) VALUE "  RUN ON  ".
   02 RH-Run-Date		PIC 9(8).

01 Section-Heading		PIC X(90).

01 Register-Column-Heading.
   02 FILLER			PIC X(48) VALUE
      "ACCOUNT           NAME                          ".
   02 FILLER			PIC X(32) VALUE
      "         DEBIT           CREDIT".

01 Register-Detail.
   02 RD-Account		PIC X(16).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RD-Name			PIC X(30).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RD-Debit			PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RD-Credit		PIC ZZZ,ZZZ,ZZ9.99.

01 Register-Total-Line.
   02 RT-Caption		PIC X(48).
   02 RT-Debit			PIC Z,ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(1)  VALUE SPACES.
   02 RT-Credit		PIC Z,ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RT-Verdict		PIC X(20).

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   PERFORM Read-Close-Control.
   PERFORM Find-Year-Periods.
   PERFORM Load-PL-Ranges.

   OPEN I-O Period-Status-File.
   IF Period-Status NOT = "00"
      DISPLAY "GLYEARCLOSE: CANNOT OPEN PERIODCTL.DAT FS="
              Period-Status " - PERIODS NOT PROVED CLOSED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   PERFORM Check-Close-History.
   PERFORM Check-Periods-Locked.

   OPEN INPUT Chart-Of-Accounts-File.
   MOVE WS-Retained-Account TO COA-Account.
   READ Chart-Of-Accounts-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Account-On-Chart
      DISPLAY "GLYEARCLOSE: RETAINED EARNINGS ACCOUNT "
              WS-Retained-Account " NOT ON GLCOA.DAT - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   MOVE COA-Account-Name TO WS-Retained-Name.
   MOVE WS-Retained-Account TO WS-Check-Account.
   PERFORM Classify-Account.
   IF Account-Is-PL
      DISPLAY "GLYEARCLOSE: RETAINED EARNINGS ACCOUNT "
              WS-Retained-Account " FALLS IN AN INCOME STATEMENT"
              " RANGE OF FSLAYOUT.DAT - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

   OPEN I-O GL-Balance-File.
   IF GB-Status NOT = "00"
      DISPLAY "GLYEARCLOSE: CANNOT OPEN GLBAL.DAT FS=" GB-Status
              " - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   PERFORM Gather-Year-Balances.

   OPEN OUTPUT Close-Register-File.
   MOVE WS-Close-Year   TO RH-Close-Year.
   MOVE WS-Year-End-Date TO RH-Year-End-Date.
   MOVE WS-Run-Date     TO RH-Run-Date.
   WRITE Register-Line FROM Register-Heading.
   PERFORM Post-Closing-Journal.
   PERFORM Post-Opening-Balances.
   PERFORM Stamp-Year-Closed.
   CLOSE Close-Register-File.

   CLOSE Chart-Of-Accounts-File.
   CLOSE GL-Balance-File.
   CLOSE Period-Status-File.
   DISPLAY "GLYEARCLOSE: FISCAL YEAR " WS-Close-Year " CLOSED - "
           WS-Closing-Lines " CLOSING ENTRIES, "
           WS-Opening-Lines " OPENING BALANCES FOR " WS-Open-Year.
   STOP RUN.

Read-Close-Control.
   OPEN INPUT Close-Control-File.
   IF Control-Status = "00"
      READ Close-Control-File
         AT END MOVE "10" TO Control-Status
      END-READ
   END-IF.
   IF Control-Status NOT = "00"
      DISPLAY "GLYEARCLOSE: NO GLCLOSE.CTL CONTROL CARD - RUN ABORTED"
      CLOSE Close-Control-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   IF CC-Fiscal-Year NOT NUMERIC OR CC-Fiscal-Year = ZERO
      OR CC-Retained-Account = SPACES
      DISPLAY "GLYEARCLOSE: GLCLOSE.CTL YEAR/ACCOUNT INVALID - "
              Close-Control-Rec
      CLOSE Close-Control-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   MOVE CC-Fiscal-Year      TO WS-Close-Year.
   MOVE CC-Retained-Account TO WS-Retained-Account.
   COMPUTE WS-Open-Year = WS-Close-Year + 1.
   CLOSE Close-Control-File.

Find-Year-Periods.
   OPEN INPUT Fiscal-Calendar-File.
   IF Calendar-Status = "00"
      PERFORM UNTIL End-Of-Calendar
         READ Fiscal-Calendar-File
            AT END SET End-Of-Calendar TO TRUE
         END-READ
         IF NOT End-Of-Calendar
            AND FC-Fiscal-Year = WS-Close-Year
            ADD 1 TO WS-Calendar-Periods
            IF FC-Period-End > WS-Year-End-Date
               MOVE FC-Period-End TO WS-Year-End-Date
            END-IF
         END-IF
      END-PERFORM
   END-IF.
   CLOSE Fiscal-Calendar-File.
   IF WS-Calendar-Periods = ZERO
      DISPLAY "GLYEARCLOSE: FISCAL YEAR " WS-Close-Year
              " NOT ON FISCALCAL.DAT - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Load-PL-Ranges.
   OPEN INPUT Layout-File.
   IF Layout-Status = "00"
      PERFORM UNTIL End-Of-Layout
         READ Layout-File
            AT END SET End-Of-Layout TO TRUE
         END-READ
         IF NOT End-Of-Layout
            AND LR-Statement = "I" AND LR-Line-Type = "D"
            AND LR-From-Account NOT = SPACES
            AND PL-Count < 200
            ADD 1 TO PL-Count
            MOVE LR-From-Account TO PL-From-Account(PL-Count)
            MOVE LR-To-Account   TO PL-To-Account(PL-Count)
            IF LR-To-Account = SPACES
               MOVE LR-From-Account TO PL-To-Account(PL-Count)
            END-IF
            INSPECT PL-To-Account(PL-Count)
               REPLACING TRAILING SPACE BY HIGH-VALUE
         END-IF
      END-PERFORM
   END-IF.
   CLOSE Layout-File.
   IF PL-Count = ZERO
      DISPLAY "GLYEARCLOSE: FSLAYOUT.DAT DEFINES NO INCOME STATEMENT"
              " ACCOUNTS - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Check-Close-History.
*> Period 00 records are the year-close stamps.  The latest one
*> decides where the balances brought forward begin.
   MOVE LOW-VALUES TO PS-Key.
   START Period-Status-File
      KEY IS GREATER THAN PS-Key
      INVALID KEY SET End-Of-Periods TO TRUE
   END-START.
   PERFORM UNTIL End-Of-Periods
      READ Period-Status-File NEXT RECORD
         AT END SET End-Of-Periods TO TRUE
      END-READ
      IF NOT End-Of-Periods
         AND PS-Fiscal-Period = ZERO AND PS-Period-Closed
         AND PS-Fiscal-Year > WS-Latest-Closed-Year
         MOVE PS-Fiscal-Year TO WS-Latest-Closed-Year
      END-IF
   END-PERFORM.
   IF WS-Latest-Closed-Year NOT < WS-Close-Year
      DISPLAY "GLYEARCLOSE: FISCAL YEAR " WS-Latest-Closed-Year
              " IS ALREADY CLOSED - " WS-Close-Year
              " CANNOT BE CLOSED AGAIN"
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   IF WS-Latest-Closed-Year NOT = ZERO
      AND WS-Latest-Closed-Year + 1 < WS-Close-Year
      DISPLAY "GLYEARCLOSE: LAST YEAR CLOSED IS "
              WS-Latest-Closed-Year " - CLOSE THE YEARS BETWEEN"
              " FIRST"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Check-Periods-Locked.
   OPEN INPUT Fiscal-Calendar-File.
   MOVE LOW-VALUES TO Fiscal-Calendar-Rec.
   PERFORM UNTIL End-Of-Calendar
      READ Fiscal-Calendar-File
         AT END SET End-Of-Calendar TO TRUE
      END-READ
      IF NOT End-Of-Calendar
         AND FC-Fiscal-Year = WS-Close-Year
         MOVE FC-Fiscal-Year   TO PS-Fiscal-Year
         MOVE FC-Period-Number TO PS-Fiscal-Period
         READ Period-Status-File
            INVALID KEY CONTINUE
         END-READ
         IF NOT Period-Rec-Found OR NOT PS-Period-Closed
            ADD 1 TO WS-Unlocked-Periods
            DISPLAY "GLYEARCLOSE: PERIOD " FC-Period-Number "/"
                    FC-Fiscal-Year " IS NOT CLOSED ON PERIODCTL.DAT"
         END-IF
      END-IF
   END-PERFORM.
   CLOSE Fiscal-Calendar-File.
   IF WS-Unlocked-Periods > ZERO
      DISPLAY "GLYEARCLOSE: " WS-Unlocked-Periods " PERIOD(S) OF "
              WS-Close-Year " STILL OPEN - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

Classify-Account.
   MOVE "N" TO WS-Account-Is-PL.
   PERFORM VARYING PL-X FROM 1 BY 1
       UNTIL PL-X > PL-Count OR Account-Is-PL
      IF WS-Check-Account >= PL-From-Account(PL-X)
         AND WS-Check-Account <= PL-To-Account(PL-X)
         MOVE "Y" TO WS-Account-Is-PL
      END-IF
   END-PERFORM.

Gather-Year-Balances.
*> Everything since the last close up to the end of the closing
*> year (the last close's period 00 openings included) nets to each
*> account's year-end balance.  The table is filled before anything
*> is written so an overflow leaves the ledger untouched.
   MOVE LOW-VALUES TO GB-Key.
   START GL-Balance-File
      KEY IS GREATER THAN GB-Key
      INVALID KEY SET End-Of-Balances TO TRUE
   END-START.
   PERFORM UNTIL End-Of-Balances
      READ GL-Balance-File NEXT RECORD
         AT END SET End-Of-Balances TO TRUE
      END-READ
      IF NOT End-Of-Balances
         IF GB-Fiscal-Year = WS-Open-Year AND GB-Fiscal-Period = ZERO
            DISPLAY "GLYEARCLOSE: GLBAL.DAT ALREADY HOLDS "
                    WS-Open-Year " OPENING BALANCES - RUN ABORTED"
            STOP RUN WITH ERROR STATUS 16
         END-IF
         IF GB-Fiscal-Year > WS-Latest-Closed-Year
            AND GB-Fiscal-Year NOT > WS-Close-Year
            PERFORM Add-To-Close-Table
         END-IF
      END-IF
   END-PERFORM.

Add-To-Close-Table.
   IF CA-Count = ZERO OR GB-Account NOT = CA-Account(CA-Count)
      IF CA-Count NOT < Account-Limit
         DISPLAY "GLYEARCLOSE: MORE THAN " Account-Limit
                 " ACCOUNTS - RUN ABORTED, LEDGER UNCHANGED"
         STOP RUN WITH ERROR STATUS 16
      END-IF
      ADD 1 TO CA-Count
      MOVE GB-Account TO CA-Account(CA-Count)
      MOVE ZERO       TO CA-Net-Debit(CA-Count)
      MOVE GB-Account TO WS-Check-Account
      PERFORM Classify-Account
      MOVE WS-Account-Is-PL TO CA-PL-Flag(CA-Count)
   END-IF.
   COMPUTE CA-Net-Debit(CA-Count) = CA-Net-Debit(CA-Count)
                                  + GB-Debits - GB-Credits.

Post-Closing-Journal.
   MOVE SPACES TO Register-Line.
   WRITE Register-Line.
   MOVE SPACES TO Section-Heading.
   STRING "CLOSING JOURNAL - POSTED TO " DELIMITED BY SIZE
          WS-Close-Year DELIMITED BY SIZE
          " PERIOD 14" DELIMITED BY SIZE
          INTO Section-Heading.
   WRITE Register-Line FROM Section-Heading.
   WRITE Register-Line FROM Register-Column-Heading.
   PERFORM VARYING CA-X FROM 1 BY 1 UNTIL CA-X > CA-Count
      IF CA-PL-Flag(CA-X) = "Y" AND CA-Net-Debit(CA-X) NOT = ZERO
         COMPUTE WS-Net-Debit = ZERO - CA-Net-Debit(CA-X)
         ADD CA-Net-Debit(CA-X) TO WS-Retained-Movement
         MOVE ZERO TO CA-Net-Debit(CA-X)
         MOVE CA-Account(CA-X) TO GB-Account
         PERFORM Post-Closing-Line
      END-IF
   END-PERFORM.
*> The year's net income lands on retained earnings: a profit (net
*> credit on the income accounts) is credited to it.
   IF WS-Retained-Movement NOT = ZERO
      MOVE WS-Retained-Movement TO WS-Net-Debit
      MOVE WS-Retained-Account  TO GB-Account
      PERFORM Post-Closing-Line
      PERFORM Add-Retained-Movement
   END-IF.
   MOVE "CLOSING JOURNAL TOTALS" TO RT-Caption.
   MOVE WS-Journal-Debits  TO RT-Debit.
   MOVE WS-Journal-Credits TO RT-Credit.
   IF WS-Journal-Debits = WS-Journal-Credits
      MOVE "IN BALANCE" TO RT-Verdict
   ELSE
      MOVE "** OUT OF BALANCE **" TO RT-Verdict
   END-IF.
   WRITE Register-Line FROM Register-Total-Line.

Post-Closing-Line.
   IF WS-Net-Debit > ZERO
      MOVE WS-Net-Debit TO WS-Post-Debit
      MOVE ZERO         TO WS-Post-Credit
   ELSE
      MOVE ZERO         TO WS-Post-Debit
      COMPUTE WS-Post-Credit = ZERO - WS-Net-Debit
   END-IF.
   MOVE GB-Account TO RD-Account.
   PERFORM Get-Account-Name.
   MOVE WS-Close-Year TO GB-Fiscal-Year.
   MOVE Closing-Period TO GB-Fiscal-Period.
   PERFORM Write-Balance-Amounts.
   ADD WS-Post-Debit  TO WS-Journal-Debits.
   ADD WS-Post-Credit TO WS-Journal-Credits.
   ADD 1 TO WS-Closing-Lines.

Add-Retained-Movement.
   PERFORM VARYING CA-X FROM 1 BY 1
       UNTIL CA-X > CA-Count
          OR CA-Account(CA-X) = WS-Retained-Account
      CONTINUE
   END-PERFORM.
   IF CA-X > CA-Count
      IF CA-Count NOT < Account-Limit
         DISPLAY "GLYEARCLOSE: NO ROOM TO CARRY RETAINED EARNINGS"
                 " FORWARD - SEE GLCLOSE.RPT"
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO CA-Count
      MOVE CA-Count            TO CA-X
      MOVE WS-Retained-Account TO CA-Account(CA-X)
      MOVE "N"                 TO CA-PL-Flag(CA-X)
      MOVE ZERO                TO CA-Net-Debit(CA-X)
   END-IF.
   ADD WS-Retained-Movement TO CA-Net-Debit(CA-X).

Post-Opening-Balances.
   MOVE SPACES TO Register-Line.
   WRITE Register-Line.
   MOVE SPACES TO Section-Heading.
   STRING "OPENING BALANCES - POSTED TO " DELIMITED BY SIZE
          WS-Open-Year DELIMITED BY SIZE
          " PERIOD 00" DELIMITED BY SIZE
          INTO Section-Heading.
   WRITE Register-Line FROM Section-Heading.
   WRITE Register-Line FROM Register-Column-Heading.
   PERFORM VARYING CA-X FROM 1 BY 1 UNTIL CA-X > CA-Count
      IF CA-PL-Flag(CA-X) = "N" AND CA-Net-Debit(CA-X) NOT = ZERO
         IF CA-Net-Debit(CA-X) > ZERO
            MOVE CA-Net-Debit(CA-X) TO WS-Post-Debit
            MOVE ZERO               TO WS-Post-Credit
         ELSE
            MOVE ZERO               TO WS-Post-Debit
            COMPUTE WS-Post-Credit = ZERO - CA-Net-Debit(CA-X)
         END-IF
         MOVE CA-Account(CA-X) TO GB-Account RD-Account
         PERFORM Get-Account-Name
         MOVE WS-Open-Year TO GB-Fiscal-Year
         MOVE ZERO         TO GB-Fiscal-Period
         PERFORM Write-Balance-Amounts
         ADD WS-Post-Debit  TO WS-Opening-Debits
         ADD WS-Post-Credit TO WS-Opening-Credits
         ADD 1 TO WS-Opening-Lines
      END-IF
   END-PERFORM.
   MOVE "OPENING BALANCE TOTALS" TO RT-Caption.
   MOVE WS-Opening-Debits  TO RT-Debit.
   MOVE WS-Opening-Credits TO RT-Credit.
   IF WS-Opening-Debits = WS-Opening-Credits
      MOVE "IN BALANCE" TO RT-Verdict
   ELSE
      MOVE "** OUT OF BALANCE **" TO RT-Verdict
      DISPLAY "GLYEARCLOSE: *** OPENING BALANCES DO NOT BALANCE"
              " - SEE GLCLOSE.RPT ***"
   END-IF.
   WRITE Register-Line FROM Register-Total-Line.

Get-Account-Name.
   MOVE RD-Account TO COA-Account.
   READ Chart-Of-Accounts-File
      INVALID KEY MOVE "** NOT ON CHART **" TO COA-Account-Name
   END-READ.
   MOVE COA-Account-Name TO RD-Name.

Write-Balance-Amounts.
   MOVE WS-Post-Debit  TO RD-Debit.
   MOVE WS-Post-Credit TO RD-Credit.
   WRITE Register-Line FROM Register-Detail.
   READ GL-Balance-File
      INVALID KEY CONTINUE
   END-READ.
   IF GB-Rec-Found
      ADD WS-Post-Debit  TO GB-Debits
      ADD WS-Post-Credit TO GB-Credits
      REWRITE GB-Rec
         INVALID KEY DISPLAY "GLBAL REWRITE FS = " GB-Status
      END-REWRITE
   ELSE
      MOVE WS-Post-Debit  TO GB-Debits
      MOVE WS-Post-Credit TO GB-Credits
      WRITE GB-Rec
         INVALID KEY DISPLAY "GLBAL WRITE FS = " GB-Status
      END-WRITE
   END-IF.

Stamp-Year-Closed.
   MOVE WS-Close-Year TO PS-Fiscal-Year.
   MOVE ZERO          TO PS-Fiscal-Period.
   SET PS-Period-Closed TO TRUE.
   MOVE WS-Run-Date   TO PS-Changed-Date.
   MOVE "YEAREND"     TO PS-Changed-By.
   WRITE PS-Rec
      INVALID KEY DISPLAY "PERIODCTL WRITE FS = " Period-Status
   END-WRITE.
