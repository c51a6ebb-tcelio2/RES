      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GLEntryFeed.
AUTHOR.  Michael Coughlan.
*> Monthly feed of the journal entries keyed on the JRNLENTT screen
*> (JRNLENT.DAT) into the journal interface file JRNLIF.DAT, as one
*> H/D/T batch from source GLENTRY for GLPost to prove and post.
*> The run is for the fiscal period holding the date on the control
*> card GLENTRY.CTL (cols 1-8, YYYYMMDD), or today when there is no
*> card.  Within that period:
*>    one-off entries (M) dated up to the period end are fed once on
*>        their own posting date;
*>    auto-reversing entries (A) are fed the same way, together with
*>        their mirror image dated the first day of the following
*>        fiscal period;
*>    recurring entries (R) that have started and not passed their
*>        end date are fed once per period, dated the period end.
*> Every date fed must fall in a period PERIODCK shows open and every
*> account must still be on GLCOA.DAT; an entry failing either is
*> held whole, listed on the register GLENTRY.RPT, and tried again by
*> the next run.  An entry fed is marked on JRNLENT.DAT, so a rerun
*> for the same period feeds nothing twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL Feed-Control-File ASSIGN TO "GLENTRY.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Control-Status.

   SELECT Journal-Entry-File ASSIGN TO "JRNLENT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS JE-Reference
          FILE STATUS IS JE-Status.

   SELECT Chart-Of-Accounts-File ASSIGN TO "GLCOA.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS COA-Account
          FILE STATUS IS COA-Status.

   SELECT Journal-Interface-File ASSIGN TO "JRNLIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Journal-Status.

   SELECT Feed-Register-File ASSIGN TO "GLENTRY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Feed-Control-File.
01 Feed-Control-Rec.
   02 FCC-Run-Date		PIC 9(8).

FD Journal-Entry-File.
01 JE-Rec.
   02 JE-Reference		PIC X(8).
   02 JE-Entry-Type		PIC X.
      88 JE-One-Off		VALUE "M".
      88 JE-Recurring		VALUE "R".
      88 JE-Auto-Reverse	VALUE "A".
   02 JE-Entry-Status		PIC X.
      88 JE-Waiting		VALUE "W".
      88 JE-Finished		VALUE "F".
      88 JE-Stopped		VALUE "S".
   02 JE-Posting-Date		PIC 9(8).
   02 JE-End-Date		PIC 9(8).
   02 JE-Description		PIC X(20).
   02 JE-Entered-By		PIC X(8).
   02 JE-Entered-Date		PIC 9(8).
   02 JE-Last-Fed-Year		PIC 9(4).
   02 JE-Last-Fed-Period	PIC 9(2).
   02 JE-Last-Fed-Date		PIC 9(8).
   02 JE-Times-Fed		PIC 9(4).
   02 JE-Line OCCURS 8 TIMES.
      03 JE-Account		PIC X(16).
      03 JE-DR-CR		PIC X.
      03 JE-Amount		PIC 9(7)V99.

FD Chart-Of-Accounts-File.
01 COA-Rec.
   02 COA-Account		PIC X(16).
   02 COA-Account-Name		PIC X(30).

FD Journal-Interface-File.
01 Journal-Rec			PIC X(80).

FD Feed-Register-File.
01 Register-Line		PIC X(90).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Control-Status		PIC X(2).
   02 JE-Status		PIC X(2).
   02 COA-Status		PIC X(2).
      88 Account-On-Chart	VALUE "00".
   02 Journal-Status		PIC X(2).

01 WS-EOF-Entry		PIC X VALUE "N".
   88 End-Of-Entries		VALUE "Y".

01 WS-Run-Date			PIC 9(8).
01 WS-Run-Year			PIC 9(4).
01 WS-Run-Period		PIC 9(2).
01 WS-Period-Start		PIC 9(8).
01 WS-Period-End		PIC 9(8).
01 WS-Fiscal-Error-Flag	PIC 9.

01 WS-Fiscal-Period		PIC 9(2).
01 WS-Fiscal-Year		PIC 9(4).
01 WS-Fiscal-Start		PIC 9(8).
01 WS-Fiscal-End		PIC 9(8).
01 WS-Period-Result		PIC XX.
01 WS-Reverse-Year		PIC 9(4).
01 WS-Reverse-Period		PIC 9(2).

01 WS-Feed-Date		PIC 9(8).
01 WS-Reverse-Date		PIC 9(8).
01 WS-Disposition		PIC X(40).
01 WS-Entry-Debits		PIC 9(9)V99.
01 WS-Line-X			PIC 9.
01 WS-Lines-In-Entry		PIC 9(2).

*> The lines of the batch, staged entry by entry so an entry that
*> fails part way leaves nothing behind.
78 Feed-Limit			VALUE 2000.
01 Feed-Table.
   02 Feed-Entry OCCURS 2000 TIMES.
      03 FE-Account		PIC X(16).
      03 FE-DR-CR		PIC X.
      03 FE-Amount		PIC 9(7)V99.
      03 FE-Date		PIC 9(8).
      03 FE-Description	PIC X(20).
01 Feed-Count			PIC 9(5) VALUE 0.
01 Feed-X			PIC 9(5).

01 WS-Entries-Fed		PIC 9(5) VALUE 0.
01 WS-Entries-Held		PIC 9(5) VALUE 0.
01 WS-Entries-Not-Due		PIC 9(5) VALUE 0.

01 WS-Journal-Seq		PIC 9(5) VALUE 0.
01 WS-Detail-Count		PIC 9(7) VALUE 0.
01 WS-Debit-Total		PIC 9(9)V99 VALUE 0.
01 WS-Credit-Total		PIC 9(9)V99 VALUE 0.

01  File-Control-Area.
    02  FC-File-Name            PIC X(12).
    02  FC-Record-Count         PIC 9(7).
    02  FC-Hash-Total           PIC 9(13).
    02  FC-Result               PIC XX.

01 Journal-Header.
   02 FILLER			PIC X     VALUE "H".
   02 JH-Extract-Date		PIC 9(8).
   02 FILLER			PIC X(10) VALUE "GLENTRY   ".

01 Journal-Detail.
   02 FILLER			PIC X     VALUE "D".
   02 JD-Seq			PIC 9(5).
   02 JD-Account		PIC X(16).
   02 JD-DR-CR			PIC X.
   02 JD-Amount		PIC 9(7).99.
   02 JD-Oil-Num		PIC 9(4) VALUE ZERO.
   02 JD-Date			PIC 9(8).
   02 JD-Description		PIC X(20).

01 Journal-Trailer.
   02 FILLER			PIC X     VALUE "T".
   02 JT-Record-Count		PIC 9(7).
   02 JT-Debit-Total		PIC 9(9).99.
   02 JT-Credit-Total		PIC 9(9).99.

01 Register-Heading.
   02 FILLER			PIC X(30) VALUE
      "GL JOURNAL ENTRY FEED - PERIOD".
   02 FILLER			PIC X     VALUE SPACE.
   02 RH-Period		PIC 99.
   02 FILLER			PIC X     VALUE "/".
   02 RH-Year			PIC 9(4).
   02 FILLER			PIC X(4)  VALUE "  ( ".
   02 RH-Period-Start		PIC 9(8).
   02 FILLER			PIC X(3)  VALUE " - ".
   02 RH-Period-End		PIC 9(8).
   02 FILLER			PIC X(2)  VALUE " )".

01 Register-Column-Heading.
   02 FILLER			PIC X(46) VALUE
      "REFERENCE TYPE  FED DATE         DEBITS  DISPO".
   02 FILLER			PIC X(6)  VALUE "SITION".

01 Register-Detail.
   02 RD-Reference		PIC X(8).
   02 FILLER			PIC X(3)  VALUE SPACES.
   02 RD-Type			PIC X.
   02 FILLER			PIC X(3)  VALUE SPACES.
   02 RD-Date			PIC 9(8).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RD-Debits		PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RD-Disposition		PIC X(40).

01 Register-Total-Line.
   02 FILLER			PIC X(24) VALUE
      "BATCH TOTALS  DR / CR   ".
   02 RT-Debits		PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(3)  VALUE " / ".
   02 RT-Credits		PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RT-Lines			PIC ZZ,ZZ9.
   02 FILLER			PIC X(6)  VALUE " LINES".

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   PERFORM Read-Feed-Control.
   CALL "FISCALS" USING BY CONTENT WS-Run-Date
                        BY REFERENCE WS-Run-Period
                        BY REFERENCE WS-Run-Year
                        BY REFERENCE WS-Period-Start
                        BY REFERENCE WS-Period-End
                        BY REFERENCE WS-Fiscal-Error-Flag.
   IF WS-Fiscal-Error-Flag NOT = ZERO
      DISPLAY "GLENTRYFEED: " WS-Run-Date
              " IS IN NO FISCAL PERIOD - RUN ABORTED"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

   OPEN I-O Journal-Entry-File.
   IF JE-Status NOT = "00"
      DISPLAY "GLENTRYFEED: NO JRNLENT.DAT FS=" JE-Status
              " - NOTHING TO FEED"
      CLOSE Journal-Entry-File
      STOP RUN
   END-IF.
   OPEN INPUT Chart-Of-Accounts-File.
   IF COA-Status NOT = "00"
      DISPLAY "GLENTRYFEED: CANNOT OPEN GLCOA.DAT FS=" COA-Status
              " - RUN ABORTED"
      CLOSE Journal-Entry-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   OPEN OUTPUT Feed-Register-File.
   MOVE WS-Run-Period   TO RH-Period.
   MOVE WS-Run-Year     TO RH-Year.
   MOVE WS-Period-Start TO RH-Period-Start.
   MOVE WS-Period-End   TO RH-Period-End.
   WRITE Register-Line FROM Register-Heading.
   WRITE Register-Line FROM Register-Column-Heading.

   PERFORM UNTIL End-Of-Entries
      READ Journal-Entry-File NEXT RECORD
         AT END SET End-Of-Entries TO TRUE
      END-READ
      IF NOT End-Of-Entries AND JE-Waiting
         PERFORM Feed-One-Entry
      END-IF
   END-PERFORM.

   PERFORM Write-Journal-Batch.
   MOVE WS-Debit-Total  TO RT-Debits.
   MOVE WS-Credit-Total TO RT-Credits.
   MOVE WS-Detail-Count TO RT-Lines.
   WRITE Register-Line FROM Register-Total-Line.

   DISPLAY "GLENTRYFEED: PERIOD " WS-Run-Period "/" WS-Run-Year
           " - " WS-Entries-Fed " FED, " WS-Entries-Held " HELD, "
           WS-Entries-Not-Due " NOT YET DUE".
   CLOSE Journal-Entry-File.
   CLOSE Chart-Of-Accounts-File.
   CLOSE Feed-Register-File.
   STOP RUN.

Read-Feed-Control.
   OPEN INPUT Feed-Control-File.
   IF Control-Status = "00"
      READ Feed-Control-File
         AT END MOVE "10" TO Control-Status
      END-READ
      IF Control-Status = "00"
         IF FCC-Run-Date NUMERIC AND FCC-Run-Date NOT = ZERO
            MOVE FCC-Run-Date TO WS-Run-Date
         ELSE
            DISPLAY "GLENTRYFEED: GLENTRY.CTL DATE INVALID - "
                    Feed-Control-Rec
            CLOSE Feed-Control-File
            STOP RUN WITH ERROR STATUS 16
         END-IF
      END-IF
   END-IF.
   CLOSE Feed-Control-File.

Feed-One-Entry.
   MOVE SPACES TO WS-Disposition.
   MOVE ZERO   TO WS-Feed-Date.
   MOVE ZERO   TO WS-Reverse-Date.
   MOVE ZERO   TO WS-Entry-Debits.
   IF JE-Posting-Date > WS-Period-End
      ADD 1 TO WS-Entries-Not-Due
      EXIT PARAGRAPH
   END-IF.
   EVALUATE TRUE
     WHEN JE-Recurring
        IF JE-End-Date NOT = ZERO AND JE-End-Date < WS-Period-Start
           *> Ran its course in an earlier period.
           SET JE-Finished TO TRUE
           REWRITE JE-Rec
              INVALID KEY DISPLAY "JRNLENT REWRITE FS = " JE-Status
           END-REWRITE
           MOVE "RECURRING ENTRY ENDED" TO WS-Disposition
           PERFORM Write-Register-Line
           EXIT PARAGRAPH
        END-IF
        IF JE-Last-Fed-Year = WS-Run-Year
           AND JE-Last-Fed-Period = WS-Run-Period
           EXIT PARAGRAPH
        END-IF
        MOVE WS-Period-End TO WS-Feed-Date
     WHEN OTHER
        MOVE JE-Posting-Date TO WS-Feed-Date
   END-EVALUATE.

   PERFORM Prove-Entry.
   IF WS-Disposition NOT = SPACES
      ADD 1 TO WS-Entries-Held
      PERFORM Write-Register-Line
      EXIT PARAGRAPH
   END-IF.

   PERFORM Stage-Entry-Lines.
   ADD 1 TO JE-Times-Fed.
   MOVE WS-Feed-Date     TO JE-Last-Fed-Date.
   MOVE WS-Fiscal-Year   TO JE-Last-Fed-Year.
   MOVE WS-Fiscal-Period TO JE-Last-Fed-Period.
   IF NOT JE-Recurring
      SET JE-Finished TO TRUE
   ELSE
      IF JE-End-Date NOT = ZERO AND JE-End-Date <= WS-Period-End
         SET JE-Finished TO TRUE
      END-IF
   END-IF.
   REWRITE JE-Rec
      INVALID KEY DISPLAY "JRNLENT REWRITE FS = " JE-Status
   END-REWRITE.
   ADD 1 TO WS-Entries-Fed.
   IF JE-Auto-Reverse
      MOVE "FED, REVERSES ON " TO WS-Disposition
      MOVE WS-Reverse-Date TO WS-Disposition(18:8)
   ELSE
      MOVE "FED" TO WS-Disposition
   END-IF.
   PERFORM Write-Register-Line.

Prove-Entry.
*> Everything that would stop the entry posting is found before any
*> of it is staged: a closed or unknown period for either date, an
*> account gone from the chart, or no room left in the batch.
   CALL "PERIODCK" USING BY CONTENT WS-Feed-Date
                         BY REFERENCE WS-Period-Result
                         BY REFERENCE WS-Fiscal-Year
                         BY REFERENCE WS-Fiscal-Period.
   EVALUATE WS-Period-Result
     WHEN "01"
        MOVE "HELD - POSTING PERIOD CLOSED" TO WS-Disposition
        EXIT PARAGRAPH
     WHEN "02"
        MOVE "HELD - DATE IN NO FISCAL PERIOD" TO WS-Disposition
        EXIT PARAGRAPH
   END-EVALUATE.

   IF JE-Auto-Reverse
      CALL "FISCALS" USING BY CONTENT WS-Feed-Date
                           BY REFERENCE WS-Fiscal-Period
                           BY REFERENCE WS-Fiscal-Year
                           BY REFERENCE WS-Fiscal-Start
                           BY REFERENCE WS-Fiscal-End
                           BY REFERENCE WS-Fiscal-Error-Flag
      COMPUTE WS-Reverse-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-Fiscal-End) + 1)
      CALL "PERIODCK" USING BY CONTENT WS-Reverse-Date
                            BY REFERENCE WS-Period-Result
                            BY REFERENCE WS-Reverse-Year
                            BY REFERENCE WS-Reverse-Period
      EVALUATE WS-Period-Result
        WHEN "01"
           MOVE "HELD - REVERSAL PERIOD CLOSED" TO WS-Disposition
           EXIT PARAGRAPH
        WHEN "02"
           MOVE "HELD - NEXT PERIOD NOT ON CALENDAR"
             TO WS-Disposition
           EXIT PARAGRAPH
      END-EVALUATE
   END-IF.

   MOVE ZERO TO WS-Lines-In-Entry.
   PERFORM VARYING WS-Line-X FROM 1 BY 1 UNTIL WS-Line-X > 8
      IF JE-Account(WS-Line-X) NOT = SPACES
         ADD 1 TO WS-Lines-In-Entry
         IF JE-DR-CR(WS-Line-X) = "D"
            ADD JE-Amount(WS-Line-X) TO WS-Entry-Debits
         END-IF
         MOVE JE-Account(WS-Line-X) TO COA-Account
         READ Chart-Of-Accounts-File
            INVALID KEY CONTINUE
         END-READ
         IF NOT Account-On-Chart AND WS-Disposition = SPACES
            STRING "HELD - NOT ON GLCOA: " DELIMITED BY SIZE
                   JE-Account(WS-Line-X) DELIMITED BY SIZE
                   INTO WS-Disposition
         END-IF
      END-IF
   END-PERFORM.
   IF WS-Disposition NOT = SPACES
      EXIT PARAGRAPH
   END-IF.
   IF JE-Auto-Reverse
      MULTIPLY 2 BY WS-Lines-In-Entry
   END-IF.
   IF Feed-Count + WS-Lines-In-Entry > Feed-Limit
      MOVE "HELD - BATCH FULL, FEEDS NEXT RUN" TO WS-Disposition
   END-IF.

Stage-Entry-Lines.
   PERFORM VARYING WS-Line-X FROM 1 BY 1 UNTIL WS-Line-X > 8
      IF JE-Account(WS-Line-X) NOT = SPACES
         ADD 1 TO Feed-Count
         MOVE JE-Account(WS-Line-X) TO FE-Account(Feed-Count)
         MOVE JE-DR-CR(WS-Line-X)   TO FE-DR-CR(Feed-Count)
         MOVE JE-Amount(WS-Line-X)  TO FE-Amount(Feed-Count)
         MOVE WS-Feed-Date          TO FE-Date(Feed-Count)
         MOVE JE-Description        TO FE-Description(Feed-Count)
      END-IF
   END-PERFORM.
   IF JE-Auto-Reverse
      PERFORM VARYING WS-Line-X FROM 1 BY 1 UNTIL WS-Line-X > 8
         IF JE-Account(WS-Line-X) NOT = SPACES
            ADD 1 TO Feed-Count
            MOVE JE-Account(WS-Line-X) TO FE-Account(Feed-Count)
            IF JE-DR-CR(WS-Line-X) = "D"
               MOVE "C" TO FE-DR-CR(Feed-Count)
            ELSE
               MOVE "D" TO FE-DR-CR(Feed-Count)
            END-IF
            MOVE JE-Amount(WS-Line-X)  TO FE-Amount(Feed-Count)
            MOVE WS-Reverse-Date       TO FE-Date(Feed-Count)
            MOVE SPACES TO FE-Description(Feed-Count)
            STRING "REV " DELIMITED BY SIZE
                   JE-Description(1:16) DELIMITED BY SIZE
                   INTO FE-Description(Feed-Count)
         END-IF
      END-PERFORM
   END-IF.

Write-Register-Line.
   MOVE JE-Reference   TO RD-Reference.
   MOVE JE-Entry-Type  TO RD-Type.
   MOVE WS-Feed-Date   TO RD-Date.
   MOVE WS-Entry-Debits TO RD-Debits.
   MOVE WS-Disposition TO RD-Disposition.
   WRITE Register-Line FROM Register-Detail.

Write-Journal-Batch.
*>  The staged lines as one batch, appended to JRNLIF.DAT behind the
*>  other feeds' batches.
   IF Feed-Count = ZERO
      EXIT PARAGRAPH
   END-IF.
   OPEN EXTEND Journal-Interface-File.
   MOVE WS-Run-Date TO JH-Extract-Date.
   WRITE Journal-Rec FROM Journal-Header.
   PERFORM VARYING Feed-X FROM 1 BY 1 UNTIL Feed-X > Feed-Count
      ADD 1 TO WS-Journal-Seq
      MOVE WS-Journal-Seq         TO JD-Seq
      MOVE FE-Account(Feed-X)     TO JD-Account
      MOVE FE-DR-CR(Feed-X)       TO JD-DR-CR
      MOVE FE-Amount(Feed-X)      TO JD-Amount
      MOVE FE-Date(Feed-X)        TO JD-Date
      MOVE FE-Description(Feed-X) TO JD-Description
      WRITE Journal-Rec FROM Journal-Detail
      ADD 1 TO WS-Detail-Count
      IF FE-DR-CR(Feed-X) = "D"
         ADD FE-Amount(Feed-X) TO WS-Debit-Total
      ELSE
         ADD FE-Amount(Feed-X) TO WS-Credit-Total
      END-IF
   END-PERFORM.
   MOVE WS-Detail-Count TO JT-Record-Count.
   MOVE WS-Debit-Total  TO JT-Debit-Total.
   MOVE WS-Credit-Total TO JT-Credit-Total.
   WRITE Journal-Rec FROM Journal-Trailer.
   CLOSE Journal-Interface-File.
*>  The appended batch joins the file's hand-over control totals,
*>  so the GL posting run still proves the whole file at open.
   MOVE "JRNLIF.DAT  " TO FC-File-Name.
   CALL "FILECTL" USING BY CONTENT "R"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.
   COMPUTE FC-Record-Count =
           FC-Record-Count + WS-Detail-Count + 2.
   COMPUTE FC-Hash-Total = FC-Hash-Total
           + (WS-Debit-Total + WS-Credit-Total) * 100.
   CALL "FILECTL" USING BY CONTENT "W"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.
