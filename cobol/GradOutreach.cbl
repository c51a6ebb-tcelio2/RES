      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GradOutreach.
AUTHOR.  Michael Coughlan.
*> Alumni office outreach selection over the graduate file.  The
*> optional control card GRADOUT.CTL picks the cohort: a
*> graduation-year range, up to five course codes and up to five
*> country codes (zero codes / blank countries mean "all"; no card
*> means every graduate).  Each selected graduate is checked
*> against the suppression file GRADSUPP.DAT kept through the
*> GRSUPMNT screen - an opted-out or bounced address, or a
*> graduate recorded as deceased, is dropped - and a second
*> graduate at an address already taken this run is dropped as a
*> duplicate, as is a graduate with no address.  Address matching
*> ignores case.  Every graduate kept is written to the mailing
*> extract GRADMAIL.DAT, which is also the driver LETTERGEN merges
*> with OUTREACH.TPL into personalised messages.  The run report
*> GRADOUT.RPT lists every graduate dropped and why, and always
*> closes with the suppression count.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SelectionControlFile ASSIGN TO "GRADOUT.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Selection-Status.

    SELECT GraduateInfoFile ASSIGN TO "GRADINFO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Grad-Status.

    SELECT OPTIONAL SuppressionFile ASSIGN TO "GRADSUPP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Supp-Status.

    SELECT MailingExtractFile ASSIGN TO "GRADMAIL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OutreachReportFile ASSIGN TO "GRADOUT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SelectionControlFile.
01  SelectionControlRec.
    02  SC-Year-From            PIC 9(4).
    02  SC-Year-To              PIC 9(4).
    02  SC-Course-Code          PIC 9  OCCURS 5 TIMES.
    02  SC-Country-Code         PIC XX OCCURS 5 TIMES.

FD  GraduateInfoFile.
01  GradInfoRecGF.
    88 EndOfGradFile            VALUE HIGH-VALUES.
    02  StudentNameGF           PIC X(25).
    02  GradYearGF              PIC 9(4).
    02  CourseCodeGF            PIC 9.
    02  EmailAddrGF             PIC X(28).
    02  EmailDomainGF           PIC X(20).
    02  CountryCodeGF           PIC XX.

*> Suppression reasons: O=opted out, B=bounced (matched on the
*> address), D=deceased (matched on the student name).
FD  SuppressionFile.
01  SuppressionRec.
    88 EndOfSuppFile            VALUE HIGH-VALUES.
    02  SP-Reason               PIC X.
    02  SP-Email-Addr           PIC X(28).
    02  SP-Student-Name         PIC X(25).
    02  SP-Date                 PIC 9(8).

FD  MailingExtractFile.
01  MailingExtractRec.
    02  ME-Email-Addr           PIC X(28).
    02  ME-Student-Name         PIC X(25).
    02  ME-Grad-Year            PIC 9(4).
    02  ME-Course-Code          PIC 9.
    02  ME-Course-Name          PIC X(25).
    02  ME-Country-Code         PIC XX.

FD  OutreachReportFile.
01  Report-Line                 PIC X(80).

WORKING-STORAGE SECTION.
01  Selection-Status            PIC XX.
01  Grad-Status                 PIC XX.
01  Supp-Status                 PIC XX.

01  CourseTable.
    02  CourseValues.
        03  FILLER              PIC X(25) VALUE "Computer Systems".
        03  FILLER              PIC X(25) VALUE "Grad. Dip. Computing".
        03  FILLER              PIC X(25) VALUE "Grad. Dip. Localisation".
        03  FILLER              PIC X(25) VALUE "Grad. Dip. Music".
        03  FILLER              PIC X(25) VALUE "Computing with French".
    02  FILLER REDEFINES CourseValues.
        03  CourseName          PIC X(25) OCCURS 5 TIMES.

01  SelectionCriteria.
    02  Sel-Year-From           PIC 9(4) VALUE 0.
    02  Sel-Year-To             PIC 9(4) VALUE 9999.
    02  Sel-Course-Code         PIC 9  OCCURS 5 TIMES VALUE 0.
    02  Sel-Country-Code        PIC XX OCCURS 5 TIMES VALUE SPACES.
01  Sel-Course-Count            PIC 9 VALUE 0.
01  Sel-Country-Count           PIC 9 VALUE 0.
01  SelX                        PIC 9.
01  WS-Wanted                   PIC X.
    88 Graduate-Wanted          VALUE "Y".

78  Supp-Limit                  VALUE 5000.
01  Supp-Table.
    02  Supp-Entry OCCURS 5000 TIMES.
        03  ST-Reason           PIC X.
        03  ST-Email-Upper      PIC X(28).
        03  ST-Name-Upper       PIC X(25).
01  Supp-Count                  PIC 9(4) VALUE 0.
01  Sidx                        PIC 9(4).

78  Mailed-Limit                VALUE 5000.
01  Mailed-Table.
    02  Mailed-Email-Upper      PIC X(28) OCCURS 5000 TIMES.
01  Mailed-Count                PIC 9(4) VALUE 0.
01  Midx                        PIC 9(4).

01  WS-Email-Upper              PIC X(28).
01  WS-Name-Upper               PIC X(25).
01  WS-Drop-Reason              PIC X.
    88 Not-Dropped              VALUE SPACE.
    88 Dropped-Opted-Out        VALUE "O".
    88 Dropped-Bounced          VALUE "B".
    88 Dropped-Deceased         VALUE "D".
    88 Dropped-Duplicate        VALUE "U".
    88 Dropped-No-Address       VALUE "N".
    88 Dropped-Overflow         VALUE "F".

01  Run-Counts.
    02  RC-Read                 PIC 9(7) VALUE 0.
    02  RC-Selected             PIC 9(7) VALUE 0.
    02  RC-Opted-Out            PIC 9(7) VALUE 0.
    02  RC-Bounced              PIC 9(7) VALUE 0.
    02  RC-Deceased             PIC 9(7) VALUE 0.
    02  RC-Suppressed           PIC 9(7) VALUE 0.
    02  RC-Duplicate            PIC 9(7) VALUE 0.
    02  RC-No-Address           PIC 9(7) VALUE 0.
    02  RC-Overflow             PIC 9(7) VALUE 0.
    02  RC-Mailed               PIC 9(7) VALUE 0.

01  Report-Heading-1.
    02  FILLER                  PIC X(30) VALUE
        "GRADUATE OUTREACH SELECTION - ".
    02  FILLER                  PIC X(6)  VALUE "YEARS ".
    02  RH-Year-From            PIC 9(4).
    02  FILLER                  PIC X     VALUE "-".
    02  RH-Year-To              PIC 9(4).
    02  FILLER                  PIC X(9)  VALUE "  COURSES".
    02  RH-Courses              PIC X(6).
    02  FILLER                  PIC X(11) VALUE "  COUNTRIES".
    02  RH-Countries            PIC X(15).

01  Report-Heading-2.
    02  FILLER                  PIC X(40) VALUE
        "STUDENT NAME              EMAIL ADDRESS".
    02  FILLER                  PIC X(40) VALUE
        "                DROPPED - REASON".

01  Report-Detail.
    02  RD-Student-Name         PIC X(25).
    02  FILLER                  PIC X     VALUE SPACE.
    02  RD-Email-Addr           PIC X(28).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Reason               PIC X(24).

01  Report-Count-Line.
    02  RT-Label                PIC X(36).
    02  RT-Count                PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT GraduateInfoFile.
    IF Grad-Status NOT = "00"
       DISPLAY "GRADOUTREACH: NO GRADINFO.DAT - NOTHING TO SELECT"
       STOP RUN
    END-IF.
    PERFORM Read-Selection-Card.
    PERFORM Load-Suppressions.

    OPEN OUTPUT MailingExtractFile.
    OPEN OUTPUT OutreachReportFile.
    MOVE Sel-Year-From TO RH-Year-From.
    MOVE Sel-Year-To   TO RH-Year-To.
    WRITE Report-Line FROM Report-Heading-1.
    WRITE Report-Line FROM Report-Heading-2.

    READ GraduateInfoFile
        AT END SET EndOfGradFile TO TRUE
    END-READ.
    PERFORM Process-One-Graduate UNTIL EndOfGradFile.

    PERFORM Print-Run-Counts.
    DISPLAY "GRADOUTREACH: " RC-Mailed " MAILED, "
            RC-Suppressed " SUPPRESSED, "
            RC-Duplicate " DUPLICATE ADDRESSES".

    CLOSE GraduateInfoFile.
    CLOSE MailingExtractFile.
    CLOSE OutreachReportFile.
    STOP RUN.

Read-Selection-Card.
    MOVE " ALL" TO RH-Courses.
    MOVE " ALL" TO RH-Countries.
    OPEN INPUT SelectionControlFile.
    IF Selection-Status = "00"
       READ SelectionControlFile
           AT END MOVE SPACES TO SelectionControlRec
       END-READ
       IF SC-Year-From NUMERIC AND SC-Year-From NOT = ZERO
          MOVE SC-Year-From TO Sel-Year-From
       END-IF
       IF SC-Year-To NUMERIC AND SC-Year-To NOT = ZERO
          MOVE SC-Year-To TO Sel-Year-To
       END-IF
       MOVE SPACES TO RH-Courses
       MOVE SPACES TO RH-Countries
       PERFORM VARYING SelX FROM 1 BY 1 UNTIL SelX > 5
          IF SC-Course-Code(SelX) NUMERIC
             AND SC-Course-Code(SelX) NOT = ZERO
             ADD 1 TO Sel-Course-Count
             MOVE SC-Course-Code(SelX)
                TO Sel-Course-Code(Sel-Course-Count)
             MOVE SC-Course-Code(SelX)
                TO RH-Courses(Sel-Course-Count + 1:1)
          END-IF
          IF SC-Country-Code(SelX) NOT = SPACES
             ADD 1 TO Sel-Country-Count
             MOVE SC-Country-Code(SelX)
                TO Sel-Country-Code(Sel-Country-Count)
             MOVE SC-Country-Code(SelX)
                TO RH-Countries(Sel-Country-Count * 3 - 1:2)
          END-IF
       END-PERFORM
       IF Sel-Course-Count = ZERO
          MOVE " ALL" TO RH-Courses
       END-IF
       IF Sel-Country-Count = ZERO
          MOVE " ALL" TO RH-Countries
       END-IF
    END-IF.
    CLOSE SelectionControlFile.

Load-Suppressions.
*>  Held upper-cased so an address keyed in a different case from
*>  the graduate file still matches.
    OPEN INPUT SuppressionFile.
    IF Supp-Status = "00"
       READ SuppressionFile
           AT END SET EndOfSuppFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfSuppFile
          IF Supp-Count < Supp-Limit
             ADD 1 TO Supp-Count
             MOVE SP-Reason TO ST-Reason(Supp-Count)
             MOVE FUNCTION UPPER-CASE(SP-Email-Addr)
                TO ST-Email-Upper(Supp-Count)
             MOVE FUNCTION UPPER-CASE(SP-Student-Name)
                TO ST-Name-Upper(Supp-Count)
          ELSE
             DISPLAY "GRADOUTREACH: SUPPRESSION TABLE FULL - "
                     SP-Email-Addr " NOT LOADED"
          END-IF
          READ SuppressionFile
              AT END SET EndOfSuppFile TO TRUE
          END-READ
       END-PERFORM
    END-IF.
    CLOSE SuppressionFile.

Process-One-Graduate.
    ADD 1 TO RC-Read.
    PERFORM Check-Selection.
    IF Graduate-Wanted
       ADD 1 TO RC-Selected
       PERFORM Check-Suppression
       IF Not-Dropped
          PERFORM Write-Mailing-Extract
       ELSE
          PERFORM Report-Dropped
       END-IF
    END-IF.
    READ GraduateInfoFile
        AT END SET EndOfGradFile TO TRUE
    END-READ.

Check-Selection.
    MOVE "Y" TO WS-Wanted.
    IF GradYearGF < Sel-Year-From OR GradYearGF > Sel-Year-To
       MOVE "N" TO WS-Wanted
    END-IF.
    IF Graduate-Wanted AND Sel-Course-Count > ZERO
       MOVE "N" TO WS-Wanted
       PERFORM VARYING SelX FROM 1 BY 1 UNTIL SelX > Sel-Course-Count
          IF Sel-Course-Code(SelX) = CourseCodeGF
             MOVE "Y" TO WS-Wanted
          END-IF
       END-PERFORM
    END-IF.
    IF Graduate-Wanted AND Sel-Country-Count > ZERO
       MOVE "N" TO WS-Wanted
       PERFORM VARYING SelX FROM 1 BY 1 UNTIL SelX > Sel-Country-Count
          IF Sel-Country-Code(SelX) = CountryCodeGF
             MOVE "Y" TO WS-Wanted
          END-IF
       END-PERFORM
    END-IF.

Check-Suppression.
*>  A deceased graduate is dropped whatever the address; otherwise
*>  the address decides.  The first matching line gives the reason.
    MOVE SPACE TO WS-Drop-Reason.
    MOVE FUNCTION UPPER-CASE(EmailAddrGF)   TO WS-Email-Upper.
    MOVE FUNCTION UPPER-CASE(StudentNameGF) TO WS-Name-Upper.
    PERFORM VARYING Sidx FROM 1 BY 1
        UNTIL Sidx > Supp-Count OR NOT Not-Dropped
       IF ST-Reason(Sidx) = "D"
          AND ST-Name-Upper(Sidx) = WS-Name-Upper
          SET Dropped-Deceased TO TRUE
       END-IF
    END-PERFORM.
    IF Not-Dropped AND EmailAddrGF = SPACES
       SET Dropped-No-Address TO TRUE
    END-IF.
    PERFORM VARYING Sidx FROM 1 BY 1
        UNTIL Sidx > Supp-Count OR NOT Not-Dropped
       IF ST-Reason(Sidx) NOT = "D"
          AND ST-Email-Upper(Sidx) = WS-Email-Upper
          MOVE ST-Reason(Sidx) TO WS-Drop-Reason
       END-IF
    END-PERFORM.
    PERFORM VARYING Midx FROM 1 BY 1
        UNTIL Midx > Mailed-Count OR NOT Not-Dropped
       IF Mailed-Email-Upper(Midx) = WS-Email-Upper
          SET Dropped-Duplicate TO TRUE
       END-IF
    END-PERFORM.
    IF Not-Dropped AND Mailed-Count NOT < Mailed-Limit
       SET Dropped-Overflow TO TRUE
    END-IF.

Write-Mailing-Extract.
    ADD 1 TO Mailed-Count.
    MOVE WS-Email-Upper TO Mailed-Email-Upper(Mailed-Count).
    MOVE EmailAddrGF   TO ME-Email-Addr.
    MOVE StudentNameGF TO ME-Student-Name.
    MOVE GradYearGF    TO ME-Grad-Year.
    MOVE CourseCodeGF  TO ME-Course-Code.
    IF CourseCodeGF >= 1 AND CourseCodeGF <= 5
       MOVE CourseName(CourseCodeGF) TO ME-Course-Name
    ELSE
       MOVE SPACES TO ME-Course-Name
    END-IF.
    MOVE CountryCodeGF TO ME-Country-Code.
    WRITE MailingExtractRec.
    ADD 1 TO RC-Mailed.

Report-Dropped.
    MOVE StudentNameGF TO RD-Student-Name.
    MOVE EmailAddrGF   TO RD-Email-Addr.
    EVALUATE TRUE
      WHEN Dropped-Opted-Out
         MOVE "SUPPRESSED - OPTED OUT" TO RD-Reason
         ADD 1 TO RC-Opted-Out RC-Suppressed
      WHEN Dropped-Bounced
         MOVE "SUPPRESSED - BOUNCED" TO RD-Reason
         ADD 1 TO RC-Bounced RC-Suppressed
      WHEN Dropped-Deceased
         MOVE "SUPPRESSED - DECEASED" TO RD-Reason
         ADD 1 TO RC-Deceased RC-Suppressed
      WHEN Dropped-Duplicate
         MOVE "DUPLICATE ADDRESS" TO RD-Reason
         ADD 1 TO RC-Duplicate
      WHEN Dropped-No-Address
         MOVE "NO EMAIL ADDRESS" TO RD-Reason
         ADD 1 TO RC-No-Address
      WHEN OTHER
         MOVE "OVER 5000 - RUN AGAIN" TO RD-Reason
         ADD 1 TO RC-Overflow
    END-EVALUATE.
    WRITE Report-Line FROM Report-Detail.

Print-Run-Counts.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    MOVE "GRADUATES READ" TO RT-Label.
    MOVE RC-Read TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "SELECTED BY YEAR/COURSE/COUNTRY" TO RT-Label.
    MOVE RC-Selected TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "SUPPRESSED" TO RT-Label.
    MOVE RC-Suppressed TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "  OPTED OUT" TO RT-Label.
    MOVE RC-Opted-Out TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "  BOUNCED" TO RT-Label.
    MOVE RC-Bounced TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "  DECEASED" TO RT-Label.
    MOVE RC-Deceased TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "DUPLICATE ADDRESSES" TO RT-Label.
    MOVE RC-Duplicate TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "NO EMAIL ADDRESS" TO RT-Label.
    MOVE RC-No-Address TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
    IF RC-Overflow NOT = ZERO
       MOVE "OVER THE 5000 MAILING LIMIT" TO RT-Label
       MOVE RC-Overflow TO RT-Count
       WRITE Report-Line FROM Report-Count-Line
    END-IF.
    MOVE "MAILED - WRITTEN TO GRADMAIL.DAT" TO RT-Label.
    MOVE RC-Mailed TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "SUPPRESSION FILE ENTRIES LOADED" TO RT-Label.
    MOVE Supp-Count TO RT-Count.
    WRITE Report-Line FROM Report-Count-Line.
