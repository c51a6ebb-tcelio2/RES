*> Per-domain tallies for the placement office's "top employer
*> domains" summary.  The work file arrives sorted by EmailDomainWF,
*> so each domain's count closes on the control break; the table is
*> then bubble-sorted descending by count for the report.  Each
*> domain is classed by DomainClass from the DOMCLASS.DAT table as
*> it closes, and the summary ends with the cohort by class.
01 DomainTable.
   02 DomainEntry OCCURS 500 TIMES.
      03 DT-Domain       PIC X(20).
      03 DT-Count        PIC 9(5).
      03 DT-Class        PIC X.
      03 DT-Class-Name   PIC X(12).
01 DomainCount           PIC 9(3) VALUE 0.
01 DomX                  PIC 9(3).
01 DomY                  PIC 9(3).
01 SaveDomainEntry.
   02 SD-Domain          PIC X(20).
   02 SD-Count           PIC 9(5).
   02 SD-Class           PIC X.
   02 SD-Class-Name      PIC X(12).
01 WS-Likely-Domain      PIC X(20).

*> Cohort by class, in the order A C G F U.
01 Class-Codes           PIC X(5) VALUE "ACGFU".
01 Class-Totals.
   02 Class-Total        PIC 9(7) OCCURS 5 TIMES VALUE 0.
01 KX                    PIC 9.
01 PrevDomain            PIC X(20) VALUE SPACES.
01 CurrDomainCount       PIC 9(5) VALUE 0.
01 CohortTotal           PIC 9(7) VALUE 0.
01 WS-Run-Date           PIC 9(8).

01 DomainSummaryHeading.
   02 FILLER             PIC X(57) VALUE
      "EMAIL DOMAIN          GRADUATES  PCT OF COHORT  CLASS".

01 DomainSummaryDetail.
   02 DSD-Domain         PIC X(20).
   02 FILLER             PIC X(6)  VALUE SPACES.
   02 DSD-Percent        PIC ZZ9.99.
   02 FILLER             PIC X(2)  VALUE " %".
   02 FILLER             PIC X(5)  VALUE SPACES.
   02 DSD-Class          PIC X(12).

01 DomainClassHeading.
   02 FILLER             PIC X(46) VALUE
      "DOMAIN CLASS          GRADUATES  PCT OF COHORT".
01 DomainSummaryTotal.
   02 FILLER             PIC X(20) VALUE "TOTAL GRADUATES".
   02 FILLER             PIC X(3)  VALUE SPACES.
       ADD 1 TO DomainCount
       MOVE PrevDomain      TO DT-Domain(DomainCount)
       MOVE CurrDomainCount TO DT-Count(DomainCount)
       CALL "DomainClass" USING PrevDomain DT-Class(DomainCount)
                                DT-Class-Name(DomainCount)
                                WS-Likely-Domain
    ELSE
       DISPLAY "CSISEMAILDOMAIN: DOMAIN TABLE FULL - "
               PrevDomain " NOT SUMMARISED"
                  (DT-Count(DomX) / CohortTotal) * 100
       END-IF
       MOVE DomainPercent TO DSD-Percent
       MOVE DT-Class-Name(DomX) TO DSD-Class
       WRITE DomainSummaryLine FROM DomainSummaryDetail
    END-PERFORM.
    MOVE CohortTotal TO DST-Total.
    WRITE DomainSummaryLine FROM DomainSummaryTotal.
    PERFORM PrintClassSummary.
    CLOSE DomainSummaryFile.

PrintClassSummary.
*> Graduates by class; a domain that overflowed the domain table is
*> in the cohort total but in no class.
    PERFORM VARYING DomX FROM 1 BY 1 UNTIL DomX > DomainCount
       MOVE 5 TO KX
       PERFORM VARYING SelX FROM 1 BY 1 UNTIL SelX > 4
          IF Class-Codes(SelX:1) = DT-Class(DomX)
             MOVE SelX TO KX
          END-IF
       END-PERFORM
       ADD DT-Count(DomX) TO Class-Total(KX)
    END-PERFORM.
    MOVE SPACES TO DomainSummaryLine.
    WRITE DomainSummaryLine.
    WRITE DomainSummaryLine FROM DomainClassHeading.
    PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 5
       EVALUATE Class-Codes(KX:1)
         WHEN "A"  MOVE "ACADEMIC"     TO DSD-Domain
         WHEN "C"  MOVE "COMMERCIAL"   TO DSD-Domain
         WHEN "G"  MOVE "GOVERNMENT"   TO DSD-Domain
         WHEN "F"  MOVE "FREE-MAIL"    TO DSD-Domain
         WHEN OTHER
                   MOVE "UNCLASSIFIED" TO DSD-Domain
       END-EVALUATE
       MOVE Class-Total(KX) TO DSD-Count
       MOVE ZERO TO DomainPercent
       IF CohortTotal > ZERO
          COMPUTE DomainPercent ROUNDED =
                  (Class-Total(KX) / CohortTotal) * 100
       END-IF
       MOVE DomainPercent TO DSD-Percent
       MOVE SPACES TO DSD-Class
       WRITE DomainSummaryLine FROM DomainSummaryDetail
    END-PERFORM.

Write-Domain-History.
*> One history line per domain this run, tagged with the selection
*> that produced it, so DomainTrend compares like with like.
