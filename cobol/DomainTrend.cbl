*> domain the counts and movement - NEW for a domain with no prior
*> presence, GONE for one that disappeared - closing with the
*> biggest riser and the biggest faller, so a provider shift is
*> visible at a glance.  Each domain is classed by DomainClass from
*> the DOMCLASS.DAT table as it stands today, and the report ends
*> with the same comparison by class - academic, commercial,
*> government, free-mail, unclassified - so a drift from employer
*> to free-mail addresses shows even when no single domain moves
*> much.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        03  TT-Domain           PIC X(20).
        03  TT-Current-Count    PIC S9(6).
        03  TT-Prior-Count      PIC S9(6).
        03  TT-Class            PIC X.
        03  TT-Class-Name       PIC X(12).
01  TT-Count                    PIC 9(3) VALUE 0.
01  TT-X                        PIC 9(3).
01  WS-Slot                     PIC 9(3).
01  WS-Riser                    PIC X(20).
01  WS-Faller                   PIC X(20).

01  WS-Likely-Domain            PIC X(20).

*>  Both cohorts by class, in the order A C G F U.
01  Class-Codes                 PIC X(5) VALUE "ACGFU".
01  Class-Trend-Table.
    02  Class-Trend OCCURS 5 TIMES.
        03  CL-Current-Count    PIC S9(6) VALUE 0.
        03  CL-Prior-Count      PIC S9(6) VALUE 0.
01  KX                          PIC 9.
01  CX                          PIC 9.

01  WS-New-Count                PIC 9(3) VALUE 0.
01  WS-Gone-Count               PIC 9(3) VALUE 0.

01  Report-Heading-3.
    02  FILLER                  PIC X(52) VALUE
        "DOMAIN                 PRIOR  CURRENT  MOVEMENT".
    02  FILLER                  PIC X(7)  VALUE "  CLASS".

01  Report-Detail.
    02  RD-Domain               PIC X(20).
    02  RD-Delta                PIC -Z,ZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Note                 PIC X(6).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  RD-Class                PIC X(12).

01  Class-Heading.
    02  FILLER                  PIC X(52) VALUE
        "DOMAIN CLASS           PRIOR  CURRENT  MOVEMENT".

01  Report-Riser-Line.
    02  FILLER                  PIC X(18) VALUE "BIGGEST RISER:    ".
       MOVE WS-Best-Fall TO RF-Delta
       WRITE Report-Line FROM Report-Faller-Line
    END-IF.
    PERFORM Report-By-Class.
    DISPLAY "DOMAINTREND: " TT-Count " DOMAINS, "
            WS-New-Count " NEW, " WS-Gone-Count " GONE".
    CLOSE Trend-Report-File.
          MOVE DH-Domain TO TT-Domain(TT-Count)
          MOVE ZERO TO TT-Current-Count(TT-Count)
          MOVE ZERO TO TT-Prior-Count(TT-Count)
          CALL "DomainClass" USING TT-Domain(TT-Count)
                                   TT-Class(TT-Count)
                                   TT-Class-Name(TT-Count)
                                   WS-Likely-Domain
          MOVE TT-Count TO WS-Slot
       ELSE
          DISPLAY "DOMAINTREND: DOMAIN TABLE FULL - "
    COMPUTE WS-Delta =
            TT-Current-Count(TT-X) - TT-Prior-Count(TT-X).
    MOVE WS-Delta TO RD-Delta.
    MOVE TT-Class-Name(TT-X)    TO RD-Class.
    EVALUATE TRUE
      WHEN TT-Prior-Count(TT-X) = ZERO
         MOVE "NEW   " TO RD-Note
       MOVE WS-Delta TO WS-Best-Fall
       MOVE TT-Domain(TT-X) TO WS-Faller
    END-IF.

Report-By-Class.
    PERFORM VARYING TT-X FROM 1 BY 1 UNTIL TT-X > TT-Count
       MOVE 5 TO KX
       PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 4
          IF Class-Codes(CX:1) = TT-Class(TT-X)
             MOVE CX TO KX
          END-IF
       END-PERFORM
       ADD TT-Current-Count(TT-X) TO CL-Current-Count(KX)
       ADD TT-Prior-Count(TT-X)   TO CL-Prior-Count(KX)
    END-PERFORM.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    WRITE Report-Line FROM Class-Heading.
    PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 5
       EVALUATE Class-Codes(KX:1)
         WHEN "A"  MOVE "ACADEMIC"     TO RD-Domain
         WHEN "C"  MOVE "COMMERCIAL"   TO RD-Domain
         WHEN "G"  MOVE "GOVERNMENT"   TO RD-Domain
         WHEN "F"  MOVE "FREE-MAIL"    TO RD-Domain
         WHEN OTHER
                   MOVE "UNCLASSIFIED" TO RD-Domain
       END-EVALUATE
       MOVE CL-Prior-Count(KX)   TO RD-Prior
       MOVE CL-Current-Count(KX) TO RD-Current
       COMPUTE WS-Delta = CL-Current-Count(KX) - CL-Prior-Count(KX)
       MOVE WS-Delta TO RD-Delta
       MOVE SPACES TO RD-Note RD-Class
       WRITE Report-Line FROM Report-Detail
    END-PERFORM.
