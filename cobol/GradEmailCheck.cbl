      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  GradEmailCheck.
AUTHOR.  Michael Coughlan.
*> Email validation run over the graduate file, so that bad
*> addresses are corrected through GradMaint before CSISEmailDomain
*> counts them.  Every GRADINFO.DAT record is checked three ways:
*>   SYNTAX   - one "@" with a local part before it, no spaces, only
*>              letters, digits and . - _ + in the address, and a
*>              domain of at least two dot-separated labels with no
*>              empty label;
*>   MISMATCH - EmailDomainGF must be exactly the text after the "@"
*>              (case aside), since the domain reports count the
*>              stored domain and not the address;
*>   TYPO     - the domain is not on the DOMCLASS.DAT table but is
*>              one keystroke from a common domain on it ("gmial.com"
*>              for "gmail.com").
*> Each domain is classified academic, commercial, government or
*> free-mail by DomainClass from the DOMCLASS.DAT table DOMCLSM
*> maintains; a valid address whose domain nothing on the table
*> covers is listed as UNCLASSIFIED so the table can be extended.
*> EMAILCHK.RPT lists every exception and closes with the counts
*> by problem and by class.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GraduateInfoFile ASSIGN TO "GRADINFO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Grad-Status.

    SELECT Check-Report-File ASSIGN TO "EMAILCHK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  GraduateInfoFile.
01  GradInfoRecGF.
    88 EndOfGradFile            VALUE HIGH-VALUES.
    02  StudentNameGF           PIC X(25).
    02  GradYearGF              PIC 9(4).
    02  CourseCodeGF            PIC 9.
    02  EmailAddrGF             PIC X(28).
    02  EmailDomainGF           PIC X(20).
    02  CountryCodeGF           PIC XX.

FD  Check-Report-File.
01  Report-Line                 PIC X(100).

WORKING-STORAGE SECTION.
01  Grad-Status                 PIC XX.

01  WS-Address                  PIC X(28).
01  WS-Address-Length           PIC 99.
01  WS-At-Count                 PIC 99.
01  WS-At-Position              PIC 99.
01  WS-Space-Count              PIC 99.
01  WS-Bad-Char-Count           PIC 99.
01  WS-Dot-Count                PIC 99.
01  WS-Domain-Part              PIC X(28).
01  WS-Domain-Length            PIC 99.
01  WS-Stored-Domain            PIC X(28).
01  PX                          PIC 99.
01  WS-Syntax-Reason            PIC X(30).
01  WS-Syntax-Flag              PIC X.
    88 Syntax-OK                VALUE "Y".
01  WS-Problem-Flag             PIC X.
    88 Record-Has-Problem       VALUE "Y".

01  WS-Class-Domain             PIC X(20).
01  WS-Class                    PIC X.
01  WS-Class-Name               PIC X(12).
01  WS-Likely-Domain            PIC X(20).

01  Check-Counts.
    02  Records-Read            PIC 9(7) VALUE 0.
    02  Records-Clean           PIC 9(7) VALUE 0.
    02  Syntax-Errors           PIC 9(7) VALUE 0.
    02  Domain-Mismatches       PIC 9(7) VALUE 0.
    02  Likely-Typos            PIC 9(7) VALUE 0.

*> Graduates by class, in the order A C G F U.
01  Class-Codes                 PIC X(5) VALUE "ACGFU".
01  Class-Totals.
    02  Class-Total             PIC 9(7) OCCURS 5 TIMES VALUE 0.
01  KX                          PIC 9.

01  Report-Heading.
    02  FILLER                  PIC X(26) VALUE "STUDENT NAME".
    02  FILLER                  PIC X(29) VALUE "EMAIL ADDRESS".
    02  FILLER                  PIC X(45) VALUE "PROBLEM".

01  Report-Detail.
    02  RD-Name                 PIC X(25).
    02  FILLER                  PIC X     VALUE SPACE.
    02  RD-Address              PIC X(28).
    02  FILLER                  PIC X     VALUE SPACE.
    02  RD-Problem              PIC X(45).

01  Report-Count-Line.
    02  RC-Label                PIC X(30).
    02  RC-Count                PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT GraduateInfoFile.
    IF Grad-Status NOT = "00"
       DISPLAY "GRADEMAILCHECK: NO GRADINFO.DAT - NOTHING CHECKED"
       CLOSE GraduateInfoFile
       STOP RUN
    END-IF.
    OPEN OUTPUT Check-Report-File.
    MOVE "GRADUATE EMAIL ADDRESS CHECK - EXCEPTIONS" TO Report-Line.
    WRITE Report-Line.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    WRITE Report-Line FROM Report-Heading.

    READ GraduateInfoFile
        AT END SET EndOfGradFile TO TRUE
    END-READ.
    PERFORM UNTIL EndOfGradFile
       ADD 1 TO Records-Read
       PERFORM Check-One-Graduate
       READ GraduateInfoFile
           AT END SET EndOfGradFile TO TRUE
       END-READ
    END-PERFORM.
    CLOSE GraduateInfoFile.

    PERFORM Write-Totals.
    CLOSE Check-Report-File.
    DISPLAY "GRADEMAILCHECK: " Records-Read " CHECKED, "
            Records-Clean " CLEAN, " Syntax-Errors " SYNTAX, "
            Domain-Mismatches " MISMATCH, " Likely-Typos " TYPO".
    STOP RUN.

Check-One-Graduate.
    MOVE "N" TO WS-Problem-Flag.
    PERFORM Check-Address-Syntax.
    IF NOT Syntax-OK
       ADD 1 TO Syntax-Errors
       MOVE WS-Syntax-Reason TO RD-Problem
       PERFORM Write-Exception
    END-IF.

*>  The stored domain is what the reports count, so it is the one
*>  classified - even when the address itself is unusable.
    MOVE FUNCTION UPPER-CASE(EmailDomainGF) TO WS-Stored-Domain.
    IF Syntax-OK
       AND WS-Domain-Part NOT = WS-Stored-Domain
       ADD 1 TO Domain-Mismatches
       MOVE SPACES TO RD-Problem
       STRING "DOMAIN MISMATCH - STORED " DELIMITED BY SIZE
              EmailDomainGF DELIMITED BY SPACE
              INTO RD-Problem
       END-STRING
       PERFORM Write-Exception
    END-IF.

    MOVE EmailDomainGF TO WS-Class-Domain.
    CALL "DomainClass" USING WS-Class-Domain WS-Class
                             WS-Class-Name WS-Likely-Domain.
    MOVE 5 TO KX.
    PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 4
       IF Class-Codes(PX:1) = WS-Class
          MOVE PX TO KX
       END-IF
    END-PERFORM.
    ADD 1 TO Class-Total(KX).

    IF WS-Likely-Domain NOT = SPACES
       ADD 1 TO Likely-Typos
       MOVE SPACES TO RD-Problem
       STRING "LIKELY TYPO - " DELIMITED BY SIZE
              EmailDomainGF DELIMITED BY SPACE
              " FOR " DELIMITED BY SIZE
              WS-Likely-Domain DELIMITED BY SPACE
              INTO RD-Problem
       END-STRING
       PERFORM Write-Exception
    ELSE
       IF WS-Class = "U" AND EmailDomainGF NOT = SPACES
          MOVE SPACES TO RD-Problem
          STRING "UNCLASSIFIED DOMAIN " DELIMITED BY SIZE
                 EmailDomainGF DELIMITED BY SPACE
                 INTO RD-Problem
          END-STRING
          PERFORM Write-Exception
       END-IF
    END-IF.

    IF NOT Record-Has-Problem
       ADD 1 TO Records-Clean
    END-IF.

Check-Address-Syntax.
*>  Leaves the upper-cased text after the "@" in WS-Domain-Part.
    MOVE "N" TO WS-Syntax-Flag.
    MOVE SPACES TO WS-Domain-Part.
    MOVE FUNCTION UPPER-CASE(EmailAddrGF) TO WS-Address.
    IF WS-Address = SPACES
       MOVE "NO EMAIL ADDRESS" TO WS-Syntax-Reason
       EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-Address-Length.
    INSPECT FUNCTION REVERSE(WS-Address)
       TALLYING WS-Address-Length FOR LEADING SPACES.
    COMPUTE WS-Address-Length = 28 - WS-Address-Length.

    MOVE ZERO TO WS-At-Count WS-At-Position WS-Space-Count.
    INSPECT WS-Address TALLYING WS-At-Count FOR ALL "@".
    INSPECT WS-Address TALLYING WS-At-Position
       FOR CHARACTERS BEFORE INITIAL "@".
    INSPECT WS-Address(1:WS-Address-Length)
       TALLYING WS-Space-Count FOR ALL SPACE.
    MOVE ZERO TO WS-Bad-Char-Count.
    PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-Address-Length
       IF WS-Address(PX:1) NOT ALPHABETIC-UPPER
          AND WS-Address(PX:1) NOT NUMERIC
          AND WS-Address(PX:1) NOT = "." AND NOT = "-"
          AND WS-Address(PX:1) NOT = "_" AND NOT = "+"
          AND WS-Address(PX:1) NOT = "@"
          ADD 1 TO WS-Bad-Char-Count
       END-IF
    END-PERFORM.

    EVALUATE TRUE
      WHEN WS-Space-Count > ZERO
         MOVE "EMBEDDED SPACE IN ADDRESS" TO WS-Syntax-Reason
         EXIT PARAGRAPH
      WHEN WS-At-Count NOT = 1
         MOVE "ADDRESS NEEDS EXACTLY ONE @" TO WS-Syntax-Reason
         EXIT PARAGRAPH
      WHEN WS-At-Position = ZERO
         MOVE "NOTHING BEFORE THE @" TO WS-Syntax-Reason
         EXIT PARAGRAPH
      WHEN WS-At-Position + 1 NOT < WS-Address-Length
         MOVE "NOTHING AFTER THE @" TO WS-Syntax-Reason
         EXIT PARAGRAPH
      WHEN WS-Bad-Char-Count > ZERO
         MOVE "INVALID CHARACTER IN ADDRESS" TO WS-Syntax-Reason
         EXIT PARAGRAPH
    END-EVALUATE.

    COMPUTE WS-Domain-Length = WS-Address-Length - WS-At-Position - 1.
    MOVE WS-Address(WS-At-Position + 2:WS-Domain-Length)
      TO WS-Domain-Part.
    MOVE ZERO TO WS-Dot-Count.
    INSPECT WS-Domain-Part TALLYING WS-Dot-Count FOR ALL ".".
    IF WS-Dot-Count = ZERO
       OR WS-Domain-Part(1:1) = "."
       OR WS-Domain-Part(WS-Domain-Length:1) = "."
       OR WS-Address(WS-At-Position:1) = "."
       OR WS-Address(1:1) = "."
       MOVE "DOMAIN NOT WELL FORMED" TO WS-Syntax-Reason
       EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-Dot-Count.
    INSPECT WS-Address TALLYING WS-Dot-Count FOR ALL "..".
    IF WS-Dot-Count > ZERO
       MOVE "EMPTY LABEL (..) IN ADDRESS" TO WS-Syntax-Reason
       EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Syntax-Flag.

Write-Exception.
    MOVE StudentNameGF TO RD-Name.
    MOVE EmailAddrGF   TO RD-Address.
    WRITE Report-Line FROM Report-Detail.
    MOVE "Y" TO WS-Problem-Flag.

Write-Totals.
    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    MOVE "GRADUATES CHECKED"   TO RC-Label.
    MOVE Records-Read          TO RC-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "  CLEAN"             TO RC-Label.
    MOVE Records-Clean         TO RC-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "  BAD ADDRESS SYNTAX" TO RC-Label.
    MOVE Syntax-Errors         TO RC-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "  DOMAIN MISMATCH"   TO RC-Label.
    MOVE Domain-Mismatches     TO RC-Count.
    WRITE Report-Line FROM Report-Count-Line.
    MOVE "  LIKELY DOMAIN TYPO" TO RC-Label.
    MOVE Likely-Typos          TO RC-Count.
    WRITE Report-Line FROM Report-Count-Line.

    MOVE SPACES TO Report-Line.
    WRITE Report-Line.
    MOVE "GRADUATES BY DOMAIN CLASS" TO Report-Line.
    WRITE Report-Line.
    PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 5
       MOVE Class-Codes(KX:1) TO WS-Class
       EVALUATE WS-Class
         WHEN "A"  MOVE "  ACADEMIC"     TO RC-Label
         WHEN "C"  MOVE "  COMMERCIAL"   TO RC-Label
         WHEN "G"  MOVE "  GOVERNMENT"   TO RC-Label
         WHEN "F"  MOVE "  FREE-MAIL"    TO RC-Label
         WHEN OTHER
                   MOVE "  UNCLASSIFIED" TO RC-Label
       END-EVALUATE
       MOVE Class-Total(KX) TO RC-Count
       WRITE Report-Line FROM Report-Count-Line
    END-PERFORM.
