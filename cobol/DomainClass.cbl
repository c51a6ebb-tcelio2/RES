      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  DomainClass.
AUTHOR.  Michael Coughlan.
*> Classifies one email domain from the DOMCLASS.DAT table DOMCLSM
*> maintains: A(cademic), C(ommercial), G(overnment) or F(ree-mail),
*> U when nothing on the table matches.  A table entry is either a
*> whole domain ("gmail.com", which also covers its sub-domains such
*> as "student.ul.ie" under "ul.ie") or a suffix starting with a dot
*> (".edu", ".gov.ie"); the longest matching entry wins, so a
*> specific domain overrides its suffix.  A domain that is not
*> itself on the table but is one keystroke away from an entry
*> flagged as common - one letter wrong, missing, extra, or two
*> letters swapped - comes back with that entry as the likely
*> intended domain, so "gmial.com" is reported as "gmail.com".
*> Matching ignores case.  The table is loaded on the first call and
*> held for the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL Domain-Class-File ASSIGN TO "DOMCLASS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS Class-Status.

DATA DIVISION.
FILE SECTION.
FD Domain-Class-File.
01 Domain-Class-Rec.
   88 End-Of-Class-File    VALUE HIGH-VALUES.
   02 DC-Domain            PIC X(20).
   02 DC-Class             PIC X.
   02 DC-Common            PIC X.

WORKING-STORAGE SECTION.
01 Class-Status            PIC XX.
01 WS-Table-Loaded-Flag    PIC X VALUE "N".
   88 Class-Table-Loaded   VALUE "Y".

01 Class-Table.
   78 Class-Max-Entries    VALUE 500.
   02 Class-Entry OCCURS 500 TIMES.
      03 CT-Domain         PIC X(20).
      03 CT-Length         PIC 99.
      03 CT-Class          PIC X.
      03 CT-Common         PIC X.
01 Class-Count             PIC 999 VALUE 0.
01 CX                      PIC 999.

01 WS-Domain               PIC X(20).
01 WS-Domain-Length        PIC 99.
01 WS-Entry-Length         PIC 99.
01 WS-Best-Length          PIC 99.
01 WS-Start                PIC 99.
01 WS-Exact-Flag           PIC X.
   88 Domain-On-Table      VALUE "Y".

*> One-edit comparison work areas.
01 WS-Long                 PIC X(20).
01 WS-Short                PIC X(20).
01 WS-Long-Length          PIC 99.
01 WS-Short-Length         PIC 99.
01 WS-Diff-Count           PIC 99.
01 WS-Diff-1               PIC 99.
01 WS-Diff-2               PIC 99.
01 PX                      PIC 99.
01 WS-Near-Flag            PIC X.
   88 One-Edit-Away        VALUE "Y".

LINKAGE SECTION.
01 LS-Domain               PIC X(20).
01 LS-Class                PIC X.
01 LS-Class-Name           PIC X(12).
01 LS-Likely-Domain        PIC X(20).

PROCEDURE DIVISION USING LS-Domain
                         LS-Class
                         LS-Class-Name
                         LS-Likely-Domain.
Begin.
   IF NOT Class-Table-Loaded
      PERFORM Load-Class-Table
      SET Class-Table-Loaded TO TRUE
   END-IF.

   MOVE "U"    TO LS-Class.
   MOVE SPACES TO LS-Likely-Domain.
   MOVE FUNCTION UPPER-CASE(LS-Domain) TO WS-Domain.
   MOVE ZERO TO WS-Domain-Length.
   INSPECT FUNCTION REVERSE(WS-Domain)
      TALLYING WS-Domain-Length FOR LEADING SPACES.
   COMPUTE WS-Domain-Length = 20 - WS-Domain-Length.

   IF WS-Domain-Length > ZERO
      PERFORM Find-Best-Entry
      IF NOT Domain-On-Table
         PERFORM Find-Likely-Domain
      END-IF
   END-IF.

   EVALUATE LS-Class
     WHEN "A"  MOVE "ACADEMIC"     TO LS-Class-Name
     WHEN "C"  MOVE "COMMERCIAL"   TO LS-Class-Name
     WHEN "G"  MOVE "GOVERNMENT"   TO LS-Class-Name
     WHEN "F"  MOVE "FREE-MAIL"    TO LS-Class-Name
     WHEN OTHER
               MOVE "U"            TO LS-Class
               MOVE "UNCLASSIFIED" TO LS-Class-Name
   END-EVALUATE.
   GOBACK.

Find-Best-Entry.
*> Longest entry that is the whole domain, a parent domain of it,
*> or (for a dotted entry) its suffix.
   MOVE "N"  TO WS-Exact-Flag.
   MOVE ZERO TO WS-Best-Length.
   PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > Class-Count
      MOVE CT-Length(CX) TO WS-Entry-Length
      IF WS-Entry-Length = WS-Domain-Length
         AND CT-Domain(CX) = WS-Domain
         SET Domain-On-Table TO TRUE
         MOVE WS-Entry-Length TO WS-Best-Length
         MOVE CT-Class(CX)    TO LS-Class
      ELSE
         IF WS-Entry-Length < WS-Domain-Length
            AND WS-Entry-Length > WS-Best-Length
            COMPUTE WS-Start = WS-Domain-Length - WS-Entry-Length + 1
            IF WS-Domain(WS-Start:WS-Entry-Length)
                  = CT-Domain(CX)(1:WS-Entry-Length)
               AND (CT-Domain(CX)(1:1) = "."
                    OR WS-Domain(WS-Start - 1:1) = ".")
               MOVE WS-Entry-Length TO WS-Best-Length
               MOVE CT-Class(CX)    TO LS-Class
            END-IF
         END-IF
      END-IF
   END-PERFORM.

Find-Likely-Domain.
   PERFORM VARYING CX FROM 1 BY 1
       UNTIL CX > Class-Count OR LS-Likely-Domain NOT = SPACES
      IF CT-Common(CX) = "Y"
         AND CT-Domain(CX)(1:1) NOT = "."
         PERFORM Check-One-Edit
         IF One-Edit-Away
            MOVE FUNCTION LOWER-CASE(CT-Domain(CX))
              TO LS-Likely-Domain
         END-IF
      END-IF
   END-PERFORM.

Check-One-Edit.
*> Same length: one letter wrong, or two adjacent letters swapped.
*> One longer: dropping a single letter from the longer leaves the
*> shorter.
   MOVE "N" TO WS-Near-Flag.
   MOVE CT-Length(CX) TO WS-Entry-Length.
   IF WS-Entry-Length = WS-Domain-Length
      MOVE ZERO TO WS-Diff-Count WS-Diff-1 WS-Diff-2
      PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-Domain-Length
         IF WS-Domain(PX:1) NOT = CT-Domain(CX)(PX:1)
            ADD 1 TO WS-Diff-Count
            IF WS-Diff-1 = ZERO
               MOVE PX TO WS-Diff-1
            ELSE
               MOVE PX TO WS-Diff-2
            END-IF
         END-IF
      END-PERFORM
      EVALUATE TRUE
        WHEN WS-Diff-Count = 1
           SET One-Edit-Away TO TRUE
        WHEN WS-Diff-Count = 2 AND WS-Diff-2 = WS-Diff-1 + 1
           IF WS-Domain(WS-Diff-1:1) = CT-Domain(CX)(WS-Diff-2:1)
              AND WS-Domain(WS-Diff-2:1) = CT-Domain(CX)(WS-Diff-1:1)
              SET One-Edit-Away TO TRUE
           END-IF
      END-EVALUATE
   ELSE
      IF WS-Entry-Length = WS-Domain-Length + 1
         OR WS-Domain-Length = WS-Entry-Length + 1
         IF WS-Entry-Length > WS-Domain-Length
            MOVE CT-Domain(CX)    TO WS-Long
            MOVE WS-Entry-Length  TO WS-Long-Length
            MOVE WS-Domain        TO WS-Short
            MOVE WS-Domain-Length TO WS-Short-Length
         ELSE
            MOVE WS-Domain        TO WS-Long
            MOVE WS-Domain-Length TO WS-Long-Length
            MOVE CT-Domain(CX)    TO WS-Short
            MOVE WS-Entry-Length  TO WS-Short-Length
         END-IF
         MOVE ZERO TO WS-Diff-1
         PERFORM VARYING PX FROM 1 BY 1
             UNTIL PX > WS-Short-Length OR WS-Diff-1 NOT = ZERO
            IF WS-Long(PX:1) NOT = WS-Short(PX:1)
               MOVE PX TO WS-Diff-1
            END-IF
         END-PERFORM
         IF WS-Diff-1 = ZERO
            SET One-Edit-Away TO TRUE
         ELSE
            IF WS-Long(WS-Diff-1 + 1:WS-Long-Length - WS-Diff-1)
                = WS-Short(WS-Diff-1:WS-Short-Length - WS-Diff-1 + 1)
               SET One-Edit-Away TO TRUE
            END-IF
         END-IF
      END-IF
   END-IF.

Load-Class-Table.
*> A line with an unknown class code is reported and ignored rather
*> than classifying anything wrongly.
   OPEN INPUT Domain-Class-File.
   IF Class-Status NOT = "00"
      DISPLAY "DomainClass: no DOMCLASS.DAT - every domain "
              "unclassified"
      CLOSE Domain-Class-File
      EXIT PARAGRAPH
   END-IF.
   READ Domain-Class-File
      AT END SET End-Of-Class-File TO TRUE
   END-READ.
   PERFORM UNTIL End-Of-Class-File
      IF DC-Domain = SPACES
         OR (DC-Class NOT = "A" AND DC-Class NOT = "C"
             AND DC-Class NOT = "G" AND DC-Class NOT = "F")
         DISPLAY "DomainClass: bad DOMCLASS.DAT line ignored - "
                 Domain-Class-Rec
      ELSE
         IF Class-Count < Class-Max-Entries
            ADD 1 TO Class-Count
            MOVE FUNCTION UPPER-CASE(DC-Domain)
              TO CT-Domain(Class-Count)
            MOVE ZERO TO CT-Length(Class-Count)
            INSPECT FUNCTION REVERSE(DC-Domain)
               TALLYING CT-Length(Class-Count) FOR LEADING SPACES
            COMPUTE CT-Length(Class-Count) =
                    20 - CT-Length(Class-Count)
            MOVE DC-Class  TO CT-Class(Class-Count)
            MOVE DC-Common TO CT-Common(Class-Count)
         ELSE
            DISPLAY "DomainClass: class table full - "
                    DC-Domain " ignored"
         END-IF
      END-IF
      READ Domain-Class-File
         AT END SET End-Of-Class-File TO TRUE
      END-READ
   END-PERFORM.
   CLOSE Domain-Class-File.
