      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  OsfConvert.
AUTHOR.  Michael Coughlan.
*> One-time conversion of Oil-Stock-File from the old relative
*> layout, addressed by the first three digits of the oil number,
*> to the indexed OSF.DAT keyed on the full Oil-Num-OSF.  Before
*> the run the old relative file is renamed OSFREL.DAT; every
*> record in it is copied to the new OSF.DAT.  Then ODF.DAT is
*> walked and any oil with no stock record - one that shared a
*> relative slot with another oil and so never kept its own - is
*> given a zero-quantity record and listed on OSFCONV.RPT for a
*> count.  The run ends with a nonzero condition when a record
*> could not be copied, so the old file is kept until it is clean.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Old-Stock-File ASSIGN TO "OSFREL.DAT"
          ORGANIZATION IS RELATIVE
          ACCESS MODE IS SEQUENTIAL
          FILE STATUS IS Old-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT Oil-Details-File ASSIGN TO "ODF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS Oil-Num-ODF
          ALTERNATE RECORD KEY IS Oil-Name-ODF
                      WITH DUPLICATES
          FILE STATUS IS ODF-Status.

   SELECT Convert-Report-File ASSIGN TO "OSFCONV.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Old-Stock-File.
01 Old-OSF-Rec.
   88 End-Of-Old-OSF		VALUE HIGH-VALUES.
   02 Old-Oil-Num		PIC 9(4).
   02 Old-Qty-In-Stock		PIC 9(5).

FD Oil-Stock-File.
01 OSF-Rec.
   02 Oil-Num-OSF		PIC 9(4).
   02 Qty-In-Stock-OSF		PIC 9(5).

FD Oil-Details-File.
01 ODF-Rec.
   88 End-Of-ODF		VALUE HIGH-VALUES.
   02 Oil-Num-ODF               PIC 9(4).
   02 Oil-Name-ODF              PIC X(20).
   02 Unit-Size-ODF		PIC 9(2).
   02 Unit-Cost-ODF		PIC 9(3)V9(4).
   02 Reorder-Point-ODF	PIC 9(5).
   02 Supplier-Code-ODF	PIC X(4).

FD Convert-Report-File.
01 Convert-Line			PIC X(70).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Old-Status                PIC X(2).
   02 OSF-Status                PIC X(2).
      88 OSF-Rec-Found		VALUE "00".
   02 ODF-Status                PIC X(2).

01 WS-Read-Count		PIC 9(5) VALUE ZERO.
01 WS-Copied-Count		PIC 9(5) VALUE ZERO.
01 WS-Rejected-Count		PIC 9(5) VALUE ZERO.
01 WS-Created-Count		PIC 9(5) VALUE ZERO.

01 Convert-Heading.
   02 FILLER			PIC X(44) VALUE
       "OIL#  OIL NAME              QTY  ACTION".

01 Convert-Detail.
   02 CD-Oil-Num		PIC X(4).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 CD-Oil-Name		PIC X(20).
   02 FILLER			PIC X(1)  VALUE SPACES.
   02 CD-Qty			PIC ZZZZ9.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 CD-Action			PIC X(36).

01 Convert-Total.
   02 CT-Label			PIC X(30).
   02 CT-Count			PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Old-Stock-File.
   IF Old-Status NOT = "00"
      DISPLAY "OSFCONVERT: CANNOT OPEN OSFREL.DAT FS = " Old-Status
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   OPEN OUTPUT Oil-Stock-File.
   IF OSF-Status NOT = "00"
      DISPLAY "OSFCONVERT: CANNOT CREATE OSF.DAT FS = " OSF-Status
      CLOSE Old-Stock-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   OPEN OUTPUT Convert-Report-File.
   WRITE Convert-Line FROM Convert-Heading.

   READ Old-Stock-File NEXT RECORD
      AT END SET End-Of-Old-OSF TO TRUE
   END-READ.
   PERFORM Copy-Stock-Record UNTIL End-Of-Old-OSF.
   CLOSE Old-Stock-File.
   CLOSE Oil-Stock-File.

   OPEN I-O Oil-Stock-File.
   IF OSF-Status NOT = "00"
      DISPLAY "OSFCONVERT: CANNOT REOPEN OSF.DAT FS = " OSF-Status
      CLOSE Convert-Report-File
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   OPEN INPUT Oil-Details-File.
   IF ODF-Status NOT = "00"
      DISPLAY "OSFCONVERT: CANNOT OPEN ODF.DAT FS = " ODF-Status
   ELSE
      READ Oil-Details-File NEXT RECORD
         AT END SET End-Of-ODF TO TRUE
      END-READ
      PERFORM Check-Oil-Has-Stock UNTIL End-Of-ODF
      CLOSE Oil-Details-File
   END-IF.
   CLOSE Oil-Stock-File.

   PERFORM Write-Totals.
   CLOSE Convert-Report-File.
   DISPLAY "OSFCONVERT: READ " WS-Read-Count " COPIED " WS-Copied-Count
           " REJECTED " WS-Rejected-Count " CREATED " WS-Created-Count.
   IF WS-Rejected-Count > ZERO
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   STOP RUN.

Copy-Stock-Record.
   ADD 1 TO WS-Read-Count.
   IF Old-Oil-Num NOT NUMERIC OR Old-Qty-In-Stock NOT NUMERIC
      MOVE "NOT NUMERIC - NOT COPIED" TO CD-Action
      PERFORM Reject-Old-Record
   ELSE
      MOVE Old-Oil-Num      TO Oil-Num-OSF
      MOVE Old-Qty-In-Stock TO Qty-In-Stock-OSF
      WRITE OSF-Rec
         INVALID KEY
            MOVE "DUPLICATE OIL NUMBER - NOT COPIED" TO CD-Action
            PERFORM Reject-Old-Record
         NOT INVALID KEY
            ADD 1 TO WS-Copied-Count
      END-WRITE
   END-IF.
   READ Old-Stock-File NEXT RECORD
      AT END SET End-Of-Old-OSF TO TRUE
   END-READ.

Reject-Old-Record.
   ADD 1 TO WS-Rejected-Count.
   MOVE Old-OSF-Rec(1:4) TO CD-Oil-Num.
   MOVE SPACES           TO CD-Oil-Name.
   IF Old-Qty-In-Stock NUMERIC
      MOVE Old-Qty-In-Stock TO CD-Qty
   ELSE
      MOVE ZERO TO CD-Qty
   END-IF.
   WRITE Convert-Line FROM Convert-Detail.

Check-Oil-Has-Stock.
   MOVE Oil-Num-ODF TO Oil-Num-OSF.
   READ Oil-Stock-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT OSF-Rec-Found
      MOVE Oil-Num-ODF TO Oil-Num-OSF
      MOVE ZERO        TO Qty-In-Stock-OSF
      WRITE OSF-Rec
         INVALID KEY DISPLAY "OSF WRITE FS = " OSF-Status
      END-WRITE
      IF OSF-Status = "00"
         ADD 1 TO WS-Created-Count
         MOVE Oil-Num-ODF  TO CD-Oil-Num
         MOVE Oil-Name-ODF TO CD-Oil-Name
         MOVE ZERO         TO CD-Qty
         MOVE "NO STOCK RECORD - CREATED, COUNT IT" TO CD-Action
         WRITE Convert-Line FROM Convert-Detail
      END-IF
   END-IF.
   READ Oil-Details-File NEXT RECORD
      AT END SET End-Of-ODF TO TRUE
   END-READ.

Write-Totals.
   MOVE SPACES TO Convert-Line.
   WRITE Convert-Line.
   MOVE "RELATIVE RECORDS READ" TO CT-Label.
   MOVE WS-Read-Count TO CT-Count.
   WRITE Convert-Line FROM Convert-Total.
   MOVE "COPIED TO INDEXED OSF.DAT" TO CT-Label.
   MOVE WS-Copied-Count TO CT-Count.
   WRITE Convert-Line FROM Convert-Total.
   MOVE "REJECTED" TO CT-Label.
   MOVE WS-Rejected-Count TO CT-Count.
   WRITE Convert-Line FROM Convert-Total.
   MOVE "CREATED AT ZERO FROM ODF.DAT" TO CT-Label.
   MOVE WS-Created-Count TO CT-Count.
   WRITE Convert-Line FROM Convert-Total.
