      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  OilPriceLoad.
AUTHOR.  Michael Coughlan.
*> Loads the oil trade price list OilInvoice prices shipments from.
*> Input OILPRICEIN.DAT is CSV-style LINE SEQUENTIAL: oil number,
*> selling price per unit (NNNN.NN).  The oil must exist on ODF.DAT;
*> an oil already priced is refreshed, and loading a zero price takes
*> the oil off the list, so its shipments wait on the billing file
*> until it is priced again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Price-Input-File ASSIGN TO "OILPRICEIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Oil-Details-File ASSIGN TO "ODF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-ODF
          ALTERNATE RECORD KEY IS Oil-Name-ODF
                      WITH DUPLICATES
          FILE STATUS IS ODF-Status.

   SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OP-Oil-Num
          FILE STATUS IS Price-Status.

DATA DIVISION.
FILE SECTION.
FD Price-Input-File.
01 Price-Input-Rec		PIC X(20).
   88 End-Of-Price-Input	VALUE HIGH-VALUES.

FD Oil-Details-File.
01 ODF-Rec.
   02 Oil-Num-ODF               PIC 9(4).
   02 Oil-Name-ODF              PIC X(20).
   02 Unit-Size-ODF		PIC 9(2).
   02 Unit-Cost-ODF		PIC 9(3)V9(4).
   02 Reorder-Point-ODF	PIC 9(5).
   02 Supplier-Code-ODF	PIC X(4).

FD Oil-Price-File.
01 OP-Rec.
   02 OP-Oil-Num		PIC 9(4).
   02 OP-Unit-Price		PIC 9(4)V99.

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 ODF-Status		PIC X(2).
      88 Oil-On-File		VALUE "00".
   02 Price-Status		PIC X(2).
      88 Price-No-Error		VALUE "00".
      88 Price-Duplicate	VALUE "22".

01 PI-Fields.
   02 PI-Oil-X			PIC X(4).
   02 PI-Price-X		PIC X(8).

01 PI-Price-Fields.
   02 PI-Price-Int-X		PIC X(4) JUSTIFIED RIGHT.
   02 PI-Price-Int-N REDEFINES PI-Price-Int-X
				PIC 9(4).
   02 PI-Price-Frac-X		PIC XX.
   02 PI-Price-Frac-N REDEFINES PI-Price-Frac-X
				PIC 99.

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Loaded-Count		PIC 9(5) VALUE 0.
01 WS-Deleted-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Price-Input-File.
   OPEN INPUT Oil-Details-File.
   OPEN I-O Oil-Price-File.
   IF Price-Status = "35"
      CLOSE Oil-Price-File
      OPEN OUTPUT Oil-Price-File
      CLOSE Oil-Price-File
      OPEN I-O Oil-Price-File
   END-IF.

   READ Price-Input-File
      AT END SET End-Of-Price-Input TO TRUE
   END-READ.
   PERFORM Load-One-Price UNTIL End-Of-Price-Input.

   DISPLAY "OILPRICELOAD: " WS-Read-Count " READ, "
           WS-Loaded-Count " LOADED, "
           WS-Deleted-Count " DELETED, "
           WS-Reject-Count " REJECTED".
   CLOSE Price-Input-File.
   CLOSE Oil-Details-File.
   CLOSE Oil-Price-File.
   STOP RUN.

Load-One-Price.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO PI-Fields.
   UNSTRING Price-Input-Rec DELIMITED BY ","
       INTO PI-Oil-X
            PI-Price-X.
   MOVE SPACES TO PI-Price-Fields.
   UNSTRING PI-Price-X DELIMITED BY "." OR SPACE
       INTO PI-Price-Int-X
            PI-Price-Frac-X.
   INSPECT PI-Price-Int-X REPLACING LEADING SPACE BY ZERO.
   INSPECT PI-Price-Frac-X REPLACING ALL SPACE BY ZERO.
   IF PI-Oil-X NOT NUMERIC
      OR PI-Price-Int-X NOT NUMERIC
      OR PI-Price-Frac-X NOT NUMERIC
      ADD 1 TO WS-Reject-Count
      DISPLAY "OILPRICELOAD: BAD RECORD REJECTED - " Price-Input-Rec
   ELSE
      PERFORM Apply-Price
   END-IF.

   READ Price-Input-File
      AT END SET End-Of-Price-Input TO TRUE
   END-READ.

Apply-Price.
   MOVE PI-Oil-X TO OP-Oil-Num.
   IF PI-Price-Int-N = ZERO AND PI-Price-Frac-N = ZERO
      DELETE Oil-Price-File
         INVALID KEY DISPLAY "OILPRICELOAD: NOT ON LIST - "
                             Price-Input-Rec
      END-DELETE
      IF Price-No-Error
         ADD 1 TO WS-Deleted-Count
      END-IF
      EXIT PARAGRAPH
   END-IF.
   MOVE PI-Oil-X TO Oil-Num-ODF.
   READ Oil-Details-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Oil-On-File
      ADD 1 TO WS-Reject-Count
      DISPLAY "OILPRICELOAD: OIL NOT ON FILE - " Price-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   COMPUTE OP-Unit-Price =
           PI-Price-Int-N + (PI-Price-Frac-N / 100).
   WRITE OP-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF Price-Duplicate
      REWRITE OP-Rec
         INVALID KEY DISPLAY "OILPRICE REWRITE FS = " Price-Status
      END-REWRITE
      ADD 1 TO WS-Loaded-Count
   ELSE
      IF Price-No-Error
         ADD 1 TO WS-Loaded-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "OILPRICE WRITE FS = " Price-Status
      END-IF
   END-IF.
