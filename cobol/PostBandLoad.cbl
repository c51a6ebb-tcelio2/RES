      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  PostBandLoad.
AUTHOR.  Michael Coughlan.
*> Loads the weight-band parcel rates POSTBAND.DAT that Dispatch
*> prices each parcel from.  A band is keyed on country code, service
*> class (S=standard, E=express, C=courier, as on POSTRATE.DAT) and
*> the heaviest parcel in grams it covers; a parcel takes the rate of
*> the lightest band that will carry it.  Input POSTBANDIN.DAT is
*> CSV-style LINE SEQUENTIAL: country, class, band maximum grams,
*> parcel rate (NNN.NN).  A band already on the file is refreshed; a
*> record with no rate takes the band off it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Post-Band-Input-File ASSIGN TO "POSTBANDIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Post-Band-File ASSIGN TO "POSTBAND.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PB-Key
          FILE STATUS IS Band-Status.

DATA DIVISION.
FILE SECTION.
FD Post-Band-Input-File.
01 Post-Band-Input-Rec		PIC X(40).
   88 End-Of-Post-Band-Input	VALUE HIGH-VALUES.

FD Post-Band-File.
01 PB-Rec.
   02 PB-Key.
      03 PB-Country-Code	PIC X(2).
      03 PB-Service-Class	PIC X(1).
      03 PB-Max-Grams		PIC 9(6).
   02 PB-Parcel-Rate		PIC 999V99.

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Band-Status		PIC X(2).
      88 Band-No-Error		VALUE "00".
      88 Band-Duplicate		VALUE "22".

01 BI-Fields.
   02 BI-Country-Code		PIC X(2).
   02 BI-Service-Class		PIC X(1).
   02 BI-Grams-X		PIC X(6) JUSTIFIED RIGHT.
   02 BI-Grams-N REDEFINES BI-Grams-X
				PIC 9(6).
   02 BI-Rate-Text		PIC X(7).

*> Rate punctuated NNN.NN, split at the point and proved numeric a
*> part at a time as BookPubLoad does the trade price.
01 BI-Rate-Fields.
   02 BI-Rate-Int-X		PIC X(3) JUSTIFIED RIGHT.
   02 BI-Rate-Int-N REDEFINES BI-Rate-Int-X
				PIC 9(3).
   02 BI-Rate-Frac-X		PIC X(2).
   02 BI-Rate-Frac-N REDEFINES BI-Rate-Frac-X
				PIC 9(2).

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Loaded-Count		PIC 9(5) VALUE 0.
01 WS-Deleted-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Post-Band-Input-File.
   OPEN I-O Post-Band-File.
   IF Band-Status = "35"
      CLOSE Post-Band-File
      OPEN OUTPUT Post-Band-File
      CLOSE Post-Band-File
      OPEN I-O Post-Band-File
   END-IF.

   READ Post-Band-Input-File
      AT END SET End-Of-Post-Band-Input TO TRUE
   END-READ.
   PERFORM Load-One-Band UNTIL End-Of-Post-Band-Input.

   DISPLAY "POSTBANDLOAD: " WS-Read-Count " READ, "
           WS-Loaded-Count " LOADED, "
           WS-Deleted-Count " DELETED, "
           WS-Reject-Count " REJECTED".
   CLOSE Post-Band-Input-File.
   CLOSE Post-Band-File.
   STOP RUN.

Load-One-Band.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO BI-Fields.
   MOVE SPACES TO BI-Rate-Fields.
   UNSTRING Post-Band-Input-Rec DELIMITED BY ","
       INTO BI-Country-Code
            BI-Service-Class
            BI-Grams-X
            BI-Rate-Text.
   UNSTRING BI-Rate-Text DELIMITED BY "."
       INTO BI-Rate-Int-X
            BI-Rate-Frac-X.
   INSPECT BI-Grams-X REPLACING LEADING SPACE BY ZERO.
   INSPECT BI-Rate-Int-X REPLACING LEADING SPACE BY ZERO.
   INSPECT BI-Rate-Frac-X REPLACING ALL SPACE BY ZERO.
   EVALUATE TRUE
     WHEN BI-Country-Code = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "POSTBANDLOAD: NO COUNTRY - " Post-Band-Input-Rec
     WHEN BI-Service-Class NOT = "S" AND NOT = "E" AND NOT = "C"
        ADD 1 TO WS-Reject-Count
        DISPLAY "POSTBANDLOAD: CLASS MUST BE S, E OR C - "
                Post-Band-Input-Rec
     WHEN BI-Grams-X NOT NUMERIC OR BI-Grams-N = ZERO
        ADD 1 TO WS-Reject-Count
        DISPLAY "POSTBANDLOAD: BAD BAND WEIGHT - " Post-Band-Input-Rec
     WHEN BI-Rate-Text = SPACES
        MOVE BI-Country-Code  TO PB-Country-Code
        MOVE BI-Service-Class TO PB-Service-Class
        MOVE BI-Grams-N       TO PB-Max-Grams
        PERFORM Remove-Band
     WHEN BI-Rate-Int-X NOT NUMERIC OR BI-Rate-Frac-X NOT NUMERIC
        ADD 1 TO WS-Reject-Count
        DISPLAY "POSTBANDLOAD: BAD PARCEL RATE - " Post-Band-Input-Rec
     WHEN OTHER
        PERFORM Apply-Band
   END-EVALUATE.

   READ Post-Band-Input-File
      AT END SET End-Of-Post-Band-Input TO TRUE
   END-READ.

Remove-Band.
   DELETE Post-Band-File
      INVALID KEY DISPLAY "POSTBANDLOAD: NO BAND ON FILE - "
                          Post-Band-Input-Rec
   END-DELETE.
   IF Band-No-Error
      ADD 1 TO WS-Deleted-Count
   END-IF.

Apply-Band.
   MOVE BI-Country-Code  TO PB-Country-Code.
   MOVE BI-Service-Class TO PB-Service-Class.
   MOVE BI-Grams-N       TO PB-Max-Grams.
   COMPUTE PB-Parcel-Rate = BI-Rate-Int-N + BI-Rate-Frac-N / 100.
   WRITE PB-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF Band-Duplicate
      REWRITE PB-Rec
         INVALID KEY DISPLAY "POSTBAND REWRITE FS = " Band-Status
      END-REWRITE
      ADD 1 TO WS-Loaded-Count
   ELSE
      IF Band-No-Error
         ADD 1 TO WS-Loaded-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "POSTBAND WRITE FS = " Band-Status
      END-IF
   END-IF.
