      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  BookPubLoad.
AUTHOR.  Michael Coughlan.
*> Loads the title-to-publisher cross-reference BOOKPUB.DAT: who
*> each title on BookStock.DAT is bought from and the trade price
*> agreed with them.  BookRequisition puts both on the buyer's
*> approval worksheet and BookPOGen carries them onto the purchase
*> order.  Publishers are kept on the supplier master SUPPLIER.DAT
*> like any other supplier.  Input BOOKPUBIN.DAT is CSV-style LINE
*> SEQUENTIAL: book id, publisher code, trade price (NN.NN).  A
*> title already on the file is refreshed; a record with the book
*> id alone takes the title off it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Book-Pub-Input-File ASSIGN TO "BOOKPUBIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT BookStockFile ASSIGN TO "BookStock.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

   SELECT OPTIONAL Supplier-File ASSIGN TO "SUPPLIER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Supplier-Code-SUP
          FILE STATUS IS Supplier-Status.

   SELECT Book-Publisher-File ASSIGN TO "BOOKPUB.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BP-Book-Id
          FILE STATUS IS Publisher-Status.

DATA DIVISION.
FILE SECTION.
FD Book-Pub-Input-File.
01 Book-Pub-Input-Rec		PIC X(40).
   88 End-Of-Book-Pub-Input	VALUE HIGH-VALUES.

FD BookStockFile.
01 BookStockRec.
   02 Book-Id-BSF		PIC X(5).
   02 Book-Title-BSF		PIC X(30).
   02 Author-Id-BSF		PIC 9(4).
   02 Qty-In-Stock-BSF		PIC 999.
   02 Copy-Price-BSF		PIC 99V99.
   02 Reorder-Level-BSF	PIC 999.
   02 On-Order-BSF		PIC 999.

FD Supplier-File.
01 SUP-Rec.
   02 Supplier-Code-SUP		PIC X(4).
   02 Supplier-Name-SUP		PIC X(25).
   02 Supplier-Contact-SUP	PIC X(25).
   02 Lead-Time-Days-SUP	PIC 9(3).
   02 Min-Order-Qty-SUP	PIC 9(5).
   02 Terms-Net-Days-SUP	PIC 9(3).
   02 Terms-Disc-Pct-SUP	PIC 99V99.
   02 Terms-Disc-Days-SUP	PIC 9(3).
   02 Tax-Id-SUP		PIC X(11).
   02 Reportable-SUP		PIC X.

FD Book-Publisher-File.
01 BP-Rec.
   02 BP-Book-Id		PIC X(5).
   02 BP-Publisher-Code		PIC X(4).
   02 BP-Trade-Price		PIC 99V99.

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 BookStatus		PIC X(2).
      88 Book-On-File		VALUE "00".
   02 Supplier-Status		PIC X(2).
      88 Supplier-Rec-Found	VALUE "00".
   02 Publisher-Status		PIC X(2).
      88 Publisher-No-Error	VALUE "00".
      88 Publisher-Duplicate	VALUE "22".

01 WS-Supplier-File-Usable	PIC X VALUE "N".
   88 Supplier-File-Usable	VALUE "Y".

01 BI-Fields.
   02 BI-Book-Id		PIC X(5).
   02 BI-Publisher-Code	PIC X(4).
   02 BI-Price-Text		PIC X(6).

*> Trade price punctuated NN.NN, split at the point and proved
*> numeric a part at a time - the same handling POAck gives the
*> supplier's confirmed price.
01 BI-Price-Fields.
   02 BI-Price-Int-X		PIC X(2) JUSTIFIED RIGHT.
   02 BI-Price-Int-N REDEFINES BI-Price-Int-X
				PIC 9(2).
   02 BI-Price-Frac-X		PIC X(2).
   02 BI-Price-Frac-N REDEFINES BI-Price-Frac-X
				PIC 9(2).

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Loaded-Count		PIC 9(5) VALUE 0.
01 WS-Deleted-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Book-Pub-Input-File.
   OPEN INPUT BookStockFile.
   OPEN INPUT Supplier-File.
   IF Supplier-Status = "00"
      SET Supplier-File-Usable TO TRUE
   END-IF.
   OPEN I-O Book-Publisher-File.
   IF Publisher-Status = "35"
      CLOSE Book-Publisher-File
      OPEN OUTPUT Book-Publisher-File
      CLOSE Book-Publisher-File
      OPEN I-O Book-Publisher-File
   END-IF.

   READ Book-Pub-Input-File
      AT END SET End-Of-Book-Pub-Input TO TRUE
   END-READ.
   PERFORM Load-One-Title UNTIL End-Of-Book-Pub-Input.

   DISPLAY "BOOKPUBLOAD: " WS-Read-Count " READ, "
           WS-Loaded-Count " LOADED, "
           WS-Deleted-Count " DELETED, "
           WS-Reject-Count " REJECTED".
   CLOSE Book-Pub-Input-File.
   CLOSE BookStockFile.
   IF Supplier-File-Usable
      CLOSE Supplier-File
   END-IF.
   CLOSE Book-Publisher-File.
   STOP RUN.

Load-One-Title.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO BI-Fields.
   MOVE SPACES TO BI-Price-Fields.
   UNSTRING Book-Pub-Input-Rec DELIMITED BY ","
       INTO BI-Book-Id
            BI-Publisher-Code
            BI-Price-Text.
   UNSTRING BI-Price-Text DELIMITED BY "."
       INTO BI-Price-Int-X
            BI-Price-Frac-X.
   INSPECT BI-Price-Int-X REPLACING LEADING SPACE BY ZERO.
   INSPECT BI-Price-Frac-X REPLACING ALL SPACE BY ZERO.
   EVALUATE TRUE
     WHEN BI-Book-Id = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "BOOKPUBLOAD: NO BOOK ID - " Book-Pub-Input-Rec
     WHEN BI-Publisher-Code = SPACES
        MOVE BI-Book-Id TO BP-Book-Id
        PERFORM Remove-Title
     WHEN BI-Price-Int-X NOT NUMERIC OR BI-Price-Frac-X NOT NUMERIC
        ADD 1 TO WS-Reject-Count
        DISPLAY "BOOKPUBLOAD: BAD TRADE PRICE - " Book-Pub-Input-Rec
     WHEN OTHER
        PERFORM Prove-Book-And-Publisher
   END-EVALUATE.

   READ Book-Pub-Input-File
      AT END SET End-Of-Book-Pub-Input TO TRUE
   END-READ.

Remove-Title.
   DELETE Book-Publisher-File
      INVALID KEY DISPLAY "BOOKPUBLOAD: NO PUBLISHER ON FILE - "
                          Book-Pub-Input-Rec
   END-DELETE.
   IF Publisher-No-Error
      ADD 1 TO WS-Deleted-Count
   END-IF.

Prove-Book-And-Publisher.
   MOVE BI-Book-Id TO Book-Id-BSF.
   READ BookStockFile
      KEY IS Book-Id-BSF
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Book-On-File
      ADD 1 TO WS-Reject-Count
      DISPLAY "BOOKPUBLOAD: BOOK NOT ON FILE - " Book-Pub-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   IF Supplier-File-Usable
      MOVE BI-Publisher-Code TO Supplier-Code-SUP
      READ Supplier-File
         INVALID KEY CONTINUE
      END-READ
      IF NOT Supplier-Rec-Found
         ADD 1 TO WS-Reject-Count
         DISPLAY "BOOKPUBLOAD: PUBLISHER NOT ON SUPPLIER FILE - "
                 Book-Pub-Input-Rec
         EXIT PARAGRAPH
      END-IF
   END-IF.
   PERFORM Apply-Publisher.

Apply-Publisher.
   MOVE BI-Book-Id        TO BP-Book-Id.
   MOVE BI-Publisher-Code TO BP-Publisher-Code.
   COMPUTE BP-Trade-Price = BI-Price-Int-N + BI-Price-Frac-N / 100.
   WRITE BP-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF Publisher-Duplicate
      REWRITE BP-Rec
         INVALID KEY DISPLAY "BOOKPUB REWRITE FS = "
                             Publisher-Status
      END-REWRITE
      ADD 1 TO WS-Loaded-Count
   ELSE
      IF Publisher-No-Error
         ADD 1 TO WS-Loaded-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "BOOKPUB WRITE FS = " Publisher-Status
      END-IF
   END-IF.
