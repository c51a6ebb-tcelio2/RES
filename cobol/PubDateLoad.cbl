      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  PubDateLoad.
AUTHOR.  Michael Coughlan.
*> Loads the publication dates of forthcoming titles into
*> FORTHCOM.DAT.  The title itself is set up on BookStock.DAT with
*> no stock; while its date here is after today OrderEntry takes
*> its lines as pre-orders, and PreOrderRelease lets them go on the
*> date or at the first receipt, whichever comes first.  Input
*> PUBDATE.DAT is CSV-style LINE SEQUENTIAL: book id, publication
*> date (YYYYMMDD).  A title already on the file takes the new date
*> - publishers slip - and a record with the book id alone takes the
*> title off the file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Pub-Date-Input-File ASSIGN TO "PUBDATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT BookStockFile ASSIGN TO "BookStock.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

   SELECT Forthcoming-File ASSIGN TO "FORTHCOM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FC-Book-Id
          FILE STATUS IS Forthcoming-Status.

DATA DIVISION.
FILE SECTION.
FD Pub-Date-Input-File.
01 Pub-Date-Input-Rec		PIC X(40).
   88 End-Of-Pub-Date-Input	VALUE HIGH-VALUES.

FD BookStockFile.
01 BookStockRec.
   02 Book-Id-BSF		PIC X(5).
   02 Book-Title-BSF		PIC X(30).
   02 Author-Id-BSF		PIC 9(4).
   02 Qty-In-Stock-BSF		PIC 999.
   02 Copy-Price-BSF		PIC 99V99.
   02 Reorder-Level-BSF	PIC 999.
   02 On-Order-BSF		PIC 999.

FD Forthcoming-File.
01 FC-Rec.
   02 FC-Book-Id		PIC X(5).
   02 FC-Pub-Date		PIC 9(8).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 BookStatus		PIC X(2).
      88 Book-On-File		VALUE "00".
   02 Forthcoming-Status	PIC X(2).
      88 Forthcoming-No-Error	VALUE "00".
      88 Forthcoming-Duplicate	VALUE "22".

01 PI-Fields.
   02 PI-Book-Id		PIC X(5).
   02 PI-Pub-Date-X		PIC X(8).
   02 PI-Pub-Date-N REDEFINES PI-Pub-Date-X
				PIC 9(8).

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Loaded-Count		PIC 9(5) VALUE 0.
01 WS-Deleted-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Pub-Date-Input-File.
   OPEN INPUT BookStockFile.
   OPEN I-O Forthcoming-File.
   IF Forthcoming-Status = "35"
      CLOSE Forthcoming-File
      OPEN OUTPUT Forthcoming-File
      CLOSE Forthcoming-File
      OPEN I-O Forthcoming-File
   END-IF.

   READ Pub-Date-Input-File
      AT END SET End-Of-Pub-Date-Input TO TRUE
   END-READ.
   PERFORM Load-One-Title UNTIL End-Of-Pub-Date-Input.

   DISPLAY "PUBDATELOAD: " WS-Read-Count " READ, "
           WS-Loaded-Count " LOADED, "
           WS-Deleted-Count " DELETED, "
           WS-Reject-Count " REJECTED".
   CLOSE Pub-Date-Input-File.
   CLOSE BookStockFile.
   CLOSE Forthcoming-File.
   STOP RUN.

Load-One-Title.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO PI-Fields.
   UNSTRING Pub-Date-Input-Rec DELIMITED BY ","
       INTO PI-Book-Id
            PI-Pub-Date-X.
   EVALUATE TRUE
     WHEN PI-Book-Id = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "PUBDATELOAD: NO BOOK ID - " Pub-Date-Input-Rec
     WHEN PI-Pub-Date-X = SPACES
        MOVE PI-Book-Id TO FC-Book-Id
        PERFORM Remove-Title
     WHEN PI-Pub-Date-X NOT NUMERIC
        ADD 1 TO WS-Reject-Count
        DISPLAY "PUBDATELOAD: BAD PUBLICATION DATE - "
                Pub-Date-Input-Rec
     WHEN OTHER
        PERFORM Prove-Book-On-File
   END-EVALUATE.

   READ Pub-Date-Input-File
      AT END SET End-Of-Pub-Date-Input TO TRUE
   END-READ.

Remove-Title.
   DELETE Forthcoming-File
      INVALID KEY DISPLAY "PUBDATELOAD: NOT FORTHCOMING - "
                          Pub-Date-Input-Rec
   END-DELETE.
   IF Forthcoming-No-Error
      ADD 1 TO WS-Deleted-Count
   END-IF.

Prove-Book-On-File.
   MOVE PI-Book-Id TO Book-Id-BSF.
   READ BookStockFile
      KEY IS Book-Id-BSF
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Book-On-File
      ADD 1 TO WS-Reject-Count
      DISPLAY "PUBDATELOAD: BOOK NOT ON FILE - " Pub-Date-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   PERFORM Apply-Pub-Date.

Apply-Pub-Date.
   MOVE PI-Book-Id    TO FC-Book-Id.
   MOVE PI-Pub-Date-N TO FC-Pub-Date.
   WRITE FC-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF Forthcoming-Duplicate
      REWRITE FC-Rec
         INVALID KEY DISPLAY "FORTHCOM REWRITE FS = "
                             Forthcoming-Status
      END-REWRITE
      ADD 1 TO WS-Loaded-Count
   ELSE
      IF Forthcoming-No-Error
         ADD 1 TO WS-Loaded-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "FORTHCOM WRITE FS = " Forthcoming-Status
      END-IF
   END-IF.
