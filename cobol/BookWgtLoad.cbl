      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  BookWgtLoad.
AUTHOR.  Michael Coughlan.
*> Loads the shipping weight of each title, BOOKWGT.DAT, that
*> Dispatch packs parcels by.  Input BOOKWGTIN.DAT is CSV-style LINE
*> SEQUENTIAL: book id, packed weight of one copy in grams.  A title
*> already on the file is refreshed; a record with the book id alone
*> takes the title off it, and Dispatch weighs it at the default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Book-Weight-Input-File ASSIGN TO "BOOKWGTIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT BookStockFile ASSIGN TO "BookStock.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

   SELECT Book-Weight-File ASSIGN TO "BOOKWGT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BW-Book-Id
          FILE STATUS IS Weight-Status.

DATA DIVISION.
FILE SECTION.
FD Book-Weight-Input-File.
01 Book-Weight-Input-Rec	PIC X(40).
   88 End-Of-Book-Weight-Input	VALUE HIGH-VALUES.

FD BookStockFile.
01 BookStockRec.
   02 Book-Id-BSF		PIC X(5).
   02 Book-Title-BSF		PIC X(30).
   02 Author-Id-BSF		PIC 9(4).
   02 Qty-In-Stock-BSF		PIC 999.
   02 Copy-Price-BSF		PIC 99V99.
   02 Reorder-Level-BSF	PIC 999.
   02 On-Order-BSF		PIC 999.

FD Book-Weight-File.
01 BW-Rec.
   02 BW-Book-Id		PIC X(5).
   02 BW-Weight-Grams		PIC 9(5).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 BookStatus		PIC X(2).
      88 Book-On-File		VALUE "00".
   02 Weight-Status		PIC X(2).
      88 Weight-No-Error	VALUE "00".
      88 Weight-Duplicate	VALUE "22".

01 WI-Fields.
   02 WI-Book-Id		PIC X(5).
   02 WI-Weight-X		PIC X(5) JUSTIFIED RIGHT.
   02 WI-Weight-N REDEFINES WI-Weight-X
				PIC 9(5).

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Loaded-Count		PIC 9(5) VALUE 0.
01 WS-Deleted-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Book-Weight-Input-File.
   OPEN INPUT BookStockFile.
   OPEN I-O Book-Weight-File.
   IF Weight-Status = "35"
      CLOSE Book-Weight-File
      OPEN OUTPUT Book-Weight-File
      CLOSE Book-Weight-File
      OPEN I-O Book-Weight-File
   END-IF.

   READ Book-Weight-Input-File
      AT END SET End-Of-Book-Weight-Input TO TRUE
   END-READ.
   PERFORM Load-One-Weight UNTIL End-Of-Book-Weight-Input.

   DISPLAY "BOOKWGTLOAD: " WS-Read-Count " READ, "
           WS-Loaded-Count " LOADED, "
           WS-Deleted-Count " DELETED, "
           WS-Reject-Count " REJECTED".
   CLOSE Book-Weight-Input-File.
   CLOSE BookStockFile.
   CLOSE Book-Weight-File.
   STOP RUN.

Load-One-Weight.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO WI-Fields.
   UNSTRING Book-Weight-Input-Rec DELIMITED BY ","
       INTO WI-Book-Id
            WI-Weight-X.
   EVALUATE TRUE
     WHEN WI-Book-Id = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "BOOKWGTLOAD: NO BOOK ID - " Book-Weight-Input-Rec
     WHEN WI-Weight-X = SPACES
        MOVE WI-Book-Id TO BW-Book-Id
        PERFORM Remove-Weight
     WHEN OTHER
        INSPECT WI-Weight-X REPLACING LEADING SPACE BY ZERO
        IF WI-Weight-X NOT NUMERIC OR WI-Weight-N = ZERO
           ADD 1 TO WS-Reject-Count
           DISPLAY "BOOKWGTLOAD: BAD WEIGHT - " Book-Weight-Input-Rec
        ELSE
           PERFORM Prove-Book
        END-IF
   END-EVALUATE.

   READ Book-Weight-Input-File
      AT END SET End-Of-Book-Weight-Input TO TRUE
   END-READ.

Remove-Weight.
   DELETE Book-Weight-File
      INVALID KEY DISPLAY "BOOKWGTLOAD: NO WEIGHT ON FILE - "
                          Book-Weight-Input-Rec
   END-DELETE.
   IF Weight-No-Error
      ADD 1 TO WS-Deleted-Count
   END-IF.

Prove-Book.
   MOVE WI-Book-Id TO Book-Id-BSF.
   READ BookStockFile
      KEY IS Book-Id-BSF
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Book-On-File
      ADD 1 TO WS-Reject-Count
      DISPLAY "BOOKWGTLOAD: BOOK NOT ON FILE - " Book-Weight-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   PERFORM Apply-Weight.

Apply-Weight.
   MOVE WI-Book-Id  TO BW-Book-Id.
   MOVE WI-Weight-N TO BW-Weight-Grams.
   WRITE BW-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF Weight-Duplicate
      REWRITE BW-Rec
         INVALID KEY DISPLAY "BOOKWGT REWRITE FS = " Weight-Status
      END-REWRITE
      ADD 1 TO WS-Loaded-Count
   ELSE
      IF Weight-No-Error
         ADD 1 TO WS-Loaded-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "BOOKWGT WRITE FS = " Weight-Status
      END-IF
   END-IF.
