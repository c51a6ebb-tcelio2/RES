      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  SeriesLoad.
AUTHOR.  Michael Coughlan.
*> Loads the book-series cross-reference BOOKSER.DAT, one record per
*> title on BookStock.DAT that belongs to a series, so the standing-
*> order run can match a new volume to the customers who take every
*> volume in that series.  Input SERIESIN.DAT is CSV-style LINE
*> SEQUENTIAL: book id, series code (up to six characters), volume
*> number within the series (may be blank).  A title already on the
*> cross-reference is refreshed; a record with the book id alone
*> takes the title out of its series.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Series-Input-File ASSIGN TO "SERIESIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT BookStockFile ASSIGN TO "BookStock.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

   SELECT Book-Series-File ASSIGN TO "BOOKSER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BK-Book-Id
          ALTERNATE RECORD KEY IS BK-Series-Code
                      WITH DUPLICATES
          FILE STATUS IS Series-Status.

DATA DIVISION.
FILE SECTION.
FD Series-Input-File.
01 Series-Input-Rec		PIC X(40).
   88 End-Of-Series-Input	VALUE HIGH-VALUES.

FD BookStockFile.
01 BookStockRec.
   02 Book-Id-BSF		PIC X(5).
   02 Book-Title-BSF		PIC X(30).
   02 Author-Id-BSF		PIC 9(4).
   02 Qty-In-Stock-BSF		PIC 999.
   02 Copy-Price-BSF		PIC 99V99.
   02 Reorder-Level-BSF	PIC 999.
   02 On-Order-BSF		PIC 999.

FD Book-Series-File.
01 BK-Rec.
   02 BK-Book-Id		PIC X(5).
   02 BK-Series-Code		PIC X(6).
   02 BK-Volume			PIC 9(3).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 BookStatus		PIC X(2).
      88 Book-On-File		VALUE "00".
   02 Series-Status		PIC X(2).
      88 Series-No-Error	VALUE "00".
      88 Series-Duplicate	VALUE "22".

01 SI-Fields.
   02 SI-Book-Id		PIC X(5).
   02 SI-Series-Code		PIC X(6).
   02 SI-Volume-X		PIC X(3) JUSTIFIED RIGHT.
   02 SI-Volume-N REDEFINES SI-Volume-X
				PIC 9(3).

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Loaded-Count		PIC 9(5) VALUE 0.
01 WS-Deleted-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Series-Input-File.
   OPEN INPUT BookStockFile.
   OPEN I-O Book-Series-File.
   IF Series-Status = "35"
      CLOSE Book-Series-File
      OPEN OUTPUT Book-Series-File
      CLOSE Book-Series-File
      OPEN I-O Book-Series-File
   END-IF.

   READ Series-Input-File
      AT END SET End-Of-Series-Input TO TRUE
   END-READ.
   PERFORM Load-One-Title UNTIL End-Of-Series-Input.

   DISPLAY "SERIESLOAD: " WS-Read-Count " READ, "
           WS-Loaded-Count " LOADED, "
           WS-Deleted-Count " DELETED, "
           WS-Reject-Count " REJECTED".
   CLOSE Series-Input-File.
   CLOSE BookStockFile.
   CLOSE Book-Series-File.
   STOP RUN.

Load-One-Title.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO SI-Fields.
   UNSTRING Series-Input-Rec DELIMITED BY ","
       INTO SI-Book-Id
            SI-Series-Code
            SI-Volume-X.
   INSPECT SI-Volume-X REPLACING LEADING SPACE BY ZERO.
   MOVE FUNCTION UPPER-CASE(SI-Series-Code) TO SI-Series-Code.
   EVALUATE TRUE
     WHEN SI-Book-Id = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "SERIESLOAD: NO BOOK ID - " Series-Input-Rec
     WHEN SI-Series-Code = SPACES
        MOVE SI-Book-Id TO BK-Book-Id
        PERFORM Remove-Title
     WHEN SI-Volume-X NOT NUMERIC
        ADD 1 TO WS-Reject-Count
        DISPLAY "SERIESLOAD: BAD VOLUME NUMBER - " Series-Input-Rec
     WHEN OTHER
        PERFORM Prove-Book-On-File
   END-EVALUATE.

   READ Series-Input-File
      AT END SET End-Of-Series-Input TO TRUE
   END-READ.

Remove-Title.
   DELETE Book-Series-File
      INVALID KEY DISPLAY "SERIESLOAD: NOT IN A SERIES - "
                          Series-Input-Rec
   END-DELETE.
   IF Series-No-Error
      ADD 1 TO WS-Deleted-Count
   END-IF.

Prove-Book-On-File.
   MOVE SI-Book-Id TO Book-Id-BSF.
   READ BookStockFile
      KEY IS Book-Id-BSF
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Book-On-File
      ADD 1 TO WS-Reject-Count
      DISPLAY "SERIESLOAD: BOOK NOT ON FILE - " Series-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   PERFORM Apply-Series.

Apply-Series.
   MOVE SI-Book-Id      TO BK-Book-Id.
   MOVE SI-Series-Code  TO BK-Series-Code.
   MOVE SI-Volume-N     TO BK-Volume.
   WRITE BK-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF Series-Duplicate
      REWRITE BK-Rec
         INVALID KEY DISPLAY "BOOKSER REWRITE FS = " Series-Status
      END-REWRITE
      ADD 1 TO WS-Loaded-Count
   ELSE
      IF Series-No-Error
         ADD 1 TO WS-Loaded-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "BOOKSER WRITE FS = " Series-Status
      END-IF
   END-IF.
