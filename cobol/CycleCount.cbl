          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT Count-Entry-File ASSIGN TO "COUNTENT.DAT"
   02 OSF-Status                PIC X(2).
      88 OSF-Rec-Found		VALUE "00".

01 WS-Book-Qty			PIC 9(5).
01 WS-Variance			PIC S9(5).
01 WS-Variance-Value		PIC S9(7)V99.
      MOVE WS-Pending-Oil-Num TO VU-Oil-Num
      WRITE Variance-Line FROM Variance-Unknown-Oil-Line
   ELSE
      MOVE WS-Pending-Oil-Num TO Oil-Num-OSF
      READ Oil-Stock-File
         INVALID KEY MOVE ZERO TO Qty-In-Stock-OSF
      END-READ
