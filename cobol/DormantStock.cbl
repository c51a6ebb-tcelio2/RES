          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT Audit-Trail-File ASSIGN TO "AUDITTRL.DAT"
   02 OSF-Status                PIC X(2).

01 WS-RunStats-Start		PIC 9(14).
01 WS-Dormant-Days		PIC 9(3) VALUE 90.
01 WS-Oils-Read		PIC 9(7) VALUE 0.
01 WS-Dormant-Count		PIC 9(7) VALUE 0.

Check-Oil-Activity.
   ADD 1 TO WS-Oils-Read.
   MOVE Oil-Num-ODF TO Oil-Num-OSF.
   READ Oil-Stock-File
      INVALID KEY MOVE ZERO TO Qty-In-Stock-OSF
   END-READ.
