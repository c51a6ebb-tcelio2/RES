          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT Audit-Trail-File ASSIGN TO "AUDITTRL.DAT"
      88 OSF-Rec-Found		VALUE "00".
   02 Ledger-Control-Status     PIC X(2).

01 WS-Run-Date			PIC 9(8).
01 WS-Run-Date-R REDEFINES WS-Run-Date.
   02 WS-Run-YYYY		PIC 9(4).
   MOVE AT-Qty-After TO MV-Closing(AT-Oil-Num).

Report-One-Oil.
   MOVE Oil-Num-ODF TO Oil-Num-OSF.
   READ Oil-Stock-File
      INVALID KEY MOVE ZERO TO Qty-In-Stock-OSF
   END-READ.
