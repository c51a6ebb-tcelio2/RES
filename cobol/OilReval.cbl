          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT Cost-History-File ASSIGN TO "COSTHIST.DAT"
      88 CH-No-Error		VALUE "00".
      88 CH-Duplicate		VALUE "22".

01 NC-Fields.
   02 NC-Oil-Num-X		PIC X(4).
   02 NC-Effective-Date-X	PIC X(8).
   END-IF.
   ADD 1 TO WS-Loaded-Count.

   MOVE Oil-Num-ODF TO Oil-Num-OSF.
   READ Oil-Stock-File
      INVALID KEY MOVE ZERO TO Qty-In-Stock-OSF
   END-READ.
