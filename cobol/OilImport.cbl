          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT OPTIONAL Message-Inbox-File ASSIGN TO "MSGINBOX.DAT"
01 Inbox-Status		PIC X(2).
01 WS-Inbox-Text		PIC X(60).
01 WS-RunStats-Start		PIC 9(14).
01 WS-EOF-Import		PIC X VALUE "N".
   88 End-Of-Import			VALUE "Y".

      END-WRITE

      IF ODF-No-Error
         MOVE Oil-Num-ODF     TO Oil-Num-OSF
         MOVE ZERO            TO Qty-In-Stock-OSF
         WRITE OSF-Rec
