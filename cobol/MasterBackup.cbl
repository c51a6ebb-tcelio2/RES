          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT BookStockFile ASSIGN TO "BookStock.DAT"
    02  CU-City                 PIC X(15).
    02  CU-Country-Code         PIC XX.
    02  CU-Credit-Limit         PIC 9(6)V99.
    02  CU-Sales-Rep            PIC X(4).
    02  CU-Acct-Status          PIC X.
        88 CU-Inactive          VALUE "I".
    02  CU-Merged-Into          PIC X(5).

FD  Loan-Master-File.
01  LM-Rec.
    02  LM-Loan-Id              PIC X(8).
    02  LM-Master-Body          PIC X(146).

FD Generation-File-1.
01 Generation-Rec-1		PIC X(210).
   02 LNM-Status                PIC X(2).
   02 Pointer-Status            PIC X(2).

01 WS-Run-Date			PIC 9(8).
01 WS-Generation		PIC 9 VALUE 1.
01 WS-EOF-Master		PIC X.
