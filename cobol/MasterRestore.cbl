*> generation (1-3).  The generation is read twice: the first pass
*> proves the master's detail count against its "C" count record -
*> a generation that does not verify is never written back - and
*> the second pass rebuilds the master.  Restored record counts are
*> displayed and checked once more after the rebuild.

ENVIRONMENT DIVISION.
          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT BookStockFile ASSIGN TO "BookStock.DAT"

FD Oil-Stock-File.
01 OSF-Rec.
   02 Oil-Num-OSF		PIC 9(4).
   02 Qty-In-Stock-OSF		PIC 9(5).

FD  BookStockFile.
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
   02 Generation-Status         PIC X(2).
   02 Control-Status            PIC X(2).

01 WS-Master-Code		PIC X(3).
01 WS-Generation		PIC 9.
01 WS-Pass			PIC 9.
        END-IF
     WHEN "OSF"
        MOVE GW-Data(1:9) TO OSF-Rec
        WRITE OSF-Rec
           INVALID KEY DISPLAY "OSF RESTORE WRITE FS = " OSF-Status
        END-WRITE
           ADD 1 TO WS-Restored-Count
        END-IF
     WHEN "CUS"
        MOVE GW-Data(1:105) TO CU-Rec
        WRITE CU-Rec
           INVALID KEY DISPLAY "CUS RESTORE WRITE FS = " CUS-Status
        END-WRITE
           ADD 1 TO WS-Restored-Count
        END-IF
     WHEN "LNM"
        MOVE GW-Data(1:154) TO LM-Rec
        WRITE LM-Rec
           INVALID KEY DISPLAY "LNM RESTORE WRITE FS = " LNM-Status
        END-WRITE
