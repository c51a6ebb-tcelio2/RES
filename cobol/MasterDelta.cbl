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

FD Delta-Report-File.
01 Report-Line			PIC X(90).
        MOVE 52  TO WS-Record-Length
     WHEN "CUS"
        MOVE 5   TO WS-Key-Length
        MOVE 105 TO WS-Record-Length
     WHEN "LNM"
        MOVE 8   TO WS-Key-Length
        MOVE 154 TO WS-Record-Length
     WHEN OTHER
        DISPLAY "MASTERDELTA: BAD CONTROL CARD '"
                Delta-Control-Rec "' - ABORTED"
   MOVE "CREDIT LIMIT    " TO WS-Field-Label.
   MOVE 88 TO WS-Field-Start.  MOVE 8  TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "SALES REP       " TO WS-Field-Label.
   MOVE 96 TO WS-Field-Start.  MOVE 4  TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "ACCT STATUS     " TO WS-Field-Label.
   MOVE 100 TO WS-Field-Start. MOVE 1  TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "MERGED INTO     " TO WS-Field-Label.
   MOVE 101 TO WS-Field-Start. MOVE 5  TO WS-Field-Length.
   PERFORM Report-One-Field.

Report-LNM-Fields.
   MOVE "BORROWER        " TO WS-Field-Label.
   MOVE 9  TO WS-Field-Start.  MOVE 25 TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "INTEREST RATE   " TO WS-Field-Label.
   MOVE 42 TO WS-Field-Start.  MOVE 4  TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "NBR OF PMTS     " TO WS-Field-Label.
   MOVE 46 TO WS-Field-Start.  MOVE 3  TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "PAYMENT AMOUNT  " TO WS-Field-Label.
   MOVE 65 TO WS-Field-Start.  MOVE 8  TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "CURRENT BALANCE " TO WS-Field-Label.
   MOVE 73 TO WS-Field-Start.  MOVE 9  TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "ESCROW BALANCE  " TO WS-Field-Label.
   MOVE 125 TO WS-Field-Start.  MOVE 9 TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "MODIFICATIONS   " TO WS-Field-Label.
   MOVE 134 TO WS-Field-Start.  MOVE 2 TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "MODIFIED ON     " TO WS-Field-Label.
   MOVE 136 TO WS-Field-Start.  MOVE 8 TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "MOD PRINCIPAL   " TO WS-Field-Label.
   MOVE 144 TO WS-Field-Start.  MOVE 8 TO WS-Field-Length.
   PERFORM Report-One-Field.
   MOVE "MOD PMTS BASE   " TO WS-Field-Label.
   MOVE 152 TO WS-Field-Start.  MOVE 3 TO WS-Field-Length.
   PERFORM Report-One-Field.

Report-One-Field.
   IF WS-Old-Image(WS-Field-Start:WS-Field-Length)
