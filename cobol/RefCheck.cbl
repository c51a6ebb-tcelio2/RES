*> generalized field checking.  Each REFCHK.CTL card (SORTUTIL
*> style) names one relationship:
*>     COLS  1-12  CHILD FILE NAME (ANY LINE SEQUENTIAL FILE;
*>                 "AROPEN.DAT" AND "OSF.DAT" ARE SCANNED THROUGH
*>                 THEIR INDEXES)
*>     COLS 13-15  CHILD KEY POSITION (1-RELATIVE)
*>     COLS 16-17  CHILD KEY LENGTH
*>     COLS 18-20  PARENT CODE: ODF, CUS (CUSTOMER.DAT), BMF
        FILE STATUS IS AROpen-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT Oil-Details-File ASSIGN TO "ODF.DAT"
FD Customer-File.
01 CU-Rec.
   02 CU-Customer-Id		PIC X(5).
   02 CU-Rest			PIC X(100).

FD BookMasterFile.
01 BMF-Record.
FD Supplier-File.
01 SUP-Rec.
   02 Supplier-Code-SUP	PIC X(4).
   02 SUP-Rest			PIC X(80).

FD BookStockFile.
01 BookStockRec.
FD Loan-Master-File.
01 LM-Rec.
   02 LM-Loan-Id		PIC X(8).
   02 LM-Rest			PIC X(146).

FD Check-Report-File.
01 Report-Line			PIC X(80).
   02 BSF-Status		PIC X(2).
   02 LNM-Status		PIC X(2).

01 WS-Child-Name		PIC X(12).
01 WS-Child-Key		PIC X(20).
01 WS-Parent-Found		PIC X.
   CLOSE AR-Open-Item-File.

Scan-OSF-Child.
*> The oil stock file is indexed, so it cannot come through the
*> generic reader either; it is read sequentially in Oil-Num-OSF
*> key order, and the card's key position/length still pick the
*> oil number out of the record (1,4 against ODF).
   OPEN INPUT Oil-Stock-File.
   IF OSF-Status NOT = "00"
      DISPLAY "REFCHECK: CANNOT OPEN OSF.DAT FS=" OSF-Status
