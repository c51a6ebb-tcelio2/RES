    02  CU-City                 PIC X(15).
    02  CU-Country-Code         PIC XX.
    02  CU-Credit-Limit         PIC 9(6)V99.
    02  CU-Sales-Rep            PIC X(4).
    02  CU-Acct-Status          PIC X.
        88 CU-Inactive          VALUE "I".
    02  CU-Merged-Into          PIC X(5).

FD  AR-Open-Item-File.
01  AR-Rec.
    02  Customer-Id-BOF         PIC X(5).
    02  Order-Number-BOF        PIC X(7).
    02  Shortfall-Qty-BOF       PIC 99.
    02  Backorder-Date-BOF      PIC 9(8).

FD  CreditHoldFile.
01  CreditHoldRec.
    02  CA-City                 PIC X(15).
    02  CA-Country-Code         PIC XX.
    02  CA-Total-Postage        PIC 9(4)V99.
    02  CA-Parcel-Seq           PIC 99.
    02  CA-Parcel-Weight        PIC 9(6).

FD  New-Carrier-File.
01  New-Carrier-Rec             PIC X(105).

FD  Certificate-File.
01  Certificate-Line            PIC X(80).
