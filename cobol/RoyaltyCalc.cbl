    02  AU-City                 PIC X(15).
    02  AU-Royalty-Rate         PIC V9(3).
    02  AU-Pay-Threshold        PIC 9(5)V99.
    02  AU-Tax-Id               PIC X(11).
    02  AU-Reportable           PIC X.

FD  Royalty-Carry-File.
01  RC-Rec.
