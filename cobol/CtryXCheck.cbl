   02 CU-City            PIC X(15).
   02 CU-Country-Code    PIC XX.
   02 CU-Credit-Limit    PIC 9(6)V99.
   02 CU-Sales-Rep       PIC X(4).
   02 CU-Acct-Status     PIC X.
      88 CU-Inactive  VALUE "I".
   02 CU-Merged-Into     PIC X(5).

FD XCheck-Report-File.
01 XCheck-Line           PIC X(70).
