           03  EM-TAX-CODE         PIC X(6).
           03  EM-PAY-TO-DATE      PIC 9(7)V99.
           03  EM-LEAVE-DATE       PIC 9(8).
           03  EM-BANK-ROUTING     PIC X(9).
           03  EM-BANK-ACCOUNT     PIC X(17).
           03  EM-BANK-ACCT-TYPE   PIC X.
           03  EM-TAX-TO-DATE      PIC 9(7)V99.
       FD  STARTERS-REPORT-FILE.
       01  STARTERS-REPORT-LINE    PIC X(100).
       WORKING-STORAGE SECTION.
