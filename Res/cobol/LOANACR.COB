           03  LM-LAST-LATE-DATE       PIC  9(08).
           03  LM-ESCROW-PMT           PIC  9(05)V99.
           03  LM-ESCROW-BAL           PIC  9(07)V99.
           03  LM-MOD-COUNT            PIC  9(02).
               88  LM-MODIFIED              VALUE 1 THRU 99.
           03  LM-MOD-DATE             PIC  9(08).
           03  LM-MOD-PRINCIPAL        PIC  9(06)V99.
           03  LM-MOD-PMTS-BASE        PIC  9(03).
      *
       FD  ACCRUAL-REGISTER-FILE.
      *
