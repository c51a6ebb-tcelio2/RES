      *    ITS BACKORDER LETTERS.  DUNNHIST.DAT REMEMBERS THE LAST
      *    LEVEL SENT PER CUSTOMER, SO NOBODY GETS THE SAME SEVERITY
      *    TWICE IN A ROW - A CUSTOMER IS WRITTEN TO ONLY WHEN THE
      *    LEVEL HAS MOVED.  LETTERS GO TO DUNNING.RPT.  ONLY OPEN
      *    ITEMS ARE DUNNED - AN ITEM ARWRITEOFF HAS WRITTEN OFF
      *    (STATUS W) IS PASSED OVER JUST AS A PAID ONE IS.
      *
       ENVIRONMENT DIVISION.
      *
           03  AR-STATUS               PIC  X(01).
               88  AR-ITEM-OPEN            VALUE "O".
               88  AR-ITEM-PAID            VALUE "P".
               88  AR-ITEM-WRITTEN-OFF     VALUE "W".
      *
       FD  CUSTOMER-FILE.
      *
           03  CU-CITY                 PIC  X(15).
           03  CU-COUNTRY-CODE         PIC  X(02).
           03  CU-CREDIT-LIMIT         PIC  9(06)V99.
           03  CU-SALES-REP            PIC  X(04).
           03  CU-ACCT-STATUS          PIC  X(01).
               88  CU-INACTIVE             VALUE "I".
           03  CU-MERGED-INTO          PIC  X(05).
      *
       FD  DUNNING-HISTORY-FILE.
      *
