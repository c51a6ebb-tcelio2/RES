      *    NAMESURV.DAT; EVERY LATER APPEARANCE GOES ON THE
      *    SUSPECTED-DUPLICATES REPORT WITH THE RECORD IT MATCHED
      *    AND WHY - SO THE MAILING HOUSE STOPS CHARGING US FOR
      *    TRIPLICATE LETTERS.  WHERE THE DUPLICATES ARE CUSTOMER
      *    ACCOUNTS, CREDIT CONTROL KEYS THE PAIRS IT APPROVES TO
      *    MERGEREQ.DAT AND CUSTMERGE FOLDS EACH INTO ITS SURVIVOR.
      *
       ENVIRONMENT DIVISION.
      *
