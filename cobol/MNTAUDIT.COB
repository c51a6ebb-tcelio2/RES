      *
      *    SHARED MAINTENANCE-AUDIT WRITER FOR THE ONLINE MASTER
      *    MAINTENANCE TRANSACTIONS (OILMNTT, CUSTMNTT, SUPPLRM,
      *    WHMNTT, POSTRATM, UOMFACTM, CTRYMNTT, CPRCMNTT,
      *    SORDMNTT, KPEMPMNT, KPABSMNT, GRSUPMNT, DOMCLSM,
      *    VIDMEMBM, VIDCOPYM), AND THE SECRCERT RECERTIFICATION
      *    RUN WHEN IT DISABLES A DORMANT OPERATOR.  EVERY ADD,
      *    CHANGE AND DELETE APPENDS ONE MNTAUDIT.DAT RECORD
      *    CARRYING THE OPERATOR FROM THE MENUT CHAIN AREA, A
      *    TIMESTAMP, THE FILE AND KEY TOUCHED, AND THE BEFORE AND
      *    AFTER RECORD IMAGES -
      *    SO "WHO SET THIS CUSTOMER'S COUNTRY TO DE AND WHEN" IS
      *    ANSWERED BY MAINTAUDITINQ, NOT A SHRUG.  THE LOG IS
      *    APPEND-ONLY AND THE FILE STAYS OPEN ACROSS CALLS FOR THE
