      *    SFBYMAIL'S GETCOPYPOSTAGE).  CU-CUSTOMER-ID MATCHES THE
      *    X(5) CUSTOMER-ID ON ORDERS.DAT; CU-COUNTRY-CODE IS THE
      *    TRAILING TOKEN THE GETCOPYPOSTAGE UNSTRING EXPECTS AND
      *    MUST BE A CODE ON COUNTRYCODES.DAT.  CU-SALES-REP IS THE
      *    REP WHO LOOKS AFTER THE ACCOUNT AND IS PAID COMMISSION ON
      *    IT BY COMMISSIONRUN: LEFT BLANK, THE REP FOR THE COUNTRY
      *    ON TERRITRY.DAT IS FILLED IN; KEYED, IT MUST BE AN ACTIVE
      *    REP ON SALESREP.DAT (BOTH LOADED BY SALESREPLOAD).
      *    A CUSTOMER CUSTMERGE HAS MERGED INTO ANOTHER IS INACTIVE
      *    (CU-ACCT-STATUS I) AND SHOWS THE SURVIVOR IN
      *    CU-MERGED-INTO; IT CAN BE INQUIRED ON BUT NOT CHANGED.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CU-STATUS.
      *
           SELECT OPTIONAL SALES-REP-FILE ASSIGN TO "SALESREP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-REP-ID
               FILE STATUS IS SR-STATUS-CODE.
      *
           SELECT OPTIONAL TERRITORY-FILE ASSIGN TO "TERRITRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-COUNTRY-CODE
               FILE STATUS IS TE-STATUS-CODE.
      *
           SELECT OPTIONAL TEST-LOG-FILE
               ASSIGN TO "TESTLOG.DAT"
           03  CU-CITY                 PIC  X(15).
           03  CU-COUNTRY-CODE         PIC  X(02).
           03  CU-CREDIT-LIMIT         PIC  9(06)V99.
           03  CU-SALES-REP            PIC  X(04).
           03  CU-ACCT-STATUS          PIC  X(01).
               88  CU-INACTIVE             VALUE "I".
           03  CU-MERGED-INTO          PIC  X(05).
      *
       FD  SALES-REP-FILE.
      *
       01  SR-REC.
           03  SR-REP-ID               PIC  X(04).
           03  SR-NAME                 PIC  X(25).
           03  SR-CO-NO                PIC  X(02).
           03  SR-EMP-NO               PIC  X(06).
           03  SR-PLAN-CODE            PIC  X(02).
           03  SR-STATUS               PIC  X(01).
               88  SR-ACTIVE               VALUE "A".
           03  SR-CARRY-FORWARD        PIC S9(07)V99.
      *
       FD  TERRITORY-FILE.
      *
       01  TE-REC.
           03  TE-COUNTRY-CODE         PIC  X(02).
           03  TE-REP-ID               PIC  X(04).
      *
       FD  TEST-LOG-FILE.
      *
       77  WS-ERR-MSG                  PIC  X(40) VALUE SPACES.
       77  WS-MENU-CHOICE              PIC  X(01) VALUE SPACE.
       77  CU-STATUS                   PIC  X(02) VALUE SPACES.
       77  SR-STATUS-CODE              PIC  X(02) VALUE SPACES.
       77  TE-STATUS-CODE              PIC  X(02) VALUE SPACES.
      *
      *                    NUMERIC 77'S
      *
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-LOCK-RESULT              PIC  X(02) VALUE SPACES.
      *    THE MASTER RECORD IS 105 BYTES AND THE AUDIT IMAGES 100,
      *    SO THE LOGGED IMAGES DROP CU-MERGED-INTO - A FIELD ONLY
      *    CUSTMERGE SETS, AND IT PRINTS ITS OWN CERTIFICATE.
       77  WS-BEFORE-IMAGE             PIC  X(105) VALUE SPACES.
      *
       01  MNT-AUDIT-PARAMETERS.
           03  MA-OPERATOR-ID          PIC  X(08).
           03  MA-AFTER-IMAGE          PIC  X(100).
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-DUPLICATE-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-REP-ERROR-FLAG           PIC  9(01)       VALUE ZERO.
      *
       LINKAGE SECTION.
      *
           03  PIC  X(02)          TO CU-COUNTRY-CODE AUTO.
           03  LINE 17  COLUMN 01  VALUE "Credit Limit:   ".
           03  PIC  9(06).99       TO CU-CREDIT-LIMIT AUTO.
           03  LINE 18  COLUMN 01  VALUE "Sales Rep:      ".
           03  PIC  X(04)          TO CU-SALES-REP AUTO.
           03  LINE 18  COLUMN 23  VALUE
               "(BLANK = TERRITORY REP)".
      *
      *
      *        C U S T O M E R   I D   S C R E E N
           03  PIC  X(02)          FROM CU-COUNTRY-CODE.
           03  LINE 19  COLUMN 01  VALUE "Credit Limit:   ".
           03  PIC  ZZZ,ZZ9.99     FROM CU-CREDIT-LIMIT.
           03  LINE 20  COLUMN 01  VALUE "Sales Rep:      ".
           03  PIC  X(04)          FROM CU-SALES-REP.
           03  LINE 21  COLUMN 01  VALUE "Merged Into:    ".
           03  PIC  X(05)          FROM CU-MERGED-INTO.
      *
      *
      *            E R R O R   S C R E E N
               CLOSE TEST-LOG-FILE
               GOBACK
           END-IF.
           OPEN INPUT SALES-REP-FILE.
           OPEN INPUT TERRITORY-FILE.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
      *
       000000-EXIT.
           CLOSE CUSTOMER-FILE.
           CLOSE SALES-REP-FILE.
           CLOSE TERRITORY-FILE.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
                   TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
           PERFORM 000600-VALIDATE-SALES-REP
              THRU 000600-EXIT.
           IF (WS-REP-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           ELSE
               WRITE CU-REC
                   INVALID KEY
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           ELSE
               IF (CU-INACTIVE)
                   MOVE SPACES TO WS-ERR-MSG
                   STRING "CUSTOMER MERGED INTO " CU-MERGED-INTO
                       DELIMITED BY SIZE INTO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
                   GO TO 000300-EXIT
               END-IF
               MOVE CU-REC TO WS-BEFORE-IMAGE
               ACCEPT CUSTOMER-DETAIL-SCREEN
                   ON ESCAPE
                       CONTINUE
               END-ACCEPT
               PERFORM 000600-VALIDATE-SALES-REP
                  THRU 000600-EXIT
               IF (WS-REP-ERROR-FLAG = 1)
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
                   GO TO 000300-EXIT
               END-IF
               REWRITE CU-REC
                   INVALID KEY
                       MOVE "ERROR CHANGING CUSTOMER" TO WS-ERR-MSG
           EXIT.
      *
      *
      *           V A L I D A T E   S A L E S   R E P
      *
       000600-VALIDATE-SALES-REP.
      *
           MOVE 0 TO WS-REP-ERROR-FLAG.
           MOVE FUNCTION UPPER-CASE(CU-SALES-REP) TO CU-SALES-REP.
           IF (CU-SALES-REP = SPACES)
               MOVE CU-COUNTRY-CODE TO TE-COUNTRY-CODE
               READ TERRITORY-FILE
                   INVALID KEY MOVE SPACES TO TE-REP-ID
               END-READ
               IF (TE-STATUS-CODE = "00")
                   MOVE TE-REP-ID TO CU-SALES-REP
               END-IF
               GO TO 000600-EXIT
           END-IF.
      *
           MOVE CU-SALES-REP TO SR-REP-ID.
           READ SALES-REP-FILE
               INVALID KEY
                   MOVE "SALES REP NOT ON SALESREP.DAT" TO WS-ERR-MSG
                   MOVE 1 TO WS-REP-ERROR-FLAG
                   GO TO 000600-EXIT
           END-READ.
           IF (SR-STATUS-CODE NOT = "00")
               MOVE "SALES REP NOT ON SALESREP.DAT" TO WS-ERR-MSG
               MOVE 1 TO WS-REP-ERROR-FLAG
               GO TO 000600-EXIT.
           IF (NOT SR-ACTIVE)
               MOVE "SALES REP IS INACTIVE" TO WS-ERR-MSG
               MOVE 1 TO WS-REP-ERROR-FLAG.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *
      *       W R I T E   M A I N T   A U D I T
      *
