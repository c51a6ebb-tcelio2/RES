       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CPRCMNTT.
      *
       DATE-WRITTEN.  10/15/26.
      *
      *        *******************************
      *        *                             *
      *        *     Judson D. McClendon     *
      *        *     Sun Valley Systems      *
      *        *     329 37th Court N.E.     *
      *        *     Birmingham, AL 35215    *
      *        *        205-853-8440         *
      *        *                             *
      *        *******************************
      *
      *    ADD/CHANGE/INQUIRE/DELETE MAINTENANCE FOR THE OIL TRADE
      *    CONTRACT PRICE FILE CONTRPRC.DAT.  EACH RECORD IS ONE
      *    NEGOTIATED PRICE FOR ONE CUSTOMER AND ONE OIL FROM AN
      *    EFFECTIVE DATE (TO AN OPTIONAL END DATE, ZERO = OPEN),
      *    WITH UP TO FOUR QUANTITY BREAKS - THE PRICE APPLIES FROM
      *    THE BREAK'S QUANTITY UP.  A NEW PRICE FROM A LATER DATE IS
      *    ADDED AS A NEW RECORD, SO THE OLD TERMS STAY ON FILE FOR
      *    SHIPMENTS PRICED BEFORE IT.  THE CONTPRC LOOKUP BEHIND
      *    OILORDERENTRY AND OILINVOICE READS THE FILE; THE
      *    CUSTOMER MUST BE ON CUSTOMER.DAT AND THE OIL ON ODF.DAT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL CONTRACT-PRICE-FILE
               ASSIGN TO "CONTRPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS CP-STATUS.
      *
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CU-STATUS.
      *
           SELECT OIL-DETAILS-FILE ASSIGN TO "ODF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OIL-NUM-ODF
               ALTERNATE RECORD KEY IS OIL-NAME-ODF
                           WITH DUPLICATES
               FILE STATUS IS ODF-STATUS.
      *
           SELECT OPTIONAL TEST-LOG-FILE
               ASSIGN TO "TESTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CONTRACT-PRICE-FILE.
      *
       01  CP-REC.
           03  CP-KEY.
               05  CP-CUSTOMER-ID      PIC  X(05).
               05  CP-OIL-NUM          PIC  9(04).
               05  CP-EFFECTIVE-DATE   PIC  9(08).
           03  CP-END-DATE             PIC  9(08).
           03  CP-BREAK                OCCURS 4 TIMES.
               05  CP-BREAK-QTY        PIC  9(05).
               05  CP-BREAK-PRICE      PIC  9(04)V99.
      *
       FD  CUSTOMER-FILE.
      *
       01  CU-REC.
           03  CU-CUSTOMER-ID          PIC  X(05).
           03  CU-NAME                 PIC  X(25).
           03  CU-ADDR-LINE-1          PIC  X(20).
           03  CU-ADDR-LINE-2          PIC  X(20).
           03  CU-CITY                 PIC  X(15).
           03  CU-COUNTRY-CODE         PIC  X(02).
           03  CU-CREDIT-LIMIT         PIC  9(06)V99.
           03  CU-SALES-REP            PIC  X(04).
           03  CU-ACCT-STATUS          PIC  X(01).
               88  CU-INACTIVE             VALUE "I".
           03  CU-MERGED-INTO          PIC  X(05).
      *
       FD  OIL-DETAILS-FILE.
      *
       01  ODF-REC.
           03  OIL-NUM-ODF             PIC  9(04).
           03  OIL-NAME-ODF            PIC  X(20).
           03  UNIT-SIZE-ODF           PIC  9(02).
           03  UNIT-COST-ODF           PIC  9(03)V9(04).
           03  REORDER-POINT-ODF       PIC  9(05).
           03  SUPPLIER-CODE-ODF       PIC  X(04).
      *
       FD  TEST-LOG-FILE.
      *
       01  TEST-LOG-RECORD.
           03  TL-OPERATOR-ID          PIC  X(08).
           03  TL-TIMESTAMP            PIC  9(14).
           03  TL-SCREEN-NAME          PIC  X(30).
           03  TL-ENTERED-VALUE        PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *                     ALPHA 77'S
      *
       77  WS-ANSWER                   PIC  X(01) VALUE SPACE.
       77  WS-ERR-MSG                  PIC  X(40) VALUE SPACES.
       77  WS-MENU-CHOICE              PIC  X(01) VALUE SPACE.
       77  CP-STATUS                   PIC  X(02) VALUE SPACES.
       77  CU-STATUS                   PIC  X(02) VALUE SPACES.
       77  ODF-STATUS                  PIC  X(02) VALUE SPACES.
      *
      *                    NUMERIC 77'S
      *
       77  WS-ESCAPE-FLAG              PIC  9(01)       VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-LOCK-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-BEFORE-IMAGE             PIC  X(100) VALUE SPACES.
      *
       01  MNT-AUDIT-PARAMETERS.
           03  MA-OPERATOR-ID          PIC  X(08).
           03  MA-FILE-NAME            PIC  X(12).
           03  MA-ACTION               PIC  X(01).
           03  MA-RECORD-KEY           PIC  X(20).
           03  MA-BEFORE-IMAGE         PIC  X(100).
           03  MA-AFTER-IMAGE          PIC  X(100).
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-DUPLICATE-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-TERMS-ERROR-FLAG         PIC  9(01)       VALUE ZERO.
       77  WS-BX                       PIC  9(01)       VALUE ZERO.
       77  WS-LAST-BREAK-QTY           PIC  9(05)       VALUE ZERO.
       77  WS-PRICE-ENDED-FLAG         PIC  9(01)       VALUE ZERO.
      *
       LINKAGE SECTION.
      *
      *    PASSED BY THE MENUT MASTER MENU SO ONE SIGN-ON COVERS THE
      *    WHOLE SESSION; WHEN THE PROGRAM IS RUN STANDALONE NOTHING
      *    IS PASSED, THE ADDRESS TESTS NULL, AND THE OPERATOR IS
      *    PROMPTED EXACTLY AS BEFORE.
      *
       01  MENU-CHAIN-AREA.
           03  MC-OPERATOR-ID          PIC  X(08).
           03  MC-TERMINAL-ID          PIC  X(08).
           03  MC-SCREEN-LINES         PIC  9(03).
           03  MC-SCREEN-COLUMNS       PIC  9(03).
           03  MC-RETURN-CODE          PIC  X(01).
      *
       SCREEN SECTION.
      *
      *
      *              M E N U   S C R E E N
      *
       01  MENU-SCREEN.
           03  BLANK SCREEN.
           03  LINE 01  COLUMN 08  VALUE
               "C O N T R A C T   P R I C E   M A I N T E N A N C E".
           03  LINE 03  COLUMN 01  VALUE "A - ADD A CONTRACT PRICE".
           03  LINE 04  COLUMN 01  VALUE "C - CHANGE A CONTRACT PRICE".
           03  LINE 05  COLUMN 01  VALUE "I - INQUIRE ON A CONTRACT".
           03  LINE 06  COLUMN 01  VALUE "D - DELETE A CONTRACT PRICE".
           03  LINE 07  COLUMN 01  VALUE "X - EXIT".
           03  LINE 09  COLUMN 01  VALUE "ENTER YOUR CHOICE: ".
           03  PIC  X(01)          TO WS-MENU-CHOICE AUTO.
      *
      *
      *        C O N T R A C T   K E Y   S C R E E N
      *
       01  CONTRACT-KEY-SCREEN.
           03  LINE 11  COLUMN 01  ERASE EOS.
           03  LINE 11  COLUMN 01  VALUE "Customer Id:    ".
           03  PIC  X(05)          TO CP-CUSTOMER-ID AUTO.
           03  LINE 12  COLUMN 01  VALUE "Oil Number:     ".
           03  PIC  9(04)          TO CP-OIL-NUM AUTO.
           03  LINE 13  COLUMN 01  VALUE "Effective Date: ".
           03  PIC  9(08)          TO CP-EFFECTIVE-DATE AUTO.
      *
      *
      *       C O N T R A C T   T E R M S   S C R E E N
      *
      *    THE KEY IS NOT ON THIS SCREEN, SO A CHANGE CANNOT RE-KEY
      *    THE RECORD IT IS REWRITING.
      *
       01  CONTRACT-TERMS-SCREEN.
           03  LINE 14  COLUMN 01  VALUE "End Date:       ".
           03  PIC  9(08)          USING CP-END-DATE AUTO.
           03  LINE 14  COLUMN 30  VALUE "(ZERO = NO END DATE)".
           03  LINE 16  COLUMN 01  VALUE "Break 1 From Qty: ".
           03  PIC  9(05)          USING CP-BREAK-QTY (1) AUTO.
           03  LINE 16  COLUMN 30  VALUE "Unit Price: ".
           03  PIC  9999.99        USING CP-BREAK-PRICE (1) AUTO.
           03  LINE 17  COLUMN 01  VALUE "Break 2 From Qty: ".
           03  PIC  9(05)          USING CP-BREAK-QTY (2) AUTO.
           03  LINE 17  COLUMN 30  VALUE "Unit Price: ".
           03  PIC  9999.99        USING CP-BREAK-PRICE (2) AUTO.
           03  LINE 18  COLUMN 01  VALUE "Break 3 From Qty: ".
           03  PIC  9(05)          USING CP-BREAK-QTY (3) AUTO.
           03  LINE 18  COLUMN 30  VALUE "Unit Price: ".
           03  PIC  9999.99        USING CP-BREAK-PRICE (3) AUTO.
           03  LINE 19  COLUMN 01  VALUE "Break 4 From Qty: ".
           03  PIC  9(05)          USING CP-BREAK-QTY (4) AUTO.
           03  LINE 19  COLUMN 30  VALUE "Unit Price: ".
           03  PIC  9999.99        USING CP-BREAK-PRICE (4) AUTO.
      *
      *
      *     C O N T R A C T   D I S P L A Y   S C R E E N
      *
       01  CONTRACT-DISPLAY-SCREEN.
           03  LINE 14  COLUMN 01  VALUE "Customer:       ".
           03  PIC  X(25)          FROM CU-NAME.
           03  LINE 15  COLUMN 01  VALUE "Oil:            ".
           03  PIC  X(20)          FROM OIL-NAME-ODF.
           03  LINE 16  COLUMN 01  VALUE "End Date:       ".
           03  PIC  9(08)          FROM CP-END-DATE.
           03  LINE 17  COLUMN 01  VALUE "Break 1 From Qty: ".
           03  PIC  ZZ,ZZ9         FROM CP-BREAK-QTY (1).
           03  LINE 17  COLUMN 30  VALUE "Unit Price: ".
           03  PIC  Z,ZZ9.99       FROM CP-BREAK-PRICE (1).
           03  LINE 18  COLUMN 01  VALUE "Break 2 From Qty: ".
           03  PIC  ZZ,ZZ9         FROM CP-BREAK-QTY (2).
           03  LINE 18  COLUMN 30  VALUE "Unit Price: ".
           03  PIC  Z,ZZ9.99       FROM CP-BREAK-PRICE (2).
           03  LINE 19  COLUMN 01  VALUE "Break 3 From Qty: ".
           03  PIC  ZZ,ZZ9         FROM CP-BREAK-QTY (3).
           03  LINE 19  COLUMN 30  VALUE "Unit Price: ".
           03  PIC  Z,ZZ9.99       FROM CP-BREAK-PRICE (3).
           03  LINE 20  COLUMN 01  VALUE "Break 4 From Qty: ".
           03  PIC  ZZ,ZZ9         FROM CP-BREAK-QTY (4).
           03  LINE 20  COLUMN 30  VALUE "Unit Price: ".
           03  PIC  Z,ZZ9.99       FROM CP-BREAK-PRICE (4).
      *
      *
      *            E R R O R   S C R E E N
      *
       01  ERROR-SCREEN.
           03  LINE 24  COLUMN 20  HIGHLIGHT  BLANK LINE
               PIC  X(40)          FROM WS-ERR-MSG.
           03           COLUMN 70
               PIC  X              TO WS-ANSWER  AUTO.
      /
       PROCEDURE DIVISION USING MENU-CHAIN-AREA.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           SET WS-CHAIN-PTR TO ADDRESS OF MENU-CHAIN-AREA.
      *    A RUNTIME THAT STARTS THE PROGRAM STANDALONE CAN LEAVE
      *    THE UNPASSED CHAIN AREA NON-NULL BUT FULL OF RUBBISH, SO
      *    THE CONTENTS ARE PROVED AS WELL AS THE ADDRESS.
           IF (WS-CHAIN-PTR NOT = NULL)
               AND (MC-SCREEN-LINES NUMERIC)
               AND (MC-OPERATOR-ID NOT = SPACES)
               MOVE MC-OPERATOR-ID TO TL-OPERATOR-ID
           ELSE
               DISPLAY "Enter Operator ID: "
               ACCEPT TL-OPERATOR-ID
           END-IF.
      *    RE-VERIFY THE OPERATOR'S AUTHORITY ON ENTRY - THE MENU
      *    GATES ITS OPTIONS TOO, BUT A STANDALONE START MUST NOT
      *    BYPASS THE ROLE CHECK.
           CALL "AUTHCHK" USING BY CONTENT TL-OPERATOR-ID
                                BY CONTENT "CPRCMNTT"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "CPRCMNTT: OPERATOR NOT AUTHORIZED"
               GOBACK.
      *    BATCH-WINDOW LOCK: WHILE THE NIGHTLY RUNS ARE POSTING,
      *    UPDATE MODE IS REFUSED - AN OPERATOR WHO OVERRIDES IS
      *    LOGGED ON OVERRIDE.DAT.
           CALL "BATCHLCK" USING BY CONTENT TL-OPERATOR-ID
                                 BY CONTENT "C"
                                 BY REFERENCE WS-LOCK-RESULT
               ON EXCEPTION MOVE "00" TO WS-LOCK-RESULT.
           IF (WS-LOCK-RESULT = "01")
               DISPLAY "CPRCMNTT: NIGHTLY RUN IN PROGRESS - "
                       "UPDATES LOCKED"
               DISPLAY "OVERRIDE AND CONTINUE? (Y/N): "
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
                   GOBACK
               END-IF
               CALL "BATCHLCK" USING BY CONTENT TL-OPERATOR-ID
                                     BY CONTENT "O"
                                     BY REFERENCE WS-LOCK-RESULT
                   ON EXCEPTION CONTINUE
           END-IF.
           OPEN EXTEND TEST-LOG-FILE.
           OPEN I-O CONTRACT-PRICE-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT OIL-DETAILS-FILE.
           IF (CP-STATUS NOT = "00" AND NOT = "05")
               OR (CU-STATUS NOT = "00")
               OR (ODF-STATUS NOT = "00")
               DISPLAY "CPRCMNTT: CANNOT OPEN FILES - CONTRPRC="
                       CP-STATUS " CUSTOMER=" CU-STATUS
                       " ODF=" ODF-STATUS
               CLOSE CONTRACT-PRICE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE OIL-DETAILS-FILE
               CLOSE TEST-LOG-FILE
               GOBACK
           END-IF.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
       000000-EXIT.
           CLOSE CONTRACT-PRICE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE OIL-DETAILS-FILE.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
      *
      *               G E T   M E N U   C H O I C E
      *
       000100-GET-MENU-CHOICE.
      *
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT MENU-SCREEN
               ON ESCAPE
                   MOVE 1 TO WS-ESCAPE-FLAG
           END-ACCEPT.
      *
           IF (WS-ESCAPE-FLAG = 0)
               MOVE "000100-GET-MENU-CHOICE" TO TL-SCREEN-NAME
               MOVE WS-MENU-CHOICE            TO TL-ENTERED-VALUE
               PERFORM 900000-WRITE-TEST-LOG
                  THRU 900000-EXIT
      *
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM 000200-ADD-CONTRACT
                          THRU 000200-EXIT
                   WHEN "C"
                       PERFORM 000300-CHANGE-CONTRACT
                          THRU 000300-EXIT
                   WHEN "I"
                       PERFORM 000400-INQUIRE-CONTRACT
                          THRU 000400-EXIT
                   WHEN "D"
                       PERFORM 000500-DELETE-CONTRACT
                          THRU 000500-EXIT
                   WHEN "X"
                       MOVE 1 TO WS-ESCAPE-FLAG
                   WHEN OTHER
                       MOVE "INVALID CHOICE" TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
               END-EVALUATE
           END-IF.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *               A D D   C O N T R A C T
      *
       000200-ADD-CONTRACT.
      *
           MOVE SPACES TO CP-CUSTOMER-ID.
           MOVE ZERO   TO CP-OIL-NUM.
           MOVE ZERO   TO CP-EFFECTIVE-DATE.
           ACCEPT CONTRACT-KEY-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
      *
           PERFORM 000650-PROVE-CUSTOMER-AND-OIL
              THRU 000650-EXIT.
           IF (WS-ERR-MSG NOT = SPACES)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE 0 TO WS-DUPLICATE-FLAG.
           READ CONTRACT-PRICE-FILE
               KEY IS CP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-DUPLICATE-FLAG
           END-READ.
           IF (WS-DUPLICATE-FLAG = 1)
               MOVE "CONTRACT ALREADY ON FILE - USE CHANGE"
                   TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           MOVE ZERO TO CP-END-DATE.
           INITIALIZE CP-BREAK (1) CP-BREAK (2)
                      CP-BREAK (3) CP-BREAK (4).
           ACCEPT CONTRACT-TERMS-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           PERFORM 000600-VALIDATE-TERMS
              THRU 000600-EXIT.
           IF (WS-TERMS-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT
           END-IF.
      *
           WRITE CP-REC
               INVALID KEY
                   MOVE "ERROR ADDING CONTRACT" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
               NOT INVALID KEY
                   MOVE "A" TO MA-ACTION
                   MOVE CP-KEY TO MA-RECORD-KEY
                   MOVE SPACES TO MA-BEFORE-IMAGE
                   MOVE CP-REC TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   MOVE "CONTRACT PRICE ADDED" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
           END-WRITE.
      *
       000200-EXIT.
           EXIT.
      *
      *
      *            C H A N G E   C O N T R A C T
      *
       000300-CHANGE-CONTRACT.
      *
           PERFORM 000700-READ-CONTRACT
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000300-EXIT
           END-IF.
      *
           MOVE CP-REC TO WS-BEFORE-IMAGE.
           ACCEPT CONTRACT-TERMS-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
           PERFORM 000600-VALIDATE-TERMS
              THRU 000600-EXIT.
           IF (WS-TERMS-ERROR-FLAG = 1)
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000300-EXIT
           END-IF.
      *
           REWRITE CP-REC
               INVALID KEY
                   MOVE "ERROR CHANGING CONTRACT" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
               NOT INVALID KEY
                   MOVE "C" TO MA-ACTION
                   MOVE CP-KEY TO MA-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                   MOVE CP-REC TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   MOVE "CONTRACT PRICE CHANGED" TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
           END-REWRITE.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *           I N Q U I R E   C O N T R A C T
      *
       000400-INQUIRE-CONTRACT.
      *
           PERFORM 000700-READ-CONTRACT
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 0)
               DISPLAY CONTRACT-DISPLAY-SCREEN
               MOVE "PRESS A KEY TO CONTINUE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           END-IF.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *            D E L E T E   C O N T R A C T
      *
       000500-DELETE-CONTRACT.
      *
           PERFORM 000700-READ-CONTRACT
              THRU 000700-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               GO TO 000500-EXIT
           END-IF.
      *
           DISPLAY CONTRACT-DISPLAY-SCREEN.
           MOVE CP-REC TO WS-BEFORE-IMAGE.
           MOVE "DELETE THIS CONTRACT PRICE? (Y/N)" TO WS-ERR-MSG.
           DISPLAY ERROR-SCREEN.
           ACCEPT ERROR-SCREEN.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF (WS-ANSWER = "Y")
               DELETE CONTRACT-PRICE-FILE
                   INVALID KEY
                       MOVE "ERROR DELETING CONTRACT" TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
                   NOT INVALID KEY
                       MOVE "D" TO MA-ACTION
                       MOVE CP-KEY TO MA-RECORD-KEY
                       MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                       MOVE SPACES TO MA-AFTER-IMAGE
                       PERFORM 890000-WRITE-MNT-AUDIT
                          THRU 890000-EXIT
                       MOVE "CONTRACT PRICE DELETED" TO WS-ERR-MSG
                       DISPLAY ERROR-SCREEN
                       ACCEPT ERROR-SCREEN
               END-DELETE
           END-IF.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *             V A L I D A T E   T E R M S
      *
      *    BREAK 1 MUST CARRY A PRICE; EACH FURTHER PRICED BREAK MUST
      *    START AT A HIGHER QUANTITY THAN THE ONE BEFORE, AND ONCE A
      *    BREAK IS LEFT UNPRICED THE REST MUST BE TOO - THE LOOKUP
      *    TAKES THE LAST BREAK THE ORDER QUANTITY REACHES.
      *
       000600-VALIDATE-TERMS.
      *
           MOVE 0 TO WS-TERMS-ERROR-FLAG.
           MOVE SPACES TO WS-ERR-MSG.
           IF (CP-END-DATE NOT = ZERO)
               AND (CP-END-DATE < CP-EFFECTIVE-DATE)
               MOVE "END DATE BEFORE EFFECTIVE DATE" TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           IF (CP-BREAK-PRICE (1) = ZERO)
               MOVE "BREAK 1 MUST HAVE A PRICE" TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG
               GO TO 000600-EXIT
           END-IF.
           MOVE CP-BREAK-QTY (1) TO WS-LAST-BREAK-QTY.
           MOVE 0 TO WS-PRICE-ENDED-FLAG.
           PERFORM 000610-CHECK-ONE-BREAK
              THRU 000610-EXIT
               VARYING WS-BX FROM 2 BY 1
               UNTIL (WS-BX > 4) OR (WS-TERMS-ERROR-FLAG = 1).
      *
       000600-EXIT.
           EXIT.
      *
       000610-CHECK-ONE-BREAK.
      *
           IF (CP-BREAK-PRICE (WS-BX) = ZERO)
               MOVE 1 TO WS-PRICE-ENDED-FLAG
               GO TO 000610-EXIT
           END-IF.
           IF (WS-PRICE-ENDED-FLAG = 1)
               MOVE "PRICED BREAK AFTER AN UNPRICED ONE"
                   TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG
               GO TO 000610-EXIT
           END-IF.
           IF (CP-BREAK-QTY (WS-BX) NOT > WS-LAST-BREAK-QTY)
               MOVE "BREAK QUANTITIES MUST RISE" TO WS-ERR-MSG
               MOVE 1 TO WS-TERMS-ERROR-FLAG
               GO TO 000610-EXIT
           END-IF.
           MOVE CP-BREAK-QTY (WS-BX) TO WS-LAST-BREAK-QTY.
      *
       000610-EXIT.
           EXIT.
      *
      *
      *       P R O V E   C U S T O M E R   A N D   O I L
      *
       000650-PROVE-CUSTOMER-AND-OIL.
      *
           MOVE SPACES TO WS-ERR-MSG.
           MOVE CP-CUSTOMER-ID TO CU-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-ERR-MSG
                   MOVE SPACES TO CU-NAME
                   GO TO 000650-EXIT
           END-READ.
           MOVE CP-OIL-NUM TO OIL-NUM-ODF.
           READ OIL-DETAILS-FILE
               KEY IS OIL-NUM-ODF
               INVALID KEY
                   MOVE "OIL NOT ON FILE" TO WS-ERR-MSG
                   MOVE SPACES TO OIL-NAME-ODF
           END-READ.
      *
       000650-EXIT.
           EXIT.
      *
      *
      *              R E A D   C O N T R A C T
      *
       000700-READ-CONTRACT.
      *
           MOVE SPACES TO CP-CUSTOMER-ID.
           MOVE ZERO   TO CP-OIL-NUM.
           MOVE ZERO   TO CP-EFFECTIVE-DATE.
           ACCEPT CONTRACT-KEY-SCREEN
               ON ESCAPE
                   CONTINUE
           END-ACCEPT.
      *
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ CONTRACT-PRICE-FILE
               KEY IS CP-KEY
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
           IF (WS-NOT-FOUND-FLAG = 1)
               MOVE "CONTRACT PRICE NOT ON FILE" TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000700-EXIT
           END-IF.
      *    THE NAMES ARE FOR THE DISPLAY ONLY - A CUSTOMER OR OIL
      *    SINCE REMOVED STILL LETS THE OLD CONTRACT BE DELETED.
           PERFORM 000650-PROVE-CUSTOMER-AND-OIL
              THRU 000650-EXIT.
           MOVE SPACES TO WS-ERR-MSG.
      *
       000700-EXIT.
           EXIT.
      *
      *
      *
      *       W R I T E   M A I N T   A U D I T
      *
       890000-WRITE-MNT-AUDIT.
      *
           MOVE TL-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE "CONTRPRC.DAT" TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
