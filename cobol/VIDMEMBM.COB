       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    VIDMEMBM.
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
      *    ONLINE MAINTENANCE OF THE VIDEO RENTAL MEMBER MASTER
      *    VIDMEMB.DAT, KEYED ON A SIX CHARACTER MEMBER NUMBER.  A
      *    MEMBER IS "A" ACTIVE OR "S" SUSPENDED; ONLY AN ACTIVE
      *    MEMBER CAN TAKE A COPY OUT AT VIDCHKOT.  THE COPIES-OUT
      *    COUNT, RENTAL COUNT AND LAST RENTAL DATE ARE KEPT BY
      *    VIDCHKOT AND VIDRETRN, AND THE FEE BALANCE IS RAISED BY
      *    THE LATE FEES VIDRETRN AND THE NIGHTLY VIDOVRDU CHARGE;
      *    NONE OF THEM CAN BE KEYED HERE.  P TAKES A PAYMENT
      *    AGAINST THE FEE BALANCE AND RECORDS IT ON THE RENTAL
      *    HISTORY VIDRENT.DAT.  A MEMBER WITH COPIES OUT OR FEES
      *    OWING CANNOT BE DELETED.  EVERY ADD, CHANGE, DELETE AND
      *    PAYMENT GOES THROUGH MNTAUDIT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT MEMBER-FILE ASSIGN TO "VIDMEMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-MEMBER-ID
               FILE STATUS IS WS-MEMBER-STATUS.
      *
           SELECT OPTIONAL RENTAL-HISTORY-FILE
               ASSIGN TO "VIDRENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
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
       FD  MEMBER-FILE.
      *
       01  MEMBER-RECORD.
           03  MB-MEMBER-ID            PIC  X(06).
           03  MB-NAME                 PIC  X(30).
           03  MB-STATUS               PIC  X(01).
               88  MB-ACTIVE                      VALUE "A".
               88  MB-SUSPENDED                   VALUE "S".
           03  MB-PHONE                PIC  X(15).
           03  MB-JOIN-DATE            PIC  9(08).
           03  MB-COPIES-OUT           PIC  9(02).
           03  MB-FEE-BALANCE          PIC  9(05)V99.
           03  MB-LAST-RENTAL-DATE     PIC  9(08).
           03  MB-RENTAL-COUNT         PIC  9(05).
           03  MB-ADDRESS-1            PIC  X(30).
           03  MB-ADDRESS-2            PIC  X(30).
           03  MB-ADDRESS-3            PIC  X(30).
      *
       FD  RENTAL-HISTORY-FILE.
      *
       01  RENTAL-HISTORY-RECORD.
           03  RH-EVENT                PIC  X(01).
           03  RH-DATE                 PIC  9(08).
           03  RH-VIDEO-CODE           PIC  9(05).
           03  RH-COPY-NO              PIC  9(02).
           03  RH-MEMBER-ID            PIC  X(06).
           03  RH-AMOUNT               PIC  9(05)V99.
           03  RH-DUE-DATE             PIC  9(08).
           03  RH-OPERATOR-ID          PIC  X(08).
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
       77  WS-MENU-CHOICE              PIC  X(01) VALUE SPACE.
       77  WS-MEMBER-STATUS            PIC  X(02) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-MEMBER-IN                PIC  X(06) VALUE SPACES.
       77  WS-NAME-IN                  PIC  X(30) VALUE SPACES.
       77  WS-STATUS-IN                PIC  X(01) VALUE SPACE.
       77  WS-PHONE-IN                 PIC  X(15) VALUE SPACES.
       77  WS-ADDRESS-IN               PIC  X(30) VALUE SPACES.
       77  WS-BEFORE-IMAGE             PIC  X(100) VALUE SPACES.
      *
      *                    NUMERIC 77'S
      *
       77  WS-ESCAPE-FLAG              PIC  9(01) VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
      *
       01  MNT-AUDIT-PARAMETERS.
           03  MA-OPERATOR-ID          PIC  X(08).
           03  MA-FILE-NAME            PIC  X(12).
           03  MA-ACTION               PIC  X(01).
           03  MA-RECORD-KEY           PIC  X(20).
           03  MA-BEFORE-IMAGE         PIC  X(100).
           03  MA-AFTER-IMAGE          PIC  X(100).
       77  WS-NOT-FOUND-FLAG           PIC  9(01) VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-PAYMENT-IN               PIC  9(05)V99 VALUE ZERO.
       77  WS-BALANCE-EDIT             PIC  ZZ,ZZ9.99.
       77  WS-PAYMENT-EDIT             PIC  ZZ,ZZ9.99.
       77  WS-COUNT-EDIT               PIC  ZZ,ZZ9.
      *
       LINKAGE SECTION.
      *
      *    PASSED BY THE MENUT MASTER MENU SO ONE SIGN-ON COVERS THE
      *    WHOLE SESSION; WHEN THE PROGRAM IS RUN STANDALONE NOTHING
      *    IS PASSED, THE ADDRESS TESTS NULL, AND THE OPERATOR IS
      *    PROMPTED.
      *
       01  MENU-CHAIN-AREA.
           03  MC-OPERATOR-ID          PIC  X(08).
           03  MC-TERMINAL-ID          PIC  X(08).
           03  MC-SCREEN-LINES         PIC  9(03).
           03  MC-SCREEN-COLUMNS       PIC  9(03).
           03  MC-RETURN-CODE          PIC  X(01).
      /
       PROCEDURE DIVISION USING MENU-CHAIN-AREA.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           SET WS-CHAIN-PTR TO ADDRESS OF MENU-CHAIN-AREA.
           IF (WS-CHAIN-PTR NOT = NULL)
               AND (MC-SCREEN-LINES NUMERIC)
               AND (MC-OPERATOR-ID NOT = SPACES)
               MOVE MC-OPERATOR-ID TO TL-OPERATOR-ID
           ELSE
               DISPLAY "Enter Operator ID: "
               ACCEPT TL-OPERATOR-ID
           END-IF.
      *    RE-VERIFY THE OPERATOR'S AUTHORITY ON ENTRY - A
      *    STANDALONE START MUST NOT BYPASS THE ROLE CHECK.
           CALL "AUTHCHK" USING BY CONTENT TL-OPERATOR-ID
                                BY CONTENT "VIDMEMBM"
                                BY REFERENCE WS-AUTH-RESULT
               ON EXCEPTION MOVE "00" TO WS-AUTH-RESULT.
           IF (WS-AUTH-RESULT NOT = "00")
               DISPLAY "VIDMEMBM: OPERATOR NOT AUTHORIZED"
               GOBACK.
           OPEN EXTEND TEST-LOG-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O MEMBER-FILE.
           IF (WS-MEMBER-STATUS = "35")
               CLOSE MEMBER-FILE
               OPEN OUTPUT MEMBER-FILE
               CLOSE MEMBER-FILE
               OPEN I-O MEMBER-FILE
           END-IF.
           IF (WS-MEMBER-STATUS NOT = "00")
               DISPLAY "VIDMEMBM: CANNOT OPEN VIDMEMB.DAT - FS="
                       WS-MEMBER-STATUS
               CLOSE MEMBER-FILE
               CLOSE TEST-LOG-FILE
               GOBACK
           END-IF.
      *
           PERFORM 000100-GET-MENU-CHOICE
              THRU 000100-EXIT
               UNTIL (WS-ESCAPE-FLAG = 1).
      *
       000000-EXIT.
           CLOSE MEMBER-FILE.
           CLOSE TEST-LOG-FILE.
           GOBACK.
      *
      *
      *               G E T   M E N U   C H O I C E
      *
       000100-GET-MENU-CHOICE.
      *
           DISPLAY " ".
           DISPLAY "V I D E O   M E M B E R   M A I N T E N A N C E".
           DISPLAY "A - ADD   C - CHANGE   D - DELETE".
           DISPLAY "I - INQUIRE   P - TAKE FEE PAYMENT   X - EXIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE.
      *
           MOVE "000100-GET-MENU-CHOICE" TO TL-SCREEN-NAME.
           MOVE WS-MENU-CHOICE            TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
               TO WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A"
                   PERFORM 000200-ADD-MEMBER
                      THRU 000200-EXIT
               WHEN "C"
                   PERFORM 000300-CHANGE-MEMBER
                      THRU 000300-EXIT
               WHEN "D"
                   PERFORM 000400-DELETE-MEMBER
                      THRU 000400-EXIT
               WHEN "I"
                   PERFORM 000500-INQUIRE-MEMBER
                      THRU 000500-EXIT
               WHEN "P"
                   PERFORM 000600-TAKE-PAYMENT
                      THRU 000600-EXIT
               WHEN "X"
                   MOVE 1 TO WS-ESCAPE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *                 G E T   M E M B E R   K E Y
      *
      *  ** READS THE MEMBER INTO THE RECORD AREA; WS-MEMBER-IN IS **
      *  ** SPACES WHEN NOTHING WAS KEYED.                          **
      *
       000150-GET-KEY.
      *
           DISPLAY "MEMBER NUMBER: ".
           MOVE SPACES TO WS-MEMBER-IN.
           ACCEPT WS-MEMBER-IN.
           MOVE FUNCTION UPPER-CASE(WS-MEMBER-IN) TO WS-MEMBER-IN.
           IF (WS-MEMBER-IN = SPACES)
               GO TO 000150-EXIT.
      *
           MOVE WS-MEMBER-IN TO MB-MEMBER-ID.
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ MEMBER-FILE
               KEY IS MB-MEMBER-ID
               INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
           END-READ.
      *
       000150-EXIT.
           EXIT.
      *
      *
      *                   A D D   M E M B E R
      *
       000200-ADD-MEMBER.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-MEMBER-IN = SPACES)
               GO TO 000200-EXIT.
           IF (WS-NOT-FOUND-FLAG = 0)
               DISPLAY "MEMBER ALREADY ON FILE - USE CHANGE"
               GO TO 000200-EXIT.
      *
           DISPLAY "NAME: ".
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF (WS-NAME-IN = SPACES)
               DISPLAY "NAME IS REQUIRED"
               GO TO 000200-EXIT.
      *
           MOVE SPACES TO MEMBER-RECORD.
           MOVE WS-MEMBER-IN TO MB-MEMBER-ID.
           MOVE WS-NAME-IN   TO MB-NAME.
           MOVE "A"          TO MB-STATUS.
           MOVE WS-RUN-DATE  TO MB-JOIN-DATE.
           MOVE ZERO         TO MB-COPIES-OUT
                                MB-FEE-BALANCE
                                MB-LAST-RENTAL-DATE
                                MB-RENTAL-COUNT.
      *
           DISPLAY "PHONE: ".
           MOVE SPACES TO WS-PHONE-IN.
           ACCEPT WS-PHONE-IN.
           MOVE WS-PHONE-IN TO MB-PHONE.
           DISPLAY "ADDRESS LINE 1: ".
           MOVE SPACES TO WS-ADDRESS-IN.
           ACCEPT WS-ADDRESS-IN.
           MOVE WS-ADDRESS-IN TO MB-ADDRESS-1.
           DISPLAY "ADDRESS LINE 2: ".
           MOVE SPACES TO WS-ADDRESS-IN.
           ACCEPT WS-ADDRESS-IN.
           MOVE WS-ADDRESS-IN TO MB-ADDRESS-2.
           DISPLAY "ADDRESS LINE 3: ".
           MOVE SPACES TO WS-ADDRESS-IN.
           ACCEPT WS-ADDRESS-IN.
           MOVE WS-ADDRESS-IN TO MB-ADDRESS-3.
           IF (MB-ADDRESS-1 = SPACES)
               DISPLAY "ADDRESS IS REQUIRED FOR REMINDER LETTERS"
               GO TO 000200-EXIT.
      *
           WRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY "ERROR ADDING MEMBER - FS="
                           WS-MEMBER-STATUS
               NOT INVALID KEY
                   MOVE "A" TO MA-ACTION
                   MOVE MB-MEMBER-ID TO MA-RECORD-KEY
                   MOVE SPACES TO MA-BEFORE-IMAGE
                   MOVE MEMBER-RECORD TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   DISPLAY "MEMBER ADDED"
           END-WRITE.
      *
       000200-EXIT.
           EXIT.
      *
      *
      *                C H A N G E   M E M B E R
      *
      *  ** EACH FIELD SHOWS ITS CURRENT VALUE; A BLANK ENTRY KEEPS **
      *  ** IT.  SUSPENDING A MEMBER STOPS FURTHER CHECKOUTS BUT    **
      *  ** LEAVES THE COPIES ALREADY OUT TO BE RETURNED.           **
      *
       000300-CHANGE-MEMBER.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-MEMBER-IN = SPACES)
               GO TO 000300-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               DISPLAY "MEMBER NOT ON FILE"
               GO TO 000300-EXIT.
      *
           MOVE MEMBER-RECORD TO WS-BEFORE-IMAGE.
           PERFORM 000550-SHOW-MEMBER
              THRU 000550-EXIT.
      *
           DISPLAY "NAME (BLANK = NO CHANGE): ".
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF (WS-NAME-IN NOT = SPACES)
               MOVE WS-NAME-IN TO MB-NAME.
      *
           DISPLAY "STATUS A-ACTIVE S-SUSPENDED (BLANK = NO CHANGE): ".
           MOVE SPACE TO WS-STATUS-IN.
           ACCEPT WS-STATUS-IN.
           MOVE FUNCTION UPPER-CASE(WS-STATUS-IN) TO WS-STATUS-IN.
           IF (WS-STATUS-IN NOT = SPACE)
               IF (WS-STATUS-IN = "A") OR (WS-STATUS-IN = "S")
                   MOVE WS-STATUS-IN TO MB-STATUS
               ELSE
                   DISPLAY "STATUS MUST BE A OR S"
                   GO TO 000300-EXIT
               END-IF
           END-IF.
      *
           DISPLAY "PHONE (BLANK = NO CHANGE): ".
           MOVE SPACES TO WS-PHONE-IN.
           ACCEPT WS-PHONE-IN.
           IF (WS-PHONE-IN NOT = SPACES)
               MOVE WS-PHONE-IN TO MB-PHONE.
           DISPLAY "ADDRESS LINE 1 (BLANK = NO CHANGE): ".
           MOVE SPACES TO WS-ADDRESS-IN.
           ACCEPT WS-ADDRESS-IN.
           IF (WS-ADDRESS-IN NOT = SPACES)
               MOVE WS-ADDRESS-IN TO MB-ADDRESS-1.
           DISPLAY "ADDRESS LINE 2 (BLANK = NO CHANGE): ".
           MOVE SPACES TO WS-ADDRESS-IN.
           ACCEPT WS-ADDRESS-IN.
           IF (WS-ADDRESS-IN NOT = SPACES)
               MOVE WS-ADDRESS-IN TO MB-ADDRESS-2.
           DISPLAY "ADDRESS LINE 3 (BLANK = NO CHANGE): ".
           MOVE SPACES TO WS-ADDRESS-IN.
           ACCEPT WS-ADDRESS-IN.
           IF (WS-ADDRESS-IN NOT = SPACES)
               MOVE WS-ADDRESS-IN TO MB-ADDRESS-3.
      *
           REWRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY "ERROR CHANGING MEMBER - FS="
                           WS-MEMBER-STATUS
               NOT INVALID KEY
                   MOVE "C" TO MA-ACTION
                   MOVE MB-MEMBER-ID TO MA-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                   MOVE MEMBER-RECORD TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   DISPLAY "MEMBER CHANGED"
           END-REWRITE.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *                D E L E T E   M E M B E R
      *
       000400-DELETE-MEMBER.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-MEMBER-IN = SPACES)
               GO TO 000400-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               DISPLAY "MEMBER NOT ON FILE"
               GO TO 000400-EXIT.
      *
           PERFORM 000550-SHOW-MEMBER
              THRU 000550-EXIT.
           IF (MB-COPIES-OUT > ZERO)
               DISPLAY "MEMBER HAS COPIES OUT - CANNOT DELETE"
               GO TO 000400-EXIT.
           IF (MB-FEE-BALANCE > ZERO)
               DISPLAY "MEMBER OWES FEES - CANNOT DELETE"
               GO TO 000400-EXIT.
      *
           DISPLAY "DELETE THIS MEMBER? (Y/N)".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF (FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y")
               GO TO 000400-EXIT.
      *
           MOVE MEMBER-RECORD TO WS-BEFORE-IMAGE.
           DELETE MEMBER-FILE
               INVALID KEY
                   DISPLAY "ERROR DELETING MEMBER - FS="
                           WS-MEMBER-STATUS
               NOT INVALID KEY
                   MOVE "D" TO MA-ACTION
                   MOVE WS-MEMBER-IN TO MA-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                   MOVE SPACES TO MA-AFTER-IMAGE
                   PERFORM 890000-WRITE-MNT-AUDIT
                      THRU 890000-EXIT
                   DISPLAY "MEMBER DELETED"
           END-DELETE.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *               I N Q U I R E   M E M B E R
      *
       000500-INQUIRE-MEMBER.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-MEMBER-IN = SPACES)
               GO TO 000500-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               DISPLAY "MEMBER NOT ON FILE"
               GO TO 000500-EXIT.
      *
           PERFORM 000550-SHOW-MEMBER
              THRU 000550-EXIT.
      *
       000500-EXIT.
           EXIT.
      *
      *
      *                  S H O W   M E M B E R
      *
       000550-SHOW-MEMBER.
      *
           DISPLAY "MEMBER:       " MB-MEMBER-ID "  " MB-NAME.
           IF (MB-SUSPENDED)
               DISPLAY "STATUS:       S - SUSPENDED"
           ELSE
               DISPLAY "STATUS:       A - ACTIVE".
           DISPLAY "PHONE:        " MB-PHONE.
           DISPLAY "ADDRESS:      " MB-ADDRESS-1.
           DISPLAY "              " MB-ADDRESS-2.
           DISPLAY "              " MB-ADDRESS-3.
           DISPLAY "JOINED:       " MB-JOIN-DATE.
           MOVE MB-RENTAL-COUNT TO WS-COUNT-EDIT.
           DISPLAY "COPIES OUT:   " MB-COPIES-OUT
                   "   RENTALS: " WS-COUNT-EDIT
                   "   LAST RENTAL: " MB-LAST-RENTAL-DATE.
           MOVE MB-FEE-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY "FEES OWING:   " WS-BALANCE-EDIT.
      *
       000550-EXIT.
           EXIT.
      *
      *
      *                 T A K E   P A Y M E N T
      *
      *  ** A PAYMENT CANNOT TAKE THE BALANCE BELOW ZERO - THE     **
      *  ** COUNTER GIVES CHANGE, NOT CREDIT.                      **
      *
       000600-TAKE-PAYMENT.
      *
           PERFORM 000150-GET-KEY
              THRU 000150-EXIT.
           IF (WS-MEMBER-IN = SPACES)
               GO TO 000600-EXIT.
           IF (WS-NOT-FOUND-FLAG = 1)
               DISPLAY "MEMBER NOT ON FILE"
               GO TO 000600-EXIT.
      *
           MOVE MB-FEE-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY MB-MEMBER-ID "  " MB-NAME
                   "  FEES OWING: " WS-BALANCE-EDIT.
           IF (MB-FEE-BALANCE = ZERO)
               DISPLAY "NOTHING OWING"
               GO TO 000600-EXIT.
      *
           DISPLAY "AMOUNT PAID (E.G. 5.00): ".
           MOVE ZERO TO WS-PAYMENT-IN.
           ACCEPT WS-PAYMENT-IN.
           IF (WS-PAYMENT-IN NOT NUMERIC)
               OR (WS-PAYMENT-IN = ZERO)
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO"
               GO TO 000600-EXIT.
           IF (WS-PAYMENT-IN > MB-FEE-BALANCE)
               MOVE MB-FEE-BALANCE TO WS-PAYMENT-IN
               MOVE WS-PAYMENT-IN TO WS-PAYMENT-EDIT
               DISPLAY "PAYMENT LIMITED TO THE BALANCE OF "
                       WS-PAYMENT-EDIT.
      *
           MOVE MEMBER-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-PAYMENT-IN FROM MB-FEE-BALANCE.
           REWRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY "ERROR POSTING PAYMENT - FS="
                           WS-MEMBER-STATUS
                   GO TO 000600-EXIT
           END-REWRITE.
      *
           MOVE "P" TO MA-ACTION.
           MOVE MB-MEMBER-ID TO MA-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE MEMBER-RECORD TO MA-AFTER-IMAGE.
           PERFORM 890000-WRITE-MNT-AUDIT
              THRU 890000-EXIT.
      *
           MOVE SPACES        TO RENTAL-HISTORY-RECORD.
           MOVE "P"           TO RH-EVENT.
           MOVE WS-RUN-DATE   TO RH-DATE.
           MOVE ZERO          TO RH-VIDEO-CODE
                                 RH-COPY-NO
                                 RH-DUE-DATE.
           MOVE MB-MEMBER-ID  TO RH-MEMBER-ID.
           MOVE WS-PAYMENT-IN TO RH-AMOUNT.
           MOVE TL-OPERATOR-ID
                              TO RH-OPERATOR-ID.
           PERFORM 000700-WRITE-HISTORY
              THRU 000700-EXIT.
      *
           MOVE MB-FEE-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY "PAYMENT TAKEN - FEES NOW OWING: " WS-BALANCE-EDIT.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *               W R I T E   H I S T O R Y
      *
       000700-WRITE-HISTORY.
      *
           OPEN EXTEND RENTAL-HISTORY-FILE.
           IF (WS-HISTORY-STATUS NOT = "00")
               AND (WS-HISTORY-STATUS NOT = "05")
               DISPLAY "VIDRENT.DAT NOT AVAILABLE - FS="
                       WS-HISTORY-STATUS
               GO TO 000700-EXIT.
           WRITE RENTAL-HISTORY-RECORD.
           CLOSE RENTAL-HISTORY-FILE.
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
           MOVE "VIDMEMB.DAT"  TO MA-FILE-NAME.
           CALL "MNTAUDIT" USING MNT-AUDIT-PARAMETERS
               ON EXCEPTION DISPLAY "MNTAUDIT NOT AVAILABLE".
       890000-EXIT.
           EXIT.
       COPY "TESTLOGP.COB".
