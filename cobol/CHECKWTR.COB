      *    THE SEQUENCE IS ACCOUNTED FOR).  CHECK NUMBERS COME FROM
      *    THE NEXT-CHECK CONTROL RECORD NEXTCHK.DAT AND EVERY ISSUE
      *    AND VOID IS APPENDED TO THE CHECK REGISTER CHECKREG.DAT.
      *
      *    THE RUN FEEDS THE LEDGER ITSELF: ONE BALANCED BATCH IS
      *    APPENDED TO JRNLIF.DAT IN GLJOURNAL'S H/D/T LAYOUT, CASH
      *    CREDITED WITH THE CHECKS ISSUED AND DEBITED BACK WITH THE
      *    VOIDS.  THE DEBIT FOLLOWS THE MEMO THE PAYMENT CARRIES -
      *    "AP SUPP" (APPAYSELECT) RELIEVES THE AP CONTROL ACCOUNT,
      *    "ROYALTY" (ROYALTYCALC) IS ROYALTY EXPENSE, "AR REFND"
      *    (CASHAPPT) REFUNDS A CUSTOMER'S UNAPPLIED CASH, AND ANY OTHER
      *    CHECK GOES TO THE PAYMENTS CLEARING ACCOUNT FOR THE
      *    BOOKKEEPER TO RECLASSIFY.  A VOID MUST CARRY THE MEMO OF
      *    THE CHECK IT CANCELS.  EVERY ACCOUNT IS PROVED ON THE CHART
      *    GLCOA.DAT BEFORE A CHECK PRINTS.
      *
       ENVIRONMENT DIVISION.
      *
      *
           SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.
      *
           SELECT JOURNAL-INTERFACE-FILE ASSIGN TO "JRNLIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
           03  PM-PAYEE                PIC  X(25).
           03  PM-AMOUNT               PIC  9(06)V99.
           03  PM-MEMO                 PIC  X(20).
           03  PM-MEMO-R REDEFINES PM-MEMO.
               05  PM-MEMO-PREFIX      PIC  X(08).
                   88  PM-AP-PAYMENT        VALUE "AP SUPP ".
                   88  PM-ROYALTY-PAYMENT   VALUE "ROYALTY ".
                   88  PM-AR-REFUND         VALUE "AR REFND".
               05  FILLER              PIC  X(12).
           03  PM-VOID-CHECK-NBR       PIC  9(06).
      *
       FD  NEXT-CHECK-FILE.
       FD  CHECK-PRINT-FILE.
      *
       01  CHECK-PRINT-LINE            PIC  X(70).
      *
       FD  CHART-OF-ACCOUNTS-FILE.
      *
       01  COA-RECORD.
           03  COA-ACCOUNT             PIC  X(16).
           03  COA-ACCOUNT-NAME        PIC  X(30).
      *
       FD  JOURNAL-INTERFACE-FILE.
      *
       01  JOURNAL-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-CHECKS-PRINTED           PIC  9(05) VALUE ZERO.
       77  WS-CHECKS-VOIDED            PIC  9(05) VALUE ZERO.
       77  WS-MLX2                     PIC  9(02) VALUE ZERO.
      *
       77  WS-COA-STATUS               PIC  X(02) VALUE SPACES.
           88  WS-ACCOUNT-ON-CHART              VALUE "00".
       77  WS-ACCOUNTS-MISSING         PIC  9(02) VALUE ZERO.
       77  WS-JNL-SIGNED-AMOUNT        PIC S9(07)V99 VALUE ZERO.
       77  WS-JNL-AP-CONTROL           PIC S9(09)V99 VALUE ZERO.
       77  WS-JNL-ROYALTY              PIC S9(09)V99 VALUE ZERO.
       77  WS-JNL-UNAPPLIED            PIC S9(09)V99 VALUE ZERO.
       77  WS-JNL-CLEARING             PIC S9(09)V99 VALUE ZERO.
       77  WS-JNL-CASH                 PIC S9(09)V99 VALUE ZERO.
       77  WS-JNL-ACCOUNT              PIC  X(16) VALUE SPACES.
       77  WS-JNL-AMOUNT               PIC S9(09)V99 VALUE ZERO.
       77  WS-JNL-SIDE                 PIC  X(01) VALUE SPACE.
       77  WS-JNL-DESCRIPTION          PIC  X(20) VALUE SPACES.
      *
       77  WS-JOURNAL-SEQ              PIC  9(05) VALUE ZERO.
       77  WS-DETAIL-COUNT             PIC  9(07) VALUE ZERO.
       77  WS-DEBIT-TOTAL              PIC  9(09)V99 VALUE ZERO.
       77  WS-CREDIT-TOTAL             PIC  9(09)V99 VALUE ZERO.
      *
       01  FILE-CONTROL-AREA.
           03  FC-FILE-NAME            PIC  X(12).
           03  FC-RECORD-COUNT         PIC  9(07).
           03  FC-HASH-TOTAL           PIC  9(13).
           03  FC-RESULT               PIC  X(02).
      *
       01  WS-JOURNAL-HEADER.
           03  FILLER                  PIC  X(01) VALUE "H".
           03  WS-JH-EXTRACT-DATE      PIC  9(08).
           03  FILLER                  PIC  X(10) VALUE "CHECKRUN  ".
      *
       01  WS-JOURNAL-DETAIL.
           03  FILLER                  PIC  X(01) VALUE "D".
           03  WS-JD-SEQ               PIC  9(05).
           03  WS-JD-ACCOUNT           PIC  X(16).
           03  WS-JD-DR-CR             PIC  X(01).
           03  WS-JD-AMOUNT            PIC  9(07).99.
           03  WS-JD-OIL-NUM           PIC  9(04) VALUE ZERO.
           03  WS-JD-DATE              PIC  9(08).
           03  WS-JD-DESCRIPTION       PIC  X(20).
      *
       01  WS-JOURNAL-TRAILER.
           03  FILLER                  PIC  X(01) VALUE "T".
           03  WS-JT-RECORD-COUNT      PIC  9(07).
           03  WS-JT-DEBIT-TOTAL       PIC  9(09).99.
           03  WS-JT-CREDIT-TOTAL      PIC  9(09).99.
      *
       01  WS-CHECK-RULE-LINE          PIC  X(66) VALUE ALL "=".
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100200-PROVE-ACCOUNTS
              THRU 100200-EXIT.
           PERFORM 100000-READ-NEXT-CHECK
              THRU 100000-EXIT.
      *
      *
           PERFORM 100100-WRITE-NEXT-CHECK
              THRU 100100-EXIT.
           PERFORM 100300-WRITE-JOURNAL
              THRU 100300-EXIT.
      *
           DISPLAY "CHECKWTR: " WS-CHECKS-PRINTED " PRINTED, "
                   WS-CHECKS-VOIDED " VOIDED".
           DISPLAY "CHECKWTR: JOURNAL DR " WS-DEBIT-TOTAL
                   " CR " WS-CREDIT-TOTAL.
      *
       000000-EXIT.
           STOP RUN.
           MOVE "ISSUED"          TO CR-STATUS.
           MOVE PM-MEMO           TO CR-MEMO.
           WRITE CHECK-REGISTER-RECORD.
      *
           MOVE PM-AMOUNT TO WS-JNL-SIGNED-AMOUNT.
           PERFORM 000400-JOURNAL-PAYMENT
              THRU 000400-EXIT.
      *
           ADD 1 TO WS-CHECKS-PRINTED.
           ADD 1 TO WS-NEXT-CHECK-NBR.
           MOVE PM-MEMO           TO CR-MEMO.
           WRITE CHECK-REGISTER-RECORD.
           ADD 1 TO WS-CHECKS-VOIDED.
      *
           COMPUTE WS-JNL-SIGNED-AMOUNT = ZERO - PM-AMOUNT.
           PERFORM 000400-JOURNAL-PAYMENT
              THRU 000400-EXIT.
      *
       000300-EXIT.
           EXIT.
      *
      *
      *            J O U R N A L   P A Y M E N T
      *
      *    AN ISSUE ADDS TO THE DEBIT ITS MEMO SELECTS AND TO THE CASH
      *    CREDIT; A VOID ARRIVES NEGATIVE AND TAKES BOTH BACK.
      *
       000400-JOURNAL-PAYMENT.
      *
           ADD WS-JNL-SIGNED-AMOUNT TO WS-JNL-CASH.
           IF (PM-AP-PAYMENT)
               ADD WS-JNL-SIGNED-AMOUNT TO WS-JNL-AP-CONTROL
           ELSE
               IF (PM-ROYALTY-PAYMENT)
                   ADD WS-JNL-SIGNED-AMOUNT TO WS-JNL-ROYALTY
               ELSE
                   IF (PM-AR-REFUND)
                       ADD WS-JNL-SIGNED-AMOUNT TO WS-JNL-UNAPPLIED
                   ELSE
                       ADD WS-JNL-SIGNED-AMOUNT TO WS-JNL-CLEARING.
      *
       000400-EXIT.
           EXIT.
      *
      *
      *          R E A D   N E X T   C H E C K   N B R
      *
       100000-READ-NEXT-CHECK.
      *
       100100-EXIT.
           EXIT.
      *
      *
      *            P R O V E   J O U R N A L   A C C O U N T S
      *
      *    EVERY ACCOUNT THE BATCH CAN CARRY MUST BE ON THE CHART
      *    BEFORE A CHECK PRINTS; GLPOST WOULD OTHERWISE REJECT THE
      *    WHOLE BATCH AFTER THE CHECKS HAD GONE OUT.
      *
       100200-PROVE-ACCOUNTS.
      *
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF (WS-COA-STATUS NOT = "00")
               DISPLAY "CHECKWTR: CHART OF ACCOUNTS GLCOA.DAT NOT "
                       "AVAILABLE - FS = " WS-COA-STATUS
               STOP RUN WITH ERROR STATUS 16.
      *
           MOVE "1000-CASH       " TO WS-JNL-ACCOUNT.
           PERFORM 100210-PROVE-ONE-ACCOUNT
              THRU 100210-EXIT.
           MOVE "2100-AP-CONTROL " TO WS-JNL-ACCOUNT.
           PERFORM 100210-PROVE-ONE-ACCOUNT
              THRU 100210-EXIT.
           MOVE "5300-ROYALTY-EXP" TO WS-JNL-ACCOUNT.
           PERFORM 100210-PROVE-ONE-ACCOUNT
              THRU 100210-EXIT.
           MOVE "2190-PAYMT-CLEAR" TO WS-JNL-ACCOUNT.
           PERFORM 100210-PROVE-ONE-ACCOUNT
              THRU 100210-EXIT.
           MOVE "2400-UNAPPL-CASH" TO WS-JNL-ACCOUNT.
           PERFORM 100210-PROVE-ONE-ACCOUNT
              THRU 100210-EXIT.
           CLOSE CHART-OF-ACCOUNTS-FILE.
      *
           IF (WS-ACCOUNTS-MISSING > ZERO)
               DISPLAY "CHECKWTR: " WS-ACCOUNTS-MISSING
                       " JOURNAL ACCOUNT(S) NOT ON THE CHART - "
                       "NO CHECKS PRINTED"
               STOP RUN WITH ERROR STATUS 16.
      *
       100200-EXIT.
           EXIT.
      *
      *
      *             P R O V E   O N E   A C C O U N T
      *
       100210-PROVE-ONE-ACCOUNT.
      *
           MOVE WS-JNL-ACCOUNT TO COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF (NOT WS-ACCOUNT-ON-CHART)
               DISPLAY "CHECKWTR: ACCOUNT " WS-JNL-ACCOUNT
                       " NOT ON GLCOA.DAT"
               ADD 1 TO WS-ACCOUNTS-MISSING.
      *
       100210-EXIT.
           EXIT.
      *
      *
      *              W R I T E   J O U R N A L
      *
      *    ONE SUMMARY LINE PER ACCOUNT FOR THE RUN, APPENDED TO
      *    JRNLIF.DAT BEHIND THE OTHER FEEDS' BATCHES.  A RUN WHOSE
      *    VOIDS OUTWEIGH ITS ISSUES ON AN ACCOUNT WRITES THAT LINE ON
      *    THE OPPOSITE SIDE.
      *
       100300-WRITE-JOURNAL.
      *
           IF (WS-JNL-CASH = ZERO)
               AND (WS-JNL-AP-CONTROL = ZERO)
               AND (WS-JNL-ROYALTY = ZERO)
               AND (WS-JNL-UNAPPLIED = ZERO)
               AND (WS-JNL-CLEARING = ZERO)
               GO TO 100300-EXIT.
      *
           OPEN EXTEND JOURNAL-INTERFACE-FILE.
           MOVE WS-RUN-DATE TO WS-JH-EXTRACT-DATE.
           WRITE JOURNAL-REC FROM WS-JOURNAL-HEADER.
           MOVE SPACES TO WS-JNL-DESCRIPTION.
           STRING "CHECK RUN " DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  INTO WS-JNL-DESCRIPTION.
      *
           MOVE "2100-AP-CONTROL " TO WS-JNL-ACCOUNT.
           MOVE WS-JNL-AP-CONTROL  TO WS-JNL-AMOUNT.
           MOVE "D"                TO WS-JNL-SIDE.
           PERFORM 100310-WRITE-JOURNAL-LINE
              THRU 100310-EXIT.
           MOVE "5300-ROYALTY-EXP" TO WS-JNL-ACCOUNT.
           MOVE WS-JNL-ROYALTY     TO WS-JNL-AMOUNT.
           MOVE "D"                TO WS-JNL-SIDE.
           PERFORM 100310-WRITE-JOURNAL-LINE
              THRU 100310-EXIT.
           MOVE "2400-UNAPPL-CASH" TO WS-JNL-ACCOUNT.
           MOVE WS-JNL-UNAPPLIED   TO WS-JNL-AMOUNT.
           MOVE "D"                TO WS-JNL-SIDE.
           PERFORM 100310-WRITE-JOURNAL-LINE
              THRU 100310-EXIT.
           MOVE "2190-PAYMT-CLEAR" TO WS-JNL-ACCOUNT.
           MOVE WS-JNL-CLEARING    TO WS-JNL-AMOUNT.
           MOVE "D"                TO WS-JNL-SIDE.
           PERFORM 100310-WRITE-JOURNAL-LINE
              THRU 100310-EXIT.
           MOVE "1000-CASH       " TO WS-JNL-ACCOUNT.
           MOVE WS-JNL-CASH        TO WS-JNL-AMOUNT.
           MOVE "C"                TO WS-JNL-SIDE.
           PERFORM 100310-WRITE-JOURNAL-LINE
              THRU 100310-EXIT.
      *
           MOVE WS-DETAIL-COUNT TO WS-JT-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL  TO WS-JT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO WS-JT-CREDIT-TOTAL.
           WRITE JOURNAL-REC FROM WS-JOURNAL-TRAILER.
           CLOSE JOURNAL-INTERFACE-FILE.
      *    THE APPENDED BATCH JOINS THE FILE'S HAND-OVER CONTROL
      *    TOTALS, SO THE GL POSTING RUN STILL PROVES THE WHOLE
      *    FILE AT OPEN.
           MOVE "JRNLIF.DAT  " TO FC-FILE-NAME.
           CALL "FILECTL" USING BY CONTENT "R"
                                BY REFERENCE FILE-CONTROL-AREA
               ON EXCEPTION CONTINUE
           END-CALL.
           COMPUTE FC-RECORD-COUNT =
                   FC-RECORD-COUNT + WS-DETAIL-COUNT + 2.
           COMPUTE FC-HASH-TOTAL = FC-HASH-TOTAL
                   + (WS-DEBIT-TOTAL + WS-CREDIT-TOTAL) * 100.
           CALL "FILECTL" USING BY CONTENT "W"
                                BY REFERENCE FILE-CONTROL-AREA
               ON EXCEPTION CONTINUE
           END-CALL.
      *
       100300-EXIT.
           EXIT.
      *
      *
      *          W R I T E   J O U R N A L   L I N E
      *
       100310-WRITE-JOURNAL-LINE.
      *
           IF (WS-JNL-AMOUNT = ZERO)
               GO TO 100310-EXIT.
      *
           IF (WS-JNL-AMOUNT < ZERO)
               COMPUTE WS-JNL-AMOUNT = ZERO - WS-JNL-AMOUNT
               IF (WS-JNL-SIDE = "D")
                   MOVE "C" TO WS-JNL-SIDE
               ELSE
                   MOVE "D" TO WS-JNL-SIDE.
      *
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-JOURNAL-SEQ     TO WS-JD-SEQ.
           MOVE WS-JNL-ACCOUNT     TO WS-JD-ACCOUNT.
           MOVE WS-JNL-SIDE        TO WS-JD-DR-CR.
           MOVE WS-JNL-AMOUNT      TO WS-JD-AMOUNT.
           MOVE WS-RUN-DATE        TO WS-JD-DATE.
           MOVE WS-JNL-DESCRIPTION TO WS-JD-DESCRIPTION.
           WRITE JOURNAL-REC FROM WS-JOURNAL-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           IF (WS-JNL-SIDE = "D")
               ADD WS-JNL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-JNL-AMOUNT TO WS-CREDIT-TOTAL.
      *
       100310-EXIT.
           EXIT.
      *
       COPY "MONEYP.COB".
