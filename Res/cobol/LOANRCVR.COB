       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    LOANRCVR.
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
      *    CHARGE-OFF RECOVERIES REPORT.  PART ONE LISTS EVERY LOAN
      *    ON THE CHARGE-OFF FILE LOANCO.DAT WITH THE DATE IT WAS
      *    CHARGED OFF, THE TOTAL WRITTEN OFF (PRINCIPAL, ACCRUED
      *    INTEREST AND FEES), WHAT LOANPAY HAS RECOVERED SINCE, WHAT
      *    IS STILL OUTSTANDING AND THE LAST RECOVERY DATE.  PART TWO
      *    LISTS THE INDIVIDUAL RECOVERIES FROM LOANRCVY.DAT DATED IN
      *    THE PERIOD ON THE OPTIONAL CONTROL LOANRCVR.CTL (COLS 1-8
      *    FROM DATE, 9-16 TO DATE - ALL RECOVERIES WHEN ABSENT).
      *    PORTFOLIO AND PERIOD TOTALS CLOSE THE REPORT.
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OPTIONAL RECOVERY-CONTROL-FILE
               ASSIGN TO "LOANRCVR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT CHARGE-OFF-FILE ASSIGN TO "LOANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-LOAN-ID
               FILE STATUS IS WS-CHARGE-OFF-STATUS.
      *
           SELECT OPTIONAL RECOVERY-FILE ASSIGN TO "LOANRCVY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
      *
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "LOANRCVR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RECOVERY-CONTROL-FILE.
      *
       01  RECOVERY-CONTROL-RECORD.
           03  RC-FROM-DATE            PIC  9(08).
           03  RC-TO-DATE              PIC  9(08).
      *
       FD  CHARGE-OFF-FILE.
      *
       01  CHARGE-OFF-RECORD.
           03  CO-LOAN-ID              PIC  X(08).
           03  CO-CHARGE-OFF-DATE      PIC  9(08).
           03  CO-DAYS-PAST-DUE        PIC  9(05).
           03  CO-PRINCIPAL            PIC  9(07)V99.
           03  CO-INTEREST             PIC  9(06)V99.
           03  CO-FEES                 PIC  9(05)V99.
           03  CO-TOTAL                PIC  9(07)V99.
           03  CO-RECOVERED            PIC  9(07)V99.
           03  CO-LAST-RECOVERY-DATE   PIC  9(08).
           03  CO-APPROVED-BY          PIC  X(08).
           03  CO-REASON               PIC  X(20).
      *
       FD  RECOVERY-FILE.
      *
       01  RECOVERY-RECORD.
           03  LR-LOAN-ID              PIC  X(08).
           03  LR-RECOVERY-DATE        PIC  9(08).
           03  LR-AMOUNT               PIC  9(06)V99.
           03  LR-RECOVERED-TO-DATE    PIC  9(07)V99.
           03  LR-REMAINING            PIC  9(07)V99.
      *
       FD  RECOVERY-REPORT-FILE.
      *
       01  RECOVERY-REPORT-LINE        PIC  X(90).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-CONTROL-STATUS           PIC  X(02) VALUE SPACES.
       77  WS-CHARGE-OFF-STATUS        PIC  X(02) VALUE SPACES.
       77  WS-RECOVERY-STATUS          PIC  X(02) VALUE SPACES.
       77  WS-EOF-FLAG                 PIC  9(01) VALUE ZERO.
           88  WS-EOF                           VALUE 1.
       77  WS-RUN-DATE                 PIC  9(08) VALUE ZERO.
       77  WS-FROM-DATE                PIC  9(08) VALUE ZERO.
       77  WS-TO-DATE                  PIC  9(08) VALUE 99999999.
       77  WS-OUTSTANDING              PIC  9(07)V99 VALUE ZERO.
      *
       77  WS-LOANS-LISTED             PIC  9(05) VALUE ZERO.
       77  WS-RECOVERIES-LISTED        PIC  9(05) VALUE ZERO.
       77  WS-TOT-CHARGED-OFF          PIC  9(09)V99 VALUE ZERO.
       77  WS-TOT-RECOVERED            PIC  9(09)V99 VALUE ZERO.
       77  WS-TOT-OUTSTANDING          PIC  9(09)V99 VALUE ZERO.
       77  WS-TOT-PERIOD               PIC  9(09)V99 VALUE ZERO.
      *
       01  WS-REPORT-HEADING.
           03  FILLER  PIC X(30) VALUE "CHARGE-OFF RECOVERIES AS AT  ".
           03  WS-RH-RUN-DATE          PIC  9(08).
      *
       01  WS-LOAN-HEADING.
           03  FILLER  PIC X(20) VALUE "LOAN ID   CHARGED   ".
           03  FILLER  PIC X(15) VALUE "  CHARGED OFF  ".
           03  FILLER  PIC X(15) VALUE "    RECOVERED  ".
           03  FILLER  PIC X(15) VALUE "  OUTSTANDING  ".
           03  FILLER  PIC X(13) VALUE "LAST RECOVERY".
      *
       01  WS-LOAN-DETAIL.
           03  WS-LD-LOAN-ID           PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-LD-CHARGE-OFF-DATE   PIC  9(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-LD-TOTAL             PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-LD-RECOVERED         PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-LD-OUTSTANDING       PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-LD-LAST-DATE         PIC  X(08).
      *
       01  WS-PERIOD-HEADING.
           03  FILLER  PIC X(22) VALUE "RECOVERIES DATED FROM ".
           03  WS-PH-FROM-DATE         PIC  9(08).
           03  FILLER  PIC X(04) VALUE " TO ".
           03  WS-PH-TO-DATE           PIC  9(08).
      *
       01  WS-RECOVERY-HEADING.
           03  FILLER  PIC X(20) VALUE "LOAN ID   DATE      ".
           03  FILLER  PIC X(15) VALUE "      RECEIVED ".
           03  FILLER  PIC X(15) VALUE "    RECOVERED  ".
           03  FILLER  PIC X(15) VALUE "  OUTSTANDING  ".
      *
       01  WS-RECOVERY-DETAIL.
           03  WS-VD-LOAN-ID           PIC  X(08).
           03  FILLER                  PIC  X(02) VALUE SPACES.
           03  WS-VD-DATE              PIC  9(08).
           03  FILLER                  PIC  X(04) VALUE SPACES.
           03  WS-VD-AMOUNT            PIC  ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-VD-RECOVERED         PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC  X(03) VALUE SPACES.
           03  WS-VD-REMAINING         PIC  Z,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-1.
           03  FILLER  PIC X(28) VALUE "CHARGED-OFF LOANS:          ".
           03  WS-T1-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           03  FILLER  PIC X(28) VALUE "TOTAL CHARGED OFF:          ".
           03  WS-T2-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-3.
           03  FILLER  PIC X(28) VALUE "TOTAL RECOVERED TO DATE:    ".
           03  WS-T3-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-4.
           03  FILLER  PIC X(28) VALUE "STILL OUTSTANDING:          ".
           03  WS-T4-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-5.
           03  FILLER  PIC X(28) VALUE "RECOVERIES IN PERIOD:       ".
           03  WS-T5-COUNT             PIC  ZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-6.
           03  FILLER  PIC X(28) VALUE "RECOVERED IN PERIOD:        ".
           03  WS-T6-AMOUNT            PIC  ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-BLANK-LINE               PIC  X(01) VALUE SPACE.
      /
       PROCEDURE DIVISION.
      *
      *
      *                        C O N T R O L
      *
       000000-CONTROL.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100000-READ-CONTROL
              THRU 100000-EXIT.
      *
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           WRITE RECOVERY-REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE RECOVERY-REPORT-LINE FROM WS-BLANK-LINE.
      *
           PERFORM 200000-LIST-CHARGE-OFFS
              THRU 200000-EXIT.
           PERFORM 300000-LIST-RECOVERIES
              THRU 300000-EXIT.
      *
           WRITE RECOVERY-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-LOANS-LISTED      TO WS-T1-COUNT.
           WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE-1.
           MOVE WS-TOT-CHARGED-OFF   TO WS-T2-AMOUNT.
           WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE-2.
           MOVE WS-TOT-RECOVERED     TO WS-T3-AMOUNT.
           WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE-3.
           MOVE WS-TOT-OUTSTANDING   TO WS-T4-AMOUNT.
           WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE-4.
           MOVE WS-RECOVERIES-LISTED TO WS-T5-COUNT.
           WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE-5.
           MOVE WS-TOT-PERIOD        TO WS-T6-AMOUNT.
           WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE-6.
      *
           DISPLAY "LOANRCVR: " WS-LOANS-LISTED " CHARGED-OFF LOANS, "
                   WS-RECOVERIES-LISTED " RECOVERIES IN PERIOD".
      *
       000000-EXIT.
           CLOSE RECOVERY-REPORT-FILE.
           STOP RUN.
      *
      *
      *              R E A D   C O N T R O L
      *
       100000-READ-CONTROL.
      *
           OPEN INPUT RECOVERY-CONTROL-FILE.
           IF (WS-CONTROL-STATUS = "00")
               READ RECOVERY-CONTROL-FILE
                   AT END MOVE ZERO TO RC-FROM-DATE RC-TO-DATE
               END-READ
               IF (RC-FROM-DATE NUMERIC)
                   AND (RC-TO-DATE NUMERIC)
                   AND (RC-TO-DATE > ZERO)
                   MOVE RC-FROM-DATE TO WS-FROM-DATE
                   MOVE RC-TO-DATE   TO WS-TO-DATE.
           CLOSE RECOVERY-CONTROL-FILE.
      *
       100000-EXIT.
           EXIT.
      *
      *
      *          L I S T   C H A R G E - O F F S
      *
       200000-LIST-CHARGE-OFFS.
      *
           WRITE RECOVERY-REPORT-LINE FROM WS-LOAN-HEADING.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT CHARGE-OFF-FILE.
           IF (WS-CHARGE-OFF-STATUS NOT = "00")
               DISPLAY "LOANRCVR: NO LOANCO.DAT - NO LOANS CHARGED OFF"
               GO TO 200000-EXIT.
           PERFORM 200100-LIST-ONE-LOAN
              THRU 200100-EXIT
               UNTIL (WS-EOF).
           CLOSE CHARGE-OFF-FILE.
      *
       200000-EXIT.
           EXIT.
      *
       200100-LIST-ONE-LOAN.
      *
           READ CHARGE-OFF-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 200100-EXIT.
      *
           ADD 1 TO WS-LOANS-LISTED.
           COMPUTE WS-OUTSTANDING = CO-TOTAL - CO-RECOVERED.
           ADD CO-TOTAL       TO WS-TOT-CHARGED-OFF.
           ADD CO-RECOVERED   TO WS-TOT-RECOVERED.
           ADD WS-OUTSTANDING TO WS-TOT-OUTSTANDING.
      *
           MOVE CO-LOAN-ID         TO WS-LD-LOAN-ID.
           MOVE CO-CHARGE-OFF-DATE TO WS-LD-CHARGE-OFF-DATE.
           MOVE CO-TOTAL           TO WS-LD-TOTAL.
           MOVE CO-RECOVERED       TO WS-LD-RECOVERED.
           MOVE WS-OUTSTANDING     TO WS-LD-OUTSTANDING.
           IF (CO-LAST-RECOVERY-DATE = ZERO)
               MOVE "NONE"                TO WS-LD-LAST-DATE
           ELSE
               MOVE CO-LAST-RECOVERY-DATE TO WS-LD-LAST-DATE.
           WRITE RECOVERY-REPORT-LINE FROM WS-LOAN-DETAIL.
      *
       200100-EXIT.
           EXIT.
      *
      *
      *          L I S T   R E C O V E R I E S
      *
       300000-LIST-RECOVERIES.
      *
           WRITE RECOVERY-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-FROM-DATE TO WS-PH-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-PH-TO-DATE.
           WRITE RECOVERY-REPORT-LINE FROM WS-PERIOD-HEADING.
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-HEADING.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT RECOVERY-FILE.
           IF (WS-RECOVERY-STATUS NOT = "00")
               CLOSE RECOVERY-FILE
               GO TO 300000-EXIT.
           PERFORM 300100-LIST-ONE-RECOVERY
              THRU 300100-EXIT
               UNTIL (WS-EOF).
           CLOSE RECOVERY-FILE.
      *
       300000-EXIT.
           EXIT.
      *
       300100-LIST-ONE-RECOVERY.
      *
           READ RECOVERY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 300100-EXIT.
      *
           IF (LR-RECOVERY-DATE < WS-FROM-DATE)
               OR (LR-RECOVERY-DATE > WS-TO-DATE)
               GO TO 300100-EXIT.
      *
           ADD 1         TO WS-RECOVERIES-LISTED.
           ADD LR-AMOUNT TO WS-TOT-PERIOD.
           MOVE LR-LOAN-ID           TO WS-VD-LOAN-ID.
           MOVE LR-RECOVERY-DATE     TO WS-VD-DATE.
           MOVE LR-AMOUNT            TO WS-VD-AMOUNT.
           MOVE LR-RECOVERED-TO-DATE TO WS-VD-RECOVERED.
           MOVE LR-REMAINING         TO WS-VD-REMAINING.
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-DETAIL.
      *
       300100-EXIT.
           EXIT.
