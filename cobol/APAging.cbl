      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  APAging.
AUTHOR.  Michael Coughlan.
*> Accounts-payable aging and cash-requirements report.  Walks the
*> APOPEN.DAT open-item file APVoucher builds in supplier order (its
*> alternate key) and ages each unpaid balance by days past its due
*> date - not yet due, 1-30, 31-60, 61-90 and over 90 days - with the
*> early-payment discount still available beside it, a total line
*> per supplier (name from SUPPLIER.DAT) and control totals for the
*> whole ledger.  The second part is the forward schedule of
*> payments falling due: overdue, each of the next four weeks, and
*> later, with the discount available and the cash needed net of
*> it, plus a running total.  A voucher whose discount is still open
*> is scheduled on its discount date, which is when APPaySelect
*> pays it; anything else on its due date.  The as-at date comes
*> from APAGECTL.DAT (YYYYMMDD) when present, otherwise today.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT AP-Open-Item-File ASSIGN TO "APOPEN.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AP-Key
          ALTERNATE RECORD KEY IS AP-Supplier-Alt
                      WITH DUPLICATES
          FILE STATUS IS APOpen-Status.

   SELECT OPTIONAL Supplier-File ASSIGN TO "SUPPLIER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Supplier-Code-SUP
          FILE STATUS IS Supplier-Status.

   SELECT OPTIONAL Aging-Control-File ASSIGN TO "APAGECTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Aging-Control-Status.

   SELECT Aging-Report-File ASSIGN TO "APAGING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AP-Open-Item-File.
01 AP-Rec.
   02 AP-Key.
      03 AP-Supplier-Code	PIC X(4).
      03 AP-Invoice-Number	PIC X(10).
   02 AP-Supplier-Alt		PIC X(4).
   02 AP-Invoice-Date		PIC 9(8).
   02 AP-Due-Date		PIC 9(8).
   02 AP-PO-Number		PIC 9(6).
   02 AP-Oil-Num		PIC 9(4).
   02 AP-Invoice-Qty		PIC 9(5).
   02 AP-Invoice-Amount	PIC 9(7)V99.
   02 AP-Paid-Amount		PIC 9(7)V99.
   02 AP-Status		PIC X.
      88 AP-Voucher-Open	VALUE "O".
      88 AP-Voucher-Paid	VALUE "P".
   02 AP-Disc-Date		PIC 9(8).
   02 AP-Disc-Amount		PIC 9(5)V99.
   02 AP-Disc-Taken		PIC 9(5)V99.

FD Supplier-File.
01 SUP-Rec.
   02 Supplier-Code-SUP		PIC X(4).
   02 Supplier-Name-SUP		PIC X(25).
   02 Supplier-Contact-SUP	PIC X(25).
   02 Lead-Time-Days-SUP	PIC 9(3).
   02 Min-Order-Qty-SUP	PIC 9(5).
   02 Terms-Net-Days-SUP	PIC 9(3).
   02 Terms-Disc-Pct-SUP	PIC 99V99.
   02 Terms-Disc-Days-SUP	PIC 9(3).
   02 Tax-Id-SUP		PIC X(11).
   02 Reportable-SUP		PIC X.

FD Aging-Control-File.
01 Aging-Control-Rec.
   02 AC-As-At-Date		PIC 9(8).

FD Aging-Report-File.
01 Aging-Line			PIC X(110).

WORKING-STORAGE SECTION.
01 File-Status-Codes.
   02 APOpen-Status		PIC X(2).
   02 Supplier-Status		PIC X(2).
   02 Aging-Control-Status	PIC X(2).

01 WS-EOF-AP			PIC X VALUE "N".
   88 End-Of-AP			VALUE "Y".

01 WS-As-At-Date		PIC 9(8).
01 WS-As-At-Integer		PIC 9(9).
01 WS-Due-Date-Integer		PIC 9(9).
01 WS-Pay-Date-Integer		PIC 9(9).
01 WS-Days-Past-Due		PIC S9(5).
01 WS-Days-Ahead		PIC S9(5).
01 WS-Open-Balance		PIC 9(7)V99.
01 WS-Disc-Available		PIC 9(5)V99.
01 WS-Week-Sub			PIC 9.
01 WS-Date-Integer		PIC 9(9).
01 WS-Date-Work		PIC 9(8).
01 WS-Cumulative-Net		PIC 9(9)V99 VALUE 0.

01 WS-Prev-Supplier		PIC X(4) VALUE SPACES.
01 WS-Supplier-Started		PIC X VALUE "N".
   88 Supplier-Started		VALUE "Y".

01 Supplier-Buckets.
   02 SB-Current		PIC 9(9)V99 VALUE 0.
   02 SB-Past-30		PIC 9(9)V99 VALUE 0.
   02 SB-Past-60		PIC 9(9)V99 VALUE 0.
   02 SB-Past-90		PIC 9(9)V99 VALUE 0.
   02 SB-Over-90		PIC 9(9)V99 VALUE 0.
   02 SB-Disc			PIC 9(9)V99 VALUE 0.

01 Grand-Buckets.
   02 GB-Current		PIC 9(9)V99 VALUE 0.
   02 GB-Past-30		PIC 9(9)V99 VALUE 0.
   02 GB-Past-60		PIC 9(9)V99 VALUE 0.
   02 GB-Past-90		PIC 9(9)V99 VALUE 0.
   02 GB-Over-90		PIC 9(9)V99 VALUE 0.
   02 GB-Disc			PIC 9(9)V99 VALUE 0.
   02 GB-Balance		PIC 9(9)V99 VALUE 0.
01 WS-Items-Reported		PIC 9(5) VALUE 0.

*> Forward schedule: 1 overdue, 2-5 the next four weeks, 6 later.
01 Week-Label-Values.
   02 FILLER			PIC X(12) VALUE "OVERDUE".
   02 FILLER			PIC X(12) VALUE "WEEK 1".
   02 FILLER			PIC X(12) VALUE "WEEK 2".
   02 FILLER			PIC X(12) VALUE "WEEK 3".
   02 FILLER			PIC X(12) VALUE "WEEK 4".
   02 FILLER			PIC X(12) VALUE "LATER".
01 Week-Labels REDEFINES Week-Label-Values.
   02 WL-Label			PIC X(12) OCCURS 6 TIMES.

01 Schedule-Table.
   02 Schedule-Week OCCURS 6 TIMES.
      03 SW-Gross		PIC 9(9)V99 VALUE 0.
      03 SW-Disc		PIC 9(9)V99 VALUE 0.
      03 SW-Items		PIC 9(5) VALUE 0.

01 Aging-Heading-1.
   02 FILLER			PIC X(26) VALUE
      "AP AGING REPORT AS AT     ".
   02 AH-As-At-Date		PIC 9(8).

01 Aging-Heading-2.
   02 FILLER			PIC X(50) VALUE
      "SUPP  INVOICE     DUE DATE     BALANCE     CURRENT".
   02 FILLER			PIC X(60) VALUE
      "   1-30 DAYS  31-60 DAYS  61-90 DAYS     OVER 90  DISC AVAIL".

01 Aging-Detail.
   02 AD-Supplier-Code		PIC X(4).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 AD-Invoice-Number	PIC X(10).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 AD-Due-Date		PIC 9(8).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 AD-Balance		PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 AD-Current		PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 AD-Past-30		PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 AD-Past-60		PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 AD-Past-90		PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 AD-Over-90		PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 AD-Disc			PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.

01 Supplier-Total-Line.
   02 ST-Supplier-Code		PIC X(4).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 ST-Supplier-Name		PIC X(20).
   02 ST-Balance		PIC Z,ZZZ,ZZ9.99.
   02 ST-Current		PIC Z,ZZZ,ZZ9.99.
   02 ST-Past-30		PIC Z,ZZZ,ZZ9.99.
   02 ST-Past-60		PIC Z,ZZZ,ZZ9.99.
   02 ST-Past-90		PIC Z,ZZZ,ZZ9.99.
   02 ST-Over-90		PIC Z,ZZZ,ZZ9.99.
   02 ST-Disc			PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.

01 Grand-Total-Line.
   02 FILLER			PIC X(26) VALUE
      "LEDGER CONTROL TOTALS     ".
   02 GT-Balance		PIC Z,ZZZ,ZZ9.99.
   02 GT-Current		PIC Z,ZZZ,ZZ9.99.
   02 GT-Past-30		PIC Z,ZZZ,ZZ9.99.
   02 GT-Past-60		PIC Z,ZZZ,ZZ9.99.
   02 GT-Past-90		PIC Z,ZZZ,ZZ9.99.
   02 GT-Over-90		PIC Z,ZZZ,ZZ9.99.
   02 GT-Disc			PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.

01 Schedule-Heading-1.
   02 FILLER			PIC X(36) VALUE
      "CASH REQUIREMENTS - PAYMENTS FALLING".
   02 FILLER			PIC X(11) VALUE
      " DUE FROM  ".
   02 SH-As-At-Date		PIC 9(8).

01 Schedule-Heading-2.
   02 FILLER			PIC X(40) VALUE
      "PERIOD        FROM      TO         ITEMS".
   02 FILLER			PIC X(48) VALUE
      "   GROSS DUE  DISC AVAIL     NET DUE  CUMULATIVE".

01 Schedule-Detail.
   02 SD-Label			PIC X(12).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 SD-From-Date		PIC X(8).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 SD-To-Date		PIC X(8).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 SD-Items			PIC ZZ,ZZ9.
   02 SD-Gross			PIC Z,ZZZ,ZZ9.99.
   02 SD-Disc			PIC Z,ZZZ,ZZ9.99.
   02 SD-Net			PIC Z,ZZZ,ZZ9.99.
   02 SD-Cumulative		PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   PERFORM Read-Aging-Control.
   COMPUTE WS-As-At-Integer =
           FUNCTION INTEGER-OF-DATE(WS-As-At-Date).

   OPEN INPUT AP-Open-Item-File.
   IF APOpen-Status NOT = "00"
      DISPLAY "APAGING: APOPEN.DAT NOT AVAILABLE - FS = "
              APOpen-Status
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   OPEN INPUT Supplier-File.
   OPEN OUTPUT Aging-Report-File.

   MOVE WS-As-At-Date TO AH-As-At-Date.
   WRITE Aging-Line FROM Aging-Heading-1.
   WRITE Aging-Line FROM Aging-Heading-2.

   MOVE LOW-VALUES TO AP-Supplier-Alt.
   START AP-Open-Item-File
       KEY IS GREATER THAN AP-Supplier-Alt
       INVALID KEY SET End-Of-AP TO TRUE
   END-START.
   PERFORM Age-One-Voucher UNTIL End-Of-AP.

   IF Supplier-Started
      PERFORM Print-Supplier-Totals
   END-IF.

   MOVE GB-Balance TO GT-Balance.
   MOVE GB-Current TO GT-Current.
   MOVE GB-Past-30 TO GT-Past-30.
   MOVE GB-Past-60 TO GT-Past-60.
   MOVE GB-Past-90 TO GT-Past-90.
   MOVE GB-Over-90 TO GT-Over-90.
   MOVE GB-Disc    TO GT-Disc.
   WRITE Aging-Line FROM Grand-Total-Line.

   PERFORM Print-Cash-Schedule.
   DISPLAY "APAGING: " WS-Items-Reported " OPEN VOUCHERS, BALANCE "
           GB-Balance.

   CLOSE AP-Open-Item-File.
   CLOSE Supplier-File.
   CLOSE Aging-Report-File.
   STOP RUN.

Read-Aging-Control.
   ACCEPT WS-As-At-Date FROM DATE YYYYMMDD.
   OPEN INPUT Aging-Control-File.
   IF Aging-Control-Status = "00"
      READ Aging-Control-File
         AT END CONTINUE
         NOT AT END
            IF AC-As-At-Date IS NUMERIC AND AC-As-At-Date > ZERO
               MOVE AC-As-At-Date TO WS-As-At-Date
            END-IF
      END-READ
      CLOSE Aging-Control-File
   END-IF.

Age-One-Voucher.
   READ AP-Open-Item-File NEXT RECORD
       AT END SET End-Of-AP TO TRUE
   END-READ.
   IF NOT End-Of-AP AND AP-Voucher-Open
      COMPUTE WS-Open-Balance = AP-Invoice-Amount - AP-Paid-Amount
      IF WS-Open-Balance > ZERO
         IF Supplier-Started
            AND AP-Supplier-Code NOT = WS-Prev-Supplier
            PERFORM Print-Supplier-Totals
         END-IF
         MOVE AP-Supplier-Code TO WS-Prev-Supplier
         SET Supplier-Started TO TRUE
         PERFORM Report-Open-Voucher
         PERFORM Schedule-Open-Voucher
      END-IF
   END-IF.

Report-Open-Voucher.
   COMPUTE WS-Due-Date-Integer =
           FUNCTION INTEGER-OF-DATE(AP-Due-Date).
   COMPUTE WS-Days-Past-Due = WS-As-At-Integer - WS-Due-Date-Integer.

   *> Same test APPaySelect applies: the whole invoice, paid in time.
   MOVE ZERO TO WS-Disc-Available.
   IF AP-Disc-Amount > ZERO
      AND AP-Paid-Amount = ZERO
      AND AP-Disc-Date NOT LESS THAN WS-As-At-Date
      MOVE AP-Disc-Amount TO WS-Disc-Available
   END-IF.

   MOVE AP-Supplier-Code  TO AD-Supplier-Code.
   MOVE AP-Invoice-Number TO AD-Invoice-Number.
   MOVE AP-Due-Date       TO AD-Due-Date.
   MOVE WS-Open-Balance   TO AD-Balance.
   MOVE WS-Disc-Available TO AD-Disc.
   MOVE ZERO TO AD-Current AD-Past-30 AD-Past-60 AD-Past-90
                AD-Over-90.
   EVALUATE TRUE
     WHEN WS-Days-Past-Due > 90
        MOVE WS-Open-Balance TO AD-Over-90
        ADD WS-Open-Balance TO SB-Over-90 GB-Over-90
     WHEN WS-Days-Past-Due > 60
        MOVE WS-Open-Balance TO AD-Past-90
        ADD WS-Open-Balance TO SB-Past-90 GB-Past-90
     WHEN WS-Days-Past-Due > 30
        MOVE WS-Open-Balance TO AD-Past-60
        ADD WS-Open-Balance TO SB-Past-60 GB-Past-60
     WHEN WS-Days-Past-Due > 0
        MOVE WS-Open-Balance TO AD-Past-30
        ADD WS-Open-Balance TO SB-Past-30 GB-Past-30
     WHEN OTHER
        MOVE WS-Open-Balance TO AD-Current
        ADD WS-Open-Balance TO SB-Current GB-Current
   END-EVALUATE.
   ADD WS-Disc-Available TO SB-Disc GB-Disc.
   ADD WS-Open-Balance TO GB-Balance.
   ADD 1 TO WS-Items-Reported.
   WRITE Aging-Line FROM Aging-Detail.

Schedule-Open-Voucher.
   IF WS-Disc-Available > ZERO
      COMPUTE WS-Pay-Date-Integer =
              FUNCTION INTEGER-OF-DATE(AP-Disc-Date)
   ELSE
      MOVE WS-Due-Date-Integer TO WS-Pay-Date-Integer
   END-IF.
   COMPUTE WS-Days-Ahead = WS-Pay-Date-Integer - WS-As-At-Integer.
   IF WS-Days-Ahead < 0
      MOVE 1 TO WS-Week-Sub
   ELSE
      IF WS-Days-Ahead > 27
         MOVE 6 TO WS-Week-Sub
      ELSE
         COMPUTE WS-Week-Sub = WS-Days-Ahead / 7 + 2
      END-IF
   END-IF.
   ADD WS-Open-Balance   TO SW-Gross(WS-Week-Sub).
   ADD WS-Disc-Available TO SW-Disc(WS-Week-Sub).
   ADD 1 TO SW-Items(WS-Week-Sub).

Print-Supplier-Totals.
   MOVE WS-Prev-Supplier TO ST-Supplier-Code Supplier-Code-SUP.
   READ Supplier-File
      INVALID KEY MOVE "** NOT ON SUPPLIER **" TO Supplier-Name-SUP
   END-READ.
   IF Supplier-Status NOT = "00"
      MOVE "** NOT ON SUPPLIER **" TO Supplier-Name-SUP
   END-IF.
   MOVE Supplier-Name-SUP TO ST-Supplier-Name.
   COMPUTE ST-Balance = SB-Current + SB-Past-30 + SB-Past-60
                      + SB-Past-90 + SB-Over-90.
   MOVE SB-Current TO ST-Current.
   MOVE SB-Past-30 TO ST-Past-30.
   MOVE SB-Past-60 TO ST-Past-60.
   MOVE SB-Past-90 TO ST-Past-90.
   MOVE SB-Over-90 TO ST-Over-90.
   MOVE SB-Disc    TO ST-Disc.
   WRITE Aging-Line FROM Supplier-Total-Line.
   MOVE SPACES TO Aging-Line.
   WRITE Aging-Line.
   MOVE ZERO TO SB-Current SB-Past-30 SB-Past-60 SB-Past-90
                SB-Over-90 SB-Disc.

Print-Cash-Schedule.
   MOVE SPACES TO Aging-Line.
   WRITE Aging-Line.
   MOVE WS-As-At-Date TO SH-As-At-Date.
   WRITE Aging-Line FROM Schedule-Heading-1.
   WRITE Aging-Line FROM Schedule-Heading-2.
   PERFORM VARYING WS-Week-Sub FROM 1 BY 1 UNTIL WS-Week-Sub > 6
      MOVE WL-Label(WS-Week-Sub) TO SD-Label
      MOVE SPACES TO SD-From-Date SD-To-Date
      EVALUATE WS-Week-Sub
        WHEN 1
           COMPUTE WS-Date-Integer = WS-As-At-Integer - 1
           PERFORM Edit-To-Date
        WHEN 6
           COMPUTE WS-Date-Integer = WS-As-At-Integer + 28
           PERFORM Edit-From-Date
        WHEN OTHER
           COMPUTE WS-Date-Integer =
                   WS-As-At-Integer + (WS-Week-Sub - 2) * 7
           PERFORM Edit-From-Date
           ADD 6 TO WS-Date-Integer
           PERFORM Edit-To-Date
      END-EVALUATE
      COMPUTE WS-Cumulative-Net = WS-Cumulative-Net
              + SW-Gross(WS-Week-Sub) - SW-Disc(WS-Week-Sub)
      MOVE SW-Items(WS-Week-Sub) TO SD-Items
      MOVE SW-Gross(WS-Week-Sub) TO SD-Gross
      MOVE SW-Disc(WS-Week-Sub)  TO SD-Disc
      COMPUTE SD-Net = SW-Gross(WS-Week-Sub) - SW-Disc(WS-Week-Sub)
      MOVE WS-Cumulative-Net     TO SD-Cumulative
      WRITE Aging-Line FROM Schedule-Detail
   END-PERFORM.

Edit-From-Date.
   COMPUTE WS-Date-Work = FUNCTION DATE-OF-INTEGER(WS-Date-Integer).
   MOVE WS-Date-Work TO SD-From-Date.

Edit-To-Date.
   COMPUTE WS-Date-Work = FUNCTION DATE-OF-INTEGER(WS-Date-Integer).
   MOVE WS-Date-Work TO SD-To-Date.
