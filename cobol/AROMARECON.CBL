PROGRAM-ID.  AromaRecon.
AUTHOR.  Michael Coughlan.
*> Reconciles AROMA96's computed oil stock value against a GL extract.
*> The value is computed the way AROMA96 now values its stock: the
*> FIFO cost layers on OILLAYER.DAT at what each receipt cost, and
*> any stock that predates the layers at the discounted effective
*> cost as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT OPTIONAL Message-Inbox-File ASSIGN TO "MSGINBOX.DAT"
          RECORD KEY IS CH-Key
          FILE STATUS IS CH-Status.

   SELECT OPTIONAL Cost-Layer-File ASSIGN TO "OILLAYER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CL-Key
          FILE STATUS IS CL-Status.

   SELECT Recon-Report-File ASSIGN TO "RECON.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.

      03 CH-Effective-Date	PIC 9(8).
   02 CH-Unit-Cost		PIC 9(3)V9(4).

FD Cost-Layer-File.
01 CL-Rec.
   02 CL-Key.
      03 CL-Oil-Num		PIC 9(4).
      03 CL-Received-Date	PIC 9(8).
      03 CL-Received-Time	PIC 9(6).
      03 CL-Trans-Seq		PIC 9(7).
   02 CL-Lot-Number		PIC X(6).
   02 CL-Received-Qty		PIC 9(5).
   02 CL-Qty-Remaining		PIC 9(5).
   02 CL-Unit-Cost		PIC 9(3)V9(4).

FD Recon-Report-File.
01 Recon-Line			PIC X(70).

   02 GLF-Status                PIC X(2).
      88 GL-Rec-Found		VALUE "00".
   02 CH-Status                 PIC X(2).
   02 CL-Status                 PIC X(2).

01 Inbox-Status		PIC X(2).
01 WS-Inbox-Text		PIC X(60).
01 WS-RunStats-Start		PIC 9(14).
01 WS-Tolerance			PIC 9(5)V99 VALUE 5.00.
01 WS-Computed-Value		PIC 9(7)V99.
01 WS-Difference		PIC S9(7)V99.
01 WS-EOF-Cost-Scan		PIC X VALUE "N".
   88 End-Of-Cost-Scan		VALUE "Y".
01 DT-X				PIC 9(2).
01 WS-Layered-Qty		PIC 9(7).
01 WS-Unlayered-Qty		PIC 9(7).
01 WS-Skip-Qty			PIC 9(7).
01 WS-Valued-Qty		PIC 9(7).
01 WS-EOF-Layer-Scan		PIC X VALUE "N".
   88 End-Of-Layer-Scan		VALUE "Y".

01 Recon-Heading.
   02 FILLER			PIC X(53)
   OPEN INPUT Oil-Stock-File.
   OPEN INPUT GL-Extract-File.
   OPEN INPUT Cost-History-File.
   OPEN INPUT Cost-Layer-File.
   OPEN OUTPUT Recon-Report-File.
   OPEN EXTEND Outbound-Alerts-File.

   CLOSE Oil-Stock-File.
   CLOSE GL-Extract-File.
   CLOSE Cost-History-File.
   CLOSE Cost-Layer-File.
   CLOSE Recon-Report-File.
   CLOSE Outbound-Alerts-File.
   MOVE SPACES TO WS-Inbox-Text.

Reconcile-One-Oil.
   ADD 1 TO WS-Oils-Read.
   MOVE Oil-Num-ODF TO Oil-Num-OSF.
   READ Oil-Stock-File
      INVALID KEY DISPLAY "Error on reading OSF SF= " OSF-Status
   END-READ.
   PERFORM Find-Effective-Cost.
   COMPUTE WS-Effective-Cost ROUNDED =
           WS-Base-Unit-Cost * (1 - WS-Discount-Pct).
   PERFORM Sum-Cost-Layers.
   IF Qty-In-Stock-OSF > WS-Layered-Qty
      COMPUTE WS-Unlayered-Qty = Qty-In-Stock-OSF - WS-Layered-Qty
      MOVE ZERO TO WS-Skip-Qty
   ELSE
      MOVE ZERO TO WS-Unlayered-Qty
      COMPUTE WS-Skip-Qty = WS-Layered-Qty - Qty-In-Stock-OSF
   END-IF.
   COMPUTE WS-Computed-Value = WS-Effective-Cost * WS-Unlayered-Qty.
   IF WS-Layered-Qty > ZERO
      PERFORM Value-Cost-Layers
   END-IF.

   MOVE Oil-Num-ODF TO GL-Oil-Num.
   READ GL-Extract-File
      END-IF
   END-PERFORM.

Sum-Cost-Layers.
   MOVE ZERO TO WS-Layered-Qty.
   PERFORM Start-Layer-Scan.
   PERFORM UNTIL End-Of-Layer-Scan
      READ Cost-Layer-File NEXT RECORD
         AT END SET End-Of-Layer-Scan TO TRUE
      END-READ
      IF NOT End-Of-Layer-Scan
         IF CL-Oil-Num NOT = Oil-Num-ODF
            SET End-Of-Layer-Scan TO TRUE
         ELSE
            ADD CL-Qty-Remaining TO WS-Layered-Qty
         END-IF
      END-IF
   END-PERFORM.

Value-Cost-Layers.
   *> Oldest layers first; where the layers hold more than OSF the
   *> oldest are the ones treated as gone, as in AROMA96.
   PERFORM Start-Layer-Scan.
   PERFORM UNTIL End-Of-Layer-Scan
      READ Cost-Layer-File NEXT RECORD
         AT END SET End-Of-Layer-Scan TO TRUE
      END-READ
      IF NOT End-Of-Layer-Scan
         IF CL-Oil-Num NOT = Oil-Num-ODF
            SET End-Of-Layer-Scan TO TRUE
         ELSE
            IF WS-Skip-Qty >= CL-Qty-Remaining
               SUBTRACT CL-Qty-Remaining FROM WS-Skip-Qty
            ELSE
               COMPUTE WS-Valued-Qty = CL-Qty-Remaining - WS-Skip-Qty
               MOVE ZERO TO WS-Skip-Qty
               COMPUTE WS-Computed-Value ROUNDED = WS-Computed-Value
                       + WS-Valued-Qty * CL-Unit-Cost
            END-IF
         END-IF
      END-IF
   END-PERFORM.

Start-Layer-Scan.
   MOVE "N" TO WS-EOF-Layer-Scan.
   MOVE Oil-Num-ODF TO CL-Oil-Num.
   MOVE ZERO TO CL-Received-Date.
   MOVE ZERO TO CL-Received-Time.
   MOVE ZERO TO CL-Trans-Seq.
   START Cost-Layer-File
      KEY IS NOT LESS THAN CL-Key
      INVALID KEY SET End-Of-Layer-Scan TO TRUE
   END-START.

Write-Run-Stats.
   *> One record per run into the shared RUNSTATS ledger, read by
   *> RunStatsReport to spot the step that ran long overnight.
