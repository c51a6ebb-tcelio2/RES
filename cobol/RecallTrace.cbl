      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  RecallTrace.
AUTHOR.  Michael Coughlan.
*> Lot recall trace, so a supplier's contamination notice is answered
*> from the files instead of an afternoon with the audit printouts.
*> The control card RECALL.CTL names what to trace:
*>    L  oil number + lot     forward from a supplier lot
*>    B  blend batch          forward from a BlendRun batch (the oil
*>                            number may be left zero - it is found
*>                            from the batch's receipt)
*>    S  order number         backward from a customer shipment
*> Forward, the lot genealogy AROMA96 logs on LOTMOVE.DAT is walked
*> level by level: every issue that drew on the lot with a batch
*> reference is a blend batch that consumed it, and that batch's
*> own lot is traced in turn, so blends of blends are followed to
*> the end.  Draws with no reference went to customers; every
*> OILDEMAND.DAT shipment of the oil dated while the lot was being
*> drawn (the fulfilment run dates the shipment the day before the
*> posting when the stock run goes past midnight) could contain it
*> and is listed.  Two driver files come out of a forward trace:
*> RECALLQC.DAT in QCRelease's decision layout with decision "Q",
*> which puts every implicated lot still holding stock back into
*> quarantine, and RECALLLT.DAT, one record per implicated shipment
*> for the recall letters.  Backward, the shipment's oil and date
*> find the lots drawn to fill it, and any of those that is a blend
*> batch is opened up into the component lots that went into it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Recall-Control-File ASSIGN TO "RECALL.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Control-Status.

   SELECT OPTIONAL Lot-Movement-File ASSIGN TO "LOTMOVE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Lot-Movement-Status.

   SELECT OPTIONAL Oil-Lot-File ASSIGN TO "OILLOT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LT-Key
          FILE STATUS IS LT-Status.

   SELECT OPTIONAL Demand-History-File ASSIGN TO "OILDEMAND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Demand-Status.

   SELECT Recall-QC-File ASSIGN TO "RECALLQC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Recall-Letter-File ASSIGN TO "RECALLLT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Recall-Report-File ASSIGN TO "RECALL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Recall-Control-File.
01 Recall-Control-Rec.
   02 RC-Mode			PIC X.
      88 Trace-Lot		VALUE "L".
      88 Trace-Batch		VALUE "B".
      88 Trace-Shipment		VALUE "S".
   02 RC-Oil-Num		PIC 9(4).
   02 RC-Lot-Number		PIC X(6).
   02 RC-Order-Number		PIC 9(7).

FD Lot-Movement-File.
01 Lot-Movement-Rec.
   88 End-Of-Movements		VALUE HIGH-VALUES.
   02 LM-Trans-Seq		PIC 9(7).
   02 LM-Date			PIC 9(8).
   02 LM-Type-Code		PIC 9.
   02 LM-Oil-Num		PIC 9(4).
   02 LM-Lot-Number		PIC X(6).
   02 LM-Qty			PIC 9(5).
   02 LM-Reference		PIC X(6).

FD Oil-Lot-File.
01 LT-Rec.
   02 LT-Key.
      03 LT-Oil-Num		PIC 9(4).
      03 LT-Lot-Number		PIC X(6).
   02 LT-Received-Date		PIC 9(8).
   02 LT-Expiry-Date		PIC 9(8).
   02 LT-Qty			PIC 9(5).
   02 LT-QC-Status		PIC X.
      88 Lot-Quarantined	VALUE "Q".
      88 Lot-Released		VALUE "R".
      88 Lot-Rejected		VALUE "X".

FD Demand-History-File.
01 Demand-History-Rec.
   88 End-Of-Demand		VALUE HIGH-VALUES.
   02 DM-Ship-Date		PIC 9(8).
   02 DM-Customer-Id		PIC X(5).
   02 DM-Oil-Num		PIC 9(4).
   02 DM-Qty			PIC 9(5).
   02 DM-Order-Number		PIC 9(7).

*> Same layout as QCREL.DAT, so ops can hand it straight to QCRelease.
FD Recall-QC-File.
01 Recall-QC-Rec.
   02 RQ-Oil-Num		PIC 9(4).
   02 RQ-Lot-Number		PIC X(6).
   02 RQ-Decision		PIC X.

FD Recall-Letter-File.
01 Recall-Letter-Rec.
   02 RL-Customer-Id		PIC X(5).
   02 RL-Order-Number		PIC 9(7).
   02 RL-Oil-Num		PIC 9(4).
   02 RL-Qty			PIC 9(5).
   02 RL-Ship-Date		PIC 9(8).
   02 RL-Recalled-Oil		PIC 9(4).
   02 RL-Recalled-Lot		PIC X(6).

FD Recall-Report-File.
01 Report-Line			PIC X(80).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Control-Status		PIC X(2).
   02 Lot-Movement-Status	PIC X(2).
   02 LT-Status		PIC X(2).
      88 LT-Rec-Found		VALUE "00".
   02 Demand-Status		PIC X(2).

*> Every lot reached by the trace.  Level 0 is the lot named on the
*> card (or, backward, the lots the shipment was filled from); each
*> batch found adds its lot one level down.  The draw window is the
*> first and last day the lot was issued to customers, as day
*> numbers so the midnight allowance is a simple subtraction.
01 Trace-Table.
   02 TT-Entry OCCURS 200 TIMES.
      03 TT-Oil-Num		PIC 9(4).
      03 TT-Lot-Number		PIC X(6).
      03 TT-Level		PIC 9(2).
      03 TT-Parent-Oil		PIC 9(4).
      03 TT-Parent-Lot		PIC X(6).
      03 TT-First-Draw-Day	PIC 9(7).
      03 TT-Last-Draw-Day	PIC 9(7).
      03 TT-Customer-Qty	PIC 9(7).
01 TT-Count			PIC 9(3) VALUE 0.
01 TT-X			PIC 9(3).
01 TT-Y			PIC 9(3).
01 WS-Already-Traced		PIC X.

*> Batch references met while scanning one lot, resolved to their
*> blend oil once the scan is finished.
01 Batch-Ref-Table.
   02 BR-Entry OCCURS 50 TIMES.
      03 BR-Batch-Lot		PIC X(6).
      03 BR-Qty			PIC 9(7).
01 BR-Count			PIC 9(2).
01 BR-X			PIC 9(2).
01 WS-Ref-Posted		PIC X.

01 WS-Run-Date			PIC 9(8).
01 WS-Draw-Day			PIC 9(7).
01 WS-Ship-Day			PIC 9(7).
01 WS-Batch-Oil		PIC 9(4).
01 WS-Add-Oil			PIC 9(4).
01 WS-Add-Lot			PIC X(6).
01 WS-Add-Level		PIC 9(2).
01 WS-Add-Parent-Oil		PIC 9(4).
01 WS-Add-Parent-Lot		PIC X(6).
01 WS-Shipment-Matched		PIC X.
01 WS-Ship-Oil			PIC 9(4).
01 WS-Ship-Date		PIC 9(8).
01 WS-Ship-Found		PIC X VALUE "N".

01 WS-Batches-Found		PIC 9(5) VALUE 0.
01 WS-Shipments-Found		PIC 9(5) VALUE 0.
01 WS-Lots-To-Hold		PIC 9(5) VALUE 0.
01 WS-Qty-To-Hold		PIC 9(7) VALUE 0.

01 Report-Title.
   02 FILLER			PIC X(20) VALUE "LOT RECALL TRACE    ".
   02 RT-Direction		PIC X(10).
   02 FILLER			PIC X(6)  VALUE " FROM ".
   02 RT-Subject		PIC X(30).
   02 FILLER			PIC X(4)  VALUE SPACES.
   02 RT-Run-Date		PIC 9(8).

01 Lot-Heading.
   02 FILLER			PIC X(70) VALUE
      "LVL  OIL#  LOT     FROM OIL/LOT   RECEIVED  ON HAND  QC  CUST QTY".

01 Lot-Detail.
   02 LD-Level			PIC Z9.
   02 FILLER			PIC X(3)  VALUE SPACES.
   02 LD-Oil-Num		PIC 9(4).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 LD-Lot-Number		PIC X(6).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 LD-Parent-Oil		PIC ZZZZ.
   02 FILLER			PIC X     VALUE "/".
   02 LD-Parent-Lot		PIC X(6).
   02 FILLER			PIC X(3)  VALUE SPACES.
   02 LD-Received		PIC 9(8).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 LD-On-Hand		PIC ZZ,ZZ9.
   02 FILLER			PIC X(3)  VALUE SPACES.
   02 LD-QC-Status		PIC X.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 LD-Customer-Qty		PIC ZZZ,ZZ9.

01 Batch-Line.
   02 FILLER			PIC X(6)  VALUE SPACES.
   02 FILLER			PIC X(22) VALUE "CONSUMED BY BATCH     ".
   02 BL-Batch-Lot		PIC X(6).
   02 FILLER			PIC X(11) VALUE "  BLEND OIL".
   02 BL-Blend-Oil		PIC ZZZZ.
   02 FILLER			PIC X(7)  VALUE "  QTY  ".
   02 BL-Qty			PIC ZZZ,ZZ9.

01 Shipment-Heading.
   02 FILLER			PIC X(72) VALUE
      "SHIPMENTS THAT COULD CONTAIN THE LOT - ORDER   CUST   OIL#  QTY  SHIPPED".

01 Shipment-Detail.
   02 FILLER			PIC X(36) VALUE SPACES.
   02 SD-Order-Number		PIC 9(7).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 SD-Customer-Id		PIC X(5).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 SD-Oil-Num		PIC 9(4).
   02 FILLER			PIC X     VALUE SPACE.
   02 SD-Qty			PIC ZZ,ZZ9.
   02 FILLER			PIC X     VALUE SPACE.
   02 SD-Ship-Date		PIC 9(8).
   02 FILLER			PIC X     VALUE SPACE.
   02 SD-Lot-Number		PIC X(6).

01 Summary-Line.
   02 SL-Label			PIC X(30).
   02 SL-Count			PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   OPEN INPUT Recall-Control-File.
   IF Control-Status NOT = "00"
      DISPLAY "RECALLTRACE: NO RECALL.CTL - NOTHING TO TRACE"
      STOP RUN
   END-IF.
   READ Recall-Control-File
      AT END MOVE SPACES TO Recall-Control-Rec
   END-READ.
   CLOSE Recall-Control-File.
   IF NOT Trace-Lot AND NOT Trace-Batch AND NOT Trace-Shipment
      DISPLAY "RECALLTRACE: RECALL.CTL MODE MUST BE L, B OR S"
      STOP RUN WITH ERROR STATUS 16
   END-IF.

   OPEN INPUT Oil-Lot-File.
   OPEN OUTPUT Recall-Report-File.
   MOVE WS-Run-Date TO RT-Run-Date.

   IF Trace-Shipment
      PERFORM Trace-Backward
   ELSE
      PERFORM Trace-Forward
   END-IF.

   CLOSE Oil-Lot-File.
   CLOSE Recall-Report-File.
   DISPLAY "RECALLTRACE: " TT-Count " LOTS, "
           WS-Batches-Found " BATCHES, "
           WS-Shipments-Found " SHIPMENTS, "
           WS-Lots-To-Hold " LOTS TO HOLD".
   STOP RUN.

*> ---------------------------------------------------------------
*> Forward trace: lot -> batches -> customers.
*> ---------------------------------------------------------------
Trace-Forward.
   MOVE "FORWARD" TO RT-Direction.
   IF Trace-Batch AND RC-Oil-Num NOT NUMERIC
      MOVE ZERO TO RC-Oil-Num
   END-IF.
   IF Trace-Batch AND RC-Oil-Num = ZERO
      MOVE RC-Lot-Number TO BR-Batch-Lot(1)
      MOVE 1 TO BR-X
      PERFORM Find-Batch-Oil
      MOVE WS-Batch-Oil TO RC-Oil-Num
   END-IF.
   MOVE SPACES TO RT-Subject.
   STRING "OIL " DELIMITED BY SIZE
          RC-Oil-Num DELIMITED BY SIZE
          " LOT " DELIMITED BY SIZE
          RC-Lot-Number DELIMITED BY SIZE
          INTO RT-Subject.
   WRITE Report-Line FROM Report-Title.
   IF RC-Oil-Num = ZERO
      MOVE "BATCH NOT FOUND ON THE LOT GENEALOGY - NOTHING TRACED"
          TO Report-Line
      WRITE Report-Line
      EXIT PARAGRAPH
   END-IF.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   WRITE Report-Line FROM Lot-Heading.

   MOVE RC-Oil-Num    TO WS-Add-Oil.
   MOVE RC-Lot-Number TO WS-Add-Lot.
   MOVE ZERO          TO WS-Add-Level.
   MOVE ZERO          TO WS-Add-Parent-Oil.
   MOVE SPACES        TO WS-Add-Parent-Lot.
   PERFORM Add-Trace-Entry.

   OPEN OUTPUT Recall-QC-File.
   PERFORM VARYING TT-X FROM 1 BY 1 UNTIL TT-X > TT-Count
      PERFORM Scan-Lot-Draws
      PERFORM Report-Traced-Lot
      PERFORM Write-Batch-Lines
   END-PERFORM.
   CLOSE Recall-QC-File.

   PERFORM List-Implicated-Shipments.

   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   MOVE "LOTS TRACED:" TO SL-Label.
   MOVE TT-Count TO SL-Count.
   WRITE Report-Line FROM Summary-Line.
   MOVE "BLEND BATCHES REACHED:" TO SL-Label.
   MOVE WS-Batches-Found TO SL-Count.
   WRITE Report-Line FROM Summary-Line.
   MOVE "CUSTOMER SHIPMENTS IMPLICATED:" TO SL-Label.
   MOVE WS-Shipments-Found TO SL-Count.
   WRITE Report-Line FROM Summary-Line.
   MOVE "LOTS WRITTEN FOR QUARANTINE:" TO SL-Label.
   MOVE WS-Lots-To-Hold TO SL-Count.
   WRITE Report-Line FROM Summary-Line.
   MOVE "QTY STILL ON HAND TO HOLD:" TO SL-Label.
   MOVE WS-Qty-To-Hold TO SL-Count.
   WRITE Report-Line FROM Summary-Line.

Scan-Lot-Draws.
*> One pass of the genealogy per traced lot, the same whole-file
*> scan Find-Reversed-Trans makes of the audit trail.
   MOVE ZERO TO BR-Count.
   MOVE ZERO TO TT-First-Draw-Day(TT-X).
   MOVE ZERO TO TT-Last-Draw-Day(TT-X).
   MOVE ZERO TO TT-Customer-Qty(TT-X).
   OPEN INPUT Lot-Movement-File.
   READ Lot-Movement-File
      AT END SET End-Of-Movements TO TRUE
   END-READ.
   PERFORM UNTIL End-Of-Movements
      IF LM-Type-Code = 2
         AND LM-Oil-Num = TT-Oil-Num(TT-X)
         AND LM-Lot-Number = TT-Lot-Number(TT-X)
         IF LM-Reference = SPACES
            PERFORM Note-Customer-Draw
         ELSE
            PERFORM Note-Batch-Reference
         END-IF
      END-IF
      READ Lot-Movement-File
         AT END SET End-Of-Movements TO TRUE
      END-READ
   END-PERFORM.
   CLOSE Lot-Movement-File.

Note-Customer-Draw.
   COMPUTE WS-Draw-Day = FUNCTION INTEGER-OF-DATE(LM-Date).
   IF TT-First-Draw-Day(TT-X) = ZERO
      OR WS-Draw-Day < TT-First-Draw-Day(TT-X)
      MOVE WS-Draw-Day TO TT-First-Draw-Day(TT-X)
   END-IF.
   IF WS-Draw-Day > TT-Last-Draw-Day(TT-X)
      MOVE WS-Draw-Day TO TT-Last-Draw-Day(TT-X)
   END-IF.
   ADD LM-Qty TO TT-Customer-Qty(TT-X).

Note-Batch-Reference.
   MOVE "N" TO WS-Ref-Posted.
   PERFORM VARYING BR-X FROM 1 BY 1
       UNTIL BR-X > BR-Count OR WS-Ref-Posted = "Y"
      IF BR-Batch-Lot(BR-X) = LM-Reference
         ADD LM-Qty TO BR-Qty(BR-X)
         MOVE "Y" TO WS-Ref-Posted
      END-IF
   END-PERFORM.
   IF WS-Ref-Posted = "N"
      IF BR-Count < 50
         ADD 1 TO BR-Count
         MOVE LM-Reference TO BR-Batch-Lot(BR-Count)
         MOVE LM-Qty       TO BR-Qty(BR-Count)
      ELSE
         DISPLAY "RECALLTRACE: OVER 50 BATCHES FROM ONE LOT - "
                 LM-Reference " NOT FOLLOWED"
      END-IF
   END-IF.

Write-Batch-Lines.
*> Each batch that consumed this lot becomes a lot to trace one
*> level down, under the blend oil its receipt was posted to.
   PERFORM VARYING BR-X FROM 1 BY 1 UNTIL BR-X > BR-Count
      PERFORM Find-Batch-Oil
      MOVE BR-Batch-Lot(BR-X) TO BL-Batch-Lot
      MOVE WS-Batch-Oil       TO BL-Blend-Oil
      MOVE BR-Qty(BR-X)       TO BL-Qty
      WRITE Report-Line FROM Batch-Line
      IF WS-Batch-Oil NOT = ZERO
         MOVE WS-Batch-Oil       TO WS-Add-Oil
         MOVE BR-Batch-Lot(BR-X) TO WS-Add-Lot
         COMPUTE WS-Add-Level = TT-Level(TT-X) + 1
         MOVE TT-Oil-Num(TT-X)    TO WS-Add-Parent-Oil
         MOVE TT-Lot-Number(TT-X) TO WS-Add-Parent-Lot
         PERFORM Add-Trace-Entry
      END-IF
   END-PERFORM.

Find-Batch-Oil.
*> The blend receipt is the one type-1 movement landing on the
*> batch lot.
   MOVE ZERO TO WS-Batch-Oil.
   OPEN INPUT Lot-Movement-File.
   READ Lot-Movement-File
      AT END SET End-Of-Movements TO TRUE
   END-READ.
   PERFORM UNTIL End-Of-Movements OR WS-Batch-Oil NOT = ZERO
      IF LM-Type-Code = 1
         AND LM-Lot-Number = BR-Batch-Lot(BR-X)
         MOVE LM-Oil-Num TO WS-Batch-Oil
      END-IF
      READ Lot-Movement-File
         AT END SET End-Of-Movements TO TRUE
      END-READ
   END-PERFORM.
   CLOSE Lot-Movement-File.

Add-Trace-Entry.
   MOVE "N" TO WS-Already-Traced.
   PERFORM VARYING TT-Y FROM 1 BY 1 UNTIL TT-Y > TT-Count
      IF TT-Oil-Num(TT-Y) = WS-Add-Oil
         AND TT-Lot-Number(TT-Y) = WS-Add-Lot
         MOVE "Y" TO WS-Already-Traced
      END-IF
   END-PERFORM.
   IF WS-Already-Traced = "N"
      IF TT-Count < 200
         ADD 1 TO TT-Count
         MOVE WS-Add-Oil        TO TT-Oil-Num(TT-Count)
         MOVE WS-Add-Lot        TO TT-Lot-Number(TT-Count)
         MOVE WS-Add-Level      TO TT-Level(TT-Count)
         MOVE WS-Add-Parent-Oil TO TT-Parent-Oil(TT-Count)
         MOVE WS-Add-Parent-Lot TO TT-Parent-Lot(TT-Count)
         MOVE ZERO TO TT-First-Draw-Day(TT-Count)
         MOVE ZERO TO TT-Last-Draw-Day(TT-Count)
         MOVE ZERO TO TT-Customer-Qty(TT-Count)
         IF WS-Add-Level > ZERO
            ADD 1 TO WS-Batches-Found
         END-IF
      ELSE
         DISPLAY "RECALLTRACE: TRACE TABLE FULL - " WS-Add-Oil
                 "/" WS-Add-Lot " NOT FOLLOWED"
      END-IF
   END-IF.

Report-Traced-Lot.
*> The lot's own record gives what is left to hold; anything still
*> on hand and not already rejected goes on the quarantine driver.
   MOVE TT-Level(TT-X)      TO LD-Level.
   MOVE TT-Oil-Num(TT-X)    TO LD-Oil-Num.
   MOVE TT-Lot-Number(TT-X) TO LD-Lot-Number.
   MOVE TT-Parent-Oil(TT-X) TO LD-Parent-Oil.
   MOVE TT-Parent-Lot(TT-X) TO LD-Parent-Lot.
   MOVE TT-Customer-Qty(TT-X) TO LD-Customer-Qty.
   MOVE TT-Oil-Num(TT-X)    TO LT-Oil-Num.
   MOVE TT-Lot-Number(TT-X) TO LT-Lot-Number.
   READ Oil-Lot-File
      INVALID KEY CONTINUE
   END-READ.
   IF LT-Rec-Found
      MOVE LT-Received-Date TO LD-Received
      MOVE LT-Qty           TO LD-On-Hand
      MOVE LT-QC-Status     TO LD-QC-Status
      IF LT-Qty > ZERO AND NOT Lot-Rejected
         MOVE LT-Oil-Num    TO RQ-Oil-Num
         MOVE LT-Lot-Number TO RQ-Lot-Number
         MOVE "Q"           TO RQ-Decision
         WRITE Recall-QC-Rec
         ADD 1 TO WS-Lots-To-Hold
         ADD LT-Qty TO WS-Qty-To-Hold
      END-IF
   ELSE
      MOVE ZERO  TO LD-Received
      MOVE ZERO  TO LD-On-Hand
      MOVE "?"   TO LD-QC-Status
   END-IF.
   WRITE Report-Line FROM Lot-Detail.

List-Implicated-Shipments.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   WRITE Report-Line FROM Shipment-Heading.
   OPEN OUTPUT Recall-Letter-File.
   OPEN INPUT Demand-History-File.
   IF Demand-Status = "00"
      READ Demand-History-File
         AT END SET End-Of-Demand TO TRUE
      END-READ
      PERFORM UNTIL End-Of-Demand
         PERFORM Match-Shipment-To-Lots
         READ Demand-History-File
            AT END SET End-Of-Demand TO TRUE
         END-READ
      END-PERFORM
   END-IF.
   CLOSE Demand-History-File.
   CLOSE Recall-Letter-File.

Match-Shipment-To-Lots.
*> A shipment could contain a traced lot if it is the same oil and
*> was shipped between the day before the lot's first customer
*> draw and its last - one letter per shipment, under the first
*> traced lot it matches.
   MOVE "N" TO WS-Shipment-Matched.
   COMPUTE WS-Ship-Day = FUNCTION INTEGER-OF-DATE(DM-Ship-Date).
   PERFORM VARYING TT-X FROM 1 BY 1
       UNTIL TT-X > TT-Count OR WS-Shipment-Matched = "Y"
      IF TT-Oil-Num(TT-X) = DM-Oil-Num
         AND TT-First-Draw-Day(TT-X) > ZERO
         AND WS-Ship-Day + 1 >= TT-First-Draw-Day(TT-X)
         AND WS-Ship-Day <= TT-Last-Draw-Day(TT-X)
         MOVE "Y" TO WS-Shipment-Matched
         MOVE DM-Order-Number     TO SD-Order-Number
         MOVE DM-Customer-Id      TO SD-Customer-Id
         MOVE DM-Oil-Num          TO SD-Oil-Num
         MOVE DM-Qty              TO SD-Qty
         MOVE DM-Ship-Date        TO SD-Ship-Date
         MOVE TT-Lot-Number(TT-X) TO SD-Lot-Number
         WRITE Report-Line FROM Shipment-Detail
         MOVE DM-Customer-Id  TO RL-Customer-Id
         MOVE DM-Order-Number TO RL-Order-Number
         MOVE DM-Oil-Num      TO RL-Oil-Num
         MOVE DM-Qty          TO RL-Qty
         MOVE DM-Ship-Date    TO RL-Ship-Date
         MOVE RC-Oil-Num      TO RL-Recalled-Oil
         MOVE RC-Lot-Number   TO RL-Recalled-Lot
         WRITE Recall-Letter-Rec
         ADD 1 TO WS-Shipments-Found
      END-IF
   END-PERFORM.

*> ---------------------------------------------------------------
*> Backward trace: shipment -> lots drawn -> component lots.
*> ---------------------------------------------------------------
Trace-Backward.
   MOVE "BACKWARD" TO RT-Direction.
   MOVE SPACES TO RT-Subject.
   STRING "ORDER " DELIMITED BY SIZE
          RC-Order-Number DELIMITED BY SIZE
          INTO RT-Subject.
   WRITE Report-Line FROM Report-Title.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.

   OPEN INPUT Demand-History-File.
   IF Demand-Status = "00"
      READ Demand-History-File
         AT END SET End-Of-Demand TO TRUE
      END-READ
      PERFORM UNTIL End-Of-Demand OR WS-Ship-Found = "Y"
         IF DM-Order-Number = RC-Order-Number
            MOVE "Y" TO WS-Ship-Found
            MOVE DM-Oil-Num   TO WS-Ship-Oil
            MOVE DM-Ship-Date TO WS-Ship-Date
            WRITE Report-Line FROM Shipment-Heading
            MOVE DM-Order-Number TO SD-Order-Number
            MOVE DM-Customer-Id  TO SD-Customer-Id
            MOVE DM-Oil-Num      TO SD-Oil-Num
            MOVE DM-Qty          TO SD-Qty
            MOVE DM-Ship-Date    TO SD-Ship-Date
            MOVE SPACES          TO SD-Lot-Number
            WRITE Report-Line FROM Shipment-Detail
         ELSE
            READ Demand-History-File
               AT END SET End-Of-Demand TO TRUE
            END-READ
         END-IF
      END-PERFORM
   END-IF.
   CLOSE Demand-History-File.
   IF WS-Ship-Found = "N"
      MOVE "ORDER NOT ON OILDEMAND.DAT - NOTHING TRACED" TO Report-Line
      WRITE Report-Line
      EXIT PARAGRAPH
   END-IF.

   PERFORM Find-Shipment-Lots.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   WRITE Report-Line FROM Lot-Heading.
   PERFORM VARYING TT-X FROM 1 BY 1 UNTIL TT-X > TT-Count
      PERFORM Find-Component-Lots
      PERFORM Report-Source-Lot
   END-PERFORM.
   IF TT-Count = ZERO
      MOVE "NO LOT DRAWS LOGGED FOR THE SHIPMENT'S OIL AND DATE"
          TO Report-Line
      WRITE Report-Line
   END-IF.

Find-Shipment-Lots.
*> Customer draws of the shipped oil on the ship date or the day
*> after (a posting run past midnight) are the candidate sources.
   COMPUTE WS-Ship-Day = FUNCTION INTEGER-OF-DATE(WS-Ship-Date).
   OPEN INPUT Lot-Movement-File.
   READ Lot-Movement-File
      AT END SET End-Of-Movements TO TRUE
   END-READ.
   PERFORM UNTIL End-Of-Movements
      IF LM-Type-Code = 2
         AND LM-Oil-Num = WS-Ship-Oil
         AND LM-Reference = SPACES
         COMPUTE WS-Draw-Day = FUNCTION INTEGER-OF-DATE(LM-Date)
         IF WS-Draw-Day >= WS-Ship-Day
            AND WS-Draw-Day <= WS-Ship-Day + 1
            MOVE LM-Oil-Num    TO WS-Add-Oil
            MOVE LM-Lot-Number TO WS-Add-Lot
            MOVE ZERO          TO WS-Add-Level
            MOVE ZERO          TO WS-Add-Parent-Oil
            MOVE SPACES        TO WS-Add-Parent-Lot
            PERFORM Add-Trace-Entry
         END-IF
      END-IF
      READ Lot-Movement-File
         AT END SET End-Of-Movements TO TRUE
      END-READ
   END-PERFORM.
   CLOSE Lot-Movement-File.

Find-Component-Lots.
*> A lot that is a blend batch has component issues referencing it;
*> each component lot drawn becomes a source one level up.
   OPEN INPUT Lot-Movement-File.
   READ Lot-Movement-File
      AT END SET End-Of-Movements TO TRUE
   END-READ.
   PERFORM UNTIL End-Of-Movements
      IF LM-Type-Code = 2
         AND LM-Reference = TT-Lot-Number(TT-X)
         MOVE LM-Oil-Num          TO WS-Add-Oil
         MOVE LM-Lot-Number       TO WS-Add-Lot
         COMPUTE WS-Add-Level = TT-Level(TT-X) + 1
         MOVE TT-Oil-Num(TT-X)    TO WS-Add-Parent-Oil
         MOVE TT-Lot-Number(TT-X) TO WS-Add-Parent-Lot
         PERFORM Add-Trace-Entry
      END-IF
      READ Lot-Movement-File
         AT END SET End-Of-Movements TO TRUE
      END-READ
   END-PERFORM.
   CLOSE Lot-Movement-File.

Report-Source-Lot.
   MOVE TT-Level(TT-X)      TO LD-Level.
   MOVE TT-Oil-Num(TT-X)    TO LD-Oil-Num.
   MOVE TT-Lot-Number(TT-X) TO LD-Lot-Number.
   MOVE TT-Parent-Oil(TT-X) TO LD-Parent-Oil.
   MOVE TT-Parent-Lot(TT-X) TO LD-Parent-Lot.
   MOVE ZERO                TO LD-Customer-Qty.
   MOVE TT-Oil-Num(TT-X)    TO LT-Oil-Num.
   MOVE TT-Lot-Number(TT-X) TO LT-Lot-Number.
   READ Oil-Lot-File
      INVALID KEY CONTINUE
   END-READ.
   IF LT-Rec-Found
      MOVE LT-Received-Date TO LD-Received
      MOVE LT-Qty           TO LD-On-Hand
      MOVE LT-QC-Status     TO LD-QC-Status
   ELSE
      MOVE ZERO  TO LD-Received
      MOVE ZERO  TO LD-On-Hand
      MOVE "?"   TO LD-QC-Status
   END-IF.
   WRITE Report-Line FROM Lot-Detail.
