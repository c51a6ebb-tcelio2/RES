      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  CostRollup.
AUTHOR.  Michael Coughlan.
*> Standard cost roll-up for blends.  Every bill on BLENDBOM.DAT is
*> costed from its components - quantity per unit times the
*> component's Unit-Cost-ODF, the same price BlendRun charges the
*> batch material at - and where a component is itself a blend its
*> own rolled-up standard is used instead, so a blend of blends costs
*> from the bottom up.  A bill whose components never resolve (one
*> that contains itself, directly or through another blend) or that
*> names an oil not on ODF.DAT is reported and left unrolled.
*> Each blend's standard is kept on STDCOST.DAT, the yardstick
*> BlendRun measures each batch's material variance against.  The
*> standard is only PROPOSED as the blend's carried cost: COSTROLL.RPT
*> lists current and standard cost side by side, and every blend whose
*> cost would change gets a line on BLENDSTD.DAT in the NEWCOST.DAT
*> layout (oil, effective date, NNN.NNNN) for costing to review and
*> submit to OilReval, which takes it through COSTHIST.DAT like any
*> other cost change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Blend-BOM-File ASSIGN TO "BLENDBOM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BB-Key
          FILE STATUS IS BOM-Status.

   SELECT Oil-Details-File ASSIGN TO "ODF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-ODF
          ALTERNATE RECORD KEY IS Oil-Name-ODF
                      WITH DUPLICATES
          FILE STATUS IS ODF-Status.

   SELECT Standard-Cost-File ASSIGN TO "STDCOST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SC-Oil-Num
          FILE STATUS IS SC-Status.

   SELECT Proposed-Cost-File ASSIGN TO "BLENDSTD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Rollup-Report-File ASSIGN TO "COSTROLL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Blend-BOM-File.
01 BB-Rec.
   02 BB-Key.
      03 BB-Blend-Oil-Num	PIC 9(4).
      03 BB-Component-Oil-Num	PIC 9(4).
   02 BB-Qty-Per-Unit		PIC 9(3).

FD Oil-Details-File.
01 ODF-Rec.
   02 Oil-Num-ODF               PIC 9(4).
   02 Oil-Name-ODF              PIC X(20).
   02 Unit-Size-ODF		PIC 9(2).
   02 Unit-Cost-ODF		PIC 9(3)V9(4).
   02 Reorder-Point-ODF	PIC 9(5).
   02 Supplier-Code-ODF	PIC X(4).

FD Standard-Cost-File.
01 SC-Rec.
   02 SC-Oil-Num		PIC 9(4).
   02 SC-Std-Cost		PIC 9(3)V9(4).
   02 SC-Rollup-Date		PIC 9(8).

FD Proposed-Cost-File.
01 Proposed-Cost-Rec		PIC X(21).

FD Rollup-Report-File.
01 Rollup-Line			PIC X(100).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 BOM-Status		PIC X(2).
   02 ODF-Status		PIC X(2).
      88 Oil-On-File		VALUE "00".
   02 SC-Status			PIC X(2).
      88 SC-No-Error		VALUE "00".
      88 SC-Duplicate		VALUE "22".

01 WS-Run-Date			PIC 9(8).
01 WS-EOF-BOM			PIC X VALUE "N".
   88 End-Of-BOM		VALUE "Y".

*> Every bill line, in blend order as the BOM file returns them.
01 Bill-Table.
   02 BL-Entry OCCURS 1000 TIMES.
      03 BL-Blend-Oil-Num	PIC 9(4).
      03 BL-Component-Oil-Num	PIC 9(4).
      03 BL-Qty-Per-Unit	PIC 9(3).
01 BL-Count			PIC 9(4) VALUE 0.
01 BL-X			PIC 9(4).

*> One entry per blend with its first bill line and line count, and
*> the standard once every component has a cost.
01 Blend-Table.
   02 BD-Entry OCCURS 200 TIMES.
      03 BD-Oil-Num		PIC 9(4).
      03 BD-First-Line		PIC 9(4).
      03 BD-Line-Count		PIC 9(3).
      03 BD-Std-Cost		PIC 9(7)V9(4).
      03 BD-State		PIC X.
         88 BD-Unresolved	VALUE "U".
         88 BD-Resolved		VALUE "R".
         88 BD-Bad-Component	VALUE "X".
01 BD-Count			PIC 9(3) VALUE 0.
01 BD-X			PIC 9(3).
01 BD-Y			PIC 9(3).

01 WS-Resolved-This-Pass	PIC 9(3).
01 WS-Blend-Cost		PIC 9(7)V9(4).
01 WS-Component-Cost		PIC 9(7)V9(4).
01 WS-Component-State		PIC X.
   88 Component-Costed		VALUE "C".
   88 Component-Waiting		VALUE "W".
   88 Component-Missing		VALUE "M".
01 WS-Blend-Ready		PIC X.
01 WS-Cost-Difference		PIC S9(7)V9(4).
01 WS-Disposition		PIC X(24).

01 WS-Blends-Rolled		PIC 9(5) VALUE 0.
01 WS-Blends-Proposed		PIC 9(5) VALUE 0.
01 WS-Blends-Failed		PIC 9(5) VALUE 0.

*> A proposed cost in the NEWCOST.DAT layout OilReval loads.
01 Proposed-Cost-Line.
   02 PC-Oil-Num		PIC 9(4).
   02 FILLER			PIC X     VALUE ",".
   02 PC-Effective-Date	PIC 9(8).
   02 FILLER			PIC X     VALUE ",".
   02 PC-Cost-Int		PIC 9(3).
   02 FILLER			PIC X     VALUE ".".
   02 PC-Cost-Frac		PIC 9(4).

01 Rollup-Heading.
   02 FILLER			PIC X(84) VALUE
      "BLEND OIL NAME              CURRENT COST  STANDARD COST  DIFFERENCE  DISPOSITION".

01 Rollup-Detail.
   02 RD-Oil-Num		PIC 9(4).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RD-Oil-Name		PIC X(20).
   02 FILLER			PIC X(4)  VALUE SPACES.
   02 RD-Current-Cost		PIC ZZ9.9999.
   02 FILLER			PIC X(6)  VALUE SPACES.
   02 RD-Std-Cost		PIC Z,ZZZ,ZZ9.9999.
   02 FILLER			PIC X(1)  VALUE SPACES.
   02 RD-Difference		PIC -ZZZ9.9999.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RD-Disposition		PIC X(24).

01 Rollup-Summary-Line.
   02 RS-Label			PIC X(30).
   02 RS-Count			PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   OPEN INPUT Blend-BOM-File.
   IF BOM-Status NOT = "00"
      DISPLAY "COSTROLLUP: NO BLENDBOM.DAT - LOAD THE BILLS FIRST"
      STOP RUN WITH ERROR STATUS 16
   END-IF.
   OPEN INPUT Oil-Details-File.
   OPEN I-O Standard-Cost-File.
   IF SC-Status = "35"
      CLOSE Standard-Cost-File
      OPEN OUTPUT Standard-Cost-File
      CLOSE Standard-Cost-File
      OPEN I-O Standard-Cost-File
   END-IF.
   OPEN OUTPUT Proposed-Cost-File.
   OPEN OUTPUT Rollup-Report-File.
   WRITE Rollup-Line FROM Rollup-Heading.

   PERFORM Load-Bills.

*> Each pass costs every blend whose components all have a cost;
*> a blend made from other blends waits for them.  A pass that
*> settles nothing leaves only the circular bills unresolved.
   MOVE 1 TO WS-Resolved-This-Pass.
   PERFORM UNTIL WS-Resolved-This-Pass = ZERO
      MOVE ZERO TO WS-Resolved-This-Pass
      PERFORM VARYING BD-X FROM 1 BY 1 UNTIL BD-X > BD-Count
         IF BD-Unresolved(BD-X)
            PERFORM Cost-One-Blend
         END-IF
      END-PERFORM
   END-PERFORM.

   PERFORM VARYING BD-X FROM 1 BY 1 UNTIL BD-X > BD-Count
      PERFORM Report-One-Blend
   END-PERFORM.

   MOVE "BLENDS ROLLED UP:" TO RS-Label.
   MOVE WS-Blends-Rolled    TO RS-Count.
   WRITE Rollup-Line FROM Rollup-Summary-Line.
   MOVE "NEW COSTS PROPOSED:" TO RS-Label.
   MOVE WS-Blends-Proposed    TO RS-Count.
   WRITE Rollup-Line FROM Rollup-Summary-Line.
   MOVE "BLENDS NOT ROLLED UP:" TO RS-Label.
   MOVE WS-Blends-Failed        TO RS-Count.
   WRITE Rollup-Line FROM Rollup-Summary-Line.
   DISPLAY "COSTROLLUP: " BD-Count " BLENDS, "
           WS-Blends-Rolled " ROLLED UP, "
           WS-Blends-Proposed " NEW COSTS PROPOSED, "
           WS-Blends-Failed " FAILED".

   CLOSE Blend-BOM-File.
   CLOSE Oil-Details-File.
   CLOSE Standard-Cost-File.
   CLOSE Proposed-Cost-File.
   CLOSE Rollup-Report-File.
   STOP RUN.

Load-Bills.
   MOVE ZERO TO BB-Key.
   START Blend-BOM-File
      KEY IS NOT LESS THAN BB-Key
      INVALID KEY SET End-Of-BOM TO TRUE
   END-START.
   PERFORM UNTIL End-Of-BOM
      READ Blend-BOM-File NEXT RECORD
         AT END SET End-Of-BOM TO TRUE
      END-READ
      IF NOT End-Of-BOM
         IF BL-Count < 1000
            PERFORM Add-Bill-Line
         ELSE
            DISPLAY "COSTROLLUP: OVER 1000 BILL LINES - BLEND "
                    BB-Blend-Oil-Num " ONWARD NOT ROLLED UP"
            SET End-Of-BOM TO TRUE
         END-IF
      END-IF
   END-PERFORM.

Add-Bill-Line.
   IF BD-Count = ZERO
      OR BB-Blend-Oil-Num NOT = BD-Oil-Num(BD-Count)
      IF BD-Count = 200
         DISPLAY "COSTROLLUP: OVER 200 BLENDS - BLEND "
                 BB-Blend-Oil-Num " ONWARD NOT ROLLED UP"
         SET End-Of-BOM TO TRUE
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO BD-Count
      MOVE BB-Blend-Oil-Num TO BD-Oil-Num(BD-Count)
      COMPUTE BD-First-Line(BD-Count) = BL-Count + 1
      MOVE ZERO TO BD-Line-Count(BD-Count)
      MOVE ZERO TO BD-Std-Cost(BD-Count)
      SET BD-Unresolved(BD-Count) TO TRUE
   END-IF.
   ADD 1 TO BL-Count.
   MOVE BB-Blend-Oil-Num     TO BL-Blend-Oil-Num(BL-Count).
   MOVE BB-Component-Oil-Num TO BL-Component-Oil-Num(BL-Count).
   MOVE BB-Qty-Per-Unit      TO BL-Qty-Per-Unit(BL-Count).
   ADD 1 TO BD-Line-Count(BD-Count).

Cost-One-Blend.
   MOVE ZERO TO WS-Blend-Cost.
   MOVE "Y" TO WS-Blend-Ready.
   PERFORM VARYING BL-X FROM BD-First-Line(BD-X) BY 1
       UNTIL BL-X > BD-First-Line(BD-X) + BD-Line-Count(BD-X) - 1
          OR WS-Blend-Ready NOT = "Y"
      PERFORM Cost-Component
      EVALUATE TRUE
        WHEN Component-Costed
           COMPUTE WS-Blend-Cost =
                   WS-Blend-Cost
                   + BL-Qty-Per-Unit(BL-X) * WS-Component-Cost
        WHEN Component-Waiting
           MOVE "W" TO WS-Blend-Ready
        WHEN OTHER
           MOVE "M" TO WS-Blend-Ready
      END-EVALUATE
   END-PERFORM.
   EVALUATE WS-Blend-Ready
     WHEN "Y"
        MOVE WS-Blend-Cost TO BD-Std-Cost(BD-X)
        SET BD-Resolved(BD-X) TO TRUE
        ADD 1 TO WS-Resolved-This-Pass
     WHEN "M"
        SET BD-Bad-Component(BD-X) TO TRUE
        ADD 1 TO WS-Resolved-This-Pass
     WHEN OTHER
        CONTINUE
   END-EVALUATE.

Cost-Component.
*> A component with a bill of its own costs at its rolled-up
*> standard; anything else at its Unit-Cost-ODF.
   SET Component-Costed TO TRUE.
   PERFORM VARYING BD-Y FROM 1 BY 1
       UNTIL BD-Y > BD-Count
          OR BD-Oil-Num(BD-Y) = BL-Component-Oil-Num(BL-X)
      CONTINUE
   END-PERFORM.
   IF BD-Y NOT > BD-Count
      EVALUATE TRUE
        WHEN BD-Resolved(BD-Y)
           MOVE BD-Std-Cost(BD-Y) TO WS-Component-Cost
        WHEN BD-Bad-Component(BD-Y)
           SET Component-Missing TO TRUE
        WHEN OTHER
           SET Component-Waiting TO TRUE
      END-EVALUATE
      EXIT PARAGRAPH
   END-IF.
   MOVE BL-Component-Oil-Num(BL-X) TO Oil-Num-ODF.
   READ Oil-Details-File
      INVALID KEY CONTINUE
   END-READ.
   IF Oil-On-File
      MOVE Unit-Cost-ODF TO WS-Component-Cost
   ELSE
      SET Component-Missing TO TRUE
   END-IF.

Report-One-Blend.
   MOVE BD-Oil-Num(BD-X) TO Oil-Num-ODF RD-Oil-Num.
   READ Oil-Details-File
      INVALID KEY MOVE "BLEND NOT ON FILE" TO Oil-Name-ODF
                  MOVE ZERO TO Unit-Cost-ODF
   END-READ.
   MOVE Oil-Name-ODF  TO RD-Oil-Name.
   MOVE Unit-Cost-ODF TO RD-Current-Cost.
   MOVE BD-Std-Cost(BD-X) TO RD-Std-Cost.
   MOVE ZERO TO WS-Cost-Difference.
   EVALUATE TRUE
     WHEN BD-Bad-Component(BD-X)
        MOVE "COMPONENT NOT ON FILE" TO WS-Disposition
        ADD 1 TO WS-Blends-Failed
     WHEN BD-Unresolved(BD-X)
        MOVE "CIRCULAR BILL" TO WS-Disposition
        ADD 1 TO WS-Blends-Failed
     WHEN NOT Oil-On-File
        MOVE "BLEND NOT ON FILE" TO WS-Disposition
        ADD 1 TO WS-Blends-Failed
     WHEN BD-Std-Cost(BD-X) > 999.9999
        MOVE "STANDARD OVER 999.9999" TO WS-Disposition
        ADD 1 TO WS-Blends-Failed
     WHEN OTHER
        COMPUTE WS-Cost-Difference =
                BD-Std-Cost(BD-X) - Unit-Cost-ODF
        PERFORM Keep-Standard
        ADD 1 TO WS-Blends-Rolled
        IF WS-Cost-Difference = ZERO
           MOVE "STANDARD = CURRENT" TO WS-Disposition
        ELSE
           PERFORM Propose-New-Cost
           MOVE "NEW COST PROPOSED" TO WS-Disposition
           ADD 1 TO WS-Blends-Proposed
        END-IF
   END-EVALUATE.
   MOVE WS-Cost-Difference TO RD-Difference.
   MOVE WS-Disposition     TO RD-Disposition.
   WRITE Rollup-Line FROM Rollup-Detail.

Keep-Standard.
   MOVE BD-Oil-Num(BD-X)  TO SC-Oil-Num.
   MOVE BD-Std-Cost(BD-X) TO SC-Std-Cost.
   MOVE WS-Run-Date       TO SC-Rollup-Date.
   WRITE SC-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF SC-Duplicate
      REWRITE SC-Rec
         INVALID KEY DISPLAY "STDCOST REWRITE FS = " SC-Status
      END-REWRITE
   ELSE
      IF NOT SC-No-Error
         DISPLAY "STDCOST WRITE FS = " SC-Status
      END-IF
   END-IF.

Propose-New-Cost.
   MOVE BD-Oil-Num(BD-X) TO PC-Oil-Num.
   MOVE WS-Run-Date      TO PC-Effective-Date.
   MOVE SC-Std-Cost      TO PC-Cost-Int.
   COMPUTE PC-Cost-Frac = (SC-Std-Cost - PC-Cost-Int) * 10000.
   WRITE Proposed-Cost-Rec FROM Proposed-Cost-Line.
