      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  OilMargin.
AUTHOR.  Michael Coughlan.
*> Gross-margin analysis of the oil trade shipments OilFulfill logs on
*> OILDEMAND.DAT, for the date range on the control card OILMARGN.CTL
*> (from date, to date; default all dates).  Each shipment line is
*> priced at its ship date through CONTPRC - the contract or list
*> price OilInvoice charges it at, before tax - and costed at the
*> COSTHIST.DAT cost in effect on the ship date (Unit-Cost-ODF for an
*> oil with no history, the selection AROMA96's Compute-Stock-Value
*> makes).  OILMARGN.RPT shows revenue, cost of goods, gross margin
*> and margin percent summarised by customer and by oil, then ranks
*> the customer/oil pairings with the lowest margin percent - the
*> list sales takes into contract renegotiation.  A line with no
*> price on file is counted and left out of the figures.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL Demand-History-File ASSIGN TO "OILDEMAND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Demand-Status.

   SELECT OPTIONAL Margin-Control-File ASSIGN TO "OILMARGN.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Margin-Control-Status.

   SELECT Oil-Details-File ASSIGN TO "ODF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-ODF
          ALTERNATE RECORD KEY IS Oil-Name-ODF
                      WITH DUPLICATES
          FILE STATUS IS ODF-Status.

   SELECT OPTIONAL Cost-History-File ASSIGN TO "COSTHIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CH-Key
          FILE STATUS IS CH-Status.

   SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CU-Customer-Id
          FILE STATUS IS Customer-Status.

   SELECT Margin-Report-File ASSIGN TO "OILMARGN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Demand-History-File.
01 Demand-History-Rec.
   88 End-Of-Demand		VALUE HIGH-VALUES.
   02 DM-Ship-Date		PIC 9(8).
   02 DM-Customer-Id		PIC X(5).
   02 DM-Oil-Num		PIC 9(4).
   02 DM-Qty			PIC 9(5).
   02 DM-Order-Number		PIC 9(7).

FD Margin-Control-File.
01 Margin-Control-Rec.
   02 MC-From-Date		PIC 9(8).
   02 MC-To-Date		PIC 9(8).

FD Oil-Details-File.
01 ODF-Rec.
   02 Oil-Num-ODF               PIC 9(4).
   02 Oil-Name-ODF              PIC X(20).
   02 Unit-Size-ODF		PIC 9(2).
   02 Unit-Cost-ODF		PIC 9(3)V9(4).
   02 Reorder-Point-ODF	PIC 9(5).
   02 Supplier-Code-ODF	PIC X(4).

FD Cost-History-File.
01 CH-Rec.
   02 CH-Key.
      03 CH-Oil-Num		PIC 9(4).
      03 CH-Effective-Date	PIC 9(8).
   02 CH-Unit-Cost		PIC 9(3)V9(4).

FD Customer-File.
01 CU-Rec.
   02 CU-Customer-Id		PIC X(5).
   02 CU-Name			PIC X(25).
   02 CU-Addr-Line-1		PIC X(20).
   02 CU-Addr-Line-2		PIC X(20).
   02 CU-City			PIC X(15).
   02 CU-Country-Code		PIC XX.
   02 CU-Credit-Limit		PIC 9(6)V99.
   02 CU-Sales-Rep		PIC X(4).
   02 CU-Acct-Status		PIC X.
      88 CU-Inactive		VALUE "I".
   02 CU-Merged-Into		PIC X(5).

FD Margin-Report-File.
01 Report-Line			PIC X(110).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Demand-Status		PIC X(2).
   02 Margin-Control-Status	PIC X(2).
   02 ODF-Status		PIC X(2).
      88 Oil-On-File		VALUE "00".
   02 CH-Status			PIC X(2).
   02 Customer-Status		PIC X(2).
      88 Customer-Rec-Found	VALUE "00".

01 WS-From-Date		PIC 9(8) VALUE 0.
01 WS-To-Date			PIC 9(8) VALUE 99999999.
01 WS-Effective-Cost		PIC 9(3)V9(4).
01 WS-EOF-Cost-Scan		PIC X.
   88 End-Of-Cost-Scan		VALUE "Y".
01 WS-Unit-Price		PIC 9(4)V99.
01 WS-Price-Result		PIC XX.
   88 No-Price-On-File		VALUE "02".
01 WS-Line-Revenue		PIC 9(9)V99.
01 WS-Line-Cost		PIC 9(9)V99.
01 WS-Posted			PIC X.

*> Revenue and cost accumulated three ways - by customer, by oil and
*> by the pairing of the two the lowest-margin ranking works from.
01 Customer-Table.
   02 CS-Entry OCCURS 500 TIMES.
      03 CS-Customer-Id		PIC X(5).
      03 CS-Qty			PIC 9(7).
      03 CS-Revenue		PIC 9(9)V99.
      03 CS-Cost		PIC 9(9)V99.
01 CS-Count			PIC 9(3) VALUE 0.
01 CS-X			PIC 9(3).

01 Oil-Table.
   02 OT-Entry OCCURS 500 TIMES.
      03 OT-Oil-Num		PIC 9(4).
      03 OT-Qty			PIC 9(7).
      03 OT-Revenue		PIC 9(9)V99.
      03 OT-Cost		PIC 9(9)V99.
01 OT-Count			PIC 9(3) VALUE 0.
01 OT-X			PIC 9(3).

01 Pair-Table.
   02 PR-Entry OCCURS 1000 TIMES.
      03 PR-Customer-Id		PIC X(5).
      03 PR-Oil-Num		PIC 9(4).
      03 PR-Qty			PIC 9(7).
      03 PR-Revenue		PIC 9(9)V99.
      03 PR-Cost		PIC 9(9)V99.
01 PR-Count			PIC 9(4) VALUE 0.
01 PR-X			PIC 9(4).

*> Lowest-margin ranking, ripple-inserted the way CustRank ranks
*> its customers, lowest margin percent first.
78 Rank-Cutoff			VALUE 20.
01 Rank-Table.
   02 RK-Entry OCCURS 21 TIMES.
      03 RK-Customer-Id		PIC X(5).
      03 RK-Oil-Num		PIC 9(4).
      03 RK-Qty			PIC 9(7).
      03 RK-Revenue		PIC 9(9)V99.
      03 RK-Cost		PIC 9(9)V99.
      03 RK-Margin-Pct		PIC S9(5)V9.
01 Rank			PIC 99.

01 WS-Margin			PIC S9(9)V99.
01 WS-Margin-Pct		PIC S9(5)V9.
01 WS-Sum-Qty			PIC 9(7).
01 WS-Sum-Revenue		PIC 9(9)V99.
01 WS-Sum-Cost			PIC 9(9)V99.

01 WS-Lines-Read		PIC 9(7) VALUE 0.
01 WS-Lines-Analysed		PIC 9(7) VALUE 0.
01 WS-Lines-Unpriced		PIC 9(7) VALUE 0.
01 WS-Total-Qty		PIC 9(7) VALUE 0.
01 WS-Total-Revenue		PIC 9(9)V99 VALUE 0.
01 WS-Total-Cost		PIC 9(9)V99 VALUE 0.

01 Report-Heading-1.
   02 FILLER			PIC X(26) VALUE
      "OIL GROSS MARGIN ANALYSIS ".
   02 RH-From-Date		PIC 9(8).
   02 FILLER			PIC X(4)  VALUE " TO ".
   02 RH-To-Date		PIC 9(8).

01 Section-Heading		PIC X(40).

01 Column-Heading.
   02 FILLER			PIC X(103) VALUE
      "CUST/OIL    NAME                            QTY        REVENUE   COST OF GOODS          MARGIN  MARGIN%".

01 Margin-Detail.
   02 MD-Key			PIC X(10).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 MD-Name			PIC X(25).
   02 FILLER			PIC X(1)  VALUE SPACES.
   02 MD-Qty			PIC Z,ZZZ,ZZ9.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 MD-Revenue		PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 MD-Cost			PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(1)  VALUE SPACES.
   02 MD-Margin		PIC -ZZZ,ZZZ,ZZ9.99.
   02 FILLER			PIC X(1)  VALUE SPACES.
   02 MD-Margin-Pct		PIC -ZZZZ9.9.

01 Pair-Key.
   02 PK-Customer-Id		PIC X(5).
   02 FILLER			PIC X     VALUE "/".
   02 PK-Oil-Num		PIC 9(4).

01 Summary-Line.
   02 SL-Label			PIC X(30).
   02 SL-Count			PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   PERFORM Read-Margin-Control.
   OPEN INPUT Demand-History-File.
   IF Demand-Status NOT = "00"
      DISPLAY "OILMARGIN: NO OILDEMAND.DAT - NOTHING TO ANALYSE"
      STOP RUN
   END-IF.
   OPEN INPUT Oil-Details-File.
   OPEN INPUT Cost-History-File.
   OPEN INPUT Customer-File.
   OPEN OUTPUT Margin-Report-File.

   READ Demand-History-File
      AT END SET End-Of-Demand TO TRUE
   END-READ.
   PERFORM Analyse-One-Line UNTIL End-Of-Demand.
   CLOSE Demand-History-File.

   MOVE WS-From-Date TO RH-From-Date.
   MOVE WS-To-Date   TO RH-To-Date.
   WRITE Report-Line FROM Report-Heading-1.
   PERFORM Print-By-Customer.
   PERFORM Print-By-Oil.
   PERFORM Print-Lowest-Margins.
   PERFORM Print-Totals.

   DISPLAY "OILMARGIN: " WS-Lines-Read " LINES IN RANGE, "
           WS-Lines-Analysed " ANALYSED, "
           WS-Lines-Unpriced " UNPRICED".
   CLOSE Oil-Details-File.
   CLOSE Cost-History-File.
   CLOSE Customer-File.
   CLOSE Margin-Report-File.
   STOP RUN.

Read-Margin-Control.
   OPEN INPUT Margin-Control-File.
   IF Margin-Control-Status = "00"
      READ Margin-Control-File
         AT END MOVE "10" TO Margin-Control-Status
      END-READ
      IF Margin-Control-Status = "00"
         IF MC-From-Date NUMERIC AND MC-To-Date NUMERIC
            AND MC-From-Date NOT GREATER THAN MC-To-Date
            AND MC-To-Date > ZERO
            MOVE MC-From-Date TO WS-From-Date
            MOVE MC-To-Date   TO WS-To-Date
         END-IF
      END-IF
   END-IF.
   CLOSE Margin-Control-File.

Analyse-One-Line.
   IF DM-Ship-Date NOT LESS THAN WS-From-Date
      AND DM-Ship-Date NOT GREATER THAN WS-To-Date
      ADD 1 TO WS-Lines-Read
      CALL "CONTPRC" USING BY CONTENT   DM-Customer-Id
                           BY CONTENT   DM-Oil-Num
                           BY CONTENT   DM-Qty
                           BY CONTENT   DM-Ship-Date
                           BY REFERENCE WS-Unit-Price
                           BY REFERENCE WS-Price-Result
      IF No-Price-On-File
         ADD 1 TO WS-Lines-Unpriced
      ELSE
         ADD 1 TO WS-Lines-Analysed
         COMPUTE WS-Line-Revenue ROUNDED = DM-Qty * WS-Unit-Price
         PERFORM Find-Effective-Cost
         COMPUTE WS-Line-Cost ROUNDED = DM-Qty * WS-Effective-Cost
         ADD DM-Qty          TO WS-Total-Qty
         ADD WS-Line-Revenue TO WS-Total-Revenue
         ADD WS-Line-Cost    TO WS-Total-Cost
         PERFORM Post-Customer
         PERFORM Post-Oil
         PERFORM Post-Pair
      END-IF
   END-IF.
   READ Demand-History-File
      AT END SET End-Of-Demand TO TRUE
   END-READ.

Find-Effective-Cost.
*> Latest Cost-History-File cost effective on or before the ship
*> date; Unit-Cost-ODF when the oil has no history.
   MOVE DM-Oil-Num TO Oil-Num-ODF.
   READ Oil-Details-File
      INVALID KEY CONTINUE
   END-READ.
   IF Oil-On-File
      MOVE Unit-Cost-ODF TO WS-Effective-Cost
   ELSE
      MOVE ZERO TO WS-Effective-Cost
   END-IF.
   MOVE "N" TO WS-EOF-Cost-Scan.
   MOVE DM-Oil-Num TO CH-Oil-Num.
   MOVE ZERO       TO CH-Effective-Date.
   START Cost-History-File
      KEY IS NOT LESS THAN CH-Key
      INVALID KEY SET End-Of-Cost-Scan TO TRUE
   END-START.
   PERFORM UNTIL End-Of-Cost-Scan
      READ Cost-History-File NEXT RECORD
         AT END SET End-Of-Cost-Scan TO TRUE
      END-READ
      IF NOT End-Of-Cost-Scan
         IF CH-Oil-Num NOT = DM-Oil-Num
            OR CH-Effective-Date > DM-Ship-Date
            SET End-Of-Cost-Scan TO TRUE
         ELSE
            MOVE CH-Unit-Cost TO WS-Effective-Cost
         END-IF
      END-IF
   END-PERFORM.

Post-Customer.
   MOVE "N" TO WS-Posted.
   PERFORM VARYING CS-X FROM 1 BY 1
       UNTIL CS-X > CS-Count OR WS-Posted = "Y"
      IF CS-Customer-Id(CS-X) = DM-Customer-Id
         MOVE "Y" TO WS-Posted
      END-IF
   END-PERFORM.
   IF WS-Posted = "Y"
      SUBTRACT 1 FROM CS-X
   ELSE
      IF CS-Count = 500
         DISPLAY "OILMARGIN: CUSTOMER TABLE FULL - "
                 DM-Customer-Id " NOT SUMMARISED"
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO CS-Count
      MOVE CS-Count TO CS-X
      MOVE DM-Customer-Id TO CS-Customer-Id(CS-X)
      MOVE ZERO TO CS-Qty(CS-X) CS-Revenue(CS-X) CS-Cost(CS-X)
   END-IF.
   ADD DM-Qty          TO CS-Qty(CS-X).
   ADD WS-Line-Revenue TO CS-Revenue(CS-X).
   ADD WS-Line-Cost    TO CS-Cost(CS-X).

Post-Oil.
   MOVE "N" TO WS-Posted.
   PERFORM VARYING OT-X FROM 1 BY 1
       UNTIL OT-X > OT-Count OR WS-Posted = "Y"
      IF OT-Oil-Num(OT-X) = DM-Oil-Num
         MOVE "Y" TO WS-Posted
      END-IF
   END-PERFORM.
   IF WS-Posted = "Y"
      SUBTRACT 1 FROM OT-X
   ELSE
      IF OT-Count = 500
         DISPLAY "OILMARGIN: OIL TABLE FULL - "
                 DM-Oil-Num " NOT SUMMARISED"
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO OT-Count
      MOVE OT-Count TO OT-X
      MOVE DM-Oil-Num TO OT-Oil-Num(OT-X)
      MOVE ZERO TO OT-Qty(OT-X) OT-Revenue(OT-X) OT-Cost(OT-X)
   END-IF.
   ADD DM-Qty          TO OT-Qty(OT-X).
   ADD WS-Line-Revenue TO OT-Revenue(OT-X).
   ADD WS-Line-Cost    TO OT-Cost(OT-X).

Post-Pair.
   MOVE "N" TO WS-Posted.
   PERFORM VARYING PR-X FROM 1 BY 1
       UNTIL PR-X > PR-Count OR WS-Posted = "Y"
      IF PR-Customer-Id(PR-X) = DM-Customer-Id
         AND PR-Oil-Num(PR-X) = DM-Oil-Num
         MOVE "Y" TO WS-Posted
      END-IF
   END-PERFORM.
   IF WS-Posted = "Y"
      SUBTRACT 1 FROM PR-X
   ELSE
      IF PR-Count = 1000
         DISPLAY "OILMARGIN: PAIRING TABLE FULL - "
                 DM-Customer-Id "/" DM-Oil-Num " NOT RANKED"
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO PR-Count
      MOVE PR-Count TO PR-X
      MOVE DM-Customer-Id TO PR-Customer-Id(PR-X)
      MOVE DM-Oil-Num     TO PR-Oil-Num(PR-X)
      MOVE ZERO TO PR-Qty(PR-X) PR-Revenue(PR-X) PR-Cost(PR-X)
   END-IF.
   ADD DM-Qty          TO PR-Qty(PR-X).
   ADD WS-Line-Revenue TO PR-Revenue(PR-X).
   ADD WS-Line-Cost    TO PR-Cost(PR-X).

Compute-Margin.
*> From WS-Sum-Revenue and WS-Sum-Cost; a zero revenue (everything
*> priced at nothing) shows as a 100 per cent loss.
   COMPUTE WS-Margin = WS-Sum-Revenue - WS-Sum-Cost.
   IF WS-Sum-Revenue = ZERO
      MOVE -100 TO WS-Margin-Pct
   ELSE
      COMPUTE WS-Margin-Pct ROUNDED =
              WS-Margin * 100 / WS-Sum-Revenue
         ON SIZE ERROR MOVE -99999.9 TO WS-Margin-Pct
      END-COMPUTE
   END-IF.

Print-Margin-Detail.
   PERFORM Compute-Margin.
   MOVE WS-Sum-Qty     TO MD-Qty.
   MOVE WS-Sum-Revenue TO MD-Revenue.
   MOVE WS-Sum-Cost    TO MD-Cost.
   MOVE WS-Margin      TO MD-Margin.
   MOVE WS-Margin-Pct  TO MD-Margin-Pct.
   WRITE Report-Line FROM Margin-Detail.

Print-By-Customer.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   MOVE "MARGIN BY CUSTOMER" TO Section-Heading.
   WRITE Report-Line FROM Section-Heading.
   WRITE Report-Line FROM Column-Heading.
   PERFORM VARYING CS-X FROM 1 BY 1 UNTIL CS-X > CS-Count
      MOVE CS-Customer-Id(CS-X) TO MD-Key
      PERFORM Find-Customer-Name
      MOVE CS-Qty(CS-X)     TO WS-Sum-Qty
      MOVE CS-Revenue(CS-X) TO WS-Sum-Revenue
      MOVE CS-Cost(CS-X)    TO WS-Sum-Cost
      PERFORM Print-Margin-Detail
   END-PERFORM.

Print-By-Oil.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   MOVE "MARGIN BY OIL" TO Section-Heading.
   WRITE Report-Line FROM Section-Heading.
   WRITE Report-Line FROM Column-Heading.
   PERFORM VARYING OT-X FROM 1 BY 1 UNTIL OT-X > OT-Count
      MOVE OT-Oil-Num(OT-X) TO MD-Key Oil-Num-ODF
      PERFORM Find-Oil-Name
      MOVE OT-Qty(OT-X)     TO WS-Sum-Qty
      MOVE OT-Revenue(OT-X) TO WS-Sum-Revenue
      MOVE OT-Cost(OT-X)    TO WS-Sum-Cost
      PERFORM Print-Margin-Detail
   END-PERFORM.

Print-Lowest-Margins.
   MOVE SPACES TO Rank-Table.
   PERFORM VARYING Rank FROM 1 BY 1 UNTIL Rank > Rank-Cutoff + 1
      MOVE ZERO     TO RK-Oil-Num(Rank) RK-Qty(Rank)
                       RK-Revenue(Rank) RK-Cost(Rank)
      MOVE 99999.9  TO RK-Margin-Pct(Rank)
   END-PERFORM.
   PERFORM VARYING PR-X FROM 1 BY 1 UNTIL PR-X > PR-Count
      MOVE PR-Revenue(PR-X) TO WS-Sum-Revenue
      MOVE PR-Cost(PR-X)    TO WS-Sum-Cost
      PERFORM Compute-Margin
      PERFORM Check-Pair-Rank
          VARYING Rank FROM Rank-Cutoff BY -1 UNTIL Rank < 1
   END-PERFORM.

   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   MOVE "LOWEST MARGIN - CUSTOMER/OIL" TO Section-Heading.
   WRITE Report-Line FROM Section-Heading.
   WRITE Report-Line FROM Column-Heading.
   PERFORM VARYING Rank FROM 1 BY 1
       UNTIL Rank > Rank-Cutoff
          OR RK-Customer-Id(Rank) = SPACES
      MOVE RK-Customer-Id(Rank) TO PK-Customer-Id
      MOVE RK-Oil-Num(Rank)     TO PK-Oil-Num
      MOVE Pair-Key             TO MD-Key
      PERFORM Find-Ranked-Name
      MOVE RK-Qty(Rank)     TO WS-Sum-Qty
      MOVE RK-Revenue(Rank) TO WS-Sum-Revenue
      MOVE RK-Cost(Rank)    TO WS-Sum-Cost
      PERFORM Print-Margin-Detail
   END-PERFORM.

Check-Pair-Rank.
   IF WS-Margin-Pct < RK-Margin-Pct(Rank)
      MOVE RK-Entry(Rank) TO RK-Entry(Rank + 1)
      MOVE PR-Customer-Id(PR-X) TO RK-Customer-Id(Rank)
      MOVE PR-Oil-Num(PR-X)     TO RK-Oil-Num(Rank)
      MOVE PR-Qty(PR-X)         TO RK-Qty(Rank)
      MOVE PR-Revenue(PR-X)     TO RK-Revenue(Rank)
      MOVE PR-Cost(PR-X)        TO RK-Cost(Rank)
      MOVE WS-Margin-Pct        TO RK-Margin-Pct(Rank)
   END-IF.

Print-Totals.
   MOVE SPACES TO Report-Line.
   WRITE Report-Line.
   MOVE "TOTAL"         TO MD-Key.
   MOVE "ALL SHIPMENTS" TO MD-Name.
   MOVE WS-Total-Qty     TO WS-Sum-Qty.
   MOVE WS-Total-Revenue TO WS-Sum-Revenue.
   MOVE WS-Total-Cost    TO WS-Sum-Cost.
   PERFORM Print-Margin-Detail.
   MOVE "LINES ANALYSED:" TO SL-Label.
   MOVE WS-Lines-Analysed TO SL-Count.
   WRITE Report-Line FROM Summary-Line.
   MOVE "LINES UNPRICED - LEFT OUT:" TO SL-Label.
   MOVE WS-Lines-Unpriced TO SL-Count.
   WRITE Report-Line FROM Summary-Line.

Find-Customer-Name.
   MOVE CS-Customer-Id(CS-X) TO CU-Customer-Id.
   READ Customer-File
      INVALID KEY CONTINUE
   END-READ.
   IF Customer-Rec-Found
      MOVE CU-Name TO MD-Name
   ELSE
      MOVE "** NOT ON CUSTOMER FILE **" TO MD-Name
   END-IF.

Find-Oil-Name.
   READ Oil-Details-File
      INVALID KEY CONTINUE
   END-READ.
   IF Oil-On-File
      MOVE Oil-Name-ODF TO MD-Name
   ELSE
      MOVE "** OIL NOT ON FILE **" TO MD-Name
   END-IF.

Find-Ranked-Name.
   MOVE RK-Customer-Id(Rank) TO CU-Customer-Id.
   READ Customer-File
      INVALID KEY CONTINUE
   END-READ.
   IF Customer-Rec-Found
      MOVE CU-Name TO MD-Name
   ELSE
      MOVE "** NOT ON CUSTOMER FILE **" TO MD-Name
   END-IF.
