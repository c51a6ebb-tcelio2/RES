      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  CONTPRC.
AUTHOR.  Michael Coughlan.
*> Oil selling-price lookup shared by OilOrderEntry (to show the price
*> as an order is keyed) and OilInvoice (to charge it).  A customer's
*> contract on CONTRPRC.DAT - maintained through CPRCMNTT, keyed by
*> customer, oil and effective date - wins: the contract in force is
*> the one with the latest effective date on or before the pricing
*> date, unless its end date has passed, and its price is the one for
*> the highest quantity break the order quantity reaches.  With no
*> contract in force, or a quantity below the contract's first
*> break, the oil's list price from OILPRICE.DAT applies.  Like
*> PERIODCK, both files are opened on the first call and stay open
*> for the run.
*>
*>    CALL "CONTPRC" USING BY CONTENT   <customer id X(5)>
*>                         BY CONTENT   <oil number 9(4)>
*>                         BY CONTENT   <quantity 9(5)>
*>                         BY CONTENT   <pricing date YYYYMMDD 9(8)>
*>                         BY REFERENCE <unit price 9(4)V99>
*>                         BY REFERENCE <result X(2)>
*>
*>    RESULT: "00" contract price
*>            "01" list price - no contract in force for the quantity
*>            "02" no price - not on contract and not on the list

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OPTIONAL Contract-Price-File ASSIGN TO "CONTRPRC.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CP-Key
          FILE STATUS IS Contract-Status.

   SELECT OPTIONAL Oil-Price-File ASSIGN TO "OILPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OP-Oil-Num
          FILE STATUS IS Price-Status.

DATA DIVISION.
FILE SECTION.
FD Contract-Price-File.
01 CP-Rec.
   02 CP-Key.
      03 CP-Customer-Id		PIC X(5).
      03 CP-Oil-Num		PIC 9(4).
      03 CP-Effective-Date	PIC 9(8).
   02 CP-End-Date		PIC 9(8).
   02 CP-Break OCCURS 4 TIMES.
      03 CP-Break-Qty		PIC 9(5).
      03 CP-Break-Price		PIC 9(4)V99.

FD Oil-Price-File.
01 OP-Rec.
   02 OP-Oil-Num		PIC 9(4).
   02 OP-Unit-Price		PIC 9(4)V99.

WORKING-STORAGE SECTION.
01 Contract-Status		PIC XX.
   88 Contract-Rec-Found	VALUE "00".
01 Price-Status		PIC XX.
   88 Price-Found		VALUE "00".
01 WS-Files-Open		PIC X VALUE "N".

01 WS-EOF-Contract		PIC X.
   88 End-Of-Contracts		VALUE "Y".
01 WS-Contract-Found		PIC X.
   88 Contract-In-Force		VALUE "Y".
01 WS-In-Force-Rec		PIC X(69).
01 WS-Break-Price		PIC 9(4)V99.
01 CP-X			PIC 9.

LINKAGE SECTION.
01 LS-Customer-Id		PIC X(5).
01 LS-Oil-Num			PIC 9(4).
01 LS-Qty			PIC 9(5).
01 LS-Pricing-Date		PIC 9(8).
01 LS-Unit-Price		PIC 9(4)V99.
01 LS-Result			PIC XX.

PROCEDURE DIVISION USING LS-Customer-Id
                         LS-Oil-Num
                         LS-Qty
                         LS-Pricing-Date
                         LS-Unit-Price
                         LS-Result.
Begin.
   IF WS-Files-Open = "N"
      OPEN INPUT Contract-Price-File
      OPEN INPUT Oil-Price-File
      MOVE "Y" TO WS-Files-Open
   END-IF.

   MOVE ZERO TO LS-Unit-Price.
   PERFORM Find-Contract-In-Force.
   IF Contract-In-Force
      PERFORM Find-Break-Price
      IF WS-Break-Price > ZERO
         MOVE WS-Break-Price TO LS-Unit-Price
         MOVE "00" TO LS-Result
         GOBACK
      END-IF
   END-IF.

   MOVE LS-Oil-Num TO OP-Oil-Num.
   READ Oil-Price-File
      INVALID KEY CONTINUE
   END-READ.
   IF Price-Found
      MOVE OP-Unit-Price TO LS-Unit-Price
      MOVE "01" TO LS-Result
   ELSE
      MOVE "02" TO LS-Result
   END-IF.
   GOBACK.

Find-Contract-In-Force.
*> Contracts for the customer and oil come back in effective-date
*> order, so the last one starting on or before the pricing date is
*> the one in force.
   MOVE "N" TO WS-Contract-Found.
   MOVE "N" TO WS-EOF-Contract.
   MOVE LS-Customer-Id TO CP-Customer-Id.
   MOVE LS-Oil-Num     TO CP-Oil-Num.
   MOVE ZERO           TO CP-Effective-Date.
   START Contract-Price-File
      KEY IS NOT LESS THAN CP-Key
      INVALID KEY SET End-Of-Contracts TO TRUE
   END-START.
   PERFORM UNTIL End-Of-Contracts
      READ Contract-Price-File NEXT RECORD
         AT END SET End-Of-Contracts TO TRUE
      END-READ
      IF NOT End-Of-Contracts
         IF CP-Customer-Id NOT = LS-Customer-Id
            OR CP-Oil-Num NOT = LS-Oil-Num
            OR CP-Effective-Date > LS-Pricing-Date
            SET End-Of-Contracts TO TRUE
         ELSE
            MOVE "Y" TO WS-Contract-Found
            MOVE CP-Rec TO WS-In-Force-Rec
         END-IF
      END-IF
   END-PERFORM.
   IF Contract-In-Force
      MOVE WS-In-Force-Rec TO CP-Rec
      IF CP-End-Date NOT = ZERO AND CP-End-Date < LS-Pricing-Date
         MOVE "N" TO WS-Contract-Found
      END-IF
   END-IF.

Find-Break-Price.
   MOVE ZERO TO WS-Break-Price.
   PERFORM VARYING CP-X FROM 1 BY 1 UNTIL CP-X > 4
      IF CP-Break-Price(CP-X) > ZERO
         AND LS-Qty NOT < CP-Break-Qty(CP-X)
         MOVE CP-Break-Price(CP-X) TO WS-Break-Price
      END-IF
   END-PERFORM.
