*> and its audit trail, exactly as GoodsReceipt feeds receipts
*> through TRANSGR.DAT.  Each shipped order is also appended to the
*> demand-history file OILDEMAND.DAT (date, customer, oil,
*> quantity), the customer dimension the usage history never had,
*> and to the billing file OILBILL.DAT that OilInvoice prices and
*> posts to accounts receivable.
*> Orders short of stock stay on OILORD.DAT for the next run; the
*> shipment register lists every order by customer either way.
*> An oil on the hazardous-goods register (HAZREG.DAT, loaded by
*> HazardLoad) is held on OILORD.DAT, whatever the stock, when the
*> line would go by air and the oil is forbidden by air, or to a
*> country or by a carrier the register restricts it from; a
*> hazardous line that ships carries its hazard declaration on the
*> register and a dangerous goods note for the carrier on
*> OILDGN.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS Order-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT Issue-Trans-File ASSIGN TO "TRANSOI.DAT"
   SELECT Demand-History-File ASSIGN TO "OILDEMAND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT OPTIONAL Billing-File ASSIGN TO "OILBILL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Shipment-Register-File ASSIGN TO "OILSHIP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT OPTIONAL Hazard-Register-File ASSIGN TO "HAZREG.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HZ-Oil-Num
          FILE STATUS IS Hazard-Status.

   SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CU-Customer-Id
          FILE STATUS IS Customer-Status.

   SELECT Goods-Note-File ASSIGN TO "OILDGN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Oil-Order-File.
   02 OO-Oil-Num		PIC 9(4).
   02 OO-Qty			PIC 9(5).
   02 OO-Order-Date		PIC 9(8).
   02 OO-Ship-Mode		PIC X.
      88 OO-By-Air		VALUE "A".
   02 OO-Carrier-Code		PIC X(4).

FD Oil-Stock-File.
01 OSF-Rec.
   02 DM-Qty			PIC 9(5).
   02 DM-Order-Number		PIC 9(7).

FD Billing-File.
01 Billing-Rec.
   02 BL-Order-Number		PIC 9(7).
   02 BL-Customer-Id		PIC X(5).
   02 BL-Oil-Num		PIC 9(4).
   02 BL-Qty			PIC 9(5).
   02 BL-Ship-Date		PIC 9(8).

FD Shipment-Register-File.
01 Register-Line		PIC X(80).

FD Hazard-Register-File.
01 HZ-Rec.
   02 HZ-Oil-Num		PIC 9(4).
   02 HZ-UN-Number		PIC X(6).
   02 HZ-Flash-Point		PIC S9(3) SIGN IS LEADING SEPARATE.
   02 HZ-Hazard-Class		PIC X(4).
   02 HZ-Packing-Group		PIC X(3).
   02 HZ-Air-Forbidden		PIC X.
      88 HZ-No-Air-Freight	VALUE "Y".
   02 HZ-Shipping-Name		PIC X(30).
   02 HZ-Restriction OCCURS 6 TIMES.
      03 HZ-Restrict-Type	PIC X.
         88 HZ-Country-Restriction	VALUE "C".
         88 HZ-Carrier-Restriction	VALUE "K".
      03 HZ-Restrict-Code	PIC X(4).

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

FD Goods-Note-File.
01 Goods-Note-Line		PIC X(80).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Order-Status		PIC X(2).
   02 OSF-Status		PIC X(2).
      88 OSF-Rec-Found		VALUE "00".
   02 Hazard-Status		PIC X(2).
      88 Hazard-Rec-Found	VALUE "00".
   02 Customer-Status		PIC X(2).
      88 Customer-Rec-Found	VALUE "00".

01 WS-Run-Date			PIC 9(8).
01 WS-Available		PIC S9(6).
*> Orders not covered this run, written back to OILORD.DAT.
01 Pending-Table.
   02 PD-Entry OCCURS 500 TIMES
				PIC X(34).
01 PD-Count			PIC 9(3) VALUE 0.
01 PD-X			PIC 9(3).

01 WS-Orders-Read		PIC 9(5) VALUE 0.
01 WS-Orders-Shipped		PIC 9(5) VALUE 0.
01 WS-Orders-Pending		PIC 9(5) VALUE 0.
01 WS-Orders-Held		PIC 9(5) VALUE 0.

01 WS-Hazardous		PIC X.
   88 Oil-Is-Hazardous		VALUE "Y".
01 WS-Hazard-Hold		PIC X.
   88 Hazard-Hold		VALUE "Y".
01 WS-Hold-Reason		PIC X(36).
01 HZ-X			PIC 9.
01 WS-Trans-Qty-Hash		PIC 9(9) VALUE 0.

01 File-Control-Area.
   02 FC-Result		PIC XX.

01 Register-Heading.
   02 FILLER			PIC X(80) VALUE
      "ORDER    CUST   OIL#  QTY     DISPOSITION".

01 Register-Detail.
      "ORDERS AWAITING STOCK:    ".
   02 RS-Pending		PIC ZZ,ZZ9.

01 Register-Summary-3.
   02 FILLER			PIC X(26) VALUE
      "ORDERS ON HAZARD HOLD:    ".
   02 RS-Held			PIC ZZ,ZZ9.

01 Register-Hazard-Line.
   02 FILLER			PIC X(9)  VALUE "  HAZARD ".
   02 RH-UN-Number		PIC X(6).
   02 FILLER			PIC X(7)  VALUE " CLASS ".
   02 RH-Hazard-Class		PIC X(4).
   02 FILLER			PIC X(4)  VALUE " PG ".
   02 RH-Packing-Group		PIC X(3).
   02 FILLER			PIC X(4)  VALUE " FP ".
   02 RH-Flash-Point		PIC -ZZ9.
   02 FILLER			PIC X(2)  VALUE "C ".
   02 RH-Shipping-Name		PIC X(30).

*> The dangerous goods note that travels with a hazardous line.
01 Note-Heading.
   02 FILLER			PIC X(28) VALUE
      "DANGEROUS GOODS NOTE  ORDER ".
   02 NH-Order-Number		PIC 9(7).
   02 FILLER			PIC X(7)  VALUE "  DATE ".
   02 NH-Ship-Date		PIC 9(8).

01 Note-Consignee.
   02 FILLER			PIC X(11) VALUE "CONSIGNEE: ".
   02 NC-Customer-Id		PIC X(5).
   02 FILLER			PIC X     VALUE SPACE.
   02 NC-Customer-Name		PIC X(25).
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 NC-Country-Code		PIC XX.
   02 FILLER			PIC X(10) VALUE "  CARRIER ".
   02 NC-Carrier-Code		PIC X(4).
   02 FILLER			PIC X(7)  VALUE "  MODE ".
   02 NC-Ship-Mode		PIC X.

01 Note-Goods.
   02 FILLER			PIC X(6)  VALUE "GOODS ".
   02 NG-UN-Number		PIC X(6).
   02 FILLER			PIC X     VALUE SPACE.
   02 NG-Shipping-Name		PIC X(30).
   02 FILLER			PIC X(7)  VALUE " CLASS ".
   02 NG-Hazard-Class		PIC X(4).
   02 FILLER			PIC X(4)  VALUE " PG ".
   02 NG-Packing-Group		PIC X(3).

01 Note-Quantity.
   02 FILLER			PIC X(6)  VALUE "OIL#  ".
   02 NQ-Oil-Num		PIC 9(4).
   02 FILLER			PIC X(7)  VALUE "  QTY  ".
   02 NQ-Qty			PIC ZZ,ZZ9.
   02 FILLER			PIC X(16) VALUE "  FLASH POINT  ".
   02 NQ-Flash-Point		PIC -ZZ9.
   02 FILLER			PIC X(2)  VALUE " C".

01 Note-Declaration-1		PIC X(80) VALUE
   "I DECLARE THE CONTENTS OF THIS CONSIGNMENT ARE FULLY AND ACCURATELY DESCRIBED".
01 Note-Declaration-2		PIC X(80) VALUE
   "ABOVE BY THE PROPER SHIPPING NAME AND ARE CLASSIFIED, PACKED AND LABELLED.".

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   OPEN INPUT Oil-Stock-File.
   OPEN OUTPUT Issue-Trans-File.
   OPEN EXTEND Demand-History-File.
   OPEN EXTEND Billing-File.
   OPEN OUTPUT Shipment-Register-File.
   OPEN INPUT Hazard-Register-File.
   OPEN INPUT Customer-File.
   OPEN OUTPUT Goods-Note-File.

   WRITE Register-Line FROM Register-Heading.

   WRITE Register-Line FROM Register-Summary-1.
   MOVE WS-Orders-Pending TO RS-Pending.
   WRITE Register-Line FROM Register-Summary-2.
   MOVE WS-Orders-Held TO RS-Held.
   WRITE Register-Line FROM Register-Summary-3.
   DISPLAY "OILFULFILL: " WS-Orders-Read " READ, "
           WS-Orders-Shipped " SHIPPED, "
           WS-Orders-Pending " AWAITING STOCK, "
           WS-Orders-Held " ON HAZARD HOLD".

   CLOSE Oil-Stock-File.
   CLOSE Issue-Trans-File.
   CLOSE Demand-History-File.
   CLOSE Billing-File.
   CLOSE Shipment-Register-File.
   CLOSE Hazard-Register-File.
   CLOSE Customer-File.
   CLOSE Goods-Note-File.
   PERFORM Update-Trans-Control.
   STOP RUN.

   MOVE OO-Oil-Num      TO RG-Oil-Num.
   MOVE OO-Qty          TO RG-Qty.

   PERFORM Check-Hazard-Restrictions.
   PERFORM Compute-Available.
   EVALUATE TRUE
     WHEN Hazard-Hold
        MOVE WS-Hold-Reason TO RG-Disposition
        PERFORM Keep-Order-Pending
        WRITE Register-Line FROM Register-Detail
     WHEN OO-Qty > WS-Available
        MOVE "INSUFFICIENT STOCK - AWAITING" TO RG-Disposition
        PERFORM Keep-Order-Pending
        WRITE Register-Line FROM Register-Detail
     WHEN OTHER
        PERFORM Write-Issue-Trans
        PERFORM Write-Demand-History
        PERFORM Claim-Quantity
        ADD 1 TO WS-Orders-Shipped
        MOVE "ISSUED TO STOCK POSTING" TO RG-Disposition
        WRITE Register-Line FROM Register-Detail
        IF Oil-Is-Hazardous
           PERFORM Declare-Hazard
        END-IF
   END-EVALUATE.

   READ Oil-Order-File
      AT END SET End-Of-Orders TO TRUE
   END-READ.

Check-Hazard-Restrictions.
*> An oil off the register ships freely.  One on it is held when the
*> line goes by air and the oil may not fly, or when the customer's
*> country or the line's carrier is among its restrictions.
   MOVE "N" TO WS-Hazardous.
   MOVE "N" TO WS-Hazard-Hold.
   MOVE SPACES TO CU-Country-Code.
   MOVE SPACES TO CU-Name.
   MOVE OO-Oil-Num TO HZ-Oil-Num.
   READ Hazard-Register-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Hazard-Rec-Found
      EXIT PARAGRAPH
   END-IF.
   MOVE "Y" TO WS-Hazardous.
   MOVE OO-Customer-Id TO CU-Customer-Id.
   READ Customer-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Customer-Rec-Found
      MOVE SPACES TO CU-Country-Code
      MOVE SPACES TO CU-Name
   END-IF.
   IF OO-By-Air AND HZ-No-Air-Freight
      MOVE "Y" TO WS-Hazard-Hold
      MOVE "HAZARD HOLD - FORBIDDEN BY AIR" TO WS-Hold-Reason
      EXIT PARAGRAPH
   END-IF.
   PERFORM VARYING HZ-X FROM 1 BY 1
       UNTIL HZ-X > 6 OR Hazard-Hold
      IF HZ-Country-Restriction(HZ-X)
         AND CU-Country-Code NOT = SPACES
         AND HZ-Restrict-Code(HZ-X) = CU-Country-Code
         MOVE "Y" TO WS-Hazard-Hold
         MOVE SPACES TO WS-Hold-Reason
         STRING "HAZARD HOLD - BARRED IN " DELIMITED BY SIZE
                CU-Country-Code DELIMITED BY SIZE
             INTO WS-Hold-Reason
      END-IF
      IF HZ-Carrier-Restriction(HZ-X)
         AND OO-Carrier-Code NOT = SPACES
         AND HZ-Restrict-Code(HZ-X) = OO-Carrier-Code
         MOVE "Y" TO WS-Hazard-Hold
         MOVE SPACES TO WS-Hold-Reason
         STRING "HAZARD HOLD - CARRIER " DELIMITED BY SIZE
                OO-Carrier-Code DELIMITED BY SIZE
                " REFUSES" DELIMITED BY SIZE
             INTO WS-Hold-Reason
      END-IF
   END-PERFORM.

Declare-Hazard.
   MOVE HZ-UN-Number     TO RH-UN-Number.
   MOVE HZ-Hazard-Class  TO RH-Hazard-Class.
   MOVE HZ-Packing-Group TO RH-Packing-Group.
   MOVE HZ-Flash-Point   TO RH-Flash-Point.
   MOVE HZ-Shipping-Name TO RH-Shipping-Name.
   WRITE Register-Line FROM Register-Hazard-Line.

   MOVE OO-Order-Number  TO NH-Order-Number.
   MOVE WS-Run-Date      TO NH-Ship-Date.
   WRITE Goods-Note-Line FROM Note-Heading.
   MOVE OO-Customer-Id   TO NC-Customer-Id.
   MOVE CU-Name          TO NC-Customer-Name.
   MOVE CU-Country-Code  TO NC-Country-Code.
   MOVE OO-Carrier-Code  TO NC-Carrier-Code.
   MOVE OO-Ship-Mode     TO NC-Ship-Mode.
   WRITE Goods-Note-Line FROM Note-Consignee.
   MOVE HZ-UN-Number     TO NG-UN-Number.
   MOVE HZ-Shipping-Name TO NG-Shipping-Name.
   MOVE HZ-Hazard-Class  TO NG-Hazard-Class.
   MOVE HZ-Packing-Group TO NG-Packing-Group.
   WRITE Goods-Note-Line FROM Note-Goods.
   MOVE OO-Oil-Num       TO NQ-Oil-Num.
   MOVE OO-Qty           TO NQ-Qty.
   MOVE HZ-Flash-Point   TO NQ-Flash-Point.
   WRITE Goods-Note-Line FROM Note-Quantity.
   WRITE Goods-Note-Line FROM Note-Declaration-1.
   WRITE Goods-Note-Line FROM Note-Declaration-2.
   MOVE SPACES TO Goods-Note-Line.
   WRITE Goods-Note-Line.

Compute-Available.
   MOVE OO-Oil-Num TO Oil-Num-OSF.
   READ Oil-Stock-File
      INVALID KEY MOVE ZERO TO Qty-In-Stock-OSF
   END-READ.
   MOVE OO-Qty          TO DM-Qty.
   MOVE OO-Order-Number TO DM-Order-Number.
   WRITE Demand-History-Rec.
   MOVE OO-Order-Number TO BL-Order-Number.
   MOVE OO-Customer-Id  TO BL-Customer-Id.
   MOVE OO-Oil-Num      TO BL-Oil-Num.
   MOVE OO-Qty          TO BL-Qty.
   MOVE WS-Run-Date     TO BL-Ship-Date.
   WRITE Billing-Rec.

Keep-Order-Pending.
   IF PD-Count < 500
      ADD 1 TO PD-Count
      MOVE Oil-Order-Rec TO PD-Entry(PD-Count)
      IF Hazard-Hold
         ADD 1 TO WS-Orders-Held
      ELSE
         ADD 1 TO WS-Orders-Pending
      END-IF
   ELSE
      DISPLAY "OILFULFILL: PENDING TABLE FULL - ORDER "
              OO-Order-Number " DROPPED FROM FILE"
