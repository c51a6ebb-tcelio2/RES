*> Order entry for the oil trade customers who phone orders in -
*> the scribbled note becomes a keyed OILORD.DAT record instead.
*> Captures customer (validated against the customer master the
*> book side already keeps trade accounts on, and refused with the
*> surviving account's id when CustMerge has merged it), oil number (against
*> ODF.DAT) and quantity, shows the quantity on hand from OSF.DAT
*> as the order is keyed, and appends one order record per line
*> with a number from the last-used control file OILORDCT.DAT.
*> OilFulfill turns the file into AROMA96's type-2 issues, which
*> finally gives DormantStock and OilForecast a demand history with
*> a customer on it.  Each line also records how it is to ship
*> (road, air or sea) and the carrier, which OilFulfill checks
*> against the hazardous-goods register.  The price the line will be
*> invoiced at - the customer's contract price for the quantity, or
*> the list price - is shown through CONTPRC once the quantity is in.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
   02 CU-City			PIC X(15).
   02 CU-Country-Code		PIC XX.
   02 CU-Credit-Limit		PIC 9(6)V99.
   02 CU-Sales-Rep		PIC X(4).
   02 CU-Acct-Status		PIC X.
      88 CU-Inactive		VALUE "I".
   02 CU-Merged-Into		PIC X(5).

FD Oil-Order-File.
01 Oil-Order-Rec.
   02 OO-Oil-Num		PIC 9(4).
   02 OO-Qty			PIC 9(5).
   02 OO-Order-Date		PIC 9(8).
   02 OO-Ship-Mode		PIC X.
   02 OO-Carrier-Code		PIC X(4).

FD Order-Control-File.
01 Order-Control-Rec.
      88 Customer-Rec-Found	VALUE "00".
   02 Order-Control-Status	PIC X(2).

01 WS-Run-Date			PIC 9(8).
01 WS-Next-Order-Number	PIC 9(7) VALUE 0.
01 WS-Customer-Id-In		PIC X(5) VALUE SPACES.
01 WS-Oil-Num-In		PIC X(4) VALUE SPACES.
01 WS-Qty-In			PIC X(5) VALUE SPACES.
01 WS-Ship-Mode-In		PIC X VALUE SPACE.
   88 Valid-Ship-Mode		VALUE "R" "A" "S".
01 WS-Carrier-In		PIC X(4) VALUE SPACES.
01 WS-Price-Qty		PIC 9(5) VALUE 0.
01 WS-Unit-Price		PIC 9(4)V99 VALUE 0.
01 WS-Price-Result		PIC XX.
   88 Contract-Price		VALUE "00".
   88 List-Price		VALUE "01".
01 WS-Price-Out		PIC Z,ZZ9.99.
01 WS-Orders-Written		PIC 9(5) VALUE 0.
01 WS-Done-Flag		PIC X VALUE "N".
   88 Entry-Finished		VALUE "Y".
      READ Customer-File
         INVALID KEY CONTINUE
      END-READ
      EVALUATE TRUE
        WHEN NOT Customer-Rec-Found
           DISPLAY "Customer not on file - order not started."
        WHEN CU-Inactive
           DISPLAY "Customer merged into " CU-Merged-Into
                   " - order not started."
        WHEN OTHER
           DISPLAY "Customer: " CU-Name
           PERFORM Enter-Order-Line
      END-EVALUATE
   END-IF.

Enter-Order-Line.
         DISPLAY "  Oil not on file - order not taken."
      ELSE
         DISPLAY "  Oil: " Oil-Name-ODF
         MOVE Oil-Num-ODF TO Oil-Num-OSF
         READ Oil-Stock-File
            INVALID KEY MOVE ZERO TO Qty-In-Stock-OSF
         END-READ
               DISPLAY "  NOTE: over quantity on hand - will wait"
                       " for stock at fulfilment."
            END-IF
            PERFORM Show-Price
            PERFORM Enter-Shipping
            ADD 1 TO WS-Next-Order-Number
            MOVE WS-Next-Order-Number TO OO-Order-Number
            MOVE WS-Customer-Id-In    TO OO-Customer-Id
            MOVE Oil-Num-ODF          TO OO-Oil-Num
            MOVE WS-Qty-In            TO OO-Qty
            MOVE WS-Run-Date          TO OO-Order-Date
            MOVE WS-Ship-Mode-In      TO OO-Ship-Mode
            MOVE WS-Carrier-In        TO OO-Carrier-Code
            WRITE Oil-Order-Rec
            ADD 1 TO WS-Orders-Written
            DISPLAY "  Order " OO-Order-Number " taken."
      END-IF
   END-IF.

Show-Price.
   MOVE WS-Qty-In TO WS-Price-Qty.
   CALL "CONTPRC" USING BY CONTENT   WS-Customer-Id-In
                        BY CONTENT   Oil-Num-ODF
                        BY CONTENT   WS-Price-Qty
                        BY CONTENT   WS-Run-Date
                        BY REFERENCE WS-Unit-Price
                        BY REFERENCE WS-Price-Result.
   MOVE WS-Unit-Price TO WS-Price-Out.
   EVALUATE TRUE
      WHEN Contract-Price
         DISPLAY "  Contract price: " WS-Price-Out
      WHEN List-Price
         DISPLAY "  List price: " WS-Price-Out
      WHEN OTHER
         DISPLAY "  NOTE: no price on file - invoice will wait"
                 " until the oil is priced."
   END-EVALUATE.

Enter-Shipping.
*> How the line goes out - OilFulfill holds a hazardous oil that may
*> not travel by that mode or carrier.
   MOVE SPACE TO WS-Ship-Mode-In.
   PERFORM UNTIL Valid-Ship-Mode
      DISPLAY "  Ship by R=road, A=air, S=sea (blank = road): "
      MOVE SPACE TO WS-Ship-Mode-In
      ACCEPT WS-Ship-Mode-In
      IF WS-Ship-Mode-In = SPACE
         MOVE "R" TO WS-Ship-Mode-In
      END-IF
   END-PERFORM.
   DISPLAY "  Carrier code (blank = own van): ".
   MOVE SPACES TO WS-Carrier-In.
   ACCEPT WS-Carrier-In.

Read-Order-Number-Control.
   MOVE ZERO TO WS-Next-Order-Number.
   OPEN INPUT Order-Control-File.
