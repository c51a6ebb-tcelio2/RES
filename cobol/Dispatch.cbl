*> the parcel's total postage for the courier's system.  Lines that
*> shipped zero copies (fully backordered) appear on the manifest
*> marked BACKORDERED but add nothing to the parcel.
*>
*> Parcels are packed and priced by weight.  Each copy weighs what
*> BOOKWGT.DAT says for its title (500g when the title has no weight
*> on file), an order's copies are packed in line order into parcels
*> of up to the maximum parcel weight (grams, default 20000, from the
*> optional control file PARCEL.CTL), and each parcel is priced from
*> the weight-band table POSTBAND.DAT for the customer's country and
*> the order's service class - falling back to the country's standard
*> bands, and, where the country has no bands yet, to the old
*> per-copy postage sfbymail worked out for the copies in the
*> parcel.  Every parcel goes to PARCEL.DAT, which InvoiceGen bills
*> the postage from, and to its own carrier record.  POSTCOMP.RPT
*> sets each order's parcel postage beside what the per-line method
*> charged, for the changeover.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT Carrier-Handoff-File ASSIGN TO "CARRIER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL Book-Weight-File ASSIGN TO "BOOKWGT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BW-Book-Id
        FILE STATUS IS WeightStatus.

    SELECT OPTIONAL Post-Band-File ASSIGN TO "POSTBAND.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PB-Key
        FILE STATUS IS BandStatus.

    SELECT OPTIONAL Parcel-Control-File ASSIGN TO "PARCEL.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ParcelControlStatus.

    SELECT Parcel-File ASSIGN TO "PARCEL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PL-Key
        FILE STATUS IS ParcelStatus.

    SELECT Postage-Compare-File ASSIGN TO "POSTCOMP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ProcessedOrdersFile.
    02  Qty-Required-POF        PIC 99.
    02  Title-Cost-POF          PIC 999V99.
    02  Title-Postage-POF       PIC 99V99.
    02  Currency-Code-POF       PIC X(3).
    02  Converted-Cost-POF      PIC 9(5)V99.
    02  Converted-Postage-POF   PIC 9(4)V99.
    02  Discount-POF            PIC 9(4)V99.
    02  Promo-Code-POF          PIC X(8).
    02  Tax-POF                 PIC 9(4)V99.
    02  Book-Id-POF             PIC X(5).
    02  Service-Class-POF       PIC X.

FD  Customer-File.
01  CU-Rec.
    02  CU-City                 PIC X(15).
    02  CU-Country-Code         PIC XX.
    02  CU-Credit-Limit         PIC 9(6)V99.
    02  CU-Sales-Rep            PIC X(4).
    02  CU-Acct-Status          PIC X.
        88 CU-Inactive          VALUE "I".
    02  CU-Merged-Into          PIC X(5).

FD  Manifest-Report-File.
01  Manifest-Line               PIC X(80).
    02  CA-City                 PIC X(15).
    02  CA-Country-Code         PIC XX.
    02  CA-Total-Postage        PIC 9(4)V99.
    02  CA-Parcel-Seq           PIC 99.
    02  CA-Parcel-Weight        PIC 9(6).

FD  Book-Weight-File.
01  BW-Rec.
    02  BW-Book-Id              PIC X(5).
    02  BW-Weight-Grams         PIC 9(5).

FD  Post-Band-File.
01  PB-Rec.
    02  PB-Key.
        03  PB-Country-Code     PIC XX.
        03  PB-Service-Class    PIC X.
        03  PB-Max-Grams        PIC 9(6).
    02  PB-Parcel-Rate          PIC 999V99.

FD  Parcel-Control-File.
01  Parcel-Control-Rec.
    02  PC-Max-Parcel-Grams     PIC 9(6).

*> One record per parcel handed to the carrier; InvoiceGen reads an
*> order's parcels back for the postage it bills.
FD  Parcel-File.
01  Parcel-Rec.
    02  PL-Key.
        03  PL-Order-Number     PIC X(7).
        03  PL-Parcel-Seq       PIC 99.
    02  PL-Warehouse-Code       PIC XX.
    02  PL-Copies               PIC 999.
    02  PL-Weight-Grams         PIC 9(6).
    02  PL-Postage              PIC 9(4)V99.
    02  PL-Priced-By            PIC X.
        88 PL-Priced-By-Weight  VALUE "W".
        88 PL-Priced-Per-Copy   VALUE "L".

FD  Postage-Compare-File.
01  Compare-Line                PIC X(90).

WORKING-STORAGE SECTION.
01  CustomerStatus              PIC XX.
01  WS-Order-Warehouse          PIC XX.
01  WS-Current-Order            PIC X(7).
01  WS-Current-Customer         PIC X(5).
01  WeightStatus                PIC XX.
    88 Weight-Rec-Found         VALUE "00".
01  BandStatus                  PIC XX.
01  ParcelControlStatus         PIC XX.
01  ParcelStatus                PIC XX.
01  WS-Weight-File-Usable       PIC X VALUE "N".
    88 Weight-File-Usable       VALUE "Y".
01  WS-Band-File-Usable         PIC X VALUE "N".
    88 Band-File-Usable         VALUE "Y".
01  WS-Band-Found-Flag          PIC X.
    88 Band-Found               VALUE "Y".

01  WS-Max-Parcel-Grams         PIC 9(6) VALUE 20000.
01  WS-Default-Copy-Grams       PIC 9(5) VALUE 500.
01  WS-Order-Country            PIC XX.
01  WS-Service-Class            PIC X.
01  WS-Band-Class               PIC X.
01  WS-Copy-Grams               PIC 9(5).
01  WS-Copy-Postage             PIC 99V99.

01  WS-Parcel-Seq               PIC 99.
01  WS-Parcel-Copies            PIC 999.
01  WS-Parcel-Grams             PIC 9(6).
01  WS-Parcel-Copy-Postage      PIC 9(4)V99.
01  WS-Parcel-Postage           PIC 9(4)V99.
01  WS-Parcel-Priced-By         PIC X.
01  WS-Parcel-Kilos             PIC 9(3)V999.

01  WS-Order-Copies             PIC 9(4).
01  WS-Order-Grams              PIC 9(7).
01  WS-Order-Old-Postage        PIC 9(5)V99.
01  WS-Order-New-Postage        PIC 9(5)V99.
01  WS-Order-Difference         PIC S9(5)V99.

01  WS-Orders-Compared          PIC 9(5) VALUE 0.
01  WS-Total-Old-Postage        PIC 9(7)V99 VALUE 0.
01  WS-Total-New-Postage        PIC 9(7)V99 VALUE 0.
01  WS-Total-Difference         PIC S9(7)V99 VALUE 0.
01  WS-Unweighed-Lines          PIC 9(5) VALUE 0.
01  WS-Per-Copy-Parcels         PIC 9(5) VALUE 0.
01  WS-Parcels-This-Pass        PIC 9(5).
01  WS-Parcels-Written          PIC 9(5) VALUE 0.

    02  FILLER                  PIC X(16) VALUE "PARCEL POSTAGE: ".
    02  MP-Postage              PIC ZZ9.99.

01  Manifest-Packed-Line.
    02  FILLER                  PIC X(4)  VALUE SPACES.
    02  FILLER                  PIC X(7)  VALUE "PARCEL ".
    02  MK-Parcel-Seq           PIC Z9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  MK-Copies               PIC ZZ9.
    02  FILLER                  PIC X(9)  VALUE " COPIES  ".
    02  MK-Kilos                PIC ZZ9.999.
    02  FILLER                  PIC X(13) VALUE " KG  POSTAGE ".
    02  MK-Postage              PIC Z,ZZ9.99.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  MK-Basis                PIC X(18).

01  Compare-Heading-1.
    02  FILLER                  PIC X(50) VALUE
        "POSTAGE COMPARISON - PARCEL RATES AGAINST PER-LINE".

01  Compare-Heading-2.
    02  FILLER                  PIC X(80) VALUE
        "ORDER   CUST   CTRY CL COPIES PARCELS  WEIGHT KG   PER-LINE    PARCEL     CHANGE".

01  Compare-Detail.
    02  CD-Order-Number         PIC X(7).
    02  FILLER                  PIC X     VALUE SPACE.
    02  CD-Customer-Id          PIC X(5).
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  CD-Country-Code         PIC XX.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  CD-Service-Class        PIC X.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  CD-Copies               PIC ZZZ9.
    02  FILLER                  PIC X(6)  VALUE SPACES.
    02  CD-Parcels              PIC Z9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  CD-Kilos                PIC Z,ZZ9.999.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  CD-Old-Postage          PIC ZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  CD-New-Postage          PIC ZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  CD-Difference           PIC ---,--9.99.

01  Compare-Total-Line.
    02  FILLER                  PIC X(18) VALUE "TOTALS FOR ORDERS ".
    02  CT-Orders               PIC ZZ,ZZ9.
    02  FILLER                  PIC X(25) VALUE SPACES.
    02  CT-Old-Postage          PIC ZZZ,ZZ9.99.
    02  CT-New-Postage          PIC ZZZ,ZZ9.99.
    02  CT-Difference           PIC ----,--9.99.

01  Compare-Count-Line.
    02  CC-Label                PIC X(40).
    02  CC-Count                PIC ZZ,ZZ9.

01  Manifest-Summary.
    02  FILLER                  PIC X(26) VALUE
        "PARCELS THIS WAREHOUSE:   ".

PROCEDURE DIVISION.
Begin.
    PERFORM Read-Parcel-Control.
    OPEN INPUT Customer-File.
    OPEN OUTPUT Manifest-Report-File.
    OPEN OUTPUT Carrier-Handoff-File.
    OPEN INPUT Book-Weight-File.
    IF WeightStatus = "00"
       SET Weight-File-Usable TO TRUE
    END-IF.
    OPEN INPUT Post-Band-File.
    IF BandStatus = "00"
       SET Band-File-Usable TO TRUE
    ELSE
       DISPLAY "DISPATCH: NO POSTBAND.DAT - PARCELS PRICED PER COPY"
    END-IF.
    OPEN OUTPUT Parcel-File.
    OPEN OUTPUT Postage-Compare-File.
    WRITE Compare-Line FROM Compare-Heading-1.
    MOVE SPACES TO Compare-Line.
    WRITE Compare-Line.
    WRITE Compare-Line FROM Compare-Heading-2.

    *> Domestic parcels are picked first, then international - the
    *> manifest is sequenced by warehouse without sorting the file.
    MOVE "INTERNATIONAL" TO MS-Warehouse-Name.
    PERFORM Run-Warehouse-Pass.

    PERFORM Write-Compare-Totals.
    DISPLAY "DISPATCH: " WS-Parcels-Written
            " PARCELS HANDED TO CARRIER".
    CLOSE Customer-File.
    CLOSE Manifest-Report-File.
    CLOSE Carrier-Handoff-File.
    IF Weight-File-Usable
       CLOSE Book-Weight-File
    END-IF.
    IF Band-File-Usable
       CLOSE Post-Band-File
    END-IF.
    CLOSE Parcel-File.
    CLOSE Postage-Compare-File.
    STOP RUN.

Read-Parcel-Control.
    OPEN INPUT Parcel-Control-File.
    IF ParcelControlStatus = "00"
       READ Parcel-Control-File
          AT END MOVE "10" TO ParcelControlStatus
       END-READ
       IF ParcelControlStatus = "00"
          AND PC-Max-Parcel-Grams NUMERIC
          AND PC-Max-Parcel-Grams > ZERO
          MOVE PC-Max-Parcel-Grams TO WS-Max-Parcel-Grams
       END-IF
    END-IF.
    CLOSE Parcel-Control-File.

Run-Warehouse-Pass.
    MOVE ZERO TO WS-Parcels-This-Pass.
    MOVE WS-Pass-Warehouse TO MS-Warehouse-Code.

    IF WS-Order-Warehouse = WS-Pass-Warehouse
       PERFORM Print-Order-Header
       PERFORM Start-Order-Parcels
       PERFORM Manifest-Order-Detail
           UNTIL EndOfPOF
              OR Order-Number-POF NOT = WS-Current-Order
       IF WS-Parcel-Copies > ZERO
          PERFORM Close-Out-Parcel
       END-IF
       IF WS-Parcel-Seq = ZERO
          MOVE ZERO TO MP-Postage
          WRITE Manifest-Line FROM Manifest-Parcel-Line
       ELSE
          PERFORM Write-Compare-Detail
       END-IF
    ELSE
       PERFORM Skip-Order-Detail
           UNTIL EndOfPOF
    ELSE
       MOVE "02" TO WS-Order-Warehouse
    END-IF.
    IF Customer-Rec-Found
       MOVE CU-Country-Code TO WS-Order-Country
    ELSE
       MOVE SPACES TO WS-Order-Country
    END-IF.

Print-Order-Header.
    MOVE SPACES TO Manifest-Line.
    END-IF.
    WRITE Manifest-Line FROM Manifest-Order-Line.

Start-Order-Parcels.
    *> The service class rides on every line of the order; a blank
    *> or unknown class ships standard, as GetPostage prices it.
    MOVE Service-Class-POF TO WS-Service-Class.
    IF WS-Service-Class NOT = "E" AND WS-Service-Class NOT = "C"
       MOVE "S" TO WS-Service-Class
    END-IF.
    MOVE ZERO TO WS-Parcel-Seq.
    MOVE ZERO TO WS-Order-Copies WS-Order-Grams.
    MOVE ZERO TO WS-Order-Old-Postage WS-Order-New-Postage.
    PERFORM Start-New-Parcel.

Start-New-Parcel.
    MOVE ZERO TO WS-Parcel-Copies.
    MOVE ZERO TO WS-Parcel-Grams.
    MOVE ZERO TO WS-Parcel-Copy-Postage.

Manifest-Order-Detail.
    MOVE Book-Title-POF   TO MD-Book-Title.
    MOVE Qty-Required-POF TO MD-Qty.
    IF Qty-Required-POF = ZERO
       MOVE "BACKORDERED"  TO MD-Note
       WRITE Manifest-Line FROM Manifest-Detail
    ELSE
       MOVE SPACES TO MD-Note
       WRITE Manifest-Line FROM Manifest-Detail
       PERFORM Find-Copy-Weight
       COMPUTE WS-Copy-Postage = Title-Postage-POF / Qty-Required-POF
       ADD Title-Postage-POF TO WS-Order-Old-Postage
       PERFORM Pack-One-Copy Qty-Required-POF TIMES
    END-IF.

    READ ProcessedOrdersFile
        AT END SET EndOfPOF TO TRUE
    END-READ.

Find-Copy-Weight.
    MOVE WS-Default-Copy-Grams TO WS-Copy-Grams.
    IF Weight-File-Usable AND Book-Id-POF NOT = SPACES
       MOVE Book-Id-POF TO BW-Book-Id
       READ Book-Weight-File
           INVALID KEY CONTINUE
       END-READ
       IF Weight-Rec-Found AND BW-Weight-Grams > ZERO
          MOVE BW-Weight-Grams TO WS-Copy-Grams
       ELSE
          ADD 1 TO WS-Unweighed-Lines
       END-IF
    ELSE
       ADD 1 TO WS-Unweighed-Lines
    END-IF.

Pack-One-Copy.
    *> A copy that would take the parcel over the maximum starts the
    *> next one; a copy heavier than the maximum travels alone.
    IF WS-Parcel-Copies > ZERO
       AND WS-Parcel-Grams + WS-Copy-Grams > WS-Max-Parcel-Grams
       PERFORM Close-Out-Parcel
    END-IF.
    ADD WS-Copy-Grams   TO WS-Parcel-Grams.
    ADD 1               TO WS-Parcel-Copies.
    ADD WS-Copy-Postage TO WS-Parcel-Copy-Postage.

Skip-Order-Detail.
    READ ProcessedOrdersFile
        AT END SET EndOfPOF TO TRUE
    END-READ.

Close-Out-Parcel.
    ADD 1 TO WS-Parcel-Seq.
    PERFORM Price-Parcel.
    MOVE WS-Parcel-Seq     TO MK-Parcel-Seq.
    MOVE WS-Parcel-Copies  TO MK-Copies.
    COMPUTE WS-Parcel-Kilos = WS-Parcel-Grams / 1000.
    MOVE WS-Parcel-Kilos   TO MK-Kilos.
    MOVE WS-Parcel-Postage TO MK-Postage.
    IF WS-Parcel-Priced-By = "W"
       MOVE "BY WEIGHT"      TO MK-Basis
    ELSE
       MOVE "PER COPY - NO BAND" TO MK-Basis
    END-IF.
    WRITE Manifest-Line FROM Manifest-Packed-Line.
    PERFORM Write-Parcel-Record.
    PERFORM Write-Carrier-Record.
    ADD WS-Parcel-Copies  TO WS-Order-Copies.
    ADD WS-Parcel-Grams   TO WS-Order-Grams.
    ADD WS-Parcel-Postage TO WS-Order-New-Postage.
    PERFORM Start-New-Parcel.

Price-Parcel.
    *> The lightest band for the country and class that carries the
    *> parcel; the country's standard bands when the class has none;
    *> the old per-copy postage when the country has no band at all
    *> (or none heavy enough).
    MOVE "N" TO WS-Band-Found-Flag.
    IF Band-File-Usable
       MOVE WS-Service-Class TO WS-Band-Class
       PERFORM Find-Parcel-Band
       IF NOT Band-Found AND WS-Service-Class NOT = "S"
          MOVE "S" TO WS-Band-Class
          PERFORM Find-Parcel-Band
       END-IF
    END-IF.
    IF Band-Found
       MOVE PB-Parcel-Rate TO WS-Parcel-Postage
       MOVE "W" TO WS-Parcel-Priced-By
    ELSE
       MOVE WS-Parcel-Copy-Postage TO WS-Parcel-Postage
       MOVE "L" TO WS-Parcel-Priced-By
       ADD 1 TO WS-Per-Copy-Parcels
    END-IF.

Find-Parcel-Band.
    MOVE WS-Order-Country TO PB-Country-Code.
    MOVE WS-Band-Class    TO PB-Service-Class.
    MOVE WS-Parcel-Grams  TO PB-Max-Grams.
    START Post-Band-File
        KEY IS NOT LESS THAN PB-Key
        INVALID KEY MOVE "23" TO BandStatus
    END-START.
    IF BandStatus = "00"
       READ Post-Band-File NEXT RECORD
          AT END MOVE "10" TO BandStatus
       END-READ
       IF BandStatus = "00"
          AND PB-Country-Code = WS-Order-Country
          AND PB-Service-Class = WS-Band-Class
          MOVE "Y" TO WS-Band-Found-Flag
       END-IF
    END-IF.

Write-Parcel-Record.
    MOVE WS-Current-Order    TO PL-Order-Number.
    MOVE WS-Parcel-Seq       TO PL-Parcel-Seq.
    MOVE WS-Pass-Warehouse   TO PL-Warehouse-Code.
    MOVE WS-Parcel-Copies    TO PL-Copies.
    MOVE WS-Parcel-Grams     TO PL-Weight-Grams.
    MOVE WS-Parcel-Postage   TO PL-Postage.
    MOVE WS-Parcel-Priced-By TO PL-Priced-By.
    WRITE Parcel-Rec
        INVALID KEY DISPLAY "PARCEL WRITE FS = " ParcelStatus
                            " ORDER " WS-Current-Order
    END-WRITE.

Write-Compare-Detail.
    MOVE WS-Current-Order     TO CD-Order-Number.
    MOVE WS-Current-Customer  TO CD-Customer-Id.
    MOVE WS-Order-Country     TO CD-Country-Code.
    MOVE WS-Service-Class     TO CD-Service-Class.
    MOVE WS-Order-Copies      TO CD-Copies.
    MOVE WS-Parcel-Seq        TO CD-Parcels.
    COMPUTE CD-Kilos = WS-Order-Grams / 1000.
    MOVE WS-Order-Old-Postage TO CD-Old-Postage.
    MOVE WS-Order-New-Postage TO CD-New-Postage.
    COMPUTE WS-Order-Difference =
            WS-Order-New-Postage - WS-Order-Old-Postage.
    MOVE WS-Order-Difference  TO CD-Difference.
    WRITE Compare-Line FROM Compare-Detail.
    ADD 1 TO WS-Orders-Compared.
    ADD WS-Order-Old-Postage TO WS-Total-Old-Postage.
    ADD WS-Order-New-Postage TO WS-Total-New-Postage.
    ADD WS-Order-Difference  TO WS-Total-Difference.

Write-Compare-Totals.
    MOVE SPACES TO Compare-Line.
    WRITE Compare-Line.
    MOVE WS-Orders-Compared   TO CT-Orders.
    MOVE WS-Total-Old-Postage TO CT-Old-Postage.
    MOVE WS-Total-New-Postage TO CT-New-Postage.
    MOVE WS-Total-Difference  TO CT-Difference.
    WRITE Compare-Line FROM Compare-Total-Line.
    MOVE SPACES TO Compare-Line.
    WRITE Compare-Line.
    MOVE "PARCELS SHIPPED"                   TO CC-Label.
    MOVE WS-Parcels-Written                  TO CC-Count.
    WRITE Compare-Line FROM Compare-Count-Line.
    MOVE "PARCELS PRICED PER COPY - NO BAND" TO CC-Label.
    MOVE WS-Per-Copy-Parcels                 TO CC-Count.
    WRITE Compare-Line FROM Compare-Count-Line.
    MOVE "LINES WEIGHED AT THE DEFAULT 500G"  TO CC-Label.
    MOVE WS-Unweighed-Lines                  TO CC-Count.
    WRITE Compare-Line FROM Compare-Count-Line.

Write-Carrier-Record.
    MOVE WS-Current-Order   TO CA-Order-Number.
                      CA-Addr-Line-2 CA-City CA-Country-Code
    END-IF.
    MOVE WS-Parcel-Postage  TO CA-Total-Postage.
    MOVE WS-Parcel-Seq      TO CA-Parcel-Seq.
    MOVE WS-Parcel-Grams    TO CA-Parcel-Weight.
    WRITE Carrier-Rec.
    ADD 1 TO WS-Parcels-This-Pass.
    ADD 1 TO WS-Parcels-Written.
