*> TR-Lot-Number field, so AROMARECON can finally tie a blending
*> session together instead of seeing unrelated movements.  The
*> batch register prices the material cost of each batch at
*> Unit-Cost-ODF per component and sets it against the blend's
*> standard cost from STDCOST.DAT (rolled up by CostRollup): the
*> difference is the batch's material variance, shown on the
*> register and journalled to JRNLIF.DAT - an adverse variance
*> debits the blend variance account out of cost of sales, where
*> the component issues were charged, and a favourable one runs the
*> other way.  A blend with no standard on file is made unmeasured.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          FILE STATUS IS ODF-Status.

   SELECT Oil-Stock-File ASSIGN TO "OSF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-OSF
          FILE STATUS IS OSF-Status.

   SELECT Blend-Trans-File ASSIGN TO "TRANSBL.DAT"
   SELECT Batch-Register-File ASSIGN TO "BLENDRUN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT OPTIONAL Standard-Cost-File ASSIGN TO "STDCOST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SC-Oil-Num
          FILE STATUS IS SC-Status.

   SELECT Journal-Interface-File ASSIGN TO "JRNLIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Blend-Request-File.
FD Batch-Register-File.
01 Register-Line		PIC X(80).

FD Standard-Cost-File.
01 SC-Rec.
   02 SC-Oil-Num		PIC 9(4).
   02 SC-Std-Cost		PIC 9(3)V9(4).
   02 SC-Rollup-Date		PIC 9(8).

FD Journal-Interface-File.
01 Journal-Rec			PIC X(80).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Request-Status		PIC X(2).
   02 OSF-Status		PIC X(2).
      88 OSF-Rec-Found		VALUE "00".
   02 Batch-Control-Status	PIC X(2).
   02 SC-Status			PIC X(2).
      88 Std-Cost-Found		VALUE "00".

01 WS-Next-Batch-Number	PIC 9(5) VALUE 0.
01 WS-Batch-Lot		PIC X(6).
01 WS-Batch-Covered		PIC X.
01 WS-Available		PIC S9(6).
01 WS-Batch-Cost		PIC 9(8)V99.
01 WS-Std-Batch-Cost		PIC 9(8)V99.
01 WS-Batch-Variance		PIC S9(8)V99.
01 WS-Abs-Variance		PIC 9(8)V99.

*> Quantities already claimed this run per component oil.
01 Claimed-Table.
01 WS-Batches-Rejected		PIC 9(5) VALUE 0.
01 WS-Trans-Written		PIC 9(7) VALUE 0.
01 WS-Trans-Qty-Hash		PIC 9(9) VALUE 0.
01 WS-Run-Date			PIC 9(8).
01 WS-Net-Variance		PIC S9(9)V99 VALUE 0.
01 WS-Journal-Total		PIC 9(9)V99 VALUE 0.
01 WS-Journal-Seq		PIC 9(5) VALUE 0.
01 WS-Journal-Open		PIC X VALUE "N".

01 File-Control-Area.
   02 FC-File-Name		PIC X(12).
   02 FC-Hash-Total		PIC 9(13).
   02 FC-Result		PIC XX.

01 Journal-Header.
   02 FILLER			PIC X     VALUE "H".
   02 JH-Extract-Date		PIC 9(8).
   02 FILLER			PIC X(10) VALUE "BLENDVAR  ".

01 Journal-Detail.
   02 FILLER			PIC X     VALUE "D".
   02 JD-Seq			PIC 9(5).
   02 JD-Account		PIC X(16).
   02 JD-DR-CR			PIC X.
   02 JD-Amount		PIC 9(7).99.
   02 JD-Oil-Num		PIC 9(4).
   02 JD-Date			PIC 9(8).
   02 JD-Description		PIC X(20).

01 Journal-Trailer.
   02 FILLER			PIC X     VALUE "T".
   02 JT-Record-Count		PIC 9(7).
   02 JT-Debit-Total		PIC 9(9).99.
   02 JT-Credit-Total		PIC 9(9).99.

01 Register-Heading.
   02 FILLER			PIC X(66) VALUE
      "BATCH   BLEND  UNITS  COMPONENT  REQUIRED      COST  DISPOSITION".
      "BATCH MATERIAL COST:      ".
   02 RK-Batch-Cost		PIC ZZZ,ZZ9.99.

01 Register-Standard-Line.
   02 FILLER			PIC X(26) VALUE
      "STANDARD MATERIAL COST:   ".
   02 RS-Std-Cost		PIC ZZZ,ZZ9.99.

01 Register-Variance-Line.
   02 FILLER			PIC X(26) VALUE
      "MATERIAL VARIANCE:        ".
   02 RV-Variance		PIC ZZZ,ZZ9.99.
   02 FILLER			PIC X(2)  VALUE SPACES.
   02 RV-Direction		PIC X(22).

01 Register-Net-Variance-Line.
   02 FILLER			PIC X(26) VALUE
      "NET VARIANCE THIS RUN:    ".
   02 RN-Net-Variance		PIC -ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
   OPEN INPUT Blend-Request-File.
   IF Request-Status NOT = "00"
      DISPLAY "BLENDRUN: NO BLENDREQ.DAT - NOTHING TO MAKE"
   OPEN INPUT Oil-Stock-File.
   OPEN OUTPUT Blend-Trans-File.
   OPEN OUTPUT Batch-Register-File.
   OPEN INPUT Standard-Cost-File.

   PERFORM Read-Batch-Control.


   PERFORM Write-Batch-Control.
   PERFORM Update-Trans-Control.
   PERFORM Close-Variance-Journal.
   MOVE WS-Net-Variance TO RN-Net-Variance.
   WRITE Register-Line FROM Register-Net-Variance-Line.

   DISPLAY "BLENDRUN: " WS-Requests-Read " REQUESTS, "
           WS-Batches-Made " BATCHES MADE, "
   CLOSE Oil-Stock-File.
   CLOSE Blend-Trans-File.
   CLOSE Batch-Register-File.
   CLOSE Standard-Cost-File.
   STOP RUN.

Make-One-Batch.
Prove-Component-Cover.
   MOVE "Y" TO WS-Batch-Covered.
   PERFORM VARYING CO-X FROM 1 BY 1 UNTIL CO-X > CO-Count
      MOVE CO-Oil-Num(CO-X) TO Oil-Num-OSF
      READ Oil-Stock-File
         INVALID KEY MOVE ZERO TO Qty-In-Stock-OSF
      END-READ
   PERFORM Write-Blend-Receipt.
   MOVE WS-Batch-Cost TO RK-Batch-Cost.
   WRITE Register-Line FROM Register-Cost-Line.
   PERFORM Measure-Variance.
   ADD 1 TO WS-Batches-Made.

Measure-Variance.
   MOVE BQ-Blend-Oil-Num TO SC-Oil-Num.
   READ Standard-Cost-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Std-Cost-Found
      MOVE ZERO TO RV-Variance
      MOVE "NO STANDARD ON FILE" TO RV-Direction
      WRITE Register-Line FROM Register-Variance-Line
      EXIT PARAGRAPH
   END-IF.
   COMPUTE WS-Std-Batch-Cost ROUNDED = SC-Std-Cost * BQ-Units.
   MOVE WS-Std-Batch-Cost TO RS-Std-Cost.
   WRITE Register-Line FROM Register-Standard-Line.
   COMPUTE WS-Batch-Variance = WS-Batch-Cost - WS-Std-Batch-Cost.
   ADD WS-Batch-Variance TO WS-Net-Variance.
   IF WS-Batch-Variance < ZERO
      COMPUTE WS-Abs-Variance = ZERO - WS-Batch-Variance
      MOVE "FAVOURABLE" TO RV-Direction
   ELSE
      MOVE WS-Batch-Variance TO WS-Abs-Variance
      MOVE "ADVERSE" TO RV-Direction
   END-IF.
   IF WS-Batch-Variance = ZERO
      MOVE "AT STANDARD" TO RV-Direction
   END-IF.
   MOVE WS-Abs-Variance TO RV-Variance.
   WRITE Register-Line FROM Register-Variance-Line.
   IF WS-Batch-Variance NOT = ZERO
      PERFORM Write-Variance-Pair
   END-IF.

Write-Variance-Pair.
*> One balanced pair per measured batch: an adverse variance moves
*> the excess out of cost of sales into the blend variance account,
*> a favourable one moves the saving back.
   IF WS-Journal-Open = "N"
      OPEN EXTEND Journal-Interface-File
      MOVE WS-Run-Date TO JH-Extract-Date
      WRITE Journal-Rec FROM Journal-Header
      MOVE "Y" TO WS-Journal-Open
   END-IF.
   MOVE BQ-Blend-Oil-Num TO JD-Oil-Num.
   MOVE WS-Run-Date      TO JD-Date.
   MOVE WS-Abs-Variance  TO JD-Amount.
   MOVE SPACES TO JD-Description.
   STRING "BLEND VAR " DELIMITED BY SIZE
          WS-Batch-Lot DELIMITED BY SIZE
          INTO JD-Description.
   ADD 1 TO WS-Journal-Seq.
   MOVE WS-Journal-Seq TO JD-Seq.
   MOVE "D" TO JD-DR-CR.
   IF WS-Batch-Variance > ZERO
      MOVE "5185-BLEND-VAR  " TO JD-Account
   ELSE
      MOVE "5100-COST-SALES " TO JD-Account
   END-IF.
   WRITE Journal-Rec FROM Journal-Detail.
   ADD 1 TO WS-Journal-Seq.
   MOVE WS-Journal-Seq TO JD-Seq.
   MOVE "C" TO JD-DR-CR.
   IF WS-Batch-Variance > ZERO
      MOVE "5100-COST-SALES " TO JD-Account
   ELSE
      MOVE "5185-BLEND-VAR  " TO JD-Account
   END-IF.
   WRITE Journal-Rec FROM Journal-Detail.
   ADD WS-Abs-Variance TO WS-Journal-Total.

Close-Variance-Journal.
   IF WS-Journal-Open = "N"
      EXIT PARAGRAPH
   END-IF.
   MOVE WS-Journal-Seq   TO JT-Record-Count.
   MOVE WS-Journal-Total TO JT-Debit-Total.
   MOVE WS-Journal-Total TO JT-Credit-Total.
   WRITE Journal-Rec FROM Journal-Trailer.
   CLOSE Journal-Interface-File.
*> The appended batch joins the file's hand-over control totals,
*> so the GL posting run still proves the whole file at open.
   MOVE "JRNLIF.DAT  " TO FC-File-Name.
   CALL "FILECTL" USING BY CONTENT "R"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.
   COMPUTE FC-Record-Count = FC-Record-Count + WS-Journal-Seq + 2.
   COMPUTE FC-Hash-Total = FC-Hash-Total
           + WS-Journal-Total * 200.
   CALL "FILECTL" USING BY CONTENT "W"
                        BY REFERENCE File-Control-Area
       ON EXCEPTION CONTINUE
   END-CALL.

Write-Component-Issue.
   MOVE 2                 TO Type-Code.
   MOVE CO-Oil-Num(CO-X)  TO Oil-Num.
