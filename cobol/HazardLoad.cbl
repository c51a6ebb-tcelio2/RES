      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  HazardLoad.
AUTHOR.  Michael Coughlan.
*> Loads the hazardous-goods register OilFulfill checks shipments
*> against, one record per oil on ODF.DAT that is dangerous to
*> carry.  Input HAZIN.DAT is CSV-style LINE SEQUENTIAL: oil number,
*> UN number (UN1993), flash point in degrees C (may be negative),
*> hazard class (3, 6.1, 9 ...), packing group (I, II, III or
*> blank), forbidden-by-air flag (Y/N), proper shipping name, then up
*> to six restrictions, each a type letter and a code - C and a
*> country code (CUS) for a destination that refuses the oil, K and a
*> carrier code (KDHLX) for a carrier that will not take it.  An oil
*> already on the register is refreshed, restrictions and all; a
*> record with the oil number alone takes the oil off the register.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Hazard-Input-File ASSIGN TO "HAZIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Oil-Details-File ASSIGN TO "ODF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS Oil-Num-ODF
          ALTERNATE RECORD KEY IS Oil-Name-ODF
                      WITH DUPLICATES
          FILE STATUS IS ODF-Status.

   SELECT Hazard-Register-File ASSIGN TO "HAZREG.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HZ-Oil-Num
          FILE STATUS IS Hazard-Status.

DATA DIVISION.
FILE SECTION.
FD Hazard-Input-File.
01 Hazard-Input-Rec		PIC X(100).
   88 End-Of-Hazard-Input	VALUE HIGH-VALUES.

FD Oil-Details-File.
01 ODF-Rec.
   02 Oil-Num-ODF               PIC 9(4).
   02 Oil-Name-ODF              PIC X(20).
   02 Unit-Size-ODF		PIC 9(2).
   02 Unit-Cost-ODF		PIC 9(3)V9(4).
   02 Reorder-Point-ODF	PIC 9(5).
   02 Supplier-Code-ODF	PIC X(4).

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

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 ODF-Status		PIC X(2).
      88 Oil-On-File		VALUE "00".
   02 Hazard-Status		PIC X(2).
      88 Hazard-No-Error	VALUE "00".
      88 Hazard-Duplicate	VALUE "22".

01 HI-Fields.
   02 HI-Oil-X			PIC X(4).
   02 HI-UN-Number		PIC X(6).
   02 HI-Flash-X		PIC X(4).
   02 HI-Class			PIC X(4).
   02 HI-Packing-Group		PIC X(3).
   02 HI-Air-Forbidden		PIC X.
   02 HI-Shipping-Name		PIC X(30).
   02 HI-Restriction		PIC X(5) OCCURS 6 TIMES.

01 HI-Flash-Fields.
   02 HI-Flash-Digits-X	PIC X(3) JUSTIFIED RIGHT.
   02 HI-Flash-Digits-N REDEFINES HI-Flash-Digits-X
				PIC 9(3).
01 HI-X			PIC 9.
01 WS-Record-OK		PIC X.

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Loaded-Count		PIC 9(5) VALUE 0.
01 WS-Deleted-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Hazard-Input-File.
   OPEN INPUT Oil-Details-File.
   OPEN I-O Hazard-Register-File.
   IF Hazard-Status = "35"
      CLOSE Hazard-Register-File
      OPEN OUTPUT Hazard-Register-File
      CLOSE Hazard-Register-File
      OPEN I-O Hazard-Register-File
   END-IF.

   READ Hazard-Input-File
      AT END SET End-Of-Hazard-Input TO TRUE
   END-READ.
   PERFORM Load-One-Oil UNTIL End-Of-Hazard-Input.

   DISPLAY "HAZARDLOAD: " WS-Read-Count " READ, "
           WS-Loaded-Count " LOADED, "
           WS-Deleted-Count " DELETED, "
           WS-Reject-Count " REJECTED".
   CLOSE Hazard-Input-File.
   CLOSE Oil-Details-File.
   CLOSE Hazard-Register-File.
   STOP RUN.

Load-One-Oil.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO HI-Fields.
   UNSTRING Hazard-Input-Rec DELIMITED BY ","
       INTO HI-Oil-X
            HI-UN-Number
            HI-Flash-X
            HI-Class
            HI-Packing-Group
            HI-Air-Forbidden
            HI-Shipping-Name
            HI-Restriction(1)
            HI-Restriction(2)
            HI-Restriction(3)
            HI-Restriction(4)
            HI-Restriction(5)
            HI-Restriction(6).
   IF HI-Oil-X NOT NUMERIC
      ADD 1 TO WS-Reject-Count
      DISPLAY "HAZARDLOAD: BAD OIL NUMBER - " Hazard-Input-Rec
   ELSE
      MOVE HI-Oil-X TO HZ-Oil-Num
      IF HI-UN-Number = SPACES
         PERFORM Remove-Oil
      ELSE
         PERFORM Edit-Hazard-Fields
         IF WS-Record-OK = "Y"
            PERFORM Prove-Oil-On-File
         END-IF
      END-IF
   END-IF.

   READ Hazard-Input-File
      AT END SET End-Of-Hazard-Input TO TRUE
   END-READ.

Remove-Oil.
   DELETE Hazard-Register-File
      INVALID KEY DISPLAY "HAZARDLOAD: NOT ON REGISTER - "
                          Hazard-Input-Rec
   END-DELETE.
   IF Hazard-No-Error
      ADD 1 TO WS-Deleted-Count
   END-IF.

Edit-Hazard-Fields.
   MOVE "Y" TO WS-Record-OK.
   MOVE SPACES TO HI-Flash-Digits-X.
   IF HI-Flash-X(1:1) = "-"
      UNSTRING HI-Flash-X(2:3) DELIMITED BY SPACE
          INTO HI-Flash-Digits-X
   ELSE
      UNSTRING HI-Flash-X DELIMITED BY SPACE
          INTO HI-Flash-Digits-X
   END-IF.
   INSPECT HI-Flash-Digits-X REPLACING LEADING SPACE BY ZERO.
   IF HI-Air-Forbidden = SPACE
      MOVE "N" TO HI-Air-Forbidden
   END-IF.
   EVALUATE TRUE
     WHEN HI-Flash-Digits-X NOT NUMERIC
        DISPLAY "HAZARDLOAD: BAD FLASH POINT - " Hazard-Input-Rec
        MOVE "N" TO WS-Record-OK
     WHEN HI-Class = SPACES
        DISPLAY "HAZARDLOAD: NO HAZARD CLASS - " Hazard-Input-Rec
        MOVE "N" TO WS-Record-OK
     WHEN HI-Packing-Group NOT = SPACES AND NOT = "I"
          AND NOT = "II" AND NOT = "III"
        DISPLAY "HAZARDLOAD: BAD PACKING GROUP - " Hazard-Input-Rec
        MOVE "N" TO WS-Record-OK
     WHEN HI-Air-Forbidden NOT = "Y" AND NOT = "N"
        DISPLAY "HAZARDLOAD: AIR FLAG NOT Y/N - " Hazard-Input-Rec
        MOVE "N" TO WS-Record-OK
   END-EVALUATE.
   PERFORM VARYING HI-X FROM 1 BY 1
       UNTIL HI-X > 6 OR WS-Record-OK = "N"
      IF HI-Restriction(HI-X) NOT = SPACES
         AND HI-Restriction(HI-X)(1:1) NOT = "C"
         AND HI-Restriction(HI-X)(1:1) NOT = "K"
         DISPLAY "HAZARDLOAD: RESTRICTION NOT C OR K - "
                 Hazard-Input-Rec
         MOVE "N" TO WS-Record-OK
      END-IF
   END-PERFORM.
   IF WS-Record-OK = "N"
      ADD 1 TO WS-Reject-Count
   END-IF.

Prove-Oil-On-File.
   MOVE HI-Oil-X TO Oil-Num-ODF.
   READ Oil-Details-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Oil-On-File
      ADD 1 TO WS-Reject-Count
      DISPLAY "HAZARDLOAD: OIL NOT ON FILE - " Hazard-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   PERFORM Apply-Hazard.

Apply-Hazard.
   MOVE HI-Oil-X          TO HZ-Oil-Num.
   MOVE HI-UN-Number      TO HZ-UN-Number.
   MOVE HI-Flash-Digits-N TO HZ-Flash-Point.
   IF HI-Flash-X(1:1) = "-"
      COMPUTE HZ-Flash-Point = ZERO - HI-Flash-Digits-N
   END-IF.
   MOVE HI-Class          TO HZ-Hazard-Class.
   MOVE HI-Packing-Group  TO HZ-Packing-Group.
   MOVE HI-Air-Forbidden  TO HZ-Air-Forbidden.
   MOVE HI-Shipping-Name  TO HZ-Shipping-Name.
   PERFORM VARYING HI-X FROM 1 BY 1 UNTIL HI-X > 6
      MOVE HI-Restriction(HI-X)(1:1) TO HZ-Restrict-Type(HI-X)
      MOVE HI-Restriction(HI-X)(2:4) TO HZ-Restrict-Code(HI-X)
   END-PERFORM.
   WRITE HZ-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF Hazard-Duplicate
      REWRITE HZ-Rec
         INVALID KEY DISPLAY "HAZREG REWRITE FS = " Hazard-Status
      END-REWRITE
      ADD 1 TO WS-Loaded-Count
   ELSE
      IF Hazard-No-Error
         ADD 1 TO WS-Loaded-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "HAZREG WRITE FS = " Hazard-Status
      END-IF
   END-IF.
