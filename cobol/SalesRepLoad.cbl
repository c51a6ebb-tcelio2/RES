      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  SalesRepLoad.
AUTHOR.  Michael Coughlan.
*> Loads the sales rep master SALESREP.DAT, the territories
*> TERRITRY.DAT and the commission plans COMMPLAN.DAT that
*> CommissionRun pays from, and sets the rep on customers in bulk.
*> Input SALESREPIN.DAT is CSV-style LINE SEQUENTIAL, the first
*> field saying what the line is:
*>   R,rep,name,company,employee,plan,status  - a rep.  Company and
*>        employee number are the rep's K-PAYE payroll key (blank
*>        while the rep is not on the payroll - commission is then
*>        held); the plan code picks the COMMPLAN.DAT rates; status
*>        A (active, the default) or I (inactive - earns nothing,
*>        cannot take new customers).  A rep already on file is
*>        refreshed and keeps the commission carried forward.
*>   T,country,rep  - the rep looking after a country code; a
*>        customer with no rep of their own is the territory rep's.
*>        No rep takes the territory off the file.
*>   P,plan,line,volume,rate  - one tier of a plan: product line B
*>        (books) or O (oil), the monthly net volume in whole units
*>        the tier starts at, and the commission rate NN.NN percent.
*>        A rep's month takes the rate of the highest tier the
*>        month's volume for the line reaches.  No rate takes the
*>        tier off the file.
*>   C,customer,rep  - sets CU-Sales-Rep on CUSTOMER.DAT, which
*>        CUSTMNTT maintains one customer at a time.  No rep clears
*>        it, so the customer falls back to the territory rep.
*> The rep on a T or C line must be on file and active, so reps are
*> best loaded first.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Sales-Rep-Input-File ASSIGN TO "SALESREPIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Sales-Rep-File ASSIGN TO "SALESREP.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SR-Rep-Id
          FILE STATUS IS Rep-Status.

   SELECT Territory-File ASSIGN TO "TERRITRY.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TE-Country-Code
          FILE STATUS IS Territory-Status.

   SELECT Commission-Plan-File ASSIGN TO "COMMPLAN.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CPL-Key
          FILE STATUS IS Plan-Status.

   SELECT OPTIONAL Customer-File ASSIGN TO "CUSTOMER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CU-Customer-Id
          FILE STATUS IS Customer-Status.

DATA DIVISION.
FILE SECTION.
FD Sales-Rep-Input-File.
01 Sales-Rep-Input-Rec		PIC X(80).
   88 End-Of-Sales-Rep-Input	VALUE HIGH-VALUES.

FD Sales-Rep-File.
01 SR-Rec.
   02 SR-Rep-Id			PIC X(4).
   02 SR-Name			PIC X(25).
   02 SR-Co-No			PIC XX.
   02 SR-Emp-No			PIC X(6).
   02 SR-Plan-Code		PIC XX.
   02 SR-Status			PIC X.
      88 SR-Active		VALUE "A".
      88 SR-Inactive		VALUE "I".
   02 SR-Carry-Forward		PIC S9(7)V99.

FD Territory-File.
01 TE-Rec.
   02 TE-Country-Code		PIC XX.
   02 TE-Rep-Id			PIC X(4).

FD Commission-Plan-File.
01 CPL-Rec.
   02 CPL-Key.
      03 CPL-Plan-Code		PIC XX.
      03 CPL-Product-Line	PIC X.
      03 CPL-Volume-From	PIC 9(7).
   02 CPL-Rate-Pct		PIC 99V99.

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

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Rep-Status		PIC X(2).
      88 Rep-No-Error		VALUE "00".
      88 Rep-Duplicate		VALUE "22".
   02 Territory-Status		PIC X(2).
      88 Territory-No-Error	VALUE "00".
      88 Territory-Duplicate	VALUE "22".
   02 Plan-Status		PIC X(2).
      88 Plan-No-Error		VALUE "00".
      88 Plan-Duplicate		VALUE "22".
   02 Customer-Status		PIC X(2).
      88 Customer-On-File	VALUE "00".

01 SI-Fields.
   02 SI-Type			PIC X.
   02 SI-Field-1		PIC X(25).
   02 SI-Field-2		PIC X(25).
   02 SI-Field-3		PIC X(10).
   02 SI-Field-4		PIC X(10).
   02 SI-Field-5		PIC X(10).
   02 SI-Field-6		PIC X(10).

01 SI-Volume-Fields.
   02 SI-Volume-X		PIC X(7) JUSTIFIED RIGHT.
   02 SI-Volume-N REDEFINES SI-Volume-X
				PIC 9(7).

*> Rate punctuated NN.NN, split at the point and proved numeric a
*> part at a time as PostBandLoad does the parcel rate.
01 SI-Rate-Fields.
   02 SI-Rate-Int-X		PIC X(2) JUSTIFIED RIGHT.
   02 SI-Rate-Int-N REDEFINES SI-Rate-Int-X
				PIC 9(2).
   02 SI-Rate-Frac-X		PIC X(2).
   02 SI-Rate-Frac-N REDEFINES SI-Rate-Frac-X
				PIC 9(2).

01 WS-Rep-Wanted		PIC X(4).
01 WS-Rep-Valid		PIC X VALUE "N".
   88 Rep-Is-Valid		VALUE "Y".

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Loaded-Count		PIC 9(5) VALUE 0.
01 WS-Deleted-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Sales-Rep-Input-File.
   OPEN I-O Sales-Rep-File.
   IF Rep-Status = "35"
      CLOSE Sales-Rep-File
      OPEN OUTPUT Sales-Rep-File
      CLOSE Sales-Rep-File
      OPEN I-O Sales-Rep-File
   END-IF.
   OPEN I-O Territory-File.
   IF Territory-Status = "35"
      CLOSE Territory-File
      OPEN OUTPUT Territory-File
      CLOSE Territory-File
      OPEN I-O Territory-File
   END-IF.
   OPEN I-O Commission-Plan-File.
   IF Plan-Status = "35"
      CLOSE Commission-Plan-File
      OPEN OUTPUT Commission-Plan-File
      CLOSE Commission-Plan-File
      OPEN I-O Commission-Plan-File
   END-IF.
   OPEN I-O Customer-File.

   READ Sales-Rep-Input-File
      AT END SET End-Of-Sales-Rep-Input TO TRUE
   END-READ.
   PERFORM Load-One-Line UNTIL End-Of-Sales-Rep-Input.

   DISPLAY "SALESREPLOAD: " WS-Read-Count " READ, "
           WS-Loaded-Count " LOADED, "
           WS-Deleted-Count " DELETED, "
           WS-Reject-Count " REJECTED".
   CLOSE Sales-Rep-Input-File.
   CLOSE Sales-Rep-File.
   CLOSE Territory-File.
   CLOSE Commission-Plan-File.
   CLOSE Customer-File.
   STOP RUN.

Load-One-Line.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO SI-Fields.
   UNSTRING Sales-Rep-Input-Rec DELIMITED BY ","
       INTO SI-Type
            SI-Field-1
            SI-Field-2
            SI-Field-3
            SI-Field-4
            SI-Field-5
            SI-Field-6.
   MOVE FUNCTION UPPER-CASE(SI-Type) TO SI-Type.
   EVALUATE SI-Type
     WHEN "R"
        PERFORM Load-Rep
     WHEN "T"
        PERFORM Load-Territory
     WHEN "P"
        PERFORM Load-Plan-Tier
     WHEN "C"
        PERFORM Load-Customer-Rep
     WHEN OTHER
        ADD 1 TO WS-Reject-Count
        DISPLAY "SALESREPLOAD: TYPE MUST BE R, T, P OR C - "
                Sales-Rep-Input-Rec
   END-EVALUATE.

   READ Sales-Rep-Input-File
      AT END SET End-Of-Sales-Rep-Input TO TRUE
   END-READ.

Load-Rep.
*>  R,rep,name,company,employee,plan,status
   MOVE FUNCTION UPPER-CASE(SI-Field-6) TO SI-Field-6.
   IF SI-Field-6 = SPACES
      MOVE "A" TO SI-Field-6
   END-IF.
   EVALUATE TRUE
     WHEN SI-Field-1 = SPACES OR SI-Field-2 = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "SALESREPLOAD: REP NEEDS AN ID AND A NAME - "
                Sales-Rep-Input-Rec
     WHEN SI-Field-5 = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "SALESREPLOAD: REP HAS NO COMMISSION PLAN - "
                Sales-Rep-Input-Rec
     WHEN SI-Field-3 = SPACES AND SI-Field-4 NOT = SPACES
     WHEN SI-Field-3 NOT = SPACES AND SI-Field-4 = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "SALESREPLOAD: PAYROLL NEEDS COMPANY AND EMPLOYEE - "
                Sales-Rep-Input-Rec
     WHEN SI-Field-6 NOT = "A" AND NOT = "I"
        ADD 1 TO WS-Reject-Count
        DISPLAY "SALESREPLOAD: STATUS MUST BE A OR I - "
                Sales-Rep-Input-Rec
     WHEN OTHER
        MOVE SI-Field-1 TO SR-Rep-Id
        READ Sales-Rep-File
           INVALID KEY MOVE ZERO TO SR-Carry-Forward
        END-READ
        MOVE SI-Field-1 TO SR-Rep-Id
        MOVE SI-Field-2 TO SR-Name
        MOVE SI-Field-3 TO SR-Co-No
        MOVE SI-Field-4 TO SR-Emp-No
        MOVE SI-Field-5 TO SR-Plan-Code
        MOVE SI-Field-6 TO SR-Status
        IF Rep-No-Error
           REWRITE SR-Rec
              INVALID KEY DISPLAY "SALESREP REWRITE FS = " Rep-Status
           END-REWRITE
           ADD 1 TO WS-Loaded-Count
        ELSE
           WRITE SR-Rec
              INVALID KEY CONTINUE
           END-WRITE
           IF Rep-No-Error
              ADD 1 TO WS-Loaded-Count
           ELSE
              ADD 1 TO WS-Reject-Count
              DISPLAY "SALESREP WRITE FS = " Rep-Status
           END-IF
        END-IF
   END-EVALUATE.

Load-Territory.
*>  T,country,rep
   MOVE FUNCTION UPPER-CASE(SI-Field-1) TO SI-Field-1.
   IF SI-Field-1 = SPACES
      ADD 1 TO WS-Reject-Count
      DISPLAY "SALESREPLOAD: NO COUNTRY - " Sales-Rep-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   MOVE SI-Field-1 TO TE-Country-Code.
   IF SI-Field-2 = SPACES
      DELETE Territory-File
         INVALID KEY DISPLAY "SALESREPLOAD: NO TERRITORY ON FILE - "
                             Sales-Rep-Input-Rec
      END-DELETE
      IF Territory-No-Error
         ADD 1 TO WS-Deleted-Count
      END-IF
      EXIT PARAGRAPH
   END-IF.
   MOVE SI-Field-2 TO WS-Rep-Wanted.
   PERFORM Prove-Rep.
   IF NOT Rep-Is-Valid
      ADD 1 TO WS-Reject-Count
      DISPLAY "SALESREPLOAD: REP NOT ON FILE OR INACTIVE - "
              Sales-Rep-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   MOVE SI-Field-1    TO TE-Country-Code.
   MOVE WS-Rep-Wanted TO TE-Rep-Id.
   WRITE TE-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF Territory-Duplicate
      REWRITE TE-Rec
         INVALID KEY DISPLAY "TERRITRY REWRITE FS = " Territory-Status
      END-REWRITE
      ADD 1 TO WS-Loaded-Count
   ELSE
      IF Territory-No-Error
         ADD 1 TO WS-Loaded-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "TERRITRY WRITE FS = " Territory-Status
      END-IF
   END-IF.

Load-Plan-Tier.
*>  P,plan,line,volume,rate
   MOVE FUNCTION UPPER-CASE(SI-Field-2) TO SI-Field-2.
   MOVE SPACES TO SI-Volume-Fields.
   MOVE SPACES TO SI-Rate-Fields.
   MOVE SI-Field-3 TO SI-Volume-X.
   UNSTRING SI-Field-4 DELIMITED BY "."
       INTO SI-Rate-Int-X
            SI-Rate-Frac-X.
   INSPECT SI-Volume-X REPLACING LEADING SPACE BY ZERO.
   INSPECT SI-Rate-Int-X REPLACING LEADING SPACE BY ZERO.
   INSPECT SI-Rate-Frac-X REPLACING ALL SPACE BY ZERO.
   EVALUATE TRUE
     WHEN SI-Field-1 = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "SALESREPLOAD: NO PLAN CODE - " Sales-Rep-Input-Rec
     WHEN SI-Field-2 NOT = "B" AND NOT = "O"
        ADD 1 TO WS-Reject-Count
        DISPLAY "SALESREPLOAD: LINE MUST BE B OR O - "
                Sales-Rep-Input-Rec
     WHEN SI-Volume-X NOT NUMERIC
        ADD 1 TO WS-Reject-Count
        DISPLAY "SALESREPLOAD: BAD TIER VOLUME - " Sales-Rep-Input-Rec
     WHEN SI-Field-4 = SPACES
        MOVE SI-Field-1  TO CPL-Plan-Code
        MOVE SI-Field-2  TO CPL-Product-Line
        MOVE SI-Volume-N TO CPL-Volume-From
        DELETE Commission-Plan-File
           INVALID KEY DISPLAY "SALESREPLOAD: NO TIER ON FILE - "
                               Sales-Rep-Input-Rec
        END-DELETE
        IF Plan-No-Error
           ADD 1 TO WS-Deleted-Count
        END-IF
     WHEN SI-Rate-Int-X NOT NUMERIC OR SI-Rate-Frac-X NOT NUMERIC
        ADD 1 TO WS-Reject-Count
        DISPLAY "SALESREPLOAD: BAD COMMISSION RATE - "
                Sales-Rep-Input-Rec
     WHEN OTHER
        MOVE SI-Field-1  TO CPL-Plan-Code
        MOVE SI-Field-2  TO CPL-Product-Line
        MOVE SI-Volume-N TO CPL-Volume-From
        COMPUTE CPL-Rate-Pct = SI-Rate-Int-N + SI-Rate-Frac-N / 100
        WRITE CPL-Rec
           INVALID KEY CONTINUE
        END-WRITE
        IF Plan-Duplicate
           REWRITE CPL-Rec
              INVALID KEY DISPLAY "COMMPLAN REWRITE FS = " Plan-Status
           END-REWRITE
           ADD 1 TO WS-Loaded-Count
        ELSE
           IF Plan-No-Error
              ADD 1 TO WS-Loaded-Count
           ELSE
              ADD 1 TO WS-Reject-Count
              DISPLAY "COMMPLAN WRITE FS = " Plan-Status
           END-IF
        END-IF
   END-EVALUATE.

Load-Customer-Rep.
*>  C,customer,rep
   MOVE SI-Field-1 TO CU-Customer-Id.
   READ Customer-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Customer-On-File
      ADD 1 TO WS-Reject-Count
      DISPLAY "SALESREPLOAD: CUSTOMER NOT ON FILE - "
              Sales-Rep-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   IF SI-Field-2 NOT = SPACES
      MOVE SI-Field-2 TO WS-Rep-Wanted
      PERFORM Prove-Rep
      IF NOT Rep-Is-Valid
         ADD 1 TO WS-Reject-Count
         DISPLAY "SALESREPLOAD: REP NOT ON FILE OR INACTIVE - "
                 Sales-Rep-Input-Rec
         EXIT PARAGRAPH
      END-IF
   END-IF.
   MOVE SI-Field-2 TO CU-Sales-Rep.
   REWRITE CU-Rec
      INVALID KEY DISPLAY "CUSTOMER REWRITE FS = " Customer-Status
   END-REWRITE.
   IF Customer-On-File
      ADD 1 TO WS-Loaded-Count
   END-IF.

Prove-Rep.
   MOVE "N" TO WS-Rep-Valid.
   MOVE WS-Rep-Wanted TO SR-Rep-Id.
   READ Sales-Rep-File
      INVALID KEY CONTINUE
   END-READ.
   IF Rep-No-Error AND SR-Active
      MOVE "Y" TO WS-Rep-Valid
   END-IF.
