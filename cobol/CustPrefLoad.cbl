      $ SET SOURCEFORMAT "FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  CustPrefLoad.
AUTHOR.  Michael Coughlan.
*> Loads the customer notification preferences CUSTPREF.DAT that
*> CONFGEN consults before writing an order acknowledgement or
*> dispatch confirmation: P for a paper letter (the default for a
*> customer with no record), E for an electronic notice through the
*> notification extract, with the address to send it to.  Input
*> CUSTPREFIN.DAT is CSV-style LINE SEQUENTIAL: customer id, method,
*> notification address.  A customer already on the file is
*> refreshed; a record with the customer id alone takes the
*> customer off it (back to paper).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Cust-Pref-Input-File ASSIGN TO "CUSTPREFIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

   SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CU-Customer-Id
          FILE STATUS IS Customer-Status.

   SELECT Customer-Pref-File ASSIGN TO "CUSTPREF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CP-Customer-Id
          FILE STATUS IS Pref-Status.

DATA DIVISION.
FILE SECTION.
FD Cust-Pref-Input-File.
01 Cust-Pref-Input-Rec		PIC X(80).
   88 End-Of-Cust-Pref-Input	VALUE HIGH-VALUES.

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

FD Customer-Pref-File.
01 CP-Rec.
   02 CP-Customer-Id		PIC X(5).
   02 CP-Notify-Method		PIC X.
      88 CP-Notify-Paper	VALUE "P".
      88 CP-Notify-Electronic	VALUE "E".
   02 CP-Notify-Address		PIC X(50).

WORKING-STORAGE SECTION.
01 Status-Codes.
   02 Customer-Status		PIC X(2).
      88 Customer-On-File	VALUE "00".
   02 Pref-Status		PIC X(2).
      88 Pref-No-Error		VALUE "00".
      88 Pref-Duplicate		VALUE "22".

01 PI-Fields.
   02 PI-Customer-Id		PIC X(5).
   02 PI-Notify-Method		PIC X.
   02 PI-Notify-Address	PIC X(50).

01 WS-Read-Count		PIC 9(5) VALUE 0.
01 WS-Loaded-Count		PIC 9(5) VALUE 0.
01 WS-Deleted-Count		PIC 9(5) VALUE 0.
01 WS-Reject-Count		PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT Cust-Pref-Input-File.
   OPEN INPUT Customer-File.
   OPEN I-O Customer-Pref-File.
   IF Pref-Status = "35"
      CLOSE Customer-Pref-File
      OPEN OUTPUT Customer-Pref-File
      CLOSE Customer-Pref-File
      OPEN I-O Customer-Pref-File
   END-IF.

   READ Cust-Pref-Input-File
      AT END SET End-Of-Cust-Pref-Input TO TRUE
   END-READ.
   PERFORM Load-One-Preference UNTIL End-Of-Cust-Pref-Input.

   DISPLAY "CUSTPREFLOAD: " WS-Read-Count " READ, "
           WS-Loaded-Count " LOADED, "
           WS-Deleted-Count " DELETED, "
           WS-Reject-Count " REJECTED".
   CLOSE Cust-Pref-Input-File.
   CLOSE Customer-File.
   CLOSE Customer-Pref-File.
   STOP RUN.

Load-One-Preference.
   ADD 1 TO WS-Read-Count.
   MOVE SPACES TO PI-Fields.
   UNSTRING Cust-Pref-Input-Rec DELIMITED BY ","
       INTO PI-Customer-Id
            PI-Notify-Method
            PI-Notify-Address.
   EVALUATE TRUE
     WHEN PI-Customer-Id = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "CUSTPREFLOAD: NO CUSTOMER ID - " Cust-Pref-Input-Rec
     WHEN PI-Notify-Method = SPACE
        MOVE PI-Customer-Id TO CP-Customer-Id
        PERFORM Remove-Preference
     WHEN PI-Notify-Method NOT = "P" AND NOT = "E"
        ADD 1 TO WS-Reject-Count
        DISPLAY "CUSTPREFLOAD: METHOD MUST BE P OR E - "
                Cust-Pref-Input-Rec
     WHEN PI-Notify-Method = "E" AND PI-Notify-Address = SPACES
        ADD 1 TO WS-Reject-Count
        DISPLAY "CUSTPREFLOAD: NO ADDRESS FOR ELECTRONIC NOTICE - "
                Cust-Pref-Input-Rec
     WHEN OTHER
        PERFORM Prove-Customer
   END-EVALUATE.

   READ Cust-Pref-Input-File
      AT END SET End-Of-Cust-Pref-Input TO TRUE
   END-READ.

Remove-Preference.
   DELETE Customer-Pref-File
      INVALID KEY DISPLAY "CUSTPREFLOAD: NO PREFERENCE ON FILE - "
                          Cust-Pref-Input-Rec
   END-DELETE.
   IF Pref-No-Error
      ADD 1 TO WS-Deleted-Count
   END-IF.

Prove-Customer.
   MOVE PI-Customer-Id TO CU-Customer-Id.
   READ Customer-File
      INVALID KEY CONTINUE
   END-READ.
   IF NOT Customer-On-File
      ADD 1 TO WS-Reject-Count
      DISPLAY "CUSTPREFLOAD: CUSTOMER NOT ON FILE - "
              Cust-Pref-Input-Rec
      EXIT PARAGRAPH
   END-IF.
   PERFORM Apply-Preference.

Apply-Preference.
   MOVE PI-Customer-Id    TO CP-Customer-Id.
   MOVE PI-Notify-Method  TO CP-Notify-Method.
   MOVE PI-Notify-Address TO CP-Notify-Address.
   WRITE CP-Rec
      INVALID KEY CONTINUE
   END-WRITE.
   IF Pref-Duplicate
      REWRITE CP-Rec
         INVALID KEY DISPLAY "CUSTPREF REWRITE FS = " Pref-Status
      END-REWRITE
      ADD 1 TO WS-Loaded-Count
   ELSE
      IF Pref-No-Error
         ADD 1 TO WS-Loaded-Count
      ELSE
         ADD 1 TO WS-Reject-Count
         DISPLAY "CUSTPREF WRITE FS = " Pref-Status
      END-IF
   END-IF.
