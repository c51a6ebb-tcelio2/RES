               FILE STATUS IS ODF-STATUS.
      *
           SELECT OIL-STOCK-FILE ASSIGN TO "OSF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OIL-NUM-OSF
               FILE STATUS IS OSF-STATUS.
      *
           SELECT OPTIONAL TEST-LOG-FILE
       77  WS-ESCAPE-FLAG              PIC  9(01)       VALUE ZERO.
       77  WS-CHAIN-PTR                USAGE POINTER.
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
      *
       LINKAGE SECTION.
      *
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
           ELSE
               MOVE OIL-NUM-ODF TO OIL-NUM-OSF
               READ OIL-STOCK-FILE
                   INVALID KEY MOVE ZERO TO QTY-IN-STOCK-OSF
               END-READ
