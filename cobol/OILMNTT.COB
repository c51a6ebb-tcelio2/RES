               FILE STATUS IS ODF-STATUS.
      *
           SELECT OIL-STOCK-FILE ASSIGN TO "OSF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OIL-NUM-OSF
               FILE STATUS IS OSF-STATUS.
      *
           SELECT OPTIONAL TEST-LOG-FILE
           03  MA-AFTER-IMAGE          PIC  X(100).
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-DUPLICATE-FLAG           PIC  9(01)       VALUE ZERO.
      *
       LINKAGE SECTION.
      *
      *
       000250-ADD-STOCK-RECORD.
      *
           MOVE OIL-NUM-ODF TO OIL-NUM-OSF.
           MOVE ZERO        TO QTY-IN-STOCK-OSF.
           WRITE OSF-REC
      *
       000450-READ-STOCK-QTY.
      *
           MOVE OIL-NUM-ODF TO OIL-NUM-OSF.
           READ OIL-STOCK-FILE
               INVALID KEY MOVE ZERO TO QTY-IN-STOCK-OSF
           END-READ.
      *
       000550-DELETE-STOCK-RECORD.
      *
           MOVE OIL-NUM-ODF TO OIL-NUM-OSF.
           READ OIL-STOCK-FILE
               INVALID KEY GO TO 000550-EXIT
           END-READ.
