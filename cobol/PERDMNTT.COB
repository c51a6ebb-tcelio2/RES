      *    PERIOD WITH NO RECORD HAS NEVER BEEN CLOSED AND POSTS AS
      *    OPEN; REOPENING IS ALLOWED (AND STAMPED) FOR THE MONTH
      *    THE RECONCILERS GENUINELY NEED REDONE.
      *
      *    PERIOD 00 OF A YEAR IS THE YEAR-END CLOSE MARKER GLYEARCLOSE
      *    WRITES ONCE THE YEAR IS CLOSED INTO RETAINED EARNINGS.  IT
      *    CANNOT BE KEYED HERE, AND NO PERIOD OF A CLOSED YEAR MAY
      *    BE REOPENED - ITS RESULT HAS ALREADY BEEN CARRIED FORWARD.
      *
       ENVIRONMENT DIVISION.
      *
       77  WS-AUTH-RESULT              PIC  X(02) VALUE SPACES.
       77  WS-NOT-FOUND-FLAG           PIC  9(01)       VALUE ZERO.
       77  WS-RUN-DATE                 PIC  9(08)       VALUE ZERO.
       77  WS-SAVE-PERIOD              PIC  9(02)       VALUE ZERO.
      *
       LINKAGE SECTION.
      *
           MOVE PS-KEY                    TO TL-ENTERED-VALUE.
           PERFORM 900000-WRITE-TEST-LOG
              THRU 900000-EXIT.
      *
           IF (PS-FISCAL-PERIOD = ZERO)
               MOVE "PERIOD 00 IS SET BY THE YEAR-END CLOSE"
                   TO WS-ERR-MSG
               DISPLAY ERROR-SCREEN
               ACCEPT ERROR-SCREEN
               GO TO 000200-EXIT.
      *
           IF (WS-NEW-STATE = "O")
               MOVE PS-FISCAL-PERIOD TO WS-SAVE-PERIOD
               MOVE ZERO             TO PS-FISCAL-PERIOD
               MOVE 0 TO WS-NOT-FOUND-FLAG
               READ PERIOD-STATUS-FILE
                   INVALID KEY MOVE 1 TO WS-NOT-FOUND-FLAG
               END-READ
               MOVE WS-SAVE-PERIOD   TO PS-FISCAL-PERIOD
               IF (WS-NOT-FOUND-FLAG = 0)
                   MOVE "YEAR IS CLOSED - PERIOD CANNOT REOPEN"
                       TO WS-ERR-MSG
                   DISPLAY ERROR-SCREEN
                   ACCEPT ERROR-SCREEN
                   GO TO 000200-EXIT.
      *
           MOVE 0 TO WS-NOT-FOUND-FLAG.
           READ PERIOD-STATUS-FILE
