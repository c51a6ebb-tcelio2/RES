      *    TRIMMED REPLACEMENT LENGTH, SO THE TEXT CLOSES UP AROUND
      *    SHORT NAMES INSTEAD OF GAPPING.  THE SAME ENGINE SERVES
      *    FOR DUNNING LETTERS - ONLY THE TEMPLATE AND THE DRIVING
      *    FILE CHANGE.  AFTER THE BACKORDER LETTERS IT MERGES A
      *    CANCELLATION NOTICE FOR EVERY LINE BACKORDERAGE HAS
      *    CANCELLED (DRIVER BOCANCEL.DAT, SAME LAYOUT AS
      *    BACKORDER.DAT) FROM TEMPLATE BOCANCEL.TPL, WHICH TAKES THE
      *    SAME FOUR TOKENS.  EITHER FILE MAY BE ABSENT.  LAST
      *    COMES AN ADVERSE-ACTION LETTER FOR EVERY LOAN APPLICATION
      *    LOANUWRT HAS DECLINED (DRIVER LOANDECL.DAT) FROM TEMPLATE
      *    ADVERSE.TPL, WHICH TAKES <NAME> (THE APPLICANT), <APPL>
      *    (THE APPLICATION ID), <AMOUNT> (THE AMOUNT REQUESTED),
      *    <DATE> (THE DECISION DATE, MM/DD/YYYY) AND <REASON1> AND
      *    <REASON2> (THE PRINCIPAL REASONS FOR THE DECLINE).  THESE
      *    TOO MAY BE ABSENT.  FINALLY IT MERGES A PERSONALISED
      *    OUTREACH MESSAGE FOR EVERY GRADUATE ON THE GRADOUTREACH
      *    MAILING EXTRACT GRADMAIL.DAT (ALREADY CLEAR OF SUPPRESSED
      *    AND DUPLICATE ADDRESSES) FROM TEMPLATE OUTREACH.TPL, WHICH
      *    TAKES <NAME> (THE GRADUATE), <EMAIL>, <YEAR> (THE
      *    GRADUATION YEAR) AND <COURSE> (THE COURSE NAME).  EITHER
      *    MAY BE ABSENT.
      *
       ENVIRONMENT DIVISION.
      *
               ALTERNATE RECORD KEY IS AUTHOR-ID-BSF
                         WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.
      *
           SELECT OPTIONAL CANCEL-TEMPLATE-FILE
               ASSIGN TO "BOCANCEL.TPL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL CANCEL-DRIVER-FILE ASSIGN TO "BOCANCEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ADVERSE-TEMPLATE-FILE
               ASSIGN TO "ADVERSE.TPL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ADVERSE-DRIVER-FILE ASSIGN TO "LOANDECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL OUTREACH-TEMPLATE-FILE
               ASSIGN TO "OUTREACH.TPL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL OUTREACH-DRIVER-FILE ASSIGN TO "GRADMAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT LETTERS-FILE ASSIGN TO "LETTERS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           03  CUSTOMER-ID-BOF         PIC  X(05).
           03  ORDER-NUMBER-BOF        PIC  X(07).
           03  SHORTFALL-QTY-BOF       PIC  9(02).
           03  BACKORDER-DATE-BOF      PIC  9(08).
      *
       FD  CANCEL-TEMPLATE-FILE.
      *
       01  CANCEL-TEMPLATE-RECORD      PIC  X(80).
      *
       FD  CANCEL-DRIVER-FILE.
      *
       01  CANCEL-DRIVER-RECORD.
           03  BOOK-ID-CDF             PIC  X(05).
           03  CUSTOMER-ID-CDF         PIC  X(05).
           03  ORDER-NUMBER-CDF        PIC  X(07).
           03  CANCEL-QTY-CDF          PIC  9(02).
           03  BACKORDER-DATE-CDF      PIC  9(08).
      *
       FD  ADVERSE-TEMPLATE-FILE.
      *
       01  ADVERSE-TEMPLATE-RECORD     PIC  X(80).
      *
       FD  ADVERSE-DRIVER-FILE.
      *
       01  ADVERSE-DRIVER-RECORD.
           03  AD-APPL-ID              PIC  X(08).
           03  AD-APPLICANT            PIC  X(25).
           03  AD-AMOUNT               PIC  9(06)V99.
           03  AD-DECISION-DATE        PIC  9(08).
           03  AD-REASON-1             PIC  X(30).
           03  AD-REASON-2             PIC  X(30).
      *
       FD  OUTREACH-TEMPLATE-FILE.
      *
       01  OUTREACH-TEMPLATE-RECORD    PIC  X(80).
      *
       FD  OUTREACH-DRIVER-FILE.
      *
       01  OUTREACH-DRIVER-RECORD.
           03  OD-EMAIL-ADDR           PIC  X(28).
           03  OD-STUDENT-NAME         PIC  X(25).
           03  OD-GRAD-YEAR            PIC  9(04).
           03  OD-COURSE-CODE          PIC  9(01).
           03  OD-COURSE-NAME          PIC  X(25).
           03  OD-COUNTRY-CODE         PIC  X(02).
      *
       FD  CUSTOMER-FILE.
      *
           03  CU-CITY                 PIC  X(15).
           03  CU-COUNTRY-CODE         PIC  X(02).
           03  CU-CREDIT-LIMIT         PIC  9(06)V99.
           03  CU-SALES-REP            PIC  X(04).
           03  CU-ACCT-STATUS          PIC  X(01).
               88  CU-INACTIVE             VALUE "I".
           03  CU-MERGED-INTO          PIC  X(05).
      *
       FD  BOOK-STOCK-FILE.
      *
       77  WS-LX                       PIC  9(03) VALUE ZERO.
       77  WS-TRIM-LENGTH              PIC  9(03) VALUE ZERO.
       77  WS-LETTERS-WRITTEN          PIC  9(05) VALUE ZERO.
       77  WS-NOTICES-WRITTEN          PIC  9(05) VALUE ZERO.
       77  WS-QTY-TEXT                 PIC  X(02) VALUE SPACES.
       77  WS-ORDER-TEXT               PIC  X(07) VALUE SPACES.
       77  WS-ADVERSE-WRITTEN          PIC  9(05) VALUE ZERO.
       77  WS-APPL-TEXT                PIC  X(08) VALUE SPACES.
       77  WS-AMOUNT-EDIT              PIC  ZZZ,ZZ9.99.
       77  WS-AMOUNT-TEXT              PIC  X(10) VALUE SPACES.
       77  WS-DATE-TEXT                PIC  X(10) VALUE SPACES.
       77  WS-REASON-1-TEXT            PIC  X(30) VALUE SPACES.
       77  WS-REASON-2-TEXT            PIC  X(30) VALUE SPACES.
       77  WS-OUTREACH-WRITTEN         PIC  9(05) VALUE ZERO.
       77  WS-EMAIL-TEXT               PIC  X(28) VALUE SPACES.
       77  WS-YEAR-TEXT                PIC  X(04) VALUE SPACES.
       77  WS-COURSE-TEXT              PIC  X(25) VALUE SPACES.
      *
       01  WS-DECISION-DATE            PIC  9(08) VALUE ZERO.
       01  WS-DECISION-DATE-R REDEFINES WS-DECISION-DATE.
           03  WS-DD-YYYY              PIC  9(04).
           03  WS-DD-MM                PIC  9(02).
           03  WS-DD-DD                PIC  9(02).
      *
       78  WS-TEMPLATE-LIMIT                    VALUE 30.
       01  WS-TEMPLATE-TABLE.
      *
           DISPLAY "LETTERGEN: " WS-LETTERS-WRITTEN
                   " LETTERS WRITTEN".
      *
           PERFORM 000500-CANCELLATION-NOTICES
              THRU 000500-EXIT.
      *
           PERFORM 000700-ADVERSE-ACTION-LETTERS
              THRU 000700-EXIT.
      *
           PERFORM 000900-OUTREACH-MESSAGES
              THRU 000900-EXIT.
      *
       000000-EXIT.
           CLOSE BACKORDER-FILE.
                   GO TO 000100-EXIT.
      *
           MOVE CUSTOMER-ID-BOF TO CU-CUSTOMER-ID.
           MOVE BOOK-ID-BOF TO BOOK-ID-BSF.
           MOVE ORDER-NUMBER-BOF TO WS-ORDER-TEXT.
           MOVE SHORTFALL-QTY-BOF TO WS-QTY-TEXT.
      *
           PERFORM 000150-WRITE-LETTER
              THRU 000150-EXIT.
           ADD 1 TO WS-LETTERS-WRITTEN.
      *
       000100-EXIT.
           EXIT.
      *
      *
      *               W R I T E   L E T T E R
      *
      *    LOOKS UP THE NAME AND TITLE FOR THE CUSTOMER AND BOOK
      *    KEYS ALREADY MOVED AND MERGES THE LOADED TEMPLATE.
      *
       000150-WRITE-LETTER.
      *
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "VALUED CUSTOMER" TO CU-NAME.
      *
           READ BOOK-STOCK-FILE
               INVALID KEY
                   MOVE "YOUR ORDERED TITLE" TO BOOK-TITLE-BSF.
      *
           PERFORM 000200-MERGE-ONE-LINE
              THRU 000200-EXIT
      *
           MOVE SPACES TO LETTERS-LINE.
           WRITE LETTERS-LINE.
      *
       000150-EXIT.
           EXIT.
      *
      *
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE WS-ORDER-TEXT TO WS-REPLACE-WORK.
           MOVE "<ORDER>" TO SUB-SEARCH-STRING.
           MOVE 7 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
           MOVE 5 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE WS-APPL-TEXT TO WS-REPLACE-WORK.
           MOVE "<APPL>" TO SUB-SEARCH-STRING.
           MOVE 6 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE WS-AMOUNT-TEXT TO WS-REPLACE-WORK.
           MOVE "<AMOUNT>" TO SUB-SEARCH-STRING.
           MOVE 8 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE WS-DATE-TEXT TO WS-REPLACE-WORK.
           MOVE "<DATE>" TO SUB-SEARCH-STRING.
           MOVE 6 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE WS-REASON-1-TEXT TO WS-REPLACE-WORK.
           MOVE "<REASON1>" TO SUB-SEARCH-STRING.
           MOVE 9 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE WS-REASON-2-TEXT TO WS-REPLACE-WORK.
           MOVE "<REASON2>" TO SUB-SEARCH-STRING.
           MOVE 9 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE WS-EMAIL-TEXT TO WS-REPLACE-WORK.
           MOVE "<EMAIL>" TO SUB-SEARCH-STRING.
           MOVE 7 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE WS-YEAR-TEXT TO WS-REPLACE-WORK.
           MOVE "<YEAR>" TO SUB-SEARCH-STRING.
           MOVE 6 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE WS-COURSE-TEXT TO WS-REPLACE-WORK.
           MOVE "<COURSE>" TO SUB-SEARCH-STRING.
           MOVE 8 TO SUB-SEARCH-LENGTH.
           PERFORM 000300-SUBSTITUTE-TOKEN
              THRU 000300-EXIT.
      *
           MOVE SUB-BUFFER-SOURCE(1:132) TO LETTERS-LINE.
           WRITE LETTERS-LINE.
           EXIT.
      *
      *
      *        C A N C E L L A T I O N   N O T I C E S
      *
       000500-CANCELLATION-NOTICES.
      *
           MOVE 0 TO WS-TEMPLATE-COUNT.
           PERFORM 110000-LOAD-CANCEL-TEMPLATE
              THRU 110000-EXIT.
      *
           OPEN INPUT CANCEL-DRIVER-FILE.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 000600-MERGE-NOTICE
              THRU 000600-EXIT
               UNTIL (WS-EOF).
           CLOSE CANCEL-DRIVER-FILE.
      *
           DISPLAY "LETTERGEN: " WS-NOTICES-WRITTEN
                   " CANCELLATION NOTICES WRITTEN".
      *
       000500-EXIT.
           EXIT.
      *
      *
      *               M E R G E   N O T I C E
      *
       000600-MERGE-NOTICE.
      *
           READ CANCEL-DRIVER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 000600-EXIT.
      *
           IF (WS-TEMPLATE-COUNT ZERO)
               DISPLAY "LETTERGEN: BOCANCEL.TPL MISSING OR EMPTY - "
                       "NO CANCELLATION NOTICES"
               MOVE 1 TO WS-EOF-FLAG
               GO TO 000600-EXIT.
      *
           MOVE CUSTOMER-ID-CDF TO CU-CUSTOMER-ID.
           MOVE BOOK-ID-CDF TO BOOK-ID-BSF.
           MOVE ORDER-NUMBER-CDF TO WS-ORDER-TEXT.
           MOVE CANCEL-QTY-CDF TO WS-QTY-TEXT.
      *
           PERFORM 000150-WRITE-LETTER
              THRU 000150-EXIT.
           ADD 1 TO WS-NOTICES-WRITTEN.
      *
       000600-EXIT.
           EXIT.
      *
      *
      *      A D V E R S E   A C T I O N   L E T T E R S
      *
       000700-ADVERSE-ACTION-LETTERS.
      *
           MOVE 0 TO WS-TEMPLATE-COUNT.
           PERFORM 120000-LOAD-ADVERSE-TEMPLATE
              THRU 120000-EXIT.
      *
           OPEN INPUT ADVERSE-DRIVER-FILE.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 000800-MERGE-ADVERSE-LETTER
              THRU 000800-EXIT
               UNTIL (WS-EOF).
           CLOSE ADVERSE-DRIVER-FILE.
      *
           DISPLAY "LETTERGEN: " WS-ADVERSE-WRITTEN
                   " ADVERSE-ACTION LETTERS WRITTEN".
      *
       000700-EXIT.
           EXIT.
      *
      *
      *       M E R G E   A D V E R S E   L E T T E R
      *
      *    THE APPLICANT IS NOT YET A CUSTOMER, SO THE NAME COMES
      *    FROM THE DRIVER RATHER THAN THE CUSTOMER MASTER.
      *
       000800-MERGE-ADVERSE-LETTER.
      *
           READ ADVERSE-DRIVER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 000800-EXIT.
      *
           IF (WS-TEMPLATE-COUNT ZERO)
               DISPLAY "LETTERGEN: ADVERSE.TPL MISSING OR EMPTY - "
                       "NO ADVERSE-ACTION LETTERS"
               MOVE 1 TO WS-EOF-FLAG
               GO TO 000800-EXIT.
      *
           MOVE AD-APPLICANT TO CU-NAME.
           MOVE AD-APPL-ID   TO WS-APPL-TEXT.
           MOVE AD-REASON-1  TO WS-REASON-1-TEXT.
           MOVE AD-REASON-2  TO WS-REASON-2-TEXT.
      *
           MOVE AD-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE 0 TO WS-LX.
           INSPECT WS-AMOUNT-EDIT TALLYING WS-LX FOR LEADING SPACES.
           MOVE SPACES TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-EDIT(WS-LX + 1:) TO WS-AMOUNT-TEXT.
      *
           MOVE AD-DECISION-DATE TO WS-DECISION-DATE.
           MOVE SPACES TO WS-DATE-TEXT.
           STRING WS-DD-MM "/" WS-DD-DD "/" WS-DD-YYYY
               DELIMITED BY SIZE INTO WS-DATE-TEXT.
      *
           PERFORM 000200-MERGE-ONE-LINE
              THRU 000200-EXIT
               VARYING WS-TX FROM 1 BY 1
               UNTIL (WS-TX > WS-TEMPLATE-COUNT).
      *
           MOVE SPACES TO LETTERS-LINE.
           WRITE LETTERS-LINE.
           ADD 1 TO WS-ADVERSE-WRITTEN.
      *
       000800-EXIT.
           EXIT.
      *
      *
      *          O U T R E A C H   M E S S A G E S
      *
       000900-OUTREACH-MESSAGES.
      *
           MOVE 0 TO WS-TEMPLATE-COUNT.
           PERFORM 130000-LOAD-OUTREACH-TEMPLATE
              THRU 130000-EXIT.
      *
           OPEN INPUT OUTREACH-DRIVER-FILE.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM 001000-MERGE-OUTREACH
              THRU 001000-EXIT
               UNTIL (WS-EOF).
           CLOSE OUTREACH-DRIVER-FILE.
      *
           DISPLAY "LETTERGEN: " WS-OUTREACH-WRITTEN
                   " OUTREACH MESSAGES WRITTEN".
      *
       000900-EXIT.
           EXIT.
      *
      *
      *          M E R G E   O U T R E A C H
      *
      *    THE GRADUATE IS NOT A CUSTOMER, SO THE NAME COMES FROM
      *    THE MAILING EXTRACT RATHER THAN THE CUSTOMER MASTER.
      *
       001000-MERGE-OUTREACH.
      *
           READ OUTREACH-DRIVER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 001000-EXIT.
      *
           IF (WS-TEMPLATE-COUNT ZERO)
               DISPLAY "LETTERGEN: OUTREACH.TPL MISSING OR EMPTY - "
                       "NO OUTREACH MESSAGES"
               MOVE 1 TO WS-EOF-FLAG
               GO TO 001000-EXIT.
      *
           MOVE OD-STUDENT-NAME TO CU-NAME.
           MOVE OD-EMAIL-ADDR   TO WS-EMAIL-TEXT.
           MOVE OD-GRAD-YEAR    TO WS-YEAR-TEXT.
           MOVE OD-COURSE-NAME  TO WS-COURSE-TEXT.
      *
           PERFORM 000200-MERGE-ONE-LINE
              THRU 000200-EXIT
               VARYING WS-TX FROM 1 BY 1
               UNTIL (WS-TX > WS-TEMPLATE-COUNT).
      *
           MOVE SPACES TO LETTERS-LINE.
           WRITE LETTERS-LINE.
           ADD 1 TO WS-OUTREACH-WRITTEN.
      *
       001000-EXIT.
           EXIT.
      *
      *
      *               L O A D   T E M P L A T E
      *
       100000-LOAD-TEMPLATE.
      *
       100100-EXIT.
           EXIT.
      *
      *
      *      L O A D   C A N C E L   T E M P L A T E
      *
       110000-LOAD-CANCEL-TEMPLATE.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT CANCEL-TEMPLATE-FILE.
           PERFORM 110100-LOAD-CANCEL-LINE
              THRU 110100-EXIT
               UNTIL (WS-EOF).
           CLOSE CANCEL-TEMPLATE-FILE.
      *
       110000-EXIT.
           EXIT.
      *
      *
      *        L O A D   C A N C E L   L I N E
      *
       110100-LOAD-CANCEL-LINE.
      *
           MOVE SPACES TO CANCEL-TEMPLATE-RECORD.
           READ CANCEL-TEMPLATE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 110100-EXIT.
      *
           IF (WS-TEMPLATE-COUNT NOT < WS-TEMPLATE-LIMIT)
               DISPLAY "LETTERGEN: TEMPLATE OVER " WS-TEMPLATE-LIMIT
                       " LINES - EXTRAS IGNORED"
               GO TO 110100-EXIT.
      *
           ADD 1 TO WS-TEMPLATE-COUNT.
           MOVE CANCEL-TEMPLATE-RECORD
               TO WS-TEMPLATE-LINE(WS-TEMPLATE-COUNT).
      *
       110100-EXIT.
           EXIT.
      *
      *
      *     L O A D   A D V E R S E   T E M P L A T E
      *
       120000-LOAD-ADVERSE-TEMPLATE.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT ADVERSE-TEMPLATE-FILE.
           PERFORM 120100-LOAD-ADVERSE-LINE
              THRU 120100-EXIT
               UNTIL (WS-EOF).
           CLOSE ADVERSE-TEMPLATE-FILE.
      *
       120000-EXIT.
           EXIT.
      *
      *
      *       L O A D   A D V E R S E   L I N E
      *
       120100-LOAD-ADVERSE-LINE.
      *
           MOVE SPACES TO ADVERSE-TEMPLATE-RECORD.
           READ ADVERSE-TEMPLATE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 120100-EXIT.
      *
           IF (WS-TEMPLATE-COUNT NOT < WS-TEMPLATE-LIMIT)
               DISPLAY "LETTERGEN: TEMPLATE OVER " WS-TEMPLATE-LIMIT
                       " LINES - EXTRAS IGNORED"
               GO TO 120100-EXIT.
      *
           ADD 1 TO WS-TEMPLATE-COUNT.
           MOVE ADVERSE-TEMPLATE-RECORD
               TO WS-TEMPLATE-LINE(WS-TEMPLATE-COUNT).
      *
       120100-EXIT.
           EXIT.
      *
      *
      *    L O A D   O U T R E A C H   T E M P L A T E
      *
       130000-LOAD-OUTREACH-TEMPLATE.
      *
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT OUTREACH-TEMPLATE-FILE.
           PERFORM 130100-LOAD-OUTREACH-LINE
              THRU 130100-EXIT
               UNTIL (WS-EOF).
           CLOSE OUTREACH-TEMPLATE-FILE.
      *
       130000-EXIT.
           EXIT.
      *
      *
      *      L O A D   O U T R E A C H   L I N E
      *
       130100-LOAD-OUTREACH-LINE.
      *
           MOVE SPACES TO OUTREACH-TEMPLATE-RECORD.
           READ OUTREACH-TEMPLATE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
                   GO TO 130100-EXIT.
      *
           IF (WS-TEMPLATE-COUNT NOT < WS-TEMPLATE-LIMIT)
               DISPLAY "LETTERGEN: TEMPLATE OVER " WS-TEMPLATE-LIMIT
                       " LINES - EXTRAS IGNORED"
               GO TO 130100-EXIT.
      *
           ADD 1 TO WS-TEMPLATE-COUNT.
           MOVE OUTREACH-TEMPLATE-RECORD
               TO WS-TEMPLATE-LINE(WS-TEMPLATE-COUNT).
      *
       130100-EXIT.
           EXIT.
