      *    MAINTAINS.  A WRONG PASSWORD COUNTS AGAINST THE OPERATOR;
      *    THE THIRD CONSECUTIVE FAILURE DISABLES THE ACCOUNT UNTIL
      *    AN ADMINISTRATOR RESETS IT.  A SUCCESSFUL SIGN-ON CLEARS
      *    THE FAILURE COUNT.  EVERY ATTEMPT CHECKED AGAINST THE
      *    DIRECTORY IS APPENDED TO THE SIGN-ON HISTORY SIGNHIST.DAT
      *    WITH ITS RESULT, SO THE ACCESS RECERTIFICATION RUN CAN
      *    TELL WHEN EACH OPERATOR LAST SIGNED ON.
      *
      *    USAGE:  CALL "SIGNONV" USING BY CONTENT   <ID X(8)>
      *                                 BY CONTENT   <PASSWORD X(8)>
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UD-OPERATOR-ID
               FILE STATUS IS WS-DIRECTORY-STATUS.
      *
           SELECT OPTIONAL SIGN-ON-HISTORY-FILE
               ASSIGN TO "SIGNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       I-O-CONTROL.
      *
               88  UD-ACTIVE               VALUE "A".
               88  UD-DISABLED              VALUE "D".
           03  UD-FAIL-COUNT           PIC  9(01).
      *
       FD  SIGN-ON-HISTORY-FILE.
      *
       01  SIGN-ON-HISTORY-RECORD.
           03  SH-TIMESTAMP            PIC  9(14).
           03  SH-OPERATOR-ID          PIC  X(08).
           03  SH-RESULT               PIC  X(02).
      *
       WORKING-STORAGE SECTION.
      *
           END-REWRITE.
      *
       000000-EXIT.
           IF (LS-RESULT NOT = "05")
               AND (LS-RESULT NOT = "06")
               PERFORM 100000-LOG-SIGN-ON
                  THRU 100000-EXIT.
           GOBACK.
      *
      *
      *             L O G   S I G N - O N
      *
       100000-LOG-SIGN-ON.
      *
           OPEN EXTEND SIGN-ON-HISTORY-FILE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SH-TIMESTAMP.
           MOVE LS-OPERATOR-ID TO SH-OPERATOR-ID.
           MOVE LS-RESULT      TO SH-RESULT.
           WRITE SIGN-ON-HISTORY-RECORD.
           CLOSE SIGN-ON-HISTORY-FILE.
      *
       100000-EXIT.
           EXIT.
