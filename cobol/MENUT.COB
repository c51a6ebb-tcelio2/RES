               "21COLLECTTCOLLECTIONS DIARY".
           03  FILLER  PIC X(40) VALUE
               "22RPTCATT REPORT ARCHIVE CATALOG".
           03  FILLER  PIC X(40) VALUE
               "23CPRCMNTTOIL CONTRACT PRICES".
           03  FILLER  PIC X(40) VALUE
               "24SORDMNTTBOOK STANDING ORDERS".
           03  FILLER  PIC X(40) VALUE
               "25CUSTINQTCUSTOMER ACCOUNT INQUIRY".
           03  FILLER  PIC X(40) VALUE
               "26JRNLENTTGL JOURNAL ENTRY".
           03  FILLER  PIC X(40) VALUE
               "27BUDGMNTTGL BUDGET MAINTENANCE".
           03  FILLER  PIC X(40) VALUE
               "28CASHAPPTUNAPPLIED CASH APPLY/REFUND".
           03  FILLER  PIC X(40) VALUE
               "29KPEMPMNTPAYROLL EMPLOYEE MAINT".
           03  FILLER  PIC X(40) VALUE
               "30KPABSMNTPAYROLL ABSENCE ENTRY".
           03  FILLER  PIC X(40) VALUE
               "31GRSUPMNTGRAD MAILING SUPPRESSION".
           03  FILLER  PIC X(40) VALUE
               "32DOMCLSM EMAIL DOMAIN CLASSES".
           03  FILLER  PIC X(40) VALUE
               "33VIDMEMBMVIDEO MEMBER MAINT".
           03  FILLER  PIC X(40) VALUE
               "34VIDCOPYMVIDEO COPY MAINT".
           03  FILLER  PIC X(40) VALUE
               "35VIDCHKOTVIDEO CHECKOUT".
           03  FILLER  PIC X(40) VALUE
               "36VIDRETRNVIDEO RETURN".
       01  WS-MENU-TABLE REDEFINES WS-MENU-VALUES.
           03  WS-MENU-ENTRY           OCCURS 36 TIMES.
               05  WS-ME-CODE          PIC  X(02).
               05  WS-ME-TRAN          PIC  X(08).
               05  WS-ME-TEXT          PIC  X(30).
           PERFORM 000150-SHOW-MENU-ENTRY
              THRU 000150-EXIT
               VARYING WS-MX FROM 1 BY 1
               UNTIL (WS-MX > 36).
           DISPLAY " X - EXIT".
           DISPLAY "ENTER YOUR CHOICE: ".
      *
                   PERFORM 000400-CALL-COLLECTT THRU 000400-EXIT
               WHEN "22"
                   PERFORM 000410-CALL-RPTCATT  THRU 000410-EXIT
               WHEN "23"
                   PERFORM 000420-CALL-CPRCMNTT THRU 000420-EXIT
               WHEN "24"
                   PERFORM 000430-CALL-SORDMNTT THRU 000430-EXIT
               WHEN "25"
                   PERFORM 000440-CALL-CUSTINQT THRU 000440-EXIT
               WHEN "26"
                   PERFORM 000450-CALL-JRNLENTT THRU 000450-EXIT
               WHEN "27"
                   PERFORM 000460-CALL-BUDGMNTT THRU 000460-EXIT
               WHEN "28"
                   PERFORM 000470-CALL-CASHAPPT THRU 000470-EXIT
               WHEN "29"
                   PERFORM 000480-CALL-KPEMPMNT THRU 000480-EXIT
               WHEN "30"
                   PERFORM 000490-CALL-KPABSMNT THRU 000490-EXIT
               WHEN "31"
                   PERFORM 000500-CALL-GRSUPMNT THRU 000500-EXIT
               WHEN "32"
                   PERFORM 000510-CALL-DOMCLSM THRU 000510-EXIT
               WHEN "33"
                   PERFORM 000520-CALL-VIDMEMBM THRU 000520-EXIT
               WHEN "34"
                   PERFORM 000530-CALL-VIDCOPYM THRU 000530-EXIT
               WHEN "35"
                   PERFORM 000540-CALL-VIDCHKOT THRU 000540-EXIT
               WHEN "36"
                   PERFORM 000550-CALL-VIDRETRN THRU 000550-EXIT
               WHEN "X "
                   MOVE 1 TO WS-ESCAPE-FLAG
               WHEN OTHER
           MOVE "01" TO WS-AUTH-RESULT.
           MOVE ZERO TO WS-CHOSEN-SLOT.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL (WS-MX > 36)
               IF (WS-ME-CODE(WS-MX) = WS-MENU-CHOICE)
                   MOVE WS-MX TO WS-CHOSEN-SLOT
               END-IF
           OPEN EXTEND TEST-LOG-FILE.
       000410-EXIT.
           EXIT.
      *
       000420-CALL-CPRCMNTT.
           CLOSE TEST-LOG-FILE.
           CALL "CPRCMNTT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "CPRCMNTT NOT AVAILABLE".
           CANCEL "CPRCMNTT".
           OPEN EXTEND TEST-LOG-FILE.
       000420-EXIT.
           EXIT.
      *
       000430-CALL-SORDMNTT.
           CLOSE TEST-LOG-FILE.
           CALL "SORDMNTT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "SORDMNTT NOT AVAILABLE".
           CANCEL "SORDMNTT".
           OPEN EXTEND TEST-LOG-FILE.
       000430-EXIT.
           EXIT.
      *
       000440-CALL-CUSTINQT.
           CLOSE TEST-LOG-FILE.
           CALL "CUSTINQT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "CUSTINQT NOT AVAILABLE".
           CANCEL "CUSTINQT".
           OPEN EXTEND TEST-LOG-FILE.
       000440-EXIT.
           EXIT.
      *
      *    PERIODCK HOLDS PERIODCTL.DAT OPEN FOR ITS CALLER'S LIFE, SO
      *    IT IS RELEASED WITH THE SCREEN THAT CALLED IT.
      *
       000450-CALL-JRNLENTT.
           CLOSE TEST-LOG-FILE.
           CALL "JRNLENTT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "JRNLENTT NOT AVAILABLE".
           CANCEL "JRNLENTT".
           CANCEL "PERIODCK".
           OPEN EXTEND TEST-LOG-FILE.
       000450-EXIT.
           EXIT.
      *
       000460-CALL-BUDGMNTT.
           CLOSE TEST-LOG-FILE.
           CALL "BUDGMNTT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "BUDGMNTT NOT AVAILABLE".
           CANCEL "BUDGMNTT".
           OPEN EXTEND TEST-LOG-FILE.
       000460-EXIT.
           EXIT.
      *
       000470-CALL-CASHAPPT.
           CLOSE TEST-LOG-FILE.
           CALL "CASHAPPT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "CASHAPPT NOT AVAILABLE".
           CANCEL "CASHAPPT".
           OPEN EXTEND TEST-LOG-FILE.
       000470-EXIT.
           EXIT.
      *
       000480-CALL-KPEMPMNT.
           CLOSE TEST-LOG-FILE.
           CALL "KPEMPMNT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "KPEMPMNT NOT AVAILABLE".
           CANCEL "KPEMPMNT".
           OPEN EXTEND TEST-LOG-FILE.
       000480-EXIT.
           EXIT.
      *
       000490-CALL-KPABSMNT.
           CLOSE TEST-LOG-FILE.
           CALL "KPABSMNT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "KPABSMNT NOT AVAILABLE".
           CANCEL "KPABSMNT".
           OPEN EXTEND TEST-LOG-FILE.
       000490-EXIT.
           EXIT.
      *
       000500-CALL-GRSUPMNT.
           CLOSE TEST-LOG-FILE.
           CALL "GRSUPMNT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "GRSUPMNT NOT AVAILABLE".
           CANCEL "GRSUPMNT".
           OPEN EXTEND TEST-LOG-FILE.
       000500-EXIT.
           EXIT.
      *
       000510-CALL-DOMCLSM.
           CLOSE TEST-LOG-FILE.
           CALL "DOMCLSM" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "DOMCLSM NOT AVAILABLE".
           CANCEL "DOMCLSM".
           OPEN EXTEND TEST-LOG-FILE.
       000510-EXIT.
           EXIT.
      *
       000520-CALL-VIDMEMBM.
           CLOSE TEST-LOG-FILE.
           CALL "VIDMEMBM" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "VIDMEMBM NOT AVAILABLE".
           CANCEL "VIDMEMBM".
           OPEN EXTEND TEST-LOG-FILE.
       000520-EXIT.
           EXIT.
      *
       000530-CALL-VIDCOPYM.
           CLOSE TEST-LOG-FILE.
           CALL "VIDCOPYM" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "VIDCOPYM NOT AVAILABLE".
           CANCEL "VIDCOPYM".
           OPEN EXTEND TEST-LOG-FILE.
       000530-EXIT.
           EXIT.
      *
       000540-CALL-VIDCHKOT.
           CLOSE TEST-LOG-FILE.
           CALL "VIDCHKOT" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "VIDCHKOT NOT AVAILABLE".
           CANCEL "VIDCHKOT".
           OPEN EXTEND TEST-LOG-FILE.
       000540-EXIT.
           EXIT.
      *
       000550-CALL-VIDRETRN.
           CLOSE TEST-LOG-FILE.
           CALL "VIDRETRN" USING MENU-CHAIN-AREA
               ON EXCEPTION DISPLAY "VIDRETRN NOT AVAILABLE".
           CANCEL "VIDRETRN".
           OPEN EXTEND TEST-LOG-FILE.
       000550-EXIT.
           EXIT.
      *
       COPY "TESTLOGP.COB".
       COPY "SIGNONP.COB".
