       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CUSTINQ.

      * BRANCH CUSTOMER INQUIRY: ANSWERS "WHAT IS GOING ON WITH MY
      * MONEY" FROM ONE SCREEN INSTEAD OF SIX FILES AND A HISTINQ
      * RUN. GIVEN AN ACCOUNT NUMBER OR A CIF NUMBER IT SHOWS THE
      * CUSTOMER (CUSTOMERS.TXT), EVERY ACCOUNT LINKED TO THAT
      * CUSTOMER (ACCTCIF.TXT) WITH ITS BALANCE, LEGAL HOLDS AND
      * AVAILABLE BALANCE (MASTER.TXT, LEGALHOLDS.TXT), THE CARDS
      * ON THOSE ACCOUNTS WITH THEIR LOCK AND HOTLIST STATE
      * (CARDS.TXT, HOTLIST.TXT), DEPOSITS WAITING ON HOLD
      * (HOLDS.TXT), OPEN DISPUTES (DISPUTES.TXT), LIVE STANDING
      * ORDERS IN AND OUT (ORDERS.TXT), CARDLESS CODES NOT YET
      * COLLECTED (STAGED.TXT) AND THE LAST TEN POSTED HISTORY
      * ROWS (HISTORY.TXT). NOTHING IS EVER WRITTEN BACK.
      *
      * STAFF SIGN ON WITH THEIR OPERATOR ID AND PASSWORD FROM THE
      * SITE OPERATOR FILE (THE SAME CHECKS AS THE ATM SUPERVISOR
      * MENU), NEED A ROLE GRANT FOR PROGRAM CUSTINQ IN
      * ROLEMATRIX.TXT, AND ARE REFUSED IF THE EMPLOYEE THEY ARE
      * LINKED TO IS ON LEAVE OR TERMINATED (STAFFSTAT.TXT). EVERY
      * SIGN-ON, REFUSAL AND LOOKUP IS APPENDED TO INQAUDIT.TXT
      * UNDER THE STAFF ID FOR THE PRIVACY AUDIT: DATE, TIME,
      * STAFF ID, KEY TYPE (A ACCOUNT, C CIF), KEY, CIF, ACCOUNTS
      * SHOWN, RESULT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MASTER-FILE ASSIGN TO "master.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS NUMBE.
       SELECT OPTIONAL CARD-FILE ASSIGN TO "cards.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CRD-CARDID.
       SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "customers.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ACCTCIF-FILE ASSIGN TO "acctcif.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HOLDS-FILE ASSIGN TO "holds.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LEGALHOLD-FILE ASSIGN TO "legalholds.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "disputes.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ORDERS-FILE ASSIGN TO "orders.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL STAGED-FILE ASSIGN TO "staged.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HOTLIST-FILE ASSIGN TO "hotlist.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POSTHIST-FILE ASSIGN TO "history.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ROLEMAT-FILE ASSIGN TO "rolematrix.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL STAFFSTAT-FILE ASSIGN TO "staffstat.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL INQAUDIT-FILE ASSIGN TO "inqaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * THE BANK'S ACCOUNT MASTER AND CARD FILE.
       FD MASTER-FILE.
       01 ACCOUNT.
          02 NAME PIC A(20).
          02 NUMBE PIC 9(16).
          02 PASSWD PIC 9(6).
          02 BALANCE PIC S9(13)V9(2) SIGN LEADING SEPARATE.
          02 FAILCNT PIC 9(02).
          02 LOCKFLAG PIC X(01).
          02 DAILYLIMIT PIC 9(07)V9(2).
          02 WDTODAY PIC 9(07)V9(2).
          02 WDDATE PIC 9(08).
          02 LASTACT PIC 9(08).
       FD CARD-FILE.
       01 CARDREC.
          02 CRD-CARDID PIC 9(16).
          02 CRD-NUMBE PIC 9(16).
          02 CRD-PIN PIC 9(6).
          02 CRD-DAILYLIMIT PIC 9(07)V9(2).
          02 CRD-WDTODAY PIC 9(07)V9(2).
          02 CRD-WDDATE PIC 9(08).
          02 CRD-LOCKFLAG PIC X(01).
          02 CRD-FAILCNT PIC 9(02).
       FD CUSTOMER-FILE.
       01 CUSTOMERREC.
          02 CIF-NUM PIC 9(8).
          02 CIF-NAME PIC X(30).
          02 CIF-ADDR PIC X(40).
          02 CIF-CONTACT PIC X(20).
          02 CIF-LANG PIC A(2).
       FD ACCTCIF-FILE.
       01 ACCTCIFREC.
          02 ACL-NUMBE PIC 9(16).
          02 ACL-CIF PIC 9(8).
          02 ACL-SWEEP PIC 9(16).
       FD HOLDS-FILE.
       01 HOLDREC.
          02 HLD-NUMBE PIC 9(16).
          02 HLD-ACTION PIC A(1).
          02 HLD-AMOUNT PIC 9(5)V9(2).
          02 HLD-TIME PIC 9(5).
       FD LEGALHOLD-FILE.
       01 LEGALREC.
          02 LGH-REF PIC X(12).
          02 LGH-NUMBE PIC 9(16).
          02 LGH-TYPE PIC A(01).
          02 LGH-AMOUNT PIC 9(07)V99.
          02 LGH-PCT PIC 9(03)V99.
          02 LGH-EFFDATE PIC 9(08).
          02 LGH-RELDATE PIC 9(08).
          02 LGH-DUEDATE PIC 9(08).
          02 LGH-AUTHBANK PIC X(06).
          02 LGH-AUTHACCT PIC 9(16).
          02 LGH-STATUS PIC A(01).
          02 LGH-REMITTED PIC 9(07)V99.
          02 LGH-SHORT PIC 9(07)V99.
          02 LGH-LASTDATE PIC 9(08).
       FD DISPUTE-FILE.
       01 DISPUTEREC.
          02 DSP-NUMBE PIC 9(16).
          02 DSP-REFNO PIC 9(14).
          02 DSP-ACTION PIC A(1).
          02 DSP-AMOUNT PIC 9(5)V9(2).
          02 DSP-DATE PIC 9(08).
          02 DSP-STATUS PIC X(1).
          02 DSP-SETTLED PIC 9(08).
       FD ORDERS-FILE.
       01 ORDERREC.
          02 SO-FROM PIC 9(16).
          02 SO-TO PIC 9(16).
          02 SO-AMOUNT PIC 9(5)V9(2).
          02 SO-DAY PIC 9(2).
          02 SO-EXPIRY PIC 9(8).
       FD STAGED-FILE.
       01 STAGEREC.
          02 STG-NUMBE PIC 9(16).
          02 STG-CODE PIC 9(8).
          02 STG-AMOUNT PIC 9(5)V9(2).
          02 STG-EXPIRY PIC 9(8).
       FD HOTLIST-FILE.
       01 HOTLISTREC.
          02 HOT-CARDID PIC 9(16).
          02 HOT-REASON PIC A(1).
          02 HOT-DATE PIC 9(08).
          02 HOT-SRC PIC A(1).
          02 HOT-BY PIC 9(4).
       FD POSTHIST-FILE.
       01 POSTHISTREC.
          02 PH-NUMBE PIC 9(16).
          02 PH-DATE PIC 9(08).
          02 PH-ACTION PIC A(1).
          02 PH-AMOUNT PIC 9(5)V9(2).
          02 PH-TIME PIC 9(5).
          02 PH-SRC PIC X(3).
          02 PH-BALANCE PIC S9(13)V9(2) SIGN LEADING SEPARATE.
      * SITE OPERATORS (OPERID,NAME,PWHASH,PWDATE,ROLE,STATUS,
      * EMPID), ROLE GRANTS (ROLE,PROGRAM,FUNCTION) AND EMPMGMT'S
      * STAFF-STATUS EXTRACT (EMPID,STATUS,NAME,ASOF).
       FD OPERATOR-FILE.
       01 OPERATORREC PIC X(80).
       FD ROLEMAT-FILE.
       01 ROLEMATREC PIC X(40).
       FD STAFFSTAT-FILE.
       01 STAFFSTATREC PIC X(60).
       FD INQAUDIT-FILE.
       01 INQAUDITREC.
          02 IA-DATE PIC 9(08).
          02 IA-TIME PIC 9(06).
          02 IA-STAFF PIC 9(04).
          02 IA-KEYTYPE PIC A(01).
          02 IA-KEY PIC 9(16).
          02 IA-CIF PIC 9(08).
          02 IA-ACCTS PIC 9(02).
          02 IA-RESULT PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC A(1).
       01 WS-TODAY PIC 9(08) VALUE ZEROS.
       01 WS-STAFF-ID PIC 9(4) VALUE ZEROS.
       01 WS-OPR-FOUND PIC A(1) VALUE "N".
       01 WS-OPR-PW-IN PIC X(20).
       01 WS-OPR-F1 PIC X(10).
       01 WS-OPR-F2 PIC X(20).
       01 WS-OPR-F3 PIC X(20).
       01 WS-OPR-F4 PIC X(10).
       01 WS-OPR-F5 PIC X(10).
       01 WS-OPR-F6 PIC X(10).
       01 WS-OPR-F7 PIC X(10).
       01 WS-OPR-ID-TXT PIC X(4).
       01 WS-OPR-HASH PIC X(20).
       01 WS-OPR-ROLE PIC X(8).
       01 WS-OPR-STATUS PIC X(1).
       01 WS-OPR-EMPID PIC X(5).
       01 WS-OPR-PWDATE PIC 9(8) VALUE ZEROS.
       01 WS-OPR-AGE PIC S9(7) VALUE ZEROS.
       01 WS-OPR-MAX-AGE PIC 9(3) VALUE 90.
       01 WS-OPR-WORK PIC 9(18) VALUE ZEROS.
       01 WS-OPR-POS PIC 9(2) VALUE ZEROS.
       01 WS-OPR-SALT PIC 9(4) VALUE ZEROS.
       01 WS-OPR-CALC PIC 9(12) VALUE ZEROS.
       01 WS-OPR-GRANTED PIC A(1) VALUE "N".
       01 WS-EMP-STATUS PIC X(1) VALUE SPACE.
      * WHAT WAS ASKED FOR, AND THE ACCOUNTS IT COVERS.
       01 WS-KEYTYPE PIC A(1) VALUE SPACE.
       01 WS-KEY-ACCT PIC 9(16) VALUE ZEROS.
       01 WS-KEY-CIF PIC 9(8) VALUE ZEROS.
       01 WS-CIF PIC 9(8) VALUE ZEROS.
       01 WS-CIF-FOUND PIC A(1) VALUE "N".
       01 WS-ACC-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-ACC-IX PIC 9(2) VALUE ZEROS.
       01 WS-ACC-TABLE.
          02 WS-ACC-NUMBE PIC 9(16) OCCURS 20 TIMES.
       01 WS-FIND-NUMBE PIC 9(16) VALUE ZEROS.
       01 WS-IN-SET PIC A(1) VALUE "N".
       01 WS-FIND-IX PIC 9(2) VALUE ZEROS.
       01 WS-RESULT PIC X(20) VALUE SPACES.
       01 WS-LINES PIC 9(05) VALUE ZEROS.
      * ONE ACCOUNT'S MONEY.
       01 WS-ON-MASTER PIC A(1) VALUE "N".
       01 WS-STATE-TEXT PIC X(16) VALUE SPACES.
       01 WS-LH-HELD PIC S9(13)V99 VALUE ZEROS.
       01 WS-LH-ONE PIC S9(13)V99 VALUE ZEROS.
       01 WS-LH-AVAIL PIC S9(13)V99 VALUE ZEROS.
       01 WS-HOLD-PENDING PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-BALANCE PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-AVAIL PIC S9(13)V99 VALUE ZEROS.
       01 WS-AMT-ED PIC -(12)9.99.
       01 WS-AMT2-ED PIC -(12)9.99.
       01 WS-SMALL-ED PIC Z(6)9.99.
       01 WS-PCT-ED PIC ZZ9.99.
      * CARDS AND CARDLESS CODES ARE NEVER SHOWN IN FULL.
       01 WS-CARD-TXT PIC X(16).
       01 WS-CARD-MASK PIC X(16).
       01 WS-HOT-FOUND PIC A(1) VALUE "N".
       01 WS-HOT-REASON PIC A(1) VALUE SPACE.
       01 WS-CODE-TXT PIC X(8).
      * THE LAST TEN HISTORY ROWS, KEPT IN A RING AS THE FILE IS
      * READ IN POSTING ORDER.
       01 WS-HIST-SEEN PIC 9(7) VALUE ZEROS.
       01 WS-HIST-SLOT PIC 9(2) VALUE ZEROS.
       01 WS-HIST-SHOWN PIC 9(2) VALUE ZEROS.
       01 WS-HIST-TABLE.
          02 WS-HIST-ROW PIC X(56) OCCURS 10 TIMES.
       PROCEDURE DIVISION.
       START-PARAGRAPH.
              DISPLAY "BRANCH CUSTOMER INQUIRY".
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              PERFORM SIGNON-PARAGRAPH THRU SIGNON-EXIT-PARAGRAPH.
              IF WS-OPR-GRANTED NOT = "Y" THEN
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              GO TO MENU-PARAGRAPH.
       MENU-PARAGRAPH.
              DISPLAY "=> PRESS A TO LOOK UP AN ACCOUNT NUMBER".
              DISPLAY "=> PRESS C TO LOOK UP A CIF NUMBER".
              DISPLAY "=> PRESS X TO EXIT".
              ACCEPT WS-CHOICE.
              IF WS-CHOICE = "A" THEN
                 GO TO BYACCOUNT-PARAGRAPH
              END-IF.
              IF WS-CHOICE = "C" THEN
                 GO TO BYCIF-PARAGRAPH
              END-IF.
              IF WS-CHOICE = "X" THEN
                 MOVE SPACE TO WS-KEYTYPE
                 MOVE 0 TO WS-KEY-ACCT WS-CIF WS-ACC-COUNT
                 MOVE "SIGNED OFF" TO WS-RESULT
                 PERFORM AUDIT-PARAGRAPH THRU AUDIT-EXIT-PARAGRAPH
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              DISPLAY "=> INVALID INPUT".
              GO TO MENU-PARAGRAPH.
       TERMINATE-PARAGRAPH.
              STOP RUN.
      * AN ACCOUNT NUMBER BRINGS IN ITS CUSTOMER AND, THROUGH THE
      * CUSTOMER, EVERY OTHER ACCOUNT THEY HOLD. AN ACCOUNT WITH NO
      * CIF LINK IS SHOWN ON ITS OWN.
       BYACCOUNT-PARAGRAPH.
              DISPLAY "=> ACCOUNT NUMBER".
              ACCEPT WS-KEY-ACCT.
              MOVE "A" TO WS-KEYTYPE.
              MOVE 0 TO WS-CIF.
              MOVE 0 TO WS-ACC-COUNT.
              OPEN INPUT ACCTCIF-FILE.
              GO TO BYACCOUNT-LINK-PARAGRAPH.
       BYACCOUNT-LINK-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO BYACCOUNT-LINKDONE-PARAGRAPH
              END-READ.
              IF ACL-NUMBE = WS-KEY-ACCT THEN
                 MOVE ACL-CIF TO WS-CIF
                 GO TO BYACCOUNT-LINKDONE-PARAGRAPH
              END-IF.
              GO TO BYACCOUNT-LINK-PARAGRAPH.
       BYACCOUNT-LINKDONE-PARAGRAPH.
              CLOSE ACCTCIF-FILE.
              IF WS-CIF NOT = 0 THEN
                 PERFORM CIFACCTS-PARAGRAPH
                    THRU CIFACCTS-EXIT-PARAGRAPH
                 GO TO SHOW-PARAGRAPH
              END-IF.
              OPEN INPUT MASTER-FILE.
              MOVE WS-KEY-ACCT TO NUMBE.
              MOVE "Y" TO WS-ON-MASTER.
              READ MASTER-FILE
                 INVALID KEY MOVE "N" TO WS-ON-MASTER
              END-READ.
              CLOSE MASTER-FILE.
              IF WS-ON-MASTER = "Y" THEN
                 MOVE 1 TO WS-ACC-COUNT
                 MOVE WS-KEY-ACCT TO WS-ACC-NUMBE(1)
              END-IF.
              GO TO SHOW-PARAGRAPH.
       BYCIF-PARAGRAPH.
              DISPLAY "=> CIF NUMBER".
              ACCEPT WS-KEY-CIF.
              MOVE "C" TO WS-KEYTYPE.
              MOVE WS-KEY-CIF TO WS-KEY-ACCT.
              MOVE WS-KEY-CIF TO WS-CIF.
              PERFORM CIFACCTS-PARAGRAPH THRU CIFACCTS-EXIT-PARAGRAPH.
              GO TO SHOW-PARAGRAPH.
      * EVERY ACCOUNT LINKED TO WS-CIF, IN LINK-FILE ORDER.
       CIFACCTS-PARAGRAPH.
              MOVE 0 TO WS-ACC-COUNT.
              OPEN INPUT ACCTCIF-FILE.
              GO TO CIFACCTS-READ-PARAGRAPH.
       CIFACCTS-READ-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO CIFACCTS-DONE-PARAGRAPH
              END-READ.
              IF ACL-CIF = WS-CIF AND WS-ACC-COUNT < 20 THEN
                 MOVE ACL-NUMBE TO WS-FIND-NUMBE
                 PERFORM INSET-PARAGRAPH THRU INSET-EXIT-PARAGRAPH
                 IF WS-IN-SET NOT = "Y" THEN
                    ADD 1 TO WS-ACC-COUNT
                    MOVE ACL-NUMBE TO WS-ACC-NUMBE(WS-ACC-COUNT)
                 END-IF
              END-IF.
              GO TO CIFACCTS-READ-PARAGRAPH.
       CIFACCTS-DONE-PARAGRAPH.
              CLOSE ACCTCIF-FILE.
       CIFACCTS-EXIT-PARAGRAPH.
              EXIT.
      * IS WS-FIND-NUMBE ONE OF THE ACCOUNTS BEING SHOWN?
       INSET-PARAGRAPH.
              MOVE "N" TO WS-IN-SET.
              MOVE 1 TO WS-FIND-IX.
       INSET-LOOP-PARAGRAPH.
              IF WS-FIND-IX > WS-ACC-COUNT THEN
                 GO TO INSET-EXIT-PARAGRAPH
              END-IF.
              IF WS-ACC-NUMBE(WS-FIND-IX) = WS-FIND-NUMBE THEN
                 MOVE "Y" TO WS-IN-SET
                 GO TO INSET-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-FIND-IX.
              GO TO INSET-LOOP-PARAGRAPH.
       INSET-EXIT-PARAGRAPH.
              EXIT.
      * THE WHOLE PICTURE, SECTION BY SECTION, THEN THE AUDIT ROW.
       SHOW-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              MOVE "N" TO WS-CIF-FOUND.
              IF WS-CIF NOT = 0 OR WS-ACC-COUNT > 0 THEN
                 PERFORM SHOWCUST-PARAGRAPH
                    THRU SHOWCUST-EXIT-PARAGRAPH
              END-IF.
              IF WS-CIF-FOUND NOT = "Y" AND WS-ACC-COUNT = 0 THEN
                 DISPLAY "=> NOTHING ON FILE FOR THAT NUMBER"
                 MOVE "NOT FOUND" TO WS-RESULT
                 PERFORM AUDIT-PARAGRAPH THRU AUDIT-EXIT-PARAGRAPH
                 GO TO MENU-PARAGRAPH
              END-IF.
              PERFORM SHOWACCTS-PARAGRAPH
                 THRU SHOWACCTS-EXIT-PARAGRAPH.
              PERFORM SHOWCARDS-PARAGRAPH
                 THRU SHOWCARDS-EXIT-PARAGRAPH.
              PERFORM SHOWHOLDS-PARAGRAPH
                 THRU SHOWHOLDS-EXIT-PARAGRAPH.
              PERFORM SHOWDISPUTES-PARAGRAPH
                 THRU SHOWDISPUTES-EXIT-PARAGRAPH.
              PERFORM SHOWORDERS-PARAGRAPH
                 THRU SHOWORDERS-EXIT-PARAGRAPH.
              PERFORM SHOWSTAGED-PARAGRAPH
                 THRU SHOWSTAGED-EXIT-PARAGRAPH.
              PERFORM SHOWHIST-PARAGRAPH THRU SHOWHIST-EXIT-PARAGRAPH.
              DISPLAY "=> --- END OF INQUIRY ---".
              MOVE "SHOWN" TO WS-RESULT.
              PERFORM AUDIT-PARAGRAPH THRU AUDIT-EXIT-PARAGRAPH.
              GO TO MENU-PARAGRAPH.
       SHOWCUST-PARAGRAPH.
              MOVE "N" TO WS-CIF-FOUND.
              IF WS-CIF = 0 THEN
                 DISPLAY "=> --- CUSTOMER ---"
                 DISPLAY "=> NO CUSTOMER RECORD LINKED TO THIS ACCOUNT"
                 GO TO SHOWCUST-EXIT-PARAGRAPH
              END-IF.
              OPEN INPUT CUSTOMER-FILE.
              GO TO SHOWCUST-READ-PARAGRAPH.
       SHOWCUST-READ-PARAGRAPH.
              READ CUSTOMER-FILE
                 AT END GO TO SHOWCUST-DONE-PARAGRAPH
              END-READ.
              IF CIF-NUM NOT = WS-CIF THEN
                 GO TO SHOWCUST-READ-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-CIF-FOUND.
              DISPLAY "=> --- CUSTOMER ---".
              DISPLAY "=> CIF NUMBER    : " CIF-NUM.
              DISPLAY "=> NAME          : " CIF-NAME.
              DISPLAY "=> ADDRESS       : " CIF-ADDR.
              DISPLAY "=> CONTACT       : " CIF-CONTACT.
              DISPLAY "=> LANGUAGE      : " CIF-LANG.
       SHOWCUST-DONE-PARAGRAPH.
              CLOSE CUSTOMER-FILE.
              IF WS-CIF-FOUND NOT = "Y" AND WS-ACC-COUNT > 0 THEN
                 DISPLAY "=> --- CUSTOMER ---"
                 DISPLAY "=> CIF " WS-CIF " IS NOT ON THE CUSTOMER "
                    "FILE"
              END-IF.
       SHOWCUST-EXIT-PARAGRAPH.
              EXIT.
      * BALANCE, LEGAL HOLDS AND WHAT IS LEFT TO SPEND, WORKED OUT
      * THE WAY THE TERMINAL DOES FOR ITS BALANCE SCREEN.
       SHOWACCTS-PARAGRAPH.
              DISPLAY "=> --- ACCOUNTS ---".
              IF WS-ACC-COUNT = 0 THEN
                 DISPLAY "=> NO ACCOUNTS LINKED"
                 GO TO SHOWACCTS-EXIT-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-TOT-BALANCE.
              MOVE 0 TO WS-TOT-AVAIL.
              OPEN INPUT MASTER-FILE.
              MOVE 1 TO WS-ACC-IX.
       SHOWACCTS-LOOP-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 GO TO SHOWACCTS-DONE-PARAGRAPH
              END-IF.
              MOVE WS-ACC-NUMBE(WS-ACC-IX) TO NUMBE.
              MOVE "Y" TO WS-ON-MASTER.
              READ MASTER-FILE
                 INVALID KEY MOVE "N" TO WS-ON-MASTER
              END-READ.
              IF WS-ON-MASTER NOT = "Y" THEN
                 DISPLAY "=> ACCOUNT " WS-ACC-NUMBE(WS-ACC-IX)
                    "  NOT ON THE ACCOUNT MASTER"
                 ADD 1 TO WS-ACC-IX
                 GO TO SHOWACCTS-LOOP-PARAGRAPH
              END-IF.
              EVALUATE LOCKFLAG
                 WHEN "C"
                    MOVE "CLOSED" TO WS-STATE-TEXT
                 WHEN "D"
                    MOVE "DORMANT" TO WS-STATE-TEXT
                 WHEN "L"
                    MOVE "LOCKED" TO WS-STATE-TEXT
                 WHEN "S"
                    MOVE "IN SCREENING" TO WS-STATE-TEXT
                 WHEN OTHER
                    MOVE "OPEN" TO WS-STATE-TEXT
              END-EVALUATE.
              PERFORM LHSUM-PARAGRAPH THRU LHSUM-EXIT-PARAGRAPH.
              ADD BALANCE TO WS-TOT-BALANCE.
              ADD WS-LH-AVAIL TO WS-TOT-AVAIL.
              DISPLAY "=> ACCOUNT " NUMBE "  " NAME "  " WS-STATE-TEXT.
              MOVE BALANCE TO WS-AMT-ED.
              DISPLAY "=>    BALANCE     : " WS-AMT-ED.
              IF WS-LH-HELD > 0 THEN
                 MOVE WS-LH-HELD TO WS-AMT-ED
                 DISPLAY "=>    LEGAL HOLDS : " WS-AMT-ED
              END-IF.
              MOVE WS-LH-AVAIL TO WS-AMT-ED.
              DISPLAY "=>    AVAILABLE   : " WS-AMT-ED.
              IF FAILCNT > 0 THEN
                 DISPLAY "=>    FAILED LOGINS: " FAILCNT
              END-IF.
              ADD 1 TO WS-ACC-IX.
              GO TO SHOWACCTS-LOOP-PARAGRAPH.
       SHOWACCTS-DONE-PARAGRAPH.
              CLOSE MASTER-FILE.
              IF WS-ACC-COUNT > 1 THEN
                 MOVE WS-TOT-BALANCE TO WS-AMT-ED
                 MOVE WS-TOT-AVAIL TO WS-AMT2-ED
                 DISPLAY "=> ALL ACCOUNTS : BALANCE " WS-AMT-ED
                    "  AVAILABLE " WS-AMT2-ED
              END-IF.
       SHOWACCTS-EXIT-PARAGRAPH.
              EXIT.
      * THE LEGAL HOLDS IN FORCE TODAY ON ACCOUNT NUMBE: A
      * PERCENTAGE ORDER HOLDS THAT SHARE OF THE BALANCE, AN
      * AMOUNT ORDER WHAT IS STILL UNREMITTED.
       LHSUM-PARAGRAPH.
              MOVE 0 TO WS-LH-HELD.
              OPEN INPUT LEGALHOLD-FILE.
              GO TO LHSUM-READ-PARAGRAPH.
       LHSUM-READ-PARAGRAPH.
              READ LEGALHOLD-FILE
                 AT END GO TO LHSUM-DONE-PARAGRAPH
              END-READ.
              IF LGH-NUMBE NOT = NUMBE OR LGH-STATUS NOT = "A"
                    OR LGH-EFFDATE > WS-TODAY THEN
                 GO TO LHSUM-READ-PARAGRAPH
              END-IF.
              IF LGH-RELDATE > 0 AND LGH-RELDATE < WS-TODAY THEN
                 GO TO LHSUM-READ-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-LH-ONE.
              IF LGH-TYPE = "P" THEN
                 IF BALANCE > 0 THEN
                    COMPUTE WS-LH-ONE ROUNDED =
                       BALANCE * LGH-PCT / 100
                 END-IF
              ELSE
                 IF LGH-AMOUNT > LGH-REMITTED THEN
                    COMPUTE WS-LH-ONE = LGH-AMOUNT - LGH-REMITTED
                 END-IF
              END-IF.
              ADD WS-LH-ONE TO WS-LH-HELD.
              GO TO LHSUM-READ-PARAGRAPH.
       LHSUM-DONE-PARAGRAPH.
              CLOSE LEGALHOLD-FILE.
              COMPUTE WS-LH-AVAIL = BALANCE - WS-LH-HELD.
              IF WS-LH-AVAIL < 0 AND BALANCE >= 0 THEN
                 MOVE 0 TO WS-LH-AVAIL
              END-IF.
       LHSUM-EXIT-PARAGRAPH.
              EXIT.
       SHOWCARDS-PARAGRAPH.
              DISPLAY "=> --- CARDS ---".
              MOVE 0 TO WS-LINES.
              OPEN INPUT CARD-FILE.
              GO TO SHOWCARDS-READ-PARAGRAPH.
       SHOWCARDS-READ-PARAGRAPH.
              READ CARD-FILE NEXT RECORD
                 AT END GO TO SHOWCARDS-DONE-PARAGRAPH
              END-READ.
              MOVE CRD-NUMBE TO WS-FIND-NUMBE.
              PERFORM INSET-PARAGRAPH THRU INSET-EXIT-PARAGRAPH.
              IF WS-IN-SET NOT = "Y" THEN
                 GO TO SHOWCARDS-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LINES.
              MOVE CRD-CARDID TO WS-CARD-TXT.
              MOVE "************" TO WS-CARD-MASK.
              MOVE WS-CARD-TXT(13:4) TO WS-CARD-MASK(13:4).
              PERFORM HOTCHECK-PARAGRAPH THRU HOTCHECK-EXIT-PARAGRAPH.
              IF WS-HOT-FOUND = "Y" THEN
                 EVALUATE WS-HOT-REASON
                    WHEN "L"
                       MOVE "HOTLISTED LOST" TO WS-STATE-TEXT
                    WHEN "S"
                       MOVE "HOTLISTED STOLEN" TO WS-STATE-TEXT
                    WHEN OTHER
                       MOVE "HOTLISTED FRAUD" TO WS-STATE-TEXT
                 END-EVALUATE
              ELSE
                 IF CRD-LOCKFLAG = "L" THEN
                    MOVE "BLOCKED" TO WS-STATE-TEXT
                 ELSE
                    MOVE "ACTIVE" TO WS-STATE-TEXT
                 END-IF
              END-IF.
              MOVE CRD-DAILYLIMIT TO WS-SMALL-ED.
              DISPLAY "=> CARD " WS-CARD-MASK "  ACCOUNT " CRD-NUMBE
                 "  " WS-STATE-TEXT "  LIMIT " WS-SMALL-ED
                 "  FAILED PINS " CRD-FAILCNT.
              GO TO SHOWCARDS-READ-PARAGRAPH.
       SHOWCARDS-DONE-PARAGRAPH.
              CLOSE CARD-FILE.
              IF WS-LINES = 0 THEN
                 DISPLAY "=> NONE"
              END-IF.
       SHOWCARDS-EXIT-PARAGRAPH.
              EXIT.
      * IS CARD CRD-CARDID ON THE LOST/STOLEN HOTLIST?
       HOTCHECK-PARAGRAPH.
              MOVE "N" TO WS-HOT-FOUND.
              OPEN INPUT HOTLIST-FILE.
              GO TO HOTCHECK-READ-PARAGRAPH.
       HOTCHECK-READ-PARAGRAPH.
              READ HOTLIST-FILE
                 AT END GO TO HOTCHECK-DONE-PARAGRAPH
              END-READ.
              IF HOT-CARDID = CRD-CARDID THEN
                 MOVE "Y" TO WS-HOT-FOUND
                 MOVE HOT-REASON TO WS-HOT-REASON
                 GO TO HOTCHECK-DONE-PARAGRAPH
              END-IF.
              GO TO HOTCHECK-READ-PARAGRAPH.
       HOTCHECK-DONE-PARAGRAPH.
              CLOSE HOTLIST-FILE.
       HOTCHECK-EXIT-PARAGRAPH.
              EXIT.
      * DEPOSITS WAITING FOR RELEASE BY THE NIGHTLY RUN, THEN THE
      * LEGAL ORDERS IN FORCE.
       SHOWHOLDS-PARAGRAPH.
              DISPLAY "=> --- HOLDS ---".
              MOVE 0 TO WS-LINES.
              MOVE 0 TO WS-HOLD-PENDING.
              OPEN INPUT HOLDS-FILE.
              GO TO SHOWHOLDS-READ-PARAGRAPH.
       SHOWHOLDS-READ-PARAGRAPH.
              READ HOLDS-FILE
                 AT END GO TO SHOWHOLDS-LEGAL-PARAGRAPH
              END-READ.
              MOVE HLD-NUMBE TO WS-FIND-NUMBE.
              PERFORM INSET-PARAGRAPH THRU INSET-EXIT-PARAGRAPH.
              IF WS-IN-SET NOT = "Y" THEN
                 GO TO SHOWHOLDS-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LINES.
              ADD HLD-AMOUNT TO WS-HOLD-PENDING.
              MOVE HLD-AMOUNT TO WS-SMALL-ED.
              DISPLAY "=> DEPOSIT ON HOLD  ACCOUNT " HLD-NUMBE
                 "  " WS-SMALL-ED "  TIME " HLD-TIME.
              GO TO SHOWHOLDS-READ-PARAGRAPH.
       SHOWHOLDS-LEGAL-PARAGRAPH.
              CLOSE HOLDS-FILE.
              IF WS-HOLD-PENDING > 0 THEN
                 MOVE WS-HOLD-PENDING TO WS-AMT-ED
                 DISPLAY "=> DEPOSITS ON HOLD IN TOTAL: " WS-AMT-ED
              END-IF.
              OPEN INPUT LEGALHOLD-FILE.
       SHOWHOLDS-LEGALREAD-PARAGRAPH.
              READ LEGALHOLD-FILE
                 AT END GO TO SHOWHOLDS-DONE-PARAGRAPH
              END-READ.
              IF LGH-STATUS NOT = "A" OR LGH-EFFDATE > WS-TODAY THEN
                 GO TO SHOWHOLDS-LEGALREAD-PARAGRAPH
              END-IF.
              IF LGH-RELDATE > 0 AND LGH-RELDATE < WS-TODAY THEN
                 GO TO SHOWHOLDS-LEGALREAD-PARAGRAPH
              END-IF.
              MOVE LGH-NUMBE TO WS-FIND-NUMBE.
              PERFORM INSET-PARAGRAPH THRU INSET-EXIT-PARAGRAPH.
              IF WS-IN-SET NOT = "Y" THEN
                 GO TO SHOWHOLDS-LEGALREAD-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LINES.
              IF LGH-TYPE = "P" THEN
                 MOVE LGH-PCT TO WS-PCT-ED
                 DISPLAY "=> LEGAL ORDER " LGH-REF "  ACCOUNT "
                    LGH-NUMBE "  " WS-PCT-ED " PCT  DUE " LGH-DUEDATE
              ELSE
                 MOVE 0 TO WS-LH-ONE
                 IF LGH-AMOUNT > LGH-REMITTED THEN
                    COMPUTE WS-LH-ONE = LGH-AMOUNT - LGH-REMITTED
                 END-IF
                 MOVE WS-LH-ONE TO WS-SMALL-ED
                 DISPLAY "=> LEGAL ORDER " LGH-REF "  ACCOUNT "
                    LGH-NUMBE "  " WS-SMALL-ED " OUTSTANDING  DUE "
                    LGH-DUEDATE
              END-IF.
              GO TO SHOWHOLDS-LEGALREAD-PARAGRAPH.
       SHOWHOLDS-DONE-PARAGRAPH.
              CLOSE LEGALHOLD-FILE.
              IF WS-LINES = 0 THEN
                 DISPLAY "=> NONE"
              END-IF.
       SHOWHOLDS-EXIT-PARAGRAPH.
              EXIT.
       SHOWDISPUTES-PARAGRAPH.
              DISPLAY "=> --- OPEN DISPUTES ---".
              MOVE 0 TO WS-LINES.
              OPEN INPUT DISPUTE-FILE.
              GO TO SHOWDISPUTES-READ-PARAGRAPH.
       SHOWDISPUTES-READ-PARAGRAPH.
              READ DISPUTE-FILE
                 AT END GO TO SHOWDISPUTES-DONE-PARAGRAPH
              END-READ.
              IF DSP-STATUS NOT = "O" THEN
                 GO TO SHOWDISPUTES-READ-PARAGRAPH
              END-IF.
              MOVE DSP-NUMBE TO WS-FIND-NUMBE.
              PERFORM INSET-PARAGRAPH THRU INSET-EXIT-PARAGRAPH.
              IF WS-IN-SET NOT = "Y" THEN
                 GO TO SHOWDISPUTES-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LINES.
              MOVE DSP-AMOUNT TO WS-SMALL-ED.
              DISPLAY "=> REF " DSP-REFNO "  ACCOUNT " DSP-NUMBE
                 "  " DSP-ACTION " " WS-SMALL-ED "  FILED " DSP-DATE.
              GO TO SHOWDISPUTES-READ-PARAGRAPH.
       SHOWDISPUTES-DONE-PARAGRAPH.
              CLOSE DISPUTE-FILE.
              IF WS-LINES = 0 THEN
                 DISPLAY "=> NONE"
              END-IF.
       SHOWDISPUTES-EXIT-PARAGRAPH.
              EXIT.
      * LIVE ORDERS PAYING OUT OF, OR INTO, THE CUSTOMER'S ACCOUNTS.
       SHOWORDERS-PARAGRAPH.
              DISPLAY "=> --- STANDING ORDERS ---".
              MOVE 0 TO WS-LINES.
              OPEN INPUT ORDERS-FILE.
              GO TO SHOWORDERS-READ-PARAGRAPH.
       SHOWORDERS-READ-PARAGRAPH.
              READ ORDERS-FILE
                 AT END GO TO SHOWORDERS-DONE-PARAGRAPH
              END-READ.
              IF SO-EXPIRY NOT = 0 AND SO-EXPIRY < WS-TODAY THEN
                 GO TO SHOWORDERS-READ-PARAGRAPH
              END-IF.
              MOVE SO-AMOUNT TO WS-SMALL-ED.
              MOVE SO-FROM TO WS-FIND-NUMBE.
              PERFORM INSET-PARAGRAPH THRU INSET-EXIT-PARAGRAPH.
              IF WS-IN-SET = "Y" THEN
                 ADD 1 TO WS-LINES
                 DISPLAY "=> FROM " SO-FROM " TO " SO-TO "  "
                    WS-SMALL-ED "  DAY " SO-DAY "  UNTIL " SO-EXPIRY
                 GO TO SHOWORDERS-READ-PARAGRAPH
              END-IF.
              MOVE SO-TO TO WS-FIND-NUMBE.
              PERFORM INSET-PARAGRAPH THRU INSET-EXIT-PARAGRAPH.
              IF WS-IN-SET = "Y" THEN
                 ADD 1 TO WS-LINES
                 DISPLAY "=> INTO " SO-TO " FROM " SO-FROM "  "
                    WS-SMALL-ED "  DAY " SO-DAY "  UNTIL " SO-EXPIRY
              END-IF.
              GO TO SHOWORDERS-READ-PARAGRAPH.
       SHOWORDERS-DONE-PARAGRAPH.
              CLOSE ORDERS-FILE.
              IF WS-LINES = 0 THEN
                 DISPLAY "=> NONE"
              END-IF.
       SHOWORDERS-EXIT-PARAGRAPH.
              EXIT.
      * STAGED CARDLESS WITHDRAWALS NOT YET COLLECTED. THE FUNDS
      * ARE ALREADY OFF THE BALANCE; AN EXPIRED CODE IS REFUNDED
      * AT THE NEXT COLLECTION ATTEMPT. ONLY THE LAST TWO DIGITS
      * OF THE CODE ARE SHOWN.
       SHOWSTAGED-PARAGRAPH.
              DISPLAY "=> --- CARDLESS CODES NOT COLLECTED ---".
              MOVE 0 TO WS-LINES.
              OPEN INPUT STAGED-FILE.
              GO TO SHOWSTAGED-READ-PARAGRAPH.
       SHOWSTAGED-READ-PARAGRAPH.
              READ STAGED-FILE
                 AT END GO TO SHOWSTAGED-DONE-PARAGRAPH
              END-READ.
              MOVE STG-NUMBE TO WS-FIND-NUMBE.
              PERFORM INSET-PARAGRAPH THRU INSET-EXIT-PARAGRAPH.
              IF WS-IN-SET NOT = "Y" THEN
                 GO TO SHOWSTAGED-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LINES.
              MOVE STG-CODE TO WS-CODE-TXT.
              MOVE "******" TO WS-CODE-TXT(1:6).
              MOVE STG-AMOUNT TO WS-SMALL-ED.
              IF STG-EXPIRY < WS-TODAY THEN
                 DISPLAY "=> CODE " WS-CODE-TXT "  ACCOUNT " STG-NUMBE
                    "  " WS-SMALL-ED "  EXPIRED " STG-EXPIRY
                    " - REFUND DUE"
              ELSE
                 DISPLAY "=> CODE " WS-CODE-TXT "  ACCOUNT " STG-NUMBE
                    "  " WS-SMALL-ED "  EXPIRES " STG-EXPIRY
              END-IF.
              GO TO SHOWSTAGED-READ-PARAGRAPH.
       SHOWSTAGED-DONE-PARAGRAPH.
              CLOSE STAGED-FILE.
              IF WS-LINES = 0 THEN
                 DISPLAY "=> NONE"
              END-IF.
       SHOWSTAGED-EXIT-PARAGRAPH.
              EXIT.
      * THE LAST TEN POSTED ROWS ACROSS THE CUSTOMER'S ACCOUNTS,
      * OLDEST FIRST (HISTINQ GIVES THE FULL RANGE).
       SHOWHIST-PARAGRAPH.
              DISPLAY "=> --- LAST POSTED HISTORY ---".
              MOVE 0 TO WS-HIST-SEEN.
              MOVE 0 TO WS-HIST-SLOT.
              OPEN INPUT POSTHIST-FILE.
              GO TO SHOWHIST-READ-PARAGRAPH.
       SHOWHIST-READ-PARAGRAPH.
              READ POSTHIST-FILE
                 AT END GO TO SHOWHIST-LIST-PARAGRAPH
              END-READ.
              MOVE PH-NUMBE TO WS-FIND-NUMBE.
              PERFORM INSET-PARAGRAPH THRU INSET-EXIT-PARAGRAPH.
              IF WS-IN-SET NOT = "Y" THEN
                 GO TO SHOWHIST-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-HIST-SEEN.
              ADD 1 TO WS-HIST-SLOT.
              IF WS-HIST-SLOT > 10 THEN
                 MOVE 1 TO WS-HIST-SLOT
              END-IF.
              MOVE POSTHISTREC TO WS-HIST-ROW(WS-HIST-SLOT).
              GO TO SHOWHIST-READ-PARAGRAPH.
       SHOWHIST-LIST-PARAGRAPH.
              CLOSE POSTHIST-FILE.
              IF WS-HIST-SEEN = 0 THEN
                 DISPLAY "=> NONE"
                 GO TO SHOWHIST-EXIT-PARAGRAPH
              END-IF.
      *       THE OLDEST OF THE TEN SITS JUST AFTER THE NEWEST
              IF WS-HIST-SEEN > 10 THEN
                 ADD 1 TO WS-HIST-SLOT
                 IF WS-HIST-SLOT > 10 THEN
                    MOVE 1 TO WS-HIST-SLOT
                 END-IF
              ELSE
                 MOVE 1 TO WS-HIST-SLOT
              END-IF.
              MOVE 0 TO WS-HIST-SHOWN.
       SHOWHIST-ROW-PARAGRAPH.
              IF WS-HIST-SHOWN >= 10 OR WS-HIST-SHOWN >= WS-HIST-SEEN
                    THEN
                 GO TO SHOWHIST-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-HIST-ROW(WS-HIST-SLOT) TO POSTHISTREC.
              MOVE PH-AMOUNT TO WS-SMALL-ED.
              MOVE PH-BALANCE TO WS-AMT-ED.
              DISPLAY "=> " PH-DATE "  " PH-NUMBE "  " PH-ACTION " "
                 PH-SRC " " WS-SMALL-ED "  BALANCE " WS-AMT-ED.
              ADD 1 TO WS-HIST-SHOWN.
              ADD 1 TO WS-HIST-SLOT.
              IF WS-HIST-SLOT > 10 THEN
                 MOVE 1 TO WS-HIST-SLOT
              END-IF.
              GO TO SHOWHIST-ROW-PARAGRAPH.
       SHOWHIST-EXIT-PARAGRAPH.
              EXIT.
      * ONE PRIVACY-AUDIT ROW: WHO LOOKED, AT WHAT, AND WHAT THEY
      * WERE SHOWN.
       AUDIT-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE(1:8) TO IA-DATE.
              MOVE FUNCTION CURRENT-DATE(9:6) TO IA-TIME.
              MOVE WS-STAFF-ID TO IA-STAFF.
              MOVE WS-KEYTYPE TO IA-KEYTYPE.
              MOVE WS-KEY-ACCT TO IA-KEY.
              MOVE WS-CIF TO IA-CIF.
              MOVE WS-ACC-COUNT TO IA-ACCTS.
              MOVE WS-RESULT TO IA-RESULT.
              OPEN EXTEND INQAUDIT-FILE.
              WRITE INQAUDITREC.
              CLOSE INQAUDIT-FILE.
       AUDIT-EXIT-PARAGRAPH.
              EXIT.
      * STAFF SIGN-ON: OPERATOR ID AND PASSWORD, ACTIVE STATUS,
      * PASSWORD IN DATE, EMPLOYEE STILL ACTIVE, AND A ROLE WITH A
      * CUSTINQ GRANT. WS-OPR-GRANTED IS Y ONLY WHEN ALL PASS;
      * EVERY OUTCOME GOES TO THE AUDIT FILE.
       SIGNON-PARAGRAPH.
              MOVE "N" TO WS-OPR-GRANTED.
              MOVE SPACE TO WS-KEYTYPE.
              MOVE 0 TO WS-KEY-ACCT WS-CIF WS-ACC-COUNT.
              DISPLAY "=> STAFF ID (4 DIGITS)".
              ACCEPT WS-STAFF-ID.
              DISPLAY "=> PASSWORD".
              ACCEPT WS-OPR-PW-IN.
              PERFORM OPRFIND-PARAGRAPH THRU OPRFIND-EXIT-PARAGRAPH.
              IF WS-OPR-FOUND = "Y" THEN
                 MOVE WS-OPR-HASH(3:4) TO WS-OPR-SALT
                 PERFORM OPRHASH-PARAGRAPH THRU OPRHASH-EXIT-PARAGRAPH
                 IF WS-OPR-HASH(1:2) NOT = "H:" OR
                       WS-OPR-HASH(7:12) NOT = WS-OPR-CALC THEN
                    MOVE "N" TO WS-OPR-FOUND
                 END-IF
              END-IF.
              IF WS-OPR-FOUND NOT = "Y" THEN
                 DISPLAY "=> INVALID INPUT"
                 MOVE "SIGN-ON REFUSED" TO WS-RESULT
                 GO TO SIGNON-REFUSED-PARAGRAPH
              END-IF.
              IF WS-OPR-STATUS NOT = "A" THEN
                 DISPLAY "=> OPERATOR SUSPENDED"
                 MOVE "OPERATOR SUSPENDED" TO WS-RESULT
                 GO TO SIGNON-REFUSED-PARAGRAPH
              END-IF.
              MOVE 999 TO WS-OPR-AGE.
              IF WS-OPR-PWDATE NOT = 0 THEN
                 COMPUTE WS-OPR-AGE =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                    FUNCTION INTEGER-OF-DATE(WS-OPR-PWDATE)
              END-IF.
              IF WS-OPR-AGE > WS-OPR-MAX-AGE THEN
                 DISPLAY "=> PASSWORD EXPIRED - CHANGE IT AT THE "
                    "EMPMGMT SIGN-ON"
                 MOVE "PASSWORD EXPIRED" TO WS-RESULT
                 GO TO SIGNON-REFUSED-PARAGRAPH
              END-IF.
              PERFORM EMPSTAT-PARAGRAPH THRU EMPSTAT-EXIT-PARAGRAPH.
              IF WS-EMP-STATUS = "T" OR WS-EMP-STATUS = "L" THEN
                 DISPLAY "=> STAFF ACCESS WITHDRAWN - SEE YOUR "
                    "MANAGER"
                 MOVE "EMPLOYEE NOT ACTIVE" TO WS-RESULT
                 GO TO SIGNON-REFUSED-PARAGRAPH
              END-IF.
              PERFORM OPRROLE-PARAGRAPH THRU OPRROLE-EXIT-PARAGRAPH.
              IF WS-OPR-GRANTED NOT = "Y" THEN
                 DISPLAY "=> ROLE " WS-OPR-ROLE
                    " HAS NO CUSTOMER INQUIRY ACCESS"
                 MOVE "NO INQUIRY ROLE" TO WS-RESULT
                 GO TO SIGNON-REFUSED-PARAGRAPH
              END-IF.
              MOVE "SIGNED ON" TO WS-RESULT.
              PERFORM AUDIT-PARAGRAPH THRU AUDIT-EXIT-PARAGRAPH.
              GO TO SIGNON-EXIT-PARAGRAPH.
       SIGNON-REFUSED-PARAGRAPH.
              MOVE "N" TO WS-OPR-GRANTED.
              PERFORM AUDIT-PARAGRAPH THRU AUDIT-EXIT-PARAGRAPH.
       SIGNON-EXIT-PARAGRAPH.
              EXIT.
      * LOOK UP WS-STAFF-ID IN OPERATORS.TXT.
       OPRFIND-PARAGRAPH.
              MOVE "N" TO WS-OPR-FOUND.
              MOVE WS-STAFF-ID TO WS-OPR-ID-TXT.
              OPEN INPUT OPERATOR-FILE.
              GO TO OPRFIND-LOOP-PARAGRAPH.
       OPRFIND-LOOP-PARAGRAPH.
              READ OPERATOR-FILE
                 AT END GO TO OPRFIND-DONE-PARAGRAPH
              END-READ.
              IF OPERATORREC(1:4) NOT = WS-OPR-ID-TXT THEN
                 GO TO OPRFIND-LOOP-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-OPR-F1 WS-OPR-F2 WS-OPR-F3
                 WS-OPR-F4 WS-OPR-F5 WS-OPR-F6 WS-OPR-F7.
              UNSTRING OPERATORREC DELIMITED BY ","
                 INTO WS-OPR-F1 WS-OPR-F2 WS-OPR-F3
                      WS-OPR-F4 WS-OPR-F5 WS-OPR-F6 WS-OPR-F7.
              MOVE WS-OPR-F3 TO WS-OPR-HASH.
              MOVE 0 TO WS-OPR-PWDATE.
              IF WS-OPR-F4(1:8) IS NUMERIC THEN
                 MOVE WS-OPR-F4(1:8) TO WS-OPR-PWDATE
              END-IF.
              MOVE FUNCTION UPPER-CASE(WS-OPR-F5) TO WS-OPR-ROLE.
              MOVE FUNCTION UPPER-CASE(WS-OPR-F6(1:1))
                 TO WS-OPR-STATUS.
              MOVE "00000" TO WS-OPR-EMPID.
              IF WS-OPR-F7(1:5) IS NUMERIC THEN
                 MOVE WS-OPR-F7(1:5) TO WS-OPR-EMPID
              END-IF.
              MOVE "Y" TO WS-OPR-FOUND.
       OPRFIND-DONE-PARAGRAPH.
              CLOSE OPERATOR-FILE.
       OPRFIND-EXIT-PARAGRAPH.
              EXIT.
      * SALTED HASH OVER THE 20 PASSWORD CHARACTERS - THE SAME
      * ARITHMETIC AS EVERY OTHER PROGRAM ON THE OPERATOR FILE.
       OPRHASH-PARAGRAPH.
              MOVE 5381 TO WS-OPR-WORK.
              MOVE 1 TO WS-OPR-POS.
              GO TO OPRHASH-LOOP-PARAGRAPH.
       OPRHASH-LOOP-PARAGRAPH.
              IF WS-OPR-POS > 20 THEN
                 MOVE WS-OPR-WORK TO WS-OPR-CALC
                 GO TO OPRHASH-EXIT-PARAGRAPH
              END-IF.
              COMPUTE WS-OPR-WORK = FUNCTION MOD(
                 WS-OPR-WORK * 33
                 + FUNCTION ORD(WS-OPR-PW-IN(WS-OPR-POS:1))
                 + WS-OPR-SALT, 999999999989).
              ADD 1 TO WS-OPR-POS.
              GO TO OPRHASH-LOOP-PARAGRAPH.
       OPRHASH-EXIT-PARAGRAPH.
              EXIT.
      * EMPLOYMENT STATUS OF THE EMPLOYEE THE OPERATOR IS LINKED
      * TO (SPACE WHEN UNLINKED OR NOT ON THE EXTRACT).
       EMPSTAT-PARAGRAPH.
              MOVE SPACE TO WS-EMP-STATUS.
              IF WS-OPR-EMPID = "00000" THEN
                 GO TO EMPSTAT-EXIT-PARAGRAPH
              END-IF.
              OPEN INPUT STAFFSTAT-FILE.
              GO TO EMPSTAT-READ-PARAGRAPH.
       EMPSTAT-READ-PARAGRAPH.
              READ STAFFSTAT-FILE
                 AT END GO TO EMPSTAT-DONE-PARAGRAPH
              END-READ.
              IF STAFFSTATREC(1:5) NOT = WS-OPR-EMPID THEN
                 GO TO EMPSTAT-READ-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-OPR-F1 WS-OPR-F2.
              UNSTRING STAFFSTATREC DELIMITED BY ","
                 INTO WS-OPR-F1 WS-OPR-F2.
              MOVE FUNCTION UPPER-CASE(WS-OPR-F2(1:1))
                 TO WS-EMP-STATUS.
       EMPSTAT-DONE-PARAGRAPH.
              CLOSE STAFFSTAT-FILE.
       EMPSTAT-EXIT-PARAGRAPH.
              EXIT.
      * DOES WS-OPR-ROLE HOLD ANY GRANT ON PROGRAM CUSTINQ?
       OPRROLE-PARAGRAPH.
              MOVE "N" TO WS-OPR-GRANTED.
              OPEN INPUT ROLEMAT-FILE.
              GO TO OPRROLE-LOOP-PARAGRAPH.
       OPRROLE-LOOP-PARAGRAPH.
              READ ROLEMAT-FILE
                 AT END GO TO OPRROLE-DONE-PARAGRAPH
              END-READ.
              IF ROLEMATREC = SPACES OR ROLEMATREC(1:1) = "*" THEN
                 GO TO OPRROLE-LOOP-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-OPR-F1 WS-OPR-F2.
              UNSTRING ROLEMATREC DELIMITED BY ","
                 INTO WS-OPR-F1 WS-OPR-F2.
              IF FUNCTION UPPER-CASE(WS-OPR-F1) = WS-OPR-ROLE AND
                    FUNCTION UPPER-CASE(WS-OPR-F2) = "CUSTINQ" THEN
                 MOVE "Y" TO WS-OPR-GRANTED
                 GO TO OPRROLE-DONE-PARAGRAPH
              END-IF.
              GO TO OPRROLE-LOOP-PARAGRAPH.
       OPRROLE-DONE-PARAGRAPH.
              CLOSE ROLEMAT-FILE.
       OPRROLE-EXIT-PARAGRAPH.
              EXIT.
