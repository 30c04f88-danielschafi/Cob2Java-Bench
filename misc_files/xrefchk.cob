       IDENTIFICATION DIVISION.
       PROGRAM-ID.   XREFCHK.

      * CROSS-SYSTEM INTEGRITY CHECK. THE BANK, PAYROLL, MEMBER
      * TERMINAL AND WAREHOUSE FILES POINT AT ONE ANOTHER, AND AN
      * ORPHAN USED TO SURFACE ONLY WHEN A NIGHTLY STEP REJECTED
      * IT. THIS PROGRAM PROVES EVERY SUCH LINK BEFORE THE NIGHT
      * STARTS:
      *   EMPACCT  EMPLOYEES.TXT SALARY ACCOUNT IS ON MASTER.TXT
      *   ACCTCIF  ACCTCIF.TXT ACCOUNT, CUSTOMER (CUSTOMERS.TXT)
      *            AND SWEEP ACCOUNT ALL EXIST
      *   CARDS    EVERY CARD IN CARDS.TXT BELONGS TO AN OPEN
      *            ACCOUNT
      *   ORDERS   LIVE STANDING ORDERS NAME LIVE ACCOUNTS
      *   MEMBCARD MEMBER CARDS ON MEMBERS.DAT ARE BANK ACCOUNTS,
      *            SO THE CHARGES HAND-OFF CAN POST
      *   MERCHCAT MERCHCAT.TXT SKUS ARE IN THE WAREHOUSE MASTER
      *            (INVENTORY.CSV)
      * EVERY BREAK IS LISTED IN XREFRPT.TXT, CRITICAL FIRST, THEN
      * WARNINGS, WITH COUNTS PER CHECK. CRITICAL MEANS BAD DATA
      * WOULD POST (OR FAIL TO) TONIGHT; A WARNING NEEDS ATTENTION
      * BUT HARMS NOTHING BY ITSELF. RETURN CODE 8 ON ANY CRITICAL
      * BREAK, 4 ON WARNINGS ONLY, 0 WHEN CLEAN - NIGHTRUN RUNS
      * THIS AHEAD OF THE CHAIN AND STOPS THE NIGHT ON 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MASTER-FILE ASSIGN TO "master.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NUMBE.
       SELECT OPTIONAL CARD-FILE ASSIGN TO "cards.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CRD-CARDID.
       SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "customers.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ACCTCIF-FILE ASSIGN TO "acctcif.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ORDERS-FILE ASSIGN TO "orders.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL EMPLOYEE-FILE ASSIGN TO "employees.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MEMBER-FILE ASSIGN TO "members.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MERCHCAT-FILE ASSIGN TO "merchcat.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL INVENTORY-FILE ASSIGN TO "inventory.csv"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO "xrefrpt.txt"
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
       FD ORDERS-FILE.
       01 ORDERREC.
          02 SO-FROM PIC 9(16).
          02 SO-TO PIC 9(16).
          02 SO-AMOUNT PIC 9(5)V9(2).
          02 SO-DAY PIC 9(2).
          02 SO-EXPIRY PIC 9(8).
      * EMPMGMT'S EMPLOYEE FILE.
       FD EMPLOYEE-FILE.
       01 EMPLOYEEREC.
          02 EMP-ID PIC 9(5).
          02 EMP-NAME PIC X(25).
          02 EMP-SALARY PIC 9(6)V9(2).
          02 EMP-DEPT PIC X(15).
          02 EMP-HIRE-DATE PIC X(8).
          02 EMP-STATUS PIC X(1).
          02 EMP-GRADE PIC X(2).
          02 EMP-ACCT PIC X(16).
          02 EMP-PAYTYPE PIC X(1).
          02 EMP-MGR PIC X(5).
          02 FILLER PIC X(14).
      * THE MEMBER TERMINAL'S MASTER RECORD.
       FD MEMBER-FILE.
       01 MEMBERREC.
          02 MR-NAME PIC X(16).
          02 MR-PASSWORD PIC X(20).
          02 MR-CREDITS PIC 9(3).
          02 MR-LIFETIME PIC 9(5).
          02 MR-LEVEL PIC X(3).
          02 MR-ATTEMPTS PIC 9(2).
          02 MR-LOCKED PIC X(3).
          02 MR-BONUS-DATE PIC 9(8).
          02 MR-BONUS-COUNT PIC 9(2).
          02 MR-GIFT-DATE PIC 9(8).
          02 MR-GIFT-TOTAL PIC 9(3).
          02 MR-FORCE-PW PIC X(1).
          02 MR-ANN-SEEN PIC 9(2).
          02 MR-CARD OCCURS 3 TIMES.
             03 MR-CARD-USED PIC X(1).
             03 MR-CARD-NO PIC 9(16).
             03 MR-CARD-EXP PIC 9(4).
             03 MR-CARD-CVV PIC 9(3).
          02 MR-OWED PIC 9(3).
          02 MR-JOINED PIC 9(8).
          02 MR-REFCODE PIC X(8).
          02 MR-REFBY PIC X(16).
          02 MR-REFSTAT PIC X(1).
          02 MR-REF-MONTH PIC 9(6).
          02 MR-REF-MCOUNT PIC 9(2).
          02 MR-REF-PAID PIC 9(5).
          02 MR-DIGEST PIC X(1).
          02 MR-EMAIL PIC X(40).
       FD MERCHCAT-FILE.
       01 MERCHCATREC.
          02 MC-SKU PIC X(24).
          02 MC-NAME PIC X(30).
          02 MC-PRICE PIC 9(3).
      * THE WAREHOUSE MASTER IS INVPROC'S INVENTORY CSV; ONLY THE
      * SKU (FIRST FIELD, POSSIBLY QUOTED) MATTERS HERE.
       FD INVENTORY-FILE.
       01 INVENTORYREC PIC X(200).
       FD REPORT-FILE.
       01 REPORTLINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC 9(08) VALUE ZEROS.
       01 WS-ACC-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-ACC-IX PIC 9(4) VALUE ZEROS.
       01 WS-ACC-TABLE.
          02 WS-ACC-ENTRY OCCURS 5000 TIMES.
             03 WS-ACC-NUMBE PIC 9(16).
             03 WS-ACC-FLAG PIC X(01).
       01 WS-CUS-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-CUS-IX PIC 9(4) VALUE ZEROS.
       01 WS-CUS-TABLE.
          02 WS-CUS-NUM PIC 9(8) OCCURS 2000 TIMES.
       01 WS-SKU-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-SKU-IX PIC 9(4) VALUE ZEROS.
       01 WS-SKU-TABLE.
          02 WS-SKU-CODE PIC X(24) OCCURS 2000 TIMES.
       01 WS-SKU PIC X(24) VALUE SPACES.
       01 WS-TRUNCATED PIC 9(5) VALUE ZEROS.
      * ONE ROW PER CHECK: NAME, RECORDS EXAMINED, BREAKS FOUND.
       01 WS-CHK-TABLE.
          02 WS-CHK-ENTRY OCCURS 6 TIMES.
             03 WS-CHK-NAME PIC X(08).
             03 WS-CHK-READ PIC 9(5).
             03 WS-CHK-CRIT PIC 9(5).
             03 WS-CHK-WARN PIC 9(5).
       01 WS-CHK-IX PIC 9(1) VALUE ZEROS.
      * THE BREAKS THEMSELVES, HELD SO THE REPORT CAN LIST THEM
      * BY SEVERITY.
       01 WS-EXC-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-EXC-IX PIC 9(3) VALUE ZEROS.
       01 WS-EXC-TABLE.
          02 WS-EXC-ENTRY OCCURS 500 TIMES.
             03 WS-EXC-SEV PIC X(01).
             03 WS-EXC-CHECK PIC X(08).
             03 WS-EXC-KEY PIC X(24).
             03 WS-EXC-TEXT PIC X(50).
       01 WS-EXC-UNLISTED PIC 9(5) VALUE ZEROS.
       01 WS-TOT-CRIT PIC 9(5) VALUE ZEROS.
       01 WS-TOT-WARN PIC 9(5) VALUE ZEROS.
       01 WS-NEW-SEV PIC X(01) VALUE SPACE.
       01 WS-NEW-KEY PIC X(24) VALUE SPACES.
       01 WS-NEW-TEXT PIC X(50) VALUE SPACES.
      * ACCOUNT REFERENCE CHECK: THE CALLER NAMES THE ACCOUNT, HOW
      * TO SHOW IT, WHAT IT IS, AND THE SEVERITY FOR A MISSING, A
      * CLOSED AND A HELD (DORMANT, LOCKED OR IN SCREENING)
      * ACCOUNT - SPACE MEANS THAT STATE IS NOT A BREAK.
       01 WS-FIND-NUMBE PIC 9(16) VALUE ZEROS.
       01 WS-FIND-FLAG PIC X(01) VALUE SPACE.
       01 WS-REF-SHOW PIC X(16) VALUE SPACES.
       01 WS-REF-LABEL PIC X(16) VALUE SPACES.
       01 WS-REF-MISS-SEV PIC X(01) VALUE SPACE.
       01 WS-REF-CLOSED-SEV PIC X(01) VALUE SPACE.
       01 WS-REF-HOLD-SEV PIC X(01) VALUE SPACE.
       01 WS-REF-STATE PIC X(13) VALUE SPACES.
       01 WS-CARD-IX PIC 9(1) VALUE ZEROS.
       01 WS-LISTED PIC A(1) VALUE "N".
       01 WS-RC PIC 9(1) VALUE ZEROS.
       01 WS-CNT-ED PIC Z(4)9.
       01 WS-CRIT-ED PIC Z(4)9.
       01 WS-WARN-ED PIC Z(4)9.
       PROCEDURE DIVISION.
       START-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              MOVE "EMPACCT" TO WS-CHK-NAME(1).
              MOVE "ACCTCIF" TO WS-CHK-NAME(2).
              MOVE "CARDS" TO WS-CHK-NAME(3).
              MOVE "ORDERS" TO WS-CHK-NAME(4).
              MOVE "MEMBCARD" TO WS-CHK-NAME(5).
              MOVE "MERCHCAT" TO WS-CHK-NAME(6).
              MOVE 1 TO WS-CHK-IX.
              GO TO CLEARCHK-PARAGRAPH.
       CLEARCHK-PARAGRAPH.
              IF WS-CHK-IX > 6 THEN
                 GO TO LOAD-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-CHK-READ(WS-CHK-IX) WS-CHK-CRIT(WS-CHK-IX)
                 WS-CHK-WARN(WS-CHK-IX).
              ADD 1 TO WS-CHK-IX.
              GO TO CLEARCHK-PARAGRAPH.
       LOAD-PARAGRAPH.
              PERFORM LOADACC-PARAGRAPH THRU LOADACC-EXIT-PARAGRAPH.
              PERFORM LOADCUS-PARAGRAPH THRU LOADCUS-EXIT-PARAGRAPH.
              PERFORM LOADSKU-PARAGRAPH THRU LOADSKU-EXIT-PARAGRAPH.
              IF WS-ACC-COUNT = 0 THEN
                 MOVE 1 TO WS-CHK-IX
                 MOVE "C" TO WS-NEW-SEV
                 MOVE "master.txt" TO WS-NEW-KEY
                 MOVE "ACCOUNT MASTER EMPTY OR MISSING - CHECKS SKIPPED"
                    TO WS-NEW-TEXT
                 PERFORM ADDEXC-PARAGRAPH THRU ADDEXC-EXIT-PARAGRAPH
              ELSE
                 PERFORM EMPACCT-PARAGRAPH
                    THRU EMPACCT-EXIT-PARAGRAPH
                 PERFORM ACCTCIF-PARAGRAPH
                    THRU ACCTCIF-EXIT-PARAGRAPH
                 PERFORM CARDS-PARAGRAPH THRU CARDS-EXIT-PARAGRAPH
                 PERFORM ORDERS-PARAGRAPH THRU ORDERS-EXIT-PARAGRAPH
                 PERFORM MEMBCARD-PARAGRAPH
                    THRU MEMBCARD-EXIT-PARAGRAPH
              END-IF.
              PERFORM MERCHCAT-PARAGRAPH THRU MERCHCAT-EXIT-PARAGRAPH.
              PERFORM REPORT-PARAGRAPH THRU REPORT-EXIT-PARAGRAPH.
              GO TO TERMINATE-PARAGRAPH.
      * THE ACCOUNT MASTER, IN KEY ORDER: NUMBER AND STATUS FLAG.
       LOADACC-PARAGRAPH.
              MOVE 0 TO WS-ACC-COUNT.
              OPEN INPUT MASTER-FILE.
              GO TO LOADACC-NEXT-PARAGRAPH.
       LOADACC-NEXT-PARAGRAPH.
              READ MASTER-FILE NEXT RECORD
                 AT END GO TO LOADACC-DONE-PARAGRAPH
              END-READ.
              IF WS-ACC-COUNT < 5000 THEN
                 ADD 1 TO WS-ACC-COUNT
                 MOVE NUMBE TO WS-ACC-NUMBE(WS-ACC-COUNT)
                 MOVE LOCKFLAG TO WS-ACC-FLAG(WS-ACC-COUNT)
              ELSE
                 ADD 1 TO WS-TRUNCATED
              END-IF.
              GO TO LOADACC-NEXT-PARAGRAPH.
       LOADACC-DONE-PARAGRAPH.
              CLOSE MASTER-FILE.
       LOADACC-EXIT-PARAGRAPH.
              EXIT.
       LOADCUS-PARAGRAPH.
              MOVE 0 TO WS-CUS-COUNT.
              OPEN INPUT CUSTOMER-FILE.
              GO TO LOADCUS-NEXT-PARAGRAPH.
       LOADCUS-NEXT-PARAGRAPH.
              READ CUSTOMER-FILE
                 AT END GO TO LOADCUS-DONE-PARAGRAPH
              END-READ.
              IF WS-CUS-COUNT < 2000 THEN
                 ADD 1 TO WS-CUS-COUNT
                 MOVE CIF-NUM TO WS-CUS-NUM(WS-CUS-COUNT)
              ELSE
                 ADD 1 TO WS-TRUNCATED
              END-IF.
              GO TO LOADCUS-NEXT-PARAGRAPH.
       LOADCUS-DONE-PARAGRAPH.
              CLOSE CUSTOMER-FILE.
       LOADCUS-EXIT-PARAGRAPH.
              EXIT.
      * WAREHOUSE SKUS. BLANK AND # COMMENT LINES ARE SKIPPED AS
      * INVPROC SKIPS THEM; A QUOTED SKU RUNS TO ITS CLOSING QUOTE.
       LOADSKU-PARAGRAPH.
              MOVE 0 TO WS-SKU-COUNT.
              OPEN INPUT INVENTORY-FILE.
              GO TO LOADSKU-NEXT-PARAGRAPH.
       LOADSKU-NEXT-PARAGRAPH.
              READ INVENTORY-FILE
                 AT END GO TO LOADSKU-DONE-PARAGRAPH
              END-READ.
              IF INVENTORYREC = SPACES OR
                    INVENTORYREC(1:1) = "#" THEN
                 GO TO LOADSKU-NEXT-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-SKU.
              IF INVENTORYREC(1:1) = QUOTE THEN
                 UNSTRING INVENTORYREC(2:199) DELIMITED BY QUOTE
                    INTO WS-SKU
                 END-UNSTRING
              ELSE
                 UNSTRING INVENTORYREC DELIMITED BY ","
                    INTO WS-SKU
                 END-UNSTRING
              END-IF.
              IF WS-SKU = SPACES THEN
                 GO TO LOADSKU-NEXT-PARAGRAPH
              END-IF.
              IF WS-SKU-COUNT < 2000 THEN
                 ADD 1 TO WS-SKU-COUNT
                 MOVE WS-SKU TO WS-SKU-CODE(WS-SKU-COUNT)
              ELSE
                 ADD 1 TO WS-TRUNCATED
              END-IF.
              GO TO LOADSKU-NEXT-PARAGRAPH.
       LOADSKU-DONE-PARAGRAPH.
              CLOSE INVENTORY-FILE.
       LOADSKU-EXIT-PARAGRAPH.
              EXIT.
      * SALARY ACCOUNTS. A TERMINATED EMPLOYEE IS NO LONGER PAID
      * AND A BLANK ACCOUNT IS EMPMGMT'S OWN CONCERN.
       EMPACCT-PARAGRAPH.
              MOVE 1 TO WS-CHK-IX.
              MOVE "SALARY ACCOUNT" TO WS-REF-LABEL.
              MOVE "C" TO WS-REF-MISS-SEV WS-REF-CLOSED-SEV.
              MOVE "W" TO WS-REF-HOLD-SEV.
              OPEN INPUT EMPLOYEE-FILE.
              GO TO EMPACCT-NEXT-PARAGRAPH.
       EMPACCT-NEXT-PARAGRAPH.
              READ EMPLOYEE-FILE
                 AT END GO TO EMPACCT-DONE-PARAGRAPH
              END-READ.
              IF EMP-STATUS = "T" OR EMP-ACCT NOT NUMERIC THEN
                 GO TO EMPACCT-NEXT-PARAGRAPH
              END-IF.
              IF EMP-ACCT = ZEROS THEN
                 GO TO EMPACCT-NEXT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CHK-READ(1).
              MOVE EMP-ACCT TO WS-FIND-NUMBE.
              MOVE EMP-ACCT TO WS-REF-SHOW.
              MOVE SPACES TO WS-NEW-KEY.
              STRING "EMPLOYEE " EMP-ID DELIMITED BY SIZE
                 INTO WS-NEW-KEY.
              PERFORM ACCTREF-PARAGRAPH THRU ACCTREF-EXIT-PARAGRAPH.
              GO TO EMPACCT-NEXT-PARAGRAPH.
       EMPACCT-DONE-PARAGRAPH.
              CLOSE EMPLOYEE-FILE.
       EMPACCT-EXIT-PARAGRAPH.
              EXIT.
      * CUSTOMER LINKS. A LINK TO A MISSING ACCOUNT OR CUSTOMER ONLY
      * SPOILS STATEMENTS AND NOTICES; A SWEEP ACCOUNT THAT IS GONE
      * OR CLOSED WOULD TAKE MONEY TONIGHT.
       ACCTCIF-PARAGRAPH.
              MOVE 2 TO WS-CHK-IX.
              OPEN INPUT ACCTCIF-FILE.
              GO TO ACCTCIF-NEXT-PARAGRAPH.
       ACCTCIF-NEXT-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO ACCTCIF-DONE-PARAGRAPH
              END-READ.
              ADD 1 TO WS-CHK-READ(2).
              MOVE SPACES TO WS-NEW-KEY.
              STRING "LINK " ACL-NUMBE DELIMITED BY SIZE
                 INTO WS-NEW-KEY.
              MOVE ACL-NUMBE TO WS-FIND-NUMBE WS-REF-SHOW.
              MOVE "LINKED ACCOUNT" TO WS-REF-LABEL.
              MOVE "W" TO WS-REF-MISS-SEV.
              MOVE SPACE TO WS-REF-CLOSED-SEV WS-REF-HOLD-SEV.
              PERFORM ACCTREF-PARAGRAPH THRU ACCTREF-EXIT-PARAGRAPH.
              MOVE 1 TO WS-CUS-IX.
              GO TO ACCTCIF-CUS-PARAGRAPH.
       ACCTCIF-CUS-PARAGRAPH.
              IF WS-CUS-IX > WS-CUS-COUNT THEN
                 MOVE "W" TO WS-NEW-SEV
                 MOVE SPACES TO WS-NEW-TEXT
                 STRING "CUSTOMER " ACL-CIF " NOT ON CUSTOMERS.TXT"
                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                 PERFORM ADDEXC-PARAGRAPH THRU ADDEXC-EXIT-PARAGRAPH
                 GO TO ACCTCIF-SWEEP-PARAGRAPH
              END-IF.
              IF WS-CUS-NUM(WS-CUS-IX) = ACL-CIF THEN
                 GO TO ACCTCIF-SWEEP-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CUS-IX.
              GO TO ACCTCIF-CUS-PARAGRAPH.
       ACCTCIF-SWEEP-PARAGRAPH.
              IF ACL-SWEEP NOT NUMERIC THEN
                 GO TO ACCTCIF-NEXT-PARAGRAPH
              END-IF.
              IF ACL-SWEEP = 0 THEN
                 GO TO ACCTCIF-NEXT-PARAGRAPH
              END-IF.
              MOVE ACL-SWEEP TO WS-FIND-NUMBE WS-REF-SHOW.
              MOVE "SWEEP ACCOUNT" TO WS-REF-LABEL.
              MOVE "C" TO WS-REF-MISS-SEV WS-REF-CLOSED-SEV.
              MOVE "W" TO WS-REF-HOLD-SEV.
              PERFORM ACCTREF-PARAGRAPH THRU ACCTREF-EXIT-PARAGRAPH.
              GO TO ACCTCIF-NEXT-PARAGRAPH.
       ACCTCIF-DONE-PARAGRAPH.
              CLOSE ACCTCIF-FILE.
       ACCTCIF-EXIT-PARAGRAPH.
              EXIT.
      * CARDS. A CARD STILL ACTIVE ON A CLOSED ACCOUNT CAN BE USED
      * TONIGHT; ONE ALREADY LOCKED (L) IS ONLY A TIDY-UP.
       CARDS-PARAGRAPH.
              MOVE 3 TO WS-CHK-IX.
              MOVE "CARD ACCOUNT" TO WS-REF-LABEL.
              MOVE "C" TO WS-REF-MISS-SEV.
              MOVE SPACE TO WS-REF-HOLD-SEV.
              OPEN INPUT CARD-FILE.
              GO TO CARDS-NEXT-PARAGRAPH.
       CARDS-NEXT-PARAGRAPH.
              READ CARD-FILE NEXT RECORD
                 AT END GO TO CARDS-DONE-PARAGRAPH
              END-READ.
              ADD 1 TO WS-CHK-READ(3).
              MOVE "CARD ************" TO WS-NEW-KEY.
              MOVE CRD-CARDID(13:4) TO WS-NEW-KEY(18:4).
              MOVE CRD-NUMBE TO WS-FIND-NUMBE WS-REF-SHOW.
              IF CRD-LOCKFLAG = "L" THEN
                 MOVE "W" TO WS-REF-CLOSED-SEV
              ELSE
                 MOVE "C" TO WS-REF-CLOSED-SEV
              END-IF.
              PERFORM ACCTREF-PARAGRAPH THRU ACCTREF-EXIT-PARAGRAPH.
              GO TO CARDS-NEXT-PARAGRAPH.
       CARDS-DONE-PARAGRAPH.
              CLOSE CARD-FILE.
       CARDS-EXIT-PARAGRAPH.
              EXIT.
      * STANDING ORDERS STILL IN FORCE (NO EXPIRY, OR NOT YET
      * PAST IT). BOTH LEGS MUST BE LIVE ACCOUNTS.
       ORDERS-PARAGRAPH.
              MOVE 4 TO WS-CHK-IX.
              MOVE "C" TO WS-REF-MISS-SEV WS-REF-CLOSED-SEV.
              MOVE "W" TO WS-REF-HOLD-SEV.
              OPEN INPUT ORDERS-FILE.
              GO TO ORDERS-NEXT-PARAGRAPH.
       ORDERS-NEXT-PARAGRAPH.
              READ ORDERS-FILE
                 AT END GO TO ORDERS-DONE-PARAGRAPH
              END-READ.
              IF SO-EXPIRY NOT = 0 AND SO-EXPIRY < WS-TODAY THEN
                 GO TO ORDERS-NEXT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CHK-READ(4).
              MOVE SPACES TO WS-NEW-KEY.
              STRING "ORDER " SO-FROM DELIMITED BY SIZE
                 INTO WS-NEW-KEY.
              MOVE SO-FROM TO WS-FIND-NUMBE WS-REF-SHOW.
              MOVE "FROM ACCOUNT" TO WS-REF-LABEL.
              PERFORM ACCTREF-PARAGRAPH THRU ACCTREF-EXIT-PARAGRAPH.
              MOVE SO-TO TO WS-FIND-NUMBE WS-REF-SHOW.
              MOVE "TO ACCOUNT" TO WS-REF-LABEL.
              PERFORM ACCTREF-PARAGRAPH THRU ACCTREF-EXIT-PARAGRAPH.
              GO TO ORDERS-NEXT-PARAGRAPH.
       ORDERS-DONE-PARAGRAPH.
              CLOSE ORDERS-FILE.
       ORDERS-EXIT-PARAGRAPH.
              EXIT.
      * MEMBER CARDS. THE TERMINAL'S STORE CHARGES GO TO THE BANK
      * UNDER THE CARD NUMBER, SO EVERY CARD IN USE MUST BE AN
      * OPEN ACCOUNT OR ITS CHARGES COME BACK UNPAID. ONLY THE
      * LAST FOUR DIGITS ARE REPORTED.
       MEMBCARD-PARAGRAPH.
              MOVE 5 TO WS-CHK-IX.
              MOVE "MEMBER CARD" TO WS-REF-LABEL.
              MOVE "C" TO WS-REF-MISS-SEV WS-REF-CLOSED-SEV.
              MOVE "W" TO WS-REF-HOLD-SEV.
              OPEN INPUT MEMBER-FILE.
              GO TO MEMBCARD-NEXT-PARAGRAPH.
       MEMBCARD-NEXT-PARAGRAPH.
              READ MEMBER-FILE
                 AT END GO TO MEMBCARD-DONE-PARAGRAPH
              END-READ.
              MOVE 1 TO WS-CARD-IX.
              GO TO MEMBCARD-SLOT-PARAGRAPH.
       MEMBCARD-SLOT-PARAGRAPH.
              IF WS-CARD-IX > 3 THEN
                 GO TO MEMBCARD-NEXT-PARAGRAPH
              END-IF.
              IF MR-CARD-USED(WS-CARD-IX) = "Y" THEN
                 ADD 1 TO WS-CHK-READ(5)
                 MOVE SPACES TO WS-NEW-KEY
                 MOVE MR-NAME TO WS-NEW-KEY
                 MOVE MR-CARD-NO(WS-CARD-IX) TO WS-FIND-NUMBE
                 MOVE ALL "*" TO WS-REF-SHOW
                 MOVE WS-FIND-NUMBE(13:4) TO WS-REF-SHOW(13:4)
                 PERFORM ACCTREF-PARAGRAPH THRU ACCTREF-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CARD-IX.
              GO TO MEMBCARD-SLOT-PARAGRAPH.
       MEMBCARD-DONE-PARAGRAPH.
              CLOSE MEMBER-FILE.
       MEMBCARD-EXIT-PARAGRAPH.
              EXIT.
      * STORE CATALOGUE. A SKU THE WAREHOUSE DOES NOT CARRY SHOWS
      * NO STOCK AND ITS SALES ARE REJECTED BY THE NIGHTLY PROCESS
      * RUN, SO IT IS A WARNING. WITHOUT A WAREHOUSE MASTER THE
      * CHECK CANNOT RUN AND SAYS SO ONCE.
       MERCHCAT-PARAGRAPH.
              MOVE 6 TO WS-CHK-IX.
              OPEN INPUT MERCHCAT-FILE.
              GO TO MERCHCAT-NEXT-PARAGRAPH.
       MERCHCAT-NEXT-PARAGRAPH.
              READ MERCHCAT-FILE
                 AT END GO TO MERCHCAT-DONE-PARAGRAPH
              END-READ.
              IF MC-SKU = SPACES THEN
                 GO TO MERCHCAT-NEXT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CHK-READ(6).
              IF WS-SKU-COUNT = 0 THEN
                 IF WS-CHK-READ(6) = 1 THEN
                    MOVE "W" TO WS-NEW-SEV
                    MOVE "inventory.csv" TO WS-NEW-KEY
                    MOVE "WAREHOUSE MASTER EMPTY OR MISSING"
                       TO WS-NEW-TEXT
                    PERFORM ADDEXC-PARAGRAPH THRU ADDEXC-EXIT-PARAGRAPH
                 END-IF
                 GO TO MERCHCAT-NEXT-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-SKU-IX.
              GO TO MERCHCAT-FIND-PARAGRAPH.
       MERCHCAT-FIND-PARAGRAPH.
              IF WS-SKU-IX > WS-SKU-COUNT THEN
                 MOVE "W" TO WS-NEW-SEV
                 MOVE MC-SKU TO WS-NEW-KEY
                 MOVE "SKU NOT IN THE WAREHOUSE MASTER" TO WS-NEW-TEXT
                 PERFORM ADDEXC-PARAGRAPH THRU ADDEXC-EXIT-PARAGRAPH
                 GO TO MERCHCAT-NEXT-PARAGRAPH
              END-IF.
              IF WS-SKU-CODE(WS-SKU-IX) = MC-SKU THEN
                 GO TO MERCHCAT-NEXT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SKU-IX.
              GO TO MERCHCAT-FIND-PARAGRAPH.
       MERCHCAT-DONE-PARAGRAPH.
              CLOSE MERCHCAT-FILE.
       MERCHCAT-EXIT-PARAGRAPH.
              EXIT.
      * LOOK UP WS-FIND-NUMBE ON THE MASTER AND RECORD A BREAK AT
      * THE SEVERITY THE CALLER SET FOR WHAT WAS FOUND.
       ACCTREF-PARAGRAPH.
              MOVE 1 TO WS-ACC-IX.
              MOVE SPACE TO WS-NEW-SEV.
              GO TO ACCTREF-FIND-PARAGRAPH.
       ACCTREF-FIND-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 MOVE WS-REF-MISS-SEV TO WS-NEW-SEV
                 MOVE "NOT ON MASTER" TO WS-REF-STATE
                 GO TO ACCTREF-RECORD-PARAGRAPH
              END-IF.
              IF WS-ACC-NUMBE(WS-ACC-IX) NOT = WS-FIND-NUMBE THEN
                 ADD 1 TO WS-ACC-IX
                 GO TO ACCTREF-FIND-PARAGRAPH
              END-IF.
              MOVE WS-ACC-FLAG(WS-ACC-IX) TO WS-FIND-FLAG.
              IF WS-FIND-FLAG = "C" THEN
                 MOVE WS-REF-CLOSED-SEV TO WS-NEW-SEV
                 MOVE "CLOSED" TO WS-REF-STATE
              END-IF.
              IF WS-FIND-FLAG = "D" THEN
                 MOVE WS-REF-HOLD-SEV TO WS-NEW-SEV
                 MOVE "DORMANT" TO WS-REF-STATE
              END-IF.
              IF WS-FIND-FLAG = "L" THEN
                 MOVE WS-REF-HOLD-SEV TO WS-NEW-SEV
                 MOVE "LOCKED" TO WS-REF-STATE
              END-IF.
              IF WS-FIND-FLAG = "S" THEN
                 MOVE WS-REF-HOLD-SEV TO WS-NEW-SEV
                 MOVE "IN SCREENING" TO WS-REF-STATE
              END-IF.
              GO TO ACCTREF-RECORD-PARAGRAPH.
       ACCTREF-RECORD-PARAGRAPH.
              IF WS-NEW-SEV = SPACE THEN
                 GO TO ACCTREF-EXIT-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-NEW-TEXT.
              STRING WS-REF-LABEL DELIMITED BY "  "
                     " " WS-REF-SHOW " " WS-REF-STATE
                     DELIMITED BY SIZE
                 INTO WS-NEW-TEXT.
              PERFORM ADDEXC-PARAGRAPH THRU ADDEXC-EXIT-PARAGRAPH.
       ACCTREF-EXIT-PARAGRAPH.
              EXIT.
      * COUNT A BREAK AGAINST CHECK WS-CHK-IX AND HOLD IT FOR THE
      * REPORT; PAST 500 IT IS COUNTED BUT NOT LISTED.
       ADDEXC-PARAGRAPH.
              IF WS-NEW-SEV = "C" THEN
                 ADD 1 TO WS-CHK-CRIT(WS-CHK-IX)
                 ADD 1 TO WS-TOT-CRIT
              ELSE
                 ADD 1 TO WS-CHK-WARN(WS-CHK-IX)
                 ADD 1 TO WS-TOT-WARN
              END-IF.
              IF WS-EXC-COUNT < 500 THEN
                 ADD 1 TO WS-EXC-COUNT
                 MOVE WS-NEW-SEV TO WS-EXC-SEV(WS-EXC-COUNT)
                 MOVE WS-CHK-NAME(WS-CHK-IX)
                    TO WS-EXC-CHECK(WS-EXC-COUNT)
                 MOVE WS-NEW-KEY TO WS-EXC-KEY(WS-EXC-COUNT)
                 MOVE WS-NEW-TEXT TO WS-EXC-TEXT(WS-EXC-COUNT)
              ELSE
                 ADD 1 TO WS-EXC-UNLISTED
              END-IF.
       ADDEXC-EXIT-PARAGRAPH.
              EXIT.
      * XREFRPT.TXT: HEADING, THE CRITICAL BREAKS, THE WARNINGS,
      * THEN THE COUNTS PER CHECK AND THE RESULT.
       REPORT-PARAGRAPH.
              OPEN OUTPUT REPORT-FILE.
              MOVE SPACES TO REPORTLINE.
              STRING "CROSS-SYSTEM INTEGRITY CHECK  " WS-TODAY
                     DELIMITED BY SIZE INTO REPORTLINE.
              WRITE REPORTLINE.
              MOVE SPACES TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE "CRITICAL BREAKS" TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE "C" TO WS-NEW-SEV.
              PERFORM LISTSEV-PARAGRAPH THRU LISTSEV-EXIT-PARAGRAPH.
              MOVE SPACES TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE "WARNINGS" TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE "W" TO WS-NEW-SEV.
              PERFORM LISTSEV-PARAGRAPH THRU LISTSEV-EXIT-PARAGRAPH.
              IF WS-EXC-UNLISTED > 0 THEN
                 MOVE WS-EXC-UNLISTED TO WS-CNT-ED
                 MOVE SPACES TO REPORTLINE
                 STRING "  ... " WS-CNT-ED
                        " MORE BREAKS COUNTED BUT NOT LISTED"
                        DELIMITED BY SIZE INTO REPORTLINE
                 WRITE REPORTLINE
              END-IF.
              MOVE SPACES TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE "CHECK       EXAMINED  CRITICAL   WARNING"
                 TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE 1 TO WS-CHK-IX.
              GO TO REPORT-COUNTS-PARAGRAPH.
       REPORT-COUNTS-PARAGRAPH.
              IF WS-CHK-IX > 6 THEN
                 GO TO REPORT-RESULT-PARAGRAPH
              END-IF.
              MOVE WS-CHK-READ(WS-CHK-IX) TO WS-CNT-ED.
              MOVE WS-CHK-CRIT(WS-CHK-IX) TO WS-CRIT-ED.
              MOVE WS-CHK-WARN(WS-CHK-IX) TO WS-WARN-ED.
              MOVE SPACES TO REPORTLINE.
              STRING WS-CHK-NAME(WS-CHK-IX) "       " WS-CNT-ED
                     "     " WS-CRIT-ED "     " WS-WARN-ED
                     DELIMITED BY SIZE INTO REPORTLINE.
              WRITE REPORTLINE.
              ADD 1 TO WS-CHK-IX.
              GO TO REPORT-COUNTS-PARAGRAPH.
       REPORT-RESULT-PARAGRAPH.
              IF WS-TRUNCATED > 0 THEN
                 MOVE WS-TRUNCATED TO WS-CNT-ED
                 MOVE SPACES TO REPORTLINE
                 STRING "NOTE: " WS-CNT-ED " MASTER ROWS BEYOND THE "
                        "TABLE SIZE WERE NOT LOADED"
                        DELIMITED BY SIZE INTO REPORTLINE
                 WRITE REPORTLINE
              END-IF.
              MOVE 0 TO WS-RC.
              IF WS-TOT-WARN > 0 THEN
                 MOVE 4 TO WS-RC
              END-IF.
              IF WS-TOT-CRIT > 0 THEN
                 MOVE 8 TO WS-RC
              END-IF.
              MOVE WS-TOT-CRIT TO WS-CRIT-ED.
              MOVE WS-TOT-WARN TO WS-WARN-ED.
              MOVE SPACES TO REPORTLINE.
              STRING "RESULT:" WS-CRIT-ED " CRITICAL," WS-WARN-ED
                     " WARNING - RETURN CODE " WS-RC
                     DELIMITED BY SIZE INTO REPORTLINE.
              WRITE REPORTLINE.
              CLOSE REPORT-FILE.
              DISPLAY "XREFCHK: " REPORTLINE(1:60).
       REPORT-EXIT-PARAGRAPH.
              EXIT.
       LISTSEV-PARAGRAPH.
              MOVE "N" TO WS-LISTED.
              MOVE 1 TO WS-EXC-IX.
              GO TO LISTSEV-NEXT-PARAGRAPH.
       LISTSEV-NEXT-PARAGRAPH.
              IF WS-EXC-IX > WS-EXC-COUNT THEN
                 GO TO LISTSEV-EMPTY-PARAGRAPH
              END-IF.
              IF WS-EXC-SEV(WS-EXC-IX) = WS-NEW-SEV THEN
                 MOVE "Y" TO WS-LISTED
                 MOVE SPACES TO REPORTLINE
                 STRING "  " WS-EXC-CHECK(WS-EXC-IX) " "
                        WS-EXC-KEY(WS-EXC-IX) " "
                        WS-EXC-TEXT(WS-EXC-IX)
                        DELIMITED BY SIZE INTO REPORTLINE
                 WRITE REPORTLINE
              END-IF.
              ADD 1 TO WS-EXC-IX.
              GO TO LISTSEV-NEXT-PARAGRAPH.
       LISTSEV-EMPTY-PARAGRAPH.
              IF WS-LISTED = "N" THEN
                 MOVE "  NONE" TO REPORTLINE
                 WRITE REPORTLINE
              END-IF.
       LISTSEV-EXIT-PARAGRAPH.
              EXIT.
       TERMINATE-PARAGRAPH.
              MOVE WS-RC TO RETURN-CODE.
              STOP RUN.
