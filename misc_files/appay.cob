       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APPAY.

      * ACCOUNTS PAYABLE. INVPROC RAISES THE PURCHASE ORDERS AND
      * BOOKS THE RECEIPTS AGAINST THEM (OPENPO.CSV, AND THE
      * RECEIPT HISTORY ONCE A LINE IS FILLED AND DROPS OFF);
      * THIS PROGRAM TAKES THE VENDOR INVOICES, MATCHES EVERY
      * INVOICE LINE AGAINST THE PO LINE AND WHAT WAS ACTUALLY
      * RECEIVED, AND PAYS THE APPROVED ONES THROUGH THE BANK.
      *
      * RUN:  appay MATCH [OPER PASSWORD]
      *          LOAD APINV.TXT, MATCH AND REGISTER EVERY INVOICE,
      *          WRITE THE HOLD REPORT (APHOLD.TXT)
      *       appay RELEASE VENDOR INVOICE [OPER PASSWORD]
      *          APPROVE A HELD INVOICE AS IT STANDS
      *       appay REJECT VENDOR INVOICE [OPER PASSWORD]
      *          TAKE A HELD OR UNPAID INVOICE OFF THE BOOKS
      *       appay PAYRUN [OPER PASSWORD]
      *          PAY THE APPROVED INVOICES THAT HAVE FALLEN DUE
      * ONCE THE SITE OPERATOR FILE HAS A ROW EVERY RUN MUST NAME
      * AN OPERATOR AND PASSWORD WITH A ROLEMATRIX.TXT GRANT ON
      * PROGRAM APPAY FOR THE MODE (OR "*"); THE OPERATOR IS KEPT
      * ON EVERY REGISTER RECORD. RETURN CODE 8 ON A REFUSAL OR A
      * SET-UP ERROR, 4 WHEN AN INVOICE WAS HELD OR REFUSED OR A
      * DUE INVOICE COULD NOT BE PAID.
      * A STEP THE NIGHT RUN STARTS NAMES NO OPERATOR: IT RUNS AS
      * OPERATOR BTCH IN ROLE BATCH WHEN THE SESSION TICKET THE
      * NIGHT RUN HANDS DOWN (NIGHTRUN_TICKET) IS THE OPEN ONE IN
      * NIGHTSESS.TXT, AND ROLE BATCH NEEDS ITS OWN GRANT.
      *
      * INVOICES (APINV.TXT), ONE CSV LINE PER INVOICE LINE, THE
      * LINES OF ONE INVOICE TOGETHER: INVOICENO,VENDORID,
      * PONUMBER,INVOICEDATE,DUEDATE,SKU,QTY,UNITPRICE. A BLANK
      * DUE DATE IS THE INVOICE DATE PLUS THE VENDOR'S TERMS. THE
      * FILE IS EMPTIED ONCE LOADED - THE REGISTER KEEPS IT ALL.
      * A LINE MATCHES WHEN ITS PO LINE (PO NUMBER + SKU) IS THE
      * SAME VENDOR'S, ITS PRICE IS WITHIN PRICETOL PERCENT OF
      * THE PO PRICE, AND THE QUANTITY INVOICED SO FAR ON THAT PO
      * LINE IS NO MORE THAN WAS RECEIVED OR ORDERED PLUS QTYTOL
      * PERCENT. AN INVOICE WITH EVERY LINE MATCHED IS APPROVED;
      * ANY MISMATCH HOLDS THE WHOLE INVOICE. A REPEATED INVOICE
      * NUMBER FOR THE VENDOR IS REFUSED AND NOT REGISTERED.
      *
      * THE PAYMENT RUN TAKES APPROVED INVOICES DUE ON OR BEFORE
      * THE RUN DATE, OLDEST DUE FIRST, WHILE THE OPERATING
      * ACCOUNT (MASTER.TXT, LESS OUTBOUND ITEMS ALREADY WAITING
      * IN EXTXFR.TXT) CAN COVER THEM, AND MAKES ONE PAYMENT PER
      * VENDOR. EACH PAYMENT GOES TO EXTXFR.TXT AS OUTBOUND
      * CLEARING REQUESTS FROM THE OPERATING ACCOUNT, SO THE
      * NIGHTLY CENTRAL RUN DEBITS THE ACCOUNT AND WRITES THE
      * CREDIT TO CLEARING_OUT.TXT FOR THE VENDOR'S BANK; A
      * PAYMENT ABOVE THE 99,999.99 CLEARING ITEM LIMIT GOES AS
      * SEVERAL ITEMS. EVERY VENDOR PAID GETS A REMITTANCE ADVICE
      * (REMIT_<VENDOR>_<CCYYMMDD>.TXT) AND THE RUN IS LISTED IN
      * APPAYRUN.TXT.
      *
      * CONTROL (APCTL.TXT, KEY=VALUE): OPERACCT OPERATING
      * ACCOUNT (REQUIRED TO PAY), COMPANY PAYER NAME, PRICETOL
      * (DEFAULT 2) AND QTYTOL (DEFAULT 0) PERCENT, TERMS DAYS
      * (DEFAULT 30), OPENPO AND POHIST FILE NAMES (DEFAULT
      * OPENPO.CSV, POHIST.CSV), RUNDATE CCYYMMDD.
      * VENDORS (APVENDORS.TXT, CSV): VENDORID,NAME,BANKCODE,
      * ACCOUNTNO,TERMSDAYS.
      * REGISTER (APREG.TXT), ONE FIXED RECORD PER EVENT: I AN
      * INVOICE AS MATCHED (STATUS A OR H), L ONE OF ITS LINES, R
      * RELEASED, X REJECTED, P PAID. AN INVOICE STANDS AT ITS
      * LAST EVENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL APCTL-FILE ASSIGN TO "apctl.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL APINV-FILE ASSIGN TO "apinv.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL APVEND-FILE ASSIGN TO "apvendors.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OPENPO-FILE ASSIGN TO DYNAMIC WS-OPENPO-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POHIST-FILE ASSIGN TO DYNAMIC WS-POHIST-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL APREG-FILE ASSIGN TO "apreg.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HOLDRPT-FILE ASSIGN TO "aphold.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PAYRPT-FILE ASSIGN TO "appayrun.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REMIT-FILE ASSIGN TO DYNAMIC WS-REMIT-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL EXTXFR-FILE ASSIGN TO "extxfr.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MASTER-FILE ASSIGN TO "master.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS NUMBE.
       SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ROLEMAT-FILE ASSIGN TO "rolematrix.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SESSION-FILE ASSIGN TO "nightsess.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD APCTL-FILE.
       01 APCTLREC PIC X(60).
       FD APINV-FILE.
       01 APINVREC PIC X(200).
       FD APVEND-FILE.
       01 APVENDREC PIC X(200).
       FD OPENPO-FILE.
       01 OPENPOREC PIC X(300).
       FD POHIST-FILE.
       01 POHISTREC PIC X(300).
       FD APREG-FILE.
       01 APREGREC PIC X(173).
       FD HOLDRPT-FILE.
       01 HOLDLINE PIC X(132).
       FD PAYRPT-FILE.
       01 PAYLINE PIC X(132).
       FD REMIT-FILE.
       01 REMITLINE PIC X(100).
      * OUTBOUND CLEARING REQUESTS, AS THE CENTRAL RUN READS THEM.
       FD EXTXFR-FILE.
       01 EXTXFRREC.
          02 EXT-NUMBE PIC 9(16).
          02 EXT-BANK PIC X(6).
          02 EXT-TOACCT PIC 9(16).
          02 EXT-AMOUNT PIC 9(5)V9(2).
          02 EXT-NAME PIC X(30).
      * THE BANK'S ACCOUNT MASTER.
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
      * SITE OPERATORS (OPERID,NAME,PWHASH,PWDATE,ROLE,STATUS,
      * EMPID) AND ROLE GRANTS (ROLE,PROGRAM,FUNCTION).
       FD OPERATOR-FILE.
       01 OPERATORREC PIC X(80).
       FD ROLEMAT-FILE.
       01 ROLEMATREC PIC X(40).
      * THE NIGHT RUN'S SESSION TICKET (TICKET,DATE,STATUS).
       FD SESSION-FILE.
       01 SESSIONREC.
          02 SES-TICKET PIC X(22).
          02 FILLER PIC X(1).
          02 SES-DATE PIC 9(8).
          02 FILLER PIC X(1).
          02 SES-STATUS PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-ARGC PIC 9(2) VALUE ZEROS.
       01 WS-MODE PIC X(8) VALUE SPACES.
       01 WS-ARG2 PIC X(20) VALUE SPACES.
       01 WS-ARG3 PIC X(20) VALUE SPACES.
       01 WS-ARG4 PIC X(20) VALUE SPACES.
       01 WS-ARG5 PIC X(20) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-RC PIC 9(1) VALUE ZEROS.
       01 WS-LINE PIC X(132) VALUE SPACES.
      * CONTROL VALUES.
       01 WS-CTL-KEY PIC X(20).
       01 WS-CTL-VALUE PIC X(40).
       01 WS-OPER-ACCT PIC 9(16) VALUE ZEROS.
       01 WS-OPER-ACCT-SET PIC A(1) VALUE "N".
       01 WS-COMPANY PIC X(30) VALUE "ACCOUNTS PAYABLE".
       01 WS-PRICE-TOL PIC 9(3)V99 VALUE 2.
       01 WS-QTY-TOL PIC 9(3)V99 VALUE 0.
       01 WS-TERMS PIC 9(3) VALUE 30.
       01 WS-OPENPO-NAME PIC X(40) VALUE "openpo.csv".
       01 WS-POHIST-NAME PIC X(40) VALUE "pohist.csv".
       01 WS-REMIT-NAME PIC X(60) VALUE SPACES.
      * ONE CSV LINE TAKEN APART, AND ONE NUMBER OUT OF IT.
       01 WS-F1 PIC X(40).
       01 WS-F2 PIC X(40).
       01 WS-F3 PIC X(40).
       01 WS-F4 PIC X(40).
       01 WS-F5 PIC X(40).
       01 WS-F6 PIC X(40).
       01 WS-F7 PIC X(40).
       01 WS-F8 PIC X(40).
       01 WS-F9 PIC X(40).
       01 WS-NUM-TXT PIC X(40).
       01 WS-NUM-OK PIC A(1) VALUE "N".
       01 WS-NUM-VAL PIC S9(11)V99 VALUE ZEROS.
       01 WS-NUM-INT PIC S9(11) VALUE ZEROS.
       01 WS-DATE-TXT PIC X(40).
       01 WS-DATE-OK PIC A(1) VALUE "N".
       01 WS-DATE-VAL PIC 9(8) VALUE ZEROS.
      * ONE REGISTER RECORD.
       01 WS-REG.
          02 AR-TYPE PIC X(1).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-VENDOR PIC X(12).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-INVNO PIC X(16).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-PONUM PIC X(16).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-DATE PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-DUE PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-SKU PIC X(24).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-QTY PIC 9(9).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-PRICE PIC 9(7)V99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-POPRICE PIC 9(7)V99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-RECV PIC 9(9).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-AMOUNT PIC 9(11)V99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-STATUS PIC X(1).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-OPER PIC X(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 AR-REASON PIC X(20).
       01 WS-REG-EOF PIC A(1) VALUE "N".
      * OPERATOR CHECK.
       01 WS-OPR-ARG PIC X(20) VALUE SPACES.
       01 WS-OPR-PW-IN PIC X(20) VALUE SPACES.
       01 WS-OPR-ROWS PIC 9(4) VALUE ZEROS.
       01 WS-OPR-FOUND PIC A(1) VALUE "N".
       01 WS-OPR-REFUSED PIC A(1) VALUE "N".
       01 WS-OPR-F1 PIC X(10).
       01 WS-OPR-F2 PIC X(20).
       01 WS-OPR-F3 PIC X(20).
       01 WS-OPR-F4 PIC X(10).
       01 WS-OPR-F5 PIC X(10).
       01 WS-OPR-F6 PIC X(10).
       01 WS-OPR-ID-TXT PIC X(4) VALUE SPACES.
       01 WS-OPR-HASH PIC X(20).
       01 WS-OPR-ROLE PIC X(8).
       01 WS-OPR-STATUS PIC X(1).
       01 WS-OPR-PWDATE PIC 9(8) VALUE ZEROS.
       01 WS-OPR-AGE PIC S9(7) VALUE ZEROS.
       01 WS-OPR-MAX-AGE PIC 9(3) VALUE 90.
       01 WS-OPR-WORK PIC 9(18) VALUE ZEROS.
       01 WS-OPR-POS PIC 9(2) VALUE ZEROS.
       01 WS-OPR-SALT PIC 9(4) VALUE ZEROS.
       01 WS-OPR-CALC PIC 9(12) VALUE ZEROS.
       01 WS-OPR-GRANTED PIC A(1) VALUE "N".
       01 WS-OPR-TICKET PIC X(22) VALUE SPACES.
       01 WS-OPR-NOW PIC 9(8) VALUE ZEROS.
       01 WS-OPER PIC X(4) VALUE SPACES.
      * VENDORS.
       01 WS-VND-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-VND-IX PIC 9(3) VALUE ZEROS.
       01 WS-VND-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-VND-TABLE.
          02 WS-VND-ENTRY OCCURS 200 TIMES.
             03 WS-VND-ID PIC X(12).
             03 WS-VND-NAME PIC X(30).
             03 WS-VND-BANK PIC X(6).
             03 WS-VND-ACCT PIC 9(16).
             03 WS-VND-ACCT-OK PIC A(1).
             03 WS-VND-TERMS PIC 9(3).
             03 WS-VND-TOTAL PIC 9(11)V99.
             03 WS-VND-PAID PIC 9(4).
      * PO LINES: ORDERED, RECEIVED (OPEN-PO FILE AND RECEIPT
      * HISTORY), PO PRICE (P FROM THE PO, R RECEIPT COST ONLY)
      * AND HOW MUCH HAS ALREADY BEEN INVOICED AND ALLOWED.
       01 WS-PO-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-PO-IX PIC 9(4) VALUE ZEROS.
       01 WS-PO-FOUND PIC 9(4) VALUE ZEROS.
       01 WS-PO-TABLE.
          02 WS-PO-ENTRY OCCURS 2000 TIMES.
             03 WS-PO-NUM PIC X(16).
             03 WS-PO-VENDOR PIC X(12).
             03 WS-PO-SKU PIC X(24).
             03 WS-PO-ORDERED PIC 9(9).
             03 WS-PO-RECV-OPEN PIC 9(9).
             03 WS-PO-RECV-HIST PIC 9(9).
             03 WS-PO-PRICE PIC 9(7)V99.
             03 WS-PO-PRICE-SRC PIC X(1).
             03 WS-PO-INVOICED PIC 9(9).
       01 WS-FIND-PONUM PIC X(16).
       01 WS-FIND-SKU PIC X(24).
      * EVERY INVOICE ON THE REGISTER AS IT NOW STANDS.
       01 WS-INV-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-INV-IX PIC 9(4) VALUE ZEROS.
       01 WS-INV-FOUND PIC 9(4) VALUE ZEROS.
       01 WS-INV-TABLE.
          02 WS-INV-ENTRY OCCURS 3000 TIMES.
             03 WS-INV-VENDOR PIC X(12).
             03 WS-INV-NO PIC X(16).
             03 WS-INV-PONUM PIC X(16).
             03 WS-INV-DATE PIC 9(8).
             03 WS-INV-DUE PIC 9(8).
             03 WS-INV-AMOUNT PIC 9(11)V99.
             03 WS-INV-STATUS PIC X(1).
             03 WS-INV-PICKED PIC A(1).
             03 WS-INV-PAY PIC A(1).
       01 WS-FIND-VENDOR PIC X(12).
       01 WS-FIND-INVNO PIC X(16).
      * THE INVOICE BEING LOADED AND ITS LINES.
       01 WS-CUR-VENDOR PIC X(12) VALUE SPACES.
       01 WS-CUR-INVNO PIC X(16) VALUE SPACES.
       01 WS-CUR-PONUM PIC X(16) VALUE SPACES.
       01 WS-CUR-DATE-TXT PIC X(40) VALUE SPACES.
       01 WS-CUR-DUE-TXT PIC X(40) VALUE SPACES.
       01 WS-CUR-DATE PIC 9(8) VALUE ZEROS.
       01 WS-CUR-DUE PIC 9(8) VALUE ZEROS.
       01 WS-CUR-AMOUNT PIC 9(11)V99 VALUE ZEROS.
       01 WS-CUR-STATUS PIC X(1) VALUE SPACE.
       01 WS-CUR-REFUSE PIC X(20) VALUE SPACES.
       01 WS-LN-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-LN-IX PIC 9(3) VALUE ZEROS.
       01 WS-LN-TABLE.
          02 WS-LN-ENTRY OCCURS 50 TIMES.
             03 WS-LN-PONUM PIC X(16).
             03 WS-LN-SKU PIC X(24).
             03 WS-LN-QTY-TXT PIC X(40).
             03 WS-LN-PRICE-TXT PIC X(40).
             03 WS-LN-QTY PIC 9(9).
             03 WS-LN-PRICE PIC 9(7)V99.
             03 WS-LN-AMOUNT PIC 9(11)V99.
             03 WS-LN-POPRICE PIC 9(7)V99.
             03 WS-LN-RECV PIC 9(9).
             03 WS-LN-PO-IX PIC 9(4).
             03 WS-LN-STATUS PIC X(1).
             03 WS-LN-REASON PIC X(20).
      * ONE LINE'S MATCH ARITHMETIC.
       01 WS-RECEIVED PIC 9(9) VALUE ZEROS.
       01 WS-CUMULATIVE PIC 9(10) VALUE ZEROS.
       01 WS-QTY-LIMIT PIC 9(11)V99 VALUE ZEROS.
       01 WS-PRICE-DIFF PIC S9(7)V99 VALUE ZEROS.
       01 WS-PRICE-LIMIT PIC 9(7)V9(4) VALUE ZEROS.
      * INVOICES REFUSED OUTRIGHT THIS RUN.
       01 WS-REJ-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-REJ-IX PIC 9(3) VALUE ZEROS.
       01 WS-REJ-TABLE.
          02 WS-REJ-ENTRY OCCURS 100 TIMES.
             03 WS-REJ-VENDOR PIC X(12).
             03 WS-REJ-INVNO PIC X(16).
             03 WS-REJ-REASON PIC X(20).
      * RUN TOTALS.
       01 WS-CNT-LOADED PIC 9(5) VALUE ZEROS.
       01 WS-CNT-APPROVED PIC 9(5) VALUE ZEROS.
       01 WS-CNT-HELD PIC 9(5) VALUE ZEROS.
       01 WS-AMT-APPROVED PIC 9(11)V99 VALUE ZEROS.
       01 WS-AMT-HELD PIC 9(11)V99 VALUE ZEROS.
       01 WS-SHOWING PIC A(1) VALUE "N".
      * PAYMENT RUN.
       01 WS-AVAILABLE PIC S9(13)V99 VALUE ZEROS.
       01 WS-PENDING PIC 9(13)V99 VALUE ZEROS.
       01 WS-ON-MASTER PIC A(1) VALUE "N".
       01 WS-BEST-IX PIC 9(4) VALUE ZEROS.
       01 WS-BEST-DUE PIC 9(8) VALUE ZEROS.
       01 WS-PAY-RESULT PIC X(20) VALUE SPACES.
       01 WS-CNT-PAID PIC 9(5) VALUE ZEROS.
       01 WS-CNT-SHORT PIC 9(5) VALUE ZEROS.
       01 WS-CNT-NOBANK PIC 9(5) VALUE ZEROS.
       01 WS-CNT-NOTDUE PIC 9(5) VALUE ZEROS.
       01 WS-CNT-VENDORS PIC 9(4) VALUE ZEROS.
       01 WS-CNT-ITEMS PIC 9(5) VALUE ZEROS.
       01 WS-AMT-PAID PIC 9(13)V99 VALUE ZEROS.
       01 WS-REMAIN PIC 9(11)V99 VALUE ZEROS.
       01 WS-ITEM-MAX PIC 9(5)V99 VALUE 99999.99.
       01 WS-VND-ITEMS PIC 9(4) VALUE ZEROS.
      * CHECK DIGIT ON THE OPERATING ACCOUNT, AS THE CENTRAL RUN
      * WILL TEST IT.
       01 WS-CD-NUMBER PIC 9(16) VALUE ZEROS.
       01 WS-CD-OK PIC A(1) VALUE "N".
       01 WS-CD-SUM PIC 9(04) VALUE ZEROS.
       01 WS-CD-I PIC 9(02) VALUE ZEROS.
       01 WS-CD-POS PIC 9(02) VALUE ZEROS.
       01 WS-CD-DIGIT PIC 9(02) VALUE ZEROS.
       01 WS-CD-Q PIC 9(04) VALUE ZEROS.
       01 WS-CD-R PIC 9(02) VALUE ZEROS.
      * EDITED FIGURES.
       01 WS-AMT-ED PIC Z(10)9.99.
       01 WS-AMT2-ED PIC -(12)9.99.
       01 WS-PRC-ED PIC Z(6)9.99.
       01 WS-PRC2-ED PIC Z(6)9.99.
       01 WS-QTY-ED PIC Z(8)9.
       01 WS-QTY2-ED PIC Z(8)9.
       01 WS-CNT-ED PIC Z(4)9.
       PROCEDURE DIVISION.
       START-PARAGRAPH.
              ACCEPT WS-ARGC FROM ARGUMENT-NUMBER.
              IF WS-ARGC > 0 THEN
                 ACCEPT WS-MODE FROM ARGUMENT-VALUE
                 MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
              END-IF.
              IF WS-ARGC > 1 THEN
                 ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
              END-IF.
              IF WS-ARGC > 2 THEN
                 ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
              END-IF.
              IF WS-ARGC > 3 THEN
                 ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
              END-IF.
              IF WS-ARGC > 4 THEN
                 ACCEPT WS-ARG5 FROM ARGUMENT-VALUE
              END-IF.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              PERFORM LOADCTL-PARAGRAPH THRU LOADCTL-EXIT-PARAGRAPH.
              IF WS-MODE = "MATCH" THEN
                 GO TO MATCHMODE-PARAGRAPH
              END-IF.
              IF (WS-MODE = "RELEASE" OR WS-MODE = "REJECT") AND
                    WS-ARG3 NOT = SPACES THEN
                 GO TO DECIDEMODE-PARAGRAPH
              END-IF.
              IF WS-MODE = "PAYRUN" THEN
                 GO TO PAYMODE-PARAGRAPH
              END-IF.
              DISPLAY "APPAY: RUN AS  appay MATCH  |  appay RELEASE "
                 "VENDOR INVOICE  |  appay REJECT VENDOR INVOICE  |  "
                 "appay PAYRUN   (THEN OPERATOR AND PASSWORD)".
              MOVE 8 TO WS-RC.
              GO TO TERMINATE-PARAGRAPH.
       TERMINATE-PARAGRAPH.
              MOVE WS-RC TO RETURN-CODE.
              STOP RUN.
      * MATCH: EVERY INVOICE IN APINV.TXT IS MATCHED AND
      * REGISTERED, THEN THE HOLD REPORT IS REWRITTEN.
       MATCHMODE-PARAGRAPH.
              MOVE WS-ARG2 TO WS-OPR-ARG.
              MOVE WS-ARG3 TO WS-OPR-PW-IN.
              PERFORM OPRCHECK-PARAGRAPH THRU OPRCHECK-EXIT-PARAGRAPH.
              IF WS-OPR-REFUSED = "Y" THEN
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM LOADVEND-PARAGRAPH THRU LOADVEND-EXIT-PARAGRAPH.
              PERFORM LOADPO-PARAGRAPH THRU LOADPO-EXIT-PARAGRAPH.
              PERFORM REGLOAD-PARAGRAPH THRU REGLOAD-EXIT-PARAGRAPH.
              PERFORM REGLINES-PARAGRAPH THRU REGLINES-EXIT-PARAGRAPH.
              MOVE 0 TO WS-LN-COUNT.
              OPEN INPUT APINV-FILE.
              OPEN EXTEND APREG-FILE.
              GO TO MATCH-READ-PARAGRAPH.
       MATCH-READ-PARAGRAPH.
              READ APINV-FILE
                 AT END GO TO MATCH-DONE-PARAGRAPH
              END-READ.
              IF APINVREC = SPACES OR APINVREC(1:1) = "#" THEN
                 GO TO MATCH-READ-PARAGRAPH
              END-IF.
              PERFORM SPLIT-PARAGRAPH THRU SPLIT-EXIT-PARAGRAPH.
              IF FUNCTION UPPER-CASE(WS-F1) = "INVOICENO" THEN
                 GO TO MATCH-READ-PARAGRAPH
              END-IF.
              IF WS-LN-COUNT > 0 AND (WS-F1 NOT = WS-CUR-INVNO OR
                    WS-F2 NOT = WS-CUR-VENDOR) THEN
                 PERFORM INVEND-PARAGRAPH THRU INVEND-EXIT-PARAGRAPH
              END-IF.
              IF WS-LN-COUNT = 0 THEN
                 MOVE WS-F1 TO WS-CUR-INVNO
                 MOVE WS-F2 TO WS-CUR-VENDOR
                 MOVE WS-F3 TO WS-CUR-PONUM
                 MOVE WS-F4 TO WS-CUR-DATE-TXT
                 MOVE WS-F5 TO WS-CUR-DUE-TXT
                 MOVE SPACES TO WS-CUR-REFUSE
              END-IF.
              IF WS-LN-COUNT NOT < 50 THEN
                 MOVE "TOO MANY LINES" TO WS-CUR-REFUSE
                 GO TO MATCH-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LN-COUNT.
              MOVE WS-F3 TO WS-LN-PONUM(WS-LN-COUNT).
              IF WS-F3 = SPACES THEN
                 MOVE WS-CUR-PONUM TO WS-LN-PONUM(WS-LN-COUNT)
              END-IF.
              MOVE WS-F6 TO WS-LN-SKU(WS-LN-COUNT).
              MOVE WS-F7 TO WS-LN-QTY-TXT(WS-LN-COUNT).
              MOVE WS-F8 TO WS-LN-PRICE-TXT(WS-LN-COUNT).
              GO TO MATCH-READ-PARAGRAPH.
       MATCH-DONE-PARAGRAPH.
              IF WS-LN-COUNT > 0 THEN
                 PERFORM INVEND-PARAGRAPH THRU INVEND-EXIT-PARAGRAPH
              END-IF.
              CLOSE APREG-FILE.
              CLOSE APINV-FILE.
              OPEN OUTPUT APINV-FILE.
              CLOSE APINV-FILE.
              PERFORM HOLDRPT-PARAGRAPH THRU HOLDRPT-EXIT-PARAGRAPH.
              MOVE WS-CNT-LOADED TO WS-CNT-ED.
              DISPLAY "APPAY: " WS-CNT-ED " INVOICE(S) LOADED".
              MOVE WS-CNT-APPROVED TO WS-CNT-ED.
              MOVE WS-AMT-APPROVED TO WS-AMT-ED.
              DISPLAY "APPAY: " WS-CNT-ED " APPROVED  " WS-AMT-ED.
              MOVE WS-CNT-HELD TO WS-CNT-ED.
              MOVE WS-AMT-HELD TO WS-AMT-ED.
              DISPLAY "APPAY: " WS-CNT-ED " HELD      " WS-AMT-ED
                 "  - SEE APHOLD.TXT".
              MOVE WS-REJ-COUNT TO WS-CNT-ED.
              DISPLAY "APPAY: " WS-CNT-ED " REFUSED".
              IF WS-CNT-HELD > 0 OR WS-REJ-COUNT > 0 THEN
                 MOVE 4 TO WS-RC
              END-IF.
              GO TO TERMINATE-PARAGRAPH.
      * ONE WHOLE INVOICE HAS BEEN READ: REFUSE IT, OR MATCH EVERY
      * LINE AND REGISTER IT APPROVED OR HELD.
       INVEND-PARAGRAPH.
              ADD 1 TO WS-CNT-LOADED.
              MOVE WS-CUR-VENDOR TO WS-FIND-VENDOR.
              PERFORM VNDFIND-PARAGRAPH THRU VNDFIND-EXIT-PARAGRAPH.
              IF WS-CUR-INVNO = SPACES OR WS-CUR-VENDOR = SPACES THEN
                 MOVE "NO INVOICE/VENDOR" TO WS-CUR-REFUSE
              END-IF.
              MOVE WS-CUR-DATE-TXT TO WS-DATE-TXT.
              PERFORM DATECHK-PARAGRAPH THRU DATECHK-EXIT-PARAGRAPH.
              MOVE WS-DATE-VAL TO WS-CUR-DATE.
              IF WS-DATE-OK NOT = "Y" AND WS-CUR-REFUSE = SPACES THEN
                 MOVE "BAD INVOICE DATE" TO WS-CUR-REFUSE
              END-IF.
              IF WS-CUR-DUE-TXT = SPACES OR WS-CUR-DUE-TXT = "0" THEN
                 PERFORM TERMSDUE-PARAGRAPH
                    THRU TERMSDUE-EXIT-PARAGRAPH
              ELSE
                 MOVE WS-CUR-DUE-TXT TO WS-DATE-TXT
                 PERFORM DATECHK-PARAGRAPH THRU DATECHK-EXIT-PARAGRAPH
                 MOVE WS-DATE-VAL TO WS-CUR-DUE
                 IF WS-DATE-OK NOT = "Y" AND WS-CUR-REFUSE = SPACES
                       THEN
                    MOVE "BAD DUE DATE" TO WS-CUR-REFUSE
                 END-IF
              END-IF.
              MOVE WS-CUR-VENDOR TO WS-FIND-VENDOR.
              MOVE WS-CUR-INVNO TO WS-FIND-INVNO.
              PERFORM INVFIND-PARAGRAPH THRU INVFIND-EXIT-PARAGRAPH.
              IF WS-INV-FOUND > 0 AND WS-CUR-REFUSE = SPACES THEN
                 MOVE "DUPLICATE INVOICE" TO WS-CUR-REFUSE
              END-IF.
              IF WS-INV-COUNT NOT < 3000 AND WS-CUR-REFUSE = SPACES
                    THEN
                 MOVE "REGISTER TABLE FULL" TO WS-CUR-REFUSE
              END-IF.
              IF WS-CUR-REFUSE NOT = SPACES THEN
                 PERFORM REFUSE-PARAGRAPH THRU REFUSE-EXIT-PARAGRAPH
                 GO TO INVEND-EXIT-PARAGRAPH
              END-IF.
              MOVE "A" TO WS-CUR-STATUS.
              MOVE 0 TO WS-CUR-AMOUNT.
              PERFORM LINECHK-PARAGRAPH THRU LINECHK-EXIT-PARAGRAPH
                 VARYING WS-LN-IX FROM 1 BY 1
                 UNTIL WS-LN-IX > WS-LN-COUNT.
      * A HELD INVOICE HAS NOT BEEN ALLOWED AGAINST ITS PO LINES.
              IF WS-CUR-STATUS = "H" THEN
                 PERFORM UNALLOW-PARAGRAPH THRU UNALLOW-EXIT-PARAGRAPH
                    VARYING WS-LN-IX FROM 1 BY 1
                    UNTIL WS-LN-IX > WS-LN-COUNT
                 ADD 1 TO WS-CNT-HELD
                 ADD WS-CUR-AMOUNT TO WS-AMT-HELD
              ELSE
                 ADD 1 TO WS-CNT-APPROVED
                 ADD WS-CUR-AMOUNT TO WS-AMT-APPROVED
              END-IF.
              MOVE SPACES TO WS-REG.
              MOVE "I" TO AR-TYPE.
              MOVE WS-CUR-VENDOR TO AR-VENDOR.
              MOVE WS-CUR-INVNO TO AR-INVNO.
              MOVE WS-CUR-PONUM TO AR-PONUM.
              MOVE WS-CUR-DATE TO AR-DATE.
              MOVE WS-CUR-DUE TO AR-DUE.
              MOVE 0 TO AR-QTY AR-PRICE AR-POPRICE AR-RECV.
              MOVE WS-CUR-AMOUNT TO AR-AMOUNT.
              MOVE WS-CUR-STATUS TO AR-STATUS.
              MOVE WS-OPER TO AR-OPER.
              IF WS-CUR-STATUS = "H" THEN
                 MOVE "HELD ON MATCH" TO AR-REASON
              ELSE
                 MOVE "MATCHED" TO AR-REASON
              END-IF.
              WRITE APREGREC FROM WS-REG.
              PERFORM REGLINE-PARAGRAPH THRU REGLINE-EXIT-PARAGRAPH
                 VARYING WS-LN-IX FROM 1 BY 1
                 UNTIL WS-LN-IX > WS-LN-COUNT.
              ADD 1 TO WS-INV-COUNT.
              MOVE WS-CUR-VENDOR TO WS-INV-VENDOR(WS-INV-COUNT).
              MOVE WS-CUR-INVNO TO WS-INV-NO(WS-INV-COUNT).
              MOVE WS-CUR-PONUM TO WS-INV-PONUM(WS-INV-COUNT).
              MOVE WS-CUR-DATE TO WS-INV-DATE(WS-INV-COUNT).
              MOVE WS-CUR-DUE TO WS-INV-DUE(WS-INV-COUNT).
              MOVE WS-CUR-AMOUNT TO WS-INV-AMOUNT(WS-INV-COUNT).
              MOVE WS-CUR-STATUS TO WS-INV-STATUS(WS-INV-COUNT).
              MOVE "N" TO WS-INV-PICKED(WS-INV-COUNT).
              MOVE "N" TO WS-INV-PAY(WS-INV-COUNT).
       INVEND-EXIT-PARAGRAPH.
              MOVE 0 TO WS-LN-COUNT.
              EXIT.
      * A BLANK DUE DATE RUNS FROM THE INVOICE DATE ON THE
      * VENDOR'S TERMS, OR THE DEFAULT TERMS.
       TERMSDUE-PARAGRAPH.
              MOVE 0 TO WS-CUR-DUE.
              IF WS-CUR-DATE = 0 THEN
                 GO TO TERMSDUE-EXIT-PARAGRAPH
              END-IF.
              IF WS-VND-FOUND > 0 THEN
                 COMPUTE WS-CUR-DUE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-CUR-DATE)
                    + WS-VND-TERMS(WS-VND-FOUND))
              ELSE
                 COMPUTE WS-CUR-DUE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-CUR-DATE) + WS-TERMS)
              END-IF.
       TERMSDUE-EXIT-PARAGRAPH.
              EXIT.
      * AN INVOICE REFUSED WHOLE IS LISTED, NOT REGISTERED.
       REFUSE-PARAGRAPH.
              DISPLAY "APPAY: INVOICE " FUNCTION TRIM(WS-CUR-INVNO)
                 " VENDOR " FUNCTION TRIM(WS-CUR-VENDOR)
                 " REFUSED - " WS-CUR-REFUSE.
              IF WS-REJ-COUNT < 100 THEN
                 ADD 1 TO WS-REJ-COUNT
                 MOVE WS-CUR-VENDOR TO WS-REJ-VENDOR(WS-REJ-COUNT)
                 MOVE WS-CUR-INVNO TO WS-REJ-INVNO(WS-REJ-COUNT)
                 MOVE WS-CUR-REFUSE TO WS-REJ-REASON(WS-REJ-COUNT)
              END-IF.
       REFUSE-EXIT-PARAGRAPH.
              EXIT.
      * THREE-WAY MATCH OF ONE INVOICE LINE: THE INVOICE AGAINST
      * THE PO LINE AND THE QUANTITY RECEIVED ON IT.
       LINECHK-PARAGRAPH.
              MOVE "H" TO WS-LN-STATUS(WS-LN-IX).
              MOVE 0 TO WS-LN-PO-IX(WS-LN-IX) WS-LN-POPRICE(WS-LN-IX)
                 WS-LN-RECV(WS-LN-IX) WS-LN-QTY(WS-LN-IX)
                 WS-LN-PRICE(WS-LN-IX) WS-LN-AMOUNT(WS-LN-IX).
              MOVE WS-LN-QTY-TXT(WS-LN-IX) TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              MOVE WS-NUM-VAL TO WS-NUM-INT.
              IF WS-NUM-OK NOT = "Y" OR WS-NUM-VAL NOT > 0 OR
                    WS-NUM-VAL NOT = WS-NUM-INT OR
                    WS-NUM-VAL > 999999999 THEN
                 MOVE "BAD QUANTITY" TO WS-LN-REASON(WS-LN-IX)
                 GO TO LINECHK-HELD-PARAGRAPH
              END-IF.
              MOVE WS-NUM-INT TO WS-LN-QTY(WS-LN-IX).
              MOVE WS-LN-PRICE-TXT(WS-LN-IX) TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              IF WS-NUM-OK NOT = "Y" OR WS-NUM-VAL < 0 OR
                    WS-NUM-VAL > 9999999.99 THEN
                 MOVE "BAD PRICE" TO WS-LN-REASON(WS-LN-IX)
                 GO TO LINECHK-HELD-PARAGRAPH
              END-IF.
              MOVE WS-NUM-VAL TO WS-LN-PRICE(WS-LN-IX).
              COMPUTE WS-LN-AMOUNT(WS-LN-IX) ROUNDED =
                 WS-LN-QTY(WS-LN-IX) * WS-LN-PRICE(WS-LN-IX).
              MOVE WS-LN-PONUM(WS-LN-IX) TO WS-FIND-PONUM.
              MOVE WS-LN-SKU(WS-LN-IX) TO WS-FIND-SKU.
              PERFORM POFIND-PARAGRAPH THRU POFIND-EXIT-PARAGRAPH.
              IF WS-PO-FOUND = 0 THEN
                 MOVE "NO SUCH PO LINE" TO WS-LN-REASON(WS-LN-IX)
                 GO TO LINECHK-HELD-PARAGRAPH
              END-IF.
              MOVE WS-PO-FOUND TO WS-LN-PO-IX(WS-LN-IX).
              MOVE WS-PO-PRICE(WS-PO-FOUND) TO WS-LN-POPRICE(WS-LN-IX).
              MOVE WS-PO-RECV-OPEN(WS-PO-FOUND) TO WS-RECEIVED.
              IF WS-PO-RECV-HIST(WS-PO-FOUND) > WS-RECEIVED THEN
                 MOVE WS-PO-RECV-HIST(WS-PO-FOUND) TO WS-RECEIVED
              END-IF.
              MOVE WS-RECEIVED TO WS-LN-RECV(WS-LN-IX).
              IF WS-PO-VENDOR(WS-PO-FOUND) NOT = WS-CUR-VENDOR THEN
                 MOVE "PO IS OTHER VENDOR" TO WS-LN-REASON(WS-LN-IX)
                 GO TO LINECHK-HELD-PARAGRAPH
              END-IF.
              IF WS-PO-PRICE-SRC(WS-PO-FOUND) = SPACE THEN
                 MOVE "NO PO PRICE" TO WS-LN-REASON(WS-LN-IX)
                 GO TO LINECHK-HELD-PARAGRAPH
              END-IF.
              COMPUTE WS-PRICE-DIFF = WS-LN-PRICE(WS-LN-IX)
                 - WS-PO-PRICE(WS-PO-FOUND).
              COMPUTE WS-PRICE-LIMIT =
                 WS-PO-PRICE(WS-PO-FOUND) * WS-PRICE-TOL / 100.
              IF WS-PRICE-DIFF > WS-PRICE-LIMIT THEN
                 MOVE "PRICE ABOVE PO" TO WS-LN-REASON(WS-LN-IX)
                 GO TO LINECHK-HELD-PARAGRAPH
              END-IF.
              IF 0 - WS-PRICE-DIFF > WS-PRICE-LIMIT THEN
                 MOVE "PRICE BELOW PO" TO WS-LN-REASON(WS-LN-IX)
                 GO TO LINECHK-HELD-PARAGRAPH
              END-IF.
              COMPUTE WS-CUMULATIVE = WS-PO-INVOICED(WS-PO-FOUND)
                 + WS-LN-QTY(WS-LN-IX).
              COMPUTE WS-QTY-LIMIT =
                 WS-RECEIVED * (100 + WS-QTY-TOL) / 100.
              IF WS-CUMULATIVE > WS-QTY-LIMIT THEN
                 MOVE "QTY NOT RECEIVED" TO WS-LN-REASON(WS-LN-IX)
                 GO TO LINECHK-HELD-PARAGRAPH
              END-IF.
              COMPUTE WS-QTY-LIMIT =
                 WS-PO-ORDERED(WS-PO-FOUND) * (100 + WS-QTY-TOL) / 100.
              IF WS-CUMULATIVE > WS-QTY-LIMIT THEN
                 MOVE "QTY OVER PO" TO WS-LN-REASON(WS-LN-IX)
                 GO TO LINECHK-HELD-PARAGRAPH
              END-IF.
              MOVE "A" TO WS-LN-STATUS(WS-LN-IX).
              IF WS-PO-PRICE-SRC(WS-PO-FOUND) = "R" THEN
                 MOVE "MATCHED RECEIPT COST" TO WS-LN-REASON(WS-LN-IX)
              ELSE
                 MOVE "MATCHED" TO WS-LN-REASON(WS-LN-IX)
              END-IF.
              ADD WS-LN-QTY(WS-LN-IX) TO WS-PO-INVOICED(WS-PO-FOUND).
              ADD WS-LN-AMOUNT(WS-LN-IX) TO WS-CUR-AMOUNT.
              GO TO LINECHK-EXIT-PARAGRAPH.
       LINECHK-HELD-PARAGRAPH.
              MOVE "H" TO WS-CUR-STATUS.
              ADD WS-LN-AMOUNT(WS-LN-IX) TO WS-CUR-AMOUNT.
       LINECHK-EXIT-PARAGRAPH.
              EXIT.
       UNALLOW-PARAGRAPH.
              IF WS-LN-STATUS(WS-LN-IX) = "A" THEN
                 SUBTRACT WS-LN-QTY(WS-LN-IX)
                    FROM WS-PO-INVOICED(WS-LN-PO-IX(WS-LN-IX))
              END-IF.
       UNALLOW-EXIT-PARAGRAPH.
              EXIT.
       REGLINE-PARAGRAPH.
              MOVE SPACES TO WS-REG.
              MOVE "L" TO AR-TYPE.
              MOVE WS-CUR-VENDOR TO AR-VENDOR.
              MOVE WS-CUR-INVNO TO AR-INVNO.
              MOVE WS-LN-PONUM(WS-LN-IX) TO AR-PONUM.
              MOVE WS-CUR-DATE TO AR-DATE.
              MOVE WS-CUR-DUE TO AR-DUE.
              MOVE WS-LN-SKU(WS-LN-IX) TO AR-SKU.
              MOVE WS-LN-QTY(WS-LN-IX) TO AR-QTY.
              MOVE WS-LN-PRICE(WS-LN-IX) TO AR-PRICE.
              MOVE WS-LN-POPRICE(WS-LN-IX) TO AR-POPRICE.
              MOVE WS-LN-RECV(WS-LN-IX) TO AR-RECV.
              MOVE WS-LN-AMOUNT(WS-LN-IX) TO AR-AMOUNT.
              MOVE WS-LN-STATUS(WS-LN-IX) TO AR-STATUS.
              MOVE WS-OPER TO AR-OPER.
              MOVE WS-LN-REASON(WS-LN-IX) TO AR-REASON.
              WRITE APREGREC FROM WS-REG.
       REGLINE-EXIT-PARAGRAPH.
              EXIT.
      * RELEASE OR REJECT ONE INVOICE BY VENDOR AND NUMBER.
       DECIDEMODE-PARAGRAPH.
              MOVE WS-ARG4 TO WS-OPR-ARG.
              MOVE WS-ARG5 TO WS-OPR-PW-IN.
              PERFORM OPRCHECK-PARAGRAPH THRU OPRCHECK-EXIT-PARAGRAPH.
              IF WS-OPR-REFUSED = "Y" THEN
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM REGLOAD-PARAGRAPH THRU REGLOAD-EXIT-PARAGRAPH.
              MOVE WS-ARG2 TO WS-FIND-VENDOR.
              MOVE WS-ARG3 TO WS-FIND-INVNO.
              PERFORM INVFIND-PARAGRAPH THRU INVFIND-EXIT-PARAGRAPH.
              IF WS-INV-FOUND = 0 THEN
                 DISPLAY "APPAY: INVOICE " FUNCTION TRIM(WS-ARG3)
                    " VENDOR " FUNCTION TRIM(WS-ARG2)
                    " IS NOT ON THE REGISTER"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              IF WS-MODE = "RELEASE" AND
                    WS-INV-STATUS(WS-INV-FOUND) NOT = "H" THEN
                 DISPLAY "APPAY: INVOICE " FUNCTION TRIM(WS-ARG3)
                    " IS NOT ON HOLD - NOTHING RELEASED"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              IF WS-MODE = "REJECT" AND
                    WS-INV-STATUS(WS-INV-FOUND) NOT = "H" AND
                    WS-INV-STATUS(WS-INV-FOUND) NOT = "A" THEN
                 DISPLAY "APPAY: INVOICE " FUNCTION TRIM(WS-ARG3)
                    " IS PAID OR ALREADY REJECTED - NOT REJECTED"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-REG.
              MOVE WS-INV-VENDOR(WS-INV-FOUND) TO AR-VENDOR.
              MOVE WS-INV-NO(WS-INV-FOUND) TO AR-INVNO.
              MOVE WS-INV-PONUM(WS-INV-FOUND) TO AR-PONUM.
              MOVE WS-TODAY TO AR-DATE.
              MOVE WS-INV-DUE(WS-INV-FOUND) TO AR-DUE.
              MOVE 0 TO AR-QTY AR-PRICE AR-POPRICE AR-RECV.
              MOVE WS-INV-AMOUNT(WS-INV-FOUND) TO AR-AMOUNT.
              MOVE WS-OPER TO AR-OPER.
              IF WS-MODE = "RELEASE" THEN
                 MOVE "R" TO AR-TYPE
                 MOVE "A" TO AR-STATUS
                 MOVE "RELEASED FROM HOLD" TO AR-REASON
              ELSE
                 MOVE "X" TO AR-TYPE
                 MOVE "X" TO AR-STATUS
                 MOVE "REJECTED" TO AR-REASON
              END-IF.
              OPEN EXTEND APREG-FILE.
              WRITE APREGREC FROM WS-REG.
              CLOSE APREG-FILE.
              MOVE AR-STATUS TO WS-INV-STATUS(WS-INV-FOUND).
              DISPLAY "APPAY: INVOICE " FUNCTION TRIM(WS-ARG3)
                 " VENDOR " FUNCTION TRIM(WS-ARG2) " "
                 FUNCTION TRIM(AR-REASON).
              PERFORM HOLDRPT-PARAGRAPH THRU HOLDRPT-EXIT-PARAGRAPH.
              GO TO TERMINATE-PARAGRAPH.
      * THE HOLD REPORT: EVERY INVOICE NOW ON HOLD WITH ALL ITS
      * LINES AND WHY EACH FAILED, THEN WHAT THIS RUN REFUSED.
       HOLDRPT-PARAGRAPH.
              MOVE 0 TO WS-CNT-HELD WS-AMT-HELD.
              MOVE "N" TO WS-SHOWING.
              OPEN OUTPUT HOLDRPT-FILE.
              MOVE SPACES TO WS-LINE.
              STRING "ACCOUNTS PAYABLE HOLD REPORT   RUN DATE "
                 WS-TODAY DELIMITED BY SIZE INTO WS-LINE.
              WRITE HOLDLINE FROM WS-LINE.
              MOVE SPACES TO HOLDLINE.
              WRITE HOLDLINE.
              OPEN INPUT APREG-FILE.
              GO TO HOLDRPT-READ-PARAGRAPH.
       HOLDRPT-READ-PARAGRAPH.
              READ APREG-FILE INTO WS-REG
                 AT END GO TO HOLDRPT-DONE-PARAGRAPH
              END-READ.
              IF AR-TYPE = "I" THEN
                 MOVE "N" TO WS-SHOWING
                 MOVE AR-VENDOR TO WS-FIND-VENDOR
                 MOVE AR-INVNO TO WS-FIND-INVNO
                 PERFORM INVFIND-PARAGRAPH THRU INVFIND-EXIT-PARAGRAPH
                 IF WS-INV-FOUND > 0 THEN
                    IF WS-INV-STATUS(WS-INV-FOUND) = "H" THEN
                       MOVE "Y" TO WS-SHOWING
                    END-IF
                 END-IF
                 IF WS-SHOWING = "Y" THEN
                    ADD 1 TO WS-CNT-HELD
                    ADD AR-AMOUNT TO WS-AMT-HELD
                    MOVE AR-AMOUNT TO WS-AMT-ED
                    MOVE SPACES TO WS-LINE
                    STRING "VENDOR " AR-VENDOR "  INVOICE " AR-INVNO
                       "  PO " AR-PONUM "  DATED " AR-DATE
                       "  DUE " AR-DUE "  AMOUNT " WS-AMT-ED
                       DELIMITED BY SIZE INTO WS-LINE
                    WRITE HOLDLINE FROM WS-LINE
                    MOVE SPACES TO WS-LINE
                    STRING "   SKU                       INV QTY "
                       "   RECEIVED   INV PRICE    PO PRICE  RESULT"
                       DELIMITED BY SIZE INTO WS-LINE
                    WRITE HOLDLINE FROM WS-LINE
                 END-IF
                 GO TO HOLDRPT-READ-PARAGRAPH
              END-IF.
              IF AR-TYPE NOT = "L" OR WS-SHOWING NOT = "Y" THEN
                 GO TO HOLDRPT-READ-PARAGRAPH
              END-IF.
              MOVE AR-QTY TO WS-QTY-ED.
              MOVE AR-RECV TO WS-QTY2-ED.
              MOVE AR-PRICE TO WS-PRC-ED.
              MOVE AR-POPRICE TO WS-PRC2-ED.
              MOVE SPACES TO WS-LINE.
              IF AR-STATUS = "H" THEN
                 STRING "   " AR-SKU " " WS-QTY-ED "  " WS-QTY2-ED
                    "  " WS-PRC-ED "  " WS-PRC2-ED "  ** "
                    AR-REASON DELIMITED BY SIZE INTO WS-LINE
              ELSE
                 STRING "   " AR-SKU " " WS-QTY-ED "  " WS-QTY2-ED
                    "  " WS-PRC-ED "  " WS-PRC2-ED "     "
                    AR-REASON DELIMITED BY SIZE INTO WS-LINE
              END-IF.
              WRITE HOLDLINE FROM WS-LINE.
              GO TO HOLDRPT-READ-PARAGRAPH.
       HOLDRPT-DONE-PARAGRAPH.
              CLOSE APREG-FILE.
              MOVE SPACES TO HOLDLINE.
              WRITE HOLDLINE.
              MOVE WS-CNT-HELD TO WS-CNT-ED.
              MOVE WS-AMT-HELD TO WS-AMT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "INVOICES ON HOLD " WS-CNT-ED "   VALUE "
                 WS-AMT-ED DELIMITED BY SIZE INTO WS-LINE.
              WRITE HOLDLINE FROM WS-LINE.
              IF WS-REJ-COUNT > 0 THEN
                 MOVE SPACES TO HOLDLINE
                 WRITE HOLDLINE
                 MOVE "REFUSED THIS RUN - NOT REGISTERED" TO WS-LINE
                 WRITE HOLDLINE FROM WS-LINE
                 PERFORM HOLDREJ-PARAGRAPH THRU HOLDREJ-EXIT-PARAGRAPH
                    VARYING WS-REJ-IX FROM 1 BY 1
                    UNTIL WS-REJ-IX > WS-REJ-COUNT
              END-IF.
              CLOSE HOLDRPT-FILE.
       HOLDRPT-EXIT-PARAGRAPH.
              EXIT.
       HOLDREJ-PARAGRAPH.
              MOVE SPACES TO WS-LINE.
              STRING "VENDOR " WS-REJ-VENDOR(WS-REJ-IX)
                 "  INVOICE " WS-REJ-INVNO(WS-REJ-IX)
                 "  ** " WS-REJ-REASON(WS-REJ-IX)
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE HOLDLINE FROM WS-LINE.
       HOLDREJ-EXIT-PARAGRAPH.
              EXIT.
      * PAYMENT RUN.
       PAYMODE-PARAGRAPH.
              MOVE WS-ARG2 TO WS-OPR-ARG.
              MOVE WS-ARG3 TO WS-OPR-PW-IN.
              PERFORM OPRCHECK-PARAGRAPH THRU OPRCHECK-EXIT-PARAGRAPH.
              IF WS-OPR-REFUSED = "Y" THEN
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              IF WS-OPER-ACCT-SET NOT = "Y" THEN
                 DISPLAY "APPAY: NO OPERATING ACCOUNT (OPERACCT IN "
                    "APCTL.TXT) - NOTHING PAID"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              MOVE WS-OPER-ACCT TO WS-CD-NUMBER.
              PERFORM LUHN-PARAGRAPH THRU LUHN-EXIT-PARAGRAPH.
              IF WS-CD-OK NOT = "Y" THEN
                 DISPLAY "APPAY: OPERATING ACCOUNT " WS-OPER-ACCT
                    " FAILS ITS CHECK DIGIT - NOTHING PAID"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-ON-MASTER.
              OPEN INPUT MASTER-FILE.
              MOVE WS-OPER-ACCT TO NUMBE.
              READ MASTER-FILE
                 INVALID KEY MOVE "N" TO WS-ON-MASTER
              END-READ.
              CLOSE MASTER-FILE.
              IF WS-ON-MASTER NOT = "Y" THEN
                 DISPLAY "APPAY: OPERATING ACCOUNT " WS-OPER-ACCT
                    " IS NOT ON THE ACCOUNT MASTER - NOTHING PAID"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              IF LOCKFLAG = "C" THEN
                 DISPLAY "APPAY: OPERATING ACCOUNT " WS-OPER-ACCT
                    " IS CLOSED - NOTHING PAID"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-PENDING.
              OPEN INPUT EXTXFR-FILE.
              GO TO PAY-PENDING-PARAGRAPH.
      * OUTBOUND ITEMS ALREADY WAITING FOR THE NIGHTLY RUN WILL
      * TAKE THEIR MONEY FIRST.
       PAY-PENDING-PARAGRAPH.
              READ EXTXFR-FILE
                 AT END GO TO PAY-PENDDONE-PARAGRAPH
              END-READ.
              IF EXT-NUMBE = WS-OPER-ACCT THEN
                 ADD EXT-AMOUNT TO WS-PENDING
              END-IF.
              GO TO PAY-PENDING-PARAGRAPH.
       PAY-PENDDONE-PARAGRAPH.
              CLOSE EXTXFR-FILE.
              COMPUTE WS-AVAILABLE = BALANCE - WS-PENDING.
              PERFORM LOADVEND-PARAGRAPH THRU LOADVEND-EXIT-PARAGRAPH.
              PERFORM REGLOAD-PARAGRAPH THRU REGLOAD-EXIT-PARAGRAPH.
              OPEN OUTPUT PAYRPT-FILE.
              MOVE SPACES TO WS-LINE.
              STRING "ACCOUNTS PAYABLE PAYMENT RUN   RUN DATE "
                 WS-TODAY "   OPERATOR " WS-OPER
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE BALANCE TO WS-AMT2-ED.
              MOVE SPACES TO WS-LINE.
              STRING "OPERATING ACCOUNT " WS-OPER-ACCT "  BALANCE "
                 WS-AMT2-ED DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE WS-PENDING TO WS-AMT2-ED.
              MOVE SPACES TO WS-LINE.
              STRING "  LESS OUTBOUND ITEMS WAITING     " WS-AMT2-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE WS-AVAILABLE TO WS-AMT2-ED.
              MOVE SPACES TO WS-LINE.
              STRING "  AVAILABLE TO PAY               " WS-AMT2-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE SPACES TO PAYLINE.
              WRITE PAYLINE.
              MOVE SPACES TO WS-LINE.
              STRING "VENDOR       INVOICE          DUE      "
                 "        AMOUNT  RESULT"
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              GO TO PAY-PICK-PARAGRAPH.
      * OLDEST DUE FIRST: EACH PASS TAKES THE EARLIEST APPROVED
      * INVOICE DUE BY THE RUN DATE NOT YET LOOKED AT.
       PAY-PICK-PARAGRAPH.
              MOVE 0 TO WS-BEST-IX.
              MOVE 99999999 TO WS-BEST-DUE.
              PERFORM PAYBEST-PARAGRAPH THRU PAYBEST-EXIT-PARAGRAPH
                 VARYING WS-INV-IX FROM 1 BY 1
                 UNTIL WS-INV-IX > WS-INV-COUNT.
              IF WS-BEST-IX = 0 THEN
                 GO TO PAY-SEND-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-INV-PICKED(WS-BEST-IX).
              MOVE WS-INV-VENDOR(WS-BEST-IX) TO WS-FIND-VENDOR.
              PERFORM VNDFIND-PARAGRAPH THRU VNDFIND-EXIT-PARAGRAPH.
              IF WS-VND-FOUND = 0 THEN
                 MOVE "NO BANK DETAILS" TO WS-PAY-RESULT
                 ADD 1 TO WS-CNT-NOBANK
              ELSE
                 IF WS-VND-ACCT-OK(WS-VND-FOUND) NOT = "Y" THEN
                    MOVE "NO BANK DETAILS" TO WS-PAY-RESULT
                    ADD 1 TO WS-CNT-NOBANK
                 ELSE
                    IF WS-INV-AMOUNT(WS-BEST-IX) > WS-AVAILABLE THEN
                       MOVE "FUNDS SHORT" TO WS-PAY-RESULT
                       ADD 1 TO WS-CNT-SHORT
                    ELSE
                       MOVE "PAID" TO WS-PAY-RESULT
                       MOVE "Y" TO WS-INV-PAY(WS-BEST-IX)
                       SUBTRACT WS-INV-AMOUNT(WS-BEST-IX)
                          FROM WS-AVAILABLE
                       ADD WS-INV-AMOUNT(WS-BEST-IX)
                          TO WS-VND-TOTAL(WS-VND-FOUND)
                       ADD 1 TO WS-VND-PAID(WS-VND-FOUND)
                       ADD 1 TO WS-CNT-PAID
                       ADD WS-INV-AMOUNT(WS-BEST-IX) TO WS-AMT-PAID
                    END-IF
                 END-IF
              END-IF.
              MOVE WS-INV-AMOUNT(WS-BEST-IX) TO WS-AMT-ED.
              MOVE SPACES TO WS-LINE.
              STRING WS-INV-VENDOR(WS-BEST-IX) " "
                 WS-INV-NO(WS-BEST-IX) " " WS-INV-DUE(WS-BEST-IX)
                 " " WS-AMT-ED "  " WS-PAY-RESULT
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              GO TO PAY-PICK-PARAGRAPH.
       PAYBEST-PARAGRAPH.
              IF WS-INV-STATUS(WS-INV-IX) NOT = "A" OR
                    WS-INV-PICKED(WS-INV-IX) = "Y" THEN
                 GO TO PAYBEST-EXIT-PARAGRAPH
              END-IF.
              IF WS-INV-DUE(WS-INV-IX) > WS-TODAY THEN
                 GO TO PAYBEST-EXIT-PARAGRAPH
              END-IF.
              IF WS-INV-DUE(WS-INV-IX) < WS-BEST-DUE THEN
                 MOVE WS-INV-IX TO WS-BEST-IX
                 MOVE WS-INV-DUE(WS-INV-IX) TO WS-BEST-DUE
              END-IF.
       PAYBEST-EXIT-PARAGRAPH.
              EXIT.
      * ONE PAYMENT PER VENDOR: CLEARING REQUESTS, PAID RECORDS
      * AND THE REMITTANCE ADVICE.
       PAY-SEND-PARAGRAPH.
              OPEN EXTEND EXTXFR-FILE.
              OPEN EXTEND APREG-FILE.
              PERFORM PAYVENDOR-PARAGRAPH THRU PAYVENDOR-EXIT-PARAGRAPH
                 VARYING WS-VND-IX FROM 1 BY 1
                 UNTIL WS-VND-IX > WS-VND-COUNT.
              CLOSE APREG-FILE.
              CLOSE EXTXFR-FILE.
              PERFORM PAYNOTDUE-PARAGRAPH THRU PAYNOTDUE-EXIT-PARAGRAPH
                 VARYING WS-INV-IX FROM 1 BY 1
                 UNTIL WS-INV-IX > WS-INV-COUNT.
              MOVE SPACES TO PAYLINE.
              WRITE PAYLINE.
              MOVE WS-CNT-PAID TO WS-CNT-ED.
              MOVE WS-AMT-PAID TO WS-AMT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "INVOICES PAID     " WS-CNT-ED "   " WS-AMT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              MOVE WS-CNT-VENDORS TO WS-CNT-ED.
              STRING "VENDORS PAID      " WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              MOVE WS-CNT-ITEMS TO WS-CNT-ED.
              STRING "CLEARING ITEMS    " WS-CNT-ED
                 "   (EXTXFR.TXT, DEBITED AND SENT BY THE NIGHTLY RUN)"
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              MOVE WS-CNT-SHORT TO WS-CNT-ED.
              STRING "FUNDS SHORT       " WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              MOVE WS-CNT-NOBANK TO WS-CNT-ED.
              STRING "NO BANK DETAILS   " WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              MOVE WS-CNT-NOTDUE TO WS-CNT-ED.
              STRING "APPROVED NOT DUE  " WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              MOVE WS-AVAILABLE TO WS-AMT2-ED.
              MOVE SPACES TO WS-LINE.
              STRING "AVAILABLE AFTER RUN  " WS-AMT2-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
              CLOSE PAYRPT-FILE.
              MOVE WS-CNT-PAID TO WS-CNT-ED.
              MOVE WS-AMT-PAID TO WS-AMT-ED.
              DISPLAY "APPAY: " WS-CNT-ED " INVOICE(S) PAID "
                 WS-AMT-ED " - SEE APPAYRUN.TXT".
              IF WS-CNT-SHORT > 0 OR WS-CNT-NOBANK > 0 THEN
                 COMPUTE WS-CNT-ED = WS-CNT-SHORT + WS-CNT-NOBANK
                 DISPLAY "APPAY: " WS-CNT-ED " DUE INVOICE(S) LEFT "
                    "UNPAID - FUNDS SHORT OR NO BANK DETAILS"
                 MOVE 4 TO WS-RC
              END-IF.
              GO TO TERMINATE-PARAGRAPH.
       PAYNOTDUE-PARAGRAPH.
              IF WS-INV-STATUS(WS-INV-IX) = "A" AND
                    WS-INV-DUE(WS-INV-IX) > WS-TODAY THEN
                 ADD 1 TO WS-CNT-NOTDUE
              END-IF.
       PAYNOTDUE-EXIT-PARAGRAPH.
              EXIT.
       PAYVENDOR-PARAGRAPH.
              IF WS-VND-TOTAL(WS-VND-IX) = 0 THEN
                 GO TO PAYVENDOR-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CNT-VENDORS.
              MOVE 0 TO WS-VND-ITEMS.
              MOVE WS-VND-TOTAL(WS-VND-IX) TO WS-REMAIN.
              PERFORM PAYITEM-PARAGRAPH THRU PAYITEM-EXIT-PARAGRAPH
                 UNTIL WS-REMAIN = 0.
              MOVE SPACES TO WS-REMIT-NAME.
              STRING "remit_" DELIMITED BY SIZE
                 WS-VND-ID(WS-VND-IX) DELIMITED BY SPACE
                 "_" WS-TODAY ".txt" DELIMITED BY SIZE
                 INTO WS-REMIT-NAME.
              OPEN OUTPUT REMIT-FILE.
              MOVE SPACES TO WS-LINE.
              STRING "REMITTANCE ADVICE" DELIMITED BY SIZE
                 INTO WS-LINE.
              WRITE REMITLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              STRING "FROM        : " WS-COMPANY
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REMITLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              STRING "TO          : " WS-VND-ID(WS-VND-IX) " "
                 WS-VND-NAME(WS-VND-IX) DELIMITED BY SIZE
                 INTO WS-LINE.
              WRITE REMITLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              STRING "PAYMENT DATE: " WS-TODAY
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REMITLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              STRING "PAID TO     : BANK " WS-VND-BANK(WS-VND-IX)
                 " ACCOUNT " WS-VND-ACCT(WS-VND-IX)
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REMITLINE FROM WS-LINE.
              MOVE SPACES TO REMITLINE.
              WRITE REMITLINE.
              MOVE SPACES TO WS-LINE.
              STRING "INVOICE          PO NUMBER        INV DATE"
                 "           AMOUNT" DELIMITED BY SIZE INTO WS-LINE.
              WRITE REMITLINE FROM WS-LINE.
              PERFORM PAYINV-PARAGRAPH THRU PAYINV-EXIT-PARAGRAPH
                 VARYING WS-INV-IX FROM 1 BY 1
                 UNTIL WS-INV-IX > WS-INV-COUNT.
              MOVE SPACES TO REMITLINE.
              WRITE REMITLINE.
              MOVE WS-VND-TOTAL(WS-VND-IX) TO WS-AMT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "TOTAL PAID                                 "
                 WS-AMT-ED DELIMITED BY SIZE INTO WS-LINE.
              WRITE REMITLINE FROM WS-LINE.
              MOVE WS-VND-ITEMS TO WS-CNT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "SENT AS " WS-CNT-ED " CLEARING ITEM(S)"
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REMITLINE FROM WS-LINE.
              CLOSE REMIT-FILE.
              MOVE WS-VND-TOTAL(WS-VND-IX) TO WS-AMT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "PAYMENT TO " WS-VND-ID(WS-VND-IX) " "
                 WS-AMT-ED "  BANK " WS-VND-BANK(WS-VND-IX)
                 " ACCOUNT " WS-VND-ACCT(WS-VND-IX) "  ADVICE "
                 WS-REMIT-NAME DELIMITED BY SIZE INTO WS-LINE.
              WRITE PAYLINE FROM WS-LINE.
       PAYVENDOR-EXIT-PARAGRAPH.
              EXIT.
      * ONE OUTBOUND CLEARING REQUEST, NO MORE THAN THE CLEARING
      * ITEM LIMIT.
       PAYITEM-PARAGRAPH.
              MOVE WS-OPER-ACCT TO EXT-NUMBE.
              MOVE WS-VND-BANK(WS-VND-IX) TO EXT-BANK.
              MOVE WS-VND-ACCT(WS-VND-IX) TO EXT-TOACCT.
              IF WS-REMAIN > WS-ITEM-MAX THEN
                 MOVE WS-ITEM-MAX TO EXT-AMOUNT
              ELSE
                 MOVE WS-REMAIN TO EXT-AMOUNT
              END-IF.
              MOVE WS-VND-NAME(WS-VND-IX) TO EXT-NAME.
              WRITE EXTXFRREC.
              SUBTRACT EXT-AMOUNT FROM WS-REMAIN.
              ADD 1 TO WS-VND-ITEMS.
              ADD 1 TO WS-CNT-ITEMS.
       PAYITEM-EXIT-PARAGRAPH.
              EXIT.
      * ONE INVOICE OF THE VENDOR BEING PAID: ON THE ADVICE AND
      * MARKED PAID ON THE REGISTER.
       PAYINV-PARAGRAPH.
              IF WS-INV-PAY(WS-INV-IX) NOT = "Y" OR
                    WS-INV-VENDOR(WS-INV-IX) NOT = WS-VND-ID(WS-VND-IX)
                    THEN
                 GO TO PAYINV-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-INV-AMOUNT(WS-INV-IX) TO WS-AMT-ED.
              MOVE SPACES TO WS-LINE.
              STRING WS-INV-NO(WS-INV-IX) " " WS-INV-PONUM(WS-INV-IX)
                 " " WS-INV-DATE(WS-INV-IX) "  " WS-AMT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REMITLINE FROM WS-LINE.
              MOVE SPACES TO WS-REG.
              MOVE "P" TO AR-TYPE.
              MOVE WS-INV-VENDOR(WS-INV-IX) TO AR-VENDOR.
              MOVE WS-INV-NO(WS-INV-IX) TO AR-INVNO.
              MOVE WS-INV-PONUM(WS-INV-IX) TO AR-PONUM.
              MOVE WS-TODAY TO AR-DATE.
              MOVE WS-INV-DUE(WS-INV-IX) TO AR-DUE.
              MOVE 0 TO AR-QTY AR-PRICE AR-POPRICE AR-RECV.
              MOVE WS-INV-AMOUNT(WS-INV-IX) TO AR-AMOUNT.
              MOVE "P" TO AR-STATUS.
              MOVE WS-OPER TO AR-OPER.
              MOVE "PAID" TO AR-REASON.
              WRITE APREGREC FROM WS-REG.
              MOVE "P" TO WS-INV-STATUS(WS-INV-IX).
       PAYINV-EXIT-PARAGRAPH.
              EXIT.
      * CONTROL FILE, KEY=VALUE PER LINE.
       LOADCTL-PARAGRAPH.
              OPEN INPUT APCTL-FILE.
              GO TO LOADCTL-READ-PARAGRAPH.
       LOADCTL-READ-PARAGRAPH.
              READ APCTL-FILE
                 AT END GO TO LOADCTL-DONE-PARAGRAPH
              END-READ.
              IF APCTLREC = SPACES OR APCTLREC(1:1) = "*" THEN
                 GO TO LOADCTL-READ-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-CTL-KEY WS-CTL-VALUE.
              UNSTRING APCTLREC DELIMITED BY "="
                 INTO WS-CTL-KEY WS-CTL-VALUE.
              MOVE FUNCTION UPPER-CASE(WS-CTL-KEY) TO WS-CTL-KEY.
              MOVE WS-CTL-VALUE TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              EVALUATE WS-CTL-KEY
                 WHEN "OPERACCT"
                    IF WS-CTL-VALUE(1:16) IS NUMERIC THEN
                       MOVE WS-CTL-VALUE(1:16) TO WS-OPER-ACCT
                       MOVE "Y" TO WS-OPER-ACCT-SET
                    ELSE
                       DISPLAY "APPAY: OPERACCT MUST BE 16 DIGITS"
                    END-IF
                 WHEN "COMPANY"
                    MOVE WS-CTL-VALUE TO WS-COMPANY
                 WHEN "PRICETOL"
                    IF WS-NUM-OK = "Y" AND WS-NUM-VAL NOT < 0 THEN
                       MOVE WS-NUM-VAL TO WS-PRICE-TOL
                    END-IF
                 WHEN "QTYTOL"
                    IF WS-NUM-OK = "Y" AND WS-NUM-VAL NOT < 0 THEN
                       MOVE WS-NUM-VAL TO WS-QTY-TOL
                    END-IF
                 WHEN "TERMS"
                    IF WS-NUM-OK = "Y" AND WS-NUM-VAL NOT < 0 THEN
                       MOVE WS-NUM-VAL TO WS-TERMS
                    END-IF
                 WHEN "OPENPO"
                    MOVE WS-CTL-VALUE TO WS-OPENPO-NAME
                 WHEN "POHIST"
                    MOVE WS-CTL-VALUE TO WS-POHIST-NAME
                 WHEN "RUNDATE"
                    IF WS-CTL-VALUE(1:8) IS NUMERIC THEN
                       MOVE WS-CTL-VALUE(1:8) TO WS-TODAY
                    END-IF
                 WHEN OTHER
                    DISPLAY "APPAY: UNKNOWN CONTROL KEY: " WS-CTL-KEY
              END-EVALUATE.
              GO TO LOADCTL-READ-PARAGRAPH.
       LOADCTL-DONE-PARAGRAPH.
              CLOSE APCTL-FILE.
       LOADCTL-EXIT-PARAGRAPH.
              EXIT.
      * VENDOR PAYMENT DETAILS. A VENDOR WITHOUT A BANK CODE AND A
      * 16-DIGIT ACCOUNT CAN BE MATCHED BUT NOT PAID.
       LOADVEND-PARAGRAPH.
              MOVE 0 TO WS-VND-COUNT.
              OPEN INPUT APVEND-FILE.
              GO TO LOADVEND-READ-PARAGRAPH.
       LOADVEND-READ-PARAGRAPH.
              READ APVEND-FILE
                 AT END GO TO LOADVEND-DONE-PARAGRAPH
              END-READ.
              IF APVENDREC = SPACES OR APVENDREC(1:1) = "#" THEN
                 GO TO LOADVEND-READ-PARAGRAPH
              END-IF.
              MOVE APVENDREC TO APINVREC.
              PERFORM SPLIT-PARAGRAPH THRU SPLIT-EXIT-PARAGRAPH.
              IF WS-F1 = SPACES OR
                    FUNCTION UPPER-CASE(WS-F1) = "VENDORID" THEN
                 GO TO LOADVEND-READ-PARAGRAPH
              END-IF.
              IF WS-VND-COUNT NOT < 200 THEN
                 DISPLAY "APPAY: MORE THAN 200 VENDORS - REST IGNORED"
                 GO TO LOADVEND-DONE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-VND-COUNT.
              MOVE WS-F1 TO WS-VND-ID(WS-VND-COUNT).
              MOVE WS-F2 TO WS-VND-NAME(WS-VND-COUNT).
              MOVE WS-F3 TO WS-VND-BANK(WS-VND-COUNT).
              MOVE 0 TO WS-VND-ACCT(WS-VND-COUNT).
              MOVE "N" TO WS-VND-ACCT-OK(WS-VND-COUNT).
              IF WS-F4(1:16) IS NUMERIC AND WS-F4(17:1) = SPACE AND
                    WS-F3 NOT = SPACES THEN
                 MOVE WS-F4(1:16) TO WS-VND-ACCT(WS-VND-COUNT)
                 MOVE "Y" TO WS-VND-ACCT-OK(WS-VND-COUNT)
              END-IF.
              MOVE WS-TERMS TO WS-VND-TERMS(WS-VND-COUNT).
              MOVE WS-F5 TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              IF WS-NUM-OK = "Y" AND WS-NUM-VAL NOT < 0 AND
                    WS-NUM-VAL < 1000 THEN
                 MOVE WS-NUM-VAL TO WS-VND-TERMS(WS-VND-COUNT)
              END-IF.
              MOVE 0 TO WS-VND-TOTAL(WS-VND-COUNT).
              MOVE 0 TO WS-VND-PAID(WS-VND-COUNT).
              GO TO LOADVEND-READ-PARAGRAPH.
       LOADVEND-DONE-PARAGRAPH.
              CLOSE APVEND-FILE.
       LOADVEND-EXIT-PARAGRAPH.
              EXIT.
      * PO LINES FROM THE OPEN-PO FILE (STILL OPEN) AND THE
      * RECEIPT HISTORY (FILLED LINES LIVE ON ONLY THERE).
       LOADPO-PARAGRAPH.
              MOVE 0 TO WS-PO-COUNT.
              OPEN INPUT OPENPO-FILE.
              GO TO LOADPO-OPEN-PARAGRAPH.
       LOADPO-OPEN-PARAGRAPH.
              READ OPENPO-FILE
                 AT END GO TO LOADPO-HIST-PARAGRAPH
              END-READ.
              IF OPENPOREC = SPACES OR OPENPOREC(1:1) = "#" THEN
                 GO TO LOADPO-OPEN-PARAGRAPH
              END-IF.
              MOVE OPENPOREC TO APINVREC.
              PERFORM SPLIT-PARAGRAPH THRU SPLIT-EXIT-PARAGRAPH.
              MOVE WS-F4 TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              IF WS-NUM-OK NOT = "Y" OR WS-F1 = SPACES OR
                    WS-F3 = SPACES THEN
                 GO TO LOADPO-OPEN-PARAGRAPH
              END-IF.
              MOVE WS-F1 TO WS-FIND-PONUM.
              MOVE WS-F3 TO WS-FIND-SKU.
              PERFORM POADD-PARAGRAPH THRU POADD-EXIT-PARAGRAPH.
              IF WS-PO-FOUND = 0 THEN
                 GO TO LOADPO-OPEN-PARAGRAPH
              END-IF.
              MOVE WS-F2 TO WS-PO-VENDOR(WS-PO-FOUND).
              MOVE WS-NUM-VAL TO WS-PO-ORDERED(WS-PO-FOUND).
              MOVE WS-F5 TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              IF WS-NUM-OK = "Y" AND WS-NUM-VAL > 0 THEN
                 MOVE WS-NUM-VAL TO WS-PO-RECV-OPEN(WS-PO-FOUND)
              END-IF.
              MOVE WS-F7 TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              IF WS-NUM-OK = "Y" AND WS-NUM-VAL > 0 THEN
                 MOVE WS-NUM-VAL TO WS-PO-PRICE(WS-PO-FOUND)
                 MOVE "P" TO WS-PO-PRICE-SRC(WS-PO-FOUND)
              END-IF.
              GO TO LOADPO-OPEN-PARAGRAPH.
       LOADPO-HIST-PARAGRAPH.
              CLOSE OPENPO-FILE.
              OPEN INPUT POHIST-FILE.
              GO TO LOADPO-HISTREAD-PARAGRAPH.
       LOADPO-HISTREAD-PARAGRAPH.
              READ POHIST-FILE
                 AT END GO TO LOADPO-DONE-PARAGRAPH
              END-READ.
              IF POHISTREC = SPACES OR POHISTREC(1:1) = "#" THEN
                 GO TO LOADPO-HISTREAD-PARAGRAPH
              END-IF.
              MOVE POHISTREC TO APINVREC.
              PERFORM SPLIT-PARAGRAPH THRU SPLIT-EXIT-PARAGRAPH.
              IF WS-F1(1:8) IS NOT NUMERIC OR WS-F2 = SPACES OR
                    WS-F4 = SPACES THEN
                 GO TO LOADPO-HISTREAD-PARAGRAPH
              END-IF.
              MOVE WS-F2 TO WS-FIND-PONUM.
              MOVE WS-F4 TO WS-FIND-SKU.
              PERFORM POADD-PARAGRAPH THRU POADD-EXIT-PARAGRAPH.
              IF WS-PO-FOUND = 0 THEN
                 GO TO LOADPO-HISTREAD-PARAGRAPH
              END-IF.
              IF WS-PO-VENDOR(WS-PO-FOUND) = SPACES THEN
                 MOVE WS-F3 TO WS-PO-VENDOR(WS-PO-FOUND)
              END-IF.
              MOVE WS-F5 TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              IF WS-NUM-OK = "Y" AND WS-NUM-VAL > 0 AND
                    WS-PO-ORDERED(WS-PO-FOUND) = 0 THEN
                 MOVE WS-NUM-VAL TO WS-PO-ORDERED(WS-PO-FOUND)
              END-IF.
              MOVE WS-F7 TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              IF WS-NUM-OK = "Y" AND WS-NUM-VAL > 0 THEN
                 ADD WS-NUM-VAL TO WS-PO-RECV-HIST(WS-PO-FOUND)
              END-IF.
              MOVE WS-F9 TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              IF WS-NUM-OK = "Y" AND WS-NUM-VAL > 0 AND
                    WS-PO-PRICE-SRC(WS-PO-FOUND) NOT = "P" THEN
                 MOVE WS-NUM-VAL TO WS-PO-PRICE(WS-PO-FOUND)
                 MOVE "P" TO WS-PO-PRICE-SRC(WS-PO-FOUND)
                 GO TO LOADPO-HISTREAD-PARAGRAPH
              END-IF.
      * A LINE RAISED BEFORE THE PO PRICE WAS KEPT FALLS BACK ON
      * WHAT IT WAS RECEIVED AT.
              MOVE WS-F8 TO WS-NUM-TXT.
              PERFORM NUMCHK-PARAGRAPH THRU NUMCHK-EXIT-PARAGRAPH.
              IF WS-NUM-OK = "Y" AND WS-NUM-VAL > 0 AND
                    WS-PO-PRICE-SRC(WS-PO-FOUND) = SPACE THEN
                 MOVE WS-NUM-VAL TO WS-PO-PRICE(WS-PO-FOUND)
                 MOVE "R" TO WS-PO-PRICE-SRC(WS-PO-FOUND)
              END-IF.
              GO TO LOADPO-HISTREAD-PARAGRAPH.
       LOADPO-DONE-PARAGRAPH.
              CLOSE POHIST-FILE.
       LOADPO-EXIT-PARAGRAPH.
              EXIT.
      * FIND THE PO LINE WS-FIND-PONUM/WS-FIND-SKU, ADDING IT WHEN
      * NEW (WS-PO-FOUND 0 WHEN THE TABLE IS FULL).
       POADD-PARAGRAPH.
              PERFORM POFIND-PARAGRAPH THRU POFIND-EXIT-PARAGRAPH.
              IF WS-PO-FOUND > 0 THEN
                 GO TO POADD-EXIT-PARAGRAPH
              END-IF.
              IF WS-PO-COUNT NOT < 2000 THEN
                 DISPLAY "APPAY: MORE THAN 2000 PO LINES - "
                    FUNCTION TRIM(WS-FIND-PONUM) " "
                    FUNCTION TRIM(WS-FIND-SKU) " IGNORED"
                 GO TO POADD-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-PO-COUNT.
              MOVE WS-PO-COUNT TO WS-PO-FOUND.
              MOVE WS-FIND-PONUM TO WS-PO-NUM(WS-PO-FOUND).
              MOVE WS-FIND-SKU TO WS-PO-SKU(WS-PO-FOUND).
              MOVE SPACES TO WS-PO-VENDOR(WS-PO-FOUND).
              MOVE 0 TO WS-PO-ORDERED(WS-PO-FOUND)
                 WS-PO-RECV-OPEN(WS-PO-FOUND)
                 WS-PO-RECV-HIST(WS-PO-FOUND)
                 WS-PO-PRICE(WS-PO-FOUND)
                 WS-PO-INVOICED(WS-PO-FOUND).
              MOVE SPACE TO WS-PO-PRICE-SRC(WS-PO-FOUND).
       POADD-EXIT-PARAGRAPH.
              EXIT.
       POFIND-PARAGRAPH.
              MOVE 0 TO WS-PO-FOUND.
              MOVE 1 TO WS-PO-IX.
              GO TO POFIND-LOOP-PARAGRAPH.
       POFIND-LOOP-PARAGRAPH.
              IF WS-PO-IX > WS-PO-COUNT THEN
                 GO TO POFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-PO-NUM(WS-PO-IX) = WS-FIND-PONUM AND
                    WS-PO-SKU(WS-PO-IX) = WS-FIND-SKU THEN
                 MOVE WS-PO-IX TO WS-PO-FOUND
                 GO TO POFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-PO-IX.
              GO TO POFIND-LOOP-PARAGRAPH.
       POFIND-EXIT-PARAGRAPH.
              EXIT.
      * THE REGISTER, TO EVERY INVOICE'S CURRENT STANDING.
       REGLOAD-PARAGRAPH.
              MOVE 0 TO WS-INV-COUNT.
              OPEN INPUT APREG-FILE.
              GO TO REGLOAD-READ-PARAGRAPH.
       REGLOAD-READ-PARAGRAPH.
              READ APREG-FILE INTO WS-REG
                 AT END GO TO REGLOAD-DONE-PARAGRAPH
              END-READ.
              IF AR-TYPE = "L" THEN
                 GO TO REGLOAD-READ-PARAGRAPH
              END-IF.
              MOVE AR-VENDOR TO WS-FIND-VENDOR.
              MOVE AR-INVNO TO WS-FIND-INVNO.
              PERFORM INVFIND-PARAGRAPH THRU INVFIND-EXIT-PARAGRAPH.
              IF AR-TYPE = "I" AND WS-INV-FOUND = 0 THEN
                 IF WS-INV-COUNT NOT < 3000 THEN
                    DISPLAY "APPAY: MORE THAN 3000 INVOICES ON THE "
                       "REGISTER - REST IGNORED"
                    GO TO REGLOAD-DONE-PARAGRAPH
                 END-IF
                 ADD 1 TO WS-INV-COUNT
                 MOVE WS-INV-COUNT TO WS-INV-FOUND
                 MOVE AR-VENDOR TO WS-INV-VENDOR(WS-INV-FOUND)
                 MOVE AR-INVNO TO WS-INV-NO(WS-INV-FOUND)
                 MOVE AR-PONUM TO WS-INV-PONUM(WS-INV-FOUND)
                 MOVE AR-DATE TO WS-INV-DATE(WS-INV-FOUND)
                 MOVE AR-DUE TO WS-INV-DUE(WS-INV-FOUND)
                 MOVE AR-AMOUNT TO WS-INV-AMOUNT(WS-INV-FOUND)
                 MOVE "N" TO WS-INV-PICKED(WS-INV-FOUND)
                 MOVE "N" TO WS-INV-PAY(WS-INV-FOUND)
              END-IF.
              IF WS-INV-FOUND > 0 THEN
                 MOVE AR-STATUS TO WS-INV-STATUS(WS-INV-FOUND)
              END-IF.
              GO TO REGLOAD-READ-PARAGRAPH.
       REGLOAD-DONE-PARAGRAPH.
              CLOSE APREG-FILE.
       REGLOAD-EXIT-PARAGRAPH.
              EXIT.
      * QUANTITY ALREADY ALLOWED ON EACH PO LINE: THE LINES OF
      * INVOICES NOW APPROVED OR PAID.
       REGLINES-PARAGRAPH.
              OPEN INPUT APREG-FILE.
              GO TO REGLINES-READ-PARAGRAPH.
       REGLINES-READ-PARAGRAPH.
              READ APREG-FILE INTO WS-REG
                 AT END GO TO REGLINES-DONE-PARAGRAPH
              END-READ.
              IF AR-TYPE NOT = "L" THEN
                 GO TO REGLINES-READ-PARAGRAPH
              END-IF.
              MOVE AR-VENDOR TO WS-FIND-VENDOR.
              MOVE AR-INVNO TO WS-FIND-INVNO.
              PERFORM INVFIND-PARAGRAPH THRU INVFIND-EXIT-PARAGRAPH.
              IF WS-INV-FOUND = 0 THEN
                 GO TO REGLINES-READ-PARAGRAPH
              END-IF.
              IF WS-INV-STATUS(WS-INV-FOUND) NOT = "A" AND
                    WS-INV-STATUS(WS-INV-FOUND) NOT = "P" THEN
                 GO TO REGLINES-READ-PARAGRAPH
              END-IF.
              MOVE AR-PONUM TO WS-FIND-PONUM.
              MOVE AR-SKU TO WS-FIND-SKU.
              PERFORM POFIND-PARAGRAPH THRU POFIND-EXIT-PARAGRAPH.
              IF WS-PO-FOUND > 0 THEN
                 ADD AR-QTY TO WS-PO-INVOICED(WS-PO-FOUND)
              END-IF.
              GO TO REGLINES-READ-PARAGRAPH.
       REGLINES-DONE-PARAGRAPH.
              CLOSE APREG-FILE.
       REGLINES-EXIT-PARAGRAPH.
              EXIT.
       INVFIND-PARAGRAPH.
              MOVE 0 TO WS-INV-FOUND.
              MOVE 1 TO WS-INV-IX.
              GO TO INVFIND-LOOP-PARAGRAPH.
       INVFIND-LOOP-PARAGRAPH.
              IF WS-INV-IX > WS-INV-COUNT THEN
                 GO TO INVFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-INV-VENDOR(WS-INV-IX) = WS-FIND-VENDOR AND
                    WS-INV-NO(WS-INV-IX) = WS-FIND-INVNO THEN
                 MOVE WS-INV-IX TO WS-INV-FOUND
                 GO TO INVFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-INV-IX.
              GO TO INVFIND-LOOP-PARAGRAPH.
       INVFIND-EXIT-PARAGRAPH.
              EXIT.
       VNDFIND-PARAGRAPH.
              MOVE 0 TO WS-VND-FOUND.
              MOVE 1 TO WS-VND-IX.
              GO TO VNDFIND-LOOP-PARAGRAPH.
       VNDFIND-LOOP-PARAGRAPH.
              IF WS-VND-IX > WS-VND-COUNT THEN
                 GO TO VNDFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-VND-ID(WS-VND-IX) = WS-FIND-VENDOR THEN
                 MOVE WS-VND-IX TO WS-VND-FOUND
                 GO TO VNDFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-VND-IX.
              GO TO VNDFIND-LOOP-PARAGRAPH.
       VNDFIND-EXIT-PARAGRAPH.
              EXIT.
      * ONE CSV LINE (IN APINVREC) INTO WS-F1 .. WS-F9, EACH
      * LEFT-JUSTIFIED.
       SPLIT-PARAGRAPH.
              MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                 WS-F7 WS-F8 WS-F9.
              UNSTRING APINVREC DELIMITED BY ","
                 INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                      WS-F7 WS-F8 WS-F9.
              MOVE FUNCTION TRIM(WS-F1) TO WS-F1.
              MOVE FUNCTION TRIM(WS-F2) TO WS-F2.
              MOVE FUNCTION TRIM(WS-F3) TO WS-F3.
              MOVE FUNCTION TRIM(WS-F4) TO WS-F4.
              MOVE FUNCTION TRIM(WS-F5) TO WS-F5.
              MOVE FUNCTION TRIM(WS-F6) TO WS-F6.
              MOVE FUNCTION TRIM(WS-F7) TO WS-F7.
              MOVE FUNCTION TRIM(WS-F8) TO WS-F8.
              MOVE FUNCTION TRIM(WS-F9) TO WS-F9.
       SPLIT-EXIT-PARAGRAPH.
              EXIT.
       NUMCHK-PARAGRAPH.
              MOVE "N" TO WS-NUM-OK.
              MOVE 0 TO WS-NUM-VAL.
              IF WS-NUM-TXT = SPACES THEN
                 GO TO NUMCHK-EXIT-PARAGRAPH
              END-IF.
              IF FUNCTION TEST-NUMVAL(WS-NUM-TXT) NOT = 0 THEN
                 GO TO NUMCHK-EXIT-PARAGRAPH
              END-IF.
              COMPUTE WS-NUM-VAL = FUNCTION NUMVAL(WS-NUM-TXT).
              MOVE "Y" TO WS-NUM-OK.
       NUMCHK-EXIT-PARAGRAPH.
              EXIT.
       DATECHK-PARAGRAPH.
              MOVE "N" TO WS-DATE-OK.
              MOVE 0 TO WS-DATE-VAL.
              IF WS-DATE-TXT(1:8) IS NOT NUMERIC OR
                    WS-DATE-TXT(9:1) NOT = SPACE THEN
                 GO TO DATECHK-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-DATE-TXT(1:8) TO WS-DATE-VAL.
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VAL) NOT = 0 THEN
                 MOVE 0 TO WS-DATE-VAL
                 GO TO DATECHK-EXIT-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-DATE-OK.
       DATECHK-EXIT-PARAGRAPH.
              EXIT.
      * OPERATOR CHECK, ONLY ONCE THE SITE HAS OPERATORS: THE
      * SAME PASSWORD, STATUS AND EXPIRY RULES AS EVERY OTHER
      * PROGRAM, AND A GRANT ON APPAY FOR THIS MODE.
       OPRCHECK-PARAGRAPH.
              MOVE "N" TO WS-OPR-REFUSED.
              MOVE SPACES TO WS-OPER.
              MOVE 0 TO WS-OPR-ROWS.
              MOVE "N" TO WS-OPR-FOUND.
              OPEN INPUT OPERATOR-FILE.
              GO TO OPRCHECK-READ-PARAGRAPH.
       OPRCHECK-READ-PARAGRAPH.
              READ OPERATOR-FILE
                 AT END GO TO OPRCHECK-DONE-PARAGRAPH
              END-READ.
              IF OPERATORREC(1:4) IS NOT NUMERIC THEN
                 GO TO OPRCHECK-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-OPR-ROWS.
              IF OPERATORREC(1:4) NOT = WS-OPR-ARG(1:4) OR
                    WS-OPR-ARG(5:1) NOT = SPACE THEN
                 GO TO OPRCHECK-READ-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-OPR-F1 WS-OPR-F2 WS-OPR-F3
                 WS-OPR-F4 WS-OPR-F5 WS-OPR-F6.
              UNSTRING OPERATORREC DELIMITED BY ","
                 INTO WS-OPR-F1 WS-OPR-F2 WS-OPR-F3
                      WS-OPR-F4 WS-OPR-F5 WS-OPR-F6.
              MOVE OPERATORREC(1:4) TO WS-OPR-ID-TXT.
              MOVE WS-OPR-F3 TO WS-OPR-HASH.
              MOVE 0 TO WS-OPR-PWDATE.
              IF WS-OPR-F4(1:8) IS NUMERIC THEN
                 MOVE WS-OPR-F4(1:8) TO WS-OPR-PWDATE
              END-IF.
              MOVE FUNCTION UPPER-CASE(WS-OPR-F5) TO WS-OPR-ROLE.
              MOVE FUNCTION UPPER-CASE(WS-OPR-F6(1:1))
                 TO WS-OPR-STATUS.
              MOVE "Y" TO WS-OPR-FOUND.
              GO TO OPRCHECK-READ-PARAGRAPH.
       OPRCHECK-DONE-PARAGRAPH.
              CLOSE OPERATOR-FILE.
              IF WS-OPR-ROWS = 0 THEN
                 GO TO OPRCHECK-EXIT-PARAGRAPH
              END-IF.
              IF WS-OPR-ARG = SPACES THEN
                 PERFORM OPRSESS-PARAGRAPH THRU OPRSESS-EXIT-PARAGRAPH
                 IF WS-OPR-FOUND = "Y" THEN
                    GO TO OPRCHECK-GRANT-PARAGRAPH
                 END-IF
              END-IF.
              IF WS-OPR-ARG = SPACES OR WS-OPR-PW-IN = SPACES THEN
                 DISPLAY "APPAY: OPERATOR AND PASSWORD ARE REQUIRED"
                 MOVE "Y" TO WS-OPR-REFUSED
                 GO TO OPRCHECK-EXIT-PARAGRAPH
              END-IF.
              IF WS-OPR-FOUND = "Y" THEN
                 MOVE WS-OPR-HASH(3:4) TO WS-OPR-SALT
                 PERFORM OPRHASH-PARAGRAPH THRU OPRHASH-EXIT-PARAGRAPH
                 IF WS-OPR-HASH(1:2) NOT = "H:" OR
                       WS-OPR-HASH(7:12) NOT = WS-OPR-CALC THEN
                    MOVE "N" TO WS-OPR-FOUND
                 END-IF
              END-IF.
              IF WS-OPR-FOUND NOT = "Y" THEN
                 DISPLAY "APPAY: OPERATOR " FUNCTION TRIM(WS-OPR-ARG)
                    " NOT RECOGNISED OR PASSWORD WRONG"
                 MOVE "Y" TO WS-OPR-REFUSED
                 GO TO OPRCHECK-EXIT-PARAGRAPH
              END-IF.
              IF WS-OPR-STATUS NOT = "A" THEN
                 DISPLAY "APPAY: OPERATOR " WS-OPR-ID-TXT
                    " IS SUSPENDED"
                 MOVE "Y" TO WS-OPR-REFUSED
                 GO TO OPRCHECK-EXIT-PARAGRAPH
              END-IF.
              MOVE 999 TO WS-OPR-AGE.
              IF WS-OPR-PWDATE NOT = 0 THEN
                 COMPUTE WS-OPR-AGE =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                    FUNCTION INTEGER-OF-DATE(WS-OPR-PWDATE)
              END-IF.
              IF WS-OPR-AGE > WS-OPR-MAX-AGE THEN
                 DISPLAY "APPAY: PASSWORD FOR OPERATOR " WS-OPR-ID-TXT
                    " HAS EXPIRED - CHANGE IT IN EMPMGMT"
                 MOVE "Y" TO WS-OPR-REFUSED
                 GO TO OPRCHECK-EXIT-PARAGRAPH
              END-IF.
       OPRCHECK-GRANT-PARAGRAPH.
              PERFORM OPRROLE-PARAGRAPH THRU OPRROLE-EXIT-PARAGRAPH.
              IF WS-OPR-GRANTED NOT = "Y" THEN
                 DISPLAY "APPAY: ROLE " FUNCTION TRIM(WS-OPR-ROLE)
                    " IS NOT AUTHORISED FOR " FUNCTION TRIM(WS-MODE)
                 MOVE "Y" TO WS-OPR-REFUSED
                 GO TO OPRCHECK-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-OPR-ID-TXT TO WS-OPER.
       OPRCHECK-EXIT-PARAGRAPH.
              EXIT.
      * THE NIGHT RUN'S OWN IDENTITY: THE TICKET IT HANDED DOWN
      * MUST BE THE ONE IN ITS SESSION FILE, STILL OPEN AND NO
      * MORE THAN A DAY OLD.
       OPRSESS-PARAGRAPH.
              MOVE SPACES TO WS-OPR-TICKET.
              ACCEPT WS-OPR-TICKET FROM ENVIRONMENT "NIGHTRUN_TICKET".
              IF WS-OPR-TICKET = SPACES THEN
                 GO TO OPRSESS-EXIT-PARAGRAPH
              END-IF.
              OPEN INPUT SESSION-FILE.
              READ SESSION-FILE
                 AT END
                    CLOSE SESSION-FILE
                    GO TO OPRSESS-EXIT-PARAGRAPH
              END-READ.
              CLOSE SESSION-FILE.
              IF SES-TICKET NOT = WS-OPR-TICKET OR
                    SES-STATUS NOT = "OPEN" OR
                    SES-DATE IS NOT NUMERIC THEN
                 GO TO OPRSESS-EXIT-PARAGRAPH
              END-IF.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OPR-NOW.
              COMPUTE WS-OPR-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-OPR-NOW) -
                 FUNCTION INTEGER-OF-DATE(SES-DATE).
              IF WS-OPR-AGE < 0 OR WS-OPR-AGE > 1 THEN
                 GO TO OPRSESS-EXIT-PARAGRAPH
              END-IF.
              MOVE "BTCH" TO WS-OPR-ID-TXT.
              MOVE "BATCH" TO WS-OPR-ROLE.
              MOVE "Y" TO WS-OPR-FOUND.
       OPRSESS-EXIT-PARAGRAPH.
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
      * DOES WS-OPR-ROLE HOLD A GRANT ON APPAY FOR THIS MODE?
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
              MOVE SPACES TO WS-OPR-F1 WS-OPR-F2 WS-OPR-F3.
              UNSTRING ROLEMATREC DELIMITED BY ","
                 INTO WS-OPR-F1 WS-OPR-F2 WS-OPR-F3.
              IF FUNCTION UPPER-CASE(WS-OPR-F1) = WS-OPR-ROLE AND
                    FUNCTION UPPER-CASE(WS-OPR-F2) = "APPAY" AND
                    (WS-OPR-F3 = "*" OR
                     FUNCTION UPPER-CASE(WS-OPR-F3) = WS-MODE) THEN
                 MOVE "Y" TO WS-OPR-GRANTED
                 GO TO OPRROLE-DONE-PARAGRAPH
              END-IF.
              GO TO OPRROLE-LOOP-PARAGRAPH.
       OPRROLE-DONE-PARAGRAPH.
              CLOSE ROLEMAT-FILE.
       OPRROLE-EXIT-PARAGRAPH.
              EXIT.
      * CHECK DIGIT (LUHN) OVER ALL 16 DIGITS OF WS-CD-NUMBER.
       LUHN-PARAGRAPH.
              MOVE 0 TO WS-CD-SUM.
              MOVE 1 TO WS-CD-I.
              MOVE "N" TO WS-CD-OK.
              GO TO LUHN-LOOP-PARAGRAPH.
       LUHN-LOOP-PARAGRAPH.
              IF WS-CD-I > 16 THEN
                 GO TO LUHN-DONE-PARAGRAPH
              END-IF.
              COMPUTE WS-CD-POS = 17 - WS-CD-I.
              MOVE WS-CD-NUMBER(WS-CD-POS:1) TO WS-CD-DIGIT.
              DIVIDE WS-CD-I BY 2 GIVING WS-CD-Q
                 REMAINDER WS-CD-R.
              IF WS-CD-R = 0 THEN
                 COMPUTE WS-CD-DIGIT = WS-CD-DIGIT * 2
                 IF WS-CD-DIGIT > 9 THEN
                    SUBTRACT 9 FROM WS-CD-DIGIT
                 END-IF
              END-IF.
              ADD WS-CD-DIGIT TO WS-CD-SUM.
              ADD 1 TO WS-CD-I.
              GO TO LUHN-LOOP-PARAGRAPH.
       LUHN-DONE-PARAGRAPH.
              DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-Q
                 REMAINDER WS-CD-R.
              IF WS-CD-R = 0 THEN
                 MOVE "Y" TO WS-CD-OK
              END-IF.
       LUHN-EXIT-PARAGRAPH.
              EXIT.
