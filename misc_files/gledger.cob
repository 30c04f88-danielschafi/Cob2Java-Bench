       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GLEDGER.

      * GENERAL LEDGER. THREE RUNS EACH WRITE A BALANCED JOURNAL
      * IN THEIR OWN ACCOUNT CODES: THE CENTRAL RUN'S NIGHTLY
      * GLJOURNAL.TXT (FIXED RECORDS, ONE BATCH PER RUN FROM ITS
      * RUNDATE LINE TO ITS TOTDEBITS TRAILER, APPENDED NIGHT
      * AFTER NIGHT), EMPMGMT'S PAYGL.TXT AND INVPROC'S JOURNAL=
      * EXTRACT (BOTH CSV ACCOUNT,DEBIT,CREDIT,REFERENCE, ONE
      * BATCH APPENDED PER RUN, THE RUN'S DATE-TIME STAMP IN EVERY
      * REFERENCE). THIS
      * PROGRAM MAPS EVERY FEEDER ACCOUNT ONTO ONE CHART OF
      * ACCOUNTS AND KEEPS THE LEDGER BY PERIOD (CCYYMM OF THE
      * BATCH'S RUN DATE).
      *
      * RUN:  gledger POST [OPER PASSWORD]
      *          POST EVERY NEW BATCH IN THE THREE FEEDER FILES
      *       gledger TB CCYYMM [OPER PASSWORD]
      *          TRIAL BALANCE AS AT THE END OF THE PERIOD
      *       gledger DETAIL ACCOUNT CCYYMM [OPER PASSWORD]
      *          EVERY POSTING TO ONE ACCOUNT IN THE PERIOD, EACH
      *          TRACED TO ITS FEEDER FILE, LINE AND REFERENCE
      *       gledger CLOSE CCYYMM [OPER PASSWORD]
      *          PERIOD-END CLOSE
      * ONCE THE SITE OPERATOR FILE HAS A ROW EVERY RUN MUST NAME
      * AN OPERATOR AND PASSWORD WITH A ROLEMATRIX.TXT GRANT ON
      * PROGRAM GLEDGER FOR THE MODE (OR "*"). RETURN CODE 8 ON A
      * REFUSAL OR A SET-UP ERROR, 4 WHEN A BATCH WENT TO
      * SUSPENSE OR THE TRIAL BALANCE DOES NOT BALANCE.
      * A STEP THE NIGHT RUN STARTS NAMES NO OPERATOR: IT RUNS AS
      * OPERATOR BTCH IN ROLE BATCH WHEN THE SESSION TICKET THE
      * NIGHT RUN HANDS DOWN (NIGHTRUN_TICKET) IS THE OPEN ONE IN
      * NIGHTSESS.TXT, AND ROLE BATCH NEEDS ITS OWN GRANT.
      *
      * A BATCH POSTS WHOLE OR NOT AT ALL. IT GOES TO SUSPENSE
      * (GLSUSP.TXT, REWRITTEN EVERY POST) WHEN ITS DEBITS AND
      * CREDITS DIFFER, WHEN THE BANK TRAILER DISAGREES OR IS
      * MISSING, WHEN ANY LINE'S ACCOUNT HAS NO MAPPING OR MAPS TO
      * AN ACCOUNT NOT ON THE CHART, WHEN ITS PERIOD IS ALREADY
      * CLOSED, OR WHEN THE BALANCE TABLE HAS NO ROOM FOR ITS NEW
      * ACCOUNTS; ONCE THE CAUSE IS PUT RIGHT THE NEXT POST TAKES
      * IT. A BATCH ALREADY ON THE BATCH LOG IS NEVER
      * POSTED AGAIN: BANK BATCHES ARE KNOWN BY FEEDER, RUN DATE
      * AND THEIR ORDER AMONG THAT DATE'S BATCHES IN THE FILE,
      * PAYROLL AND INVENTORY BATCHES BY FEEDER AND THE RUN'S
      * STAMP, SO TWO RUNS ON ONE DAY ARE TWO BATCHES.
      *
      * THE CLOSE POSTS A CLOSING BATCH INTO THE PERIOD THAT TAKES
      * EVERY INCOME AND EXPENSE ACCOUNT TO NIL AGAINST RETAINED
      * EARNINGS, THEN MARKS THE PERIOD CLOSED; PERIODS CLOSE IN
      * ORDER AND NOTHING POSTS TO A CLOSED PERIOD AFTERWARDS.
      * NOTHING AT ALL IS WRITTEN WHEN THE BALANCE TABLE CANNOT
      * TAKE THE CLOSING BATCH.
      *
      * CONTROL (GLCTL.TXT, KEY=VALUE): BANKJRN, PAYJRN, INVJRN
      * FEEDER FILE NAMES (DEFAULT GLJOURNAL.TXT, PAYGL.TXT,
      * JOURNAL.CSV), RETAINED EARNINGS ACCOUNT (DEFAULT 3100),
      * RUNDATE CCYYMMDD.
      * CHART (GLCHART.TXT, CSV): ACCOUNT,NAME,TYPE - TYPE A
      * ASSET, L LIABILITY, E EQUITY, I INCOME, X EXPENSE.
      * MAPPING (GLMAP.TXT, CSV): FEEDER,FEEDERACCOUNT,ACCOUNT -
      * FEEDER BANK, PAYROLL OR INVENTORY; A FEEDER ACCOUNT ENDING
      * IN "*" COVERS EVERY CODE STARTING WITH WHAT PRECEDES IT
      * (SAL-* FOR EVERY DEPARTMENT'S SALARY LINE), THE LONGEST
      * SUCH MATCH WINNING AND AN EXACT CODE BEATING THEM ALL.
      * LEDGER FILES, FIXED RECORDS: GLBAL.TXT DEBITS AND CREDITS
      * BY PERIOD AND ACCOUNT; GLDETAIL.TXT EVERY POSTED LINE WITH
      * ITS FEEDER, BATCH, SOURCE FILE, LINE NUMBER, FEEDER
      * ACCOUNT AND REFERENCE; GLBATCH.TXT EVERY POSTED BATCH;
      * GLCLOSED.TXT EVERY CLOSED PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL GLCTL-FILE ASSIGN TO "glctl.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CHART-FILE ASSIGN TO "glchart.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GLMAP-FILE ASSIGN TO "glmap.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BANKJRN-FILE ASSIGN TO DYNAMIC WS-BANKJRN-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CSVJRN-FILE ASSIGN TO DYNAMIC WS-CSVJRN-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GLBAL-FILE ASSIGN TO "glbal.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GLDETAIL-FILE ASSIGN TO "gldetail.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GLBATCH-FILE ASSIGN TO "glbatch.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GLCLOSED-FILE ASSIGN TO "glclosed.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SUSPENSE-FILE ASSIGN TO "glsusp.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ROLEMAT-FILE ASSIGN TO "rolematrix.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SESSION-FILE ASSIGN TO "nightsess.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GLCTL-FILE.
       01 GLCTLREC PIC X(60).
       FD CHART-FILE.
       01 CHARTREC PIC X(100).
       FD GLMAP-FILE.
       01 GLMAPREC PIC X(100).
      * THE CENTRAL RUN'S GL JOURNAL, AS IT WRITES IT.
       FD BANKJRN-FILE.
       01 GLJLINE.
          02 GLJ-ACCT PIC X(12).
          02 GLJ-DEBIT PIC S9(13)V9(2) SIGN LEADING SEPARATE.
          02 GLJ-CREDIT PIC S9(13)V9(2) SIGN LEADING SEPARATE.
          02 GLJ-REFE PIC X(01).
          02 GLJ-REF PIC X(30).
       FD CSVJRN-FILE.
       01 CSVJRNREC PIC X(200).
       FD GLBAL-FILE.
       01 GLBALREC PIC X(49).
       FD GLDETAIL-FILE.
       01 GLDETAILREC PIC X(219).
       FD GLBATCH-FILE.
       01 GLBATCHREC PIC X(130).
       FD GLCLOSED-FILE.
       01 GLCLOSEDREC PIC X(20).
       FD SUSPENSE-FILE.
       01 SUSPLINE PIC X(180).
       FD REPORT-FILE.
       01 REPORTLINE PIC X(180).
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
       01 WS-LINE PIC X(180) VALUE SPACES.
       01 WS-REPORT-NAME PIC X(30) VALUE SPACES.
      * CONTROL VALUES.
       01 WS-CTL-KEY PIC X(20).
       01 WS-CTL-VALUE PIC X(40).
       01 WS-BANKJRN-NAME PIC X(30) VALUE "gljournal.txt".
       01 WS-PAYJRN-NAME PIC X(30) VALUE "paygl.txt".
       01 WS-INVJRN-NAME PIC X(30) VALUE "journal.csv".
       01 WS-CSVJRN-NAME PIC X(30) VALUE SPACES.
       01 WS-RETAINED PIC X(10) VALUE "3100".
      * THE PERIOD ASKED FOR, AND THE LAST ONE CLOSED.
       01 WS-PERIOD PIC 9(6) VALUE ZEROS.
       01 WS-PERIOD-X REDEFINES WS-PERIOD PIC X(6).
       01 WS-LAST-CLOSED PIC 9(6) VALUE ZEROS.
       01 WS-PERIOD-CLOSED PIC A(1) VALUE "N".
      * ONE CSV LINE TAKEN APART, AND ONE AMOUNT OUT OF IT.
       01 WS-F1 PIC X(40).
       01 WS-F2 PIC X(40).
       01 WS-F3 PIC X(40).
       01 WS-F4 PIC X(60).
       01 WS-WORD1 PIC X(20).
       01 WS-WORD2 PIC X(20).
       01 WS-LINE-ID PIC X(30).
       01 WS-CSV-FEEDER PIC X(9).
       01 WS-AMT-TXT PIC X(40).
       01 WS-AMT-LEN PIC 9(2) VALUE ZEROS.
       01 WS-AMT-LAST PIC X(1).
       01 WS-AMT-NEG PIC A(1) VALUE "N".
       01 WS-AMT-OK PIC A(1) VALUE "N".
       01 WS-AMT-VAL PIC S9(13)V99 VALUE ZEROS.
       01 WS-OVERPUNCH PIC X(10) VALUE "pqrstuvwxy".
       01 WS-OP-IX PIC 9(2) VALUE ZEROS.
       01 WS-DEBIT-VAL PIC S9(13)V99 VALUE ZEROS.
       01 WS-CREDIT-VAL PIC S9(13)V99 VALUE ZEROS.
       01 WS-NET-VAL PIC S9(13)V99 VALUE ZEROS.
      * LEDGER RECORD LAYOUTS.
       01 WS-GLB.
          02 GLB-PERIOD PIC 9(6).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLB-ACCT PIC X(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLB-DEBIT PIC 9(13)V99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLB-CREDIT PIC 9(13)V99.
       01 WS-GLD.
          02 GLD-PERIOD PIC 9(6).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-ACCT PIC X(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-FEEDER PIC X(9).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-BATCH PIC X(30).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-DATE PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-SOURCE PIC X(30).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-LINE PIC 9(6).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-FACCT PIC X(20).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-DEBIT PIC 9(13)V99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-CREDIT PIC 9(13)V99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLD-REF PIC X(60).
       01 WS-GLL.
          02 GLL-FEEDER PIC X(9).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLL-BATCH PIC X(30).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLL-PERIOD PIC 9(6).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLL-LINES PIC 9(5).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLL-DEBIT PIC 9(13)V99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLL-CREDIT PIC 9(13)V99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLL-POSTED PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLL-OPER PIC X(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLL-SOURCE PIC X(30).
       01 WS-GLC.
          02 GLC-PERIOD PIC 9(6).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLC-DATE PIC 9(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 GLC-OPER PIC X(4).
      * CHART OF ACCOUNTS. AN ACCOUNT ON THE BALANCE FILE BUT NO
      * LONGER ON THE CHART IS ADDED WITH TYPE "?" SO IT STILL
      * SHOWS ON THE TRIAL BALANCE.
       01 WS-CH-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-CH-IX PIC 9(3) VALUE ZEROS.
       01 WS-CH-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-CH-TABLE.
          02 WS-CH-ENTRY OCCURS 500 TIMES.
             03 WS-CH-ACCT PIC X(10).
             03 WS-CH-NAME PIC X(30).
             03 WS-CH-TYPE PIC X(1).
       01 WS-FIND-ACCT PIC X(10).
      * FEEDER ACCOUNT MAPPING.
       01 WS-MAP-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-MAP-IX PIC 9(3) VALUE ZEROS.
       01 WS-MAP-TABLE.
          02 WS-MAP-ENTRY OCCURS 500 TIMES.
             03 WS-MAP-FEEDER PIC X(9).
             03 WS-MAP-FACCT PIC X(20).
             03 WS-MAP-PREFIX PIC A(1).
             03 WS-MAP-LEN PIC 9(2).
             03 WS-MAP-GL PIC X(10).
       01 WS-MAP-BEST-LEN PIC 9(2) VALUE ZEROS.
       01 WS-MAP-RESULT PIC X(10) VALUE SPACES.
       01 WS-FIND-FACCT PIC X(20).
      * BALANCES BY PERIOD AND ACCOUNT.
       01 WS-BAL-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-BAL-IX PIC 9(4) VALUE ZEROS.
       01 WS-BAL-FOUND PIC 9(4) VALUE ZEROS.
       01 WS-BAL-NEED PIC 9(4) VALUE ZEROS.
       01 WS-POST-ABORTED PIC A(1) VALUE "N".
       01 WS-ABORT-ID PIC X(30) VALUE SPACES.
       01 WS-BAL-TABLE.
          02 WS-BAL-ENTRY OCCURS 6000 TIMES.
             03 WS-BAL-PERIOD PIC 9(6).
             03 WS-BAL-ACCT PIC X(10).
             03 WS-BAL-DEBIT PIC 9(13)V99.
             03 WS-BAL-CREDIT PIC 9(13)V99.
       01 WS-FIND-PERIOD PIC 9(6).
      * BATCHES ALREADY POSTED.
       01 WS-BT-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-BT-IX PIC 9(5) VALUE ZEROS.
       01 WS-BT-FOUND PIC 9(5) VALUE ZEROS.
       01 WS-BT-TABLE.
          02 WS-BT-ID PIC X(30) OCCURS 10000 TIMES.
      * BANK RUN DATES SEEN IN THE JOURNAL THIS PASS, TO NUMBER
      * MORE THAN ONE BATCH FOR A DATE.
       01 WS-DS-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-DS-IX PIC 9(4) VALUE ZEROS.
       01 WS-DS-TABLE.
          02 WS-DS-ENTRY OCCURS 2000 TIMES.
             03 WS-DS-DATE PIC 9(8).
             03 WS-DS-SEEN PIC 9(2).
       01 WS-DS-SEQ PIC 9(2) VALUE ZEROS.
      * THE BATCH BEING READ.
       01 WS-B-OPEN PIC A(1) VALUE "N".
       01 WS-B-FEEDER PIC X(9) VALUE SPACES.
       01 WS-B-ID PIC X(30) VALUE SPACES.
       01 WS-B-DATE PIC 9(8) VALUE ZEROS.
       01 WS-B-PERIOD PIC 9(6) VALUE ZEROS.
       01 WS-B-SOURCE PIC X(30) VALUE SPACES.
       01 WS-B-DEBIT PIC 9(13)V99 VALUE ZEROS.
       01 WS-B-CREDIT PIC 9(13)V99 VALUE ZEROS.
       01 WS-B-TRL-SEEN PIC A(1) VALUE "N".
       01 WS-B-TRL-DEBIT PIC S9(13)V99 VALUE ZEROS.
       01 WS-B-TRL-CREDIT PIC S9(13)V99 VALUE ZEROS.
       01 WS-B-REASON PIC X(30) VALUE SPACES.
       01 WS-B-UNMAPPED PIC 9(4) VALUE ZEROS.
       01 WS-B-OVERFLOW PIC A(1) VALUE "N".
       01 WS-B-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-B-IX PIC 9(4) VALUE ZEROS.
       01 WS-B-JX PIC 9(4) VALUE ZEROS.
       01 WS-B-LINES.
          02 WS-BL-ENTRY OCCURS 1000 TIMES.
             03 WS-BL-LINENO PIC 9(6).
             03 WS-BL-FACCT PIC X(20).
             03 WS-BL-DEBIT PIC 9(13)V99.
             03 WS-BL-CREDIT PIC 9(13)V99.
             03 WS-BL-REF PIC X(60).
             03 WS-BL-GL PIC X(10).
             03 WS-BL-FLAG PIC X(20).
       01 WS-LINENO PIC 9(6) VALUE ZEROS.
      * RUN TOTALS.
       01 WS-CNT-POSTED PIC 9(5) VALUE ZEROS.
       01 WS-CNT-SUSPENSE PIC 9(5) VALUE ZEROS.
       01 WS-CNT-DUP PIC 9(5) VALUE ZEROS.
       01 WS-CNT-LINES PIC 9(7) VALUE ZEROS.
       01 WS-AMT-POSTED PIC 9(13)V99 VALUE ZEROS.
      * TRIAL BALANCE, DETAIL AND CLOSE ARITHMETIC.
       01 WS-OPENING PIC S9(13)V99 VALUE ZEROS.
       01 WS-PER-DEBIT PIC 9(13)V99 VALUE ZEROS.
       01 WS-PER-CREDIT PIC 9(13)V99 VALUE ZEROS.
       01 WS-CLOSING PIC S9(13)V99 VALUE ZEROS.
       01 WS-RUNNING PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOT-PER-DEBIT PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-PER-CREDIT PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-DR-BAL PIC 9(13)V99 VALUE ZEROS.
       01 WS-TOT-CR-BAL PIC 9(13)V99 VALUE ZEROS.
       01 WS-NET-INCOME PIC S9(13)V99 VALUE ZEROS.
       01 WS-DET-ACCT PIC X(10) VALUE SPACES.
       01 WS-DET-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-EARLIER-OPEN PIC 9(6) VALUE ZEROS.
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
      * EDITED FIGURES.
       01 WS-AMT-ED PIC Z(12)9.99.
       01 WS-AMT2-ED PIC Z(12)9.99.
       01 WS-SAMT-ED PIC -(13)9.99.
       01 WS-SAMT2-ED PIC -(13)9.99.
       01 WS-CNT-ED PIC Z(6)9.
       01 WS-LINE-ED PIC Z(5)9.
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
              IF WS-MODE = "POST" THEN
                 MOVE WS-ARG2 TO WS-OPR-ARG
                 MOVE WS-ARG3 TO WS-OPR-PW-IN
                 GO TO POSTMODE-PARAGRAPH
              END-IF.
              IF WS-MODE = "TB" OR WS-MODE = "CLOSE" THEN
                 MOVE WS-ARG2 TO WS-PERIOD-X
                 MOVE WS-ARG3 TO WS-OPR-ARG
                 MOVE WS-ARG4 TO WS-OPR-PW-IN
              END-IF.
              IF WS-MODE = "DETAIL" THEN
                 MOVE WS-ARG2 TO WS-DET-ACCT
                 MOVE WS-ARG3 TO WS-PERIOD-X
                 MOVE WS-ARG4 TO WS-OPR-ARG
                 MOVE WS-ARG5 TO WS-OPR-PW-IN
              END-IF.
              IF WS-PERIOD-X IS NUMERIC THEN
                 IF WS-PERIOD(5:2) > "00" AND
                       WS-PERIOD(5:2) < "13" THEN
                    IF WS-MODE = "TB" THEN
                       GO TO TBMODE-PARAGRAPH
                    END-IF
                    IF WS-MODE = "CLOSE" THEN
                       GO TO CLOSEMODE-PARAGRAPH
                    END-IF
                    IF WS-MODE = "DETAIL" AND WS-DET-ACCT NOT = SPACES
                          THEN
                       GO TO DETAILMODE-PARAGRAPH
                    END-IF
                 END-IF
              END-IF.
              DISPLAY "GLEDGER: RUN AS  gledger POST  |  gledger TB "
                 "CCYYMM  |  gledger DETAIL ACCOUNT CCYYMM  |  "
                 "gledger CLOSE CCYYMM   (THEN OPERATOR AND PASSWORD)".
              MOVE 8 TO WS-RC.
              GO TO TERMINATE-PARAGRAPH.
       TERMINATE-PARAGRAPH.
              MOVE WS-RC TO RETURN-CODE.
              STOP RUN.
      * POST: EVERY NEW BATCH IN EACH FEEDER FILE.
       POSTMODE-PARAGRAPH.
              PERFORM OPRCHECK-PARAGRAPH THRU OPRCHECK-EXIT-PARAGRAPH.
              IF WS-OPR-REFUSED = "Y" THEN
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM LOADLEDGER-PARAGRAPH
                 THRU LOADLEDGER-EXIT-PARAGRAPH.
              IF WS-CH-COUNT = 0 THEN
                 DISPLAY "GLEDGER: NO CHART OF ACCOUNTS (GLCHART.TXT)"
                    " - NOTHING POSTED"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM LOADMAP-PARAGRAPH THRU LOADMAP-EXIT-PARAGRAPH.
              OPEN OUTPUT SUSPENSE-FILE.
              MOVE SPACES TO WS-LINE.
              STRING "GENERAL LEDGER SUSPENSE REPORT   RUN DATE "
                 WS-TODAY DELIMITED BY SIZE INTO WS-LINE.
              WRITE SUSPLINE FROM WS-LINE.
              MOVE SPACES TO SUSPLINE.
              WRITE SUSPLINE.
              OPEN EXTEND GLDETAIL-FILE.
              OPEN EXTEND GLBATCH-FILE.
              PERFORM POSTBANK-PARAGRAPH THRU POSTBANK-EXIT-PARAGRAPH.
              MOVE "PAYROLL" TO WS-B-FEEDER.
              MOVE WS-PAYJRN-NAME TO WS-CSVJRN-NAME.
              PERFORM POSTCSV-PARAGRAPH THRU POSTCSV-EXIT-PARAGRAPH.
              MOVE "INVENTORY" TO WS-B-FEEDER.
              MOVE WS-INVJRN-NAME TO WS-CSVJRN-NAME.
              PERFORM POSTCSV-PARAGRAPH THRU POSTCSV-EXIT-PARAGRAPH.
              CLOSE GLBATCH-FILE.
              CLOSE GLDETAIL-FILE.
              IF WS-POST-ABORTED = "Y" THEN
                 DISPLAY "GLEDGER: POSTING STOPPED PART-WAY THROUGH "
                    "BATCH " FUNCTION TRIM(WS-ABORT-ID)
                    " - BALANCES NOT SAVED"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM SAVEBAL-PARAGRAPH THRU SAVEBAL-EXIT-PARAGRAPH.
              MOVE SPACES TO SUSPLINE.
              WRITE SUSPLINE.
              MOVE WS-CNT-SUSPENSE TO WS-CNT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "BATCHES IN SUSPENSE     " WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE SUSPLINE FROM WS-LINE.
              MOVE WS-CNT-DUP TO WS-CNT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "ALREADY POSTED, REFUSED " WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE SUSPLINE FROM WS-LINE.
              MOVE WS-CNT-POSTED TO WS-CNT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "BATCHES POSTED          " WS-CNT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE SUSPLINE FROM WS-LINE.
              CLOSE SUSPENSE-FILE.
              MOVE WS-CNT-POSTED TO WS-CNT-ED.
              MOVE WS-AMT-POSTED TO WS-AMT-ED.
              DISPLAY "GLEDGER: " WS-CNT-ED " BATCH(ES) POSTED, "
                 "DEBITS " WS-AMT-ED.
              MOVE WS-CNT-DUP TO WS-CNT-ED.
              DISPLAY "GLEDGER: " WS-CNT-ED " ALREADY POSTED - "
                 "REFUSED".
              MOVE WS-CNT-SUSPENSE TO WS-CNT-ED.
              DISPLAY "GLEDGER: " WS-CNT-ED " TO SUSPENSE - SEE "
                 "GLSUSP.TXT".
              IF WS-CNT-SUSPENSE > 0 THEN
                 MOVE 4 TO WS-RC
              END-IF.
              GO TO TERMINATE-PARAGRAPH.
      * THE BANK JOURNAL: A BATCH RUNS FROM ITS RUNDATE LINE (THE
      * DATE IN THE DEBIT COLUMN) TO ITS TOTDEBITS TRAILER; THE
      * LIABNET TIE-OUT LINE AFTER IT IS NOT A POSTING.
       POSTBANK-PARAGRAPH.
              MOVE 0 TO WS-LINENO WS-DS-COUNT.
              MOVE "N" TO WS-B-OPEN.
              MOVE WS-BANKJRN-NAME TO WS-B-SOURCE.
              OPEN INPUT BANKJRN-FILE.
              GO TO POSTBANK-READ-PARAGRAPH.
       POSTBANK-READ-PARAGRAPH.
              READ BANKJRN-FILE
                 AT END GO TO POSTBANK-DONE-PARAGRAPH
              END-READ.
              ADD 1 TO WS-LINENO.
              IF GLJ-ACCT = "RUNDATE" THEN
                 IF WS-B-OPEN = "Y" THEN
                    MOVE "NO TOTDEBITS TRAILER" TO WS-B-REASON
                    PERFORM ENDBATCH-PARAGRAPH
                       THRU ENDBATCH-EXIT-PARAGRAPH
                 END-IF
                 PERFORM BANKSTART-PARAGRAPH
                    THRU BANKSTART-EXIT-PARAGRAPH
                 GO TO POSTBANK-READ-PARAGRAPH
              END-IF.
              IF GLJ-ACCT = "LIABNET" OR WS-B-OPEN NOT = "Y" THEN
                 GO TO POSTBANK-READ-PARAGRAPH
              END-IF.
              IF GLJ-DEBIT IS NOT NUMERIC OR
                    GLJ-CREDIT IS NOT NUMERIC THEN
                 IF WS-B-REASON = SPACES THEN
                    MOVE "UNREADABLE AMOUNT" TO WS-B-REASON
                 END-IF
                 GO TO POSTBANK-READ-PARAGRAPH
              END-IF.
              IF GLJ-ACCT = "TOTDEBITS" THEN
                 MOVE "Y" TO WS-B-TRL-SEEN
                 MOVE GLJ-DEBIT TO WS-B-TRL-DEBIT
                 MOVE GLJ-CREDIT TO WS-B-TRL-CREDIT
                 PERFORM ENDBATCH-PARAGRAPH THRU ENDBATCH-EXIT-PARAGRAPH
                 GO TO POSTBANK-READ-PARAGRAPH
              END-IF.
              MOVE GLJ-ACCT TO WS-FIND-FACCT.
              MOVE GLJ-DEBIT TO WS-DEBIT-VAL.
              MOVE GLJ-CREDIT TO WS-CREDIT-VAL.
              MOVE SPACES TO WS-F4.
              MOVE GLJ-REF TO WS-F4.
              PERFORM ADDLINE-PARAGRAPH THRU ADDLINE-EXIT-PARAGRAPH.
              GO TO POSTBANK-READ-PARAGRAPH.
       POSTBANK-DONE-PARAGRAPH.
              IF WS-B-OPEN = "Y" THEN
                 MOVE "NO TOTDEBITS TRAILER" TO WS-B-REASON
                 PERFORM ENDBATCH-PARAGRAPH THRU ENDBATCH-EXIT-PARAGRAPH
              END-IF.
              CLOSE BANKJRN-FILE.
       POSTBANK-EXIT-PARAGRAPH.
              EXIT.
       BANKSTART-PARAGRAPH.
              PERFORM NEWBATCH-PARAGRAPH THRU NEWBATCH-EXIT-PARAGRAPH.
              MOVE "BANK" TO WS-B-FEEDER.
              MOVE WS-BANKJRN-NAME TO WS-B-SOURCE.
              MOVE 0 TO WS-B-DATE.
              IF GLJ-DEBIT IS NUMERIC THEN
                 IF GLJ-DEBIT > 0 AND GLJ-DEBIT < 100000000 THEN
                    MOVE GLJ-DEBIT TO WS-B-DATE
                 END-IF
              END-IF.
      *       THE N'TH BATCH FOR A RUN DATE IN THE FILE IS ALWAYS
      *       THE SAME BATCH, HOWEVER OFTEN THE FILE IS READ.
              MOVE 1 TO WS-DS-IX.
              MOVE 0 TO WS-DS-SEQ.
              GO TO BANKSTART-SEEN-PARAGRAPH.
       BANKSTART-SEEN-PARAGRAPH.
              IF WS-DS-IX > WS-DS-COUNT THEN
                 IF WS-DS-COUNT < 2000 THEN
                    ADD 1 TO WS-DS-COUNT
                    MOVE WS-B-DATE TO WS-DS-DATE(WS-DS-COUNT)
                    MOVE 1 TO WS-DS-SEEN(WS-DS-COUNT)
                 END-IF
                 MOVE 1 TO WS-DS-SEQ
                 GO TO BANKSTART-ID-PARAGRAPH
              END-IF.
              IF WS-DS-DATE(WS-DS-IX) = WS-B-DATE THEN
                 ADD 1 TO WS-DS-SEEN(WS-DS-IX)
                 MOVE WS-DS-SEEN(WS-DS-IX) TO WS-DS-SEQ
                 GO TO BANKSTART-ID-PARAGRAPH
              END-IF.
              ADD 1 TO WS-DS-IX.
              GO TO BANKSTART-SEEN-PARAGRAPH.
       BANKSTART-ID-PARAGRAPH.
              MOVE SPACES TO WS-B-ID.
              STRING "BANK-" WS-B-DATE "-" WS-DS-SEQ
                 DELIMITED BY SIZE INTO WS-B-ID.
              MOVE "Y" TO WS-B-OPEN.
       BANKSTART-EXIT-PARAGRAPH.
              EXIT.
      * A CSV JOURNAL (PAYROLL OR INVENTORY): EACH FEEDER RUN
      * APPENDS ONE BATCH, EVERY REFERENCE OPENING WITH THE
      * FEEDER'S WORD AND THAT RUN'S STAMP (RUN DATE-TIME). THE
      * BATCH IS THE WORD AND STAMP TOGETHER, DATED BY THE STAMP'S
      * FIRST EIGHT DIGITS; A NEW STAMP STARTS THE NEXT BATCH.
       POSTCSV-PARAGRAPH.
              MOVE WS-B-FEEDER TO WS-CSV-FEEDER.
              PERFORM NEWBATCH-PARAGRAPH THRU NEWBATCH-EXIT-PARAGRAPH.
              MOVE WS-CSV-FEEDER TO WS-B-FEEDER.
              MOVE WS-CSVJRN-NAME TO WS-B-SOURCE.
              MOVE 0 TO WS-LINENO.
              OPEN INPUT CSVJRN-FILE.
              GO TO POSTCSV-READ-PARAGRAPH.
       POSTCSV-READ-PARAGRAPH.
              READ CSVJRN-FILE
                 AT END GO TO POSTCSV-DONE-PARAGRAPH
              END-READ.
              ADD 1 TO WS-LINENO.
              IF CSVJRNREC = SPACES OR CSVJRNREC(1:1) = "#" THEN
                 GO TO POSTCSV-READ-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4.
              UNSTRING CSVJRNREC DELIMITED BY ","
                 INTO WS-F1 WS-F2 WS-F3 WS-F4.
              MOVE FUNCTION TRIM(WS-F1) TO WS-F1.
              IF FUNCTION UPPER-CASE(WS-F1) = "ACCOUNT" THEN
                 GO TO POSTCSV-READ-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-WORD1 WS-WORD2.
              UNSTRING WS-F4 DELIMITED BY ALL SPACE
                 INTO WS-WORD1 WS-WORD2.
              MOVE SPACES TO WS-LINE-ID.
              STRING WS-WORD1 DELIMITED BY SPACE "-" DELIMITED BY SIZE
                 WS-WORD2 DELIMITED BY SPACE INTO WS-LINE-ID.
              IF WS-B-OPEN = "Y" AND WS-LINE-ID NOT = WS-B-ID THEN
                 PERFORM ENDBATCH-PARAGRAPH THRU ENDBATCH-EXIT-PARAGRAPH
                 PERFORM NEWBATCH-PARAGRAPH THRU NEWBATCH-EXIT-PARAGRAPH
                 MOVE WS-CSV-FEEDER TO WS-B-FEEDER
                 MOVE WS-CSVJRN-NAME TO WS-B-SOURCE
              END-IF.
              IF WS-B-OPEN NOT = "Y" THEN
                 MOVE "Y" TO WS-B-OPEN
                 MOVE WS-LINE-ID TO WS-B-ID
                 MOVE 0 TO WS-B-DATE
                 IF WS-WORD2(1:8) IS NUMERIC AND
                       (WS-WORD2(9:1) = SPACE OR
                        WS-WORD2(9:1) = "-") THEN
                    MOVE WS-WORD2(1:8) TO WS-B-DATE
                 END-IF
              END-IF.
              MOVE WS-F1 TO WS-FIND-FACCT.
              MOVE WS-F2 TO WS-AMT-TXT.
              PERFORM AMTPARSE-PARAGRAPH THRU AMTPARSE-EXIT-PARAGRAPH.
              MOVE WS-AMT-VAL TO WS-DEBIT-VAL.
              IF WS-AMT-OK NOT = "Y" AND WS-B-REASON = SPACES THEN
                 MOVE "UNREADABLE AMOUNT" TO WS-B-REASON
              END-IF.
              MOVE WS-F3 TO WS-AMT-TXT.
              PERFORM AMTPARSE-PARAGRAPH THRU AMTPARSE-EXIT-PARAGRAPH.
              MOVE WS-AMT-VAL TO WS-CREDIT-VAL.
              IF WS-AMT-OK NOT = "Y" AND WS-B-REASON = SPACES THEN
                 MOVE "UNREADABLE AMOUNT" TO WS-B-REASON
              END-IF.
              PERFORM ADDLINE-PARAGRAPH THRU ADDLINE-EXIT-PARAGRAPH.
              GO TO POSTCSV-READ-PARAGRAPH.
       POSTCSV-DONE-PARAGRAPH.
              CLOSE CSVJRN-FILE.
              IF WS-B-OPEN = "Y" THEN
                 PERFORM ENDBATCH-PARAGRAPH THRU ENDBATCH-EXIT-PARAGRAPH
              END-IF.
       POSTCSV-EXIT-PARAGRAPH.
              EXIT.
       NEWBATCH-PARAGRAPH.
              MOVE "N" TO WS-B-OPEN.
              MOVE SPACES TO WS-B-ID WS-B-REASON WS-B-FEEDER.
              MOVE 0 TO WS-B-COUNT WS-B-DEBIT WS-B-CREDIT WS-B-DATE
                 WS-B-TRL-DEBIT WS-B-TRL-CREDIT WS-B-UNMAPPED.
              MOVE "N" TO WS-B-TRL-SEEN.
              MOVE "N" TO WS-B-OVERFLOW.
       NEWBATCH-EXIT-PARAGRAPH.
              EXIT.
      * ONE JOURNAL LINE INTO THE BATCH: A NEGATIVE DEBIT IS A
      * CREDIT AND THE OTHER WAY ABOUT, SO EACH LINE POSTS ONE
      * POSITIVE AMOUNT TO ONE SIDE.
       ADDLINE-PARAGRAPH.
              COMPUTE WS-NET-VAL = WS-DEBIT-VAL - WS-CREDIT-VAL.
              IF WS-B-COUNT NOT < 1000 THEN
                 MOVE "Y" TO WS-B-OVERFLOW
                 GO TO ADDLINE-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-B-COUNT.
              MOVE WS-LINENO TO WS-BL-LINENO(WS-B-COUNT).
              MOVE WS-FIND-FACCT TO WS-BL-FACCT(WS-B-COUNT).
              MOVE FUNCTION TRIM(WS-F4) TO WS-BL-REF(WS-B-COUNT).
              MOVE 0 TO WS-BL-DEBIT(WS-B-COUNT)
                 WS-BL-CREDIT(WS-B-COUNT).
              IF WS-NET-VAL > 0 THEN
                 MOVE WS-NET-VAL TO WS-BL-DEBIT(WS-B-COUNT)
                 ADD WS-NET-VAL TO WS-B-DEBIT
              ELSE
                 COMPUTE WS-BL-CREDIT(WS-B-COUNT) = 0 - WS-NET-VAL
                 SUBTRACT WS-NET-VAL FROM WS-B-CREDIT
              END-IF.
              MOVE SPACES TO WS-BL-FLAG(WS-B-COUNT).
              PERFORM MAPFIND-PARAGRAPH THRU MAPFIND-EXIT-PARAGRAPH.
              MOVE WS-MAP-RESULT TO WS-BL-GL(WS-B-COUNT).
              IF WS-MAP-RESULT = SPACES THEN
                 MOVE "** NOT MAPPED" TO WS-BL-FLAG(WS-B-COUNT)
                 ADD 1 TO WS-B-UNMAPPED
                 GO TO ADDLINE-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-MAP-RESULT TO WS-FIND-ACCT.
              PERFORM CHFIND-PARAGRAPH THRU CHFIND-EXIT-PARAGRAPH.
              IF WS-CH-FOUND = 0 THEN
                 MOVE "** NOT ON CHART" TO WS-BL-FLAG(WS-B-COUNT)
                 ADD 1 TO WS-B-UNMAPPED
              END-IF.
       ADDLINE-EXIT-PARAGRAPH.
              EXIT.
      * A WHOLE BATCH HAS BEEN READ: REFUSE IT AS A REPEAT, SEND
      * IT TO SUSPENSE, OR POST IT.
       ENDBATCH-PARAGRAPH.
              MOVE "N" TO WS-B-OPEN.
              IF WS-POST-ABORTED = "Y" THEN
                 GO TO ENDBATCH-EXIT-PARAGRAPH
              END-IF.
              IF WS-B-COUNT = 0 AND WS-B-REASON = SPACES THEN
                 GO TO ENDBATCH-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-B-ID TO WS-FIND-FACCT.
              PERFORM BTFIND-PARAGRAPH THRU BTFIND-EXIT-PARAGRAPH.
              IF WS-BT-FOUND > 0 THEN
                 ADD 1 TO WS-CNT-DUP
                 MOVE SPACES TO WS-LINE
                 STRING "ALREADY POSTED - REFUSED: " WS-B-ID
                    "  FEEDER " WS-B-FEEDER "  SOURCE " WS-B-SOURCE
                    DELIMITED BY SIZE INTO WS-LINE
                 WRITE SUSPLINE FROM WS-LINE
                 GO TO ENDBATCH-EXIT-PARAGRAPH
              END-IF.
              IF WS-B-REASON = SPACES AND
                    FUNCTION TEST-DATE-YYYYMMDD(WS-B-DATE) NOT = 0 THEN
                 MOVE "NO VALID RUN DATE" TO WS-B-REASON
              END-IF.
              MOVE WS-B-DATE(1:6) TO WS-B-PERIOD.
              IF WS-B-REASON = SPACES AND
                    WS-B-PERIOD NOT > WS-LAST-CLOSED THEN
                 MOVE "PERIOD ALREADY CLOSED" TO WS-B-REASON
              END-IF.
              IF WS-B-REASON = SPACES AND WS-B-OVERFLOW = "Y" THEN
                 MOVE "MORE THAN 1000 LINES" TO WS-B-REASON
              END-IF.
              IF WS-B-REASON = SPACES AND WS-B-DEBIT NOT = WS-B-CREDIT
                    THEN
                 MOVE "UNBALANCED" TO WS-B-REASON
              END-IF.
              IF WS-B-REASON = SPACES AND WS-B-FEEDER = "BANK" THEN
                 IF WS-B-TRL-DEBIT NOT = WS-B-DEBIT OR
                       WS-B-TRL-CREDIT NOT = WS-B-CREDIT THEN
                    MOVE "TRAILER TOTALS DIFFER" TO WS-B-REASON
                 END-IF
              END-IF.
              IF WS-B-REASON = SPACES AND WS-B-UNMAPPED > 0 THEN
                 MOVE "UNMAPPED ACCOUNTS" TO WS-B-REASON
              END-IF.
              IF WS-B-REASON NOT = SPACES THEN
                 PERFORM SUSPEND-PARAGRAPH THRU SUSPEND-EXIT-PARAGRAPH
                 GO TO ENDBATCH-EXIT-PARAGRAPH
              END-IF.
              IF WS-BT-COUNT NOT < 10000 THEN
                 MOVE "BATCH LOG TABLE FULL" TO WS-B-REASON
                 PERFORM SUSPEND-PARAGRAPH THRU SUSPEND-EXIT-PARAGRAPH
                 GO TO ENDBATCH-EXIT-PARAGRAPH
              END-IF.
      *       EVERY NEW ACCOUNT ROW THE BATCH NEEDS MUST FIT BEFORE
      *       ANY OF ITS LINES IS POSTED.
              PERFORM BALNEED-PARAGRAPH THRU BALNEED-EXIT-PARAGRAPH.
              IF WS-BAL-COUNT + WS-BAL-NEED > 6000 THEN
                 MOVE "BALANCE TABLE FULL" TO WS-B-REASON
                 PERFORM SUSPEND-PARAGRAPH THRU SUSPEND-EXIT-PARAGRAPH
                 GO TO ENDBATCH-EXIT-PARAGRAPH
              END-IF.
              PERFORM POSTLINE-PARAGRAPH THRU POSTLINE-EXIT-PARAGRAPH
                 VARYING WS-B-IX FROM 1 BY 1
                 UNTIL WS-B-IX > WS-B-COUNT.
              IF WS-B-REASON NOT = SPACES THEN
                 MOVE "Y" TO WS-POST-ABORTED
                 MOVE WS-B-ID TO WS-ABORT-ID
                 GO TO ENDBATCH-EXIT-PARAGRAPH
              END-IF.
              PERFORM DETAILLINE-PARAGRAPH
                 THRU DETAILLINE-EXIT-PARAGRAPH
                 VARYING WS-B-IX FROM 1 BY 1
                 UNTIL WS-B-IX > WS-B-COUNT.
              PERFORM LOGBATCH-PARAGRAPH THRU LOGBATCH-EXIT-PARAGRAPH.
              ADD 1 TO WS-CNT-POSTED.
              ADD WS-B-COUNT TO WS-CNT-LINES.
              ADD WS-B-DEBIT TO WS-AMT-POSTED.
       ENDBATCH-EXIT-PARAGRAPH.
              EXIT.
      * ONE LINE TO THE BALANCES; THE DETAIL FILE IS WRITTEN ONLY
      * ONCE EVERY LINE OF THE BATCH IS IN.
       POSTLINE-PARAGRAPH.
              MOVE WS-B-PERIOD TO WS-FIND-PERIOD.
              MOVE WS-BL-GL(WS-B-IX) TO WS-FIND-ACCT.
              PERFORM BALADD-PARAGRAPH THRU BALADD-EXIT-PARAGRAPH.
              IF WS-BAL-FOUND = 0 THEN
                 MOVE "BALANCE TABLE FULL" TO WS-B-REASON
                 GO TO POSTLINE-EXIT-PARAGRAPH
              END-IF.
              ADD WS-BL-DEBIT(WS-B-IX) TO WS-BAL-DEBIT(WS-BAL-FOUND).
              ADD WS-BL-CREDIT(WS-B-IX) TO WS-BAL-CREDIT(WS-BAL-FOUND).
       POSTLINE-EXIT-PARAGRAPH.
              EXIT.
       DETAILLINE-PARAGRAPH.
              MOVE WS-B-PERIOD TO GLD-PERIOD.
              MOVE WS-BL-GL(WS-B-IX) TO GLD-ACCT.
              MOVE WS-B-FEEDER TO GLD-FEEDER.
              MOVE WS-B-ID TO GLD-BATCH.
              MOVE WS-B-DATE TO GLD-DATE.
              MOVE WS-B-SOURCE TO GLD-SOURCE.
              MOVE WS-BL-LINENO(WS-B-IX) TO GLD-LINE.
              MOVE WS-BL-FACCT(WS-B-IX) TO GLD-FACCT.
              MOVE WS-BL-DEBIT(WS-B-IX) TO GLD-DEBIT.
              MOVE WS-BL-CREDIT(WS-B-IX) TO GLD-CREDIT.
              MOVE WS-BL-REF(WS-B-IX) TO GLD-REF.
              WRITE GLDETAILREC FROM WS-GLD.
       DETAILLINE-EXIT-PARAGRAPH.
              EXIT.
      * HOW MANY NEW BALANCE ROWS THE BATCH NEEDS: ONE FOR EACH
      * ACCOUNT IN IT THAT HAS NO ROW YET FOR THE BATCH'S PERIOD,
      * COUNTED ONCE HOWEVER MANY LINES IT HAS.
       BALNEED-PARAGRAPH.
              MOVE 0 TO WS-BAL-NEED.
              PERFORM BALNEEDLINE-PARAGRAPH
                 THRU BALNEEDLINE-EXIT-PARAGRAPH
                 VARYING WS-B-IX FROM 1 BY 1
                 UNTIL WS-B-IX > WS-B-COUNT.
       BALNEED-EXIT-PARAGRAPH.
              EXIT.
       BALNEEDLINE-PARAGRAPH.
              MOVE 1 TO WS-B-JX.
       BALNEEDLINE-EARLIER-PARAGRAPH.
              IF WS-B-JX NOT < WS-B-IX THEN
                 MOVE 1 TO WS-BAL-IX
                 GO TO BALNEEDLINE-FIND-PARAGRAPH
              END-IF.
              IF WS-BL-GL(WS-B-JX) = WS-BL-GL(WS-B-IX) THEN
                 GO TO BALNEEDLINE-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-B-JX.
              GO TO BALNEEDLINE-EARLIER-PARAGRAPH.
       BALNEEDLINE-FIND-PARAGRAPH.
              IF WS-BAL-IX > WS-BAL-COUNT THEN
                 ADD 1 TO WS-BAL-NEED
                 GO TO BALNEEDLINE-EXIT-PARAGRAPH
              END-IF.
              IF WS-BAL-PERIOD(WS-BAL-IX) = WS-B-PERIOD AND
                    WS-BAL-ACCT(WS-BAL-IX) = WS-BL-GL(WS-B-IX) THEN
                 GO TO BALNEEDLINE-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-BAL-IX.
              GO TO BALNEEDLINE-FIND-PARAGRAPH.
       BALNEEDLINE-EXIT-PARAGRAPH.
              EXIT.
       LOGBATCH-PARAGRAPH.
              MOVE WS-B-FEEDER TO GLL-FEEDER.
              MOVE WS-B-ID TO GLL-BATCH.
              MOVE WS-B-PERIOD TO GLL-PERIOD.
              MOVE WS-B-COUNT TO GLL-LINES.
              MOVE WS-B-DEBIT TO GLL-DEBIT.
              MOVE WS-B-CREDIT TO GLL-CREDIT.
              MOVE WS-TODAY TO GLL-POSTED.
              MOVE WS-OPER TO GLL-OPER.
              MOVE WS-B-SOURCE TO GLL-SOURCE.
              WRITE GLBATCHREC FROM WS-GLL.
              ADD 1 TO WS-BT-COUNT.
              MOVE WS-B-ID TO WS-BT-ID(WS-BT-COUNT).
       LOGBATCH-EXIT-PARAGRAPH.
              EXIT.
      * A BATCH TO SUSPENSE: WHY, AND EVERY LINE WITH ITS MAPPING.
       SUSPEND-PARAGRAPH.
              ADD 1 TO WS-CNT-SUSPENSE.
              MOVE WS-B-DEBIT TO WS-AMT-ED.
              MOVE WS-B-CREDIT TO WS-AMT2-ED.
              MOVE SPACES TO WS-LINE.
              STRING "BATCH " WS-B-ID "  FEEDER " WS-B-FEEDER
                 "  SOURCE " WS-B-SOURCE "  DEBITS " WS-AMT-ED
                 "  CREDITS " WS-AMT2-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE SUSPLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              STRING "   ** " WS-B-REASON DELIMITED BY SIZE
                 INTO WS-LINE.
              WRITE SUSPLINE FROM WS-LINE.
              IF WS-B-FEEDER = "BANK" AND WS-B-TRL-SEEN = "Y" AND
                    WS-B-REASON = "TRAILER TOTALS DIFFER" THEN
                 MOVE WS-B-TRL-DEBIT TO WS-SAMT-ED
                 MOVE WS-B-TRL-CREDIT TO WS-SAMT2-ED
                 MOVE SPACES TO WS-LINE
                 STRING "   TRAILER SAYS DEBITS " WS-SAMT-ED
                    "  CREDITS " WS-SAMT2-ED
                    DELIMITED BY SIZE INTO WS-LINE
                 WRITE SUSPLINE FROM WS-LINE
              END-IF.
              MOVE SPACES TO WS-LINE.
              STRING "     LINE  FEEDER ACCOUNT        GL ACCOUNT"
                 "           DEBIT            CREDIT  REFERENCE"
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE SUSPLINE FROM WS-LINE.
              PERFORM SUSPLINE-PARAGRAPH THRU SUSPLINE-EXIT-PARAGRAPH
                 VARYING WS-B-IX FROM 1 BY 1
                 UNTIL WS-B-IX > WS-B-COUNT.
              MOVE SPACES TO SUSPLINE.
              WRITE SUSPLINE.
       SUSPEND-EXIT-PARAGRAPH.
              EXIT.
       SUSPLINE-PARAGRAPH.
              MOVE WS-BL-LINENO(WS-B-IX) TO WS-LINE-ED.
              MOVE WS-BL-DEBIT(WS-B-IX) TO WS-AMT-ED.
              MOVE WS-BL-CREDIT(WS-B-IX) TO WS-AMT2-ED.
              MOVE SPACES TO WS-LINE.
              IF WS-BL-FLAG(WS-B-IX) = SPACES THEN
                 STRING "   " WS-LINE-ED "  " WS-BL-FACCT(WS-B-IX)
                    " " WS-BL-GL(WS-B-IX) "     " WS-AMT-ED " "
                    WS-AMT2-ED "  " WS-BL-REF(WS-B-IX)
                    DELIMITED BY SIZE INTO WS-LINE
              ELSE
                 STRING "   " WS-LINE-ED "  " WS-BL-FACCT(WS-B-IX)
                    " " WS-BL-GL(WS-B-IX) "     " WS-AMT-ED " "
                    WS-AMT2-ED "  " WS-BL-REF(WS-B-IX) "  "
                    WS-BL-FLAG(WS-B-IX)
                    DELIMITED BY SIZE INTO WS-LINE
              END-IF.
              WRITE SUSPLINE FROM WS-LINE.
       SUSPLINE-EXIT-PARAGRAPH.
              EXIT.
      * TRIAL BALANCE AS AT THE END OF WS-PERIOD: EVERY ACCOUNT'S
      * OPENING BALANCE, THE PERIOD'S MOVEMENT AND THE CLOSING
      * BALANCE IN THE DEBIT OR CREDIT COLUMN.
       TBMODE-PARAGRAPH.
              PERFORM OPRCHECK-PARAGRAPH THRU OPRCHECK-EXIT-PARAGRAPH.
              IF WS-OPR-REFUSED = "Y" THEN
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM LOADLEDGER-PARAGRAPH
                 THRU LOADLEDGER-EXIT-PARAGRAPH.
              PERFORM TBREPORT-PARAGRAPH THRU TBREPORT-EXIT-PARAGRAPH.
              MOVE WS-TOT-DR-BAL TO WS-AMT-ED.
              MOVE WS-TOT-CR-BAL TO WS-AMT2-ED.
              DISPLAY "GLEDGER: TRIAL BALANCE " WS-PERIOD " DEBITS "
                 WS-AMT-ED " CREDITS " WS-AMT2-ED " - SEE GLTB.TXT".
              IF WS-TOT-DR-BAL NOT = WS-TOT-CR-BAL OR
                    WS-TOT-PER-DEBIT NOT = WS-TOT-PER-CREDIT THEN
                 DISPLAY "GLEDGER: TRIAL BALANCE DOES NOT BALANCE"
                 MOVE 4 TO WS-RC
              END-IF.
              GO TO TERMINATE-PARAGRAPH.
       TBREPORT-PARAGRAPH.
              MOVE 0 TO WS-TOT-PER-DEBIT WS-TOT-PER-CREDIT
                 WS-TOT-DR-BAL WS-TOT-CR-BAL.
              MOVE "gltb.txt" TO WS-REPORT-NAME.
              OPEN OUTPUT REPORT-FILE.
              MOVE SPACES TO WS-LINE.
              IF WS-PERIOD NOT > WS-LAST-CLOSED THEN
                 STRING "TRIAL BALANCE   PERIOD " WS-PERIOD
                    " (CLOSED)   RUN DATE " WS-TODAY
                    DELIMITED BY SIZE INTO WS-LINE
              ELSE
                 STRING "TRIAL BALANCE   PERIOD " WS-PERIOD
                    " (OPEN)   RUN DATE " WS-TODAY
                    DELIMITED BY SIZE INTO WS-LINE
              END-IF.
              WRITE REPORTLINE FROM WS-LINE.
              MOVE SPACES TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE SPACES TO WS-LINE.
              STRING "ACCOUNT    NAME                           T"
                 "          OPENING    PERIOD DEBITS   PERIOD CREDITS"
                 "     DEBIT BALANCE    CREDIT BALANCE"
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REPORTLINE FROM WS-LINE.
              PERFORM TBLINE-PARAGRAPH THRU TBLINE-EXIT-PARAGRAPH
                 VARYING WS-CH-IX FROM 1 BY 1
                 UNTIL WS-CH-IX > WS-CH-COUNT.
              MOVE SPACES TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE WS-TOT-PER-DEBIT TO WS-AMT-ED.
              MOVE WS-TOT-PER-CREDIT TO WS-AMT2-ED.
              MOVE SPACES TO WS-LINE.
              STRING "TOTALS" DELIMITED BY SIZE INTO WS-LINE.
              MOVE WS-AMT-ED TO WS-LINE(63:16).
              MOVE WS-AMT2-ED TO WS-LINE(80:16).
              MOVE WS-TOT-DR-BAL TO WS-AMT-ED.
              MOVE WS-TOT-CR-BAL TO WS-AMT2-ED.
              MOVE WS-AMT-ED TO WS-LINE(97:16).
              MOVE WS-AMT2-ED TO WS-LINE(114:16).
              WRITE REPORTLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              IF WS-TOT-DR-BAL = WS-TOT-CR-BAL AND
                    WS-TOT-PER-DEBIT = WS-TOT-PER-CREDIT THEN
                 MOVE "TRIAL BALANCE IN BALANCE" TO WS-LINE
              ELSE
                 COMPUTE WS-CLOSING = WS-TOT-DR-BAL - WS-TOT-CR-BAL
                 MOVE WS-CLOSING TO WS-SAMT-ED
                 STRING "** TRIAL BALANCE OUT OF BALANCE BY "
                    WS-SAMT-ED DELIMITED BY SIZE INTO WS-LINE
              END-IF.
              WRITE REPORTLINE FROM WS-LINE.
              CLOSE REPORT-FILE.
       TBREPORT-EXIT-PARAGRAPH.
              EXIT.
       TBLINE-PARAGRAPH.
              MOVE WS-CH-ACCT(WS-CH-IX) TO WS-FIND-ACCT.
              PERFORM ACCTSUM-PARAGRAPH THRU ACCTSUM-EXIT-PARAGRAPH.
              IF WS-OPENING = 0 AND WS-PER-DEBIT = 0 AND
                    WS-PER-CREDIT = 0 THEN
                 GO TO TBLINE-EXIT-PARAGRAPH
              END-IF.
              ADD WS-PER-DEBIT TO WS-TOT-PER-DEBIT.
              ADD WS-PER-CREDIT TO WS-TOT-PER-CREDIT.
              MOVE SPACES TO WS-LINE.
              STRING WS-CH-ACCT(WS-CH-IX) " " WS-CH-NAME(WS-CH-IX)
                 " " WS-CH-TYPE(WS-CH-IX)
                 DELIMITED BY SIZE INTO WS-LINE.
              MOVE WS-OPENING TO WS-SAMT-ED.
              MOVE WS-SAMT-ED TO WS-LINE(45:17).
              MOVE WS-PER-DEBIT TO WS-AMT-ED.
              MOVE WS-AMT-ED TO WS-LINE(63:16).
              MOVE WS-PER-CREDIT TO WS-AMT-ED.
              MOVE WS-AMT-ED TO WS-LINE(80:16).
              IF WS-CLOSING NOT < 0 THEN
                 ADD WS-CLOSING TO WS-TOT-DR-BAL
                 MOVE WS-CLOSING TO WS-AMT-ED
                 MOVE WS-AMT-ED TO WS-LINE(97:16)
              ELSE
                 SUBTRACT WS-CLOSING FROM WS-TOT-CR-BAL
                 COMPUTE WS-AMT-ED = 0 - WS-CLOSING
                 MOVE WS-AMT-ED TO WS-LINE(114:16)
              END-IF.
              WRITE REPORTLINE FROM WS-LINE.
       TBLINE-EXIT-PARAGRAPH.
              EXIT.
      * WS-FIND-ACCT AS AT WS-PERIOD: OPENING (EVERY EARLIER
      * PERIOD, DEBIT POSITIVE), THE PERIOD'S DEBITS AND CREDITS,
      * AND THE CLOSING BALANCE.
       ACCTSUM-PARAGRAPH.
              MOVE 0 TO WS-OPENING WS-PER-DEBIT WS-PER-CREDIT.
              PERFORM ACCTSUMROW-PARAGRAPH
                 THRU ACCTSUMROW-EXIT-PARAGRAPH
                 VARYING WS-BAL-IX FROM 1 BY 1
                 UNTIL WS-BAL-IX > WS-BAL-COUNT.
              COMPUTE WS-CLOSING =
                 WS-OPENING + WS-PER-DEBIT - WS-PER-CREDIT.
       ACCTSUM-EXIT-PARAGRAPH.
              EXIT.
       ACCTSUMROW-PARAGRAPH.
              IF WS-BAL-ACCT(WS-BAL-IX) NOT = WS-FIND-ACCT THEN
                 GO TO ACCTSUMROW-EXIT-PARAGRAPH
              END-IF.
              IF WS-BAL-PERIOD(WS-BAL-IX) < WS-PERIOD THEN
                 COMPUTE WS-OPENING = WS-OPENING
                    + WS-BAL-DEBIT(WS-BAL-IX)
                    - WS-BAL-CREDIT(WS-BAL-IX)
              END-IF.
              IF WS-BAL-PERIOD(WS-BAL-IX) = WS-PERIOD THEN
                 ADD WS-BAL-DEBIT(WS-BAL-IX) TO WS-PER-DEBIT
                 ADD WS-BAL-CREDIT(WS-BAL-IX) TO WS-PER-CREDIT
              END-IF.
       ACCTSUMROW-EXIT-PARAGRAPH.
              EXIT.
      * ACCOUNT DETAIL: EVERY POSTING TO THE ACCOUNT IN THE
      * PERIOD, WITH THE FEEDER FILE, LINE AND REFERENCE IT CAME
      * FROM, BETWEEN THE OPENING AND CLOSING BALANCES.
       DETAILMODE-PARAGRAPH.
              PERFORM OPRCHECK-PARAGRAPH THRU OPRCHECK-EXIT-PARAGRAPH.
              IF WS-OPR-REFUSED = "Y" THEN
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM LOADLEDGER-PARAGRAPH
                 THRU LOADLEDGER-EXIT-PARAGRAPH.
              MOVE WS-DET-ACCT TO WS-FIND-ACCT.
              PERFORM CHFIND-PARAGRAPH THRU CHFIND-EXIT-PARAGRAPH.
              IF WS-CH-FOUND = 0 THEN
                 DISPLAY "GLEDGER: ACCOUNT " FUNCTION TRIM(WS-FIND-ACCT)
                    " IS NOT ON THE CHART"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM ACCTSUM-PARAGRAPH THRU ACCTSUM-EXIT-PARAGRAPH.
              MOVE WS-OPENING TO WS-RUNNING.
              MOVE 0 TO WS-DET-COUNT.
              MOVE "glacct.txt" TO WS-REPORT-NAME.
              OPEN OUTPUT REPORT-FILE.
              MOVE SPACES TO WS-LINE.
              STRING "ACCOUNT DETAIL   " WS-CH-ACCT(WS-CH-FOUND) " "
                 WS-CH-NAME(WS-CH-FOUND) "   PERIOD " WS-PERIOD
                 "   RUN DATE " WS-TODAY
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REPORTLINE FROM WS-LINE.
              MOVE SPACES TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE WS-OPENING TO WS-SAMT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "OPENING BALANCE" DELIMITED BY SIZE INTO WS-LINE.
              MOVE WS-SAMT-ED TO WS-LINE(147:17).
              WRITE REPORTLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              MOVE "DATE" TO WS-LINE(1:4).
              MOVE "BATCH" TO WS-LINE(10:5).
              MOVE "SOURCE FILE" TO WS-LINE(41:11).
              MOVE "LINE" TO WS-LINE(64:4).
              MOVE "FEEDER ACCT" TO WS-LINE(69:11).
              MOVE "REFERENCE" TO WS-LINE(82:9).
              MOVE "DEBIT" TO WS-LINE(124:5).
              MOVE "CREDIT" TO WS-LINE(140:6).
              MOVE "BALANCE" TO WS-LINE(157:7).
              WRITE REPORTLINE FROM WS-LINE.
              OPEN INPUT GLDETAIL-FILE.
              GO TO DETAIL-READ-PARAGRAPH.
       DETAIL-READ-PARAGRAPH.
              READ GLDETAIL-FILE INTO WS-GLD
                 AT END GO TO DETAIL-DONE-PARAGRAPH
              END-READ.
              IF GLD-ACCT NOT = WS-FIND-ACCT OR
                    GLD-PERIOD NOT = WS-PERIOD THEN
                 GO TO DETAIL-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-DET-COUNT.
              COMPUTE WS-RUNNING = WS-RUNNING + GLD-DEBIT - GLD-CREDIT.
              MOVE GLD-LINE TO WS-LINE-ED.
              MOVE SPACES TO WS-LINE.
              STRING GLD-DATE " " GLD-BATCH " " GLD-SOURCE(1:20) " "
                 WS-LINE-ED " " GLD-FACCT(1:12) " " GLD-REF(1:30)
                 DELIMITED BY SIZE INTO WS-LINE.
              IF GLD-DEBIT NOT = 0 THEN
                 MOVE GLD-DEBIT TO WS-AMT-ED
                 MOVE WS-AMT-ED TO WS-LINE(113:16)
              END-IF.
              IF GLD-CREDIT NOT = 0 THEN
                 MOVE GLD-CREDIT TO WS-AMT-ED
                 MOVE WS-AMT-ED TO WS-LINE(130:16)
              END-IF.
              MOVE WS-RUNNING TO WS-SAMT-ED.
              MOVE WS-SAMT-ED TO WS-LINE(147:17).
              WRITE REPORTLINE FROM WS-LINE.
              GO TO DETAIL-READ-PARAGRAPH.
       DETAIL-DONE-PARAGRAPH.
              CLOSE GLDETAIL-FILE.
              MOVE SPACES TO WS-LINE.
              STRING "CLOSING BALANCE" DELIMITED BY SIZE INTO WS-LINE.
              MOVE WS-RUNNING TO WS-SAMT-ED.
              MOVE WS-SAMT-ED TO WS-LINE(147:17).
              WRITE REPORTLINE FROM WS-LINE.
              MOVE SPACES TO WS-LINE.
              IF WS-RUNNING = WS-CLOSING THEN
                 MOVE "AGREES WITH THE BALANCE FILE" TO WS-LINE
              ELSE
                 MOVE WS-CLOSING TO WS-SAMT-ED
                 STRING "** BALANCE FILE SAYS " WS-SAMT-ED
                    DELIMITED BY SIZE INTO WS-LINE
                 MOVE 4 TO WS-RC
              END-IF.
              WRITE REPORTLINE FROM WS-LINE.
              CLOSE REPORT-FILE.
              MOVE WS-DET-COUNT TO WS-CNT-ED.
              MOVE WS-RUNNING TO WS-SAMT-ED.
              DISPLAY "GLEDGER: " WS-CNT-ED " POSTING(S), CLOSING "
                 WS-SAMT-ED " - SEE GLACCT.TXT".
              GO TO TERMINATE-PARAGRAPH.
      * PERIOD-END CLOSE: INCOME AND EXPENSE TO NIL AGAINST
      * RETAINED EARNINGS, AS ONE BATCH IN THE PERIOD ITSELF.
       CLOSEMODE-PARAGRAPH.
              PERFORM OPRCHECK-PARAGRAPH THRU OPRCHECK-EXIT-PARAGRAPH.
              IF WS-OPR-REFUSED = "Y" THEN
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM LOADLEDGER-PARAGRAPH
                 THRU LOADLEDGER-EXIT-PARAGRAPH.
              IF WS-PERIOD NOT > WS-LAST-CLOSED THEN
                 DISPLAY "GLEDGER: PERIOD " WS-PERIOD " IS ALREADY "
                    "CLOSED (LAST CLOSED " WS-LAST-CLOSED ")"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-EARLIER-OPEN.
              PERFORM EARLIER-PARAGRAPH THRU EARLIER-EXIT-PARAGRAPH
                 VARYING WS-BAL-IX FROM 1 BY 1
                 UNTIL WS-BAL-IX > WS-BAL-COUNT.
              IF WS-EARLIER-OPEN > 0 THEN
                 DISPLAY "GLEDGER: PERIOD " WS-EARLIER-OPEN " HAS "
                    "POSTINGS AND IS STILL OPEN - CLOSE IT FIRST"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              MOVE WS-RETAINED TO WS-FIND-ACCT.
              PERFORM CHFIND-PARAGRAPH THRU CHFIND-EXIT-PARAGRAPH.
              IF WS-CH-FOUND = 0 THEN
                 DISPLAY "GLEDGER: RETAINED EARNINGS ACCOUNT "
                    FUNCTION TRIM(WS-RETAINED) " IS NOT ON THE CHART"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              IF WS-CH-TYPE(WS-CH-FOUND) NOT = "E" THEN
                 DISPLAY "GLEDGER: RETAINED EARNINGS ACCOUNT "
                    FUNCTION TRIM(WS-RETAINED) " IS NOT AN EQUITY "
                    "ACCOUNT"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
      *       THE CLOSING BATCH: ONE LINE PER INCOME OR EXPENSE
      *       ACCOUNT WITH A BALANCE, THE NET TO RETAINED EARNINGS.
              PERFORM NEWBATCH-PARAGRAPH THRU NEWBATCH-EXIT-PARAGRAPH.
              MOVE "GLCLOSE" TO WS-B-FEEDER.
              MOVE SPACES TO WS-B-ID.
              STRING "CLOSE-" WS-PERIOD DELIMITED BY SIZE
                 INTO WS-B-ID.
              MOVE "glclose" TO WS-B-SOURCE.
              MOVE WS-PERIOD TO WS-B-PERIOD.
              MOVE WS-TODAY TO WS-B-DATE.
              MOVE 0 TO WS-NET-INCOME.
              PERFORM CLOSEACCT-PARAGRAPH THRU CLOSEACCT-EXIT-PARAGRAPH
                 VARYING WS-CH-IX FROM 1 BY 1
                 UNTIL WS-CH-IX > WS-CH-COUNT.
              IF WS-NET-INCOME NOT = 0 THEN
                 ADD 1 TO WS-B-COUNT
                 MOVE 0 TO WS-BL-LINENO(WS-B-COUNT)
                 MOVE WS-RETAINED TO WS-BL-FACCT(WS-B-COUNT)
                 MOVE WS-RETAINED TO WS-BL-GL(WS-B-COUNT)
                 MOVE 0 TO WS-BL-DEBIT(WS-B-COUNT)
                    WS-BL-CREDIT(WS-B-COUNT)
                 IF WS-NET-INCOME > 0 THEN
                    MOVE WS-NET-INCOME TO WS-BL-CREDIT(WS-B-COUNT)
                    ADD WS-NET-INCOME TO WS-B-CREDIT
                    MOVE "PERIOD-END CLOSE - PROFIT"
                       TO WS-BL-REF(WS-B-COUNT)
                 ELSE
                    COMPUTE WS-BL-DEBIT(WS-B-COUNT) =
                       0 - WS-NET-INCOME
                    SUBTRACT WS-NET-INCOME FROM WS-B-DEBIT
                    MOVE "PERIOD-END CLOSE - LOSS"
                       TO WS-BL-REF(WS-B-COUNT)
                 END-IF
              END-IF.
              IF WS-B-DEBIT NOT = WS-B-CREDIT THEN
                 DISPLAY "GLEDGER: CLOSING ENTRY DOES NOT BALANCE - "
                    "PERIOD NOT CLOSED"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
      *       EVERY ROW THE CLOSING BATCH NEEDS MUST FIT BEFORE ANY
      *       OF IT IS POSTED, OR NOTHING IS WRITTEN AT ALL.
              PERFORM BALNEED-PARAGRAPH THRU BALNEED-EXIT-PARAGRAPH.
              IF WS-BAL-COUNT + WS-BAL-NEED > 6000 THEN
                 MOVE WS-BAL-NEED TO WS-CNT-ED
                 DISPLAY "GLEDGER: BALANCE TABLE FULL - THE CLOSE "
                    "NEEDS " WS-CNT-ED " NEW ROW(S) - PERIOD NOT "
                    "CLOSED"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              PERFORM POSTLINE-PARAGRAPH THRU POSTLINE-EXIT-PARAGRAPH
                 VARYING WS-B-IX FROM 1 BY 1
                 UNTIL WS-B-IX > WS-B-COUNT.
              IF WS-B-REASON NOT = SPACES THEN
                 DISPLAY "GLEDGER: " WS-B-REASON " - PERIOD NOT "
                    "CLOSED"
                 MOVE 8 TO WS-RC
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              OPEN EXTEND GLDETAIL-FILE.
              OPEN EXTEND GLBATCH-FILE.
              PERFORM DETAILLINE-PARAGRAPH
                 THRU DETAILLINE-EXIT-PARAGRAPH
                 VARYING WS-B-IX FROM 1 BY 1
                 UNTIL WS-B-IX > WS-B-COUNT.
              PERFORM LOGBATCH-PARAGRAPH THRU LOGBATCH-EXIT-PARAGRAPH.
              CLOSE GLBATCH-FILE.
              CLOSE GLDETAIL-FILE.
              PERFORM SAVEBAL-PARAGRAPH THRU SAVEBAL-EXIT-PARAGRAPH.
              MOVE WS-PERIOD TO GLC-PERIOD.
              MOVE WS-TODAY TO GLC-DATE.
              MOVE WS-OPER TO GLC-OPER.
              OPEN EXTEND GLCLOSED-FILE.
              WRITE GLCLOSEDREC FROM WS-GLC.
              CLOSE GLCLOSED-FILE.
              MOVE WS-PERIOD TO WS-LAST-CLOSED.
              PERFORM CLOSERPT-PARAGRAPH THRU CLOSERPT-EXIT-PARAGRAPH.
              PERFORM TBREPORT-PARAGRAPH THRU TBREPORT-EXIT-PARAGRAPH.
              MOVE WS-NET-INCOME TO WS-SAMT-ED.
              DISPLAY "GLEDGER: PERIOD " WS-PERIOD " CLOSED, NET "
                 "INCOME " WS-SAMT-ED " TO RETAINED EARNINGS - SEE "
                 "GLCLOSE.TXT AND GLTB.TXT".
              GO TO TERMINATE-PARAGRAPH.
       EARLIER-PARAGRAPH.
              IF WS-BAL-PERIOD(WS-BAL-IX) > WS-LAST-CLOSED AND
                    WS-BAL-PERIOD(WS-BAL-IX) < WS-PERIOD THEN
                 IF WS-EARLIER-OPEN = 0 OR
                       WS-BAL-PERIOD(WS-BAL-IX) < WS-EARLIER-OPEN THEN
                    MOVE WS-BAL-PERIOD(WS-BAL-IX) TO WS-EARLIER-OPEN
                 END-IF
              END-IF.
       EARLIER-EXIT-PARAGRAPH.
              EXIT.
       CLOSEACCT-PARAGRAPH.
              IF WS-CH-TYPE(WS-CH-IX) NOT = "I" AND
                    WS-CH-TYPE(WS-CH-IX) NOT = "X" THEN
                 GO TO CLOSEACCT-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-CH-ACCT(WS-CH-IX) TO WS-FIND-ACCT.
              PERFORM ACCTSUM-PARAGRAPH THRU ACCTSUM-EXIT-PARAGRAPH.
              IF WS-CLOSING = 0 THEN
                 GO TO CLOSEACCT-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-B-COUNT.
              MOVE 0 TO WS-BL-LINENO(WS-B-COUNT).
              MOVE WS-CH-ACCT(WS-CH-IX) TO WS-BL-FACCT(WS-B-COUNT).
              MOVE WS-CH-ACCT(WS-CH-IX) TO WS-BL-GL(WS-B-COUNT).
              MOVE "PERIOD-END CLOSE" TO WS-BL-REF(WS-B-COUNT).
              MOVE 0 TO WS-BL-DEBIT(WS-B-COUNT)
                 WS-BL-CREDIT(WS-B-COUNT).
      *       A DEBIT BALANCE (EXPENSE) IS CLEARED BY A CREDIT, A
      *       CREDIT BALANCE (INCOME) BY A DEBIT.
              IF WS-CLOSING > 0 THEN
                 MOVE WS-CLOSING TO WS-BL-CREDIT(WS-B-COUNT)
                 ADD WS-CLOSING TO WS-B-CREDIT
              ELSE
                 COMPUTE WS-BL-DEBIT(WS-B-COUNT) = 0 - WS-CLOSING
                 SUBTRACT WS-CLOSING FROM WS-B-DEBIT
              END-IF.
              SUBTRACT WS-CLOSING FROM WS-NET-INCOME.
       CLOSEACCT-EXIT-PARAGRAPH.
              EXIT.
       CLOSERPT-PARAGRAPH.
              MOVE "glclose.txt" TO WS-REPORT-NAME.
              OPEN OUTPUT REPORT-FILE.
              MOVE SPACES TO WS-LINE.
              STRING "PERIOD-END CLOSE   PERIOD " WS-PERIOD
                 "   RUN DATE " WS-TODAY "   OPERATOR " WS-OPER
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REPORTLINE FROM WS-LINE.
              MOVE SPACES TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE SPACES TO WS-LINE.
              STRING "ACCOUNT    NAME                          "
                 "           DEBIT            CREDIT"
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REPORTLINE FROM WS-LINE.
              PERFORM CLOSERPTLINE-PARAGRAPH
                 THRU CLOSERPTLINE-EXIT-PARAGRAPH
                 VARYING WS-B-IX FROM 1 BY 1
                 UNTIL WS-B-IX > WS-B-COUNT.
              MOVE SPACES TO REPORTLINE.
              WRITE REPORTLINE.
              MOVE WS-B-DEBIT TO WS-AMT-ED.
              MOVE WS-B-CREDIT TO WS-AMT2-ED.
              MOVE SPACES TO WS-LINE.
              STRING "TOTALS                                   "
                 WS-AMT-ED "  " WS-AMT2-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REPORTLINE FROM WS-LINE.
              MOVE WS-NET-INCOME TO WS-SAMT-ED.
              MOVE SPACES TO WS-LINE.
              STRING "NET INCOME TO RETAINED EARNINGS ("
                 FUNCTION TRIM(WS-RETAINED) ") " WS-SAMT-ED
                 DELIMITED BY SIZE INTO WS-LINE.
              WRITE REPORTLINE FROM WS-LINE.
              CLOSE REPORT-FILE.
       CLOSERPT-EXIT-PARAGRAPH.
              EXIT.
       CLOSERPTLINE-PARAGRAPH.
              MOVE WS-BL-GL(WS-B-IX) TO WS-FIND-ACCT.
              PERFORM CHFIND-PARAGRAPH THRU CHFIND-EXIT-PARAGRAPH.
              MOVE SPACES TO WS-LINE.
              MOVE WS-BL-DEBIT(WS-B-IX) TO WS-AMT-ED.
              MOVE WS-BL-CREDIT(WS-B-IX) TO WS-AMT2-ED.
              IF WS-CH-FOUND > 0 THEN
                 STRING WS-BL-GL(WS-B-IX) " " WS-CH-NAME(WS-CH-FOUND)
                    WS-AMT-ED "  " WS-AMT2-ED
                    DELIMITED BY SIZE INTO WS-LINE
              ELSE
                 STRING WS-BL-GL(WS-B-IX) " " WS-BL-REF(WS-B-IX)(1:30)
                    WS-AMT-ED "  " WS-AMT2-ED
                    DELIMITED BY SIZE INTO WS-LINE
              END-IF.
              WRITE REPORTLINE FROM WS-LINE.
       CLOSERPTLINE-EXIT-PARAGRAPH.
              EXIT.
      * CONTROL FILE, KEY=VALUE PER LINE.
       LOADCTL-PARAGRAPH.
              OPEN INPUT GLCTL-FILE.
              GO TO LOADCTL-READ-PARAGRAPH.
       LOADCTL-READ-PARAGRAPH.
              READ GLCTL-FILE
                 AT END GO TO LOADCTL-DONE-PARAGRAPH
              END-READ.
              IF GLCTLREC = SPACES OR GLCTLREC(1:1) = "*" THEN
                 GO TO LOADCTL-READ-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-CTL-KEY WS-CTL-VALUE.
              UNSTRING GLCTLREC DELIMITED BY "="
                 INTO WS-CTL-KEY WS-CTL-VALUE.
              MOVE FUNCTION UPPER-CASE(WS-CTL-KEY) TO WS-CTL-KEY.
              EVALUATE WS-CTL-KEY
                 WHEN "BANKJRN"
                    MOVE WS-CTL-VALUE TO WS-BANKJRN-NAME
                 WHEN "PAYJRN"
                    MOVE WS-CTL-VALUE TO WS-PAYJRN-NAME
                 WHEN "INVJRN"
                    MOVE WS-CTL-VALUE TO WS-INVJRN-NAME
                 WHEN "RETAINED"
                    MOVE WS-CTL-VALUE TO WS-RETAINED
                 WHEN "RUNDATE"
                    IF WS-CTL-VALUE(1:8) IS NUMERIC THEN
                       MOVE WS-CTL-VALUE(1:8) TO WS-TODAY
                    END-IF
                 WHEN OTHER
                    DISPLAY "GLEDGER: UNKNOWN CONTROL KEY: "
                       WS-CTL-KEY
              END-EVALUATE.
              GO TO LOADCTL-READ-PARAGRAPH.
       LOADCTL-DONE-PARAGRAPH.
              CLOSE GLCTL-FILE.
       LOADCTL-EXIT-PARAGRAPH.
              EXIT.
      * THE CHART, THE BALANCES, THE BATCH LOG AND THE LAST
      * CLOSED PERIOD.
       LOADLEDGER-PARAGRAPH.
              MOVE 0 TO WS-CH-COUNT.
              OPEN INPUT CHART-FILE.
              GO TO LOADCHART-READ-PARAGRAPH.
       LOADCHART-READ-PARAGRAPH.
              READ CHART-FILE
                 AT END GO TO LOADBAL-PARAGRAPH
              END-READ.
              IF CHARTREC = SPACES OR CHARTREC(1:1) = "#" THEN
                 GO TO LOADCHART-READ-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-F1 WS-F2 WS-F3.
              UNSTRING CHARTREC DELIMITED BY ","
                 INTO WS-F1 WS-F2 WS-F3.
              MOVE FUNCTION TRIM(WS-F1) TO WS-F1.
              MOVE FUNCTION TRIM(WS-F2) TO WS-F2.
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F3)) TO WS-F3.
              IF WS-F1 = SPACES OR
                    FUNCTION UPPER-CASE(WS-F1) = "ACCOUNT" THEN
                 GO TO LOADCHART-READ-PARAGRAPH
              END-IF.
              IF WS-F3 NOT = "A" AND WS-F3 NOT = "L" AND
                    WS-F3 NOT = "E" AND WS-F3 NOT = "I" AND
                    WS-F3 NOT = "X" THEN
                 DISPLAY "GLEDGER: CHART ACCOUNT " FUNCTION TRIM(WS-F1)
                    " HAS NO TYPE A/L/E/I/X - IGNORED"
                 GO TO LOADCHART-READ-PARAGRAPH
              END-IF.
              MOVE WS-F1 TO WS-FIND-ACCT.
              PERFORM CHFIND-PARAGRAPH THRU CHFIND-EXIT-PARAGRAPH.
              IF WS-CH-FOUND > 0 THEN
                 DISPLAY "GLEDGER: CHART ACCOUNT " FUNCTION TRIM(WS-F1)
                    " IS ON THE CHART TWICE - FIRST KEPT"
                 GO TO LOADCHART-READ-PARAGRAPH
              END-IF.
              IF WS-CH-COUNT NOT < 500 THEN
                 DISPLAY "GLEDGER: MORE THAN 500 ACCOUNTS - REST "
                    "IGNORED"
                 GO TO LOADBAL-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CH-COUNT.
              MOVE WS-F1 TO WS-CH-ACCT(WS-CH-COUNT).
              MOVE WS-F2 TO WS-CH-NAME(WS-CH-COUNT).
              MOVE WS-F3 TO WS-CH-TYPE(WS-CH-COUNT).
              GO TO LOADCHART-READ-PARAGRAPH.
       LOADBAL-PARAGRAPH.
              CLOSE CHART-FILE.
              MOVE 0 TO WS-BAL-COUNT.
              OPEN INPUT GLBAL-FILE.
              GO TO LOADBAL-READ-PARAGRAPH.
       LOADBAL-READ-PARAGRAPH.
              READ GLBAL-FILE INTO WS-GLB
                 AT END GO TO LOADBATCH-PARAGRAPH
              END-READ.
              IF WS-BAL-COUNT NOT < 6000 THEN
                 DISPLAY "GLEDGER: BALANCE FILE HAS MORE THAN 6000 "
                    "ROWS - REST IGNORED"
                 GO TO LOADBATCH-PARAGRAPH
              END-IF.
              ADD 1 TO WS-BAL-COUNT.
              MOVE GLB-PERIOD TO WS-BAL-PERIOD(WS-BAL-COUNT).
              MOVE GLB-ACCT TO WS-BAL-ACCT(WS-BAL-COUNT).
              MOVE GLB-DEBIT TO WS-BAL-DEBIT(WS-BAL-COUNT).
              MOVE GLB-CREDIT TO WS-BAL-CREDIT(WS-BAL-COUNT).
              MOVE GLB-ACCT TO WS-FIND-ACCT.
              PERFORM CHFIND-PARAGRAPH THRU CHFIND-EXIT-PARAGRAPH.
              IF WS-CH-FOUND = 0 AND WS-CH-COUNT < 500 THEN
                 ADD 1 TO WS-CH-COUNT
                 MOVE GLB-ACCT TO WS-CH-ACCT(WS-CH-COUNT)
                 MOVE "** NOT ON THE CHART" TO WS-CH-NAME(WS-CH-COUNT)
                 MOVE "?" TO WS-CH-TYPE(WS-CH-COUNT)
              END-IF.
              GO TO LOADBAL-READ-PARAGRAPH.
       LOADBATCH-PARAGRAPH.
              CLOSE GLBAL-FILE.
              MOVE 0 TO WS-BT-COUNT.
              OPEN INPUT GLBATCH-FILE.
              GO TO LOADBATCH-READ-PARAGRAPH.
       LOADBATCH-READ-PARAGRAPH.
              READ GLBATCH-FILE INTO WS-GLL
                 AT END GO TO LOADCLOSED-PARAGRAPH
              END-READ.
              IF WS-BT-COUNT NOT < 10000 THEN
                 DISPLAY "GLEDGER: BATCH LOG HAS MORE THAN 10000 "
                    "BATCHES - REST IGNORED"
                 GO TO LOADCLOSED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-BT-COUNT.
              MOVE GLL-BATCH TO WS-BT-ID(WS-BT-COUNT).
              GO TO LOADBATCH-READ-PARAGRAPH.
       LOADCLOSED-PARAGRAPH.
              CLOSE GLBATCH-FILE.
              MOVE 0 TO WS-LAST-CLOSED.
              OPEN INPUT GLCLOSED-FILE.
              GO TO LOADCLOSED-READ-PARAGRAPH.
       LOADCLOSED-READ-PARAGRAPH.
              READ GLCLOSED-FILE INTO WS-GLC
                 AT END GO TO LOADLEDGER-DONE-PARAGRAPH
              END-READ.
              IF GLC-PERIOD > WS-LAST-CLOSED THEN
                 MOVE GLC-PERIOD TO WS-LAST-CLOSED
              END-IF.
              GO TO LOADCLOSED-READ-PARAGRAPH.
       LOADLEDGER-DONE-PARAGRAPH.
              CLOSE GLCLOSED-FILE.
       LOADLEDGER-EXIT-PARAGRAPH.
              EXIT.
      * FEEDER ACCOUNT MAPPING.
       LOADMAP-PARAGRAPH.
              MOVE 0 TO WS-MAP-COUNT.
              OPEN INPUT GLMAP-FILE.
              GO TO LOADMAP-READ-PARAGRAPH.
       LOADMAP-READ-PARAGRAPH.
              READ GLMAP-FILE
                 AT END GO TO LOADMAP-DONE-PARAGRAPH
              END-READ.
              IF GLMAPREC = SPACES OR GLMAPREC(1:1) = "#" THEN
                 GO TO LOADMAP-READ-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-F1 WS-F2 WS-F3.
              UNSTRING GLMAPREC DELIMITED BY ","
                 INTO WS-F1 WS-F2 WS-F3.
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F1)) TO WS-F1.
              MOVE FUNCTION TRIM(WS-F2) TO WS-F2.
              MOVE FUNCTION TRIM(WS-F3) TO WS-F3.
              IF WS-F1 NOT = "BANK" AND WS-F1 NOT = "PAYROLL" AND
                    WS-F1 NOT = "INVENTORY" THEN
                 GO TO LOADMAP-READ-PARAGRAPH
              END-IF.
              IF WS-F2 = SPACES OR WS-F3 = SPACES THEN
                 GO TO LOADMAP-READ-PARAGRAPH
              END-IF.
              IF WS-MAP-COUNT NOT < 500 THEN
                 DISPLAY "GLEDGER: MORE THAN 500 MAPPINGS - REST "
                    "IGNORED"
                 GO TO LOADMAP-DONE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-MAP-COUNT.
              MOVE WS-F1 TO WS-MAP-FEEDER(WS-MAP-COUNT).
              MOVE WS-F2 TO WS-MAP-FACCT(WS-MAP-COUNT).
              MOVE WS-F3 TO WS-MAP-GL(WS-MAP-COUNT).
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-F2))
                 TO WS-MAP-LEN(WS-MAP-COUNT).
              MOVE "N" TO WS-MAP-PREFIX(WS-MAP-COUNT).
              IF WS-F2(WS-MAP-LEN(WS-MAP-COUNT):1) = "*" THEN
                 MOVE "Y" TO WS-MAP-PREFIX(WS-MAP-COUNT)
                 SUBTRACT 1 FROM WS-MAP-LEN(WS-MAP-COUNT)
              END-IF.
              GO TO LOADMAP-READ-PARAGRAPH.
       LOADMAP-DONE-PARAGRAPH.
              CLOSE GLMAP-FILE.
       LOADMAP-EXIT-PARAGRAPH.
              EXIT.
      * MAP WS-FIND-FACCT FOR WS-B-FEEDER: AN EXACT CODE, ELSE THE
      * LONGEST PREFIX; SPACES WHEN NOTHING COVERS IT.
       MAPFIND-PARAGRAPH.
              MOVE SPACES TO WS-MAP-RESULT.
              MOVE 0 TO WS-MAP-BEST-LEN.
              MOVE 1 TO WS-MAP-IX.
              GO TO MAPFIND-LOOP-PARAGRAPH.
       MAPFIND-LOOP-PARAGRAPH.
              IF WS-MAP-IX > WS-MAP-COUNT THEN
                 GO TO MAPFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-MAP-FEEDER(WS-MAP-IX) NOT = WS-B-FEEDER THEN
                 ADD 1 TO WS-MAP-IX
                 GO TO MAPFIND-LOOP-PARAGRAPH
              END-IF.
              IF WS-MAP-PREFIX(WS-MAP-IX) = "N" THEN
                 IF WS-MAP-FACCT(WS-MAP-IX) = WS-FIND-FACCT THEN
                    MOVE WS-MAP-GL(WS-MAP-IX) TO WS-MAP-RESULT
                    GO TO MAPFIND-EXIT-PARAGRAPH
                 END-IF
                 ADD 1 TO WS-MAP-IX
                 GO TO MAPFIND-LOOP-PARAGRAPH
              END-IF.
              IF WS-MAP-LEN(WS-MAP-IX) = 0 THEN
                 IF WS-MAP-BEST-LEN = 0 THEN
                    MOVE WS-MAP-GL(WS-MAP-IX) TO WS-MAP-RESULT
                 END-IF
                 ADD 1 TO WS-MAP-IX
                 GO TO MAPFIND-LOOP-PARAGRAPH
              END-IF.
              IF WS-FIND-FACCT(1:WS-MAP-LEN(WS-MAP-IX)) =
                    WS-MAP-FACCT(WS-MAP-IX)(1:WS-MAP-LEN(WS-MAP-IX))
                    AND WS-MAP-LEN(WS-MAP-IX) > WS-MAP-BEST-LEN THEN
                 MOVE WS-MAP-GL(WS-MAP-IX) TO WS-MAP-RESULT
                 MOVE WS-MAP-LEN(WS-MAP-IX) TO WS-MAP-BEST-LEN
              END-IF.
              ADD 1 TO WS-MAP-IX.
              GO TO MAPFIND-LOOP-PARAGRAPH.
       MAPFIND-EXIT-PARAGRAPH.
              EXIT.
       CHFIND-PARAGRAPH.
              MOVE 0 TO WS-CH-FOUND.
              MOVE 1 TO WS-CH-IX.
              GO TO CHFIND-LOOP-PARAGRAPH.
       CHFIND-LOOP-PARAGRAPH.
              IF WS-CH-IX > WS-CH-COUNT THEN
                 GO TO CHFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-CH-ACCT(WS-CH-IX) = WS-FIND-ACCT THEN
                 MOVE WS-CH-IX TO WS-CH-FOUND
                 GO TO CHFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CH-IX.
              GO TO CHFIND-LOOP-PARAGRAPH.
       CHFIND-EXIT-PARAGRAPH.
              EXIT.
       BTFIND-PARAGRAPH.
              MOVE 0 TO WS-BT-FOUND.
              MOVE 1 TO WS-BT-IX.
              GO TO BTFIND-LOOP-PARAGRAPH.
       BTFIND-LOOP-PARAGRAPH.
              IF WS-BT-IX > WS-BT-COUNT THEN
                 GO TO BTFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-BT-ID(WS-BT-IX) = WS-B-ID THEN
                 MOVE WS-BT-IX TO WS-BT-FOUND
                 GO TO BTFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-BT-IX.
              GO TO BTFIND-LOOP-PARAGRAPH.
       BTFIND-EXIT-PARAGRAPH.
              EXIT.
      * FIND THE BALANCE ROW WS-FIND-PERIOD/WS-FIND-ACCT, ADDING
      * IT WHEN NEW (WS-BAL-FOUND 0 WHEN THE TABLE IS FULL).
       BALADD-PARAGRAPH.
              MOVE 0 TO WS-BAL-FOUND.
              MOVE 1 TO WS-BAL-IX.
              GO TO BALADD-LOOP-PARAGRAPH.
       BALADD-LOOP-PARAGRAPH.
              IF WS-BAL-IX > WS-BAL-COUNT THEN
                 GO TO BALADD-NEW-PARAGRAPH
              END-IF.
              IF WS-BAL-PERIOD(WS-BAL-IX) = WS-FIND-PERIOD AND
                    WS-BAL-ACCT(WS-BAL-IX) = WS-FIND-ACCT THEN
                 MOVE WS-BAL-IX TO WS-BAL-FOUND
                 GO TO BALADD-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-BAL-IX.
              GO TO BALADD-LOOP-PARAGRAPH.
       BALADD-NEW-PARAGRAPH.
              IF WS-BAL-COUNT NOT < 6000 THEN
                 GO TO BALADD-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-BAL-COUNT.
              MOVE WS-BAL-COUNT TO WS-BAL-FOUND.
              MOVE WS-FIND-PERIOD TO WS-BAL-PERIOD(WS-BAL-FOUND).
              MOVE WS-FIND-ACCT TO WS-BAL-ACCT(WS-BAL-FOUND).
              MOVE 0 TO WS-BAL-DEBIT(WS-BAL-FOUND)
                 WS-BAL-CREDIT(WS-BAL-FOUND).
       BALADD-EXIT-PARAGRAPH.
              EXIT.
       SAVEBAL-PARAGRAPH.
              OPEN OUTPUT GLBAL-FILE.
              PERFORM SAVEBALROW-PARAGRAPH
                 THRU SAVEBALROW-EXIT-PARAGRAPH
                 VARYING WS-BAL-IX FROM 1 BY 1
                 UNTIL WS-BAL-IX > WS-BAL-COUNT.
              CLOSE GLBAL-FILE.
       SAVEBAL-EXIT-PARAGRAPH.
              EXIT.
       SAVEBALROW-PARAGRAPH.
              MOVE WS-BAL-PERIOD(WS-BAL-IX) TO GLB-PERIOD.
              MOVE WS-BAL-ACCT(WS-BAL-IX) TO GLB-ACCT.
              MOVE WS-BAL-DEBIT(WS-BAL-IX) TO GLB-DEBIT.
              MOVE WS-BAL-CREDIT(WS-BAL-IX) TO GLB-CREDIT.
              WRITE GLBALREC FROM WS-GLB.
       SAVEBALROW-EXIT-PARAGRAPH.
              EXIT.
      * ONE JOURNAL AMOUNT: EDITED ("-1234.56") AS INVPROC WRITES
      * THEM, OR PLAIN DIGITS WITH TWO IMPLIED DECIMALS AS PAYROLL
      * WRITES THEM, A NEGATIVE ONE CARRYING ITS SIGN IN THE LAST
      * DIGIT. BLANK IS NIL.
       AMTPARSE-PARAGRAPH.
              MOVE "Y" TO WS-AMT-OK.
              MOVE 0 TO WS-AMT-VAL.
              MOVE FUNCTION TRIM(WS-AMT-TXT) TO WS-AMT-TXT.
              IF WS-AMT-TXT = SPACES THEN
                 GO TO AMTPARSE-EXIT-PARAGRAPH
              END-IF.
              IF FUNCTION TEST-NUMVAL(WS-AMT-TXT) = 0 THEN
                 COMPUTE WS-AMT-VAL = FUNCTION NUMVAL(WS-AMT-TXT)
                 IF WS-AMT-TXT(1:1) IS NUMERIC THEN
                    MOVE 0 TO WS-AMT-LEN
                    INSPECT WS-AMT-TXT TALLYING WS-AMT-LEN
                       FOR ALL "."
                    IF WS-AMT-LEN = 0 THEN
                       COMPUTE WS-AMT-VAL = WS-AMT-VAL / 100
                    END-IF
                 END-IF
                 GO TO AMTPARSE-EXIT-PARAGRAPH
              END-IF.
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AMT-TXT))
                 TO WS-AMT-LEN.
              MOVE WS-AMT-TXT(WS-AMT-LEN:1) TO WS-AMT-LAST.
              MOVE 1 TO WS-OP-IX.
              GO TO AMTPARSE-PUNCH-PARAGRAPH.
       AMTPARSE-PUNCH-PARAGRAPH.
              IF WS-OP-IX > 10 THEN
                 MOVE "N" TO WS-AMT-OK
                 GO TO AMTPARSE-EXIT-PARAGRAPH
              END-IF.
              IF WS-OVERPUNCH(WS-OP-IX:1) NOT = WS-AMT-LAST THEN
                 ADD 1 TO WS-OP-IX
                 GO TO AMTPARSE-PUNCH-PARAGRAPH
              END-IF.
              SUBTRACT 1 FROM WS-OP-IX.
              MOVE WS-OP-IX TO WS-AMT-TXT(WS-AMT-LEN:1).
              IF FUNCTION TEST-NUMVAL(WS-AMT-TXT) NOT = 0 THEN
                 MOVE "N" TO WS-AMT-OK
                 GO TO AMTPARSE-EXIT-PARAGRAPH
              END-IF.
              COMPUTE WS-AMT-VAL = 0 - FUNCTION NUMVAL(WS-AMT-TXT)
                 / 100.
       AMTPARSE-EXIT-PARAGRAPH.
              EXIT.
      * OPERATOR CHECK, ONLY ONCE THE SITE HAS OPERATORS: THE
      * SAME PASSWORD, STATUS AND EXPIRY RULES AS EVERY OTHER
      * PROGRAM, AND A GRANT ON GLEDGER FOR THIS MODE.
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
                 DISPLAY "GLEDGER: OPERATOR AND PASSWORD ARE REQUIRED"
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
                 DISPLAY "GLEDGER: OPERATOR " FUNCTION TRIM(WS-OPR-ARG)
                    " NOT RECOGNISED OR PASSWORD WRONG"
                 MOVE "Y" TO WS-OPR-REFUSED
                 GO TO OPRCHECK-EXIT-PARAGRAPH
              END-IF.
              IF WS-OPR-STATUS NOT = "A" THEN
                 DISPLAY "GLEDGER: OPERATOR " WS-OPR-ID-TXT
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
                 DISPLAY "GLEDGER: PASSWORD FOR OPERATOR "
                    WS-OPR-ID-TXT " HAS EXPIRED - CHANGE IT IN EMPMGMT"
                 MOVE "Y" TO WS-OPR-REFUSED
                 GO TO OPRCHECK-EXIT-PARAGRAPH
              END-IF.
       OPRCHECK-GRANT-PARAGRAPH.
              PERFORM OPRROLE-PARAGRAPH THRU OPRROLE-EXIT-PARAGRAPH.
              IF WS-OPR-GRANTED NOT = "Y" THEN
                 DISPLAY "GLEDGER: ROLE " FUNCTION TRIM(WS-OPR-ROLE)
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
      * DOES WS-OPR-ROLE HOLD A GRANT ON GLEDGER FOR THIS MODE?
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
                    FUNCTION UPPER-CASE(WS-OPR-F2) = "GLEDGER" AND
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
