       IDENTIFICATION DIVISION.
       PROGRAM-ID.   YEINT.

      * YEAR-END INTEREST STATEMENTS. ADDS UP THE INTEREST EACH
      * ACCOUNT EARNED IN A TAX YEAR - THE INT ROWS THE NIGHTLY
      * RUN POSTS TO HISTORY.TXT PLUS TERM DEPOSIT INTEREST FROM
      * TDINTEREST.TXT, ADJUSTED BY ANY CORRECTIONS KEYED HERE -
      * AND ROLLS IT UP PER CUSTOMER (ACCTCIF.TXT TO
      * CUSTOMERS.TXT). WRITES ONE PRINTABLE STATEMENT PER
      * CUSTOMER (INTSTMT_<YEAR>_<CIF>.TXT) AND THE FIXED-FORMAT
      * EXTRACT FOR THE TAX OFFICE (TAXINT_<YEAR>.TXT: HEADER,
      * ONE DETAIL PER ACCOUNT, TRAILER WITH COUNTS AND TOTAL).
      * EVERYTHING IS REBUILT FROM THE FILES EACH TIME, SO A RUN
      * CAN BE REPEATED; AN EXTRACT WRITTEN OVER AN EARLIER ONE
      * FOR THE SAME YEAR IS MARKED AS A REPLACEMENT.
      *
      * CORRECTIONS (INTCORR.TXT), ONE ROW PER ADJUSTMENT:
      *   TAX YEAR / CUSTOMER / ACCOUNT / SIGNED AMOUNT / DATE
      *   KEYED / REASON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL POSTHIST-FILE ASSIGN TO "history.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL TDINT-FILE ASSIGN TO "tdinterest.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "customers.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ACCTCIF-FILE ASSIGN TO "acctcif.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL INTCORR-FILE ASSIGN TO "intcorr.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT INTSTMT-FILE ASSIGN TO WS-STMT-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL TAXINT-FILE ASSIGN TO WS-TAX-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD POSTHIST-FILE.
       01 POSTHISTREC.
          02 PH-NUMBE PIC 9(16).
          02 PH-DATE PIC 9(08).
          02 PH-DATE-X REDEFINES PH-DATE.
             03 PH-YEAR PIC 9(04).
             03 PH-MMDD PIC 9(04).
          02 PH-ACTION PIC A(1).
          02 PH-AMOUNT PIC 9(5)V9(2).
          02 PH-TIME PIC 9(5).
          02 PH-SRC PIC X(3).
          02 PH-BALANCE PIC S9(13)V9(2) SIGN LEADING SEPARATE.
       FD TDINT-FILE.
       01 TDINTREC.
          02 TDI-DATE PIC 9(08).
          02 TDI-DATE-X REDEFINES TDI-DATE.
             03 TDI-YEAR PIC 9(04).
             03 TDI-MMDD PIC 9(04).
          02 TDI-NUMBE PIC 9(14).
          02 TDI-ACCT PIC 9(16).
          02 TDI-AMOUNT PIC 9(9)V9(2).
          02 TDI-KIND PIC A(01).
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
       FD INTCORR-FILE.
       01 INTCORRREC.
          02 IC-YEAR PIC 9(04).
          02 IC-CIF PIC 9(08).
          02 IC-NUMBE PIC 9(16).
          02 IC-AMOUNT PIC S9(9)V9(2) SIGN LEADING SEPARATE.
          02 IC-DATE PIC 9(08).
          02 IC-REASON PIC X(30).
       FD INTSTMT-FILE.
       01 INTSTMTLINE.
          02 SL-LABEL PIC X(26).
          02 SL-TEXT PIC X(40).
          02 SL-VALUE PIC -(11)9.99.
      * TAX OFFICE EXTRACT: FIXED 120-BYTE RECORDS, AMOUNTS WITH
      * TWO IMPLIED DECIMALS AND A LEADING SIGN.
       FD TAXINT-FILE.
       01 TAXHDR.
          02 TXH-TYPE PIC X(01).
          02 TXH-PAYER PIC X(10).
          02 TXH-YEAR PIC 9(04).
          02 TXH-RUNDATE PIC 9(08).
          02 TXH-FILETYPE PIC X(01).
          02 FILLER PIC X(96).
       01 TAXDTL.
          02 TXD-TYPE PIC X(01).
          02 TXD-CIF PIC 9(08).
          02 TXD-NAME PIC X(30).
          02 TXD-ADDR PIC X(40).
          02 TXD-ACCT PIC 9(16).
          02 TXD-AMOUNT PIC S9(11)V9(2) SIGN LEADING SEPARATE.
          02 TXD-CORR PIC X(01).
          02 FILLER PIC X(10).
       01 TAXTRL.
          02 TXT-TYPE PIC X(01).
          02 TXT-COUNT PIC 9(07).
          02 TXT-CIFS PIC 9(07).
          02 TXT-TOTAL PIC S9(13)V9(2) SIGN LEADING SEPARATE.
          02 FILLER PIC X(89).
       WORKING-STORAGE SECTION.
      * INSTITUTION NUMBER THE TAX OFFICE ISSUED FOR THIS RETURN.
       01 WS-PAYER-ID PIC X(10) VALUE "0000000000".
       01 WS-CHOICE PIC A(1).
       01 WS-YEAR PIC 9(04) VALUE ZEROS.
       01 WS-TODAY PIC 9(08) VALUE ZEROS.
       01 WS-ONE-CIF PIC 9(08) VALUE ZEROS.
       01 WS-MARK PIC X(20) VALUE SPACES.
       01 WS-CUS-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-CUS-IX PIC 9(3) VALUE ZEROS.
       01 WS-CUS-TABLE.
          02 WS-CUS-ENTRY OCCURS 500 TIMES.
             03 WS-CUS-NUM PIC 9(8).
             03 WS-CUS-NAME PIC X(30).
             03 WS-CUS-ADDR PIC X(40).
       01 WS-ACC-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-ACC-IX PIC 9(4) VALUE ZEROS.
       01 WS-ACC-TABLE.
          02 WS-ACC-ENTRY OCCURS 1000 TIMES.
             03 WS-ACC-NUMBE PIC 9(16).
             03 WS-ACC-CIF PIC 9(8).
             03 WS-ACC-DEP PIC S9(11)V9(2).
             03 WS-ACC-TD PIC S9(11)V9(2).
             03 WS-ACC-CORR PIC S9(11)V9(2).
             03 WS-ACC-DONE PIC A(1).
       01 WS-FIND-NUMBE PIC 9(16) VALUE ZEROS.
       01 WS-ACC-TOTAL PIC S9(11)V9(2) VALUE ZEROS.
       01 WS-CUS-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-CUS-ACCTS PIC 9(4) VALUE ZEROS.
       01 WS-STMT-NAME PIC X(34) VALUE SPACES.
       01 WS-TAX-NAME PIC X(24) VALUE SPACES.
       01 WS-TAX-FILETYPE PIC X(01) VALUE "O".
       01 WS-TAX-COUNT PIC 9(07) VALUE ZEROS.
       01 WS-TAX-CIFS PIC 9(07) VALUE ZEROS.
       01 WS-TAX-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-TAX-CIF-SEEN PIC A(1) VALUE "N".
       01 WS-STMT-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-UNLINKED PIC 9(05) VALUE ZEROS.
       01 WS-CORR-ACCT PIC 9(16) VALUE ZEROS.
       01 WS-CORR-DIR PIC A(1) VALUE SPACE.
       01 WS-CORR-AMOUNT PIC 9(9)V9(2) VALUE ZEROS.
       01 WS-CORR-REASON PIC X(30) VALUE SPACES.
       01 WS-AMT-ED PIC -(11)9.99.
       PROCEDURE DIVISION.
       START-PARAGRAPH.
              DISPLAY "YEAR-END INTEREST STATEMENTS".
              DISPLAY "=> TAX YEAR CCYY".
              ACCEPT WS-YEAR.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              GO TO MENU-PARAGRAPH.
       MENU-PARAGRAPH.
              DISPLAY "=> PRESS R TO RUN STATEMENTS AND THE TAX "
                 "EXTRACT".
              DISPLAY "=> PRESS P TO REPRINT ONE CUSTOMER'S STATEMENT".
              DISPLAY "=> PRESS C TO CORRECT ONE CUSTOMER'S INTEREST".
              DISPLAY "=> PRESS X TO EXIT".
              ACCEPT WS-CHOICE.
              IF WS-CHOICE = "R" THEN
                 GO TO RUNALL-PARAGRAPH
              END-IF.
              IF WS-CHOICE = "P" THEN
                 GO TO REPRINT-PARAGRAPH
              END-IF.
              IF WS-CHOICE = "C" THEN
                 GO TO CORRECT-PARAGRAPH
              END-IF.
              IF WS-CHOICE = "X" THEN
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              DISPLAY "=> INVALID INPUT".
              GO TO MENU-PARAGRAPH.
       RUNALL-PARAGRAPH.
              PERFORM BUILD-PARAGRAPH THRU BUILD-EXIT-PARAGRAPH.
              MOVE 0 TO WS-ONE-CIF.
              MOVE SPACES TO WS-MARK.
              PERFORM STMTALL-PARAGRAPH THRU STMTALL-EXIT-PARAGRAPH.
              PERFORM EXTRACT-PARAGRAPH THRU EXTRACT-EXIT-PARAGRAPH.
              DISPLAY "=> STATEMENTS WRITTEN: " WS-STMT-COUNT.
              DISPLAY "=> EXTRACT " WS-TAX-NAME " DETAILS "
                 WS-TAX-COUNT " CUSTOMERS " WS-TAX-CIFS.
              MOVE WS-TAX-TOTAL TO WS-AMT-ED.
              DISPLAY "=> TOTAL INTEREST REPORTED " WS-AMT-ED.
              IF WS-UNLINKED > 0 THEN
                 DISPLAY "=> ACCOUNTS WITH INTEREST BUT NO CUSTOMER: "
                    WS-UNLINKED " (NOT IN THE EXTRACT)"
              END-IF.
              GO TO MENU-PARAGRAPH.
       REPRINT-PARAGRAPH.
              DISPLAY "=> CUSTOMER NUMBER".
              ACCEPT WS-ONE-CIF.
              PERFORM BUILD-PARAGRAPH THRU BUILD-EXIT-PARAGRAPH.
              MOVE "REPRINT" TO WS-MARK.
              PERFORM STMTALL-PARAGRAPH THRU STMTALL-EXIT-PARAGRAPH.
              IF WS-STMT-COUNT = 0 THEN
                 DISPLAY "=> NO INTEREST ON FILE FOR THAT CUSTOMER"
              ELSE
                 DISPLAY "=> STATEMENT WRITTEN TO " WS-STMT-NAME
              END-IF.
              GO TO MENU-PARAGRAPH.
      * A CORRECTION IS KEPT IN INTCORR.TXT SO EVERY LATER RUN
      * CARRIES IT; THE CUSTOMER GETS A CORRECTED STATEMENT AND THE
      * EXTRACT IS WRITTEN AGAIN AS A REPLACEMENT.
       CORRECT-PARAGRAPH.
              DISPLAY "=> CUSTOMER NUMBER".
              ACCEPT WS-ONE-CIF.
              PERFORM BUILD-PARAGRAPH THRU BUILD-EXIT-PARAGRAPH.
              MOVE 0 TO WS-CUS-ACCTS.
              MOVE 1 TO WS-ACC-IX.
              GO TO CORRECT-LIST-PARAGRAPH.
       CORRECT-LIST-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 GO TO CORRECT-ACCT-PARAGRAPH
              END-IF.
              IF WS-ACC-CIF(WS-ACC-IX) = WS-ONE-CIF THEN
                 ADD 1 TO WS-CUS-ACCTS
                 COMPUTE WS-ACC-TOTAL = WS-ACC-DEP(WS-ACC-IX)
                    + WS-ACC-TD(WS-ACC-IX) + WS-ACC-CORR(WS-ACC-IX)
                 MOVE WS-ACC-TOTAL TO WS-AMT-ED
                 DISPLAY "=> ACCOUNT " WS-ACC-NUMBE(WS-ACC-IX)
                    " INTEREST " WS-AMT-ED
              END-IF.
              ADD 1 TO WS-ACC-IX.
              GO TO CORRECT-LIST-PARAGRAPH.
       CORRECT-ACCT-PARAGRAPH.
              IF WS-CUS-ACCTS = 0 THEN
                 DISPLAY "=> NO ACCOUNTS ON FILE FOR THAT CUSTOMER"
                 GO TO MENU-PARAGRAPH
              END-IF.
              DISPLAY "=> ACCOUNT TO CORRECT, OR 0 TO CANCEL".
              ACCEPT WS-CORR-ACCT.
              IF WS-CORR-ACCT = 0 THEN
                 GO TO MENU-PARAGRAPH
              END-IF.
              MOVE WS-CORR-ACCT TO WS-FIND-NUMBE.
              PERFORM FINDACC-PARAGRAPH THRU FINDACC-EXIT-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 DISPLAY "=> INVALID INPUT"
                 GO TO CORRECT-ACCT-PARAGRAPH
              END-IF.
              IF WS-ACC-CIF(WS-ACC-IX) NOT = WS-ONE-CIF THEN
                 DISPLAY "=> INVALID INPUT"
                 GO TO CORRECT-ACCT-PARAGRAPH
              END-IF.
              GO TO CORRECT-AMOUNT-PARAGRAPH.
       CORRECT-AMOUNT-PARAGRAPH.
              DISPLAY "=> A TO ADD INTEREST, R TO REDUCE IT".
              ACCEPT WS-CORR-DIR.
              IF WS-CORR-DIR NOT = "A" AND WS-CORR-DIR NOT = "R" THEN
                 DISPLAY "=> INVALID INPUT"
                 GO TO CORRECT-AMOUNT-PARAGRAPH
              END-IF.
              DISPLAY "=> AMOUNT".
              ACCEPT WS-CORR-AMOUNT.
              IF WS-CORR-AMOUNT = 0 THEN
                 DISPLAY "=> INVALID INPUT"
                 GO TO CORRECT-AMOUNT-PARAGRAPH
              END-IF.
              DISPLAY "=> REASON".
              ACCEPT WS-CORR-REASON.
              MOVE WS-YEAR TO IC-YEAR.
              MOVE WS-ONE-CIF TO IC-CIF.
              MOVE WS-CORR-ACCT TO IC-NUMBE.
              IF WS-CORR-DIR = "R" THEN
                 COMPUTE IC-AMOUNT = 0 - WS-CORR-AMOUNT
              ELSE
                 MOVE WS-CORR-AMOUNT TO IC-AMOUNT
              END-IF.
              MOVE WS-TODAY TO IC-DATE.
              MOVE WS-CORR-REASON TO IC-REASON.
              OPEN EXTEND INTCORR-FILE.
              WRITE INTCORRREC.
              CLOSE INTCORR-FILE.
              ADD IC-AMOUNT TO WS-ACC-CORR(WS-ACC-IX).
              MOVE "CORRECTED" TO WS-MARK.
              PERFORM STMTALL-PARAGRAPH THRU STMTALL-EXIT-PARAGRAPH.
              DISPLAY "=> CORRECTED STATEMENT WRITTEN TO " WS-STMT-NAME.
              MOVE 0 TO WS-ONE-CIF.
              PERFORM EXTRACT-PARAGRAPH THRU EXTRACT-EXIT-PARAGRAPH.
              DISPLAY "=> REPLACEMENT EXTRACT WRITTEN TO " WS-TAX-NAME.
              GO TO MENU-PARAGRAPH.
      * LOAD THE CUSTOMERS AND THE ACCOUNT LINKS, THEN ADD UP THE
      * YEAR'S INTEREST PER ACCOUNT FROM THE THREE SOURCES.
       BUILD-PARAGRAPH.
              MOVE 0 TO WS-CUS-COUNT.
              MOVE 0 TO WS-ACC-COUNT.
              OPEN INPUT CUSTOMER-FILE.
              GO TO BUILD-CUS-PARAGRAPH.
       BUILD-CUS-PARAGRAPH.
              READ CUSTOMER-FILE
                 AT END GO TO BUILD-ACL-PARAGRAPH
              END-READ.
              IF WS-CUS-COUNT < 500 THEN
                 ADD 1 TO WS-CUS-COUNT
                 MOVE CIF-NUM TO WS-CUS-NUM(WS-CUS-COUNT)
                 MOVE CIF-NAME TO WS-CUS-NAME(WS-CUS-COUNT)
                 MOVE CIF-ADDR TO WS-CUS-ADDR(WS-CUS-COUNT)
              END-IF.
              GO TO BUILD-CUS-PARAGRAPH.
       BUILD-ACL-PARAGRAPH.
              CLOSE CUSTOMER-FILE.
              OPEN INPUT ACCTCIF-FILE.
              GO TO BUILD-ACLREAD-PARAGRAPH.
       BUILD-ACLREAD-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO BUILD-HIST-PARAGRAPH
              END-READ.
              MOVE ACL-NUMBE TO WS-FIND-NUMBE.
              PERFORM ADDACC-PARAGRAPH THRU ADDACC-EXIT-PARAGRAPH.
              IF WS-ACC-IX NOT > WS-ACC-COUNT THEN
                 MOVE ACL-CIF TO WS-ACC-CIF(WS-ACC-IX)
              END-IF.
              GO TO BUILD-ACLREAD-PARAGRAPH.
       BUILD-HIST-PARAGRAPH.
              CLOSE ACCTCIF-FILE.
              OPEN INPUT POSTHIST-FILE.
              GO TO BUILD-HISTREAD-PARAGRAPH.
       BUILD-HISTREAD-PARAGRAPH.
              READ POSTHIST-FILE
                 AT END GO TO BUILD-TD-PARAGRAPH
              END-READ.
              IF PH-SRC NOT = "INT" OR PH-YEAR NOT = WS-YEAR THEN
                 GO TO BUILD-HISTREAD-PARAGRAPH
              END-IF.
              MOVE PH-NUMBE TO WS-FIND-NUMBE.
              PERFORM ADDACC-PARAGRAPH THRU ADDACC-EXIT-PARAGRAPH.
              IF WS-ACC-IX NOT > WS-ACC-COUNT THEN
                 ADD PH-AMOUNT TO WS-ACC-DEP(WS-ACC-IX)
              END-IF.
              GO TO BUILD-HISTREAD-PARAGRAPH.
       BUILD-TD-PARAGRAPH.
              CLOSE POSTHIST-FILE.
              OPEN INPUT TDINT-FILE.
              GO TO BUILD-TDREAD-PARAGRAPH.
       BUILD-TDREAD-PARAGRAPH.
              READ TDINT-FILE
                 AT END GO TO BUILD-CORR-PARAGRAPH
              END-READ.
              IF TDI-YEAR NOT = WS-YEAR THEN
                 GO TO BUILD-TDREAD-PARAGRAPH
              END-IF.
              MOVE TDI-ACCT TO WS-FIND-NUMBE.
              PERFORM ADDACC-PARAGRAPH THRU ADDACC-EXIT-PARAGRAPH.
              IF WS-ACC-IX NOT > WS-ACC-COUNT THEN
                 ADD TDI-AMOUNT TO WS-ACC-TD(WS-ACC-IX)
              END-IF.
              GO TO BUILD-TDREAD-PARAGRAPH.
       BUILD-CORR-PARAGRAPH.
              CLOSE TDINT-FILE.
              OPEN INPUT INTCORR-FILE.
              GO TO BUILD-CORRREAD-PARAGRAPH.
       BUILD-CORRREAD-PARAGRAPH.
              READ INTCORR-FILE
                 AT END GO TO BUILD-DONE-PARAGRAPH
              END-READ.
              IF IC-YEAR NOT = WS-YEAR THEN
                 GO TO BUILD-CORRREAD-PARAGRAPH
              END-IF.
              MOVE IC-NUMBE TO WS-FIND-NUMBE.
              PERFORM ADDACC-PARAGRAPH THRU ADDACC-EXIT-PARAGRAPH.
              IF WS-ACC-IX NOT > WS-ACC-COUNT THEN
                 ADD IC-AMOUNT TO WS-ACC-CORR(WS-ACC-IX)
              END-IF.
              GO TO BUILD-CORRREAD-PARAGRAPH.
       BUILD-DONE-PARAGRAPH.
              CLOSE INTCORR-FILE.
       BUILD-EXIT-PARAGRAPH.
              EXIT.
      * WS-ACC-IX POINTS AT WS-FIND-NUMBE'S ENTRY, OR PAST THE END
      * WHEN IT IS NOT IN THE TABLE.
       FINDACC-PARAGRAPH.
              MOVE 1 TO WS-ACC-IX.
              GO TO FINDACC-NEXT-PARAGRAPH.
       FINDACC-NEXT-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 GO TO FINDACC-EXIT-PARAGRAPH
              END-IF.
              IF WS-ACC-NUMBE(WS-ACC-IX) = WS-FIND-NUMBE THEN
                 GO TO FINDACC-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-ACC-IX.
              GO TO FINDACC-NEXT-PARAGRAPH.
       FINDACC-EXIT-PARAGRAPH.
              EXIT.
      * AS FINDACC, ADDING THE ACCOUNT (NO CUSTOMER YET) WHEN IT IS
      * NEW AND THE TABLE HAS ROOM.
       ADDACC-PARAGRAPH.
              PERFORM FINDACC-PARAGRAPH THRU FINDACC-EXIT-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT AND WS-ACC-COUNT < 1000 THEN
                 ADD 1 TO WS-ACC-COUNT
                 MOVE WS-ACC-COUNT TO WS-ACC-IX
                 MOVE WS-FIND-NUMBE TO WS-ACC-NUMBE(WS-ACC-IX)
                 MOVE 0 TO WS-ACC-CIF(WS-ACC-IX)
                 MOVE 0 TO WS-ACC-DEP(WS-ACC-IX)
                 MOVE 0 TO WS-ACC-TD(WS-ACC-IX)
                 MOVE 0 TO WS-ACC-CORR(WS-ACC-IX)
                 MOVE "N" TO WS-ACC-DONE(WS-ACC-IX)
              END-IF.
       ADDACC-EXIT-PARAGRAPH.
              EXIT.
      * ONE STATEMENT PER CUSTOMER WITH INTEREST IN THE YEAR (JUST
      * WS-ONE-CIF WHEN IT IS SET), MARKED WITH WS-MARK.
       STMTALL-PARAGRAPH.
              MOVE 0 TO WS-STMT-COUNT.
              MOVE 1 TO WS-CUS-IX.
              GO TO STMTALL-NEXT-PARAGRAPH.
       STMTALL-NEXT-PARAGRAPH.
              IF WS-CUS-IX > WS-CUS-COUNT THEN
                 GO TO STMTALL-EXIT-PARAGRAPH
              END-IF.
              IF WS-ONE-CIF = 0 OR
                    WS-CUS-NUM(WS-CUS-IX) = WS-ONE-CIF THEN
                 PERFORM STMTONE-PARAGRAPH THRU STMTONE-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CUS-IX.
              GO TO STMTALL-NEXT-PARAGRAPH.
       STMTALL-EXIT-PARAGRAPH.
              EXIT.
       STMTONE-PARAGRAPH.
              MOVE 0 TO WS-CUS-ACCTS.
              MOVE 1 TO WS-ACC-IX.
              GO TO STMTONE-CHECK-PARAGRAPH.
       STMTONE-CHECK-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 GO TO STMTONE-OPEN-PARAGRAPH
              END-IF.
              IF WS-ACC-CIF(WS-ACC-IX) = WS-CUS-NUM(WS-CUS-IX) AND
                    (WS-ACC-DEP(WS-ACC-IX) NOT = 0 OR
                     WS-ACC-TD(WS-ACC-IX) NOT = 0 OR
                     WS-ACC-CORR(WS-ACC-IX) NOT = 0) THEN
                 ADD 1 TO WS-CUS-ACCTS
              END-IF.
              ADD 1 TO WS-ACC-IX.
              GO TO STMTONE-CHECK-PARAGRAPH.
       STMTONE-OPEN-PARAGRAPH.
              IF WS-CUS-ACCTS = 0 THEN
                 GO TO STMTONE-EXIT-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-STMT-NAME.
              STRING "intstmt_" DELIMITED BY SIZE
                     WS-YEAR DELIMITED BY SIZE
                     "_" DELIMITED BY SIZE
                     WS-CUS-NUM(WS-CUS-IX) DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-STMT-NAME.
              OPEN OUTPUT INTSTMT-FILE.
              MOVE SPACES TO INTSTMTLINE.
              MOVE "ANNUAL INTEREST STATEMENT" TO SL-LABEL.
              MOVE WS-MARK TO SL-TEXT.
              MOVE 0 TO SL-VALUE.
              WRITE INTSTMTLINE.
              MOVE "TAX YEAR:" TO SL-LABEL.
              MOVE WS-YEAR TO SL-TEXT.
              WRITE INTSTMTLINE.
              MOVE "DATE PRINTED:" TO SL-LABEL.
              MOVE WS-TODAY TO SL-TEXT.
              WRITE INTSTMTLINE.
              MOVE "CUSTOMER NUMBER:" TO SL-LABEL.
              MOVE WS-CUS-NUM(WS-CUS-IX) TO SL-TEXT.
              WRITE INTSTMTLINE.
              MOVE "NAME:" TO SL-LABEL.
              MOVE WS-CUS-NAME(WS-CUS-IX) TO SL-TEXT.
              WRITE INTSTMTLINE.
              MOVE "ADDRESS:" TO SL-LABEL.
              MOVE WS-CUS-ADDR(WS-CUS-IX) TO SL-TEXT.
              WRITE INTSTMTLINE.
              MOVE 0 TO WS-CUS-TOTAL.
              MOVE 1 TO WS-ACC-IX.
              GO TO STMTONE-ACCT-PARAGRAPH.
       STMTONE-ACCT-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 GO TO STMTONE-CLOSE-PARAGRAPH
              END-IF.
              IF WS-ACC-CIF(WS-ACC-IX) NOT = WS-CUS-NUM(WS-CUS-IX) OR
                    (WS-ACC-DEP(WS-ACC-IX) = 0 AND
                     WS-ACC-TD(WS-ACC-IX) = 0 AND
                     WS-ACC-CORR(WS-ACC-IX) = 0) THEN
                 ADD 1 TO WS-ACC-IX
                 GO TO STMTONE-ACCT-PARAGRAPH
              END-IF.
              MOVE SPACES TO INTSTMTLINE.
              MOVE "ACCOUNT:" TO SL-LABEL.
              MOVE WS-ACC-NUMBE(WS-ACC-IX) TO SL-TEXT.
              MOVE 0 TO SL-VALUE.
              WRITE INTSTMTLINE.
              MOVE SPACES TO SL-TEXT.
              MOVE "  DEPOSIT INTEREST:" TO SL-LABEL.
              MOVE WS-ACC-DEP(WS-ACC-IX) TO SL-VALUE.
              WRITE INTSTMTLINE.
              IF WS-ACC-TD(WS-ACC-IX) NOT = 0 THEN
                 MOVE "  TERM DEPOSIT INTEREST:" TO SL-LABEL
                 MOVE WS-ACC-TD(WS-ACC-IX) TO SL-VALUE
                 WRITE INTSTMTLINE
              END-IF.
              IF WS-ACC-CORR(WS-ACC-IX) NOT = 0 THEN
                 MOVE "  CORRECTIONS:" TO SL-LABEL
                 MOVE WS-ACC-CORR(WS-ACC-IX) TO SL-VALUE
                 WRITE INTSTMTLINE
              END-IF.
              COMPUTE WS-ACC-TOTAL = WS-ACC-DEP(WS-ACC-IX)
                 + WS-ACC-TD(WS-ACC-IX) + WS-ACC-CORR(WS-ACC-IX).
              MOVE "  ACCOUNT TOTAL:" TO SL-LABEL.
              MOVE WS-ACC-TOTAL TO SL-VALUE.
              WRITE INTSTMTLINE.
              ADD WS-ACC-TOTAL TO WS-CUS-TOTAL.
              ADD 1 TO WS-ACC-IX.
              GO TO STMTONE-ACCT-PARAGRAPH.
       STMTONE-CLOSE-PARAGRAPH.
              MOVE SPACES TO INTSTMTLINE.
              MOVE "TOTAL INTEREST FOR YEAR:" TO SL-LABEL.
              MOVE WS-CUS-TOTAL TO SL-VALUE.
              WRITE INTSTMTLINE.
              MOVE SPACES TO INTSTMTLINE.
              MOVE "THIS AMOUNT HAS BEEN" TO SL-LABEL.
              MOVE "REPORTED TO THE TAX AUTHORITY" TO SL-TEXT.
              MOVE 0 TO SL-VALUE.
              WRITE INTSTMTLINE.
              CLOSE INTSTMT-FILE.
              ADD 1 TO WS-STMT-COUNT.
       STMTONE-EXIT-PARAGRAPH.
              EXIT.
      * THE TAX OFFICE EXTRACT FOR THE YEAR: EVERY LINKED ACCOUNT
      * WITH INTEREST, GROUPED BY CUSTOMER. ACCOUNTS WITH NO
      * CUSTOMER ON FILE ARE LISTED HERE FOR THE BRANCH TO LINK.
       EXTRACT-PARAGRAPH.
              MOVE SPACES TO WS-TAX-NAME.
              STRING "taxint_" DELIMITED BY SIZE
                     WS-YEAR DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-TAX-NAME.
              MOVE "O" TO WS-TAX-FILETYPE.
              OPEN INPUT TAXINT-FILE.
              READ TAXINT-FILE
                 AT END CONTINUE
                 NOT AT END MOVE "R" TO WS-TAX-FILETYPE
              END-READ.
              CLOSE TAXINT-FILE.
              MOVE 0 TO WS-TAX-COUNT WS-TAX-CIFS WS-TAX-TOTAL.
              MOVE 0 TO WS-UNLINKED.
              MOVE 1 TO WS-ACC-IX.
              GO TO EXTRACT-RESET-PARAGRAPH.
       EXTRACT-RESET-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 GO TO EXTRACT-OPEN-PARAGRAPH
              END-IF.
              MOVE "N" TO WS-ACC-DONE(WS-ACC-IX).
              ADD 1 TO WS-ACC-IX.
              GO TO EXTRACT-RESET-PARAGRAPH.
       EXTRACT-OPEN-PARAGRAPH.
              OPEN OUTPUT TAXINT-FILE.
              MOVE SPACES TO TAXHDR.
              MOVE "H" TO TXH-TYPE.
              MOVE WS-PAYER-ID TO TXH-PAYER.
              MOVE WS-YEAR TO TXH-YEAR.
              MOVE WS-TODAY TO TXH-RUNDATE.
              MOVE WS-TAX-FILETYPE TO TXH-FILETYPE.
              WRITE TAXHDR.
              MOVE 1 TO WS-CUS-IX.
              GO TO EXTRACT-CUS-PARAGRAPH.
       EXTRACT-CUS-PARAGRAPH.
              IF WS-CUS-IX > WS-CUS-COUNT THEN
                 GO TO EXTRACT-LEFT-PARAGRAPH
              END-IF.
              MOVE "N" TO WS-TAX-CIF-SEEN.
              MOVE 1 TO WS-ACC-IX.
              GO TO EXTRACT-ACCT-PARAGRAPH.
       EXTRACT-ACCT-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 ADD 1 TO WS-CUS-IX
                 GO TO EXTRACT-CUS-PARAGRAPH
              END-IF.
              IF WS-ACC-CIF(WS-ACC-IX) NOT = WS-CUS-NUM(WS-CUS-IX) THEN
                 ADD 1 TO WS-ACC-IX
                 GO TO EXTRACT-ACCT-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-ACC-DONE(WS-ACC-IX).
              COMPUTE WS-ACC-TOTAL = WS-ACC-DEP(WS-ACC-IX)
                 + WS-ACC-TD(WS-ACC-IX) + WS-ACC-CORR(WS-ACC-IX).
              IF WS-ACC-TOTAL = 0 THEN
                 ADD 1 TO WS-ACC-IX
                 GO TO EXTRACT-ACCT-PARAGRAPH
              END-IF.
              MOVE SPACES TO TAXDTL.
              MOVE "D" TO TXD-TYPE.
              MOVE WS-CUS-NUM(WS-CUS-IX) TO TXD-CIF.
              MOVE WS-CUS-NAME(WS-CUS-IX) TO TXD-NAME.
              MOVE WS-CUS-ADDR(WS-CUS-IX) TO TXD-ADDR.
              MOVE WS-ACC-NUMBE(WS-ACC-IX) TO TXD-ACCT.
              MOVE WS-ACC-TOTAL TO TXD-AMOUNT.
              IF WS-ACC-CORR(WS-ACC-IX) NOT = 0 THEN
                 MOVE "C" TO TXD-CORR
              END-IF.
              WRITE TAXDTL.
              ADD 1 TO WS-TAX-COUNT.
              ADD WS-ACC-TOTAL TO WS-TAX-TOTAL.
              IF WS-TAX-CIF-SEEN = "N" THEN
                 MOVE "Y" TO WS-TAX-CIF-SEEN
                 ADD 1 TO WS-TAX-CIFS
              END-IF.
              ADD 1 TO WS-ACC-IX.
              GO TO EXTRACT-ACCT-PARAGRAPH.
       EXTRACT-LEFT-PARAGRAPH.
              MOVE SPACES TO TAXTRL.
              MOVE "T" TO TXT-TYPE.
              MOVE WS-TAX-COUNT TO TXT-COUNT.
              MOVE WS-TAX-CIFS TO TXT-CIFS.
              MOVE WS-TAX-TOTAL TO TXT-TOTAL.
              WRITE TAXTRL.
              CLOSE TAXINT-FILE.
              MOVE 1 TO WS-ACC-IX.
              GO TO EXTRACT-UNLINKED-PARAGRAPH.
       EXTRACT-UNLINKED-PARAGRAPH.
              IF WS-ACC-IX > WS-ACC-COUNT THEN
                 GO TO EXTRACT-EXIT-PARAGRAPH
              END-IF.
              COMPUTE WS-ACC-TOTAL = WS-ACC-DEP(WS-ACC-IX)
                 + WS-ACC-TD(WS-ACC-IX) + WS-ACC-CORR(WS-ACC-IX).
              IF WS-ACC-DONE(WS-ACC-IX) = "N" AND
                    WS-ACC-TOTAL NOT = 0 THEN
                 ADD 1 TO WS-UNLINKED
                 MOVE WS-ACC-TOTAL TO WS-AMT-ED
                 DISPLAY "=> NO CUSTOMER FOR ACCOUNT "
                    WS-ACC-NUMBE(WS-ACC-IX) " INTEREST " WS-AMT-ED
              END-IF.
              ADD 1 TO WS-ACC-IX.
              GO TO EXTRACT-UNLINKED-PARAGRAPH.
       EXTRACT-EXIT-PARAGRAPH.
              EXIT.
       TERMINATE-PARAGRAPH.
              STOP RUN.
