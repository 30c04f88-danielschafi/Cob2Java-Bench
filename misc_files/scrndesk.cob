       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SCRNDESK.

      * COMPLIANCE SCREENING DESK. RELOADS ONE LIST IN THE WATCH
      * LIST (WATCHLIST.TXT) FROM THE REGULATOR'S PUBLISHED FILE,
      * AND WORKS THE REVIEW QUEUE (SCREENQ.TXT) THAT THE TERMINALS
      * AND THE NIGHTLY RUN RAISE CASES ON. A CASE IS CLEARED AS A
      * FALSE MATCH - THE NEXT NIGHTLY RUN THEN POSTS THE HELD
      * ITEM OR TAKES THE HOLD OFF THE CUSTOMER'S ACCOUNTS - OR
      * BLOCKED AS A TRUE MATCH, WHICH KEEPS THE ITEM AND THE
      * ACCOUNTS HELD. EVERY RELOAD AND DECISION GOES TO THE
      * SCREENING LOG (SCREENLOG.TXT) UNDER THE REVIEWER'S ID.
      *
      * REGULATOR FILE (WLIMPORT.TXT), ONE ROW PER NAME OR ALIAS:
      *   ENTRY ID / TYPE (S SANCTIONED, P POLITICALLY EXPOSED,
      *   W WATCH) / NAME.
      * ROWS OF OTHER LISTS ALREADY IN THE WATCH LIST ARE KEPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL WLIMPORT-FILE ASSIGN TO "wlimport.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL WATCH-FILE ASSIGN TO "watchlist.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SCREENQ-FILE ASSIGN TO "screenq.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SCREENLOG-FILE ASSIGN TO "screenlog.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD WLIMPORT-FILE.
       01 WLIMPORTREC.
          02 WLI-ID PIC X(10).
          02 WLI-TYPE PIC A(01).
          02 WLI-NAME PIC X(40).
       FD WATCH-FILE.
       01 WATCHREC.
          02 WL-ID PIC X(10).
          02 WL-LIST PIC X(06).
          02 WL-TYPE PIC A(01).
          02 WL-NAME PIC X(40).
          02 WL-NORM PIC X(40).
      * COMPLIANCE REVIEW QUEUE (SCREENQ.TXT). A CASE IS RAISED
      * FOR EVERY SCREENING HIT: CIF FOR A CUSTOMER, CLI FOR AN
      * INBOUND CLEARING ITEM, EXT FOR AN OUTBOUND TRANSFER, THE
      * HELD ITEM ITSELF CARRIED ON THE CASE. STATUS P PENDING
      * REVIEW, C CLEARED BY COMPLIANCE (RELEASED BY THE NEXT
      * NIGHTLY RUN), R RELEASED, B BLOCKED AS A TRUE MATCH.
       FD SCREENQ-FILE.
       01 SCREENQREC.
          02 SQ-CASE PIC 9(14).
          02 SQ-DATE PIC 9(08).
          02 SQ-SRC PIC X(03).
          02 SQ-CIF PIC 9(08).
          02 SQ-NUMBE PIC 9(16).
          02 SQ-NAME PIC X(30).
          02 SQ-WLID PIC X(10).
          02 SQ-SCORE PIC 9(03).
          02 SQ-BANK PIC X(06).
          02 SQ-TOACCT PIC 9(16).
          02 SQ-AMOUNT PIC 9(5)V9(2).
          02 SQ-DIR PIC A(01).
          02 SQ-STATUS PIC A(01).
          02 SQ-DECIDED PIC 9(08).
          02 SQ-BY PIC X(08).
      * SCREENING LOG (SCREENLOG.TXT), APPEND ONLY: EVERY NAME
      * SCREENED AND EVERY DECISION, RELEASE AND LIST RELOAD.
       FD SCREENLOG-FILE.
       01 SCREENLOGREC.
          02 SCL-DATE PIC 9(08).
          02 SCL-TIME PIC 9(06).
          02 SCL-PROG PIC X(08).
          02 SCL-SRC PIC X(03).
          02 SCL-KEY PIC X(16).
          02 SCL-NAME PIC X(30).
          02 SCL-RESULT PIC X(06).
          02 SCL-WLID PIC X(10).
          02 SCL-SCORE PIC 9(03).
          02 SCL-CASE PIC 9(14).
          02 SCL-BY PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC A(1).
       01 WS-TODAY PIC 9(08) VALUE ZEROS.
       01 WS-REVIEWER PIC X(08) VALUE SPACES.
       01 WS-LIST PIC X(06) VALUE SPACES.
       01 WS-WLK-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-WLK-IX PIC 9(4) VALUE ZEROS.
       01 WS-WLK-TABLE.
          02 WS-WLK-ENTRY PIC X(97) OCCURS 3000 TIMES.
       01 WS-WL-LOADED PIC 9(4) VALUE ZEROS.
       01 WS-WL-DROPPED PIC 9(4) VALUE ZEROS.
       01 WS-SQ-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-SQ-IX PIC 9(4) VALUE ZEROS.
       01 WS-SQ-SHOWN PIC 9(4) VALUE ZEROS.
       01 WS-SQ-FULL PIC A(1) VALUE "N".
       01 WS-SQ-TABLE.
          02 WS-SQ-ENTRY PIC X(139) OCCURS 3000 TIMES.
       01 WS-CASE PIC 9(14) VALUE ZEROS.
       01 WS-DECISION PIC A(1) VALUE SPACE.
       01 WS-AMT-ED PIC Z(4)9.99.
       01 WS-SCR-IN PIC X(40) VALUE SPACES.
       01 WS-SCR-WORK PIC X(40) VALUE SPACES.
       01 WS-SCR-NORM PIC X(40) VALUE SPACES.
       01 WS-SCR-NP PIC 9(2) VALUE ZEROS.
       01 WS-SCR-POS PIC 9(2) VALUE ZEROS.
       01 WS-SCR-CH PIC X(1) VALUE SPACE.
       01 WS-SCR-TOK PIC X(15) VALUE SPACES.
       01 WS-SCR-TOKLEN PIC 9(2) VALUE ZEROS.
       01 WS-SCR-TTABLE.
          02 WS-SCR-TCNT PIC 9(2).
          02 WS-SCR-TENT OCCURS 8 TIMES.
             03 WS-SCR-TTOK PIC X(15).
             03 WS-SCR-TLEN PIC 9(2).
       PROCEDURE DIVISION.
       START-PARAGRAPH.
              DISPLAY "COMPLIANCE SCREENING DESK".
              DISPLAY "=> REVIEWER ID".
              ACCEPT WS-REVIEWER.
              IF WS-REVIEWER = SPACES THEN
                 DISPLAY "=> INVALID INPUT"
                 GO TO START-PARAGRAPH
              END-IF.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              GO TO MENU-PARAGRAPH.
       MENU-PARAGRAPH.
              DISPLAY "=> PRESS L TO RELOAD A LIST FROM WLIMPORT.TXT".
              DISPLAY "=> PRESS Q TO LIST THE OPEN CASES".
              DISPLAY "=> PRESS D TO DECIDE A CASE".
              DISPLAY "=> PRESS X TO EXIT".
              ACCEPT WS-CHOICE.
              IF WS-CHOICE = "L" THEN
                 GO TO RELOAD-PARAGRAPH
              END-IF.
              IF WS-CHOICE = "Q" THEN
                 GO TO QUEUE-PARAGRAPH
              END-IF.
              IF WS-CHOICE = "D" THEN
                 GO TO DECIDE-PARAGRAPH
              END-IF.
              IF WS-CHOICE = "X" THEN
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              DISPLAY "=> INVALID INPUT".
              GO TO MENU-PARAGRAPH.
      * RELOAD: KEEP EVERY ROW OF THE OTHER LISTS, DROP THE OLD
      * ROWS OF THIS ONE, AND ADD THE REGULATOR'S ROWS WITH THEIR
      * NAMES NORMALISED THE SAME WAY THE SCREENING DOES IT.
       RELOAD-PARAGRAPH.
              DISPLAY "=> LIST CODE (E.G. OFAC, UN, EU)".
              ACCEPT WS-LIST.
              IF WS-LIST = SPACES THEN
                 DISPLAY "=> INVALID INPUT"
                 GO TO MENU-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-WLK-COUNT WS-WL-LOADED WS-WL-DROPPED.
              OPEN INPUT WATCH-FILE.
              GO TO RELOAD-KEEP-PARAGRAPH.
       RELOAD-KEEP-PARAGRAPH.
              READ WATCH-FILE
                 AT END GO TO RELOAD-WRITE-PARAGRAPH
              END-READ.
              IF WL-LIST = WS-LIST THEN
                 ADD 1 TO WS-WL-DROPPED
                 GO TO RELOAD-KEEP-PARAGRAPH
              END-IF.
              IF WS-WLK-COUNT >= 3000 THEN
                 CLOSE WATCH-FILE
                 DISPLAY "=> WATCH LIST OVER 3000 ROWS - NOT RELOADED"
                 GO TO MENU-PARAGRAPH
              END-IF.
              ADD 1 TO WS-WLK-COUNT.
              MOVE WATCHREC TO WS-WLK-ENTRY(WS-WLK-COUNT).
              GO TO RELOAD-KEEP-PARAGRAPH.
       RELOAD-WRITE-PARAGRAPH.
              CLOSE WATCH-FILE.
              OPEN OUTPUT WATCH-FILE.
              MOVE 1 TO WS-WLK-IX.
              GO TO RELOAD-KEPT-PARAGRAPH.
       RELOAD-KEPT-PARAGRAPH.
              IF WS-WLK-IX > WS-WLK-COUNT THEN
                 OPEN INPUT WLIMPORT-FILE
                 GO TO RELOAD-IMPORT-PARAGRAPH
              END-IF.
              MOVE WS-WLK-ENTRY(WS-WLK-IX) TO WATCHREC.
              WRITE WATCHREC.
              ADD 1 TO WS-WLK-IX.
              GO TO RELOAD-KEPT-PARAGRAPH.
       RELOAD-IMPORT-PARAGRAPH.
              READ WLIMPORT-FILE
                 AT END GO TO RELOAD-DONE-PARAGRAPH
              END-READ.
              MOVE WLI-NAME TO WS-SCR-IN.
              PERFORM SCRNNORM-PARAGRAPH THRU SCRNNORM-EXIT-PARAGRAPH.
              IF WS-SCR-NORM = SPACES THEN
                 DISPLAY "=> ENTRY " WLI-ID " HAS NO NAME - SKIPPED"
                 GO TO RELOAD-IMPORT-PARAGRAPH
              END-IF.
              MOVE WLI-ID TO WL-ID.
              MOVE WS-LIST TO WL-LIST.
              MOVE WLI-TYPE TO WL-TYPE.
              MOVE WLI-NAME TO WL-NAME.
              MOVE WS-SCR-NORM TO WL-NORM.
              WRITE WATCHREC.
              ADD 1 TO WS-WL-LOADED.
              GO TO RELOAD-IMPORT-PARAGRAPH.
       RELOAD-DONE-PARAGRAPH.
              CLOSE WLIMPORT-FILE.
              CLOSE WATCH-FILE.
              MOVE SPACES TO SCREENLOGREC.
              MOVE "WL" TO SCL-SRC.
              MOVE WS-LIST TO SCL-KEY.
              STRING "REPLACED " DELIMITED BY SIZE
                     WS-WL-DROPPED DELIMITED BY SIZE
                     " LOADED " DELIMITED BY SIZE
                     WS-WL-LOADED DELIMITED BY SIZE
                 INTO SCL-NAME.
              MOVE "RELOAD" TO SCL-RESULT.
              MOVE 0 TO SCL-SCORE SCL-CASE.
              PERFORM DESKLOG-PARAGRAPH THRU DESKLOG-EXIT-PARAGRAPH.
              DISPLAY "=> LIST " WS-LIST " ROWS REPLACED "
                 WS-WL-DROPPED " ROWS LOADED " WS-WL-LOADED.
              GO TO MENU-PARAGRAPH.
       QUEUE-PARAGRAPH.
              PERFORM QLOAD-PARAGRAPH THRU QLOAD-EXIT-PARAGRAPH.
              MOVE 0 TO WS-SQ-SHOWN.
              MOVE 1 TO WS-SQ-IX.
              GO TO QUEUE-LINE-PARAGRAPH.
       QUEUE-LINE-PARAGRAPH.
              IF WS-SQ-IX > WS-SQ-COUNT THEN
                 DISPLAY "=> OPEN CASES: " WS-SQ-SHOWN
                 GO TO MENU-PARAGRAPH
              END-IF.
              MOVE WS-SQ-ENTRY(WS-SQ-IX) TO SCREENQREC.
              IF SQ-STATUS = "P" OR SQ-STATUS = "B" THEN
                 ADD 1 TO WS-SQ-SHOWN
                 PERFORM CASESHOW-PARAGRAPH
                    THRU CASESHOW-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SQ-IX.
              GO TO QUEUE-LINE-PARAGRAPH.
      * A PENDING CASE CAN BE CLEARED OR BLOCKED; A BLOCKED ONE CAN
      * STILL BE CLEARED LATER (FOR INSTANCE WHEN THE REGULATOR
      * DELISTS THE NAME). CLEARED CASES ARE FINAL.
       DECIDE-PARAGRAPH.
              PERFORM QLOAD-PARAGRAPH THRU QLOAD-EXIT-PARAGRAPH.
              IF WS-SQ-FULL = "Y" THEN
                 DISPLAY "=> ARCHIVE THE RELEASED CASES BEFORE "
                    "DECIDING MORE"
                 GO TO MENU-PARAGRAPH
              END-IF.
              DISPLAY "=> CASE NUMBER, OR 0 TO CANCEL".
              ACCEPT WS-CASE.
              IF WS-CASE = 0 THEN
                 GO TO MENU-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-SQ-IX.
              GO TO DECIDE-FIND-PARAGRAPH.
       DECIDE-FIND-PARAGRAPH.
              IF WS-SQ-IX > WS-SQ-COUNT THEN
                 DISPLAY "=> NO SUCH CASE"
                 GO TO MENU-PARAGRAPH
              END-IF.
              MOVE WS-SQ-ENTRY(WS-SQ-IX) TO SCREENQREC.
              IF SQ-CASE NOT = WS-CASE THEN
                 ADD 1 TO WS-SQ-IX
                 GO TO DECIDE-FIND-PARAGRAPH
              END-IF.
              PERFORM CASESHOW-PARAGRAPH THRU CASESHOW-EXIT-PARAGRAPH.
              IF SQ-STATUS NOT = "P" AND SQ-STATUS NOT = "B" THEN
                 DISPLAY "=> CASE ALREADY CLEARED"
                 GO TO MENU-PARAGRAPH
              END-IF.
              DISPLAY "=> PRESS C TO CLEAR (FALSE MATCH), B TO BLOCK "
                 "(TRUE MATCH), X TO CANCEL".
              ACCEPT WS-DECISION.
              IF WS-DECISION NOT = "C" AND WS-DECISION NOT = "B" THEN
                 GO TO MENU-PARAGRAPH
              END-IF.
              IF WS-DECISION = SQ-STATUS THEN
                 DISPLAY "=> CASE ALREADY BLOCKED"
                 GO TO MENU-PARAGRAPH
              END-IF.
              MOVE WS-DECISION TO SQ-STATUS.
              MOVE WS-TODAY TO SQ-DECIDED.
              MOVE WS-REVIEWER TO SQ-BY.
              MOVE SCREENQREC TO WS-SQ-ENTRY(WS-SQ-IX).
              PERFORM QSAVE-PARAGRAPH THRU QSAVE-EXIT-PARAGRAPH.
              MOVE SQ-SRC TO SCL-SRC.
              IF SQ-SRC = "CIF" THEN
                 MOVE SQ-CIF TO SCL-KEY
              ELSE
                 MOVE SQ-NUMBE TO SCL-KEY
              END-IF.
              MOVE SQ-NAME TO SCL-NAME.
              IF WS-DECISION = "C" THEN
                 MOVE "CLEARD" TO SCL-RESULT
              ELSE
                 MOVE "BLOCKD" TO SCL-RESULT
              END-IF.
              MOVE SQ-WLID TO SCL-WLID.
              MOVE SQ-SCORE TO SCL-SCORE.
              MOVE SQ-CASE TO SCL-CASE.
              PERFORM DESKLOG-PARAGRAPH THRU DESKLOG-EXIT-PARAGRAPH.
              IF WS-DECISION = "C" THEN
                 DISPLAY "=> CASE CLEARED - RELEASED BY THE NEXT "
                    "NIGHTLY RUN"
              ELSE
                 DISPLAY "=> CASE BLOCKED - ITEM AND ACCOUNTS STAY HELD"
              END-IF.
              GO TO MENU-PARAGRAPH.
       CASESHOW-PARAGRAPH.
              MOVE SQ-AMOUNT TO WS-AMT-ED.
              DISPLAY "=> CASE " SQ-CASE " " SQ-STATUS " RAISED "
                 SQ-DATE " " SQ-SRC " SCORE " SQ-SCORE
                 " LIST ENTRY " SQ-WLID.
              IF SQ-SRC = "CIF" THEN
                 DISPLAY "   CUSTOMER " SQ-CIF " " SQ-NAME
              ELSE
                 DISPLAY "   ACCOUNT " SQ-NUMBE " BANK " SQ-BANK
                    " AMOUNT " WS-AMT-ED " " SQ-NAME
              END-IF.
       CASESHOW-EXIT-PARAGRAPH.
              EXIT.
       QLOAD-PARAGRAPH.
              MOVE 0 TO WS-SQ-COUNT.
              MOVE "N" TO WS-SQ-FULL.
              OPEN INPUT SCREENQ-FILE.
              GO TO QLOAD-READ-PARAGRAPH.
       QLOAD-READ-PARAGRAPH.
              READ SCREENQ-FILE
                 AT END GO TO QLOAD-DONE-PARAGRAPH
              END-READ.
              IF WS-SQ-COUNT >= 3000 THEN
                 DISPLAY "=> QUEUE OVER 3000 CASES - ONLY THE FIRST "
                    "3000 ARE SHOWN"
                 MOVE "Y" TO WS-SQ-FULL
                 GO TO QLOAD-DONE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SQ-COUNT.
              MOVE SCREENQREC TO WS-SQ-ENTRY(WS-SQ-COUNT).
              GO TO QLOAD-READ-PARAGRAPH.
       QLOAD-DONE-PARAGRAPH.
              CLOSE SCREENQ-FILE.
       QLOAD-EXIT-PARAGRAPH.
              EXIT.
       QSAVE-PARAGRAPH.
              OPEN OUTPUT SCREENQ-FILE.
              MOVE 1 TO WS-SQ-IX.
              GO TO QSAVE-LINE-PARAGRAPH.
       QSAVE-LINE-PARAGRAPH.
              IF WS-SQ-IX > WS-SQ-COUNT THEN
                 CLOSE SCREENQ-FILE
                 GO TO QSAVE-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-SQ-ENTRY(WS-SQ-IX) TO SCREENQREC.
              WRITE SCREENQREC.
              ADD 1 TO WS-SQ-IX.
              GO TO QSAVE-LINE-PARAGRAPH.
       QSAVE-EXIT-PARAGRAPH.
              EXIT.
       DESKLOG-PARAGRAPH.
              MOVE WS-TODAY TO SCL-DATE.
              MOVE FUNCTION CURRENT-DATE(9:6) TO SCL-TIME.
              MOVE "SCRNDESK" TO SCL-PROG.
              MOVE WS-REVIEWER TO SCL-BY.
              OPEN EXTEND SCREENLOG-FILE.
              WRITE SCREENLOGREC.
              CLOSE SCREENLOG-FILE.
       DESKLOG-EXIT-PARAGRAPH.
              EXIT.
      * NORMALISE WS-SCR-IN INTO WS-SCR-NORM AND SPLIT IT INTO THE
      * WORD TABLE WS-SCR-TTABLE (AT MOST 8 WORDS OF 15 LETTERS).
       SCRNNORM-PARAGRAPH.
              MOVE WS-SCR-IN TO WS-SCR-WORK.
              INSPECT WS-SCR-WORK CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
              MOVE SPACES TO WS-SCR-NORM WS-SCR-TOK.
              MOVE 0 TO WS-SCR-TCNT WS-SCR-TOKLEN.
              MOVE 1 TO WS-SCR-NP WS-SCR-POS.
              GO TO SCRNNORM-CHAR-PARAGRAPH.
       SCRNNORM-CHAR-PARAGRAPH.
              IF WS-SCR-POS > 40 THEN
                 PERFORM SCRNTOKEN-PARAGRAPH
                    THRU SCRNTOKEN-EXIT-PARAGRAPH
                 GO TO SCRNNORM-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-SCR-WORK(WS-SCR-POS:1) TO WS-SCR-CH.
              ADD 1 TO WS-SCR-POS.
              IF WS-SCR-CH = "'" THEN
                 GO TO SCRNNORM-CHAR-PARAGRAPH
              END-IF.
              IF WS-SCR-CH IS ALPHABETIC-UPPER AND
                    WS-SCR-CH NOT = SPACE THEN
                 IF WS-SCR-TOKLEN < 15 THEN
                    ADD 1 TO WS-SCR-TOKLEN
                    MOVE WS-SCR-CH TO WS-SCR-TOK(WS-SCR-TOKLEN:1)
                 END-IF
                 GO TO SCRNNORM-CHAR-PARAGRAPH
              END-IF.
              PERFORM SCRNTOKEN-PARAGRAPH THRU SCRNTOKEN-EXIT-PARAGRAPH.
              GO TO SCRNNORM-CHAR-PARAGRAPH.
       SCRNNORM-EXIT-PARAGRAPH.
              EXIT.
      *       CLOSE OFF THE WORD BUILT SO FAR: TITLES AND COMPANY
      *       SUFFIXES ARE DROPPED, ANY OTHER WORD IS KEPT.
       SCRNTOKEN-PARAGRAPH.
              IF WS-SCR-TOKLEN = 0 THEN
                 GO TO SCRNTOKEN-EXIT-PARAGRAPH
              END-IF.
              IF WS-SCR-TOK = "MR" OR WS-SCR-TOK = "MRS" OR
                    WS-SCR-TOK = "MS" OR WS-SCR-TOK = "DR" OR
                    WS-SCR-TOK = "SIR" OR WS-SCR-TOK = "THE" OR
                    WS-SCR-TOK = "AND" OR WS-SCR-TOK = "OF" OR
                    WS-SCR-TOK = "LTD" OR WS-SCR-TOK = "LLC" OR
                    WS-SCR-TOK = "INC" OR WS-SCR-TOK = "CO" THEN
                 GO TO SCRNTOKEN-CLEAR-PARAGRAPH
              END-IF.
              IF WS-SCR-TCNT < 8 THEN
                 ADD 1 TO WS-SCR-TCNT
                 MOVE WS-SCR-TOK TO WS-SCR-TTOK(WS-SCR-TCNT)
                 MOVE WS-SCR-TOKLEN TO WS-SCR-TLEN(WS-SCR-TCNT)
                 IF WS-SCR-NP > 1 THEN
                    ADD 1 TO WS-SCR-NP
                 END-IF
                 IF WS-SCR-NP < 41 THEN
                    STRING WS-SCR-TOK DELIMITED BY SPACE
                       INTO WS-SCR-NORM WITH POINTER WS-SCR-NP
                    END-STRING
                 END-IF
              END-IF.
              GO TO SCRNTOKEN-CLEAR-PARAGRAPH.
       SCRNTOKEN-CLEAR-PARAGRAPH.
              MOVE SPACES TO WS-SCR-TOK.
              MOVE 0 TO WS-SCR-TOKLEN.
       SCRNTOKEN-EXIT-PARAGRAPH.
              EXIT.
       TERMINATE-PARAGRAPH.
              STOP RUN.
