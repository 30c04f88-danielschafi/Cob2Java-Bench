       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CRECON.

      * MEMBER CREDIT LIABILITY RECONCILIATION. THE MEMBER
      * TERMINAL SELLS CREDITS (CHARGES.TXT TO THE BANK), GIVES
      * THEM AWAY AS PROMOS, BONUSES AND PRIZES, LETS MEMBERS
      * SPEND AND GIFT THEM, AND CLAWS THEM BACK WHEN A CHARGE
      * COMES BACK UNPAID. THIS PROGRAM REPLAYS THE PERIOD'S
      * CREDIT LINES IN THE TERMINAL'S AUDIT LOG MEMBER BY MEMBER,
      * STARTING FROM THE BALANCES THE LAST CLOSED PERIOD LEFT,
      * AND SORTS EVERY MOVEMENT BY TYPE. IT THEN PROVES:
      *   OPENING + PURCHASES + BONUSES + WINNINGS + REFUNDS
      *   + GIFTS IN - GIFTS OUT +/- STAFF ADJUSTMENTS - SPENDING
      *   - CHARGEBACKS - WRITE-OFFS = CLOSING, WHERE CLOSING IS
      *   WHAT MEMBERS.DAT HOLDS (CREDITS LESS CHARGEBACK DEBT);
      *   THE CREDITS PURCHASED AGREE WITH THE PACKS THE CARD
      *   CHARGES PAID FOR; AND THE CHARGES SENT AGREE WITH WHAT
      *   THE BANK POSTED (CHGPOSTED.TXT FROM THE NIGHTLY RUN),
      *   RETURNED, OR STILL HAS IN TRANSIT (CHARGES.TXT NOT YET
      *   PICKED UP, CHGRETURN.TXT NOT YET CLAWED BACK).
      * EVERY MEMBER WHOSE FIGURES DO NOT AGREE IS LISTED, AND THE
      * CREDIT LIABILITY FOR THE BOOKS CLOSES THE REPORT
      * (CRRECON.TXT).
      *
      * CLOSING THE PERIOD WRITES CRSNAP.TXT: THE CUT-OFF STAMP,
      * HOW MANY POSTED CHARGES HAVE BEEN TAKEN, AND EACH MEMBER'S
      * CLOSING CREDITS, DEBT AND CHARGES IN TRANSIT - THE NEXT
      * RUN'S OPENING POSITION. WITH NO SNAPSHOT ON FILE THE
      * PERIOD RUNS FROM THE START OF THE AUDIT LOG WITH NOTHING
      * OPENING. A REPORT-ONLY RUN LEAVES THE SNAPSHOT ALONE.
      *
      * AUDIT LINES (AUDIT-LOG.DAT): TIMESTAMP / USER / ACTION /
      * BEFORE / AFTER, 20 EACH. THE CREDIT LINES CARRY THE
      * MEMBER'S NEW BALANCE IN AFTER(1:3); THE MEMBER IS THE
      * USER, EXCEPT H2H-PAYOUT, EVENT-REFUND, MERCH-REFUND,
      * GIFT-RECEIVED AND STAFF-DELETE (BEFORE(1:16)) AND
      * STAFF-CREDITS, TOUR-PRIZE, REFERRAL-BONUS AND CHARGEBACK
      * (BEFORE(5:16)). CHARGEBACK
      * ALSO CARRIES THE CREDITS CLAWED (AFTER(5:3)) AND THE
      * RETURNED CHARGE (AFTER(9:7)); OWED-REPAID CARRIES THE
      * DEBT A NEW ADDITION PAID OFF (BEFORE(1:3)); BANK-CHARGE
      * CARRIES THE CARD CHARGE (AFTER(1:2)).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MEMBER-FILE ASSIGN TO "members.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AUDIT-FILE ASSIGN TO "audit-log.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CHGPOSTED-FILE ASSIGN TO "chgposted.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CHARGES-FILE ASSIGN TO "charges.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CHGRETURN-FILE ASSIGN TO "chgreturn.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SNAP-FILE ASSIGN TO "crsnap.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO "crrecon.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD AUDIT-FILE.
       01 AUDITREC.
          02 AUD-STAMP PIC X(22).
          02 AUD-USER PIC X(16).
          02 AUD-ACTION PIC X(20).
          02 AUD-BEFORE PIC X(20).
          02 AUD-AFTER PIC X(20).
      * ONE ROW PER STORE CHARGE THE NIGHTLY RUN POSTED.
       FD CHGPOSTED-FILE.
       01 CHGPOSTEDREC.
          02 CPS-DATE PIC 9(08).
          02 CPS-NUMBE PIC 9(16).
          02 CPS-AMOUNT PIC 9(5)V9(2).
          02 CPS-TIME PIC 9(5).
       FD CHARGES-FILE.
       01 CHARGEREC.
          02 CHG-NUMBE PIC 9(16).
          02 CHG-ACTION PIC A(1).
          02 CHG-AMOUNT PIC 9(5)V9(2).
          02 CHG-TIME PIC 9(5).
       FD CHGRETURN-FILE.
       01 CHGRETURNREC.
          02 CRN-NUMBE PIC 9(16).
          02 CRN-ACTION PIC A(1).
          02 CRN-AMOUNT PIC 9(5)V9(2).
          02 CRN-TIME PIC 9(5).
          02 CRN-REASON PIC X(16).
      * PERIOD SNAPSHOT: ONE H ROW, THEN ONE D ROW PER MEMBER.
       FD SNAP-FILE.
       01 SNAPHDR.
          02 SNH-TYPE PIC X(01).
          02 SNH-CUT PIC X(22).
          02 SNH-POSTED PIC 9(07).
          02 SNH-DATE PIC 9(08).
       01 SNAPDTL.
          02 SND-TYPE PIC X(01).
          02 SND-NAME PIC X(16).
          02 SND-CREDITS PIC 9(03).
          02 SND-OWED PIC 9(03).
          02 SND-TRANSIT PIC 9(5)V9(2).
       FD REPORT-FILE.
       01 RPTLINE.
          02 RL-LABEL PIC X(44).
          02 RL-VALUE PIC -(9)9.
          02 FILLER PIC X(26).
       01 RPTMONEY.
          02 RM-LABEL PIC X(44).
          02 RM-VALUE PIC -(9)9.99.
          02 FILLER PIC X(23).
       01 RPTMEMBER.
          02 RD-NAME PIC X(16).
          02 RD-ONFILE PIC X(01).
          02 RD-CRDIFF PIC -(5)9.
          02 RD-OWDIFF PIC -(5)9.
          02 RD-BUYDIFF PIC -(5)9.
          02 RD-BANKDIFF PIC -(7)9.99.
          02 FILLER PIC X(35).
       01 RPTTEXT PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CHOICE PIC A(1).
       01 WS-TODAY PIC 9(08) VALUE ZEROS.
       01 WS-NOW PIC X(21) VALUE SPACES.
      * THE CUT-OFF IN THE AUDIT LOG'S OWN STAMP LAYOUT, SO A
      * PLAIN COMPARE PLACES EACH LINE IN OR OUT OF THE PERIOD.
       01 WS-RUN-CUT.
          02 WS-RC-YEAR PIC X(04).
          02 FILLER PIC X(01) VALUE "-".
          02 WS-RC-MONTH PIC X(02).
          02 FILLER PIC X(01) VALUE "-".
          02 WS-RC-DAY PIC X(02).
          02 FILLER PIC X(01) VALUE "-".
          02 WS-RC-HOUR PIC X(02).
          02 FILLER PIC X(01) VALUE ":".
          02 WS-RC-MINS PIC X(02).
          02 FILLER PIC X(01) VALUE ":".
          02 WS-RC-SECS PIC X(02).
          02 FILLER PIC X(01) VALUE ":".
          02 WS-RC-HUND PIC X(02).
       01 WS-OPEN-CUT PIC X(22) VALUE SPACES.
       01 WS-OPEN-POSTED PIC 9(07) VALUE ZEROS.
       01 WS-POSTED-SEEN PIC 9(07) VALUE ZEROS.
       01 WS-SNAP-FOUND PIC A(1) VALUE "N".
       01 WS-MT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-MT-IX PIC 9(3) VALUE ZEROS.
       01 WS-CARD-IX PIC 9(1) VALUE ZEROS.
       01 WS-MT-TABLE.
          02 WS-MT-ENTRY OCCURS 300 TIMES.
             03 WS-MT-NAME PIC X(16).
             03 WS-MT-ONFILE PIC A(1).
             03 WS-MT-CARD PIC 9(16) OCCURS 3 TIMES.
             03 WS-MT-OPEN-CR PIC S9(5).
             03 WS-MT-OPEN-OW PIC S9(5).
             03 WS-MT-OPEN-TR PIC S9(7)V9(2).
             03 WS-MT-RUN-CR PIC S9(5).
             03 WS-MT-RUN-OW PIC S9(5).
             03 WS-MT-PEND PIC S9(5).
             03 WS-MT-BUY PIC S9(7).
             03 WS-MT-PACK PIC S9(7).
             03 WS-MT-CLOSE-CR PIC S9(5).
             03 WS-MT-CLOSE-OW PIC S9(5).
             03 WS-MT-CHG PIC S9(7)V9(2).
             03 WS-MT-POST PIC S9(7)V9(2).
             03 WS-MT-RET PIC S9(7)V9(2).
             03 WS-MT-TR PIC S9(7)V9(2).
       01 WS-FIND-NAME PIC X(16) VALUE SPACES.
       01 WS-FIND-CARD PIC 9(16) VALUE ZEROS.
       01 WS-MT-FULL PIC 9(5) VALUE ZEROS.
      * ONE AUDIT LINE BEING REPLAYED.
       01 WS-KIND PIC A(1) VALUE SPACE.
       01 WS-WHO-AT PIC A(1) VALUE SPACE.
       01 WS-NEW-CR PIC 9(3) VALUE ZEROS.
       01 WS-DELTA PIC S9(5) VALUE ZEROS.
       01 WS-MOVE PIC S9(5) VALUE ZEROS.
       01 WS-GROSS PIC S9(5) VALUE ZEROS.
       01 WS-NUM3 PIC 9(3) VALUE ZEROS.
       01 WS-NUM3-X REDEFINES WS-NUM3 PIC X(3).
       01 WS-NUM2 PIC 9(2) VALUE ZEROS.
       01 WS-NUM2-X REDEFINES WS-NUM2 PIC X(2).
       01 WS-MONEY PIC 9(5)V9(2) VALUE ZEROS.
       01 WS-MONEY-X REDEFINES WS-MONEY PIC X(7).
       01 WS-PACK PIC 9(3) VALUE ZEROS.
      * THE PERIOD BY MOVEMENT TYPE (CREDITS, SIGNED AS THEY MOVE
      * THE BALANCE).
       01 WS-T-OPEN-CR PIC S9(9) VALUE ZEROS.
       01 WS-T-OPEN-OW PIC S9(9) VALUE ZEROS.
       01 WS-T-PURCH PIC S9(9) VALUE ZEROS.
       01 WS-T-BONUS PIC S9(9) VALUE ZEROS.
       01 WS-T-WINS PIC S9(9) VALUE ZEROS.
       01 WS-T-REFUND PIC S9(9) VALUE ZEROS.
       01 WS-T-GIFTIN PIC S9(9) VALUE ZEROS.
       01 WS-T-GIFTOUT PIC S9(9) VALUE ZEROS.
       01 WS-T-STAFF PIC S9(9) VALUE ZEROS.
       01 WS-T-SPEND PIC S9(9) VALUE ZEROS.
       01 WS-T-CBACK PIC S9(9) VALUE ZEROS.
       01 WS-T-WOFF PIC S9(9) VALUE ZEROS.
       01 WS-T-EXPECT PIC S9(9) VALUE ZEROS.
       01 WS-T-CLOSE-CR PIC S9(9) VALUE ZEROS.
       01 WS-T-CLOSE-OW PIC S9(9) VALUE ZEROS.
       01 WS-T-CLOSE PIC S9(9) VALUE ZEROS.
       01 WS-T-OPEN PIC S9(9) VALUE ZEROS.
       01 WS-T-DIFF PIC S9(9) VALUE ZEROS.
       01 WS-T-PACK PIC S9(9) VALUE ZEROS.
      * THE MONEY SIDE.
       01 WS-T-OPEN-TR PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-T-CHARGED PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-T-POSTED PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-T-POST-UNM PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-T-RETURNED PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-T-TRANSIT PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-T-BANKDIFF PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-MEM-BANKDIFF PIC S9(9)V9(2) VALUE ZEROS.
       01 WS-LINES-READ PIC 9(7) VALUE ZEROS.
       01 WS-LINES-USED PIC 9(7) VALUE ZEROS.
       01 WS-UNATTRIB PIC 9(5) VALUE ZEROS.
       01 WS-UNREADABLE PIC 9(5) VALUE ZEROS.
       01 WS-MEM-DIFFS PIC 9(5) VALUE ZEROS.
       01 WS-CR-ED PIC -(9)9.
       01 WS-AMT-ED PIC -(9)9.99.
       PROCEDURE DIVISION.
       START-PARAGRAPH.
              DISPLAY "MEMBER CREDIT LIABILITY RECONCILIATION".
              GO TO MENU-PARAGRAPH.
       MENU-PARAGRAPH.
              DISPLAY "=> PRESS R TO RECONCILE (REPORT ONLY)".
              DISPLAY "=> PRESS C TO RECONCILE AND CLOSE THE PERIOD".
              DISPLAY "=> PRESS X TO EXIT".
              ACCEPT WS-CHOICE.
              IF WS-CHOICE = "R" OR WS-CHOICE = "C" THEN
                 GO TO RUN-PARAGRAPH
              END-IF.
              IF WS-CHOICE = "X" THEN
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              DISPLAY "=> INVALID INPUT".
              GO TO MENU-PARAGRAPH.
       RUN-PARAGRAPH.
              PERFORM INIT-PARAGRAPH THRU INIT-EXIT-PARAGRAPH.
              PERFORM SNAPLOAD-PARAGRAPH THRU SNAPLOAD-EXIT-PARAGRAPH.
              PERFORM MEMLOAD-PARAGRAPH THRU MEMLOAD-EXIT-PARAGRAPH.
              PERFORM REPLAY-PARAGRAPH THRU REPLAY-EXIT-PARAGRAPH.
              PERFORM POSTED-PARAGRAPH THRU POSTED-EXIT-PARAGRAPH.
              PERFORM TRANSIT-PARAGRAPH THRU TRANSIT-EXIT-PARAGRAPH.
              PERFORM REPORT-PARAGRAPH THRU REPORT-EXIT-PARAGRAPH.
              MOVE WS-T-DIFF TO WS-CR-ED.
              DISPLAY "=> CREDITS NOT EXPLAINED BY THE LOG " WS-CR-ED.
              MOVE WS-T-BANKDIFF TO WS-AMT-ED.
              DISPLAY "=> CHARGES NOT EXPLAINED BY THE BANK "
                 WS-AMT-ED.
              DISPLAY "=> MEMBERS WITH DIFFERENCES " WS-MEM-DIFFS.
              COMPUTE WS-T-CLOSE = WS-T-CLOSE-CR - WS-T-CLOSE-OW.
              MOVE WS-T-CLOSE TO WS-CR-ED.
              DISPLAY "=> NET CREDIT LIABILITY " WS-CR-ED.
              DISPLAY "=> REPORT WRITTEN TO crrecon.txt".
              IF WS-CHOICE = "C" THEN
                 PERFORM SNAPSAVE-PARAGRAPH
                    THRU SNAPSAVE-EXIT-PARAGRAPH
                 DISPLAY "=> PERIOD CLOSED AT " WS-RUN-CUT
              END-IF.
              GO TO MENU-PARAGRAPH.
       TERMINATE-PARAGRAPH.
              STOP RUN.
      * CLEAR EVERY TOTAL AND THE MEMBER TABLE, AND STAMP THE
      * CUT-OFF FOR THIS RUN.
       INIT-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE TO WS-NOW.
              MOVE WS-NOW(1:8) TO WS-TODAY.
              MOVE WS-NOW(1:4) TO WS-RC-YEAR.
              MOVE WS-NOW(5:2) TO WS-RC-MONTH.
              MOVE WS-NOW(7:2) TO WS-RC-DAY.
              MOVE WS-NOW(9:2) TO WS-RC-HOUR.
              MOVE WS-NOW(11:2) TO WS-RC-MINS.
              MOVE WS-NOW(13:2) TO WS-RC-SECS.
              MOVE WS-NOW(15:2) TO WS-RC-HUND.
              MOVE 0 TO WS-MT-COUNT WS-MT-FULL.
              MOVE SPACES TO WS-OPEN-CUT.
              MOVE 0 TO WS-OPEN-POSTED WS-POSTED-SEEN.
              MOVE "N" TO WS-SNAP-FOUND.
              MOVE 0 TO WS-T-OPEN-CR WS-T-OPEN-OW WS-T-PURCH
                 WS-T-BONUS WS-T-WINS WS-T-REFUND WS-T-GIFTIN
                 WS-T-GIFTOUT WS-T-STAFF WS-T-SPEND WS-T-CBACK
                 WS-T-WOFF WS-T-CLOSE-CR WS-T-CLOSE-OW WS-T-PACK.
              MOVE 0 TO WS-T-OPEN-TR WS-T-CHARGED WS-T-POSTED
                 WS-T-POST-UNM WS-T-RETURNED WS-T-TRANSIT.
              MOVE 0 TO WS-LINES-READ WS-LINES-USED WS-UNATTRIB
                 WS-UNREADABLE WS-MEM-DIFFS.
       INIT-EXIT-PARAGRAPH.
              EXIT.
      * THE LAST CLOSED PERIOD'S SNAPSHOT IS THIS PERIOD'S OPENING.
       SNAPLOAD-PARAGRAPH.
              OPEN INPUT SNAP-FILE.
              GO TO SNAPREAD-PARAGRAPH.
       SNAPREAD-PARAGRAPH.
              READ SNAP-FILE
                 AT END GO TO SNAPDONE-PARAGRAPH
              END-READ.
              IF SNH-TYPE = "H" THEN
                 MOVE SNH-CUT TO WS-OPEN-CUT
                 MOVE SNH-POSTED TO WS-OPEN-POSTED
                 MOVE "Y" TO WS-SNAP-FOUND
                 GO TO SNAPREAD-PARAGRAPH
              END-IF.
              IF SND-TYPE NOT = "D" THEN
                 GO TO SNAPREAD-PARAGRAPH
              END-IF.
              MOVE SND-NAME TO WS-FIND-NAME.
              PERFORM FINDMEM-PARAGRAPH THRU FINDMEM-EXIT-PARAGRAPH.
              IF WS-MT-IX > WS-MT-COUNT THEN
                 GO TO SNAPREAD-PARAGRAPH
              END-IF.
              MOVE SND-CREDITS TO WS-MT-OPEN-CR(WS-MT-IX).
              MOVE SND-CREDITS TO WS-MT-RUN-CR(WS-MT-IX).
              MOVE SND-OWED TO WS-MT-OPEN-OW(WS-MT-IX).
              MOVE SND-OWED TO WS-MT-RUN-OW(WS-MT-IX).
              MOVE SND-TRANSIT TO WS-MT-OPEN-TR(WS-MT-IX).
              ADD SND-CREDITS TO WS-T-OPEN-CR.
              ADD SND-OWED TO WS-T-OPEN-OW.
              ADD SND-TRANSIT TO WS-T-OPEN-TR.
              GO TO SNAPREAD-PARAGRAPH.
       SNAPDONE-PARAGRAPH.
              CLOSE SNAP-FILE.
       SNAPLOAD-EXIT-PARAGRAPH.
              EXIT.
      * TODAY'S MEMBER FILE IS THE CLOSING POSITION; ITS CARD
      * SLOTS TIE THE BANK'S ROWS BACK TO MEMBERS.
       MEMLOAD-PARAGRAPH.
              OPEN INPUT MEMBER-FILE.
              GO TO MEMREAD-PARAGRAPH.
       MEMREAD-PARAGRAPH.
              READ MEMBER-FILE
                 AT END GO TO MEMDONE-PARAGRAPH
              END-READ.
              IF MR-NAME = SPACES THEN
                 GO TO MEMREAD-PARAGRAPH
              END-IF.
              MOVE MR-NAME TO WS-FIND-NAME.
              PERFORM FINDMEM-PARAGRAPH THRU FINDMEM-EXIT-PARAGRAPH.
              IF WS-MT-IX > WS-MT-COUNT THEN
                 GO TO MEMREAD-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-MT-ONFILE(WS-MT-IX).
              IF MR-CREDITS IS NUMERIC THEN
                 MOVE MR-CREDITS TO WS-MT-CLOSE-CR(WS-MT-IX)
              END-IF.
              IF MR-OWED IS NUMERIC THEN
                 MOVE MR-OWED TO WS-MT-CLOSE-OW(WS-MT-IX)
              END-IF.
              ADD WS-MT-CLOSE-CR(WS-MT-IX) TO WS-T-CLOSE-CR.
              ADD WS-MT-CLOSE-OW(WS-MT-IX) TO WS-T-CLOSE-OW.
              MOVE 1 TO WS-CARD-IX.
              GO TO MEMCARD-PARAGRAPH.
       MEMCARD-PARAGRAPH.
              IF WS-CARD-IX > 3 THEN
                 GO TO MEMREAD-PARAGRAPH
              END-IF.
              IF MR-CARD-USED(WS-CARD-IX) = "Y" AND
                    MR-CARD-NO(WS-CARD-IX) IS NUMERIC THEN
                 MOVE MR-CARD-NO(WS-CARD-IX)
                    TO WS-MT-CARD(WS-MT-IX, WS-CARD-IX)
              END-IF.
              ADD 1 TO WS-CARD-IX.
              GO TO MEMCARD-PARAGRAPH.
       MEMDONE-PARAGRAPH.
              CLOSE MEMBER-FILE.
       MEMLOAD-EXIT-PARAGRAPH.
              EXIT.
      * REPLAY THE PERIOD'S CREDIT LINES. EACH LINE'S NEW BALANCE
      * LESS THE MEMBER'S RUNNING BALANCE IS WHAT MOVED; A DEBT
      * PAID OFF BY AN ADDITION IS ADDED BACK SO THE ADDITION
      * SHOWS AT ITS FULL SIZE, AND A CHARGEBACK THE BALANCE COULD
      * NOT COVER RAISES THE RUNNING DEBT BY THE SHORTFALL.
       REPLAY-PARAGRAPH.
              OPEN INPUT AUDIT-FILE.
              GO TO REPLAYREAD-PARAGRAPH.
       REPLAYREAD-PARAGRAPH.
              READ AUDIT-FILE
                 AT END GO TO REPLAYDONE-PARAGRAPH
              END-READ.
              ADD 1 TO WS-LINES-READ.
              IF AUD-STAMP NOT > WS-OPEN-CUT THEN
                 GO TO REPLAYREAD-PARAGRAPH
              END-IF.
              IF AUD-STAMP > WS-RUN-CUT THEN
                 GO TO REPLAYREAD-PARAGRAPH
              END-IF.
              PERFORM CLASSIFY-PARAGRAPH THRU CLASSIFY-EXIT-PARAGRAPH.
              IF WS-KIND = SPACE THEN
                 GO TO REPLAYREAD-PARAGRAPH
              END-IF.
              MOVE AUD-USER TO WS-FIND-NAME.
              IF WS-WHO-AT = "B" THEN
                 MOVE AUD-BEFORE(1:16) TO WS-FIND-NAME
              END-IF.
              IF WS-WHO-AT = "T" THEN
                 MOVE AUD-BEFORE(5:16) TO WS-FIND-NAME
              END-IF.
              IF WS-FIND-NAME = SPACES THEN
                 ADD 1 TO WS-UNATTRIB
                 GO TO REPLAYREAD-PARAGRAPH
              END-IF.
              PERFORM FINDMEM-PARAGRAPH THRU FINDMEM-EXIT-PARAGRAPH.
              IF WS-MT-IX > WS-MT-COUNT THEN
                 ADD 1 TO WS-UNATTRIB
                 GO TO REPLAYREAD-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LINES-USED.
              IF WS-KIND = "K" THEN
                 GO TO REPLAYCHARGE-PARAGRAPH
              END-IF.
              IF WS-KIND = "Q" THEN
                 GO TO REPLAYREPAID-PARAGRAPH
              END-IF.
              IF WS-KIND = "D" THEN
                 GO TO REPLAYDELETE-PARAGRAPH
              END-IF.
              MOVE AUD-AFTER(1:3) TO WS-NUM3-X.
              IF WS-NUM3 IS NOT NUMERIC THEN
                 ADD 1 TO WS-UNREADABLE
                 SUBTRACT 1 FROM WS-LINES-USED
                 GO TO REPLAYREAD-PARAGRAPH
              END-IF.
              MOVE WS-NUM3 TO WS-NEW-CR.
              COMPUTE WS-DELTA = WS-NEW-CR - WS-MT-RUN-CR(WS-MT-IX).
              MOVE WS-NEW-CR TO WS-MT-RUN-CR(WS-MT-IX).
              IF WS-KIND = "C" THEN
                 GO TO REPLAYCBACK-PARAGRAPH
              END-IF.
              COMPUTE WS-MOVE = WS-DELTA + WS-MT-PEND(WS-MT-IX).
              MOVE 0 TO WS-MT-PEND(WS-MT-IX).
              IF WS-KIND = "P" THEN
                 ADD WS-MOVE TO WS-T-PURCH
                 ADD WS-MOVE TO WS-MT-BUY(WS-MT-IX)
              END-IF.
              IF WS-KIND = "B" THEN
                 ADD WS-MOVE TO WS-T-BONUS
              END-IF.
              IF WS-KIND = "W" THEN
                 ADD WS-MOVE TO WS-T-WINS
              END-IF.
              IF WS-KIND = "R" THEN
                 ADD WS-MOVE TO WS-T-REFUND
              END-IF.
              IF WS-KIND = "G" THEN
                 ADD WS-MOVE TO WS-T-GIFTIN
              END-IF.
              IF WS-KIND = "O" THEN
                 ADD WS-MOVE TO WS-T-GIFTOUT
              END-IF.
              IF WS-KIND = "A" THEN
                 ADD WS-MOVE TO WS-T-STAFF
              END-IF.
              IF WS-KIND = "S" THEN
                 ADD WS-MOVE TO WS-T-SPEND
              END-IF.
              GO TO REPLAYREAD-PARAGRAPH.
      *       THE CARD CHARGE BEHIND A PURCHASE, AND THE CREDITS THAT
      *       MONEY BUYS AT THE STORE'S PACK PRICES.
       REPLAYCHARGE-PARAGRAPH.
              MOVE AUD-AFTER(1:2) TO WS-NUM2-X.
              IF WS-NUM2 IS NOT NUMERIC THEN
                 ADD 1 TO WS-UNREADABLE
                 GO TO REPLAYREAD-PARAGRAPH
              END-IF.
              MOVE WS-NUM2 TO WS-MONEY.
              ADD WS-MONEY TO WS-MT-CHG(WS-MT-IX).
              ADD WS-MONEY TO WS-T-CHARGED.
              PERFORM PACK-PARAGRAPH THRU PACK-EXIT-PARAGRAPH.
              ADD WS-PACK TO WS-MT-PACK(WS-MT-IX).
              ADD WS-PACK TO WS-T-PACK.
              GO TO REPLAYREAD-PARAGRAPH.
       REPLAYREPAID-PARAGRAPH.
              MOVE AUD-BEFORE(1:3) TO WS-NUM3-X.
              IF WS-NUM3 IS NOT NUMERIC THEN
                 ADD 1 TO WS-UNREADABLE
                 GO TO REPLAYREAD-PARAGRAPH
              END-IF.
              SUBTRACT WS-NUM3 FROM WS-MT-RUN-OW(WS-MT-IX).
              ADD WS-NUM3 TO WS-MT-PEND(WS-MT-IX).
              GO TO REPLAYREAD-PARAGRAPH.
      *       A DELETED MEMBER'S BALANCE AND DEBT ARE WRITTEN OFF.
       REPLAYDELETE-PARAGRAPH.
              COMPUTE WS-MOVE = WS-MT-RUN-OW(WS-MT-IX)
                 - WS-MT-RUN-CR(WS-MT-IX).
              ADD WS-MOVE TO WS-T-WOFF.
              MOVE 0 TO WS-MT-RUN-CR(WS-MT-IX).
              MOVE 0 TO WS-MT-RUN-OW(WS-MT-IX).
              MOVE 0 TO WS-MT-PEND(WS-MT-IX).
              GO TO REPLAYREAD-PARAGRAPH.
       REPLAYCBACK-PARAGRAPH.
              COMPUTE WS-GROSS = 0 - WS-DELTA.
              MOVE AUD-AFTER(5:3) TO WS-NUM3-X.
              IF WS-NUM3 IS NUMERIC THEN
                 MOVE WS-NUM3 TO WS-GROSS
              END-IF.
              COMPUTE WS-MT-RUN-OW(WS-MT-IX) =
                 WS-MT-RUN-OW(WS-MT-IX) + WS-GROSS + WS-DELTA.
              SUBTRACT WS-GROSS FROM WS-T-CBACK.
              MOVE AUD-AFTER(9:7) TO WS-MONEY-X.
              IF WS-MONEY IS NUMERIC THEN
                 ADD WS-MONEY TO WS-MT-RET(WS-MT-IX)
                 ADD WS-MONEY TO WS-T-RETURNED
              END-IF.
              GO TO REPLAYREAD-PARAGRAPH.
       REPLAYDONE-PARAGRAPH.
              CLOSE AUDIT-FILE.
       REPLAY-EXIT-PARAGRAPH.
              EXIT.
      * WHAT KIND OF CREDIT MOVEMENT THE LINE IS (SPACE: NONE),
      * AND WHERE ITS MEMBER IS NAMED: U USER, B BEFORE(1:16),
      * T BEFORE(5:16).
       CLASSIFY-PARAGRAPH.
              MOVE SPACE TO WS-KIND.
              MOVE "U" TO WS-WHO-AT.
              IF AUD-ACTION = "ADD-CREDITS" OR
                    AUD-ACTION = "SUB-BILLED" THEN
                 MOVE "P" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "PROMO-CREDITS" OR
                    AUD-ACTION = "GAME-BONUS" OR
                    AUD-ACTION = "REFERRAL-BONUS" THEN
                 MOVE "B" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "GAME-WIN" OR
                    AUD-ACTION = "BJ-PAYOUT" OR
                    AUD-ACTION = "H2H-PAYOUT" OR
                    AUD-ACTION = "TOUR-PRIZE" THEN
                 MOVE "W" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "EVENT-REFUND" OR
                    AUD-ACTION = "MERCH-REFUND" THEN
                 MOVE "R" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "GIFT-RECEIVED" THEN
                 MOVE "G" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "GIFT-SENT" THEN
                 MOVE "O" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "STAFF-CREDITS" THEN
                 MOVE "A" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "SUBTRACT-CREDITS" OR
                    AUD-ACTION = "VIP-UPGRADE" OR
                    AUD-ACTION = "BJ-WAGER" OR
                    AUD-ACTION = "H2H-WAGER" OR
                    AUD-ACTION = "MERCH-ORDER" OR
                    AUD-ACTION = "TOUR-ENTRY-FEE" OR
                    AUD-ACTION = "EVENT-TICKET" THEN
                 MOVE "S" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "CHARGEBACK" THEN
                 MOVE "C" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "STAFF-DELETE" THEN
                 MOVE "D" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "OWED-REPAID" THEN
                 MOVE "Q" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "BANK-CHARGE" THEN
                 MOVE "K" TO WS-KIND
              END-IF.
              IF AUD-ACTION = "H2H-PAYOUT" OR
                    AUD-ACTION = "EVENT-REFUND" OR
                    AUD-ACTION = "MERCH-REFUND" OR
                    AUD-ACTION = "GIFT-RECEIVED" OR
                    AUD-ACTION = "STAFF-DELETE" THEN
                 MOVE "B" TO WS-WHO-AT
              END-IF.
              IF AUD-ACTION = "STAFF-CREDITS" OR
                    AUD-ACTION = "TOUR-PRIZE" OR
                    AUD-ACTION = "REFERRAL-BONUS" OR
                    AUD-ACTION = "CHARGEBACK" THEN
                 MOVE "T" TO WS-WHO-AT
              END-IF.
       CLASSIFY-EXIT-PARAGRAPH.
              EXIT.
      * CREDITS A CARD CHARGE BUYS - THE STORE'S PACK PRICES.
       PACK-PARAGRAPH.
              MOVE WS-MONEY TO WS-PACK.
              IF WS-MONEY = 20 THEN
                 MOVE 25 TO WS-PACK
              END-IF.
              IF WS-MONEY = 35 THEN
                 MOVE 50 TO WS-PACK
              END-IF.
              IF WS-MONEY = 60 THEN
                 MOVE 100 TO WS-PACK
              END-IF.
       PACK-EXIT-PARAGRAPH.
              EXIT.
      * THE BANK'S SIDE: POSTED CHARGES NOT YET TAKEN BY AN EARLIER
      * CLOSE BELONG TO THIS PERIOD.
       POSTED-PARAGRAPH.
              OPEN INPUT CHGPOSTED-FILE.
              GO TO POSTEDREAD-PARAGRAPH.
       POSTEDREAD-PARAGRAPH.
              READ CHGPOSTED-FILE
                 AT END GO TO POSTEDDONE-PARAGRAPH
              END-READ.
              ADD 1 TO WS-POSTED-SEEN.
              IF WS-POSTED-SEEN NOT > WS-OPEN-POSTED THEN
                 GO TO POSTEDREAD-PARAGRAPH
              END-IF.
              ADD CPS-AMOUNT TO WS-T-POSTED.
              MOVE CPS-NUMBE TO WS-FIND-CARD.
              PERFORM FINDCARD-PARAGRAPH THRU FINDCARD-EXIT-PARAGRAPH.
              IF WS-MT-IX > WS-MT-COUNT THEN
                 ADD CPS-AMOUNT TO WS-T-POST-UNM
              ELSE
                 ADD CPS-AMOUNT TO WS-MT-POST(WS-MT-IX)
              END-IF.
              GO TO POSTEDREAD-PARAGRAPH.
       POSTEDDONE-PARAGRAPH.
              CLOSE CHGPOSTED-FILE.
       POSTED-EXIT-PARAGRAPH.
              EXIT.
      * STILL IN TRANSIT AT THE CUT: CHARGES THE NIGHTLY RUN HAS
      * NOT PICKED UP, AND RETURNS THE TERMINAL HAS NOT YET CLAWED
      * BACK.
       TRANSIT-PARAGRAPH.
              OPEN INPUT CHARGES-FILE.
              GO TO TRANSITCHG-PARAGRAPH.
       TRANSITCHG-PARAGRAPH.
              READ CHARGES-FILE
                 AT END GO TO TRANSITRET-PARAGRAPH
              END-READ.
              ADD CHG-AMOUNT TO WS-T-TRANSIT.
              MOVE CHG-NUMBE TO WS-FIND-CARD.
              PERFORM FINDCARD-PARAGRAPH THRU FINDCARD-EXIT-PARAGRAPH.
              IF WS-MT-IX NOT > WS-MT-COUNT THEN
                 ADD CHG-AMOUNT TO WS-MT-TR(WS-MT-IX)
              END-IF.
              GO TO TRANSITCHG-PARAGRAPH.
       TRANSITRET-PARAGRAPH.
              CLOSE CHARGES-FILE.
              OPEN INPUT CHGRETURN-FILE.
              GO TO TRANSITRETREAD-PARAGRAPH.
       TRANSITRETREAD-PARAGRAPH.
              READ CHGRETURN-FILE
                 AT END GO TO TRANSITDONE-PARAGRAPH
              END-READ.
              ADD CRN-AMOUNT TO WS-T-TRANSIT.
              MOVE CRN-NUMBE TO WS-FIND-CARD.
              PERFORM FINDCARD-PARAGRAPH THRU FINDCARD-EXIT-PARAGRAPH.
              IF WS-MT-IX NOT > WS-MT-COUNT THEN
                 ADD CRN-AMOUNT TO WS-MT-TR(WS-MT-IX)
              END-IF.
              GO TO TRANSITRETREAD-PARAGRAPH.
       TRANSITDONE-PARAGRAPH.
              CLOSE CHGRETURN-FILE.
       TRANSIT-EXIT-PARAGRAPH.
              EXIT.
      * THE REPORT: MOVEMENTS BY TYPE AND THE CREDIT TIE, THE
      * PURCHASE AND BANK TIES, EVERY MEMBER THAT DOES NOT AGREE,
      * AND THE LIABILITY FOR THE BOOKS.
       REPORT-PARAGRAPH.
              OPEN OUTPUT REPORT-FILE.
              MOVE SPACES TO RPTTEXT.
              STRING "MEMBER CREDIT RECONCILIATION TO "
                 WS-RUN-CUT DELIMITED BY SIZE INTO RPTTEXT.
              WRITE RPTTEXT.
              MOVE SPACES TO RPTTEXT.
              IF WS-SNAP-FOUND = "Y" THEN
                 STRING "PERIOD OPENED " WS-OPEN-CUT
                    DELIMITED BY SIZE INTO RPTTEXT
              ELSE
                 MOVE "PERIOD OPENED AT THE START OF THE AUDIT LOG"
                    TO RPTTEXT
              END-IF.
              WRITE RPTTEXT.
              MOVE SPACES TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE "CREDIT MOVEMENTS (CREDITS)" TO RPTTEXT.
              WRITE RPTTEXT.
              COMPUTE WS-T-OPEN = WS-T-OPEN-CR - WS-T-OPEN-OW.
              MOVE "OPENING CREDITS HELD" TO RL-LABEL.
              MOVE WS-T-OPEN-CR TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "LESS OPENING CHARGEBACK DEBT" TO RL-LABEL.
              COMPUTE RL-VALUE = 0 - WS-T-OPEN-OW.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "OPENING OUTSTANDING" TO RL-LABEL.
              MOVE WS-T-OPEN TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "PLUS PURCHASES" TO RL-LABEL.
              MOVE WS-T-PURCH TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "PLUS PROMO, GAME AND REFERRAL BONUSES" TO RL-LABEL.
              MOVE WS-T-BONUS TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "PLUS GAME WINNINGS AND PRIZES" TO RL-LABEL.
              MOVE WS-T-WINS TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "PLUS REFUNDS" TO RL-LABEL.
              MOVE WS-T-REFUND TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "PLUS GIFTS RECEIVED" TO RL-LABEL.
              MOVE WS-T-GIFTIN TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "LESS GIFTS SENT" TO RL-LABEL.
              MOVE WS-T-GIFTOUT TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "STAFF ADJUSTMENTS (NET)" TO RL-LABEL.
              MOVE WS-T-STAFF TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "LESS SPENDING" TO RL-LABEL.
              MOVE WS-T-SPEND TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "LESS CHARGEBACKS" TO RL-LABEL.
              MOVE WS-T-CBACK TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "LESS EXPIRIES AND WRITE-OFFS" TO RL-LABEL.
              MOVE WS-T-WOFF TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              COMPUTE WS-T-EXPECT = WS-T-OPEN + WS-T-PURCH
                 + WS-T-BONUS + WS-T-WINS + WS-T-REFUND
                 + WS-T-GIFTIN + WS-T-GIFTOUT + WS-T-STAFF
                 + WS-T-SPEND + WS-T-CBACK + WS-T-WOFF.
              MOVE "EXPECTED CLOSING OUTSTANDING" TO RL-LABEL.
              MOVE WS-T-EXPECT TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              COMPUTE WS-T-CLOSE = WS-T-CLOSE-CR - WS-T-CLOSE-OW.
              MOVE "CLOSING OUTSTANDING (MEMBERS.DAT)" TO RL-LABEL.
              MOVE WS-T-CLOSE TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              COMPUTE WS-T-DIFF = WS-T-CLOSE - WS-T-EXPECT.
              IF WS-T-DIFF = 0 THEN
                 MOVE "DIFFERENCE - TIES" TO RL-LABEL
              ELSE
                 MOVE "DIFFERENCE - DOES NOT TIE" TO RL-LABEL
              END-IF.
              MOVE WS-T-DIFF TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "AUDIT LINES READ" TO RL-LABEL.
              MOVE WS-LINES-READ TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "CREDIT LINES REPLAYED" TO RL-LABEL.
              MOVE WS-LINES-USED TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "CREDIT LINES NAMING NO MEMBER" TO RL-LABEL.
              MOVE WS-UNATTRIB TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "CREDIT LINES WITH NO READABLE AMOUNT" TO RL-LABEL.
              MOVE WS-UNREADABLE TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE SPACES TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE "PURCHASES AGAINST CARD CHARGES (CREDITS)"
                 TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE "CREDITS PURCHASED" TO RL-LABEL.
              MOVE WS-T-PURCH TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "CREDITS THE CHARGES PAID FOR" TO RL-LABEL.
              MOVE WS-T-PACK TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "DIFFERENCE" TO RL-LABEL.
              COMPUTE RL-VALUE = WS-T-PURCH - WS-T-PACK.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE SPACES TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE "CARD CHARGES AGAINST THE BANK (MONEY)" TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE "OPENING IN TRANSIT" TO RM-LABEL.
              MOVE WS-T-OPEN-TR TO RM-VALUE.
              PERFORM MONEY-PARAGRAPH THRU MONEY-EXIT-PARAGRAPH.
              MOVE "PLUS CHARGED BY THE STORE" TO RM-LABEL.
              MOVE WS-T-CHARGED TO RM-VALUE.
              PERFORM MONEY-PARAGRAPH THRU MONEY-EXIT-PARAGRAPH.
              MOVE "LESS POSTED BY THE BANK" TO RM-LABEL.
              COMPUTE RM-VALUE = 0 - WS-T-POSTED.
              PERFORM MONEY-PARAGRAPH THRU MONEY-EXIT-PARAGRAPH.
              MOVE "  OF WHICH ON NO MEMBER'S CARD" TO RM-LABEL.
              MOVE WS-T-POST-UNM TO RM-VALUE.
              PERFORM MONEY-PARAGRAPH THRU MONEY-EXIT-PARAGRAPH.
              MOVE "LESS RETURNED AND CLAWED BACK" TO RM-LABEL.
              COMPUTE RM-VALUE = 0 - WS-T-RETURNED.
              PERFORM MONEY-PARAGRAPH THRU MONEY-EXIT-PARAGRAPH.
              MOVE "LESS CLOSING IN TRANSIT" TO RM-LABEL.
              COMPUTE RM-VALUE = 0 - WS-T-TRANSIT.
              PERFORM MONEY-PARAGRAPH THRU MONEY-EXIT-PARAGRAPH.
              COMPUTE WS-T-BANKDIFF = WS-T-OPEN-TR + WS-T-CHARGED
                 - WS-T-POSTED - WS-T-RETURNED - WS-T-TRANSIT.
              IF WS-T-BANKDIFF = 0 THEN
                 MOVE "DIFFERENCE - TIES" TO RM-LABEL
              ELSE
                 MOVE "DIFFERENCE - DOES NOT TIE" TO RM-LABEL
              END-IF.
              MOVE WS-T-BANKDIFF TO RM-VALUE.
              PERFORM MONEY-PARAGRAPH THRU MONEY-EXIT-PARAGRAPH.
              MOVE SPACES TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE "MEMBERS THAT DO NOT AGREE" TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE "MEMBER          F CREDIT  DEBT   BUY   BANK MONEY"
                 TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE 1 TO WS-MT-IX.
              PERFORM MEMDIFF-PARAGRAPH THRU MEMDIFF-EXIT-PARAGRAPH.
              IF WS-MEM-DIFFS = 0 THEN
                 MOVE "  NONE" TO RPTTEXT
                 WRITE RPTTEXT
              END-IF.
              IF WS-MT-FULL > 0 THEN
                 MOVE "MEMBERS NOT TRACKED (TABLE FULL)" TO RL-LABEL
                 MOVE WS-MT-FULL TO RL-VALUE
                 PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH
              END-IF.
              MOVE SPACES TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE "CREDIT LIABILITY FOR THE BOOKS (CREDITS)"
                 TO RPTTEXT.
              WRITE RPTTEXT.
              MOVE "CREDITS HELD BY MEMBERS" TO RL-LABEL.
              MOVE WS-T-CLOSE-CR TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "LESS CHARGEBACK DEBT OWED BY MEMBERS" TO RL-LABEL.
              COMPUTE RL-VALUE = 0 - WS-T-CLOSE-OW.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              MOVE "NET CREDIT LIABILITY" TO RL-LABEL.
              MOVE WS-T-CLOSE TO RL-VALUE.
              PERFORM LINE-PARAGRAPH THRU LINE-EXIT-PARAGRAPH.
              CLOSE REPORT-FILE.
       REPORT-EXIT-PARAGRAPH.
              EXIT.
      * ONE MEMBER PER PASS: FLAGGED (F) N WHEN NO LONGER ON FILE;
      * CREDIT AND DEBT ARE MEMBERS.DAT LESS THE REPLAY, BUY IS
      * CREDITS PURCHASED LESS WHAT THE CHARGES PAID FOR, AND BANK
      * IS WHAT WAS CHARGED BUT NEITHER POSTED, RETURNED NOR STILL
      * IN TRANSIT.
       MEMDIFF-PARAGRAPH.
              IF WS-MT-IX > WS-MT-COUNT THEN
                 GO TO MEMDIFF-EXIT-PARAGRAPH
              END-IF.
              COMPUTE WS-MEM-BANKDIFF = WS-MT-OPEN-TR(WS-MT-IX)
                 + WS-MT-CHG(WS-MT-IX) - WS-MT-POST(WS-MT-IX)
                 - WS-MT-RET(WS-MT-IX) - WS-MT-TR(WS-MT-IX).
              IF WS-MT-CLOSE-CR(WS-MT-IX) = WS-MT-RUN-CR(WS-MT-IX) AND
                    WS-MT-CLOSE-OW(WS-MT-IX) = WS-MT-RUN-OW(WS-MT-IX)
                    AND WS-MT-BUY(WS-MT-IX) = WS-MT-PACK(WS-MT-IX)
                    AND WS-MEM-BANKDIFF = 0 THEN
                 ADD 1 TO WS-MT-IX
                 GO TO MEMDIFF-PARAGRAPH
              END-IF.
              MOVE SPACES TO RPTMEMBER.
              MOVE WS-MT-NAME(WS-MT-IX) TO RD-NAME.
              IF WS-MT-ONFILE(WS-MT-IX) = "Y" THEN
                 MOVE " " TO RD-ONFILE
              ELSE
                 MOVE "N" TO RD-ONFILE
              END-IF.
              COMPUTE RD-CRDIFF = WS-MT-CLOSE-CR(WS-MT-IX)
                 - WS-MT-RUN-CR(WS-MT-IX).
              COMPUTE RD-OWDIFF = WS-MT-CLOSE-OW(WS-MT-IX)
                 - WS-MT-RUN-OW(WS-MT-IX).
              COMPUTE RD-BUYDIFF = WS-MT-BUY(WS-MT-IX)
                 - WS-MT-PACK(WS-MT-IX).
              MOVE WS-MEM-BANKDIFF TO RD-BANKDIFF.
              WRITE RPTMEMBER.
              ADD 1 TO WS-MEM-DIFFS.
              ADD 1 TO WS-MT-IX.
              GO TO MEMDIFF-PARAGRAPH.
       MEMDIFF-EXIT-PARAGRAPH.
              EXIT.
       LINE-PARAGRAPH.
              WRITE RPTLINE.
              MOVE SPACES TO RPTLINE.
       LINE-EXIT-PARAGRAPH.
              EXIT.
       MONEY-PARAGRAPH.
              WRITE RPTMONEY.
              MOVE SPACES TO RPTMONEY.
       MONEY-EXIT-PARAGRAPH.
              EXIT.
      * CLOSE THE PERIOD: THE CUT-OFF, HOW FAR INTO THE POSTED
      * CHARGES THIS RUN TOOK, AND EVERY MEMBER STILL ON FILE.
       SNAPSAVE-PARAGRAPH.
              OPEN OUTPUT SNAP-FILE.
              MOVE SPACES TO SNAPHDR.
              MOVE "H" TO SNH-TYPE.
              MOVE WS-RUN-CUT TO SNH-CUT.
              MOVE WS-POSTED-SEEN TO SNH-POSTED.
              MOVE WS-TODAY TO SNH-DATE.
              WRITE SNAPHDR.
              MOVE 1 TO WS-MT-IX.
              GO TO SNAPSAVELINE-PARAGRAPH.
       SNAPSAVELINE-PARAGRAPH.
              IF WS-MT-IX > WS-MT-COUNT THEN
                 CLOSE SNAP-FILE
                 GO TO SNAPSAVE-EXIT-PARAGRAPH
              END-IF.
              IF WS-MT-ONFILE(WS-MT-IX) = "Y" THEN
                 MOVE SPACES TO SNAPDTL
                 MOVE "D" TO SND-TYPE
                 MOVE WS-MT-NAME(WS-MT-IX) TO SND-NAME
                 MOVE WS-MT-CLOSE-CR(WS-MT-IX) TO SND-CREDITS
                 MOVE WS-MT-CLOSE-OW(WS-MT-IX) TO SND-OWED
                 MOVE WS-MT-TR(WS-MT-IX) TO SND-TRANSIT
                 WRITE SNAPDTL
              END-IF.
              ADD 1 TO WS-MT-IX.
              GO TO SNAPSAVELINE-PARAGRAPH.
       SNAPSAVE-EXIT-PARAGRAPH.
              EXIT.
      * FIND A MEMBER BY NAME, ADDING THEM IF NEW; WS-MT-IX PAST
      * THE COUNT MEANS THE TABLE IS FULL.
       FINDMEM-PARAGRAPH.
              MOVE 1 TO WS-MT-IX.
              GO TO FINDMEMLOOP-PARAGRAPH.
       FINDMEMLOOP-PARAGRAPH.
              IF WS-MT-IX > WS-MT-COUNT THEN
                 GO TO FINDMEMADD-PARAGRAPH
              END-IF.
              IF WS-MT-NAME(WS-MT-IX) = WS-FIND-NAME THEN
                 GO TO FINDMEM-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-MT-IX.
              GO TO FINDMEMLOOP-PARAGRAPH.
       FINDMEMADD-PARAGRAPH.
              IF WS-MT-COUNT >= 300 THEN
                 ADD 1 TO WS-MT-FULL
                 GO TO FINDMEM-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-MT-COUNT.
              MOVE WS-MT-COUNT TO WS-MT-IX.
              INITIALIZE WS-MT-ENTRY(WS-MT-IX).
              MOVE WS-FIND-NAME TO WS-MT-NAME(WS-MT-IX).
              MOVE "N" TO WS-MT-ONFILE(WS-MT-IX).
       FINDMEM-EXIT-PARAGRAPH.
              EXIT.
      * FIND THE MEMBER ON FILE WHOSE CARD SLOT HOLDS THE ACCOUNT.
       FINDCARD-PARAGRAPH.
              MOVE 1 TO WS-MT-IX.
              GO TO FINDCARDLOOP-PARAGRAPH.
       FINDCARDLOOP-PARAGRAPH.
              IF WS-MT-IX > WS-MT-COUNT THEN
                 GO TO FINDCARD-EXIT-PARAGRAPH
              END-IF.
              IF WS-MT-ONFILE(WS-MT-IX) = "Y" AND
                    WS-FIND-CARD NOT = 0 AND
                    (WS-MT-CARD(WS-MT-IX, 1) = WS-FIND-CARD OR
                     WS-MT-CARD(WS-MT-IX, 2) = WS-FIND-CARD OR
                     WS-MT-CARD(WS-MT-IX, 3) = WS-FIND-CARD) THEN
                 GO TO FINDCARD-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-MT-IX.
              GO TO FINDCARDLOOP-PARAGRAPH.
       FINDCARD-EXIT-PARAGRAPH.
              EXIT.
