       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DIGEST.

      * NIGHTLY MEMBER DIGEST. MEMBERS WHO HAVE NOT BEEN ON THE
      * MEMBER TERMINAL MISS WHAT HAPPENED WHILE THEY WERE AWAY;
      * THIS RUN BUILDS ONE DIGEST ROW PER MEMBER FOR THE MAILING
      * SERVICE'S MAIL MERGE (DIGESTMAIL.CSV, A HEADER ROW THEN
      * ONE ROW PER MEMBER TO MAIL):
      *   UNREAD PRIVATE MESSAGES (ALL, AND HOW MANY ARE NEW),
      *   NEW COMMENTS BY OTHERS ON THE MEMBER'S BOARD POSTS,
      *   PROMO CREDITS WHOSE 90 DAYS RUN OUT WITHIN THE WEEK,
      *   A CREDIT SUBSCRIPTION BILLING WITHIN THE WEEK (OR DUE
      *   AND WAITING ON THE NEXT LOGIN),
      *   HEAD-TO-HEAD CHALLENGES WAITING ON THE MEMBER'S MOVE,
      *   AND ANNOUNCEMENTS THE MEMBER HAS NOT YET SEEN.
      *
      * ONLY MEMBERS WHO OPTED IN ON THE ACCOUNT MENU WITH AN
      * EMAIL ADDRESS ON FILE ARE MAILED, ONLY IF THEY HAVE NOT
      * LOGGED IN SINCE THE DAY THE DIGEST COVERS, AND ONLY IF
      * SOMETHING IS NEW SINCE THEIR LAST DIGEST. A DIGEST RUN
      * COVERS WHOLE DAYS: DATED ITEMS FROM THE LAST DIGEST'S RUN
      * DATE UP TO YESTERDAY, AFTER THE MEMBER'S LAST LOGIN.
      * DIGESTSTATE.TXT KEEPS EACH MEMBER'S LAST DIGEST DATE AND
      * WHAT IT ALREADY TOLD THEM, SO NOTHING IS MAILED TWICE.
      *
      * THE LAST LOGIN AND THE PROMO GRANTS COME FROM THE MEMBER
      * TERMINAL'S AUDIT LOG (LOGIN / SUCCESS, PROMO-CREDITS WITH
      * THE BALANCE BEFORE AND AFTER IN (1:3)).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MEMBER-FILE ASSIGN TO "members.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AUDIT-FILE ASSIGN TO "audit-log.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PM-FILE ASSIGN TO "pm.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POST-FILE ASSIGN TO "board-posts.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BCOM-FILE ASSIGN TO "board-comments.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SUB-FILE ASSIGN TO "subs.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CHAL-FILE ASSIGN TO "tttchal.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ANN-FILE ASSIGN TO "announcements.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL STATE-FILE ASSIGN TO "digeststate.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MAIL-FILE ASSIGN TO "digestmail.csv"
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
       FD PM-FILE.
       01 PMREC.
          02 PMR-TO PIC X(16).
          02 PMR-FROM PIC X(16).
          02 PMR-DATE PIC X(10).
          02 PMR-READ PIC X(1).
          02 PMR-TEXT PIC X(60).
      * A COMMENT NAMES ITS POST BY THE POST'S PLACE IN THE FILE.
       FD POST-FILE.
       01 POSTREC.
          02 BP-TITLE PIC X(50).
          02 BP-CONTENT PIC X(300).
          02 BP-USERNAME PIC X(16).
          02 BP-DATE PIC X(10).
          02 BP-BOARD PIC X(8).
       FD BCOM-FILE.
       01 BCOMREC.
          02 BC-MSGNUM PIC 9(3).
          02 BC-AUTHOR PIC X(16).
          02 BC-DATE PIC X(10).
          02 BC-COMMENT PIC X(50).
          02 BC-FLAGGED PIC X(3).
       FD SUB-FILE.
       01 SUBREC.
          02 SUB-NAME PIC X(16).
          02 SUB-PACK PIC 9(1).
          02 SUB-DAY PIC 9(2).
          02 SUB-SLOT PIC 9(1).
          02 SUB-LASTBILL PIC 9(6).
       FD CHAL-FILE.
       01 CHALREC.
          02 TC-CHALLENGER PIC X(16).
          02 TC-OPPONENT PIC X(16).
          02 TC-BOARD PIC X(9).
          02 TC-TURN PIC X(16).
          02 TC-WAGER PIC 9(3).
          02 TC-STATUS PIC X(1).
       FD ANN-FILE.
       01 ANNREC.
          02 AR-TITLE PIC X(50).
          02 AR-TEXT PIC X(60).
          02 AR-EFFECTIVE PIC 9(8).
          02 AR-EXPIRY PIC 9(8).
          02 AR-PRIORITY PIC 9(1).
      * ONE ROW PER MEMBER: LAST DIGEST RUN DATE, THE ANNOUNCEMENT
      * COUNT AND THE CHALLENGES WAITING IT ALREADY REPORTED.
       FD STATE-FILE.
       01 STATEREC.
          02 DST-NAME PIC X(16).
          02 DST-LASTRUN PIC 9(08).
          02 DST-ANN PIC 9(03).
          02 DST-CHAL PIC 9(03).
       FD MAIL-FILE.
       01 MAILLINE PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-NOW PIC X(21) VALUE SPACES.
       01 WS-TODAY PIC 9(08) VALUE ZEROS.
       01 WS-TODAY-INT PIC 9(08) VALUE ZEROS.
       01 WS-YESTERDAY PIC 9(08) VALUE ZEROS.
       01 WS-WEEK-END PIC 9(08) VALUE ZEROS.
       01 WS-NOWYM PIC 9(06) VALUE ZEROS.
       01 WS-NEXTYM PIC 9(06) VALUE ZEROS.
      * THE TERMINAL'S PROMO LIFETIME AND HOW FAR AHEAD TO WARN.
       01 WS-PROMO-DAYS PIC 9(03) VALUE 90.
       01 WS-WARN-DAYS PIC 9(03) VALUE 7.
       01 WS-DG-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-DG-IX PIC 9(3) VALUE ZEROS.
       01 WS-DG-TABLE.
          02 WS-DG-ENTRY OCCURS 300 TIMES.
             03 WS-DG-NAME PIC X(16).
             03 WS-DG-OPTIN PIC A(1).
             03 WS-DG-EMAIL PIC X(40).
             03 WS-DG-CREDITS PIC 9(3).
             03 WS-DG-ANNSEEN PIC 9(3).
             03 WS-DG-LOGIN PIC 9(8).
             03 WS-DG-LASTRUN PIC 9(8).
             03 WS-DG-PREVEND PIC 9(8).
             03 WS-DG-LASTANN PIC 9(3).
             03 WS-DG-LASTCHAL PIC 9(3).
             03 WS-DG-UNREAD PIC 9(3).
             03 WS-DG-NEWPM PIC 9(3).
             03 WS-DG-NEWCOM PIC 9(3).
             03 WS-DG-EXPCR PIC 9(4).
             03 WS-DG-EXPBY PIC 9(8).
             03 WS-DG-EXPNEW PIC A(1).
             03 WS-DG-SUBDUE PIC 9(8).
             03 WS-DG-SUBPACK PIC 9(1).
             03 WS-DG-SUBNEW PIC A(1).
             03 WS-DG-CHAL PIC 9(3).
             03 WS-DG-NEWANN PIC 9(3).
       01 WS-FIND-NAME PIC X(16) VALUE SPACES.
      * BOARD POST OWNERS BY POST NUMBER.
       01 WS-PO-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-PO-NAME PIC X(16) OCCURS 999 TIMES.
      * ANNOUNCEMENTS BY PLACE IN THE FILE: Y WHEN LIVE TODAY.
       01 WS-ANN-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-ANN-IX PIC 9(4) VALUE ZEROS.
       01 WS-ANN-FROM PIC 9(3) VALUE ZEROS.
       01 WS-ANN-LIVE PIC A(1) OCCURS 999 TIMES.
      * A DATE PULLED OUT OF A YYYY-MM-DD OR AUDIT STAMP FIELD.
       01 WS-DATE-TXT PIC X(10) VALUE SPACES.
       01 WS-LINE-DATE PIC 9(08) VALUE ZEROS.
       01 WS-LINE-DATE-X REDEFINES WS-LINE-DATE PIC X(08).
       01 WS-EXP-INT PIC 9(08) VALUE ZEROS.
       01 WS-EXP-DATE PIC 9(08) VALUE ZEROS.
       01 WS-NUM3 PIC 9(3) VALUE ZEROS.
       01 WS-NUM3-X REDEFINES WS-NUM3 PIC X(3).
       01 WS-BEFORE-CR PIC 9(3) VALUE ZEROS.
       01 WS-GRANT PIC S9(5) VALUE ZEROS.
       01 WS-DUE PIC 9(08) VALUE ZEROS.
       01 WS-HAS-NEW PIC A(1) VALUE "N".
      * ONE MAIL-MERGE ROW.
       01 WS-E-UNREAD PIC ZZ9.
       01 WS-E-NEWPM PIC ZZ9.
       01 WS-E-NEWCOM PIC ZZ9.
       01 WS-E-EXPCR PIC ZZZ9.
       01 WS-E-EXPBY PIC X(08) VALUE SPACES.
       01 WS-E-SUBDUE PIC X(08) VALUE SPACES.
       01 WS-E-SUBCR PIC ZZ9.
       01 WS-E-CHAL PIC ZZ9.
       01 WS-E-NEWANN PIC ZZ9.
       01 WS-SUB-CREDITS PIC 9(3) VALUE ZEROS.
       01 WS-MAILED PIC 9(5) VALUE ZEROS.
       01 WS-OPTED PIC 9(5) VALUE ZEROS.
       01 WS-SKIP-LOGIN PIC 9(5) VALUE ZEROS.
       01 WS-SKIP-QUIET PIC 9(5) VALUE ZEROS.
       PROCEDURE DIVISION.
       START-PARAGRAPH.
              DISPLAY "NIGHTLY MEMBER DIGEST".
              PERFORM INIT-PARAGRAPH THRU INIT-EXIT-PARAGRAPH.
              PERFORM MEMLOAD-PARAGRAPH THRU MEMLOAD-EXIT-PARAGRAPH.
              PERFORM STATELOAD-PARAGRAPH
                 THRU STATELOAD-EXIT-PARAGRAPH.
              PERFORM AUDSCAN-PARAGRAPH THRU AUDSCAN-EXIT-PARAGRAPH.
              PERFORM PMSCAN-PARAGRAPH THRU PMSCAN-EXIT-PARAGRAPH.
              PERFORM POSTLOAD-PARAGRAPH THRU POSTLOAD-EXIT-PARAGRAPH.
              PERFORM COMSCAN-PARAGRAPH THRU COMSCAN-EXIT-PARAGRAPH.
              PERFORM SUBSCAN-PARAGRAPH THRU SUBSCAN-EXIT-PARAGRAPH.
              PERFORM CHALSCAN-PARAGRAPH THRU CHALSCAN-EXIT-PARAGRAPH.
              PERFORM ANNSCAN-PARAGRAPH THRU ANNSCAN-EXIT-PARAGRAPH.
              PERFORM BUILD-PARAGRAPH THRU BUILD-EXIT-PARAGRAPH.
              PERFORM STATESAVE-PARAGRAPH
                 THRU STATESAVE-EXIT-PARAGRAPH.
              DISPLAY "=> MEMBERS OPTED IN " WS-OPTED.
              DISPLAY "=> DIGESTS WRITTEN " WS-MAILED.
              DISPLAY "=> SKIPPED - LOGGED IN RECENTLY " WS-SKIP-LOGIN.
              DISPLAY "=> SKIPPED - NOTHING NEW " WS-SKIP-QUIET.
              DISPLAY "=> MAIL MERGE WRITTEN TO digestmail.csv".
              STOP RUN.
      * THE RUN DATE, YESTERDAY (THE LAST WHOLE DAY COVERED), THE
      * END OF THE WARNING WEEK, AND THIS AND NEXT BILLING MONTH.
       INIT-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE TO WS-NOW.
              MOVE WS-NOW(1:8) TO WS-TODAY.
              COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
              COMPUTE WS-YESTERDAY =
                 FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1).
              COMPUTE WS-WEEK-END =
                 FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-WARN-DAYS).
              MOVE WS-NOW(1:6) TO WS-NOWYM.
              IF WS-NOW(5:2) = "12" THEN
                 COMPUTE WS-NEXTYM = WS-NOWYM + 89
              ELSE
                 COMPUTE WS-NEXTYM = WS-NOWYM + 1
              END-IF.
              MOVE 0 TO WS-DG-COUNT WS-PO-COUNT WS-ANN-COUNT.
              MOVE 0 TO WS-MAILED WS-OPTED WS-SKIP-LOGIN WS-SKIP-QUIET.
       INIT-EXIT-PARAGRAPH.
              EXIT.
      * EVERY MEMBER ON FILE, WITH THE OPT-IN, THE ADDRESS, THE
      * BALANCE AND HOW MANY ANNOUNCEMENTS THEY HAVE SEEN.
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
              IF WS-DG-COUNT >= 300 THEN
                 DISPLAY "=> MEMBER TABLE FULL - REST NOT DIGESTED"
                 GO TO MEMDONE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-DG-COUNT.
              MOVE WS-DG-COUNT TO WS-DG-IX.
              INITIALIZE WS-DG-ENTRY(WS-DG-IX).
              MOVE MR-NAME TO WS-DG-NAME(WS-DG-IX).
              MOVE "N" TO WS-DG-OPTIN(WS-DG-IX).
              IF MR-DIGEST = "Y" THEN
                 MOVE "Y" TO WS-DG-OPTIN(WS-DG-IX)
              END-IF.
              MOVE MR-EMAIL TO WS-DG-EMAIL(WS-DG-IX).
              IF MR-CREDITS IS NUMERIC THEN
                 MOVE MR-CREDITS TO WS-DG-CREDITS(WS-DG-IX)
              END-IF.
              IF MR-ANN-SEEN IS NUMERIC THEN
                 MOVE MR-ANN-SEEN TO WS-DG-ANNSEEN(WS-DG-IX)
              END-IF.
              MOVE "N" TO WS-DG-EXPNEW(WS-DG-IX).
              MOVE "N" TO WS-DG-SUBNEW(WS-DG-IX).
              GO TO MEMREAD-PARAGRAPH.
       MEMDONE-PARAGRAPH.
              CLOSE MEMBER-FILE.
       MEMLOAD-EXIT-PARAGRAPH.
              EXIT.
      * WHAT EACH MEMBER'S LAST DIGEST ALREADY TOLD THEM. THE
      * WARNING WEEK THAT DIGEST COVERED ENDS SEVEN DAYS AFTER
      * ITS RUN DATE.
       STATELOAD-PARAGRAPH.
              OPEN INPUT STATE-FILE.
              GO TO STATEREAD-PARAGRAPH.
       STATEREAD-PARAGRAPH.
              READ STATE-FILE
                 AT END GO TO STATEDONE-PARAGRAPH
              END-READ.
              MOVE DST-NAME TO WS-FIND-NAME.
              PERFORM FINDMEM-PARAGRAPH THRU FINDMEM-EXIT-PARAGRAPH.
              IF WS-DG-IX > WS-DG-COUNT THEN
                 GO TO STATEREAD-PARAGRAPH
              END-IF.
              IF DST-LASTRUN IS NUMERIC AND
                    DST-LASTRUN > 16010101 THEN
                 MOVE DST-LASTRUN TO WS-DG-LASTRUN(WS-DG-IX)
                 COMPUTE WS-DG-PREVEND(WS-DG-IX) =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(DST-LASTRUN)
                    + WS-WARN-DAYS)
              END-IF.
              IF DST-ANN IS NUMERIC THEN
                 MOVE DST-ANN TO WS-DG-LASTANN(WS-DG-IX)
              END-IF.
              IF DST-CHAL IS NUMERIC THEN
                 MOVE DST-CHAL TO WS-DG-LASTCHAL(WS-DG-IX)
              END-IF.
              GO TO STATEREAD-PARAGRAPH.
       STATEDONE-PARAGRAPH.
              CLOSE STATE-FILE.
       STATELOAD-EXIT-PARAGRAPH.
              EXIT.
      * ONE PASS OF THE AUDIT LOG: EACH MEMBER'S LAST SUCCESSFUL
      * LOGIN, AND THE PROMO GRANTS WHOSE 90 DAYS END BETWEEN
      * TODAY AND THE END OF THE WARNING WEEK. A GRANT IS NEW TO
      * THE MEMBER WHEN IT RUNS OUT PAST THE WEEK THEIR LAST
      * DIGEST ALREADY WARNED ABOUT.
       AUDSCAN-PARAGRAPH.
              OPEN INPUT AUDIT-FILE.
              GO TO AUDREAD-PARAGRAPH.
       AUDREAD-PARAGRAPH.
              READ AUDIT-FILE
                 AT END GO TO AUDDONE-PARAGRAPH
              END-READ.
              IF AUD-ACTION NOT = "LOGIN" AND
                    AUD-ACTION NOT = "PROMO-CREDITS" THEN
                 GO TO AUDREAD-PARAGRAPH
              END-IF.
              MOVE AUD-USER TO WS-FIND-NAME.
              PERFORM FINDMEM-PARAGRAPH THRU FINDMEM-EXIT-PARAGRAPH.
              IF WS-DG-IX > WS-DG-COUNT THEN
                 GO TO AUDREAD-PARAGRAPH
              END-IF.
              MOVE AUD-STAMP(1:10) TO WS-DATE-TXT.
              PERFORM DATEPARSE-PARAGRAPH
                 THRU DATEPARSE-EXIT-PARAGRAPH.
              IF WS-LINE-DATE = 0 THEN
                 GO TO AUDREAD-PARAGRAPH
              END-IF.
              IF AUD-ACTION = "LOGIN" THEN
                 IF AUD-AFTER(1:7) = "SUCCESS" AND
                       WS-LINE-DATE > WS-DG-LOGIN(WS-DG-IX) THEN
                    MOVE WS-LINE-DATE TO WS-DG-LOGIN(WS-DG-IX)
                 END-IF
                 GO TO AUDREAD-PARAGRAPH
              END-IF.
              COMPUTE WS-EXP-INT =
                 FUNCTION INTEGER-OF-DATE(WS-LINE-DATE)
                 + WS-PROMO-DAYS.
              IF WS-EXP-INT < WS-TODAY-INT OR
                    WS-EXP-INT > WS-TODAY-INT + WS-WARN-DAYS THEN
                 GO TO AUDREAD-PARAGRAPH
              END-IF.
              MOVE AUD-BEFORE(1:3) TO WS-NUM3-X.
              IF WS-NUM3 IS NOT NUMERIC THEN
                 GO TO AUDREAD-PARAGRAPH
              END-IF.
              MOVE WS-NUM3 TO WS-BEFORE-CR.
              MOVE AUD-AFTER(1:3) TO WS-NUM3-X.
              IF WS-NUM3 IS NOT NUMERIC THEN
                 GO TO AUDREAD-PARAGRAPH
              END-IF.
              COMPUTE WS-GRANT = WS-NUM3 - WS-BEFORE-CR.
              IF WS-GRANT NOT > 0 THEN
                 GO TO AUDREAD-PARAGRAPH
              END-IF.
              ADD WS-GRANT TO WS-DG-EXPCR(WS-DG-IX).
              COMPUTE WS-EXP-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-EXP-INT).
              IF WS-DG-EXPBY(WS-DG-IX) = 0 OR
                    WS-EXP-DATE < WS-DG-EXPBY(WS-DG-IX) THEN
                 MOVE WS-EXP-DATE TO WS-DG-EXPBY(WS-DG-IX)
              END-IF.
              IF WS-DG-PREVEND(WS-DG-IX) = 0 OR
                    WS-EXP-DATE > WS-DG-PREVEND(WS-DG-IX) THEN
                 MOVE "Y" TO WS-DG-EXPNEW(WS-DG-IX)
              END-IF.
              GO TO AUDREAD-PARAGRAPH.
       AUDDONE-PARAGRAPH.
              CLOSE AUDIT-FILE.
       AUDSCAN-EXIT-PARAGRAPH.
              EXIT.
      * UNREAD PRIVATE MESSAGES; NEW ONES ARE DATED INSIDE THE
      * MEMBER'S WINDOW (SEE NEWDATE-PARAGRAPH).
       PMSCAN-PARAGRAPH.
              OPEN INPUT PM-FILE.
              GO TO PMREAD-PARAGRAPH.
       PMREAD-PARAGRAPH.
              READ PM-FILE
                 AT END GO TO PMDONE-PARAGRAPH
              END-READ.
              IF PMR-READ NOT = "N" THEN
                 GO TO PMREAD-PARAGRAPH
              END-IF.
              MOVE PMR-TO TO WS-FIND-NAME.
              PERFORM FINDMEM-PARAGRAPH THRU FINDMEM-EXIT-PARAGRAPH.
              IF WS-DG-IX > WS-DG-COUNT THEN
                 GO TO PMREAD-PARAGRAPH
              END-IF.
              IF WS-DG-UNREAD(WS-DG-IX) < 999 THEN
                 ADD 1 TO WS-DG-UNREAD(WS-DG-IX)
              END-IF.
              MOVE PMR-DATE TO WS-DATE-TXT.
              PERFORM DATEPARSE-PARAGRAPH
                 THRU DATEPARSE-EXIT-PARAGRAPH.
              PERFORM NEWDATE-PARAGRAPH THRU NEWDATE-EXIT-PARAGRAPH.
              IF WS-HAS-NEW = "Y" AND
                    WS-DG-NEWPM(WS-DG-IX) < 999 THEN
                 ADD 1 TO WS-DG-NEWPM(WS-DG-IX)
              END-IF.
              GO TO PMREAD-PARAGRAPH.
       PMDONE-PARAGRAPH.
              CLOSE PM-FILE.
       PMSCAN-EXIT-PARAGRAPH.
              EXIT.
      * WHO OWNS EACH BOARD POST, IN FILE ORDER.
       POSTLOAD-PARAGRAPH.
              OPEN INPUT POST-FILE.
              GO TO POSTREAD-PARAGRAPH.
       POSTREAD-PARAGRAPH.
              READ POST-FILE
                 AT END GO TO POSTDONE-PARAGRAPH
              END-READ.
              IF WS-PO-COUNT >= 999 THEN
                 GO TO POSTDONE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-PO-COUNT.
              MOVE BP-USERNAME TO WS-PO-NAME(WS-PO-COUNT).
              GO TO POSTREAD-PARAGRAPH.
       POSTDONE-PARAGRAPH.
              CLOSE POST-FILE.
       POSTLOAD-EXIT-PARAGRAPH.
              EXIT.
      * NEW COMMENTS ON A MEMBER'S POSTS BY SOMEONE ELSE; HIDDEN
      * COMMENTS ARE NOT NEWS.
       COMSCAN-PARAGRAPH.
              OPEN INPUT BCOM-FILE.
              GO TO COMREAD-PARAGRAPH.
       COMREAD-PARAGRAPH.
              READ BCOM-FILE
                 AT END GO TO COMDONE-PARAGRAPH
              END-READ.
              IF BC-MSGNUM IS NOT NUMERIC THEN
                 GO TO COMREAD-PARAGRAPH
              END-IF.
              IF BC-MSGNUM = 0 OR BC-MSGNUM > WS-PO-COUNT THEN
                 GO TO COMREAD-PARAGRAPH
              END-IF.
              IF BC-FLAGGED = "HID" OR
                    BC-AUTHOR = WS-PO-NAME(BC-MSGNUM) THEN
                 GO TO COMREAD-PARAGRAPH
              END-IF.
              MOVE WS-PO-NAME(BC-MSGNUM) TO WS-FIND-NAME.
              PERFORM FINDMEM-PARAGRAPH THRU FINDMEM-EXIT-PARAGRAPH.
              IF WS-DG-IX > WS-DG-COUNT THEN
                 GO TO COMREAD-PARAGRAPH
              END-IF.
              MOVE BC-DATE TO WS-DATE-TXT.
              PERFORM DATEPARSE-PARAGRAPH
                 THRU DATEPARSE-EXIT-PARAGRAPH.
              PERFORM NEWDATE-PARAGRAPH THRU NEWDATE-EXIT-PARAGRAPH.
              IF WS-HAS-NEW = "Y" AND
                    WS-DG-NEWCOM(WS-DG-IX) < 999 THEN
                 ADD 1 TO WS-DG-NEWCOM(WS-DG-IX)
              END-IF.
              GO TO COMREAD-PARAGRAPH.
       COMDONE-PARAGRAPH.
              CLOSE BCOM-FILE.
       COMSCAN-EXIT-PARAGRAPH.
              EXIT.
      * A SUBSCRIPTION NOT YET BILLED THIS MONTH BILLS ON THIS
      * MONTH'S DAY (ALREADY DUE IF THAT HAS PASSED - THE TERMINAL
      * BILLS AT THE NEXT LOGIN); OTHERWISE ON NEXT MONTH'S. ONLY
      * A BILLING DATE INSIDE THE WARNING WEEK IS REPORTED.
       SUBSCAN-PARAGRAPH.
              OPEN INPUT SUB-FILE.
              GO TO SUBREAD-PARAGRAPH.
       SUBREAD-PARAGRAPH.
              READ SUB-FILE
                 AT END GO TO SUBDONE-PARAGRAPH
              END-READ.
              IF SUB-DAY IS NOT NUMERIC OR
                    SUB-LASTBILL IS NOT NUMERIC THEN
                 GO TO SUBREAD-PARAGRAPH
              END-IF.
              MOVE SUB-NAME TO WS-FIND-NAME.
              PERFORM FINDMEM-PARAGRAPH THRU FINDMEM-EXIT-PARAGRAPH.
              IF WS-DG-IX > WS-DG-COUNT THEN
                 GO TO SUBREAD-PARAGRAPH
              END-IF.
              IF SUB-LASTBILL < WS-NOWYM THEN
                 COMPUTE WS-DUE = WS-NOWYM * 100 + SUB-DAY
              ELSE
                 COMPUTE WS-DUE = WS-NEXTYM * 100 + SUB-DAY
              END-IF.
              IF WS-DUE > WS-WEEK-END THEN
                 GO TO SUBREAD-PARAGRAPH
              END-IF.
              MOVE WS-DUE TO WS-DG-SUBDUE(WS-DG-IX).
              MOVE SUB-PACK TO WS-DG-SUBPACK(WS-DG-IX).
              IF WS-DG-PREVEND(WS-DG-IX) = 0 OR
                    WS-DUE > WS-DG-PREVEND(WS-DG-IX) THEN
                 MOVE "Y" TO WS-DG-SUBNEW(WS-DG-IX)
              END-IF.
              GO TO SUBREAD-PARAGRAPH.
       SUBDONE-PARAGRAPH.
              CLOSE SUB-FILE.
       SUBSCAN-EXIT-PARAGRAPH.
              EXIT.
      * A PENDING CHALLENGE WAITS ON THE OPPONENT TO ACCEPT; AN
      * ACCEPTED ONE WAITS ON WHOEVER HAS THE TURN.
       CHALSCAN-PARAGRAPH.
              OPEN INPUT CHAL-FILE.
              GO TO CHALREAD-PARAGRAPH.
       CHALREAD-PARAGRAPH.
              READ CHAL-FILE
                 AT END GO TO CHALDONE-PARAGRAPH
              END-READ.
              MOVE SPACES TO WS-FIND-NAME.
              IF TC-STATUS = "P" THEN
                 MOVE TC-OPPONENT TO WS-FIND-NAME
              END-IF.
              IF TC-STATUS = "A" THEN
                 MOVE TC-TURN TO WS-FIND-NAME
              END-IF.
              IF WS-FIND-NAME = SPACES THEN
                 GO TO CHALREAD-PARAGRAPH
              END-IF.
              PERFORM FINDMEM-PARAGRAPH THRU FINDMEM-EXIT-PARAGRAPH.
              IF WS-DG-IX > WS-DG-COUNT THEN
                 GO TO CHALREAD-PARAGRAPH
              END-IF.
              ADD 1 TO WS-DG-CHAL(WS-DG-IX).
              GO TO CHALREAD-PARAGRAPH.
       CHALDONE-PARAGRAPH.
              CLOSE CHAL-FILE.
       CHALSCAN-EXIT-PARAGRAPH.
              EXIT.
      * WHICH ANNOUNCEMENTS ARE LIVE TODAY, BY PLACE IN THE FILE
      * (THE TERMINAL COUNTS A MEMBER'S SEEN ANNOUNCEMENTS THE
      * SAME WAY).
       ANNSCAN-PARAGRAPH.
              OPEN INPUT ANN-FILE.
              GO TO ANNREAD-PARAGRAPH.
       ANNREAD-PARAGRAPH.
              READ ANN-FILE
                 AT END GO TO ANNDONE-PARAGRAPH
              END-READ.
              IF WS-ANN-COUNT >= 999 THEN
                 GO TO ANNDONE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-ANN-COUNT.
              MOVE "N" TO WS-ANN-LIVE(WS-ANN-COUNT).
              IF AR-EFFECTIVE IS NOT NUMERIC OR
                    AR-EXPIRY IS NOT NUMERIC THEN
                 GO TO ANNREAD-PARAGRAPH
              END-IF.
              IF AR-EFFECTIVE NOT > WS-TODAY AND
                    (AR-EXPIRY = 0 OR AR-EXPIRY NOT < WS-TODAY) THEN
                 MOVE "Y" TO WS-ANN-LIVE(WS-ANN-COUNT)
              END-IF.
              GO TO ANNREAD-PARAGRAPH.
       ANNDONE-PARAGRAPH.
              CLOSE ANN-FILE.
       ANNSCAN-EXIT-PARAGRAPH.
              EXIT.
      * DECIDE EACH MEMBER, WRITE THE MAIL-MERGE ROWS, AND MOVE
      * THE STATE ON FOR THOSE MAILED.
       BUILD-PARAGRAPH.
              OPEN OUTPUT MAIL-FILE.
              MOVE SPACES TO MAILLINE.
              STRING "EMAIL,MEMBER,DIGEST_DATE,UNREAD_PMS,NEW_PMS,"
                     "NEW_COMMENTS,CREDITS_EXPIRING,EXPIRE_BY,"
                     "SUB_BILL_DATE,SUB_CREDITS,CHALLENGES_WAITING,"
                     "NEW_ANNOUNCEMENTS"
                     DELIMITED BY SIZE
                 INTO MAILLINE.
              WRITE MAILLINE.
              MOVE 1 TO WS-DG-IX.
              GO TO BUILDMEM-PARAGRAPH.
       BUILDMEM-PARAGRAPH.
              IF WS-DG-IX > WS-DG-COUNT THEN
                 CLOSE MAIL-FILE
                 GO TO BUILD-EXIT-PARAGRAPH
              END-IF.
              IF WS-DG-OPTIN(WS-DG-IX) NOT = "Y" OR
                    WS-DG-EMAIL(WS-DG-IX) = SPACES THEN
                 GO TO BUILDNEXT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-OPTED.
      * SOMEONE ON THE TERMINAL YESTERDAY OR TODAY HAS SEEN IT ALL.
              IF WS-DG-LOGIN(WS-DG-IX) NOT < WS-YESTERDAY THEN
                 ADD 1 TO WS-SKIP-LOGIN
                 GO TO BUILDKEEP-PARAGRAPH
              END-IF.
      * NO MORE CAN EXPIRE THAN THE MEMBER STILL HOLDS.
              IF WS-DG-EXPCR(WS-DG-IX) > WS-DG-CREDITS(WS-DG-IX) THEN
                 MOVE WS-DG-CREDITS(WS-DG-IX) TO WS-DG-EXPCR(WS-DG-IX)
              END-IF.
              IF WS-DG-EXPCR(WS-DG-IX) = 0 THEN
                 MOVE 0 TO WS-DG-EXPBY(WS-DG-IX)
                 MOVE "N" TO WS-DG-EXPNEW(WS-DG-IX)
              END-IF.
              PERFORM ANNCOUNT-PARAGRAPH THRU ANNCOUNT-EXIT-PARAGRAPH.
              MOVE "N" TO WS-HAS-NEW.
              IF WS-DG-NEWPM(WS-DG-IX) > 0 OR
                    WS-DG-NEWCOM(WS-DG-IX) > 0 OR
                    WS-DG-EXPNEW(WS-DG-IX) = "Y" OR
                    WS-DG-SUBNEW(WS-DG-IX) = "Y" OR
                    WS-DG-CHAL(WS-DG-IX) > WS-DG-LASTCHAL(WS-DG-IX) OR
                    WS-DG-NEWANN(WS-DG-IX) > 0 THEN
                 MOVE "Y" TO WS-HAS-NEW
              END-IF.
              IF WS-HAS-NEW NOT = "Y" THEN
                 ADD 1 TO WS-SKIP-QUIET
                 GO TO BUILDKEEP-PARAGRAPH
              END-IF.
              PERFORM MAILROW-PARAGRAPH THRU MAILROW-EXIT-PARAGRAPH.
              ADD 1 TO WS-MAILED.
              MOVE WS-TODAY TO WS-DG-LASTRUN(WS-DG-IX).
              MOVE WS-ANN-COUNT TO WS-DG-LASTANN(WS-DG-IX).
              MOVE WS-DG-CHAL(WS-DG-IX) TO WS-DG-LASTCHAL(WS-DG-IX).
              GO TO BUILDNEXT-PARAGRAPH.
      * NOT MAILED: THE LAST DIGEST STANDS, BUT CHALLENGES ALREADY
      * SEEN AT A LOGIN SINCE THEN, OR SINCE ANSWERED, DO NOT
      * COUNT AS NEWS LATER.
       BUILDKEEP-PARAGRAPH.
              IF WS-DG-LOGIN(WS-DG-IX) > 0 AND
                    WS-DG-LOGIN(WS-DG-IX) NOT <
                    WS-DG-LASTRUN(WS-DG-IX) THEN
                 MOVE WS-DG-CHAL(WS-DG-IX) TO WS-DG-LASTCHAL(WS-DG-IX)
              END-IF.
              IF WS-DG-CHAL(WS-DG-IX) < WS-DG-LASTCHAL(WS-DG-IX) THEN
                 MOVE WS-DG-CHAL(WS-DG-IX) TO WS-DG-LASTCHAL(WS-DG-IX)
              END-IF.
              GO TO BUILDNEXT-PARAGRAPH.
       BUILDNEXT-PARAGRAPH.
              ADD 1 TO WS-DG-IX.
              GO TO BUILDMEM-PARAGRAPH.
       BUILD-EXIT-PARAGRAPH.
              EXIT.
      * LIVE ANNOUNCEMENTS PAST BOTH THE LAST ONE THE MEMBER SAW
      * AT LOGIN AND THE LAST ONE A DIGEST TOLD THEM ABOUT.
       ANNCOUNT-PARAGRAPH.
              MOVE 0 TO WS-DG-NEWANN(WS-DG-IX).
              MOVE WS-DG-ANNSEEN(WS-DG-IX) TO WS-ANN-FROM.
              IF WS-DG-LASTANN(WS-DG-IX) > WS-ANN-FROM THEN
                 MOVE WS-DG-LASTANN(WS-DG-IX) TO WS-ANN-FROM
              END-IF.
              COMPUTE WS-ANN-IX = WS-ANN-FROM + 1.
              GO TO ANNCOUNTLOOP-PARAGRAPH.
       ANNCOUNTLOOP-PARAGRAPH.
              IF WS-ANN-IX > WS-ANN-COUNT THEN
                 GO TO ANNCOUNT-EXIT-PARAGRAPH
              END-IF.
              IF WS-ANN-LIVE(WS-ANN-IX) = "Y" THEN
                 ADD 1 TO WS-DG-NEWANN(WS-DG-IX)
              END-IF.
              ADD 1 TO WS-ANN-IX.
              GO TO ANNCOUNTLOOP-PARAGRAPH.
       ANNCOUNT-EXIT-PARAGRAPH.
              EXIT.
      * ONE CSV ROW; TEXT QUOTED, EMPTY DATES LEFT EMPTY. THE
      * SUBSCRIPTION SHOWS THE CREDITS ITS PACK ADDS.
       MAILROW-PARAGRAPH.
              MOVE WS-DG-UNREAD(WS-DG-IX) TO WS-E-UNREAD.
              MOVE WS-DG-NEWPM(WS-DG-IX) TO WS-E-NEWPM.
              MOVE WS-DG-NEWCOM(WS-DG-IX) TO WS-E-NEWCOM.
              MOVE WS-DG-EXPCR(WS-DG-IX) TO WS-E-EXPCR.
              MOVE WS-DG-CHAL(WS-DG-IX) TO WS-E-CHAL.
              MOVE WS-DG-NEWANN(WS-DG-IX) TO WS-E-NEWANN.
              MOVE SPACES TO WS-E-EXPBY WS-E-SUBDUE.
              IF WS-DG-EXPBY(WS-DG-IX) > 0 THEN
                 MOVE WS-DG-EXPBY(WS-DG-IX) TO WS-E-EXPBY
              END-IF.
              MOVE 0 TO WS-SUB-CREDITS.
              IF WS-DG-SUBDUE(WS-DG-IX) > 0 THEN
                 MOVE WS-DG-SUBDUE(WS-DG-IX) TO WS-E-SUBDUE
                 EVALUATE WS-DG-SUBPACK(WS-DG-IX)
                    WHEN 1
                       MOVE 10 TO WS-SUB-CREDITS
                    WHEN 2
                       MOVE 25 TO WS-SUB-CREDITS
                    WHEN 3
                       MOVE 50 TO WS-SUB-CREDITS
                    WHEN OTHER
                       MOVE 100 TO WS-SUB-CREDITS
                 END-EVALUATE
              END-IF.
              MOVE WS-SUB-CREDITS TO WS-E-SUBCR.
              MOVE SPACES TO MAILLINE.
              STRING QUOTE FUNCTION TRIM(WS-DG-EMAIL(WS-DG-IX))
                     QUOTE ","
                     QUOTE FUNCTION TRIM(WS-DG-NAME(WS-DG-IX))
                     QUOTE ","
                     WS-TODAY ","
                     FUNCTION TRIM(WS-E-UNREAD) ","
                     FUNCTION TRIM(WS-E-NEWPM) ","
                     FUNCTION TRIM(WS-E-NEWCOM) ","
                     FUNCTION TRIM(WS-E-EXPCR) ","
                     FUNCTION TRIM(WS-E-EXPBY) ","
                     FUNCTION TRIM(WS-E-SUBDUE) ","
                     FUNCTION TRIM(WS-E-SUBCR) ","
                     FUNCTION TRIM(WS-E-CHAL) ","
                     FUNCTION TRIM(WS-E-NEWANN)
                     DELIMITED BY SIZE
                 INTO MAILLINE.
              WRITE MAILLINE.
       MAILROW-EXIT-PARAGRAPH.
              EXIT.
      * REWRITE THE STATE FOR EVERY MEMBER ON FILE; MEMBERS WHO
      * HAVE GONE DROP OUT.
       STATESAVE-PARAGRAPH.
              OPEN OUTPUT STATE-FILE.
              MOVE 1 TO WS-DG-IX.
              GO TO STATESAVELINE-PARAGRAPH.
       STATESAVELINE-PARAGRAPH.
              IF WS-DG-IX > WS-DG-COUNT THEN
                 CLOSE STATE-FILE
                 GO TO STATESAVE-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-DG-NAME(WS-DG-IX) TO DST-NAME.
              MOVE WS-DG-LASTRUN(WS-DG-IX) TO DST-LASTRUN.
              MOVE WS-DG-LASTANN(WS-DG-IX) TO DST-ANN.
              MOVE WS-DG-LASTCHAL(WS-DG-IX) TO DST-CHAL.
              WRITE STATEREC.
              ADD 1 TO WS-DG-IX.
              GO TO STATESAVELINE-PARAGRAPH.
       STATESAVE-EXIT-PARAGRAPH.
              EXIT.
      * A DATED ITEM IS NEW TO THE MEMBER WHEN IT FALLS ON OR
      * AFTER THEIR LAST DIGEST'S RUN DATE, AFTER THEIR LAST
      * LOGIN DAY, AND BEFORE TODAY (TODAY WAITS FOR TOMORROW'S
      * RUN).
       NEWDATE-PARAGRAPH.
              MOVE "N" TO WS-HAS-NEW.
              IF WS-LINE-DATE = 0 THEN
                 GO TO NEWDATE-EXIT-PARAGRAPH
              END-IF.
              IF WS-LINE-DATE < WS-DG-LASTRUN(WS-DG-IX) OR
                    WS-LINE-DATE NOT > WS-DG-LOGIN(WS-DG-IX) OR
                    WS-LINE-DATE NOT < WS-TODAY THEN
                 GO TO NEWDATE-EXIT-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-HAS-NEW.
       NEWDATE-EXIT-PARAGRAPH.
              EXIT.
      * YYYY-MM-DD (AS THE TERMINAL STAMPS PMS, COMMENTS AND THE
      * AUDIT LOG) TO A CCYYMMDD NUMBER; ZERO IF IT IS NOT A DATE.
       DATEPARSE-PARAGRAPH.
              MOVE 0 TO WS-LINE-DATE.
              MOVE WS-DATE-TXT(1:4) TO WS-LINE-DATE-X(1:4).
              MOVE WS-DATE-TXT(6:2) TO WS-LINE-DATE-X(5:2).
              MOVE WS-DATE-TXT(9:2) TO WS-LINE-DATE-X(7:2).
              IF WS-LINE-DATE IS NOT NUMERIC THEN
                 MOVE 0 TO WS-LINE-DATE
                 GO TO DATEPARSE-EXIT-PARAGRAPH
              END-IF.
              IF WS-LINE-DATE < 16010101 THEN
                 MOVE 0 TO WS-LINE-DATE
              END-IF.
       DATEPARSE-EXIT-PARAGRAPH.
              EXIT.
      * FIND A MEMBER ON FILE BY NAME; WS-DG-IX PAST THE COUNT
      * MEANS NOT ON FILE.
       FINDMEM-PARAGRAPH.
              MOVE 1 TO WS-DG-IX.
              GO TO FINDMEMLOOP-PARAGRAPH.
       FINDMEMLOOP-PARAGRAPH.
              IF WS-DG-IX > WS-DG-COUNT THEN
                 GO TO FINDMEM-EXIT-PARAGRAPH
              END-IF.
              IF WS-DG-NAME(WS-DG-IX) = WS-FIND-NAME THEN
                 GO TO FINDMEM-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-DG-IX.
              GO TO FINDMEMLOOP-PARAGRAPH.
       FINDMEM-EXIT-PARAGRAPH.
              EXIT.
