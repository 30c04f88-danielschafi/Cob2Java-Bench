       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BKSET.

      * POINT-IN-TIME BACKUP SETS. EMPMGMT KEEPS ITS OWN ROSTER
      * BACKUPS AND THE CENTRAL RUN ARCHIVES THE ACCOUNT MASTER,
      * BUT A RESTORE OF ONE FILE ALONE LEAVES IT OUT OF STEP WITH
      * EVERY FILE THAT POINTS AT IT. THIS UTILITY COPIES EVERY
      * MASTER AND HAND-OFF FILE AS ONE NAMED, DATED SET AT A
      * SINGLE QUIET POINT (NIGHTRUN TAKES THE NIGHTLY SET AFTER
      * THE INTEGRITY CHECK AND BEFORE THE FIRST STEP), PROVES THE
      * SET, AND PUTS A WHOLE SET BACK WHEN ASKED.
      *
      * RUN:  bkset BACKUP [NAME]   TAKE A SET (DEFAULT NIGHTLY)
      *       bkset VERIFY SETID    RE-READ A SET AGAINST ITS
      *                             MANIFEST
      *       bkset RESTORE SETID   PUT A WHOLE SET BACK
      *       bkset LIST            SHOW THE SET CATALOG
      * THE SET ID IS NAME_CCYYMMDD_HHMMSS. EACH FILE IS COPIED TO
      * BK_<SETID>_<FILE>; THE KEYED MASTERS ARE UNLOADED IN KEY
      * ORDER AS ONE LINE PER RECORD (AS THE CENTRAL RUN ARCHIVES
      * THE ACCOUNT MASTER) AND RELOADED KEYED ON RESTORE. THE
      * MANIFEST BK_<SETID>.MAN HOLDS A HEADER, ONE ROW PER FILE
      * (PRESENT OR NOT, RECORD COUNT, CHECKSUM) AND A TRAILER
      * WITH THE FILE AND RECORD TOTALS. A FILE THAT DID NOT EXIST
      * AT BACKUP TIME IS PART OF THE POINT IN TIME TOO, AND A
      * RESTORE REMOVES IT. EVERY SET IS VERIFIED AS SOON AS IT IS
      * TAKEN; A RESTORE FIRST VERIFIES THE SET, THEN TAKES A
      * PRERESTORE SET OF THE SAME FILES SO IT CAN BE UNDONE, AND
      * FINALLY RE-READS THE LIVE FILES TO PROVE THEY MATCH THE
      * MANIFEST. EVERY EVENT IS LOGGED IN BKSETS.TXT AND THE LAST
      * RUN'S DETAIL IS IN BKRPT.TXT. RETURN CODE 8 ON ANY
      * FAILURE.
      *
      * SET CONTENTS (BKFILES.TXT), ONE FIXED RECORD PER FILE:
      *   FILE NAME (30) / ORGANIZATION (1): L LINE SEQUENTIAL,
      *   A BANK ACCOUNT MASTER, C CARD FILE, I INVPROC KEYED ITEM
      *   MASTER. A MISSING LIST USES THE BUILT-IN ONE BELOW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL SETDEF-FILE ASSIGN TO "bkfiles.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CATALOG-FILE ASSIGN TO "bksets.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MAN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MAN-STATUS.
       SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIVE-STATUS.
       SELECT ACCT-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AC-NUMBE
                FILE STATUS IS WS-LIVE-STATUS.
       SELECT CARD-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CD-CARDID
                FILE STATUS IS WS-LIVE-STATUS.
       SELECT ITEM-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS IT-KEY
                FILE STATUS IS WS-LIVE-STATUS.
       SELECT COPY-FILE ASSIGN TO DYNAMIC WS-COPY-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COPY-STATUS.
       SELECT REPORT-FILE ASSIGN TO "bkrpt.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SETDEF-FILE.
       01 SETDEFREC.
           02 SD-FILE PIC X(30).
           02 SD-SEP PIC X(1).
           02 SD-ORG PIC X(1).
       FD CATALOG-FILE.
       01 CATALOGREC.
           02 CAT-SET PIC X(30).
           02 CAT-SEP1 PIC X(1).
           02 CAT-DATE PIC 9(8).
           02 CAT-SEP2 PIC X(1).
           02 CAT-TIME PIC 9(6).
           02 CAT-SEP3 PIC X(1).
           02 CAT-FILES PIC 9(3).
           02 CAT-SEP4 PIC X(1).
           02 CAT-EVENT PIC X(30).
       FD MANIFEST-FILE.
       01 MANIFESTREC.
           02 MAN-TYPE PIC X(1).
           02 MAN-SEP1 PIC X(1).
           02 MAN-FILE PIC X(30).
           02 MAN-SEP2 PIC X(1).
           02 MAN-ORG PIC X(1).
           02 MAN-SEP3 PIC X(1).
           02 MAN-PRESENT PIC X(1).
           02 MAN-SEP4 PIC X(1).
           02 MAN-COUNT PIC 9(9).
           02 MAN-SEP5 PIC X(1).
           02 MAN-SUM PIC 9(9).
       01 MANHEADREC.
           02 MH-TYPE PIC X(1).
           02 MH-SEP1 PIC X(1).
           02 MH-SET PIC X(30).
           02 MH-SEP2 PIC X(1).
           02 MH-DATE PIC 9(8).
           02 MH-SEP3 PIC X(1).
           02 MH-TIME PIC 9(6).
           02 FILLER PIC X(8).
       01 MANTRAILREC.
           02 MT-TYPE PIC X(1).
           02 MT-SEP1 PIC X(1).
           02 MT-FILES PIC 9(3).
           02 MT-SEP2 PIC X(1).
           02 MT-RECORDS PIC 9(9).
           02 FILLER PIC X(41).
       FD LIVE-FILE.
       01 LIVEREC PIC X(4096).
      * THE BANK'S ACCOUNT MASTER (95) AND CARD FILE (67), AND
      * INVPROC'S ITEM MASTER ON SKU+BIN (167), SEEN ONLY AS KEY
      * AND REST - THE SET CARRIES THE RECORDS WHOLE.
       FD ACCT-FILE.
       01 ACCTREC.
           02 AC-NAME PIC A(20).
           02 AC-NUMBE PIC 9(16).
           02 AC-REST PIC X(59).
       FD CARD-FILE.
       01 CARDREC.
           02 CD-CARDID PIC 9(16).
           02 CD-REST PIC X(51).
       FD ITEM-FILE.
       01 ITEMREC.
           02 IT-KEY.
              03 IT-SKU PIC X(24).
              03 IT-BIN PIC X(12).
           02 IT-REST PIC X(131).
       FD COPY-FILE.
       01 COPYREC PIC X(4096).
       FD REPORT-FILE.
       01 REPORTLINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARGC PIC 9(2) VALUE ZEROS.
       01 WS-MODE PIC X(8) VALUE SPACES.
       01 WS-ARG2 PIC X(30) VALUE SPACES.
       01 WS-SET-NAME PIC X(12) VALUE SPACES.
       01 WS-SET-ID PIC X(30) VALUE SPACES.
       01 WS-TARGET-SET PIC X(30) VALUE SPACES.
       01 WS-RESTORE-SET PIC X(30) VALUE SPACES.
       01 WS-NOW PIC X(21).
       01 WS-TODAY PIC 9(8) VALUE ZEROS.
       01 WS-TIME PIC 9(6) VALUE ZEROS.
       01 WS-MAN-NAME PIC X(40) VALUE SPACES.
       01 WS-MAN-STATUS PIC X(2).
       01 WS-LIVE-NAME PIC X(30) VALUE SPACES.
       01 WS-LIVE-STATUS PIC X(2).
       01 WS-COPY-NAME PIC X(64) VALUE SPACES.
       01 WS-COPY-STATUS PIC X(2).
       01 WS-DELETE-RC PIC 9(9) COMP-5.
       01 WS-RC PIC 9(1) VALUE ZEROS.
      * THE BUILT-IN SET: EVERY MASTER, THEN THE HAND-OFF FILES
      * AND THEIR TRAILERS.
       01 WS-DEFAULT-LIST.
           02 FILLER PIC X(31) VALUE "Amaster.txt".
           02 FILLER PIC X(31) VALUE "Ccards.txt".
           02 FILLER PIC X(31) VALUE "Lmembers.dat".
           02 FILLER PIC X(31) VALUE "Lcustomers.txt".
           02 FILLER PIC X(31) VALUE "Lacctcif.txt".
           02 FILLER PIC X(31) VALUE "Lholds.txt".
           02 FILLER PIC X(31) VALUE "Llegalholds.txt".
           02 FILLER PIC X(31) VALUE "Ltdeposits.txt".
           02 FILLER PIC X(31) VALUE "Ltdrates.txt".
           02 FILLER PIC X(31) VALUE "Lloans.txt".
           02 FILLER PIC X(31) VALUE "Lhotlist.txt".
           02 FILLER PIC X(31) VALUE "Ldisputes.txt".
           02 FILLER PIC X(31) VALUE "Lhistory.txt".
           02 FILLER PIC X(31) VALUE "Lsweeps.txt".
           02 FILLER PIC X(31) VALUE "Lalertprefs.txt".
           02 FILLER PIC X(31) VALUE "Lbillpay.txt".
           02 FILLER PIC X(31) VALUE "Lenvelopes.txt".
           02 FILLER PIC X(31) VALUE "Latmterm.txt".
           02 FILLER PIC X(31) VALUE "Lorders.txt".
           02 FILLER PIC X(31) VALUE "Lemployees.txt".
           02 FILLER PIC X(31) VALUE "Lpayhist.txt".
           02 FILLER PIC X(31) VALUE "Lpositions.txt".
           02 FILLER PIC X(31) VALUE "Lenroll.txt".
           02 FILLER PIC X(31) VALUE "Lclaims.txt".
           02 FILLER PIC X(31) VALUE "Lreviews.txt".
           02 FILLER PIC X(31) VALUE "Lretro.txt".
           02 FILLER PIC X(31) VALUE "Lcommpaid.txt".
           02 FILLER PIC X(31) VALUE "Lstaffloans.txt".
           02 FILLER PIC X(31) VALUE "Lterminations.txt".
           02 FILLER PIC X(31) VALUE "Loperators.txt".
           02 FILLER PIC X(31) VALUE "Lrolematrix.txt".
           02 FILLER PIC X(31) VALUE "Lscreenq.txt".
           02 FILLER PIC X(31) VALUE "Lwatchlist.txt".
           02 FILLER PIC X(31) VALUE "Iinvmaster.dat".
           02 FILLER PIC X(31) VALUE "Linventory.csv".
           02 FILLER PIC X(31) VALUE "Lopenpo.csv".
           02 FILLER PIC X(31) VALUE "Lreservations.csv".
           02 FILLER PIC X(31) VALUE "Lintransit.csv".
           02 FILLER PIC X(31) VALUE "Lrtvopen.csv".
           02 FILLER PIC X(31) VALUE "Lperiodctl.csv".
           02 FILLER PIC X(31) VALUE "Lmerchcat.txt".
           02 FILLER PIC X(31) VALUE "Ldeposits.txt".
           02 FILLER PIC X(31) VALUE "Ldeposits.txt.trl".
           02 FILLER PIC X(31) VALUE "Lcharges.txt".
           02 FILLER PIC X(31) VALUE "Lcharges.txt.trl".
           02 FILLER PIC X(31) VALUE "Lchgreturn.txt".
           02 FILLER PIC X(31) VALUE "Lstaged.txt".
           02 FILLER PIC X(31) VALUE "Lextxfr.txt".
           02 FILLER PIC X(31) VALUE "Lpaygl.txt".
           02 FILLER PIC X(31) VALUE "Lgljournal.txt".
           02 FILLER PIC X(31) VALUE "Ltrans711.txt".
           02 FILLER PIC X(31) VALUE "Ltrans713.txt".
           02 FILLER PIC X(31) VALUE "Lmerchtx.csv".
           02 FILLER PIC X(31) VALUE "Lstaffstat.txt".
           02 FILLER PIC X(31) VALUE "Lapvendors.txt".
           02 FILLER PIC X(31) VALUE "Lapreg.txt".
           02 FILLER PIC X(31) VALUE "Lglchart.txt".
           02 FILLER PIC X(31) VALUE "Lglmap.txt".
           02 FILLER PIC X(31) VALUE "Lglbal.txt".
           02 FILLER PIC X(31) VALUE "Lgldetail.txt".
           02 FILLER PIC X(31) VALUE "Lglbatch.txt".
           02 FILLER PIC X(31) VALUE "Lglclosed.txt".
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-LIST.
           02 WS-DEF-ENTRY OCCURS 62 TIMES.
              03 WS-DEF-ORG PIC X(1).
              03 WS-DEF-NAME PIC X(30).
       01 WS-FILE-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-FILE-IX PIC 9(2) VALUE ZEROS.
       01 WS-FILE-TABLE.
           02 WS-FILE-ENTRY OCCURS 80 TIMES.
              03 WS-F-NAME PIC X(30).
              03 WS-F-ORG PIC X(1).
              03 WS-F-PRESENT PIC X(1).
              03 WS-F-COUNT PIC 9(9).
              03 WS-F-SUM PIC 9(9).
       01 WS-MAN-FILES PIC 9(3) VALUE ZEROS.
       01 WS-MAN-RECORDS PIC 9(9) VALUE ZEROS.
       01 WS-TOT-RECORDS PIC 9(9) VALUE ZEROS.
      * ONE COPY PASS: WHERE THE RECORDS COME FROM (L/A/C/I A LIVE
      * FILE OF THAT ORGANIZATION, B THE SET'S COPY) AND WHERE
      * THEY GO (THE SAME CODES, OR N FOR NOWHERE WHEN A PASS ONLY
      * COUNTS), WITH THE COUNT AND CHECKSUM OF WHAT WAS READ.
       01 WS-SRC-KIND PIC X(1) VALUE SPACE.
       01 WS-DST-KIND PIC X(1) VALUE SPACE.
       01 WS-SRC-FOUND PIC A(1) VALUE "N".
       01 WS-SRC-EOF PIC A(1) VALUE "N".
       01 WS-DST-OK PIC A(1) VALUE "N".
       01 WS-WRITE-ERRORS PIC 9(7) VALUE ZEROS.
       01 WS-REC PIC X(4096).
       01 WS-CNT PIC 9(9) VALUE ZEROS.
       01 WS-SUM PIC 9(9) VALUE ZEROS.
       01 WS-LEN PIC 9(4) VALUE ZEROS.
       01 WS-POS PIC 9(4) VALUE ZEROS.
      * WHAT A WHOLE-SET PASS FOUND WRONG.
       01 WS-BAD-FILES PIC 9(3) VALUE ZEROS.
       01 WS-FILE-RESULT PIC X(36) VALUE SPACES.
       01 WS-SHOW-EXPECTED PIC A(1) VALUE "N".
       01 WS-CNT-ED PIC Z(8)9.
       01 WS-EXP-ED PIC Z(8)9.
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
              MOVE FUNCTION CURRENT-DATE TO WS-NOW.
              MOVE WS-NOW(1:8) TO WS-TODAY.
              MOVE WS-NOW(9:6) TO WS-TIME.
              OPEN OUTPUT REPORT-FILE.
              IF WS-MODE = "BACKUP" THEN
                 GO TO BACKUPMODE-PARAGRAPH
              END-IF.
              IF WS-MODE = "VERIFY" AND WS-ARG2 NOT = SPACES THEN
                 GO TO VERIFYMODE-PARAGRAPH
              END-IF.
              IF WS-MODE = "RESTORE" AND WS-ARG2 NOT = SPACES THEN
                 GO TO RESTOREMODE-PARAGRAPH
              END-IF.
              IF WS-MODE = "LIST" THEN
                 GO TO LISTMODE-PARAGRAPH
              END-IF.
              DISPLAY "BKSET: RUN AS  bkset BACKUP [NAME]  |  "
                 "bkset VERIFY SETID  |  bkset RESTORE SETID  |  "
                 "bkset LIST".
              MOVE 8 TO WS-RC.
              GO TO TERMINATE-PARAGRAPH.
       BACKUPMODE-PARAGRAPH.
              MOVE "NIGHTLY" TO WS-SET-NAME.
              IF WS-ARG2 NOT = SPACES THEN
                 MOVE WS-ARG2 TO WS-SET-NAME
              END-IF.
              PERFORM LOADSETDEF-PARAGRAPH
                 THRU LOADSETDEF-EXIT-PARAGRAPH.
              PERFORM TAKESET-PARAGRAPH THRU TAKESET-EXIT-PARAGRAPH.
              GO TO TERMINATE-PARAGRAPH.
       VERIFYMODE-PARAGRAPH.
              MOVE WS-ARG2 TO WS-TARGET-SET.
              PERFORM VERIFYSET-PARAGRAPH
                 THRU VERIFYSET-EXIT-PARAGRAPH.
              GO TO TERMINATE-PARAGRAPH.
      * A WHOLE SET GOES BACK OR NOTHING DOES: THE SET MUST PROVE
      * OUT FIRST, AND THE CURRENT FILES ARE KEPT AS A PRERESTORE
      * SET BEFORE ANYTHING IS OVERWRITTEN.
       RESTOREMODE-PARAGRAPH.
              MOVE WS-ARG2 TO WS-RESTORE-SET.
              MOVE WS-RESTORE-SET TO WS-TARGET-SET.
              PERFORM VERIFYSET-PARAGRAPH
                 THRU VERIFYSET-EXIT-PARAGRAPH.
              IF WS-RC NOT = 0 THEN
                 DISPLAY "BKSET: SET " FUNCTION TRIM(WS-RESTORE-SET)
                    " DOES NOT VERIFY - NOTHING RESTORED"
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              MOVE "PRERESTORE" TO WS-SET-NAME.
              PERFORM TAKESET-PARAGRAPH THRU TAKESET-EXIT-PARAGRAPH.
              IF WS-RC NOT = 0 THEN
                 DISPLAY "BKSET: COULD NOT SAVE THE CURRENT FILES - "
                    "NOTHING RESTORED"
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
              DISPLAY "BKSET: CURRENT FILES SAVED AS SET "
                 FUNCTION TRIM(WS-SET-ID).
              MOVE WS-RESTORE-SET TO WS-SET-ID.
              PERFORM LOADMANIFEST-PARAGRAPH
                 THRU LOADMANIFEST-EXIT-PARAGRAPH.
              PERFORM PUTBACK-PARAGRAPH THRU PUTBACK-EXIT-PARAGRAPH.
              GO TO TERMINATE-PARAGRAPH.
       LISTMODE-PARAGRAPH.
              OPEN INPUT CATALOG-FILE.
              GO TO LISTLINE-PARAGRAPH.
       LISTLINE-PARAGRAPH.
              READ CATALOG-FILE
                 AT END GO TO LISTDONE-PARAGRAPH
              END-READ.
              DISPLAY CATALOGREC.
              GO TO LISTLINE-PARAGRAPH.
       LISTDONE-PARAGRAPH.
              CLOSE CATALOG-FILE.
              GO TO TERMINATE-PARAGRAPH.
       TERMINATE-PARAGRAPH.
              CLOSE REPORT-FILE.
              MOVE WS-RC TO RETURN-CODE.
              STOP RUN.
      * THE FILES IN THE SET, FROM BKFILES.TXT OR THE BUILT-IN
      * LIST. AN UNKNOWN ORGANIZATION IS TAKEN AS LINE SEQUENTIAL.
       LOADSETDEF-PARAGRAPH.
              MOVE 0 TO WS-FILE-COUNT.
              OPEN INPUT SETDEF-FILE.
              GO TO LOADSETDEFLINE-PARAGRAPH.
       LOADSETDEFLINE-PARAGRAPH.
              READ SETDEF-FILE
                 AT END GO TO LOADSETDEFDONE-PARAGRAPH
              END-READ.
              IF SD-FILE = SPACES OR WS-FILE-COUNT >= 80 THEN
                 GO TO LOADSETDEFLINE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-FILE-COUNT.
              MOVE SD-FILE TO WS-F-NAME(WS-FILE-COUNT).
              MOVE SD-ORG TO WS-F-ORG(WS-FILE-COUNT).
              IF SD-ORG NOT = "A" AND SD-ORG NOT = "C" AND
                    SD-ORG NOT = "I" THEN
                 MOVE "L" TO WS-F-ORG(WS-FILE-COUNT)
              END-IF.
              GO TO LOADSETDEFLINE-PARAGRAPH.
       LOADSETDEFDONE-PARAGRAPH.
              CLOSE SETDEF-FILE.
              IF WS-FILE-COUNT > 0 THEN
                 GO TO LOADSETDEF-EXIT-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-FILE-IX.
       LOADDEFAULT-PARAGRAPH.
              IF WS-FILE-IX > 62 THEN
                 GO TO LOADSETDEF-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-FILE-COUNT.
              MOVE WS-DEF-NAME(WS-FILE-IX) TO WS-F-NAME(WS-FILE-COUNT).
              MOVE WS-DEF-ORG(WS-FILE-IX) TO WS-F-ORG(WS-FILE-COUNT).
              ADD 1 TO WS-FILE-IX.
              GO TO LOADDEFAULT-PARAGRAPH.
       LOADSETDEF-EXIT-PARAGRAPH.
              EXIT.
      * TAKE A SET OF THE FILES IN THE TABLE UNDER WS-SET-NAME,
      * WRITE ITS MANIFEST, THEN VERIFY IT FROM THE COPIES.
       TAKESET-PARAGRAPH.
              MOVE 0 TO WS-RC.
              MOVE FUNCTION CURRENT-DATE TO WS-NOW.
              MOVE WS-NOW(1:8) TO WS-TODAY.
              MOVE WS-NOW(9:6) TO WS-TIME.
              MOVE SPACES TO WS-SET-ID.
              STRING WS-SET-NAME DELIMITED BY SPACE
                     "_" WS-TODAY "_" WS-TIME DELIMITED BY SIZE
                 INTO WS-SET-ID.
              MOVE SPACES TO REPORTLINE.
              STRING "BACKUP SET " WS-SET-ID DELIMITED BY SIZE
                 INTO REPORTLINE.
              WRITE REPORTLINE.
              MOVE 0 TO WS-TOT-RECORDS.
              MOVE 1 TO WS-FILE-IX.
       TAKEFILE-PARAGRAPH.
              IF WS-FILE-IX > WS-FILE-COUNT THEN
                 GO TO TAKEMANIFEST-PARAGRAPH
              END-IF.
              PERFORM COPYNAME-PARAGRAPH THRU COPYNAME-EXIT-PARAGRAPH.
              MOVE WS-F-ORG(WS-FILE-IX) TO WS-SRC-KIND.
              MOVE "B" TO WS-DST-KIND.
              PERFORM COPYPASS-PARAGRAPH THRU COPYPASS-EXIT-PARAGRAPH.
              IF WS-SRC-FOUND = "Y" THEN
                 MOVE "Y" TO WS-F-PRESENT(WS-FILE-IX)
                 MOVE "COPIED" TO WS-FILE-RESULT
              ELSE
                 MOVE "N" TO WS-F-PRESENT(WS-FILE-IX)
                 MOVE "NOT PRESENT - RECORDED ABSENT"
                    TO WS-FILE-RESULT
              END-IF.
              IF WS-SRC-FOUND = "Y" AND WS-DST-OK NOT = "Y" THEN
                 MOVE "COULD NOT WRITE THE COPY" TO WS-FILE-RESULT
                 MOVE 8 TO WS-RC
              END-IF.
              MOVE WS-CNT TO WS-F-COUNT(WS-FILE-IX).
              MOVE WS-SUM TO WS-F-SUM(WS-FILE-IX).
              ADD WS-CNT TO WS-TOT-RECORDS.
              MOVE "N" TO WS-SHOW-EXPECTED.
              PERFORM FILELINE-PARAGRAPH THRU FILELINE-EXIT-PARAGRAPH.
              ADD 1 TO WS-FILE-IX.
              GO TO TAKEFILE-PARAGRAPH.
       TAKEMANIFEST-PARAGRAPH.
              MOVE SPACES TO WS-MAN-NAME.
              STRING "bk_" WS-SET-ID DELIMITED BY SPACE
                     ".man" DELIMITED BY SIZE
                 INTO WS-MAN-NAME.
              OPEN OUTPUT MANIFEST-FILE.
              MOVE SPACES TO MANHEADREC.
              MOVE "H" TO MH-TYPE.
              MOVE WS-SET-ID TO MH-SET.
              MOVE WS-TODAY TO MH-DATE.
              MOVE WS-TIME TO MH-TIME.
              WRITE MANHEADREC.
              MOVE 1 TO WS-FILE-IX.
       TAKEMANLINE-PARAGRAPH.
              IF WS-FILE-IX > WS-FILE-COUNT THEN
                 GO TO TAKEMANDONE-PARAGRAPH
              END-IF.
              MOVE SPACES TO MANIFESTREC.
              MOVE "D" TO MAN-TYPE.
              MOVE WS-F-NAME(WS-FILE-IX) TO MAN-FILE.
              MOVE WS-F-ORG(WS-FILE-IX) TO MAN-ORG.
              MOVE WS-F-PRESENT(WS-FILE-IX) TO MAN-PRESENT.
              MOVE WS-F-COUNT(WS-FILE-IX) TO MAN-COUNT.
              MOVE WS-F-SUM(WS-FILE-IX) TO MAN-SUM.
              WRITE MANIFESTREC.
              ADD 1 TO WS-FILE-IX.
              GO TO TAKEMANLINE-PARAGRAPH.
       TAKEMANDONE-PARAGRAPH.
              MOVE SPACES TO MANTRAILREC.
              MOVE "T" TO MT-TYPE.
              MOVE WS-FILE-COUNT TO MT-FILES.
              MOVE WS-TOT-RECORDS TO MT-RECORDS.
              WRITE MANTRAILREC.
              CLOSE MANIFEST-FILE.
              IF WS-RC NOT = 0 THEN
                 MOVE "TAKEN - INCOMPLETE" TO CAT-EVENT
                 PERFORM CATALOG-PARAGRAPH
                    THRU CATALOG-EXIT-PARAGRAPH
                 DISPLAY "BKSET: SET " FUNCTION TRIM(WS-SET-ID)
                    " INCOMPLETE"
                 GO TO TAKESET-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-SET-ID TO WS-TARGET-SET.
              PERFORM VERIFYSET-PARAGRAPH
                 THRU VERIFYSET-EXIT-PARAGRAPH.
       TAKESET-EXIT-PARAGRAPH.
              EXIT.
      * RE-READ EVERY COPY IN SET WS-TARGET-SET AND PROVE ITS COUNT
      * AND CHECKSUM AGAINST THE MANIFEST, AND THE MANIFEST AGAINST
      * ITS OWN TRAILER.
       VERIFYSET-PARAGRAPH.
              MOVE 0 TO WS-RC.
              MOVE WS-TARGET-SET TO WS-SET-ID.
              PERFORM LOADMANIFEST-PARAGRAPH
                 THRU LOADMANIFEST-EXIT-PARAGRAPH.
              IF WS-RC NOT = 0 THEN
                 GO TO VERIFYSET-EXIT-PARAGRAPH
              END-IF.
              MOVE SPACES TO REPORTLINE.
              STRING "VERIFY SET " WS-SET-ID DELIMITED BY SIZE
                 INTO REPORTLINE.
              WRITE REPORTLINE.
              MOVE 0 TO WS-BAD-FILES.
              MOVE 0 TO WS-TOT-RECORDS.
              MOVE 1 TO WS-FILE-IX.
       VERIFYFILE-PARAGRAPH.
              IF WS-FILE-IX > WS-FILE-COUNT THEN
                 GO TO VERIFYDONE-PARAGRAPH
              END-IF.
              ADD WS-F-COUNT(WS-FILE-IX) TO WS-TOT-RECORDS.
              IF WS-F-PRESENT(WS-FILE-IX) NOT = "Y" THEN
                 MOVE 0 TO WS-CNT
                 MOVE "ABSENT AT BACKUP - NOTHING TO CHECK"
                    TO WS-FILE-RESULT
                 MOVE "N" TO WS-SHOW-EXPECTED
                 PERFORM FILELINE-PARAGRAPH
                    THRU FILELINE-EXIT-PARAGRAPH
                 ADD 1 TO WS-FILE-IX
                 GO TO VERIFYFILE-PARAGRAPH
              END-IF.
              PERFORM COPYNAME-PARAGRAPH THRU COPYNAME-EXIT-PARAGRAPH.
              MOVE "B" TO WS-SRC-KIND.
              MOVE "N" TO WS-DST-KIND.
              PERFORM COPYPASS-PARAGRAPH THRU COPYPASS-EXIT-PARAGRAPH.
              PERFORM PROVEFILE-PARAGRAPH
                 THRU PROVEFILE-EXIT-PARAGRAPH.
              ADD 1 TO WS-FILE-IX.
              GO TO VERIFYFILE-PARAGRAPH.
       VERIFYDONE-PARAGRAPH.
              IF WS-MAN-FILES NOT = WS-FILE-COUNT OR
                    WS-MAN-RECORDS NOT = WS-TOT-RECORDS THEN
                 ADD 1 TO WS-BAD-FILES
                 MOVE "MANIFEST DOES NOT AGREE WITH ITS TRAILER"
                    TO REPORTLINE
                 WRITE REPORTLINE
              END-IF.
              IF WS-BAD-FILES > 0 THEN
                 MOVE 8 TO WS-RC
                 MOVE "VERIFY FAILED" TO CAT-EVENT
              ELSE
                 MOVE "VERIFIED" TO CAT-EVENT
              END-IF.
              PERFORM CATALOG-PARAGRAPH THRU CATALOG-EXIT-PARAGRAPH.
              DISPLAY "BKSET: SET " FUNCTION TRIM(WS-SET-ID) " "
                 FUNCTION TRIM(CAT-EVENT).
       VERIFYSET-EXIT-PARAGRAPH.
              EXIT.
      * RELOAD THE TABLE FROM SET WS-SET-ID'S MANIFEST.
       LOADMANIFEST-PARAGRAPH.
              MOVE SPACES TO WS-MAN-NAME.
              STRING "bk_" WS-SET-ID DELIMITED BY SPACE
                     ".man" DELIMITED BY SIZE
                 INTO WS-MAN-NAME.
              MOVE 0 TO WS-FILE-COUNT.
              MOVE 0 TO WS-MAN-FILES.
              MOVE 0 TO WS-MAN-RECORDS.
              OPEN INPUT MANIFEST-FILE.
              IF WS-MAN-STATUS NOT = "00" THEN
                 MOVE SPACES TO REPORTLINE
                 STRING "NO MANIFEST FOR SET " WS-SET-ID
                        DELIMITED BY SIZE INTO REPORTLINE
                 WRITE REPORTLINE
                 DISPLAY "BKSET: NO MANIFEST FOR SET "
                    FUNCTION TRIM(WS-SET-ID)
                 MOVE 8 TO WS-RC
                 GO TO LOADMANIFEST-EXIT-PARAGRAPH
              END-IF.
       LOADMANLINE-PARAGRAPH.
              READ MANIFEST-FILE
                 AT END GO TO LOADMANDONE-PARAGRAPH
              END-READ.
              IF MAN-TYPE = "T" THEN
                 MOVE MT-FILES TO WS-MAN-FILES
                 MOVE MT-RECORDS TO WS-MAN-RECORDS
              END-IF.
              IF MAN-TYPE = "D" AND WS-FILE-COUNT < 80 THEN
                 ADD 1 TO WS-FILE-COUNT
                 MOVE MAN-FILE TO WS-F-NAME(WS-FILE-COUNT)
                 MOVE MAN-ORG TO WS-F-ORG(WS-FILE-COUNT)
                 MOVE MAN-PRESENT TO WS-F-PRESENT(WS-FILE-COUNT)
                 MOVE MAN-COUNT TO WS-F-COUNT(WS-FILE-COUNT)
                 MOVE MAN-SUM TO WS-F-SUM(WS-FILE-COUNT)
              END-IF.
              GO TO LOADMANLINE-PARAGRAPH.
       LOADMANDONE-PARAGRAPH.
              CLOSE MANIFEST-FILE.
       LOADMANIFEST-EXIT-PARAGRAPH.
              EXIT.
      * PUT EVERY FILE IN THE TABLE BACK FROM SET WS-SET-ID, THEN
      * RE-READ THE LIVE FILES AND PROVE THEM AGAINST THE MANIFEST.
       PUTBACK-PARAGRAPH.
              MOVE SPACES TO REPORTLINE.
              STRING "RESTORE SET " WS-SET-ID DELIMITED BY SIZE
                 INTO REPORTLINE.
              WRITE REPORTLINE.
              MOVE 0 TO WS-WRITE-ERRORS.
              MOVE 1 TO WS-FILE-IX.
       PUTBACKFILE-PARAGRAPH.
              IF WS-FILE-IX > WS-FILE-COUNT THEN
                 GO TO PROVELIVE-PARAGRAPH
              END-IF.
              MOVE WS-F-NAME(WS-FILE-IX) TO WS-LIVE-NAME.
              IF WS-F-PRESENT(WS-FILE-IX) NOT = "Y" THEN
                 CALL "CBL_DELETE_FILE" USING WS-LIVE-NAME
                    RETURNING WS-DELETE-RC
                 END-CALL
              ELSE
                 PERFORM COPYNAME-PARAGRAPH
                    THRU COPYNAME-EXIT-PARAGRAPH
                 MOVE "B" TO WS-SRC-KIND
                 MOVE WS-F-ORG(WS-FILE-IX) TO WS-DST-KIND
                 PERFORM COPYPASS-PARAGRAPH
                    THRU COPYPASS-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-FILE-IX.
              GO TO PUTBACKFILE-PARAGRAPH.
       PROVELIVE-PARAGRAPH.
              MOVE 0 TO WS-BAD-FILES.
              MOVE 1 TO WS-FILE-IX.
       PROVELIVEFILE-PARAGRAPH.
              IF WS-FILE-IX > WS-FILE-COUNT THEN
                 GO TO PROVELIVEDONE-PARAGRAPH
              END-IF.
              MOVE WS-F-NAME(WS-FILE-IX) TO WS-LIVE-NAME.
              MOVE WS-F-ORG(WS-FILE-IX) TO WS-SRC-KIND.
              MOVE "N" TO WS-DST-KIND.
              PERFORM COPYPASS-PARAGRAPH THRU COPYPASS-EXIT-PARAGRAPH.
              IF WS-F-PRESENT(WS-FILE-IX) NOT = "Y" THEN
                 IF WS-SRC-FOUND = "Y" THEN
                    ADD 1 TO WS-BAD-FILES
                    MOVE "STILL PRESENT - SHOULD BE ABSENT"
                       TO WS-FILE-RESULT
                 ELSE
                    MOVE "ABSENT AS AT BACKUP" TO WS-FILE-RESULT
                 END-IF
                 MOVE "N" TO WS-SHOW-EXPECTED
                 PERFORM FILELINE-PARAGRAPH
                    THRU FILELINE-EXIT-PARAGRAPH
              ELSE
                 PERFORM PROVEFILE-PARAGRAPH
                    THRU PROVEFILE-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-FILE-IX.
              GO TO PROVELIVEFILE-PARAGRAPH.
       PROVELIVEDONE-PARAGRAPH.
              IF WS-BAD-FILES > 0 OR WS-WRITE-ERRORS > 0 THEN
                 MOVE 8 TO WS-RC
                 MOVE "RESTORE INCOMPLETE" TO CAT-EVENT
              ELSE
                 MOVE "RESTORED AND PROVEN" TO CAT-EVENT
              END-IF.
              PERFORM CATALOG-PARAGRAPH THRU CATALOG-EXIT-PARAGRAPH.
              DISPLAY "BKSET: SET " FUNCTION TRIM(WS-SET-ID) " "
                 FUNCTION TRIM(CAT-EVENT).
       PUTBACK-EXIT-PARAGRAPH.
              EXIT.
      * COMPARE THE PASS JUST RUN WITH TABLE ROW WS-FILE-IX.
       PROVEFILE-PARAGRAPH.
              IF WS-SRC-FOUND NOT = "Y" THEN
                 ADD 1 TO WS-BAD-FILES
                 MOVE "MISSING" TO WS-FILE-RESULT
                 GO TO PROVEFILE-LINE-PARAGRAPH
              END-IF.
              IF WS-CNT NOT = WS-F-COUNT(WS-FILE-IX) THEN
                 ADD 1 TO WS-BAD-FILES
                 MOVE "RECORD COUNT DIFFERS" TO WS-FILE-RESULT
                 GO TO PROVEFILE-LINE-PARAGRAPH
              END-IF.
              IF WS-SUM NOT = WS-F-SUM(WS-FILE-IX) THEN
                 ADD 1 TO WS-BAD-FILES
                 MOVE "CHECKSUM DIFFERS" TO WS-FILE-RESULT
                 GO TO PROVEFILE-LINE-PARAGRAPH
              END-IF.
              MOVE "OK" TO WS-FILE-RESULT.
       PROVEFILE-LINE-PARAGRAPH.
              MOVE "Y" TO WS-SHOW-EXPECTED.
              PERFORM FILELINE-PARAGRAPH THRU FILELINE-EXIT-PARAGRAPH.
       PROVEFILE-EXIT-PARAGRAPH.
              EXIT.
      * ONE REPORT LINE FOR TABLE ROW WS-FILE-IX: RECORDS SEEN,
      * RECORDS EXPECTED WHERE THERE IS AN EXPECTATION, RESULT.
       FILELINE-PARAGRAPH.
              MOVE WS-CNT TO WS-CNT-ED.
              MOVE SPACES TO REPORTLINE.
              IF WS-SHOW-EXPECTED = "Y" THEN
                 MOVE WS-F-COUNT(WS-FILE-IX) TO WS-EXP-ED
                 STRING "  " WS-F-NAME(WS-FILE-IX) " "
                        WS-F-ORG(WS-FILE-IX) WS-CNT-ED " OF"
                        WS-EXP-ED "  " WS-FILE-RESULT
                        DELIMITED BY SIZE INTO REPORTLINE
              ELSE
                 STRING "  " WS-F-NAME(WS-FILE-IX) " "
                        WS-F-ORG(WS-FILE-IX) WS-CNT-ED "  "
                        WS-FILE-RESULT
                        DELIMITED BY SIZE INTO REPORTLINE
              END-IF.
              WRITE REPORTLINE.
       FILELINE-EXIT-PARAGRAPH.
              EXIT.
       COPYNAME-PARAGRAPH.
              MOVE WS-F-NAME(WS-FILE-IX) TO WS-LIVE-NAME.
              MOVE SPACES TO WS-COPY-NAME.
              STRING "bk_" WS-SET-ID DELIMITED BY SPACE
                     "_" WS-F-NAME(WS-FILE-IX) DELIMITED BY SPACE
                 INTO WS-COPY-NAME.
       COPYNAME-EXIT-PARAGRAPH.
              EXIT.
       CATALOG-PARAGRAPH.
              MOVE WS-SET-ID TO CAT-SET.
              MOVE " " TO CAT-SEP1 CAT-SEP2 CAT-SEP3 CAT-SEP4.
              MOVE FUNCTION CURRENT-DATE TO WS-NOW.
              MOVE WS-NOW(1:8) TO CAT-DATE.
              MOVE WS-NOW(9:6) TO CAT-TIME.
              MOVE WS-FILE-COUNT TO CAT-FILES.
              OPEN EXTEND CATALOG-FILE.
              WRITE CATALOGREC.
              CLOSE CATALOG-FILE.
       CATALOG-EXIT-PARAGRAPH.
              EXIT.
      * ONE PASS OVER A FILE: OPEN THE SOURCE (WS-SRC-FOUND SAYS
      * WHETHER IT EXISTS), OPEN THE DESTINATION, AND MOVE EVERY
      * RECORD ACROSS, COUNTING AND CHECKSUMMING WHAT WAS READ.
       COPYPASS-PARAGRAPH.
              MOVE 0 TO WS-CNT.
              MOVE 0 TO WS-SUM.
              MOVE "N" TO WS-SRC-FOUND.
              MOVE "N" TO WS-DST-OK.
              MOVE "N" TO WS-SRC-EOF.
              EVALUATE WS-SRC-KIND
                 WHEN "A"
                    OPEN INPUT ACCT-FILE
                 WHEN "C"
                    OPEN INPUT CARD-FILE
                 WHEN "I"
                    OPEN INPUT ITEM-FILE
                 WHEN "B"
                    OPEN INPUT COPY-FILE
                    MOVE WS-COPY-STATUS TO WS-LIVE-STATUS
                 WHEN OTHER
                    OPEN INPUT LIVE-FILE
              END-EVALUATE.
              IF WS-LIVE-STATUS NOT = "00" THEN
                 GO TO COPYPASS-EXIT-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-SRC-FOUND.
              EVALUATE WS-DST-KIND
                 WHEN "N"
                    MOVE "00" TO WS-LIVE-STATUS
                 WHEN "A"
                    OPEN OUTPUT ACCT-FILE
                 WHEN "C"
                    OPEN OUTPUT CARD-FILE
                 WHEN "I"
                    OPEN OUTPUT ITEM-FILE
                 WHEN "B"
                    OPEN OUTPUT COPY-FILE
                    MOVE WS-COPY-STATUS TO WS-LIVE-STATUS
                 WHEN OTHER
                    OPEN OUTPUT LIVE-FILE
              END-EVALUATE.
              IF WS-LIVE-STATUS = "00" THEN
                 MOVE "Y" TO WS-DST-OK
              END-IF.
       COPYPASS-NEXT-PARAGRAPH.
              PERFORM READSRC-PARAGRAPH THRU READSRC-EXIT-PARAGRAPH.
              IF WS-SRC-EOF = "Y" THEN
                 GO TO COPYPASS-CLOSE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CNT.
              PERFORM SUMREC-PARAGRAPH THRU SUMREC-EXIT-PARAGRAPH.
              IF WS-DST-OK = "Y" AND WS-DST-KIND NOT = "N" THEN
                 PERFORM WRITEDST-PARAGRAPH
                    THRU WRITEDST-EXIT-PARAGRAPH
              END-IF.
              GO TO COPYPASS-NEXT-PARAGRAPH.
       COPYPASS-CLOSE-PARAGRAPH.
              EVALUATE WS-SRC-KIND
                 WHEN "A"
                    CLOSE ACCT-FILE
                 WHEN "C"
                    CLOSE CARD-FILE
                 WHEN "I"
                    CLOSE ITEM-FILE
                 WHEN "B"
                    CLOSE COPY-FILE
                 WHEN OTHER
                    CLOSE LIVE-FILE
              END-EVALUATE.
              IF WS-DST-OK NOT = "Y" THEN
                 GO TO COPYPASS-EXIT-PARAGRAPH
              END-IF.
              EVALUATE WS-DST-KIND
                 WHEN "A"
                    CLOSE ACCT-FILE
                 WHEN "C"
                    CLOSE CARD-FILE
                 WHEN "I"
                    CLOSE ITEM-FILE
                 WHEN "B"
                    CLOSE COPY-FILE
                 WHEN "L"
                    CLOSE LIVE-FILE
              END-EVALUATE.
       COPYPASS-EXIT-PARAGRAPH.
              EXIT.
       READSRC-PARAGRAPH.
              MOVE SPACES TO WS-REC.
              EVALUATE WS-SRC-KIND
                 WHEN "A"
                    READ ACCT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END MOVE ACCTREC TO WS-REC
                    END-READ
                 WHEN "C"
                    READ CARD-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END MOVE CARDREC TO WS-REC
                    END-READ
                 WHEN "I"
                    READ ITEM-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END MOVE ITEMREC TO WS-REC
                    END-READ
                 WHEN "B"
                    READ COPY-FILE
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END MOVE COPYREC TO WS-REC
                    END-READ
                 WHEN OTHER
                    READ LIVE-FILE
                       AT END MOVE "Y" TO WS-SRC-EOF
                       NOT AT END MOVE LIVEREC TO WS-REC
                    END-READ
              END-EVALUATE.
       READSRC-EXIT-PARAGRAPH.
              EXIT.
      * A KEYED MASTER IS RELOADED IN THE KEY ORDER IT WAS UNLOADED
      * IN; A RECORD IT REFUSES IS COUNTED AND FAILS THE RESTORE.
       WRITEDST-PARAGRAPH.
              EVALUATE WS-DST-KIND
                 WHEN "A"
                    MOVE WS-REC TO ACCTREC
                    WRITE ACCTREC
                       INVALID KEY ADD 1 TO WS-WRITE-ERRORS
                    END-WRITE
                 WHEN "C"
                    MOVE WS-REC TO CARDREC
                    WRITE CARDREC
                       INVALID KEY ADD 1 TO WS-WRITE-ERRORS
                    END-WRITE
                 WHEN "I"
                    MOVE WS-REC TO ITEMREC
                    WRITE ITEMREC
                       INVALID KEY ADD 1 TO WS-WRITE-ERRORS
                    END-WRITE
                 WHEN "B"
                    MOVE WS-REC TO COPYREC
                    WRITE COPYREC
                 WHEN OTHER
                    MOVE WS-REC TO LIVEREC
                    WRITE LIVEREC
              END-EVALUATE.
       WRITEDST-EXIT-PARAGRAPH.
              EXIT.
      * RUNNING CHECKSUM OVER THE RECORD'S BYTES UP TO ITS LAST
      * NON-BLANK (A LINE FILE DROPS TRAILING BLANKS, SO A COPY
      * AND ITS ORIGINAL AGREE), THEN AN END-OF-RECORD MARK SO
      * THE RECORD BOUNDARIES COUNT TOO.
       SUMREC-PARAGRAPH.
              IF WS-REC = SPACES THEN
                 MOVE 0 TO WS-LEN
              ELSE
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REC TRAILING))
                    TO WS-LEN
              END-IF.
              PERFORM SUMBYTE-PARAGRAPH
                 VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-LEN.
              COMPUTE WS-SUM = FUNCTION MOD(WS-SUM * 31 + 10,
                 999999937).
       SUMREC-EXIT-PARAGRAPH.
              EXIT.
       SUMBYTE-PARAGRAPH.
              COMPUTE WS-SUM = FUNCTION MOD(WS-SUM * 31
                 + FUNCTION ORD(WS-REC(WS-POS:1)), 999999937).
