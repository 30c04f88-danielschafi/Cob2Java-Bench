      * THIS PROGRAM RUNS THE CHAIN FROM A SCHEDULE FILE, PROVES
      * EACH STEP'S REQUIRED HAND-OFF FILES EXIST BEFORE THE STEP
      * STARTS, STOPS THE CHAIN ON THE FIRST FAILURE, AND LEAVES
      * ONE OPERATOR SUMMARY FOR THE WHOLE NIGHT. BEFORE THE FIRST
      * STEP THE CROSS-SYSTEM INTEGRITY CHECK (XREFCHK) PROVES THE
      * FILES STILL POINT AT ONE ANOTHER; A CRITICAL BREAK (RC 8)
      * STOPS THE NIGHT BEFORE ANYTHING POSTS, WARNINGS (RC 4)
      * ARE NOTED AND THE CHAIN GOES ON. THEN, WHILE NOTHING HAS
      * YET MOVED, BKSET TAKES THE NIGHTLY BACKUP SET OF EVERY
      * MASTER AND HAND-OFF FILE; WITHOUT A VERIFIED SET THE CHAIN
      * DOES NOT START.
      *
      * THE STEPS RUN UNATTENDED, SO THE NIGHT SIGNS THEM ON
      * ITSELF: ONCE THE BACKUP SET IS VERIFIED IT OPENS A SESSION
      * TICKET (NIGHTSESS.TXT: TICKET,DATE,OPEN) AND HANDS IT TO
      * EVERY STEP IN NIGHTRUN_TICKET. A PROGRAM THAT CHECKS
      * OPERATORS AND IS GIVEN NONE RUNS AS OPERATOR BTCH IN ROLE
      * BATCH WHEN THE TICKET MATCHES, SUBJECT TO THE ROLE'S
      * ROLEMATRIX.TXT GRANTS. THE TICKET IS CLOSED WHEN THE NIGHT
      * ENDS.
      *
      * SCHEDULE (NIGHTSCHED.TXT), ONE FIXED RECORD PER STEP:
      *   STEP NAME (12) / REQUIRED FILES (80, COMMA LIST OR -) /
                FILE STATUS IS WS-PROBE-STATUS.
       SELECT SUMMARY-FILE ASSIGN TO "nightsum.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SESSION-FILE ASSIGN TO "nightsess.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SCHED-FILE.
           02 SUM-TIME PIC 9(6).
           02 SUM-SEP2 PIC X(01).
           02 SUM-TEXT PIC X(50).
       FD SESSION-FILE.
       01 SESSIONREC.
           02 SES-TICKET PIC X(22).
           02 SES-SEP1 PIC X(01).
           02 SES-DATE PIC 9(8).
           02 SES-SEP2 PIC X(01).
           02 SES-STATUS PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-PROBE-NAME PIC X(40).
       01 WS-PROBE-STATUS PIC X(2).
       01 WS-NOW PIC 9(6) VALUE ZEROS.
       01 WS-CHAIN-FAILED PIC A(1) VALUE "N".
       01 WS-STEPS-RUN PIC 9(2) VALUE ZEROS.
       01 WS-TICKET.
           02 WS-TKT-DATE PIC 9(8).
           02 WS-TKT-TIME PIC 9(8).
           02 WS-TKT-RAND PIC 9(6).
       01 WS-TKT-SEED PIC 9(8) VALUE ZEROS.
       01 WS-SESS-OPEN PIC A(1) VALUE "N".
       PROCEDURE DIVISION.
       START-PARAGRAPH.
              PERFORM LOADSCHED-PARAGRAPH
              READ DAYENDACK-FILE
                 AT END
                    CLOSE DAYENDACK-FILE
                    GO TO XREFGATE-PARAGRAPH
              END-READ.
              CLOSE DAYENDACK-FILE.
              IF DAYENDACKREC = "PENDING" THEN
                    "ACKNOWLEDGED - CHAIN NOT STARTED"
                 GO TO WRAPUP-PARAGRAPH
              END-IF.
              GO TO XREFGATE-PARAGRAPH.
      * REFERENTIAL INTEGRITY ACROSS THE BANK, PAYROLL, MEMBER AND
      * WAREHOUSE FILES (THE BREAKS ARE LISTED IN XREFRPT.TXT).
       XREFGATE-PARAGRAPH.
              ACCEPT WS-NOW FROM TIME.
              MOVE "XREFCHK" TO SUM-STEP.
              MOVE WS-NOW TO SUM-TIME.
              MOVE "STARTED" TO SUM-TEXT.
              WRITE SUMMARYLINE.
              MOVE SPACES TO WS-CMD-TEXT.
              MOVE "./xrefchk" TO WS-CMD-TEXT.
              CALL "SYSTEM" USING WS-CMD-TEXT.
              MOVE RETURN-CODE TO WS-RUN-RC.
              MOVE 0 TO RETURN-CODE.
      * THE SHELL HANDS BACK THE EXIT CODE IN THE HIGH BYTE.
              IF WS-RUN-RC > 255 THEN
                 DIVIDE 256 INTO WS-RUN-RC
              END-IF.
              ACCEPT WS-NOW FROM TIME.
              MOVE WS-NOW TO SUM-TIME.
              IF WS-RUN-RC = 0 THEN
                 MOVE "ENDED OK - NO BREAKS" TO SUM-TEXT
                 WRITE SUMMARYLINE
                 GO TO BKGATE-PARAGRAPH
              END-IF.
              IF WS-RUN-RC = 4 THEN
                 MOVE "WARNINGS - SEE XREFRPT.TXT" TO SUM-TEXT
                 WRITE SUMMARYLINE
                 GO TO BKGATE-PARAGRAPH
              END-IF.
              MOVE WS-RUN-RC TO WS-RUN-RC-TXT.
              MOVE SPACES TO SUM-TEXT.
              STRING "FAILED RC " WS-RUN-RC-TXT
                     " - SEE XREFRPT.TXT" DELIMITED BY SIZE
                 INTO SUM-TEXT.
              WRITE SUMMARYLINE.
              MOVE "Y" TO WS-CHAIN-FAILED.
              DISPLAY "NIGHTRUN: INTEGRITY CHECK FOUND CRITICAL "
                 "BREAKS - CHAIN NOT STARTED".
              GO TO WRAPUP-PARAGRAPH.
      * THE NIGHT'S POINT-IN-TIME BACKUP SET, TAKEN AND VERIFIED
      * BEFORE THE FIRST STEP TOUCHES ANYTHING (THE DETAIL IS IN
      * BKRPT.TXT, THE SET IN BKSETS.TXT).
       BKGATE-PARAGRAPH.
              ACCEPT WS-NOW FROM TIME.
              MOVE "BKSET" TO SUM-STEP.
              MOVE WS-NOW TO SUM-TIME.
              MOVE "STARTED" TO SUM-TEXT.
              WRITE SUMMARYLINE.
              MOVE SPACES TO WS-CMD-TEXT.
              MOVE "./bkset BACKUP NIGHTLY" TO WS-CMD-TEXT.
              CALL "SYSTEM" USING WS-CMD-TEXT.
              MOVE RETURN-CODE TO WS-RUN-RC.
              MOVE 0 TO RETURN-CODE.
              IF WS-RUN-RC > 255 THEN
                 DIVIDE 256 INTO WS-RUN-RC
              END-IF.
              ACCEPT WS-NOW FROM TIME.
              MOVE WS-NOW TO SUM-TIME.
              IF WS-RUN-RC = 0 THEN
                 MOVE "ENDED OK - SET VERIFIED" TO SUM-TEXT
                 WRITE SUMMARYLINE
                 GO TO OPENSESS-PARAGRAPH
              END-IF.
              MOVE WS-RUN-RC TO WS-RUN-RC-TXT.
              MOVE SPACES TO SUM-TEXT.
              STRING "FAILED RC " WS-RUN-RC-TXT
                     " - SEE BKRPT.TXT" DELIMITED BY SIZE
                 INTO SUM-TEXT.
              WRITE SUMMARYLINE.
              MOVE "Y" TO WS-CHAIN-FAILED.
              DISPLAY "NIGHTRUN: NO VERIFIED BACKUP SET - CHAIN NOT "
                 "STARTED".
              GO TO WRAPUP-PARAGRAPH.
      * OPEN THE NIGHT'S SESSION: A TICKET NO ONE CAN KNOW IN
      * ADVANCE, KEPT IN NIGHTSESS.TXT AND SET IN THE ENVIRONMENT
      * EVERY STEP INHERITS.
       OPENSESS-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TKT-DATE.
              ACCEPT WS-TKT-TIME FROM TIME.
              COMPUTE WS-TKT-SEED = WS-TKT-TIME + WS-TKT-DATE.
              COMPUTE WS-TKT-RAND = FUNCTION RANDOM(WS-TKT-SEED)
                 * 999999.
              OPEN OUTPUT SESSION-FILE.
              MOVE WS-TICKET TO SES-TICKET.
              MOVE "," TO SES-SEP1 SES-SEP2.
              MOVE WS-TKT-DATE TO SES-DATE.
              MOVE "OPEN" TO SES-STATUS.
              WRITE SESSIONREC.
              CLOSE SESSION-FILE.
              MOVE "Y" TO WS-SESS-OPEN.
              DISPLAY "NIGHTRUN_TICKET" UPON ENVIRONMENT-NAME.
              DISPLAY WS-TICKET UPON ENVIRONMENT-VALUE.
              GO TO RUNCHAIN-PARAGRAPH.
       RUNCHAIN-PARAGRAPH.
              MOVE 1 TO WS-STEP-IX.
              END-IF.
              WRITE SUMMARYLINE.
              CLOSE SUMMARY-FILE.
              IF WS-SESS-OPEN = "Y" THEN
                 OPEN OUTPUT SESSION-FILE
                 MOVE WS-TICKET TO SES-TICKET
                 MOVE "," TO SES-SEP1 SES-SEP2
                 MOVE WS-TKT-DATE TO SES-DATE
                 MOVE "CLOSED" TO SES-STATUS
                 WRITE SESSIONREC
                 CLOSE SESSION-FILE
              END-IF.
              IF WS-CHAIN-FAILED = "Y" THEN
                 MOVE 8 TO RETURN-CODE
              END-IF.
              STOP RUN.
      * LOAD THE SCHEDULE; WITHOUT ONE, THE BUILT-IN CHAIN RUNS:
      * THE PAYROLL DEPOSIT EXTRACT, THEN THE CENTRAL RUN ONCE
      * ITS FEEDER HAND-OFFS ARE PRESENT, THEN THE MEMBER DIGEST
      * FOR THE MAILING SERVICE.
       LOADSCHED-PARAGRAPH.
              MOVE 0 TO WS-STEP-COUNT.
              OPEN INPUT SCHED-FILE.
       LOADSCHEDDONE-PARAGRAPH.
              CLOSE SCHED-FILE.
              IF WS-STEP-COUNT = 0 THEN
                 MOVE 3 TO WS-STEP-COUNT
                 MOVE "EMPDEPOSIT" TO WS-ST-NAME(1)
                 MOVE "-" TO WS-ST-REQ(1)
                 MOVE "./empmgmt RUN=DEPOSITS,STAFFCHECK"
                    TO WS-ST-CMD(1)
                 MOVE "CENTRAL" TO WS-ST-NAME(2)
                 MOVE SPACES TO WS-ST-REQ(2)
                 STRING "deposits.txt,charges.txt,holds.txt,"
                        DELIMITED BY SIZE
                    INTO WS-ST-REQ(2)
                 MOVE "./central" TO WS-ST-CMD(2)
                 MOVE "DIGEST" TO WS-ST-NAME(3)
                 MOVE "members.dat" TO WS-ST-REQ(3)
                 MOVE "./digest" TO WS-ST-CMD(3)
              END-IF.
       LOADSCHED-EXIT-PARAGRAPH.
              EXIT.
