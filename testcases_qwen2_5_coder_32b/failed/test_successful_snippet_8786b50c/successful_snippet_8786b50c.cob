       SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "disputes.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL EJ-FILE ASSIGN TO WS-EJ-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EJ-STATUS.
       SELECT OPTIONAL PENDSUP-FILE ASSIGN TO "pendsup.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ROLEMAT-FILE ASSIGN TO "rolematrix.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FXRATES-FILE ASSIGN TO "fxrates.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL TRAILER-FILE ASSIGN TO WS-TRL-PATH
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ACCTCIF-FILE ASSIGN TO "acctcif.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL WATCH-FILE ASSIGN TO "watchlist.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SCREENQ-FILE ASSIGN TO "screenq.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SCREENLOG-FILE ASSIGN TO "screenlog.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LEGALHOLD-FILE ASSIGN TO "legalholds.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ALERTPREF-FILE ASSIGN TO "alertprefs.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NOTIFY-FILE ASSIGN TO "notify.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BILLER-FILE ASSIGN TO "billers.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PAYEE-FILE ASSIGN TO "payees.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BILLPAY-FILE ASSIGN TO "billpay.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HOTLIST-FILE ASSIGN TO "hotlist.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CAPTURE-FILE ASSIGN TO WS-CAPT-PATH
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ENVELOPE-FILE ASSIGN TO "envelopes.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MESSAGE-FILE ASSIGN TO "messages.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FRAUDRULE-FILE ASSIGN TO "fraudrules.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FRAUDALERT-FILE ASSIGN TO "fraudalerts.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CARDACT-FILE ASSIGN TO WS-ACT-PATH
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SWEEP-FILE ASSIGN TO "sweeps.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ATMSTATE-FILE ASSIGN TO "atmstate.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL TDEP-FILE ASSIGN TO "tdeposits.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL TDRATE-FILE ASSIGN TO "tdrates.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CARD-FILE ASSIGN TO "cards.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
      * NOTE COUNTS PER CASSETTE (20/50/100) FOLLOW THE CASH
      * COLUMN; OLD THREE-COLUMN FILES LOAD WITH THE WHOLE DRAWER
      * SEEDED AS TWENTIES SO ANY OLD AMOUNT STAYS DISPENSABLE.
      * THEN THE TERMINAL'S LAST ENVELOPE SEQUENCE NUMBER (BLANK ON
      * OLD FILES COUNTS AS ZERO) AND ITS SERVICE STATE: I IN
      * SERVICE, C CASH-OUT, D DEPOSIT ONLY, M MAINTENANCE (BLANK
      * ON OLD FILES COUNTS AS IN SERVICE).
       FD ATMCONFIG-FILE.
       01 ATMCONFIGREC.
           02 AC-ATMID PIC A(04).
           02 AC-C50 PIC 9(6).
           02 AC-C100 PIC 9(6).
           02 AC-CCY PIC A(3).
           02 AC-ENVSEQ PIC 9(6).
           02 AC-STATE PIC A(1).
      * TERMINAL PARAMETERS AS KEY=VALUE LINES, SO THE HOLD
      * THRESHOLD CAN CHANGE WITHOUT A NEW BUILD.
       FD BANKCFG-FILE.
           02 PSU-NUMBE PIC 9(16).
           02 PSU-REQID PIC 9(4).
           02 PSU-DATE PIC 9(8).
      * SITE-WIDE NAMED OPERATORS AND ROLE MATRIX (MAINTAINED IN
      * EMPMGMT), CSV: OPERID(4),NAME,PWHASH,PWDATE,ROLE,STATUS
      * AND ROLE,PROGRAM,FUNCTION. THE SUPERVISOR MENU IS PROGRAM
      * ATMSUP AND ITS FUNCTIONS ARE THE MENU LETTERS.
       FD OPERATOR-FILE.
       01 OPERATORREC PIC X(80).
       FD ROLEMAT-FILE.
       01 ROLEMATREC PIC X(40).
      * ELECTRONIC JOURNAL: ONE FILE PER TERMINAL PER DAY
      * (EJ_<ATMID>_<DATE>.TXT) RECORDING EVERY SESSION EVENT -
      * CARDS AND ACCOUNTS PRESENTED, FAILED PINS, LOCKOUTS,
           02 CIF-NAME PIC X(30).
           02 CIF-ADDR PIC X(40).
           02 CIF-CONTACT PIC X(20).
           02 CIF-LANG PIC A(2).
       FD ACCTCIF-FILE.
       01 ACCTCIFREC.
           02 ACL-NUMBE PIC 9(16).
           02 ACL-CIF PIC 9(8).
           02 ACL-SWEEP PIC 9(16).
      * WATCH LIST (WATCHLIST.TXT), REBUILT FROM THE REGULATOR'S
      * PUBLISHED LIST BY THE COMPLIANCE DESK PROGRAM: ONE ROW PER
      * NAME OR ALIAS, WITH THE NAME ALREADY NORMALISED.
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
      * LEGAL HOLDS (LEGALHOLDS.TXT): ONE LINE PER COURT ORDER OR
      * LEVY. TYPE A HOLDS A FIXED AMOUNT, TYPE P A PERCENTAGE OF
      * THE BALANCE. A ZERO RELEASE DATE HOLDS UNTIL RELEASED; A
      * ZERO DUE DATE FREEZES ONLY, OTHERWISE THE NIGHTLY RUN
      * REMITS TO THE AUTHORITY FROM THE DUE DATE ON. STATUS A
      * ACTIVE, R REMITTED IN FULL, X RELEASED.
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
      * ALERT PREFERENCES (ALERTPREFS.TXT), KEPT AT THE BRANCH. A
      * ROW WITH AN ACCOUNT NUMBER COVERS THAT ACCOUNT; A ROW WITH
      * A ZERO ACCOUNT COVERS EVERY ACCOUNT OF THE CUSTOMER, AND AN
      * ACCOUNT ROW FOR THE SAME EVENT TAKES PRECEDENCE. EVENTS ARE
      * LOW (BALANCE FALLS BELOW THE THRESHOLD), LWD (WITHDRAWAL AT
      * OR OVER IT), HLD (HELD DEPOSIT RELEASED), PIN (PIN CHANGED),
      * ODR (ACCOUNT OVERDRAWN), SOF (STANDING ORDER NOT PAID) AND
      * DSP (DISPUTE SETTLED). CHANNEL S SENDS AN SMS, E AN EMAIL,
      * TO THE CONTACT ON THE CUSTOMER MASTER.
       FD ALERTPREF-FILE.
       01 ALERTPREFREC.
           02 AP-NUMBE PIC 9(16).
           02 AP-CIF PIC 9(08).
           02 AP-TYPE PIC X(03).
           02 AP-THRESH PIC 9(09)V99.
           02 AP-CHANNEL PIC A(01).
      * OUTBOUND NOTIFICATIONS (NOTIFY.TXT) FOR THE MESSAGING
      * VENDOR. THE TERMINALS AND THE NIGHTLY RUN BOTH APPEND; THE
      * NIGHTLY RUN CUTS THE DAY'S FILE WITH A TRAILER RECORD.
       FD NOTIFY-FILE.
       01 NOTIFYREC.
           02 NT-RECTYPE PIC X(01).
           02 NT-DATE PIC 9(08).
           02 NT-TIME PIC 9(06).
           02 NT-SRC PIC X(04).
           02 NT-NUMBE PIC 9(16).
           02 NT-CIF PIC 9(08).
           02 NT-EVENT PIC X(03).
           02 NT-CHANNEL PIC A(01).
           02 NT-CONTACT PIC X(20).
           02 NT-LANG PIC A(02).
           02 NT-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 NT-TEXT PIC X(60).
      * INTEGRITY TRAILER SIDECAR (<LOGFILE>.TRL): RECORD COUNT
      * AND AMOUNT TOTAL OF THE TERMINAL LOG, RECOMPUTED FROM THE
      * FILE AFTER EVERY APPEND SO A HALF-WRITTEN OR RE-SENT LOG
           02 CA-C20 PIC 9(6).
           02 CA-C50 PIC 9(6).
           02 CA-C100 PIC 9(6).
      * BILL PAYMENT: BILLERS.TXT IS THE BILLER MASTER - CODE,
      * NAME, AND THE REFERENCE FORMAT THE BILLER ISSUES (ONE
      * POSITION PER CHARACTER: 9 A DIGIT, A A LETTER, X EITHER;
      * THE REFERENCE MUST FILL THE FORMAT EXACTLY, AND A BLANK
      * FORMAT TAKES ANY REFERENCE). PAYEES.TXT KEEPS EACH
      * ACCOUNT'S SAVED BILLER/REFERENCE PAIRS, AND BILLPAY.TXT
      * CARRIES EVERY PAYMENT MADE, UNDER THE OREFNO OF ITS B LOG
      * LINE, FOR THE NIGHTLY REMITTANCE TO THE BILLERS.
       FD BILLER-FILE.
       01 BILLERREC.
           02 BLR-CODE PIC X(06).
           02 BLR-NAME PIC X(20).
           02 BLR-REFFMT PIC X(20).
       FD PAYEE-FILE.
       01 PAYEEREC.
           02 PAY-NUMBE PIC 9(16).
           02 PAY-BILLER PIC X(06).
           02 PAY-REF PIC X(20).
       FD BILLPAY-FILE.
       01 BILLPAYREC.
           02 BP-NUMBE PIC 9(16).
           02 BP-BILLER PIC X(06).
           02 BP-REF PIC X(20).
           02 BP-AMOUNT PIC 9(5)V9(2).
           02 BP-REFNO PIC 9(14).
           02 BP-DATE PIC 9(08).
           02 BP-ATMID PIC A(04).
      * LOST/STOLEN CARD HOTLIST: ONE ROW PER CARD REPORTED, WITH
      * THE REASON (L LOST, S STOLEN, F BLOCKED FOR FRAUD), THE
      * DATE, AND WHO REPORTED IT (C THE CUSTOMER, B BRANCH STAFF
      * UNDER THEIR SUPERVISOR ID). A HOTLISTED CARD PRESENTED AT
      * ANY TERMINAL IS RETAINED, NOT HANDED BACK.
       FD HOTLIST-FILE.
       01 HOTLISTREC.
           02 HOT-CARDID PIC 9(16).
           02 HOT-REASON PIC A(1).
           02 HOT-DATE PIC 9(08).
           02 HOT-SRC PIC A(1).
           02 HOT-BY PIC 9(4).
      * CAPTURED-CARDS REPORT PER TERMINAL (CAPT_<ATMID>.TXT): AN R
      * ROW FOR EVERY CARD RETAINED, AND A C ROW WITH THE COUNT
      * WHEN THE REPLENISHMENT CREW EMPTIES THE CAPTURE BIN FOR
      * DESTRUCTION.
       FD CAPTURE-FILE.
       01 CAPTUREREC.
           02 CAP-TYPE PIC A(1).
           02 CAP-DATE PIC 9(08).
           02 CAP-TIME PIC 9(5).
           02 CAP-CARDID PIC 9(16).
           02 CAP-REASON PIC A(1).
           02 CAP-COUNT PIC 9(3).
      * ENVELOPE VERIFICATION QUEUE: EVERY ENVELOPE DEPOSIT, UNDER
      * ITS TERMINAL AND ENVELOPE SEQUENCE NUMBER, WITH THE AMOUNT
      * THE CUSTOMER KEYED AND THE OREFNO IT WAS TAKEN UNDER.
      * STATUS P WAITS FOR BRANCH STAFF TO OPEN THE ENVELOPE; V
      * CARRIES THE AMOUNT ACTUALLY FOUND AND THE SUPERVISOR WHO
      * COUNTED IT, AND THE NIGHTLY RUN POSTS ANY DIFFERENCE AS AN
      * ADJUSTMENT AND TAKES THE ROW OFF THE QUEUE.
       FD ENVELOPE-FILE.
       01 ENVELOPEREC.
           02 ENV-ATMID PIC A(04).
           02 ENV-SEQ PIC 9(6).
           02 ENV-NUMBE PIC 9(16).
           02 ENV-REFNO PIC 9(14).
           02 ENV-DATE PIC 9(08).
           02 ENV-AMOUNT PIC 9(5)V9(2).
           02 ENV-HOLD PIC A(1).
           02 ENV-STATUS PIC X(1).
           02 ENV-VERIFIED PIC 9(5)V9(2).
           02 ENV-VDATE PIC 9(08).
           02 ENV-VBY PIC 9(4).
      * SCREEN WORDING: ONE ROW PER MESSAGE NUMBER AND LANGUAGE
      * (EN, ZH). A ROW MISSING FOR THE SESSION'S LANGUAGE FALLS
      * BACK TO ENGLISH, AND A NUMBER MISSING ALTOGETHER SHOWS THE
      * ENGLISH WORDING BUILT INTO THE PROGRAM. &1 TO &4 IN THE
      * TEXT ARE FILLED FROM THE VALUES THE SCREEN SUPPLIES, SO A
      * TRANSLATION MAY PUT THEM IN ANY ORDER.
       FD MESSAGE-FILE.
       01 MESSAGEREC.
           02 MSG-ID PIC 9(4).
           02 MSG-LANG PIC A(2).
           02 MSG-TEXT PIC X(120).
      * VELOCITY FRAUD RULES, ONE ROW PER RULE, READ AFRESH BEFORE
      * EVERY WITHDRAWAL AND TRANSFER SO THE OPERATIONS DESK CAN
      * RETUNE THEM AT ANY TIME:
      *   VW  MORE THAN FR-COUNT WITHDRAWALS IN FR-MINUTES
      *   VT  MORE THAN FR-COUNT TRANSFERS IN FR-MINUTES
      *   GT  USED AT ANOTHER TERMINAL WITHIN FR-MINUTES
      *   PW  FR-COUNT OR MORE FAILED PINS IN FR-MINUTES, THEN AN
      *       AMOUNT OF FR-PCT PERCENT OR MORE OF WHAT IS AVAILABLE
      * FR-ACTION D DECLINES THE TRANSACTION, L ALSO LOCKS THE CARD
      * (OR THE ACCOUNT ON A PASSWORD LOGIN) UNTIL STAFF RELEASE IT.
       FD FRAUDRULE-FILE.
       01 FRAUDRULEREC.
           02 FR-RULE PIC X(2).
           02 FR-ACTIVE PIC A(1).
           02 FR-COUNT PIC 9(3).
           02 FR-MINUTES PIC 9(4).
           02 FR-PCT PIC 9(3).
           02 FR-ACTION PIC A(1).
      * ONE ALERT PER RULE HIT FOR THE OPERATIONS DESK. FA-KEYTYPE
      * IS C FOR A CARD NUMBER, A FOR AN ACCOUNT NUMBER.
       FD FRAUDALERT-FILE.
       01 FRAUDALERTREC.
           02 FA-DATE PIC 9(08).
           02 FA-TIME PIC 9(04).
           02 FA-ATMID PIC A(04).
           02 FA-KEYTYPE PIC A(1).
           02 FA-KEY PIC 9(16).
           02 FA-RULE PIC X(2).
           02 FA-EVENT PIC A(1).
           02 FA-AMOUNT PIC 9(13)V9(2).
           02 FA-SEEN PIC 9(3).
           02 FA-ACTION PIC A(1).
      * CARD AND ACCOUNT ACTIVITY SHARED BY ALL TERMINALS, ONE FILE
      * PER DAY (CARDACT_<CCYYMMDD>.TXT): L LOGIN, W WITHDRAWAL,
      * T TRANSFER, F FAILED PIN, STAMPED IN MINUTES AFTER MIDNIGHT.
       FD CARDACT-FILE.
       01 CARDACTREC.
           02 ACT-KEY PIC 9(16).
           02 ACT-ATMID PIC A(04).
           02 ACT-MIN PIC 9(4).
           02 ACT-EVENT PIC A(1).
      * OVERDRAFT SWEEPS TAKEN AT THE TERMINALS: THE COVERING
      * ACCOUNT, THE AMOUNT MOVED AND THE SWEEP FEE, UNDER THE
      * REFERENCE THE TWO TRANSFER LEGS WERE LOGGED WITH. THE
      * NIGHTLY RUN WAIVES THE OVERDRAFT FEE ON THESE ACCOUNTS.
       FD SWEEP-FILE.
       01 SWEEPREC.
           02 SW-DATE PIC 9(08).
           02 SW-NUMBE PIC 9(16).
           02 SW-FROM PIC 9(16).
           02 SW-AMOUNT PIC 9(13)V9(2).
           02 SW-FEE PIC 9(3)V9(2).
           02 SW-REFNO PIC 9(14).
           02 SW-ATMID PIC A(04).
      * EVERY CHANGE OF A TERMINAL'S SERVICE STATE, WITH THE CLOCK
      * TIME, THE REASON AND WHO MADE IT (SUPERVISOR ID, OR ZERO
      * WHEN THE TERMINAL CHANGED STATE BY ITSELF). THE NIGHTLY RUN
      * BUILDS THE AVAILABILITY REPORT FROM IT.
       FD ATMSTATE-FILE.
       01 ATMSTATEREC.
           02 ST-DATE PIC 9(08).
           02 ST-TIME PIC 9(06).
           02 ST-ATMID PIC A(04).
           02 ST-FROM PIC A(01).
           02 ST-TO PIC A(01).
           02 ST-REASON PIC X(20).
           02 ST-BY PIC 9(04).
      * FIXED-TERM DEPOSITS OPENED HERE ARE ADDED WITH STATUS F:
      * THE FUNDING HAS ALREADY BEEN TAKEN FROM THE ACCOUNT (LOGGED
      * AS ACTION T) AND THE NIGHTLY RUN SETS THE MATURITY DATE.
      * THE DEPOSIT NUMBER IS THE REFERENCE THE FUNDING WAS LOGGED
      * UNDER.
       FD TDEP-FILE.
       01 TDEPREC.
           02 TD-NUMBE PIC 9(14).
           02 TD-ACCT PIC 9(16).
           02 TD-AMOUNT PIC 9(11)V9(2).
           02 TD-TERM PIC 9(02).
           02 TD-RATE PIC 9(2)V9(4).
           02 TD-START PIC 9(08).
           02 TD-MATURE PIC 9(08).
           02 TD-INSTR PIC A(01).
           02 TD-ACCRUED PIC 9(9)V9(2).
           02 TD-ACCRDATE PIC 9(08).
           02 TD-STATUS PIC A(01).
           02 TD-CLOSED PIC 9(08).
           02 TD-PAYOUT PIC 9(11)V9(2).
           02 TD-PENALTY PIC 9(9)V9(2).
      * CURRENT TERM DEPOSIT RATES: TERM IN MONTHS, ANNUAL PERCENT.
       FD TDRATE-FILE.
       01 TDRATEREC.
           02 TR-TERM PIC 9(02).
           02 TR-RATE PIC 9(2)V9(4).
       WORKING-STORAGE SECTION.
       01 AACCOUNT.
           02 ANAME PIC A(20).
              03 WS-ATM-C50 PIC 9(6).
              03 WS-ATM-C100 PIC 9(6).
              03 WS-ATM-CCY PIC A(3).
              03 WS-ATM-ENVSEQ PIC 9(6).
              03 WS-ATM-STATE PIC A(1).
      * NOTE-MIX PICKER: FIND COUNTS OF 100/50/20 NOTES THE DRAWER
      * CAN ACTUALLY PAY FOR THE REQUESTED AMOUNT, LARGEST NOTES
      * FIRST, BACKING OFF WHEN THE REMAINDER CANNOT BE MADE. AN
       01 WS-FEE-WD-ACCT PIC 9(3)V9(2) VALUE ZEROS.
       01 WS-FEE-WD-CARD PIC 9(3)V9(2) VALUE ZEROS.
       01 WS-FEE-TRANSFER PIC 9(3)V9(2) VALUE ZEROS.
       01 WS-FEE-SWEEP PIC 9(3)V9(2) VALUE ZEROS.
       01 WS-FEE-WDC-TAB.
           02 WS-FEE-WDC OCCURS 10 TIMES PIC 9(3)V9(2).
       01 WS-FEE-WDC-SET-TAB.
       01 WS-FEE-YN PIC A(1).
       01 WS-EJ-PATH PIC X(24) VALUE SPACES.
       01 WS-EJ-TEXT PIC X(70) VALUE SPACES.
       01 WS-EJ-STATUS PIC X(2) VALUE "00".
       01 WS-CIF-IN PIC 9(8) VALUE ZEROS.
       01 WS-CIF-MAX PIC 9(8) VALUE ZEROS.
       01 WS-CIF-FOUND PIC A(1) VALUE "N".
       01 WS-CIF-NEWADDR PIC X(40).
       01 WS-CIF-NEWCONTACT PIC X(20).
       01 WS-SQ-MAXCASE PIC 9(14) VALUE ZEROS.
      * NAME SCREENING WORK AREAS. A NAME IS NORMALISED TO UPPER
      * CASE LETTERS, APOSTROPHES DROPPED, EVERYTHING ELSE A WORD
      * BREAK, TITLES AND COMPANY SUFFIXES LEFT OUT; THE WORDS
      * THEN MATCH IN ANY ORDER, A WORD MATCHING ANOTHER THAT IS
      * ONE LETTER OFF OR AN INITIAL. THE SCORE IS MATCHED WORDS
      * OVER THE WORDS IN THE LONGER NAME; AN ALL-WORDS MATCH OR
      * TWO OR MORE WORDS AT WS-SCR-THRESH PERCENT IS A HIT.
       01 WS-SCR-THRESH PIC 9(3) VALUE 66.
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
       01 WS-SCR-CTABLE.
          02 WS-SCR-CCNT PIC 9(2).
          02 WS-SCR-CENT OCCURS 8 TIMES.
             03 WS-SCR-CTOK PIC X(15).
             03 WS-SCR-CLEN PIC 9(2).
       01 WS-SCR-WTABLE.
          02 WS-SCR-WCNT PIC 9(2).
          02 WS-SCR-WENT OCCURS 8 TIMES.
             03 WS-SCR-WTOK PIC X(15).
             03 WS-SCR-WLEN PIC 9(2).
       01 WS-SCR-USEDTAB.
          02 WS-SCR-USED PIC A(1) OCCURS 8 TIMES.
       01 WS-SCR-CX PIC 9(2) VALUE ZEROS.
       01 WS-SCR-WX PIC 9(2) VALUE ZEROS.
       01 WS-SCR-K PIC 9(2) VALUE ZEROS.
       01 WS-SCR-DIFF PIC 9(2) VALUE ZEROS.
       01 WS-SCR-LTOK PIC X(15) VALUE SPACES.
       01 WS-SCR-LLEN PIC 9(2) VALUE ZEROS.
       01 WS-SCR-STOK PIC X(15) VALUE SPACES.
       01 WS-SCR-SLEN PIC 9(2) VALUE ZEROS.
       01 WS-SCR-TOKOK PIC A(1) VALUE "N".
       01 WS-SCR-MATCHED PIC 9(2) VALUE ZEROS.
       01 WS-SCR-MAXCNT PIC 9(2) VALUE ZEROS.
       01 WS-SCR-SCORE PIC 9(3) VALUE ZEROS.
       01 WS-SCR-QUAL PIC A(1) VALUE "N".
       01 WS-SCR-HIT PIC A(1) VALUE "N".
       01 WS-SCR-BEST PIC 9(3) VALUE ZEROS.
       01 WS-SCR-BESTID PIC X(10) VALUE SPACES.
       01 WS-SCR-SRC PIC X(3) VALUE SPACES.
       01 WS-SCR-KEY PIC X(16) VALUE SPACES.
       01 WS-SCR-NAME PIC X(30) VALUE SPACES.
       01 WS-SCR-RESULT PIC X(6) VALUE SPACES.
       01 WS-SCR-CASE PIC 9(14) VALUE ZEROS.
       01 WS-PSU-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-PSU-TABLE.
           02 WS-PSU-ENTRY OCCURS 1 TO 20 TIMES
       01 WS-SUP-NUMBE PIC 9(16) VALUE ZEROS.
       01 WS-SUP-CHOICE PIC A(1).
       01 WS-SUP-ACTION PIC A(1).
      * NAMED SUPERVISORS: ONCE OPERATORS.TXT HOLDS ANYONE, THE
      * SHARED SUPHASH NO LONGER OPENS SUPERVISOR MODE. THE 4-DIGIT
      * ID IS AN OPERATOR ID CHECKED WITH THAT OPERATOR'S OWN
      * PASSWORD (THE SALTED HASH EMPMGMT STORES), EXPIRED OR
      * SUSPENDED OPERATORS ARE REFUSED, AND EACH MENU LETTER MUST
      * BE GRANTED TO THE OPERATOR'S ROLE IN ROLEMATRIX.TXT.
       01 WS-OPR-ENFORCED PIC A(1) VALUE "N".
       01 WS-OPR-FOUND PIC A(1) VALUE "N".
       01 WS-OPR-PW-IN PIC X(20).
       01 WS-OPR-F1 PIC X(10).
       01 WS-OPR-F2 PIC X(20).
       01 WS-OPR-F3 PIC X(20).
       01 WS-OPR-F4 PIC X(10).
       01 WS-OPR-F5 PIC X(10).
       01 WS-OPR-F6 PIC X(10).
       01 WS-OPR-ID-TXT PIC X(4).
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
       01 WS-OPR-FUNCS PIC X(26) VALUE SPACES.
       01 WS-OPR-ALLFUNCS PIC A(1) VALUE "N".
       01 WS-OPR-FX PIC 9(2) VALUE ZEROS.
       01 WS-HOLD-THRESHOLD PIC 9(7)V9(2) VALUE 10000.
       01 WS-BC-KEY PIC X(40).
       01 WS-BC-VALUE PIC X(40).
       01 WS-HOLD-PENDING PIC 9(9)V9(2) VALUE ZEROS.
       01 WS-LH-TODAY PIC 9(08) VALUE ZEROS.
       01 WS-LH-HELD PIC 9(13)V99 VALUE ZEROS.
       01 WS-LH-ONE PIC 9(13)V99 VALUE ZEROS.
       01 WS-LH-AVAIL PIC S9(13)V99 VALUE ZEROS.
       01 WS-LH-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-NT-EVENT PIC X(03) VALUE SPACES.
       01 WS-NT-AMOUNT PIC S9(11)V99 VALUE ZEROS.
       01 WS-NT-TEXT PIC X(60) VALUE SPACES.
       01 WS-NT-CIF PIC 9(08) VALUE ZEROS.
       01 WS-NT-FOUND PIC A(01) VALUE "N".
       01 WS-NT-THRESH PIC 9(09)V99 VALUE ZEROS.
       01 WS-NT-CHANNEL PIC A(01) VALUE SPACE.
       01 WS-NT-CONTACT PIC X(20) VALUE SPACES.
       01 WS-NT-LANG PIC A(02) VALUE SPACES.
       01 WS-CARD-MODE PIC A(1) VALUE "N".
       01 WS-CARD-ID PIC 9(16) VALUE ZEROS.
       01 WS-CARD-PIN-IN PIC 9(20) VALUE ZEROS.
              03 WS-MS-AMOUNT PIC 9(5)V9(2).
              03 WS-MS-TIME PIC 9(5).
              03 WS-MS-REFNO PIC 9(14).
      * BILL PAYMENT WORK AREA: THE LOGGED-IN ACCOUNT'S SAVED
      * PAYEES ARE LOADED HERE FOR THE PICK LIST.
       01 WS-PAY-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-PAY-TABLE.
           02 WS-PAY-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-PAY-COUNT.
              03 WS-PAY-BILLER PIC X(06).
              03 WS-PAY-REF PIC X(20).
       01 WS-PAY-IX PIC 9(2) VALUE ZEROS.
       01 WS-PAY-PICK PIC 9(2) VALUE ZEROS.
       01 WS-BP-BILLER PIC X(06).
       01 WS-BP-REF PIC X(20).
       01 WS-BP-NAME PIC X(20).
       01 WS-BP-REFFMT PIC X(20).
       01 WS-BP-FOUND PIC A(1) VALUE "N".
       01 WS-BP-REF-OK PIC A(1) VALUE "N".
       01 WS-BP-SAVED PIC A(1) VALUE "N".
       01 WS-BP-I PIC 9(2) VALUE ZEROS.
       01 WS-BP-FMTCH PIC X(1).
       01 WS-BP-REFCH PIC X(1).
       01 WS-BP-YN PIC A(1).
       01 WS-TD-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-TD-IX PIC 9(2) VALUE ZEROS.
       01 WS-TD-TABLE.
           02 WS-TD-ENTRY OCCURS 20 TIMES.
              03 WS-TD-TERMS PIC 9(02).
              03 WS-TD-RATES PIC 9(2)V9(4).
       01 WS-TD-PICK PIC 9(2) VALUE ZEROS.
       01 WS-TD-RATE PIC 9(2)V9(4) VALUE ZEROS.
       01 WS-TD-RATE-ED PIC Z9.99.
       01 WS-TD-INSTR PIC A(1) VALUE SPACE.
      * HOTLIST WORK AREA: THE CARDS LINKED TO THE ACCOUNT ARE
      * LISTED FOR THE CUSTOMER TO PICK THE ONE LOST, AND THE
      * CAPTURE BIN'S CONTENTS SINCE THE LAST COLLECTION ARE
      * SHOWN TO THE REPLENISHMENT CREW.
       01 WS-HOT-FOUND PIC A(1) VALUE "N".
       01 WS-HOT-CARDID PIC 9(16) VALUE ZEROS.
       01 WS-HOT-ACCT PIC 9(16) VALUE ZEROS.
       01 WS-HOT-REASON PIC A(1).
       01 WS-HOT-SRC PIC A(1).
       01 WS-HOT-BY PIC 9(4) VALUE ZEROS.
       01 WS-HOT-LOGIN PIC A(1) VALUE "N".
       01 WS-HOT-YN PIC A(1).
       01 WS-HRC-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-HRC-TABLE.
           02 WS-HRC-CARDID OCCURS 10 TIMES PIC 9(16).
       01 WS-HRC-IX PIC 9(2) VALUE ZEROS.
       01 WS-HRC-PICK PIC 9(2) VALUE ZEROS.
       01 WS-CAPT-PATH PIC X(24) VALUE SPACES.
       01 WS-CAPT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-CAPT-IX PIC 9(3) VALUE ZEROS.
       01 WS-CAPT-TABLE.
           02 WS-CAPT-CARDID OCCURS 50 TIMES PIC 9(16).
      * ENVELOPE QUEUE WORK AREA: THE WHOLE QUEUE IS HELD WHILE A
      * SUPERVISOR RECORDS A VERIFIED AMOUNT, THEN WRITTEN BACK.
       01 WS-ENV-PENDING PIC A(1) VALUE "N".
       01 WS-ENV-HOLD PIC A(1) VALUE "N".
       01 WS-ENV-SEQ PIC 9(6) VALUE ZEROS.
       01 WS-ENV-PICK PIC 9(6) VALUE ZEROS.
       01 WS-ENV-FOUND PIC 9(3) VALUE ZEROS.
       01 WS-ENV-AMOUNT PIC 9(5)V9(2) VALUE ZEROS.
       01 WS-ENV-YN PIC A(1).
       01 WS-ENV-SHOWN PIC 9(3) VALUE ZEROS.
       01 WS-ENV-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-ENV-IX PIC 9(3) VALUE ZEROS.
       01 WS-ENV-TABLE.
           02 WS-ENV-ENTRY OCCURS 1 TO 300 TIMES
                 DEPENDING ON WS-ENV-COUNT.
              03 WS-ENV-ATMID PIC A(04).
              03 WS-ENV-SEQNO PIC 9(6).
              03 WS-ENV-NUMBE PIC 9(16).
              03 WS-ENV-REFNO PIC 9(14).
              03 WS-ENV-DATE PIC 9(08).
              03 WS-ENV-CLAIMED PIC 9(5)V9(2).
              03 WS-ENV-HELD PIC A(1).
              03 WS-ENV-STATUS PIC X(1).
              03 WS-ENV-VERIFIED PIC 9(5)V9(2).
              03 WS-ENV-VDATE PIC 9(08).
              03 WS-ENV-VBY PIC 9(4).
      * CUSTOMER SCREEN LANGUAGE AND MESSAGE WORK AREA. THE
      * MESSAGE FILE IS RE-READ AT EVERY SESSION START SO WORDING
      * CORRECTED BY STAFF SHOWS ON THE NEXT CUSTOMER.
       01 WS-LANG PIC A(2) VALUE "EN".
       01 WS-LANG-CIF PIC 9(8) VALUE ZEROS.
       01 WS-LANG-CIX PIC 9(4) VALUE ZEROS.
       01 WS-LANG-SAVE PIC A(1) VALUE "N".
       01 WS-LANG-PICK PIC X(1).
       01 WS-MSG-ID PIC 9(4) VALUE ZEROS.
       01 WS-MSG-WANT PIC A(2) VALUE "EN".
       01 WS-MSG-FOUND PIC A(1) VALUE "N".
       01 WS-MSG-TEXT PIC X(120) VALUE SPACES.
       01 WS-MSG-PARMS.
           02 WS-MSG-P1 PIC X(40) VALUE SPACES.
           02 WS-MSG-P2 PIC X(40) VALUE SPACES.
           02 WS-MSG-P3 PIC X(40) VALUE SPACES.
           02 WS-MSG-P4 PIC X(40) VALUE SPACES.
       01 WS-MSG-PARM-TABLE REDEFINES WS-MSG-PARMS.
           02 WS-MSG-PARM OCCURS 4 TIMES PIC X(40).
       01 WS-MSG-AMT PIC -(13)9.99.
       01 WS-MSG-RATE PIC Z(3)9.9(6).
       01 WS-MSG-NUM PIC Z(6)9.
       01 WS-MSG-OUT PIC X(300) VALUE SPACES.
       01 WS-MSG-OLEN PIC 9(3) VALUE ZEROS.
       01 WS-MSG-TLEN PIC 9(3) VALUE ZEROS.
       01 WS-MSG-I PIC 9(3) VALUE ZEROS.
       01 WS-MSG-PNO PIC 9(1) VALUE ZEROS.
       01 WS-MSG-VAL PIC X(40) VALUE SPACES.
       01 WS-MSG-VB PIC 9(2) VALUE ZEROS.
       01 WS-MSG-VE PIC 9(2) VALUE ZEROS.
       01 WS-MSGT-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-MSGT-IX PIC 9(4) VALUE ZEROS.
       01 WS-MSGT-TABLE.
           02 WS-MSGT-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-MSGT-COUNT.
              03 WS-MSGT-ID PIC 9(4).
              03 WS-MSGT-LANG PIC A(2).
              03 WS-MSGT-TEXT PIC X(120).
      * CUSTOMER MASTER HELD WHILE A FIRST LANGUAGE CHOICE IS
      * WRITTEN BACK ONTO THE CUSTOMER'S RECORD.
       01 WS-CUS-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-CUS-IX PIC 9(4) VALUE ZEROS.
       01 WS-CUS-TABLE.
           02 WS-CUS-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-CUS-COUNT.
              03 WS-CUS-NUM PIC 9(8).
              03 WS-CUS-NAME PIC X(30).
              03 WS-CUS-ADDR PIC X(40).
              03 WS-CUS-CONTACT PIC X(20).
              03 WS-CUS-LANG PIC A(2).
      * FRAUD RULE WORK AREA. WITH NO RULES FILE THE BUILT-IN SET
      * BELOW APPLIES.
       01 WS-ACT-PATH PIC X(24) VALUE SPACES.
       01 WS-FR-KEY PIC 9(16) VALUE ZEROS.
       01 WS-FR-KEYTYPE PIC A(1) VALUE "A".
       01 WS-FR-EVENT PIC A(1) VALUE SPACES.
       01 WS-FR-NOW PIC 9(4) VALUE ZEROS.
       01 WS-FR-HHMM PIC 9(4) VALUE ZEROS.
       01 WS-FR-HHMM-X REDEFINES WS-FR-HHMM.
           02 WS-FR-HH PIC 9(2).
           02 WS-FR-MM PIC 9(2).
       01 WS-FR-FROM PIC S9(5) VALUE ZEROS.
       01 WS-FR-BASE PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-FR-SEEN PIC 9(3) VALUE ZEROS.
       01 WS-FR-HIT PIC A(1) VALUE "N".
       01 WS-FR-HIT-RULE PIC X(2) VALUE SPACES.
       01 WS-FR-HIT-ACTION PIC A(1) VALUE SPACES.
       01 WS-FR-HIT-SEEN PIC 9(3) VALUE ZEROS.
       01 WS-FR-IX PIC 9(2) VALUE ZEROS.
       01 WS-FR-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-FR-TABLE.
           02 WS-FR-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-FR-COUNT.
              03 WS-FR-RULE PIC X(2).
              03 WS-FR-ACTIVE PIC A(1).
              03 WS-FR-LIMIT PIC 9(3).
              03 WS-FR-MINUTES PIC 9(4).
              03 WS-FR-PCT PIC 9(3).
              03 WS-FR-ACTION PIC A(1).
       01 WS-ACT-IX PIC 9(3) VALUE ZEROS.
       01 WS-ACT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-ACT-TABLE.
           02 WS-ACT-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-ACT-COUNT.
              03 WS-ACT-ATMID PIC A(04).
              03 WS-ACT-MIN PIC 9(4).
              03 WS-ACT-EVENT PIC A(1).
      * OVERDRAFT PROTECTION: THE ACCOUNT-TO-CUSTOMER LINKS ARE
      * HELD WHILE A CUSTOMER NOMINATES THE COVERING ACCOUNT, AND
      * THE SWEEP FIGURES ARE KEPT UNTIL THE CUSTOMER CONFIRMS.
       01 WS-SWP-FROM PIC 9(16) VALUE ZEROS.
       01 WS-SWP-AMT PIC 9(13)V9(2) VALUE ZEROS.
       01 WS-SWP-FEE PIC 9(3)V9(2) VALUE ZEROS.
       01 WS-SWP-WDFEE PIC 9(3)V9(2) VALUE ZEROS.
       01 WS-SWP-OK PIC A(1) VALUE "N".
       01 WS-SWP-YN PIC A(1).
       01 WS-SWP-PICK PIC 9(2) VALUE ZEROS.
       01 WS-SWP-MINE PIC 9(4) VALUE ZEROS.
       01 WS-SWP-SHOWN PIC 9(2) VALUE ZEROS.
       01 WS-SWP-LIST.
           02 WS-SWP-ROW OCCURS 9 TIMES PIC 9(4).
       01 WS-ACL-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-ACL-IX PIC 9(4) VALUE ZEROS.
       01 WS-ACL-TABLE.
           02 WS-ACL-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-ACL-COUNT.
              03 WS-ACL-NUMBE PIC 9(16).
              03 WS-ACL-CIF PIC 9(8).
              03 WS-ACL-SWEEP PIC 9(16).
      * TERMINAL SERVICE STATE: A CHANGE IS ASKED FOR BY MOVING THE
      * NEW STATE, REASON AND SUPERVISOR ID HERE; WS-ST-CHANGED SAYS
      * WHETHER THE TERMINAL'S STATE ACTUALLY MOVED.
       01 WS-ST-NEW PIC A(1) VALUE SPACE.
       01 WS-ST-OLD PIC A(1) VALUE SPACE.
       01 WS-ST-REASON PIC X(20) VALUE SPACES.
       01 WS-ST-BY PIC 9(4) VALUE ZEROS.
       01 WS-ST-CHANGED PIC A(1) VALUE "N".
       01 WS-ST-NOTES PIC 9(7) VALUE ZEROS.
       PROCEDURE DIVISION.
       START-PARAGRAPH.
              IF WS-ATM-LOADED = "N" THEN
                 DISPLAY "=> INVALID INPUT!"
                 GO TO START-PARAGRAPH
              END-IF.
              PERFORM ATMSTATE-AUTO-PARAGRAPH
                 THRU ATMSTATE-AUTO-EXIT-PARAGRAPH.
              IF WS-ST-CHANGED = "Y" THEN
                 PERFORM SAVE-ATM-CONFIG-PARAGRAPH
                    THRU SAVE-ATM-CONFIG-EXIT-PARAGRAPH
              END-IF.
              GO TO USRPWD-PARAGRAPH.
              GO TO TERMINATE-PARAGRAPH.
       LOAD-ATM-TERMINALS-PARAGRAPH.
              END-IF.
      *       BLANK CURRENCY COLUMN = HOME-CURRENCY TERMINAL
              MOVE AC-CCY TO WS-ATM-CCY(WS-ATM-COUNT).
              IF AC-ENVSEQ IS NUMERIC THEN
                 MOVE AC-ENVSEQ TO WS-ATM-ENVSEQ(WS-ATM-COUNT)
              ELSE
                 MOVE 0 TO WS-ATM-ENVSEQ(WS-ATM-COUNT)
              END-IF.
              IF AC-STATE = "C" OR AC-STATE = "D" OR AC-STATE = "M" THEN
                 MOVE AC-STATE TO WS-ATM-STATE(WS-ATM-COUNT)
              ELSE
                 MOVE "I" TO WS-ATM-STATE(WS-ATM-COUNT)
              END-IF.
              GO TO LOAD-ATM-LINE-PARAGRAPH.
       LOAD-ATM-DONE-PARAGRAPH.
              CLOSE ATMCONFIG-FILE.
                 MOVE 0 TO WS-ATM-C100(2)
                 MOVE SPACES TO WS-ATM-CCY(1)
                 MOVE SPACES TO WS-ATM-CCY(2)
                 MOVE 0 TO WS-ATM-ENVSEQ(1)
                 MOVE 0 TO WS-ATM-ENVSEQ(2)
                 MOVE "I" TO WS-ATM-STATE(1)
                 MOVE "I" TO WS-ATM-STATE(2)
              END-IF.
              PERFORM LOADFXRATES-PARAGRAPH
                 THRU LOADFXRATES-EXIT-PARAGRAPH.
                 WHEN "FEETRANSFER"
                    COMPUTE WS-FEE-TRANSFER =
                       FUNCTION NUMVAL(WS-BC-VALUE)
                 WHEN "FEESWEEP"
                    COMPUTE WS-FEE-SWEEP =
                       FUNCTION NUMVAL(WS-BC-VALUE)
                 WHEN "FXMARGIN"
                    COMPUTE WS-FX-MARGIN =
                       FUNCTION NUMVAL(WS-BC-VALUE)
       FIND-ATM-EXIT-PARAGRAPH.
              EXIT.
       USRPWD-PARAGRAPH.
              MOVE "N" TO WS-HOT-LOGIN.
              MOVE "EN" TO WS-LANG.
              PERFORM MSGLOAD-PARAGRAPH THRU MSGLOAD-EXIT-PARAGRAPH.
              IF WS-ATM-STATE(WS-ATM-IX) = "M" THEN
                 GO TO OUTOFSERVICE-PARAGRAPH
              END-IF.
              MOVE 0002 TO WS-MSG-ID.
              MOVE "=> PRESS L TO LOG IN" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0003 TO WS-MSG-ID.
              MOVE "=> PRESS N TO OPEN A NEW ACCOUNT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0004 TO WS-MSG-ID.
              MOVE "=> PRESS C FOR CASH REPLENISHMENT (BRANCH)"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0005 TO WS-MSG-ID.
              MOVE "=> PRESS K TO LOG IN WITH A CARD" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              IF WS-ATM-STATE(WS-ATM-IX) = "I" THEN
                 MOVE 0006 TO WS-MSG-ID
                 MOVE "=> PRESS G TO COLLECT WITH A CASH CODE"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
              END-IF.
              MOVE 0007 TO WS-MSG-ID.
              MOVE "=> PRESS S FOR SUPERVISOR" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0008 TO WS-MSG-ID.
              MOVE "=> PRESS R TO REPORT A LOST OR STOLEN CARD"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-OPEN-CHOICE.
              IF WS-OPEN-CHOICE = "R" THEN
                 MOVE "Y" TO WS-HOT-LOGIN
                 MOVE "L" TO WS-OPEN-CHOICE
              END-IF.
              IF WS-OPEN-CHOICE = "G" AND
                    WS-ATM-STATE(WS-ATM-IX) NOT = "I" THEN
                 MOVE SPACE TO WS-OPEN-CHOICE
              END-IF.
              IF WS-OPEN-CHOICE = "G" THEN
                 GO TO CARDLESS-COLLECT-PARAGRAPH
              END-IF.
                 GO TO SUPERVISOR-PARAGRAPH
              END-IF.
              IF WS-OPEN-CHOICE NOT = "L" THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              MOVE 0010 TO WS-MSG-ID.
              MOVE "=> ACCOUNT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT MYNUMBE.
              MOVE MYNUMBE TO WS-CD-NUMBER.
              PERFORM LUHN-PARAGRAPH THRU LUHN-EXIT-PARAGRAPH.
              IF WS-CD-OK NOT = "Y" THEN
                 MOVE 0011 TO WS-MSG-ID
                 MOVE "=> INVALID ACCOUNT NUMBER (CHECK DIGIT)"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              MOVE 0012 TO WS-MSG-ID.
              MOVE "=> PASSWORD" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT MYPASSWORD.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "ACCT PRESENTED " DELIMITED BY SIZE
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              GO TO FILEVALI-PARAGRAPH.
       OPENACCOUNT-PARAGRAPH.
              MOVE 0013 TO WS-MSG-ID.
              MOVE "=> NEW ACCOUNT NAME" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-NEW-NAME.
              MOVE 0014 TO WS-MSG-ID.
              MOVE "=> FIRST 15 DIGITS OF THE NEW ACCOUNT NUMBER"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-NEW-BASE.
              COMPUTE WS-CD-NUMBER = WS-NEW-BASE * 10.
              PERFORM LUHN-PARAGRAPH THRU LUHN-EXIT-PARAGRAPH.
                 MOVE 0 TO WS-CD-DIGIT
              END-IF.
              COMPUTE WS-NEW-NUMBE = WS-NEW-BASE * 10 + WS-CD-DIGIT.
              MOVE 0015 TO WS-MSG-ID.
              MOVE "=> FULL ACCOUNT NUMBER: &1" TO WS-MSG-TEXT.
              MOVE WS-NEW-NUMBE TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              OPEN INPUT INPUT-FILE.
              MOVE WS-NEW-NUMBE TO NUMBE.
              READ INPUT-FILE
                 INVALID KEY GO TO NEWACCTSCANDONE-PARAGRAPH
              END-READ.
              CLOSE INPUT-FILE.
              MOVE 0016 TO WS-MSG-ID.
              MOVE "=> ACCOUNT NUMBER ALREADY IN USE" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO OPENACCOUNT-PARAGRAPH.
       NEWACCTSCANDONE-PARAGRAPH.
              CLOSE INPUT-FILE.
              MOVE 0017 TO WS-MSG-ID.
              MOVE "=> SET A 6-DIGIT PASSWORD" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-NEW-PASSWORD.
              MOVE 0018 TO WS-MSG-ID.
              MOVE "=> INITIAL DEPOSIT AMOUNT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-NEW-BALANCE.
              MOVE 0019 TO WS-MSG-ID.
              MOVE "=> DAILY WITHDRAWAL LIMIT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-NEW-DAILYLIMIT.
              OPEN I-O INPUT-FILE.
                 MOVE WS-NEW-NAME TO NAME.
                 MOVE WS-TODAY TO LASTACT.
                 WRITE ACCOUNT.
              CLOSE INPUT-FILE.
              MOVE 0020 TO WS-MSG-ID.
              MOVE "=> ACCOUNT CREATED - YOU MAY NOW LOG IN"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO ATTACHCIF-PARAGRAPH.
      * EVERY NEW ACCOUNT ATTACHES TO A CUSTOMER RECORD: AN
      * EXISTING CUSTOMER NUMBER LINKS STRAIGHT AWAY, 0 OPENS A
      * FRESH CUSTOMER FROM THE ACCOUNT NAME PLUS ADDRESS AND
      * CONTACT DETAILS.
       ATTACHCIF-PARAGRAPH.
              MOVE "N" TO WS-SCR-HIT.
              MOVE 0021 TO WS-MSG-ID.
              MOVE "=> CUSTOMER NUMBER (0 = NEW CUSTOMER)"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-CIF-IN.
              IF WS-CIF-IN = 0 THEN
                 GO TO NEWCIF-PARAGRAPH
              GO TO FINDCIF-PARAGRAPH.
       FINDCIF-DONE-PARAGRAPH.
              IF WS-CIF-FOUND NOT = "Y" THEN
                 MOVE 0022 TO WS-MSG-ID
                 MOVE "=> NO SUCH CUSTOMER - OPENING A NEW ONE"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO NEWCIF-PARAGRAPH
              END-IF.
              GO TO WRITECIFLINK-PARAGRAPH.
              GO TO NEWCIF-SCAN-PARAGRAPH.
       NEWCIF-WRITE-PARAGRAPH.
              COMPUTE WS-CIF-IN = WS-CIF-MAX + 1.
              MOVE 0023 TO WS-MSG-ID.
              MOVE "=> ADDRESS" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-CIF-NEWADDR.
              MOVE 0024 TO WS-MSG-ID.
              MOVE "=> CONTACT (PHONE OR OWL)" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-CIF-NEWCONTACT.
              OPEN EXTEND CUSTOMER-FILE.
                 MOVE WS-CIF-IN TO CIF-NUM.
                 MOVE WS-NEW-NAME TO CIF-NAME.
                 MOVE WS-CIF-NEWADDR TO CIF-ADDR.
                 MOVE WS-CIF-NEWCONTACT TO CIF-CONTACT.
                 MOVE SPACES TO CIF-LANG.
                 WRITE CUSTOMERREC
                 END-WRITE.
              CLOSE CUSTOMER-FILE.
              MOVE 0025 TO WS-MSG-ID.
              MOVE "=> CUSTOMER NUMBER ASSIGNED: &1" TO WS-MSG-TEXT.
              MOVE WS-CIF-IN TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              PERFORM SCRNCIF-PARAGRAPH THRU SCRNCIF-EXIT-PARAGRAPH.
              GO TO WRITECIFLINK-PARAGRAPH.
       WRITECIFLINK-PARAGRAPH.
              OPEN EXTEND ACCTCIF-FILE.
                 MOVE WS-NEW-NUMBE TO ACL-NUMBE.
                 MOVE WS-CIF-IN TO ACL-CIF.
                 MOVE 0 TO ACL-SWEEP.
                 WRITE ACCTCIFREC
                 END-WRITE.
              CLOSE ACCTCIF-FILE.
              MOVE 0026 TO WS-MSG-ID.
              MOVE "=> ACCOUNT LINKED TO CUSTOMER &1" TO WS-MSG-TEXT.
              MOVE WS-CIF-IN TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              IF WS-SCR-HIT = "Y" THEN
                 MOVE 0173 TO WS-MSG-ID
                 MOVE "=> THE NEW ACCOUNT IS PENDING BRANCH REVIEW"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
              END-IF.
              GO TO USRPWD-PARAGRAPH.
      * SCREEN A NEW CUSTOMER'S NAME AGAINST THE WATCH LIST. EVERY
      * SCREENING IS LOGGED; A HIT RAISES A PENDING CASE ON THE
      * COMPLIANCE REVIEW QUEUE AND HOLDS THE NEW ACCOUNT (LOCKFLAG
      * S) UNTIL COMPLIANCE CLEARS IT.
       SCRNCIF-PARAGRAPH.
              MOVE "CIF" TO WS-SCR-SRC.
              MOVE WS-CIF-IN TO WS-SCR-KEY.
              MOVE WS-NEW-NAME TO WS-SCR-NAME.
              MOVE WS-NEW-NAME TO WS-SCR-IN.
              MOVE "N" TO WS-SCR-HIT.
              MOVE 0 TO WS-SCR-BEST WS-SCR-CASE.
              MOVE SPACES TO WS-SCR-BESTID.
              MOVE "CLEAR" TO WS-SCR-RESULT.
              PERFORM SCRNNORM-PARAGRAPH THRU SCRNNORM-EXIT-PARAGRAPH.
              MOVE WS-SCR-TTABLE TO WS-SCR-CTABLE.
              IF WS-SCR-CCNT = 0 THEN
                 MOVE "NONAME" TO WS-SCR-RESULT
                 GO TO SCRNCIF-LOG-PARAGRAPH
              END-IF.
              OPEN INPUT WATCH-FILE.
              GO TO SCRNCIF-NEXT-PARAGRAPH.
       SCRNCIF-NEXT-PARAGRAPH.
              READ WATCH-FILE
                 AT END
                    CLOSE WATCH-FILE
                    GO TO SCRNCIF-CASE-PARAGRAPH
              END-READ.
              IF WL-NORM = SPACES THEN
                 GO TO SCRNCIF-NEXT-PARAGRAPH
              END-IF.
              MOVE WL-NORM TO WS-SCR-IN.
              PERFORM SCRNNORM-PARAGRAPH THRU SCRNNORM-EXIT-PARAGRAPH.
              MOVE WS-SCR-TTABLE TO WS-SCR-WTABLE.
              PERFORM SCRNSCORE-PARAGRAPH THRU SCRNSCORE-EXIT-PARAGRAPH.
              IF WS-SCR-QUAL = "Y" AND WS-SCR-SCORE > WS-SCR-BEST THEN
                 MOVE "Y" TO WS-SCR-HIT
                 MOVE "HIT" TO WS-SCR-RESULT
                 MOVE WS-SCR-SCORE TO WS-SCR-BEST
                 MOVE WL-ID TO WS-SCR-BESTID
              END-IF.
              GO TO SCRNCIF-NEXT-PARAGRAPH.
       SCRNCIF-CASE-PARAGRAPH.
              IF WS-SCR-HIT NOT = "Y" THEN
                 GO TO SCRNCIF-LOG-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-SQ-MAXCASE.
              OPEN INPUT SCREENQ-FILE.
              GO TO SCRNCIF-SCANQ-PARAGRAPH.
       SCRNCIF-SCANQ-PARAGRAPH.
              READ SCREENQ-FILE
                 AT END
                    CLOSE SCREENQ-FILE
                    GO TO SCRNCIF-RAISE-PARAGRAPH
              END-READ.
              IF SQ-CASE > WS-SQ-MAXCASE THEN
                 MOVE SQ-CASE TO WS-SQ-MAXCASE
              END-IF.
              GO TO SCRNCIF-SCANQ-PARAGRAPH.
       SCRNCIF-RAISE-PARAGRAPH.
              COMPUTE WS-SCR-CASE = WS-SQ-MAXCASE + 1.
              OPEN EXTEND SCREENQ-FILE.
              MOVE WS-SCR-CASE TO SQ-CASE.
              MOVE WS-TODAY TO SQ-DATE.
              MOVE "CIF" TO SQ-SRC.
              MOVE WS-CIF-IN TO SQ-CIF.
              MOVE WS-NEW-NUMBE TO SQ-NUMBE.
              MOVE WS-NEW-NAME TO SQ-NAME.
              MOVE WS-SCR-BESTID TO SQ-WLID.
              MOVE WS-SCR-BEST TO SQ-SCORE.
              MOVE SPACES TO SQ-BANK SQ-DIR SQ-BY.
              MOVE 0 TO SQ-TOACCT SQ-AMOUNT SQ-DECIDED.
              MOVE "P" TO SQ-STATUS.
              WRITE SCREENQREC.
              CLOSE SCREENQ-FILE.
              MOVE WS-NEW-NUMBE TO WS-LOGIN-NUMBE.
              MOVE 0 TO WS-LOGIN-FAILCNT.
              MOVE "S" TO WS-LOGIN-LOCKFLAG.
              MOVE "Y" TO WS-LOGIN-FLAG.
              MOVE "N" TO WS-UPD1-FLAG.
              MOVE "N" TO WS-UPD1-WD-FLAG.
              PERFORM UPDATEMASTER-PARAGRAPH
                 THRU UPDATEMASTER-EXIT-PARAGRAPH.
              MOVE "N" TO WS-LOGIN-FLAG.
              GO TO SCRNCIF-LOG-PARAGRAPH.
       SCRNCIF-LOG-PARAGRAPH.
              OPEN EXTEND SCREENLOG-FILE.
              MOVE WS-TODAY TO SCL-DATE.
              MOVE FUNCTION CURRENT-DATE(9:6) TO SCL-TIME.
              MOVE "ATMS" TO SCL-PROG.
              MOVE WS-SCR-SRC TO SCL-SRC.
              MOVE WS-SCR-KEY TO SCL-KEY.
              MOVE WS-SCR-NAME TO SCL-NAME.
              MOVE WS-SCR-RESULT TO SCL-RESULT.
              MOVE WS-SCR-BESTID TO SCL-WLID.
              MOVE WS-SCR-BEST TO SCL-SCORE.
              MOVE WS-SCR-CASE TO SCL-CASE.
              MOVE SPACES TO SCL-BY.
              STRING "ATM " DELIMITED BY SIZE
                     MYATM DELIMITED BY SPACE
                 INTO SCL-BY.
              WRITE SCREENLOGREC.
              CLOSE SCREENLOG-FILE.
       SCRNCIF-EXIT-PARAGRAPH.
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
      * SCORE THE CANDIDATE WORDS (WS-SCR-CTABLE) AGAINST ONE
      * WATCH-LIST NAME (WS-SCR-WTABLE); EACH CANDIDATE WORD CAN
      * SATISFY ONLY ONE WATCH-LIST WORD. WS-SCR-QUAL IS Y ON A HIT.
       SCRNSCORE-PARAGRAPH.
              MOVE 0 TO WS-SCR-MATCHED WS-SCR-SCORE.
              MOVE "N" TO WS-SCR-QUAL.
              MOVE SPACES TO WS-SCR-USEDTAB.
              IF WS-SCR-CCNT = 0 OR WS-SCR-WCNT = 0 THEN
                 GO TO SCRNSCORE-EXIT-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-SCR-WX.
              GO TO SCRNSCORE-WTOK-PARAGRAPH.
       SCRNSCORE-WTOK-PARAGRAPH.
              IF WS-SCR-WX > WS-SCR-WCNT THEN
                 GO TO SCRNSCORE-CALC-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-SCR-CX.
              GO TO SCRNSCORE-CTOK-PARAGRAPH.
       SCRNSCORE-CTOK-PARAGRAPH.
              IF WS-SCR-CX > WS-SCR-CCNT THEN
                 ADD 1 TO WS-SCR-WX
                 GO TO SCRNSCORE-WTOK-PARAGRAPH
              END-IF.
              IF WS-SCR-USED(WS-SCR-CX) = "Y" THEN
                 ADD 1 TO WS-SCR-CX
                 GO TO SCRNSCORE-CTOK-PARAGRAPH
              END-IF.
              PERFORM SCRNTOKCMP-PARAGRAPH
                 THRU SCRNTOKCMP-EXIT-PARAGRAPH.
              IF WS-SCR-TOKOK = "Y" THEN
                 MOVE "Y" TO WS-SCR-USED(WS-SCR-CX)
                 ADD 1 TO WS-SCR-MATCHED
                 ADD 1 TO WS-SCR-WX
                 GO TO SCRNSCORE-WTOK-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SCR-CX.
              GO TO SCRNSCORE-CTOK-PARAGRAPH.
       SCRNSCORE-CALC-PARAGRAPH.
              IF WS-SCR-CCNT > WS-SCR-WCNT THEN
                 MOVE WS-SCR-CCNT TO WS-SCR-MAXCNT
              ELSE
                 MOVE WS-SCR-WCNT TO WS-SCR-MAXCNT
              END-IF.
              COMPUTE WS-SCR-SCORE =
                 WS-SCR-MATCHED * 100 / WS-SCR-MAXCNT.
              IF WS-SCR-SCORE = 100 OR
                    (WS-SCR-MATCHED >= 2 AND
                     WS-SCR-SCORE >= WS-SCR-THRESH) THEN
                 MOVE "Y" TO WS-SCR-QUAL
              END-IF.
       SCRNSCORE-EXIT-PARAGRAPH.
              EXIT.
      *       ONE WATCH-LIST WORD AGAINST ONE CANDIDATE WORD: SAME
      *       WORD; AN INITIAL AGAINST A WORD STARTING WITH IT; ONE
      *       LETTER CHANGED IN A WORD OF FOUR OR MORE; OR ONE LETTER
      *       ADDED OR LEFT OUT OF A WORD OF THREE OR MORE.
       SCRNTOKCMP-PARAGRAPH.
              MOVE "N" TO WS-SCR-TOKOK.
              IF WS-SCR-WTOK(WS-SCR-WX) = WS-SCR-CTOK(WS-SCR-CX) THEN
                 MOVE "Y" TO WS-SCR-TOKOK
                 GO TO SCRNTOKCMP-EXIT-PARAGRAPH
              END-IF.
              IF WS-SCR-WLEN(WS-SCR-WX) = 1 OR
                    WS-SCR-CLEN(WS-SCR-CX) = 1 THEN
                 IF WS-SCR-WTOK(WS-SCR-WX)(1:1) =
                       WS-SCR-CTOK(WS-SCR-CX)(1:1) THEN
                    MOVE "Y" TO WS-SCR-TOKOK
                 END-IF
                 GO TO SCRNTOKCMP-EXIT-PARAGRAPH
              END-IF.
              IF WS-SCR-WLEN(WS-SCR-WX) < WS-SCR-CLEN(WS-SCR-CX) THEN
                 MOVE WS-SCR-CTOK(WS-SCR-CX) TO WS-SCR-LTOK
                 MOVE WS-SCR-CLEN(WS-SCR-CX) TO WS-SCR-LLEN
                 MOVE WS-SCR-WTOK(WS-SCR-WX) TO WS-SCR-STOK
                 MOVE WS-SCR-WLEN(WS-SCR-WX) TO WS-SCR-SLEN
              ELSE
                 MOVE WS-SCR-WTOK(WS-SCR-WX) TO WS-SCR-LTOK
                 MOVE WS-SCR-WLEN(WS-SCR-WX) TO WS-SCR-LLEN
                 MOVE WS-SCR-CTOK(WS-SCR-CX) TO WS-SCR-STOK
                 MOVE WS-SCR-CLEN(WS-SCR-CX) TO WS-SCR-SLEN
              END-IF.
              IF WS-SCR-SLEN < 3 OR WS-SCR-LLEN > WS-SCR-SLEN + 1 THEN
                 GO TO SCRNTOKCMP-EXIT-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-SCR-DIFF.
              MOVE 1 TO WS-SCR-K.
              IF WS-SCR-LLEN = WS-SCR-SLEN THEN
                 IF WS-SCR-SLEN < 4 THEN
                    GO TO SCRNTOKCMP-EXIT-PARAGRAPH
                 END-IF
                 GO TO SCRNTOKCMP-SUB-PARAGRAPH
              END-IF.
              GO TO SCRNTOKCMP-GAP-PARAGRAPH.
      *       SAME LENGTH: COUNT THE POSITIONS THAT DIFFER.
       SCRNTOKCMP-SUB-PARAGRAPH.
              IF WS-SCR-K > WS-SCR-SLEN THEN
                 IF WS-SCR-DIFF NOT > 1 THEN
                    MOVE "Y" TO WS-SCR-TOKOK
                 END-IF
                 GO TO SCRNTOKCMP-EXIT-PARAGRAPH
              END-IF.
              IF WS-SCR-LTOK(WS-SCR-K:1) NOT = WS-SCR-STOK(WS-SCR-K:1)
                    THEN
                 ADD 1 TO WS-SCR-DIFF
              END-IF.
              ADD 1 TO WS-SCR-K.
              GO TO SCRNTOKCMP-SUB-PARAGRAPH.
      *       ONE LETTER LONGER: FIND THE FIRST DIFFERENCE; THE REST
      *       OF THE LONGER WORD PAST IT MUST BE THE REST OF THE
      *       SHORTER ONE.
       SCRNTOKCMP-GAP-PARAGRAPH.
              IF WS-SCR-K > WS-SCR-SLEN THEN
                 MOVE "Y" TO WS-SCR-TOKOK
                 GO TO SCRNTOKCMP-EXIT-PARAGRAPH
              END-IF.
              IF WS-SCR-LTOK(WS-SCR-K:1) = WS-SCR-STOK(WS-SCR-K:1)
                    THEN
                 ADD 1 TO WS-SCR-K
                 GO TO SCRNTOKCMP-GAP-PARAGRAPH
              END-IF.
              IF WS-SCR-LTOK(WS-SCR-K + 1:WS-SCR-LLEN - WS-SCR-K) =
                    WS-SCR-STOK(WS-SCR-K:WS-SCR-SLEN - WS-SCR-K + 1)
                    THEN
                 MOVE "Y" TO WS-SCR-TOKOK
              END-IF.
       SCRNTOKCMP-EXIT-PARAGRAPH.
              EXIT.
       FILEVALI-PARAGRAPH.
              OPEN INPUT INPUT-FILE.
              IF WS-MASTER-STATUS NOT = "00" THEN
                 MOVE 0027 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> SYSTEM TEMPORARILY OFFLINE - ONLY CARD "
                    "LOGINS WITH LIMITED SERVICE ARE AVAILABLE"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              MOVE MYNUMBE TO NUMBE.
              END-READ.
              GO TO LINEVALI-PARAGRAPH.
       ACCNOTFOUND-PARAGRAPH.
              MOVE 0028 TO WS-MSG-ID.
              MOVE "=> INCORRECT ACCOUNT/PASSWORD" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              CLOSE INPUT-FILE.
              GO TO USRPWD-PARAGRAPH.
       LINEVALI-PARAGRAPH.
              IF ANUMBE = MYNUMBE THEN
                 IF ALOCKFLAG = "C" THEN
                    CLOSE INPUT-FILE
                    MOVE 0029 TO WS-MSG-ID
                    MOVE "=> THIS ACCOUNT HAS BEEN CLOSED"
                       TO WS-MSG-TEXT
                    PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                    GO TO USRPWD-PARAGRAPH
                 END-IF
                 IF ALOCKFLAG = "D" THEN
                    CLOSE INPUT-FILE
                    MOVE 0030 TO WS-MSG-ID
                    MOVE SPACES TO WS-MSG-TEXT
                    STRING "=> ACCOUNT DORMANT - A SUPERVISOR MUST "
                       "REACTIVATE IT"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                    PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                    GO TO USRPWD-PARAGRAPH
                 END-IF
                 IF ALOCKFLAG = "L" OR ALOCKFLAG = "S" THEN
                    CLOSE INPUT-FILE
                    MOVE 0031 TO WS-MSG-ID
                    MOVE "=> ACCOUNT LOCKED - CONTACT YOUR BRANCH"
                       TO WS-MSG-TEXT
                    PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                    GO TO USRPWD-PARAGRAPH
                 END-IF
                 IF WS-PIN-HASHED = "Y" THEN
                 END-IF
                 IF APASSWORD = WS-HP-OUT THEN
                    CLOSE INPUT-FILE
                    PERFORM LANGSET-PARAGRAPH
                       THRU LANGSET-EXIT-PARAGRAPH
                    IF WS-HOT-LOGIN = "Y" THEN
                       PERFORM RESETFAILCOUNT-PARAGRAPH
                          THRU RESETFAILCOUNT-EXIT-PARAGRAPH
                       GO TO HOTREPORT-PARAGRAPH
                    END-IF
                    IF ABALANCE <= 0 THEN
	                MOVE 0032 TO WS-MSG-ID
	                MOVE "NEGATIVE REMAINS TRANSECTION ABORT"
	                   TO WS-MSG-TEXT
	                PERFORM MSGSAY-PARAGRAPH
	                   THRU MSGSAY-EXIT-PARAGRAPH
	                GO TO USRPWD-PARAGRAPH
	             END-IF
                    PERFORM RESETFAILCOUNT-PARAGRAPH
                       THRU RESETFAILCOUNT-EXIT-PARAGRAPH
                    MOVE MYNUMBE TO WS-FR-KEY
                    MOVE "L" TO WS-FR-EVENT
                    PERFORM FRAUDNOTE-PARAGRAPH
                       THRU FRAUDNOTE-EXIT-PARAGRAPH
                    GO TO SERVICE-PARAGRAPH
                 END-IF
                 CLOSE INPUT-FILE
       RESETFAILCOUNT-EXIT-PARAGRAPH.
              EXIT.
       REGISTERFAILURE-PARAGRAPH.
              MOVE ANUMBE TO WS-FR-KEY.
              MOVE "F" TO WS-FR-EVENT.
              PERFORM FRAUDNOTE-PARAGRAPH THRU FRAUDNOTE-EXIT-PARAGRAPH.
              ADD 1 TO AFAILCNT.
              MOVE ANUMBE TO WS-LOGIN-NUMBE.
              MOVE AFAILCNT TO WS-LOGIN-FAILCNT.
                 THRU UPDATEMASTER-EXIT-PARAGRAPH.
              MOVE "N" TO WS-LOGIN-FLAG.
              IF AFAILCNT >= WS-MAX-ATTEMPTS THEN
                 MOVE 0033 TO WS-MSG-ID
                 MOVE "=> TOO MANY FAILED ATTEMPTS" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE 0031 TO WS-MSG-ID
                 MOVE "=> ACCOUNT LOCKED - CONTACT YOUR BRANCH"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE SPACES TO WS-EJ-TEXT
                 STRING "LOCKOUT FIRED ACCT " DELIMITED BY SIZE
                        ANUMBE DELIMITED BY SIZE
                    INTO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH
              ELSE
                 MOVE 0028 TO WS-MSG-ID
                 MOVE "=> INCORRECT ACCOUNT/PASSWORD" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE SPACES TO WS-EJ-TEXT
                 STRING "PIN FAIL ACCT " DELIMITED BY SIZE
                        ANUMBE DELIMITED BY SIZE
              END-IF.
              GO TO USRPWD-PARAGRAPH.
       SERVICE-PARAGRAPH.
	       IF WS-ATM-STATE(WS-ATM-IX) = "M" THEN
	          MOVE 0163 TO WS-MSG-ID
	          MOVE "=> THIS TERMINAL IS OUT OF SERVICE"
	             TO WS-MSG-TEXT
	          PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
	          GO TO USRPWD-PARAGRAPH
	       END-IF.
	       MOVE 0034 TO WS-MSG-ID.
	       MOVE "=> PLEASE CHOOSE YOUR SERVICE" TO WS-MSG-TEXT.
	       PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
	       MOVE 0035 TO WS-MSG-ID.
	       MOVE "=> PRESS D FOR DEPOSIT" TO WS-MSG-TEXT.
	       PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
	       IF WS-ATM-STATE(WS-ATM-IX) = "I" THEN
	          MOVE 0036 TO WS-MSG-ID
	          MOVE "=> PRESS W FOR WITHDRAWAL" TO WS-MSG-TEXT
	          PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
	       END-IF.
	       IF WS-ATM-STATE(WS-ATM-IX) NOT = "D" THEN
	          MOVE 0037 TO WS-MSG-ID
	          MOVE "=> PRESS T FOR TRANSFER" TO WS-MSG-TEXT
	          PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
	       END-IF.
	       MOVE 0038 TO WS-MSG-ID.
	       MOVE "=> PRESS B FOR BALANCE INQUIRY" TO WS-MSG-TEXT.
	       PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
	       MOVE 0039 TO WS-MSG-ID.
	       MOVE "=> PRESS M FOR MINI-STATEMENT" TO WS-MSG-TEXT.
	       PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
	       IF WS-ATM-STATE(WS-ATM-IX) NOT = "D" THEN
	          MOVE 0040 TO WS-MSG-ID
	          MOVE "=> PRESS P FOR PIN CHANGE" TO WS-MSG-TEXT
	          PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
	       END-IF.
	       IF WS-ATM-STATE(WS-ATM-IX) NOT = "D" THEN
	          MOVE 0041 TO WS-MSG-ID
	          MOVE "=> PRESS G TO PRE-STAGE CARDLESS CASH"
	             TO WS-MSG-TEXT
	          PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
	       END-IF.
	       IF WS-ATM-STATE(WS-ATM-IX) NOT = "D" THEN
	          MOVE 0042 TO WS-MSG-ID
	          MOVE "=> PRESS Y TO PAY A BILL" TO WS-MSG-TEXT
	          PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
	       END-IF.
	       MOVE 0043 TO WS-MSG-ID.
	       MOVE "=> PRESS H TO REPORT A LOST OR STOLEN CARD"
	          TO WS-MSG-TEXT.
	       PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
	       IF WS-ATM-STATE(WS-ATM-IX) NOT = "D" THEN
	          MOVE 0161 TO WS-MSG-ID
	          MOVE "=> PRESS O FOR OVERDRAFT PROTECTION"
	             TO WS-MSG-TEXT
	          PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
	       END-IF.
	       IF WS-ATM-STATE(WS-ATM-IX) NOT = "D" THEN
	          MOVE 0164 TO WS-MSG-ID
	          MOVE "=> PRESS F FOR A FIXED-TERM DEPOSIT"
	             TO WS-MSG-TEXT
	          PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
	       END-IF.
	       IF WS-ATM-STATE(WS-ATM-IX) = "I" THEN
	          MOVE 0044 TO WS-MSG-ID
	          MOVE "=> PRESS X TO CLOSE THIS ACCOUNT" TO WS-MSG-TEXT
	          PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
	       END-IF.
	       ACCEPT MYSERVICE.
	       IF WS-ATM-STATE(WS-ATM-IX) NOT = "I" AND
	             (MYSERVICE = "W" OR MYSERVICE = "X") THEN
	          MOVE SPACES TO MYSERVICE
	       END-IF.
	       IF WS-ATM-STATE(WS-ATM-IX) = "D" AND
	             (MYSERVICE = "T" OR MYSERVICE = "P" OR
	              MYSERVICE = "G" OR MYSERVICE = "Y" OR
	              MYSERVICE = "O" OR MYSERVICE = "F") THEN
	          MOVE SPACES TO MYSERVICE
	       END-IF.
	       IF MYSERVICE = "G" THEN
	          GO TO CARDLESS-STAGE-PARAGRAPH
	       END-IF.
	       IF MYSERVICE = "H" THEN
	          GO TO HOTREPORT-PARAGRAPH
	       END-IF.
	       IF MYSERVICE = "O" THEN
	          GO TO SWEEPSET-PARAGRAPH
	       END-IF.
	       IF MYSERVICE = "F" THEN
	          GO TO TERMDEP-PARAGRAPH
	       END-IF.
	       IF MYSERVICE = "Y" THEN
	          GO TO BILLPAY-PARAGRAPH
	       END-IF.
	       IF MYSERVICE = "D" THEN
	          GO TO DEPOSIT-PARAGRAPH
	       END-IF.
	       IF MYSERVICE = "X" THEN
	          GO TO CLOSURE-PARAGRAPH
	       END-IF.
	       MOVE 0009 TO WS-MSG-ID.
	       MOVE "=> INVALID INPUT" TO WS-MSG-TEXT.
	       PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               GO TO SERVICE-PARAGRAPH.
       BALANCEINQUIRY-PARAGRAPH.
               MOVE 0045 TO WS-MSG-ID.
               MOVE "=> ACCOUNT NUMBER : &1" TO WS-MSG-TEXT.
               MOVE ANUMBE TO WS-MSG-P1.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               MOVE 0046 TO WS-MSG-ID.
               MOVE "=> CURRENT BALANCE: &1" TO WS-MSG-TEXT.
               MOVE ABALANCE TO WS-MSG-AMT.
               MOVE WS-MSG-AMT TO WS-MSG-P1.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               PERFORM SUMHOLDS-PARAGRAPH
                  THRU SUMHOLDS-EXIT-PARAGRAPH.
               IF WS-HOLD-PENDING > 0 THEN
                  MOVE 0047 TO WS-MSG-ID
                  MOVE "=> FUNDS ON HOLD  : &1" TO WS-MSG-TEXT
                  MOVE WS-HOLD-PENDING TO WS-MSG-AMT
                  MOVE WS-MSG-AMT TO WS-MSG-P1
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
               END-IF.
               PERFORM LHSUM-PARAGRAPH THRU LHSUM-EXIT-PARAGRAPH.
               IF WS-LH-HELD > 0 THEN
                  MOVE 0174 TO WS-MSG-ID
                  MOVE "=> LEGAL HOLDS    : &1" TO WS-MSG-TEXT
                  MOVE WS-LH-HELD TO WS-MSG-AMT
                  MOVE WS-MSG-AMT TO WS-MSG-P1
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  MOVE 0175 TO WS-MSG-ID
                  MOVE "=> AVAILABLE      : &1" TO WS-MSG-TEXT
                  MOVE WS-LH-AVAIL TO WS-MSG-AMT
                  MOVE WS-MSG-AMT TO WS-MSG-P1
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
               END-IF.
               GO TO ASKCONTINUE-PARAGRAPH.
      * SWEEP EVERY TERMINAL LOG FOR THE LOGGED-IN ACCOUNT AND KEEP
      * NAME IS SAVED AND RESTORED BECAUSE OUTPUTONE IS ASSIGNED
      * THROUGH WS-CUR-LOGFILE.
       SUPERVISOR-PARAGRAPH.
              PERFORM OPRANY-PARAGRAPH THRU OPRANY-EXIT-PARAGRAPH.
              IF WS-OPR-ENFORCED = "Y" THEN
                 GO TO SUPOPERATOR-PARAGRAPH
              END-IF.
              IF WS-SUP-HASH-CFG = SPACES THEN
                 DISPLAY "=> SUPERVISOR ACCESS NOT CONFIGURED - "
                    "SET SUPHASH IN ATMCFG.TXT"
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              GO TO SUPMENU-PARAGRAPH.
      * NAMED SUPERVISOR SIGN-ON: OPERATOR ID, THEN THAT OPERATOR'S
      * OWN PASSWORD. REFUSALS GO TO THE ELECTRONIC JOURNAL.
       SUPOPERATOR-PARAGRAPH.
              DISPLAY "=> SUPERVISOR ID (4 DIGITS)".
              ACCEPT WS-SUP-ID.
              DISPLAY "=> SUPERVISOR PASSWORD".
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
                 MOVE SPACES TO WS-EJ-TEXT
                 STRING "SUPERVISOR SIGN-ON REFUSED ID "
                        DELIMITED BY SIZE
                        WS-SUP-ID DELIMITED BY SIZE
                    INTO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH
                 DISPLAY "=> INVALID INPUT"
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              IF WS-OPR-STATUS NOT = "A" THEN
                 DISPLAY "=> OPERATOR SUSPENDED"
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              MOVE 999 TO WS-OPR-AGE.
              IF WS-OPR-PWDATE NOT = 0 THEN
                 COMPUTE WS-OPR-AGE =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                    FUNCTION INTEGER-OF-DATE(WS-OPR-PWDATE)
              END-IF.
              IF WS-OPR-AGE > WS-OPR-MAX-AGE THEN
                 DISPLAY "=> PASSWORD EXPIRED - CHANGE IT AT THE "
                    "EMPMGMT SIGN-ON"
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              PERFORM OPRROLE-PARAGRAPH THRU OPRROLE-EXIT-PARAGRAPH.
              IF WS-OPR-ALLFUNCS NOT = "Y" AND
                    WS-OPR-FUNCS = SPACES THEN
                 DISPLAY "=> ROLE " WS-OPR-ROLE
                    " HAS NO SUPERVISOR ACCESS"
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "SUPERVISOR ENTRY ID " DELIMITED BY SIZE
                     WS-SUP-ID DELIMITED BY SIZE
                     " ROLE " DELIMITED BY SIZE
                     WS-OPR-ROLE DELIMITED BY SPACE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              GO TO SUPMENU-PARAGRAPH.
       SUPMENU-PARAGRAPH.
              DISPLAY "=> SUPERVISOR MENU".
              DISPLAY "=> PRESS V TO VIEW AN ACCOUNT".
              DISPLAY "=> PRESS D TO RECORD A DISPUTE".
              DISPLAY "=> PRESS O TO LIST OPEN DISPUTES".
              DISPLAY "=> PRESS A TO APPROVE PENDING ACTIONS".
              DISPLAY "=> PRESS H TO HOTLIST A CARD".
              DISPLAY "=> PRESS E TO VERIFY ENVELOPE DEPOSITS".
              DISPLAY "=> PRESS S TO SET THE TERMINAL SERVICE STATE".
              DISPLAY "=> PRESS X TO EXIT".
              ACCEPT WS-SUP-CHOICE.
              IF WS-OPR-ENFORCED = "Y" AND WS-SUP-CHOICE NOT = "X"
                    AND WS-OPR-ALLFUNCS NOT = "Y" THEN
                 MOVE 0 TO WS-OPR-FX
                 INSPECT WS-OPR-FUNCS TALLYING WS-OPR-FX
                    FOR ALL WS-SUP-CHOICE
                 IF WS-OPR-FX = 0 THEN
                    MOVE SPACES TO WS-EJ-TEXT
                    STRING "SUPERVISOR ID " DELIMITED BY SIZE
                           WS-SUP-ID DELIMITED BY SIZE
                           " DENIED FUNCTION " DELIMITED BY SIZE
                           WS-SUP-CHOICE DELIMITED BY SIZE
                       INTO WS-EJ-TEXT
                    PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH
                    DISPLAY "=> NOT AUTHORISED FOR THAT FUNCTION"
                    GO TO SUPMENU-PARAGRAPH
                 END-IF
              END-IF.
              IF WS-SUP-CHOICE = "S" THEN
                 GO TO SUPSTATE-PARAGRAPH
              END-IF.
              IF WS-SUP-CHOICE = "E" THEN
                 GO TO SUPENVELOPE-PARAGRAPH
              END-IF.
              IF WS-SUP-CHOICE = "H" THEN
                 GO TO SUPHOTLIST-PARAGRAPH
              END-IF.
              IF WS-SUP-CHOICE = "V" THEN
                 GO TO SUPVIEW-PARAGRAPH
              END-IF.
                    GO TO SUPMENU-PARAGRAPH
              END-READ.
              CLOSE INPUT-FILE.
              IF ALOCKFLAG = "S" THEN
                 DISPLAY "=> ACCOUNT IS HELD BY COMPLIANCE - ONLY A "
                    "COMPLIANCE DECISION RELEASES IT"
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              OPEN EXTEND PENDSUP-FILE.
                 MOVE "U" TO PSU-ACTION.
                 THRU TRAILERUPD-EXIT-PARAGRAPH.
       SUPLOG-EXIT-PARAGRAPH.
              EXIT.
      * ENFORCEMENT STARTS WITH THE FIRST OPERATOR ON FILE.
       OPRANY-PARAGRAPH.
              MOVE "N" TO WS-OPR-ENFORCED.
              OPEN INPUT OPERATOR-FILE.
              GO TO OPRANY-LOOP-PARAGRAPH.
       OPRANY-LOOP-PARAGRAPH.
              READ OPERATOR-FILE
                 AT END GO TO OPRANY-DONE-PARAGRAPH
              END-READ.
              IF OPERATORREC = SPACES OR OPERATORREC(1:1) = "*" THEN
                 GO TO OPRANY-LOOP-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-OPR-ENFORCED.
       OPRANY-DONE-PARAGRAPH.
              CLOSE OPERATOR-FILE.
       OPRANY-EXIT-PARAGRAPH.
              EXIT.
      * LOOK UP WS-SUP-ID IN OPERATORS.TXT.
       OPRFIND-PARAGRAPH.
              MOVE "N" TO WS-OPR-FOUND.
              MOVE WS-SUP-ID TO WS-OPR-ID-TXT.
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
                 WS-OPR-F4 WS-OPR-F5 WS-OPR-F6.
              UNSTRING OPERATORREC DELIMITED BY ","
                 INTO WS-OPR-F1 WS-OPR-F2 WS-OPR-F3
                      WS-OPR-F4 WS-OPR-F5 WS-OPR-F6.
              MOVE WS-OPR-F3 TO WS-OPR-HASH.
              MOVE 0 TO WS-OPR-PWDATE.
              IF WS-OPR-F4(1:8) IS NUMERIC THEN
                 MOVE WS-OPR-F4(1:8) TO WS-OPR-PWDATE
              END-IF.
              MOVE FUNCTION UPPER-CASE(WS-OPR-F5) TO WS-OPR-ROLE.
              MOVE FUNCTION UPPER-CASE(WS-OPR-F6(1:1))
                 TO WS-OPR-STATUS.
              MOVE "Y" TO WS-OPR-FOUND.
       OPRFIND-DONE-PARAGRAPH.
              CLOSE OPERATOR-FILE.
       OPRFIND-EXIT-PARAGRAPH.
              EXIT.
      * SALTED HASH OVER THE 20 PASSWORD CHARACTERS - THE MEMBER
      * TERMINAL'S ARITHMETIC, SO ONE OPERATOR FILE SERVES ALL.
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
      * COLLECT THE ATMSUP MENU LETTERS GRANTED TO WS-OPR-ROLE.
       OPRROLE-PARAGRAPH.
              MOVE SPACES TO WS-OPR-FUNCS.
              MOVE "N" TO WS-OPR-ALLFUNCS.
              MOVE 0 TO WS-OPR-FX.
              OPEN INPUT ROLEMAT-FILE.
              GO TO OPRROLE-LOOP-PARAGRAPH.
       OPRROLE-LOOP-PARAGRAPH.
              READ ROLEMAT-FILE
                 AT END GO TO OPRROLE-DONE-PARAGRAPH
              END-READ.
              IF ROLEMATREC = SPACES OR ROLEMATREC(1:1) = "*" THEN
                 GO TO OPRROLE-LOOP-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-OPR-F1 WS-OPR-F2 WS-OPR-F4.
              UNSTRING ROLEMATREC DELIMITED BY ","
                 INTO WS-OPR-F1 WS-OPR-F2 WS-OPR-F4.
              IF FUNCTION UPPER-CASE(WS-OPR-F1) NOT = WS-OPR-ROLE OR
                    FUNCTION UPPER-CASE(WS-OPR-F2) NOT = "ATMSUP" THEN
                 GO TO OPRROLE-LOOP-PARAGRAPH
              END-IF.
              IF WS-OPR-F4(1:1) = "*" THEN
                 MOVE "Y" TO WS-OPR-ALLFUNCS
              ELSE
                 IF WS-OPR-FX < 26 THEN
                    ADD 1 TO WS-OPR-FX
                    MOVE FUNCTION UPPER-CASE(WS-OPR-F4(1:1))
                       TO WS-OPR-FUNCS(WS-OPR-FX:1)
                 END-IF
              END-IF.
              GO TO OPRROLE-LOOP-PARAGRAPH.
       OPRROLE-DONE-PARAGRAPH.
              CLOSE ROLEMAT-FILE.
       OPRROLE-EXIT-PARAGRAPH.
              EXIT.
      * CARD LOGIN: AUTHENTICATE THE CARD (OWN PIN, OWN FAILURE
      * COUNT AND LOCK FLAG), THEN LOAD ITS LINKED ACCOUNT. ACCOUNT
      * LOCK AND BALANCE RULES STILL APPLY AFTERWARD.
       CARDLOGIN-PARAGRAPH.
              MOVE 0048 TO WS-MSG-ID.
              MOVE "=> CARD NUMBER" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-CARD-ID.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "CARD PRESENTED " DELIMITED BY SIZE
                     WS-CARD-ID DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              MOVE WS-CARD-ID TO WS-HOT-CARDID.
              PERFORM HOTCHECK-PARAGRAPH THRU HOTCHECK-EXIT-PARAGRAPH.
              IF WS-HOT-FOUND = "Y" THEN
                 GO TO CARDCAPTURE-PARAGRAPH
              END-IF.
              OPEN I-O CARD-FILE.
              MOVE WS-CARD-ID TO CRD-CARDID.
              READ CARD-FILE
              END-READ.
              IF CRD-LOCKFLAG = "L" THEN
                 CLOSE CARD-FILE
                 MOVE 0049 TO WS-MSG-ID
                 MOVE "=> THIS CARD IS BLOCKED - CONTACT YOUR BRANCH"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              MOVE 0050 TO WS-MSG-ID.
              MOVE "=> CARD PIN" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-CARD-PIN-IN.
              IF WS-CARD-PIN-IN NOT = CRD-PIN THEN
                 GO TO CARDPINFAIL-PARAGRAPH
              END-IF.
              CLOSE CARD-FILE.
              MOVE CRD-NUMBE TO MYNUMBE.
              PERFORM LANGSET-PARAGRAPH THRU LANGSET-EXIT-PARAGRAPH.
              OPEN INPUT INPUT-FILE.
              IF WS-MASTER-STATUS NOT = "00" THEN
                 GO TO OFFLINE-SERVICE-PARAGRAPH
              END-READ.
              CLOSE INPUT-FILE.
              IF ALOCKFLAG = "C" THEN
                 MOVE 0029 TO WS-MSG-ID
                 MOVE "=> THIS ACCOUNT HAS BEEN CLOSED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              IF ALOCKFLAG = "D" THEN
                 MOVE 0030 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> ACCOUNT DORMANT - A SUPERVISOR MUST "
                    "REACTIVATE IT"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              IF ALOCKFLAG = "L" OR ALOCKFLAG = "S" THEN
                 MOVE 0031 TO WS-MSG-ID
                 MOVE "=> ACCOUNT LOCKED - CONTACT YOUR BRANCH"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              IF ABALANCE <= 0 THEN
                 MOVE 0032 TO WS-MSG-ID
                 MOVE "NEGATIVE REMAINS TRANSECTION ABORT"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-CARD-MODE.
              MOVE WS-CARD-ID TO WS-FR-KEY.
              MOVE "L" TO WS-FR-EVENT.
              PERFORM FRAUDNOTE-PARAGRAPH THRU FRAUDNOTE-EXIT-PARAGRAPH.
              GO TO SERVICE-PARAGRAPH.
      * DEGRADED (STORE-AND-FORWARD) SESSION: THE CARD CHECKED
      * OUT AGAINST CARDS.TXT BUT THE MASTER IS DOWN. ONLY A
      * FOR THE NIGHTLY RUN. BALANCE INQUIRY, TRANSFERS, AND
      * CLOSURE NEED THE LIVE BALANCE AND STAY REFUSED.
       OFFLINE-SERVICE-PARAGRAPH.
              MOVE 0051 TO WS-MSG-ID.
              MOVE "=> SYSTEM OFFLINE - LIMITED SERVICE" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0052 TO WS-MSG-ID.
              MOVE "=> WITHDRAWALS CAPPED AT &1" TO WS-MSG-TEXT.
              MOVE WS-OFFLINE-CAP TO WS-MSG-AMT.
              MOVE WS-MSG-AMT TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0053 TO WS-MSG-ID.
              MOVE "=> PRESS W FOR A LIMITED WITHDRAWAL" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0054 TO WS-MSG-ID.
              MOVE "=> PRESS X TO EXIT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-OFFLINE-CHOICE.
              IF WS-OFFLINE-CHOICE = "W" THEN
                 GO TO OFFLINE-WD-PARAGRAPH
              IF WS-OFFLINE-CHOICE = "X" THEN
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              MOVE 0055 TO WS-MSG-ID.
              MOVE SPACES TO WS-MSG-TEXT.
              STRING "=> ONLY LIMITED WITHDRAWALS ARE AVAILABLE WHILE "
                 "THE SYSTEM IS OFFLINE"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO OFFLINE-SERVICE-PARAGRAPH.
       OFFLINE-WD-PARAGRAPH.
              MOVE 0056 TO WS-MSG-ID.
              MOVE "=> AMOUNT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT MYAMOUNT.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              IF MYAMOUNT = 0 OR MYAMOUNT > WS-OFFLINE-CAP THEN
                 MOVE 0057 TO WS-MSG-ID
                 MOVE "=> OFFLINE WITHDRAWALS ARE CAPPED AT &1"
                    TO WS-MSG-TEXT
                 MOVE WS-OFFLINE-CAP TO WS-MSG-AMT
                 MOVE WS-MSG-AMT TO WS-MSG-P1
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO OFFLINE-SERVICE-PARAGRAPH
              END-IF.
              PERFORM CARDWD-LOAD-PARAGRAPH
                 THRU CARDWD-LOAD-EXIT-PARAGRAPH.
              IF MYAMOUNT > WS-CARD-WD-AVAIL THEN
                 MOVE 0058 TO WS-MSG-ID
                 MOVE "=> DAILY WITHDRAWAL LIMIT EXCEEDED"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO OFFLINE-SERVICE-PARAGRAPH
              END-IF.
              IF MYAMOUNT > WS-ATM-CASH(WS-ATM-IX) THEN
                 MOVE 0059 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> THIS TERMINAL CANNOT DISPENSE THAT AMOUNT "
                    "RIGHT NOW"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO OFFLINE-SERVICE-PARAGRAPH
              END-IF.
              PERFORM PICKMIX-PARAGRAPH
                 THRU PICKMIX-EXIT-PARAGRAPH.
              IF WS-MIX-OK NOT = "Y" THEN
                 MOVE 0060 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> THIS TERMINAL CANNOT MAKE THAT AMOUNT WITH "
                    "ITS NOTES (20/50/100)"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO OFFLINE-SERVICE-PARAGRAPH
              END-IF.
              PERFORM DISPENSEMIX-PARAGRAPH
                 END-WRITE.
              CLOSE OFFLINE-FILE.
              COMPUTE MYTIME = MYTIME + 1.
              MOVE 0061 TO WS-MSG-ID.
              MOVE "=> PLEASE TAKE YOUR CASH" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0062 TO WS-MSG-ID.
              MOVE "=> THE WITHDRAWAL POSTS WITH THE NIGHTLY RUN"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO OFFLINE-SERVICE-PARAGRAPH.
      * A HOTLISTED CARD IS RETAINED: THE SESSION ENDS, THE CARD
      * IS LOCKED IN CARDS.TXT IF IT IS ONE OF OURS, AND THE
      * CAPTURE GOES TO THE JOURNAL AND THE TERMINAL'S CAPTURED-
      * CARDS REPORT FOR THE REPLENISHMENT CREW.
       CARDCAPTURE-PARAGRAPH.
              MOVE 0063 TO WS-MSG-ID.
              MOVE "=> THIS CARD HAS BEEN RETAINED" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0064 TO WS-MSG-ID.
              MOVE "=> PLEASE CONTACT YOUR BRANCH" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "CARD CAPTURED " DELIMITED BY SIZE
                     WS-CARD-ID DELIMITED BY SIZE
                     " HOTLIST " DELIMITED BY SIZE
                     WS-HOT-REASON DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              PERFORM CAPTPATH-PARAGRAPH THRU CAPTPATH-EXIT-PARAGRAPH.
              OPEN EXTEND CAPTURE-FILE.
              MOVE "R" TO CAP-TYPE.
              MOVE WS-TODAY TO CAP-DATE.
              MOVE MYTIME TO CAP-TIME.
              MOVE WS-CARD-ID TO CAP-CARDID.
              MOVE WS-HOT-REASON TO CAP-REASON.
              MOVE 0 TO CAP-COUNT.
              WRITE CAPTUREREC.
              CLOSE CAPTURE-FILE.
              PERFORM HOTLOCK-PARAGRAPH THRU HOTLOCK-EXIT-PARAGRAPH.
              MOVE 0 TO WS-CARD-ID.
              GO TO USRPWD-PARAGRAPH.
       CARDNOTFOUND-PARAGRAPH.
              CLOSE CARD-FILE.
              MOVE 0065 TO WS-MSG-ID.
              MOVE "=> UNKNOWN CARD" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO USRPWD-PARAGRAPH.
       CARDPINFAIL-PARAGRAPH.
              MOVE WS-CARD-ID TO WS-FR-KEY.
              MOVE "F" TO WS-FR-EVENT.
              PERFORM FRAUDNOTE-PARAGRAPH THRU FRAUDNOTE-EXIT-PARAGRAPH.
              ADD 1 TO CRD-FAILCNT.
              IF CRD-FAILCNT >= WS-MAX-ATTEMPTS THEN
                 MOVE "L" TO CRD-LOCKFLAG
              REWRITE CARDREC.
              CLOSE CARD-FILE.
              IF CRD-LOCKFLAG = "L" THEN
                 MOVE 0033 TO WS-MSG-ID
                 MOVE "=> TOO MANY FAILED ATTEMPTS" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE 0066 TO WS-MSG-ID
                 MOVE "=> THIS CARD IS NOW BLOCKED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE SPACES TO WS-EJ-TEXT
                 STRING "CARD BLOCKED " DELIMITED BY SIZE
                        WS-CARD-ID DELIMITED BY SIZE
                    INTO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH
              ELSE
                 MOVE 0067 TO WS-MSG-ID
                 MOVE "=> INCORRECT CARD/PIN" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE SPACES TO WS-EJ-TEXT
                 STRING "CARD PIN FAIL " DELIMITED BY SIZE
                        WS-CARD-ID DELIMITED BY SIZE
              GO TO USRPWD-PARAGRAPH.
       CARDACCGONE-PARAGRAPH.
              CLOSE INPUT-FILE.
              MOVE 0068 TO WS-MSG-ID.
              MOVE "=> LINKED ACCOUNT NOT ON FILE" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO USRPWD-PARAGRAPH.
      * AFTER A CARD WITHDRAWAL POSTS, ROLL THE AMOUNT INTO THE
      * CARD'S OWN DAILY-USE FIGURES.
              EXIT.
      * BRANCH TOP-UP OF THE CURRENT TERMINAL'S DRAWER.
       REPLENISH-PARAGRAPH.
              PERFORM CAPTBIN-PARAGRAPH THRU CAPTBIN-EXIT-PARAGRAPH.
              DISPLAY "=> TERMINAL " MYATM " CASH ON HAND: "
                 WS-ATM-CASH(WS-ATM-IX).
              DISPLAY "=> CASSETTES  20s: " WS-ATM-C20(WS-ATM-IX)
      * REWRITE ATMTERM.TXT WITH THE CURRENT CASH COLUMN SO THE
      * POSITION SURVIVES A TERMINAL RESTART.
       SAVE-ATM-CONFIG-PARAGRAPH.
              PERFORM ATMSTATE-AUTO-PARAGRAPH
                 THRU ATMSTATE-AUTO-EXIT-PARAGRAPH.
              OPEN OUTPUT ATMCONFIG-FILE.
              MOVE 1 TO WS-CFG-IX.
              GO TO SAVE-ATM-LINE-PARAGRAPH.
              MOVE WS-ATM-C50(WS-CFG-IX) TO AC-C50.
              MOVE WS-ATM-C100(WS-CFG-IX) TO AC-C100.
              MOVE WS-ATM-CCY(WS-CFG-IX) TO AC-CCY.
              MOVE WS-ATM-ENVSEQ(WS-CFG-IX) TO AC-ENVSEQ.
              MOVE WS-ATM-STATE(WS-CFG-IX) TO AC-STATE.
              WRITE ATMCONFIGREC.
              ADD 1 TO WS-CFG-IX.
              GO TO SAVE-ATM-LINE-PARAGRAPH.
      * 8-DIGIT CODE (GOOD FOR 48 HOURS) PAYS IT OUT AT ANY
      * TERMINAL. THE STAGING ITSELF LOGS AS ACTION G.
       CARDLESS-STAGE-PARAGRAPH.
              MOVE 0069 TO WS-MSG-ID.
              MOVE "=> AMOUNT TO STAGE" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-STG-AMT-IN.
              PERFORM LHSUM-PARAGRAPH THRU LHSUM-EXIT-PARAGRAPH.
              IF WS-LH-HELD > 0 AND WS-STG-AMT-IN > WS-LH-AVAIL THEN
                 PERFORM LHREFUSE-PARAGRAPH
                    THRU LHREFUSE-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF WS-STG-AMT-IN = 0 OR
                    WS-STG-AMT-IN > ABALANCE THEN
                 MOVE 0070 TO WS-MSG-ID
                 MOVE "=> INVALID AMOUNT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              PERFORM LOADSTAGED-PARAGRAPH
                 THRU LOADSTAGED-EXIT-PARAGRAPH.
              IF WS-STG-COUNT >= 50 THEN
                 MOVE 0071 TO WS-MSG-ID
                 MOVE "=> STAGING FILE FULL - TRY AGAIN LATER"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              PERFORM ISSUE-REFNO-PARAGRAPH
              COMPUTE MYTIME = MYTIME + 1.
              PERFORM TRAILERUPD-PARAGRAPH
                 THRU TRAILERUPD-EXIT-PARAGRAPH.
              MOVE 0072 TO WS-MSG-ID.
              MOVE "=> CASH CODE: &1" TO WS-MSG-TEXT.
              MOVE WS-STG-NEWCODE TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0073 TO WS-MSG-ID.
              MOVE "=> GOOD FOR &1 UNTIL &2" TO WS-MSG-TEXT.
              MOVE WS-STG-AMT-IN TO WS-MSG-AMT.
              MOVE WS-MSG-AMT TO WS-MSG-P1.
              MOVE WS-STG-EXP-INT TO WS-MSG-P2.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0074 TO WS-MSG-ID.
              MOVE SPACES TO WS-MSG-TEXT.
              STRING "=> GIVE THE CODE AND AMOUNT TO THE RECIPIENT - "
                 "IT WORKS ONCE."
                 DELIMITED BY SIZE INTO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO ASKCONTINUE-PARAGRAPH.
      * RECIPIENT COLLECTION: CODE PLUS AMOUNT MUST MATCH A
      * PENDING ROW; THE CODE BURNS ON FIRST USE, AND AN EXPIRED
      * CODE REFUNDS THE FUNDING ACCOUNT INSTEAD OF PAYING OUT.
       CARDLESS-COLLECT-PARAGRAPH.
              MOVE 0075 TO WS-MSG-ID.
              MOVE "=> ENTER THE 8-DIGIT CASH CODE" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-STG-CODE-IN.
              MOVE 0076 TO WS-MSG-ID.
              MOVE "=> ENTER THE AMOUNT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-STG-AMT-IN.
              PERFORM LOADSTAGED-PARAGRAPH
                 THRU LOADSTAGED-EXIT-PARAGRAPH.
              GO TO CARDLESS-FIND-PARAGRAPH.
       CARDLESS-CHECK-PARAGRAPH.
              IF WS-STG-HIT = 0 THEN
                 MOVE 0077 TO WS-MSG-ID
                 MOVE "=> INVALID CODE OR AMOUNT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              END-IF.
              MOVE WS-STG-AMT-IN TO MYAMOUNT.
              IF MYAMOUNT > WS-ATM-CASH(WS-ATM-IX) THEN
                 MOVE 0078 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> THIS TERMINAL CANNOT DISPENSE THAT AMOUNT "
                    "RIGHT NOW - TRY ANOTHER TERMINAL"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              PERFORM PICKMIX-PARAGRAPH
                 THRU PICKMIX-EXIT-PARAGRAPH.
              IF WS-MIX-OK NOT = "Y" THEN
                 MOVE 0079 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> THIS TERMINAL CANNOT MAKE THAT AMOUNT WITH "
                    "ITS NOTES - TRY ANOTHER TERMINAL"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              PERFORM DISPENSEMIX-PARAGRAPH
              COMPUTE MYTIME = MYTIME + 1.
              PERFORM TRAILERUPD-PARAGRAPH
                 THRU TRAILERUPD-EXIT-PARAGRAPH.
              MOVE 0061 TO WS-MSG-ID.
              MOVE "=> PLEASE TAKE YOUR CASH" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO USRPWD-PARAGRAPH.
       CARDLESS-EXPIRED-PARAGRAPH.
              MOVE WS-STG-NUMBE(WS-STG-HIT) TO WS-STG-ACCT.
              READ INPUT-FILE INTO AACCOUNT
                 INVALID KEY
                    CLOSE INPUT-FILE
                    MOVE 0080 TO WS-MSG-ID
                    MOVE SPACES TO WS-MSG-TEXT
                    STRING "=> CODE EXPIRED - FUNDING ACCOUNT NOT ON "
                       "FILE, SEE YOUR BRANCH"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                    PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                    PERFORM BURNSTAGED-PARAGRAPH
                       THRU BURNSTAGED-EXIT-PARAGRAPH
                    GO TO USRPWD-PARAGRAPH
              COMPUTE MYTIME = MYTIME + 1.
              PERFORM TRAILERUPD-PARAGRAPH
                 THRU TRAILERUPD-EXIT-PARAGRAPH.
              MOVE 0081 TO WS-MSG-ID.
              MOVE SPACES TO WS-MSG-TEXT.
              STRING "=> THIS CODE HAS EXPIRED - THE FUNDS WENT BACK "
                 "TO THE SENDER"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO USRPWD-PARAGRAPH.
       LOADFXRATES-PARAGRAPH.
              MOVE 0 TO WS-FX-COUNT.
                     ".txt" DELIMITED BY SIZE
                 INTO WS-EJ-PATH.
              OPEN EXTEND EJ-FILE.
              IF WS-EJ-STATUS(1:1) NOT = "0" THEN
                 GO TO EJLOG-FAIL-PARAGRAPH
              END-IF.
              MOVE MYTIME TO EJ-TIME.
              MOVE " " TO EJ-SEP.
              MOVE WS-EJ-TEXT TO EJ-TEXT.
              WRITE EJREC.
              IF WS-EJ-STATUS(1:1) NOT = "0" THEN
                 CLOSE EJ-FILE
                 GO TO EJLOG-FAIL-PARAGRAPH
              END-IF.
              CLOSE EJ-FILE.
              MOVE SPACES TO WS-EJ-TEXT.
              GO TO EJLOG-EXIT-PARAGRAPH.
      *       A TERMINAL THAT CANNOT KEEP ITS JOURNAL GOES INTO
      *       MAINTENANCE; THE SESSION IN PROGRESS ENDS AT THE NEXT
      *       MENU AND NO NEW ONE STARTS UNTIL A SUPERVISOR PUTS IT
      *       BACK IN SERVICE.
       EJLOG-FAIL-PARAGRAPH.
              MOVE SPACES TO WS-EJ-TEXT.
              MOVE "M" TO WS-ST-NEW.
              MOVE "JOURNAL WRITE FAIL" TO WS-ST-REASON.
              MOVE 0 TO WS-ST-BY.
              PERFORM ATMSTATE-SET-PARAGRAPH
                 THRU ATMSTATE-SET-EXIT-PARAGRAPH.
              IF WS-ST-CHANGED = "Y" THEN
                 PERFORM SAVE-ATM-CONFIG-PARAGRAPH
                    THRU SAVE-ATM-CONFIG-EXIT-PARAGRAPH
              END-IF.
       EJLOG-EXIT-PARAGRAPH.
              EXIT.
      * RECOMPUTE THE CURRENT TERMINAL LOG'S TRAILER SIDECAR:
                    MOVE WS-FEE-TRC(WS-FEE-CLASSIX) TO WS-FEE-AMT
                 END-IF
              END-IF.
              IF WS-FEE-KIND = "S" THEN
                 MOVE WS-FEE-SWEEP TO WS-FEE-AMT
              END-IF.
       COMPUTEFEE-EXIT-PARAGRAPH.
              EXIT.
      * CHOOSE A DISPENSABLE NOTE MIX FOR MYAMOUNT FROM THE
              SUBTRACT WS-MIX-N20 FROM WS-ATM-C20(WS-ATM-IX).
              SUBTRACT WS-MIX-N50 FROM WS-ATM-C50(WS-ATM-IX).
              SUBTRACT WS-MIX-N100 FROM WS-ATM-C100(WS-ATM-IX).
              MOVE 0082 TO WS-MSG-ID.
              MOVE "=> DISPENSING &1 x 100, &2 x 50, &3 x 20"
                 TO WS-MSG-TEXT.
              MOVE WS-MIX-N100 TO WS-MSG-NUM.
              MOVE WS-MSG-NUM TO WS-MSG-P1.
              MOVE WS-MIX-N50 TO WS-MSG-NUM.
              MOVE WS-MSG-NUM TO WS-MSG-P2.
              MOVE WS-MIX-N20 TO WS-MSG-NUM.
              MOVE WS-MSG-NUM TO WS-MSG-P3.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
       DISPENSEMIX-EXIT-PARAGRAPH.
              EXIT.
       CASH-ALERT-PARAGRAPH.
       CASH-ALERT-EXIT-PARAGRAPH.
              EXIT.
       CLOSURE-PARAGRAPH.
              MOVE 0083 TO WS-MSG-ID.
              MOVE "=> ENTER YOUR PIN TO CLOSE THIS ACCOUNT"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-CLOSE-PW-IN.
              IF WS-PIN-HASHED = "Y" THEN
                 MOVE WS-CLOSE-PW-IN TO WS-HP-PIN
                 MOVE WS-CLOSE-PW-IN TO WS-HP-OUT
              END-IF.
              IF WS-HP-OUT NOT = APASSWORD THEN
                 MOVE 0084 TO WS-MSG-ID
                 MOVE "=> INCORRECT PIN" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF ABALANCE < 0 THEN
                 MOVE 0085 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> BALANCE IS NEGATIVE - SETTLE IT AT YOUR "
                    "BRANCH FIRST"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              PERFORM SUMHOLDS-PARAGRAPH
                 THRU SUMHOLDS-EXIT-PARAGRAPH.
              IF WS-HOLD-PENDING > 0 THEN
                 MOVE 0086 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> FUNDS ARE STILL ON HOLD - TRY AGAIN AFTER "
                    "THE NIGHTLY RUN"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              PERFORM LHSUM-PARAGRAPH THRU LHSUM-EXIT-PARAGRAPH.
              IF WS-LH-COUNT > 0 THEN
                 MOVE 0177 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> THIS ACCOUNT IS SUBJECT TO A LEGAL ORDER - "
                    "PLEASE VISIT YOUR BRANCH"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF ABALANCE > 99999.99 THEN
                 MOVE 0087 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> BALANCE TOO LARGE TO DISBURSE HERE - "
                    "PLEASE VISIT YOUR BRANCH"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF ABALANCE > 0 AND
                 ABALANCE > WS-ATM-CASH(WS-ATM-IX) THEN
                 MOVE 0088 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> THIS TERMINAL CANNOT DISPENSE THAT AMOUNT "
                    "RIGHT NOW - PLEASE VISIT YOUR BRANCH"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF ABALANCE > 0 THEN
                 PERFORM PICKMIX-PARAGRAPH
                    THRU PICKMIX-EXIT-PARAGRAPH
                 IF WS-MIX-OK NOT = "Y" THEN
                    MOVE 0089 TO WS-MSG-ID
                    MOVE SPACES TO WS-MSG-TEXT
                    STRING "=> THE DRAWER CANNOT MAKE THAT AMOUNT IN "
                       "NOTES - PLEASE VISIT YOUR BRANCH"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                    PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                    GO TO ASKCONTINUE-PARAGRAPH
                 END-IF
              END-IF.
              MOVE 0090 TO WS-MSG-ID.
              MOVE "=> CLOSING PAYS OUT &1" TO WS-MSG-TEXT.
              MOVE ABALANCE TO WS-MSG-AMT.
              MOVE WS-MSG-AMT TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0091 TO WS-MSG-ID.
              MOVE "=> PRESS Y TO CONFIRM" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-CLOSE-CONFIRM.
              IF WS-CLOSE-CONFIRM NOT = "Y" THEN
                 MOVE 0092 TO WS-MSG-ID
                 MOVE "=> CLOSURE CANCELLED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE "CLOSURE CANCELLED BY CUSTOMER"
                    TO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH
                 PERFORM TRAILERUPD-PARAGRAPH
                    THRU TRAILERUPD-EXIT-PARAGRAPH
              END-IF.
              MOVE 0093 TO WS-MSG-ID.
              MOVE "=> ACCOUNT CLOSED - PLEASE TAKE YOUR CASH"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO START-PARAGRAPH.
       PINCHG-PARAGRAPH.
              MOVE 0094 TO WS-MSG-ID.
              MOVE "=> CURRENT PIN" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-PIN-OLD.
              IF WS-PIN-HASHED = "Y" THEN
                 MOVE WS-PIN-OLD TO WS-HP-PIN
                 MOVE WS-PIN-OLD TO WS-HP-OUT
              END-IF.
              IF WS-HP-OUT NOT = APASSWORD THEN
                 MOVE 0084 TO WS-MSG-ID
                 MOVE "=> INCORRECT PIN" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              GO TO PINCHG-NEW-PARAGRAPH.
       PINCHG-NEW-PARAGRAPH.
              MOVE 0095 TO WS-MSG-ID.
              MOVE "=> NEW 6-DIGIT PIN" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-PIN-NEW1.
              IF WS-PIN-NEW1 = 000000 OR WS-PIN-NEW1 = 111111
                 OR WS-PIN-NEW1 = 222222 OR WS-PIN-NEW1 = 333333
                 OR WS-PIN-NEW1 = 666666 OR WS-PIN-NEW1 = 777777
                 OR WS-PIN-NEW1 = 888888 OR WS-PIN-NEW1 = 999999
                 OR WS-PIN-NEW1 = 123456 OR WS-PIN-NEW1 = 654321 THEN
                 MOVE 0096 TO WS-MSG-ID
                 MOVE "=> THAT PIN IS TOO EASY TO GUESS" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO PINCHG-NEW-PARAGRAPH
              END-IF.
              IF WS-PIN-HASHED = "Y" THEN
                 MOVE WS-PIN-NEW1 TO WS-HP-OUT
              END-IF.
              IF WS-HP-OUT = APASSWORD THEN
                 MOVE 0097 TO WS-MSG-ID
                 MOVE "=> NEW PIN MUST DIFFER FROM THE OLD ONE"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO PINCHG-NEW-PARAGRAPH
              END-IF.
              MOVE 0098 TO WS-MSG-ID.
              MOVE "=> ENTER THE NEW PIN AGAIN" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-PIN-NEW2.
              IF WS-PIN-NEW1 NOT = WS-PIN-NEW2 THEN
                 MOVE 0099 TO WS-MSG-ID
                 MOVE "=> PINS DO NOT MATCH" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO PINCHG-NEW-PARAGRAPH
              END-IF.
              MOVE ANUMBE TO WS-PIN-NUMBE.
              COMPUTE MYTIME = MYTIME + 1.
              PERFORM TRAILERUPD-PARAGRAPH
                 THRU TRAILERUPD-EXIT-PARAGRAPH.
              MOVE "PIN" TO WS-NT-EVENT.
              MOVE 0 TO WS-NT-AMOUNT.
              MOVE SPACES TO WS-NT-TEXT.
              STRING "PIN CHANGED ON ACCOUNT ENDING " DELIMITED BY SIZE
                 ANUMBE(13:4) DELIMITED BY SIZE
                 INTO WS-NT-TEXT.
              PERFORM NTEVENT-PARAGRAPH THRU NTEVENT-EXIT-PARAGRAPH.
              MOVE 0100 TO WS-MSG-ID.
              MOVE "=> PIN CHANGED" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO ASKCONTINUE-PARAGRAPH.
       MINISTMT-PARAGRAPH.
              MOVE WS-CUR-LOGFILE TO WS-MS-SAVE-LOG.
       MINISTMT-SHOW-PARAGRAPH.
              MOVE WS-MS-SAVE-LOG TO WS-CUR-LOGFILE.
              IF WS-MS-TOTAL = 0 THEN
                 MOVE 0101 TO WS-MSG-ID
                 MOVE "=> NO TRANSACTIONS ON FILE FOR &1"
                    TO WS-MSG-TEXT
                 MOVE ANUMBE TO WS-MSG-P1
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              MOVE 0102 TO WS-MSG-ID.
              MOVE "=> MINI-STATEMENT FOR &1" TO WS-MSG-TEXT.
              MOVE ANUMBE TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0103 TO WS-MSG-ID.
              MOVE "=> ACTION  AMOUNT    TIME   REFERENCE"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              IF WS-MS-TOTAL > 10 THEN
                 MOVE 10 TO WS-MS-SHOWN
                 DIVIDE WS-MS-TOTAL BY 10 GIVING WS-MS-Q
              END-IF.
              GO TO MINISTMT-LINE-PARAGRAPH.
       DEPOSIT-PARAGRAPH.
               MOVE 0056 TO WS-MSG-ID.
               MOVE "=> AMOUNT" TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               ACCEPT MYAMOUNT.
               IF MYAMOUNT > WS-HOLD-THRESHOLD
                  AND MYAMOUNT < 100000 THEN
                  PERFORM ENVNEXT-PARAGRAPH
                     THRU ENVNEXT-EXIT-PARAGRAPH
                  GO TO DEPOSITHOLD-PARAGRAPH
               END-IF.
               IF MYAMOUNT > 0 AND MYAMOUNT < 100000 THEN
                  PERFORM ENVNEXT-PARAGRAPH
                     THRU ENVNEXT-EXIT-PARAGRAPH
                  MOVE "Y" TO WS-ENV-PENDING
                  MOVE "N" TO WS-ENV-HOLD
                  ADD MYAMOUNT TO ABALANCE
                  MOVE ANUMBE TO WS-UPD1-NUMBE
                  MOVE ABALANCE TO WS-UPD1-BALANCE
                  MOVE "N" TO WS-UPD1-WD-FLAG
                  GO TO TRANSWRITE-PARAGRAPH
               END-IF.
               MOVE 0009 TO WS-MSG-ID.
               MOVE "=> INVALID INPUT" TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               GO TO DEPOSIT-PARAGRAPH.
      * A LARGE ENVELOPE DEPOSIT IS NOT SPENDABLE UNTIL THE
      * NIGHTLY RUN POSTS IT; THE PENDING RECORD WAITS IN
      * HOLDS.TXT AND SHOWS AS FUNDS ON HOLD IN BALANCE INQUIRY.
      * IT TAKES A REFERENCE NUMBER OF ITS OWN FOR THE ENVELOPE
      * QUEUE.
       DEPOSITHOLD-PARAGRAPH.
               PERFORM ISSUE-REFNO-PARAGRAPH
                  THRU ISSUE-REFNO-EXIT-PARAGRAPH.
               MOVE "Y" TO WS-ENV-HOLD.
               PERFORM ENVQUEUE-PARAGRAPH
                  THRU ENVQUEUE-EXIT-PARAGRAPH.
               OPEN EXTEND HOLDS-FILE.
               MOVE ANUMBE TO HLD-NUMBE.
               MOVE "D" TO HLD-ACTION.
               WRITE HOLDREC.
               CLOSE HOLDS-FILE.
               COMPUTE MYTIME = MYTIME + 1.
               MOVE 0104 TO WS-MSG-ID.
               MOVE "=> DEPOSIT ACCEPTED AND PLACED ON HOLD"
                  TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               MOVE 0105 TO WS-MSG-ID.
               MOVE "=> FUNDS CLEAR WITH THE NIGHTLY RUN"
                  TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               GO TO ASKCONTINUE-PARAGRAPH.
       SUMHOLDS-PARAGRAPH.
               MOVE 0 TO WS-HOLD-PENDING.
               GO TO SUMHOLDS-READ-PARAGRAPH.
       SUMHOLDS-EXIT-PARAGRAPH.
               EXIT.
      * RAISE AN ALERT FOR ANUMBE: WS-NT-EVENT, WS-NT-AMOUNT AND
      * WS-NT-TEXT ARE SET BY THE CALLER. THE ACCOUNT'S OWN
      * PREFERENCE FOR THE EVENT WINS OVER ITS CUSTOMER'S; A
      * WITHDRAWAL UNDER THE THRESHOLD, NO PREFERENCE OR NO
      * CONTACT ON FILE SENDS NOTHING.
       NTEVENT-PARAGRAPH.
              MOVE 0 TO WS-NT-CIF.
              MOVE "N" TO WS-NT-FOUND.
              OPEN INPUT ACCTCIF-FILE.
              GO TO NTEVENT-LINK-PARAGRAPH.
       NTEVENT-LINK-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO NTEVENT-LINKED-PARAGRAPH
              END-READ.
              IF ACL-NUMBE = ANUMBE THEN
                 MOVE ACL-CIF TO WS-NT-CIF
                 GO TO NTEVENT-LINKED-PARAGRAPH
              END-IF.
              GO TO NTEVENT-LINK-PARAGRAPH.
       NTEVENT-LINKED-PARAGRAPH.
              CLOSE ACCTCIF-FILE.
              IF WS-NT-CIF = 0 THEN
                 GO TO NTEVENT-EXIT-PARAGRAPH
              END-IF.
              OPEN INPUT ALERTPREF-FILE.
              GO TO NTEVENT-PREF-PARAGRAPH.
       NTEVENT-PREF-PARAGRAPH.
              READ ALERTPREF-FILE
                 AT END GO TO NTEVENT-PREFDONE-PARAGRAPH
              END-READ.
              IF AP-TYPE NOT = WS-NT-EVENT THEN
                 GO TO NTEVENT-PREF-PARAGRAPH
              END-IF.
              IF AP-NUMBE = ANUMBE THEN
                 MOVE "A" TO WS-NT-FOUND
                 MOVE AP-THRESH TO WS-NT-THRESH
                 MOVE AP-CHANNEL TO WS-NT-CHANNEL
                 GO TO NTEVENT-PREFDONE-PARAGRAPH
              END-IF.
              IF AP-NUMBE = 0 AND AP-CIF = WS-NT-CIF THEN
                 MOVE "C" TO WS-NT-FOUND
                 MOVE AP-THRESH TO WS-NT-THRESH
                 MOVE AP-CHANNEL TO WS-NT-CHANNEL
              END-IF.
              GO TO NTEVENT-PREF-PARAGRAPH.
       NTEVENT-PREFDONE-PARAGRAPH.
              CLOSE ALERTPREF-FILE.
              IF WS-NT-FOUND = "N" THEN
                 GO TO NTEVENT-EXIT-PARAGRAPH
              END-IF.
              IF WS-NT-EVENT = "LWD" AND
                    WS-NT-AMOUNT < WS-NT-THRESH THEN
                 GO TO NTEVENT-EXIT-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-NT-CONTACT.
              MOVE SPACES TO WS-NT-LANG.
              OPEN INPUT CUSTOMER-FILE.
              GO TO NTEVENT-CUST-PARAGRAPH.
       NTEVENT-CUST-PARAGRAPH.
              READ CUSTOMER-FILE
                 AT END GO TO NTEVENT-CUSTDONE-PARAGRAPH
              END-READ.
              IF CIF-NUM = WS-NT-CIF THEN
                 MOVE CIF-CONTACT TO WS-NT-CONTACT
                 MOVE CIF-LANG TO WS-NT-LANG
                 GO TO NTEVENT-CUSTDONE-PARAGRAPH
              END-IF.
              GO TO NTEVENT-CUST-PARAGRAPH.
       NTEVENT-CUSTDONE-PARAGRAPH.
              CLOSE CUSTOMER-FILE.
              IF WS-NT-CONTACT = SPACES THEN
                 MOVE "ALERT NOT SENT - NO CONTACT ON FILE"
                    TO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH
                 GO TO NTEVENT-EXIT-PARAGRAPH
              END-IF.
              OPEN EXTEND NOTIFY-FILE.
                 MOVE "D" TO NT-RECTYPE.
                 MOVE FUNCTION CURRENT-DATE(1:8) TO NT-DATE.
                 MOVE FUNCTION CURRENT-DATE(9:6) TO NT-TIME.
                 MOVE "ATM " TO NT-SRC.
                 MOVE ANUMBE TO NT-NUMBE.
                 MOVE WS-NT-CIF TO NT-CIF.
                 MOVE WS-NT-EVENT TO NT-EVENT.
                 MOVE WS-NT-CHANNEL TO NT-CHANNEL.
                 MOVE WS-NT-CONTACT TO NT-CONTACT.
                 MOVE WS-NT-LANG TO NT-LANG.
                 MOVE WS-NT-AMOUNT TO NT-AMOUNT.
                 MOVE WS-NT-TEXT TO NT-TEXT.
                 WRITE NOTIFYREC
                 END-WRITE.
              CLOSE NOTIFY-FILE.
       NTEVENT-EXIT-PARAGRAPH.
              EXIT.
      * TOTAL THE LEGAL HOLDS IN FORCE TODAY ON THE LOGGED-IN
      * ACCOUNT AND WORK OUT WHAT IS LEFT TO SPEND. A PERCENTAGE
      * ORDER HOLDS THAT SHARE OF THE CURRENT BALANCE; AN AMOUNT
      * ORDER HOLDS WHAT HAS NOT YET BEEN REMITTED.
       LHSUM-PARAGRAPH.
               MOVE 0 TO WS-LH-HELD.
               MOVE 0 TO WS-LH-COUNT.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LH-TODAY.
               OPEN INPUT LEGALHOLD-FILE.
               GO TO LHSUM-READ-PARAGRAPH.
       LHSUM-READ-PARAGRAPH.
               READ LEGALHOLD-FILE
                  AT END
                     CLOSE LEGALHOLD-FILE
                     GO TO LHSUM-DONE-PARAGRAPH
               END-READ.
               IF LGH-NUMBE NOT = ANUMBE OR LGH-STATUS NOT = "A"
                     OR LGH-EFFDATE > WS-LH-TODAY THEN
                  GO TO LHSUM-READ-PARAGRAPH
               END-IF.
               IF LGH-RELDATE > 0 AND LGH-RELDATE < WS-LH-TODAY THEN
                  GO TO LHSUM-READ-PARAGRAPH
               END-IF.
               ADD 1 TO WS-LH-COUNT.
               MOVE 0 TO WS-LH-ONE.
               IF LGH-TYPE = "P" THEN
                  IF ABALANCE > 0 THEN
                     COMPUTE WS-LH-ONE ROUNDED =
                        ABALANCE * LGH-PCT / 100
                  END-IF
               ELSE
                  IF LGH-AMOUNT > LGH-REMITTED THEN
                     COMPUTE WS-LH-ONE = LGH-AMOUNT - LGH-REMITTED
                  END-IF
               END-IF.
               ADD WS-LH-ONE TO WS-LH-HELD.
               GO TO LHSUM-READ-PARAGRAPH.
       LHSUM-DONE-PARAGRAPH.
               COMPUTE WS-LH-AVAIL = ABALANCE - WS-LH-HELD.
               IF WS-LH-AVAIL < 0 AND ABALANCE >= 0 THEN
                  MOVE 0 TO WS-LH-AVAIL
               END-IF.
       LHSUM-EXIT-PARAGRAPH.
               EXIT.
      * REFUSAL WHEN THE AMOUNT ASKED FOR RUNS INTO FUNDS HELD
      * UNDER A LEGAL ORDER; TELLS THE CUSTOMER WHAT IS FREE.
       LHREFUSE-PARAGRAPH.
               MOVE 0176 TO WS-MSG-ID.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "=> ONLY &1 IS AVAILABLE - THE REST OF THE "
                  "BALANCE IS HELD UNDER A LEGAL ORDER"
                  DELIMITED BY SIZE INTO WS-MSG-TEXT.
               MOVE WS-LH-AVAIL TO WS-MSG-AMT.
               MOVE WS-MSG-AMT TO WS-MSG-P1.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               MOVE "SPEND REFUSED - LEGAL HOLD ON ACCOUNT"
                  TO WS-EJ-TEXT.
               PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
       LHREFUSE-EXIT-PARAGRAPH.
               EXIT.
       WITHDRAWAL-PARAGRAPH.
               MOVE 0056 TO WS-MSG-ID.
               MOVE "=> AMOUNT" TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               ACCEPT MYAMOUNT.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
               IF WS-CARD-MODE = "Y" THEN
               END-IF.
               IF MYAMOUNT > 0 AND
                  MYAMOUNT > WS-ATM-CASH(WS-ATM-IX) THEN
                  MOVE 0059 TO WS-MSG-ID
                  MOVE SPACES TO WS-MSG-TEXT
                  STRING "=> THIS TERMINAL CANNOT DISPENSE THAT AMOUNT "
                     "RIGHT NOW"
                     DELIMITED BY SIZE INTO WS-MSG-TEXT
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  GO TO WITHDRAWAL-PARAGRAPH
               END-IF.
               IF MYAMOUNT > 0 THEN
                  PERFORM PICKMIX-PARAGRAPH
                     THRU PICKMIX-EXIT-PARAGRAPH
                  IF WS-MIX-OK NOT = "Y" THEN
                     MOVE 0060 TO WS-MSG-ID
                     MOVE SPACES TO WS-MSG-TEXT
                     STRING "=> THIS TERMINAL CANNOT MAKE THAT AMOUNT "
                        "WITH ITS NOTES (20/50/100)"
                        DELIMITED BY SIZE INTO WS-MSG-TEXT
                     PERFORM MSGSAY-PARAGRAPH
                        THRU MSGSAY-EXIT-PARAGRAPH
                     GO TO WITHDRAWAL-PARAGRAPH
                  END-IF
               END-IF.
                     ADD 1 TO WS-FX-IX
                  END-PERFORM
                  IF WS-FX-FOUND NOT = "Y" THEN
                     MOVE 0106 TO WS-MSG-ID
                     MOVE SPACES TO WS-MSG-TEXT
                     STRING "=> NO RATE ON FILE FOR &1 TODAY - FOREIGN "
                        "DISPENSE UNAVAILABLE"
                        DELIMITED BY SIZE INTO WS-MSG-TEXT
                     MOVE WS-ATM-CCY(WS-ATM-IX) TO WS-MSG-P1
                     PERFORM MSGSAY-PARAGRAPH
                        THRU MSGSAY-EXIT-PARAGRAPH
                     GO TO ASKCONTINUE-PARAGRAPH
                  END-IF
                  MOVE MYAMOUNT TO WS-FX-FOREIGN
                  COMPUTE MYAMOUNT ROUNDED = WS-FX-FOREIGN
                     * WS-FX-USERATE
                     * (1 + WS-FX-MARGIN / 100)
                  MOVE 0107 TO WS-MSG-ID
                  MOVE "=> DISPENSING &1 &2" TO WS-MSG-TEXT
                  MOVE WS-FX-FOREIGN TO WS-MSG-AMT
                  MOVE WS-MSG-AMT TO WS-MSG-P1
                  MOVE WS-ATM-CCY(WS-ATM-IX) TO WS-MSG-P2
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  MOVE 0108 TO WS-MSG-ID
                  MOVE "=> RATE &1 PLUS &2 PCT MARGIN" TO WS-MSG-TEXT
                  MOVE WS-FX-USERATE TO WS-MSG-RATE
                  MOVE WS-MSG-RATE TO WS-MSG-P1
                  MOVE WS-FX-MARGIN TO WS-MSG-AMT
                  MOVE WS-MSG-AMT TO WS-MSG-P2
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  MOVE 0109 TO WS-MSG-ID
                  MOVE "=> YOUR ACCOUNT WILL BE CHARGED &1"
                     TO WS-MSG-TEXT
                  MOVE MYAMOUNT TO WS-MSG-AMT
                  MOVE WS-MSG-AMT TO WS-MSG-P1
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  MOVE 0110 TO WS-MSG-ID
                  MOVE "=> PRESS Y TO ACCEPT" TO WS-MSG-TEXT
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  ACCEPT WS-FX-YN
                  IF WS-FX-YN NOT = "Y" THEN
                     MOVE 0111 TO WS-MSG-ID
                     MOVE "=> CANCELLED" TO WS-MSG-TEXT
                     PERFORM MSGSAY-PARAGRAPH
                        THRU MSGSAY-EXIT-PARAGRAPH
                     MOVE "FX WITHDRAWAL CANCELLED AT RATE PROMPT"
                        TO WS-EJ-TEXT
                     PERFORM EJLOG-PARAGRAPH
               PERFORM COMPUTEFEE-PARAGRAPH
                  THRU COMPUTEFEE-EXIT-PARAGRAPH.
               IF WS-FEE-AMT > 0 THEN
                  MOVE 0112 TO WS-MSG-ID
                  MOVE "=> THIS WITHDRAWAL CARRIES A FEE OF &1"
                     TO WS-MSG-TEXT
                  MOVE WS-FEE-AMT TO WS-MSG-AMT
                  MOVE WS-MSG-AMT TO WS-MSG-P1
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  MOVE 0113 TO WS-MSG-ID
                  MOVE "=> PRESS Y TO ACCEPT THE FEE" TO WS-MSG-TEXT
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  ACCEPT WS-FEE-YN
                  IF WS-FEE-YN NOT = "Y" THEN
                     MOVE 0114 TO WS-MSG-ID
                     MOVE "=> CANCELLED - NO FEE CHARGED"
                        TO WS-MSG-TEXT
                     PERFORM MSGSAY-PARAGRAPH
                        THRU MSGSAY-EXIT-PARAGRAPH
                     MOVE "WITHDRAWAL CANCELLED AT FEE PROMPT"
                        TO WS-EJ-TEXT
                     PERFORM EJLOG-PARAGRAPH
                     GO TO ASKCONTINUE-PARAGRAPH
                  END-IF
               END-IF.
      *       A SHORTFALL COVERED BY OVERDRAFT PROTECTION COMES
      *       BACK HERE ONCE THE SWEEP HAS POSTED
       WITHDRAWAL-APPROVE-PARAGRAPH.
               PERFORM LHSUM-PARAGRAPH THRU LHSUM-EXIT-PARAGRAPH.
               IF MYAMOUNT > 0 AND
                  MYAMOUNT + WS-FEE-AMT <= WS-LH-AVAIL
                  AND MYAMOUNT <= WS-WD-AVAIL THEN
                  MOVE "W" TO WS-FR-EVENT
                  MOVE WS-WD-AVAIL TO WS-FR-BASE
                  PERFORM FRAUDCHECK-PARAGRAPH
                     THRU FRAUDCHECK-EXIT-PARAGRAPH
                  IF WS-FR-HIT = "Y" THEN
                     GO TO FRAUDHIT-PARAGRAPH
                  END-IF
                  PERFORM FRAUDNOTE-PARAGRAPH
                     THRU FRAUDNOTE-EXIT-PARAGRAPH
                  PERFORM DISPENSEMIX-PARAGRAPH
                     THRU DISPENSEMIX-EXIT-PARAGRAPH
                  IF WS-FX-MODE = "Y" THEN
                     MOVE WS-TODAY TO WS-UPD1-WDDATE
                     MOVE "Y" TO WS-UPD1-WD-FLAG
                  END-IF
                  MOVE "LWD" TO WS-NT-EVENT
                  MOVE MYAMOUNT TO WS-NT-AMOUNT
                  MOVE SPACES TO WS-NT-TEXT
                  STRING "CASH WITHDRAWAL ON ACCOUNT ENDING "
                        DELIMITED BY SIZE
                     ANUMBE(13:4) DELIMITED BY SIZE
                     INTO WS-NT-TEXT
                  PERFORM NTEVENT-PARAGRAPH
                     THRU NTEVENT-EXIT-PARAGRAPH
                  GO TO TRANSWRITE-PARAGRAPH
               END-IF.
               IF MYAMOUNT > 0 AND MYAMOUNT <= WS-WD-AVAIL
                     AND WS-LH-HELD = 0 THEN
                  PERFORM SWEEPFIND-PARAGRAPH
                     THRU SWEEPFIND-EXIT-PARAGRAPH
                  IF WS-SWP-OK = "Y" THEN
                     GO TO SWEEPOFFER-PARAGRAPH
                  END-IF
               END-IF.
               IF MYAMOUNT > 0 AND WS-LH-HELD > 0 AND
                     MYAMOUNT + WS-FEE-AMT > WS-LH-AVAIL THEN
                  PERFORM LHREFUSE-PARAGRAPH
                     THRU LHREFUSE-EXIT-PARAGRAPH
                  GO TO ASKCONTINUE-PARAGRAPH
               END-IF.
               IF MYAMOUNT > ABALANCE THEN
                  MOVE 0115 TO WS-MSG-ID
                  MOVE "=> INSUFFICIENT BALANCE" TO WS-MSG-TEXT
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  GO TO WITHDRAWAL-PARAGRAPH
               END-IF.
               IF MYAMOUNT > WS-WD-AVAIL THEN
                  MOVE 0058 TO WS-MSG-ID
                  MOVE "=> DAILY WITHDRAWAL LIMIT EXCEEDED"
                     TO WS-MSG-TEXT
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  GO TO WITHDRAWAL-PARAGRAPH
               END-IF.
               MOVE 0009 TO WS-MSG-ID.
               MOVE "=> INVALID INPUT" TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               GO TO WITHDRAWAL-PARAGRAPH.
       TRANSFER-PARAGRAPH.
               MOVE 0116 TO WS-MSG-ID.
               MOVE "=> TARGET ACCOUNT" TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               ACCEPT MYTARGET.
               IF MYTARGET = ANUMBE THEN
                  MOVE 0117 TO WS-MSG-ID
                  MOVE "=> YOU CANNOT TRANSFER TO YOURSELF"
                     TO WS-MSG-TEXT
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  GO TO TRANSFER-PARAGRAPH
               END-IF.
               MOVE MYTARGET TO WS-CD-NUMBER.
               PERFORM LUHN-PARAGRAPH THRU LUHN-EXIT-PARAGRAPH.
               IF WS-CD-OK NOT = "Y" THEN
                  MOVE 0118 TO WS-MSG-ID
                  MOVE "=> INVALID TARGET NUMBER (CHECK DIGIT)"
                     TO WS-MSG-TEXT
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  GO TO TRANSFER-PARAGRAPH
               END-IF.
               GO TO BFILEVALI-PARAGRAPH.
              END-READ.
              GO TO BLINEVALI-PARAGRAPH.
       BACCNOTFOUND-PARAGRAPH.
              MOVE 0119 TO WS-MSG-ID.
              MOVE "=> TARGET ACCOUNT DOES NOT EXIST" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              CLOSE INPUT-FILE.
              GO TO TRANSFER-PARAGRAPH.
       BLINEVALI-PARAGRAPH.
              END-IF.
              GO TO BACCNOTFOUND-PARAGRAPH.
       TRANSFERAMOUNT-PARAGRAPH.
              MOVE 0056 TO WS-MSG-ID.
              MOVE "=> AMOUNT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT MYAMOUNT.
              MOVE "T" TO WS-FEE-KIND.
              PERFORM COMPUTEFEE-PARAGRAPH
                 THRU COMPUTEFEE-EXIT-PARAGRAPH.
              IF WS-FEE-AMT > 0 THEN
                 MOVE 0120 TO WS-MSG-ID
                 MOVE "=> THIS TRANSFER CARRIES A FEE OF &1"
                    TO WS-MSG-TEXT
                 MOVE WS-FEE-AMT TO WS-MSG-AMT
                 MOVE WS-MSG-AMT TO WS-MSG-P1
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE 0113 TO WS-MSG-ID
                 MOVE "=> PRESS Y TO ACCEPT THE FEE" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 ACCEPT WS-FEE-YN
                 IF WS-FEE-YN NOT = "Y" THEN
                    MOVE 0114 TO WS-MSG-ID
                    MOVE "=> CANCELLED - NO FEE CHARGED" TO WS-MSG-TEXT
                    PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                    MOVE "TRANSFER CANCELLED AT FEE PROMPT"
                       TO WS-EJ-TEXT
                    PERFORM EJLOG-PARAGRAPH
                    GO TO ASKCONTINUE-PARAGRAPH
                 END-IF
              END-IF.
              PERFORM LHSUM-PARAGRAPH THRU LHSUM-EXIT-PARAGRAPH.
              IF MYAMOUNT > 0 AND
                    MYAMOUNT + WS-FEE-AMT <= WS-LH-AVAIL THEN
                  MOVE "T" TO WS-FR-EVENT
                  MOVE ABALANCE TO WS-FR-BASE
                  PERFORM FRAUDCHECK-PARAGRAPH
                     THRU FRAUDCHECK-EXIT-PARAGRAPH
                  IF WS-FR-HIT = "Y" THEN
                     GO TO FRAUDHIT-PARAGRAPH
                  END-IF
                  PERFORM FRAUDNOTE-PARAGRAPH
                     THRU FRAUDNOTE-EXIT-PARAGRAPH
                  SUBTRACT MYAMOUNT FROM ABALANCE
                  IF WS-FEE-AMT > 0 THEN
                     SUBTRACT WS-FEE-AMT FROM ABALANCE
                  MOVE "N" TO WS-UPD1-WD-FLAG
                  GO TO STANDINGASK-PARAGRAPH
              END-IF.
              IF MYAMOUNT > 0 AND WS-LH-HELD > 0 AND
                    MYAMOUNT + WS-FEE-AMT > WS-LH-AVAIL THEN
                 PERFORM LHREFUSE-PARAGRAPH
                    THRU LHREFUSE-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF MYAMOUNT > ABALANCE THEN
                  MOVE 0115 TO WS-MSG-ID
                  MOVE "=> INSUFFICIENT BALANCE" TO WS-MSG-TEXT
                  PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                  GO TO WITHDRAWAL-PARAGRAPH
              END-IF.
              MOVE 0009 TO WS-MSG-ID.
              MOVE "=> INVALID INPUT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO TRANSFERAMOUNT-PARAGRAPH.
      * OFFER TO REPEAT THIS TRANSFER EVERY MONTH: THE ORDER GOES
      * TO ORDERS.TXT AND THE NIGHTLY RUN POSTS BOTH LEGS ON ITS
      * DAY OF MONTH UNTIL THE EXPIRY DATE PASSES.
       STANDINGASK-PARAGRAPH.
              MOVE 0121 TO WS-MSG-ID.
              MOVE SPACES TO WS-MSG-TEXT.
              STRING "=> REPEAT THIS TRANSFER MONTHLY AS A STANDING "
                 "ORDER? (Y/N)"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-SO-ASK.
              IF WS-SO-ASK NOT = "Y" THEN
                 GO TO TRANSWRITE-PARAGRAPH
              END-IF.
              MOVE 0122 TO WS-MSG-ID.
              MOVE "=> DAY OF MONTH (01-28)" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-SO-DAY.
              IF WS-SO-DAY < 1 OR WS-SO-DAY > 28 THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO STANDINGASK-PARAGRAPH
              END-IF.
              MOVE 0123 TO WS-MSG-ID.
              MOVE "=> EXPIRY DATE CCYYMMDD (0 = NO EXPIRY)"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-SO-EXPIRY.
              OPEN EXTEND ORDERS-FILE.
              MOVE ANUMBE TO SO-FROM.
              MOVE WS-SO-EXPIRY TO SO-EXPIRY.
              WRITE ORDERREC.
              CLOSE ORDERS-FILE.
              MOVE 0124 TO WS-MSG-ID.
              MOVE "=> STANDING ORDER SAVED" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO TRANSWRITE-PARAGRAPH.
       TRANSWRITE-PARAGRAPH.
              PERFORM UPDATEMASTER-PARAGRAPH
                 END-WRITE.
              CLOSE OUTPUTONE.
              COMPUTE MYTIME = MYTIME + 1.
      *       AN ENVELOPE DEPOSIT JOINS THE VERIFICATION QUEUE
      *       UNDER THE REFERENCE IT WAS JUST LOGGED WITH
              IF WS-ENV-PENDING = "Y" THEN
                 PERFORM ENVQUEUE-PARAGRAPH
                    THRU ENVQUEUE-EXIT-PARAGRAPH
                 MOVE "N" TO WS-ENV-PENDING
              END-IF.
      *       THE DISCLOSED FEE POSTS AS ITS OWN LOG LINE UNDER
      *       THE SAME REFERENCE NUMBER AS THE MOVEMENT IT RODE ON
              IF WS-FEE-PENDING = "Y" THEN
              PERFORM TRAILERUPD-PARAGRAPH
                 THRU TRAILERUPD-EXIT-PARAGRAPH.
              GO TO ASKCONTINUE-PARAGRAPH.
      * BILL PAYMENT TO A REGISTERED BILLER: PICK A SAVED PAYEE
      * OR KEY A BILLER CODE AND REFERENCE (CHECKED AGAINST THE
      * BILLER'S FORMAT), THEN DEBIT THE AMOUNT UNDER THE SAME
      * DAILY LIMIT AS A WITHDRAWAL. THE PAYMENT LOGS AS A B LINE
      * AND ITS BILLPAY.TXT ROW CARRIES THE BILLER AND REFERENCE
      * UNDER THE SAME OREFNO.
       BILLPAY-PARAGRAPH.
              MOVE 0 TO WS-PAY-COUNT.
              MOVE "N" TO WS-BP-SAVED.
              OPEN INPUT PAYEE-FILE.
              GO TO BILLPAY-LOADPAYEE-PARAGRAPH.
       BILLPAY-LOADPAYEE-PARAGRAPH.
              READ PAYEE-FILE
                 AT END GO TO BILLPAY-PAYEES-PARAGRAPH
              END-READ.
              IF PAY-NUMBE NOT = ANUMBE OR WS-PAY-COUNT >= 20 THEN
                 GO TO BILLPAY-LOADPAYEE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-PAY-COUNT.
              MOVE PAY-BILLER TO WS-PAY-BILLER(WS-PAY-COUNT).
              MOVE PAY-REF TO WS-PAY-REF(WS-PAY-COUNT).
              GO TO BILLPAY-LOADPAYEE-PARAGRAPH.
       BILLPAY-PAYEES-PARAGRAPH.
              CLOSE PAYEE-FILE.
              IF WS-PAY-COUNT = 0 THEN
                 GO TO BILLPAY-NEWPAYEE-PARAGRAPH
              END-IF.
              MOVE 0125 TO WS-MSG-ID.
              MOVE "=> SAVED PAYEES" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 1 TO WS-PAY-IX.
              GO TO BILLPAY-SHOWPAYEE-PARAGRAPH.
       BILLPAY-SHOWPAYEE-PARAGRAPH.
              IF WS-PAY-IX > WS-PAY-COUNT THEN
                 GO TO BILLPAY-PICK-PARAGRAPH
              END-IF.
              MOVE 0126 TO WS-MSG-ID.
              MOVE "=> &1: &2 REF &3" TO WS-MSG-TEXT.
              MOVE WS-PAY-IX TO WS-MSG-P1.
              MOVE WS-PAY-BILLER(WS-PAY-IX) TO WS-MSG-P2.
              MOVE WS-PAY-REF(WS-PAY-IX) TO WS-MSG-P3.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ADD 1 TO WS-PAY-IX.
              GO TO BILLPAY-SHOWPAYEE-PARAGRAPH.
       BILLPAY-PICK-PARAGRAPH.
              MOVE 0127 TO WS-MSG-ID.
              MOVE "=> CHOOSE A PAYEE, OR 0 FOR ANOTHER BILLER"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-PAY-PICK.
              IF WS-PAY-PICK = 0 THEN
                 GO TO BILLPAY-NEWPAYEE-PARAGRAPH
              END-IF.
              IF WS-PAY-PICK > WS-PAY-COUNT THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO BILLPAY-PICK-PARAGRAPH
              END-IF.
              MOVE WS-PAY-BILLER(WS-PAY-PICK) TO WS-BP-BILLER.
              MOVE WS-PAY-REF(WS-PAY-PICK) TO WS-BP-REF.
              MOVE "Y" TO WS-BP-SAVED.
              GO TO BILLPAY-CHECK-PARAGRAPH.
       BILLPAY-NEWPAYEE-PARAGRAPH.
              MOVE 0128 TO WS-MSG-ID.
              MOVE "=> BILLER CODE" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-BP-BILLER.
              MOVE 0129 TO WS-MSG-ID.
              MOVE "=> YOUR REFERENCE WITH THIS BILLER" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-BP-REF.
              GO TO BILLPAY-CHECK-PARAGRAPH.
      *       A SAVED PAYEE IS CHECKED AGAIN TOO: THE BILLER MAY HAVE
      *       LEFT THE MASTER OR CHANGED ITS FORMAT SINCE.
       BILLPAY-CHECK-PARAGRAPH.
              PERFORM FINDBILLER-PARAGRAPH
                 THRU FINDBILLER-EXIT-PARAGRAPH.
              IF WS-BP-FOUND NOT = "Y" THEN
                 MOVE 0130 TO WS-MSG-ID
                 MOVE "=> UNKNOWN BILLER CODE" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              PERFORM CHECKBILLREF-PARAGRAPH
                 THRU CHECKBILLREF-EXIT-PARAGRAPH.
              IF WS-BP-REF-OK NOT = "Y" THEN
                 MOVE 0131 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> REFERENCE DOES NOT MATCH THE FORMAT THIS "
                    "BILLER ISSUES: &1"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 MOVE WS-BP-REFFMT TO WS-MSG-P1
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF WS-BP-SAVED = "Y" THEN
                 GO TO BILLPAY-AMOUNT-PARAGRAPH
              END-IF.
              MOVE 0132 TO WS-MSG-ID.
              MOVE "=> SAVE &1 AS A PAYEE? (Y/N)" TO WS-MSG-TEXT.
              MOVE WS-BP-NAME TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-BP-YN.
              IF WS-BP-YN = "Y" THEN
                 OPEN EXTEND PAYEE-FILE
                 MOVE ANUMBE TO PAY-NUMBE
                 MOVE WS-BP-BILLER TO PAY-BILLER
                 MOVE WS-BP-REF TO PAY-REF
                 WRITE PAYEEREC
                 CLOSE PAYEE-FILE
                 MOVE 0133 TO WS-MSG-ID
                 MOVE "=> PAYEE SAVED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
              END-IF.
              GO TO BILLPAY-AMOUNT-PARAGRAPH.
       BILLPAY-AMOUNT-PARAGRAPH.
              MOVE 0056 TO WS-MSG-ID.
              MOVE "=> AMOUNT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT MYAMOUNT.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              IF WS-CARD-MODE = "Y" THEN
                 PERFORM CARDWD-LOAD-PARAGRAPH
                    THRU CARDWD-LOAD-EXIT-PARAGRAPH
                 MOVE WS-CARD-WD-AVAIL TO WS-WD-AVAIL
                 MOVE WS-CARD-WD-USED TO WS-WD-USED
              ELSE
                 IF AWDDATE = WS-TODAY THEN
                    MOVE AWDTODAY TO WS-WD-USED
                 ELSE
                    MOVE 0 TO WS-WD-USED
                 END-IF
                 COMPUTE WS-WD-AVAIL = ADAILYLIMIT - WS-WD-USED
              END-IF.
              IF MYAMOUNT = 0 OR MYAMOUNT > 99999.99 THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO BILLPAY-AMOUNT-PARAGRAPH
              END-IF.
              PERFORM LHSUM-PARAGRAPH THRU LHSUM-EXIT-PARAGRAPH.
              IF WS-LH-HELD > 0 AND MYAMOUNT > WS-LH-AVAIL THEN
                 PERFORM LHREFUSE-PARAGRAPH
                    THRU LHREFUSE-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF MYAMOUNT > ABALANCE THEN
                 MOVE 0115 TO WS-MSG-ID
                 MOVE "=> INSUFFICIENT BALANCE" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF MYAMOUNT > WS-WD-AVAIL THEN
                 MOVE 0134 TO WS-MSG-ID
                 MOVE "=> DAILY LIMIT EXCEEDED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              MOVE 0135 TO WS-MSG-ID.
              MOVE "=> PAY &1 TO &2" TO WS-MSG-TEXT.
              MOVE MYAMOUNT TO WS-MSG-AMT.
              MOVE WS-MSG-AMT TO WS-MSG-P1.
              MOVE WS-BP-NAME TO WS-MSG-P2.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0136 TO WS-MSG-ID.
              MOVE "=> REFERENCE &1" TO WS-MSG-TEXT.
              MOVE WS-BP-REF TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0091 TO WS-MSG-ID.
              MOVE "=> PRESS Y TO CONFIRM" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-BP-YN.
              IF WS-BP-YN NOT = "Y" THEN
                 MOVE 0111 TO WS-MSG-ID
                 MOVE "=> CANCELLED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE "BILL PAYMENT CANCELLED AT CONFIRM PROMPT"
                    TO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH
                    THRU EJLOG-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              SUBTRACT MYAMOUNT FROM ABALANCE.
              MOVE ANUMBE TO WS-UPD1-NUMBE.
              MOVE ABALANCE TO WS-UPD1-BALANCE.
              MOVE "Y" TO WS-UPD1-FLAG.
              MOVE "N" TO WS-UPD2-FLAG.
              ADD MYAMOUNT TO WS-WD-USED.
              IF WS-CARD-MODE = "Y" THEN
                 MOVE WS-WD-USED TO WS-CARD-WD-USED
                 PERFORM CARDWD-UPDATE-PARAGRAPH
                    THRU CARDWD-UPDATE-EXIT-PARAGRAPH
                 MOVE "N" TO WS-UPD1-WD-FLAG
              ELSE
                 MOVE WS-WD-USED TO WS-UPD1-WDTODAY
                 MOVE WS-TODAY TO WS-UPD1-WDDATE
                 MOVE "Y" TO WS-UPD1-WD-FLAG
              END-IF.
              PERFORM UPDATEMASTER-PARAGRAPH
                 THRU UPDATEMASTER-EXIT-PARAGRAPH.
              MOVE "N" TO WS-UPD1-FLAG.
              MOVE "N" TO WS-UPD1-WD-FLAG.
              PERFORM ISSUE-REFNO-PARAGRAPH
                 THRU ISSUE-REFNO-EXIT-PARAGRAPH.
              OPEN EXTEND OUTPUTONE.
                 MOVE ANUMBE TO ONUMBE.
                 MOVE "B" TO OACTION.
                 MOVE MYAMOUNT TO OAMOUNT.
                 MOVE MYTIME TO OTIME.
                 MOVE WS-REFNO TO OREFNO.
                 MOVE WS-CARD-ID TO OCARDID.
                 WRITE MYOPERATIONONE
                 END-WRITE.
              CLOSE OUTPUTONE.
              OPEN EXTEND BILLPAY-FILE.
              MOVE ANUMBE TO BP-NUMBE.
              MOVE WS-BP-BILLER TO BP-BILLER.
              MOVE WS-BP-REF TO BP-REF.
              MOVE MYAMOUNT TO BP-AMOUNT.
              MOVE WS-REFNO TO BP-REFNO.
              MOVE WS-TODAY TO BP-DATE.
              MOVE WS-ATM-ID(WS-ATM-IX) TO BP-ATMID.
              WRITE BILLPAYREC.
              CLOSE BILLPAY-FILE.
              COMPUTE MYTIME = MYTIME + 1.
              PERFORM TRAILERUPD-PARAGRAPH
                 THRU TRAILERUPD-EXIT-PARAGRAPH.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "BILL PAID TO " DELIMITED BY SIZE
                     WS-BP-BILLER DELIMITED BY SPACE
                     " REF " DELIMITED BY SIZE
                     WS-BP-REF DELIMITED BY SPACE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              MOVE 0137 TO WS-MSG-ID.
              MOVE "=> BILL PAID" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO ASKCONTINUE-PARAGRAPH.
      * FIXED-TERM DEPOSIT FROM THE LOGGED-IN ACCOUNT: QUOTE THE
      * TERMS ON THE RATE TABLE, TAKE THE TERM, AMOUNT AND MATURITY
      * INSTRUCTION, AND ON CONFIRMATION MOVE THE MONEY OUT OF THE
      * ACCOUNT AND ADD THE DEPOSIT FOR THE NIGHTLY RUN.
       TERMDEP-PARAGRAPH.
              MOVE 0 TO WS-TD-COUNT.
              OPEN INPUT TDRATE-FILE.
              GO TO TERMDEP-LOADRATE-PARAGRAPH.
       TERMDEP-LOADRATE-PARAGRAPH.
              READ TDRATE-FILE
                 AT END GO TO TERMDEP-RATES-PARAGRAPH
              END-READ.
              IF WS-TD-COUNT < 20 AND TR-TERM IS NUMERIC
                    AND TR-RATE IS NUMERIC THEN
                 ADD 1 TO WS-TD-COUNT
                 MOVE TR-TERM TO WS-TD-TERMS(WS-TD-COUNT)
                 MOVE TR-RATE TO WS-TD-RATES(WS-TD-COUNT)
              END-IF.
              GO TO TERMDEP-LOADRATE-PARAGRAPH.
       TERMDEP-RATES-PARAGRAPH.
              CLOSE TDRATE-FILE.
              IF WS-TD-COUNT = 0 THEN
                 MOVE 0165 TO WS-MSG-ID
                 MOVE "=> TERM DEPOSITS ARE NOT AVAILABLE TODAY"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              MOVE 0166 TO WS-MSG-ID.
              MOVE "=> TERMS AVAILABLE" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 1 TO WS-TD-IX.
              GO TO TERMDEP-SHOWRATE-PARAGRAPH.
       TERMDEP-SHOWRATE-PARAGRAPH.
              IF WS-TD-IX > WS-TD-COUNT THEN
                 GO TO TERMDEP-TERM-PARAGRAPH
              END-IF.
              MOVE 0167 TO WS-MSG-ID.
              MOVE "=> &1 MONTHS AT &2% A YEAR" TO WS-MSG-TEXT.
              MOVE WS-TD-TERMS(WS-TD-IX) TO WS-MSG-P1.
              MOVE WS-TD-RATES(WS-TD-IX) TO WS-TD-RATE-ED.
              MOVE WS-TD-RATE-ED TO WS-MSG-P2.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ADD 1 TO WS-TD-IX.
              GO TO TERMDEP-SHOWRATE-PARAGRAPH.
       TERMDEP-TERM-PARAGRAPH.
              MOVE 0168 TO WS-MSG-ID.
              MOVE "=> NUMBER OF MONTHS, OR 0 TO CANCEL" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-TD-PICK.
              IF WS-TD-PICK = 0 THEN
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-TD-IX.
              GO TO TERMDEP-FINDTERM-PARAGRAPH.
       TERMDEP-FINDTERM-PARAGRAPH.
              IF WS-TD-IX > WS-TD-COUNT THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO TERMDEP-TERM-PARAGRAPH
              END-IF.
              IF WS-TD-TERMS(WS-TD-IX) = WS-TD-PICK THEN
                 MOVE WS-TD-RATES(WS-TD-IX) TO WS-TD-RATE
                 GO TO TERMDEP-AMOUNT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-TD-IX.
              GO TO TERMDEP-FINDTERM-PARAGRAPH.
       TERMDEP-AMOUNT-PARAGRAPH.
              MOVE 0056 TO WS-MSG-ID.
              MOVE "=> AMOUNT" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT MYAMOUNT.
              IF MYAMOUNT = 0 OR MYAMOUNT > 99999.99 THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO TERMDEP-AMOUNT-PARAGRAPH
              END-IF.
              PERFORM LHSUM-PARAGRAPH THRU LHSUM-EXIT-PARAGRAPH.
              IF WS-LH-HELD > 0 AND MYAMOUNT > WS-LH-AVAIL THEN
                 PERFORM LHREFUSE-PARAGRAPH
                    THRU LHREFUSE-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF MYAMOUNT > ABALANCE THEN
                 MOVE 0115 TO WS-MSG-ID
                 MOVE "=> INSUFFICIENT BALANCE" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              GO TO TERMDEP-INSTR-PARAGRAPH.
       TERMDEP-INSTR-PARAGRAPH.
              MOVE 0169 TO WS-MSG-ID.
              MOVE "=> AT MATURITY: P TO PAY OUT, R TO ROLL OVER"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-TD-INSTR.
              IF WS-TD-INSTR NOT = "P" AND WS-TD-INSTR NOT = "R" THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO TERMDEP-INSTR-PARAGRAPH
              END-IF.
              MOVE 0170 TO WS-MSG-ID.
              MOVE "=> DEPOSIT &1 FOR &2 MONTHS AT &3%" TO WS-MSG-TEXT.
              MOVE MYAMOUNT TO WS-MSG-AMT.
              MOVE WS-MSG-AMT TO WS-MSG-P1.
              MOVE WS-TD-PICK TO WS-MSG-P2.
              MOVE WS-TD-RATE TO WS-TD-RATE-ED.
              MOVE WS-TD-RATE-ED TO WS-MSG-P3.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0171 TO WS-MSG-ID.
              MOVE "=> EARLY WITHDRAWAL CARRIES AN INTEREST PENALTY"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0091 TO WS-MSG-ID.
              MOVE "=> PRESS Y TO CONFIRM" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-BP-YN.
              IF WS-BP-YN NOT = "Y" THEN
                 MOVE 0111 TO WS-MSG-ID
                 MOVE "=> CANCELLED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE "TERM DEPOSIT CANCELLED AT CONFIRM PROMPT"
                    TO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH
                    THRU EJLOG-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              SUBTRACT MYAMOUNT FROM ABALANCE.
              MOVE ANUMBE TO WS-UPD1-NUMBE.
              MOVE ABALANCE TO WS-UPD1-BALANCE.
              MOVE "Y" TO WS-UPD1-FLAG.
              MOVE "N" TO WS-UPD2-FLAG.
              MOVE "N" TO WS-UPD1-WD-FLAG.
              PERFORM UPDATEMASTER-PARAGRAPH
                 THRU UPDATEMASTER-EXIT-PARAGRAPH.
              MOVE "N" TO WS-UPD1-FLAG.
              PERFORM ISSUE-REFNO-PARAGRAPH
                 THRU ISSUE-REFNO-EXIT-PARAGRAPH.
              OPEN EXTEND OUTPUTONE.
                 MOVE ANUMBE TO ONUMBE.
                 MOVE "T" TO OACTION.
                 MOVE MYAMOUNT TO OAMOUNT.
                 MOVE MYTIME TO OTIME.
                 MOVE WS-REFNO TO OREFNO.
                 MOVE WS-CARD-ID TO OCARDID.
                 WRITE MYOPERATIONONE
                 END-WRITE.
              CLOSE OUTPUTONE.
              OPEN EXTEND TDEP-FILE.
              MOVE WS-REFNO TO TD-NUMBE.
              MOVE ANUMBE TO TD-ACCT.
              MOVE MYAMOUNT TO TD-AMOUNT.
              MOVE WS-TD-PICK TO TD-TERM.
              MOVE WS-TD-RATE TO TD-RATE.
              MOVE WS-TODAY TO TD-START.
              MOVE 0 TO TD-MATURE.
              MOVE WS-TD-INSTR TO TD-INSTR.
              MOVE 0 TO TD-ACCRUED.
              MOVE WS-TODAY TO TD-ACCRDATE.
              MOVE "F" TO TD-STATUS.
              MOVE 0 TO TD-CLOSED TD-PAYOUT TD-PENALTY.
              WRITE TDEPREC.
              CLOSE TDEP-FILE.
              COMPUTE MYTIME = MYTIME + 1.
              PERFORM TRAILERUPD-PARAGRAPH
                 THRU TRAILERUPD-EXIT-PARAGRAPH.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "TERM DEPOSIT OPENED " DELIMITED BY SIZE
                     WS-TD-PICK DELIMITED BY SIZE
                     " MONTHS INSTR " DELIMITED BY SIZE
                     WS-TD-INSTR DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              MOVE 0172 TO WS-MSG-ID.
              MOVE "=> TERM DEPOSIT &1 OPENED" TO WS-MSG-TEXT.
              MOVE WS-REFNO TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO ASKCONTINUE-PARAGRAPH.
      * LOOK UP WS-BP-BILLER IN THE BILLER MASTER; WS-BP-FOUND IS Y
      * WITH THE NAME AND REFERENCE FORMAT FILLED IN WHEN IT IS ON
      * FILE.
       FINDBILLER-PARAGRAPH.
              MOVE "N" TO WS-BP-FOUND.
              OPEN INPUT BILLER-FILE.
              GO TO FINDBILLER-LOOP-PARAGRAPH.
       FINDBILLER-LOOP-PARAGRAPH.
              READ BILLER-FILE
                 AT END GO TO FINDBILLER-DONE-PARAGRAPH
              END-READ.
              IF BLR-CODE NOT = WS-BP-BILLER THEN
                 GO TO FINDBILLER-LOOP-PARAGRAPH
              END-IF.
              MOVE BLR-NAME TO WS-BP-NAME.
              MOVE BLR-REFFMT TO WS-BP-REFFMT.
              MOVE "Y" TO WS-BP-FOUND.
       FINDBILLER-DONE-PARAGRAPH.
              CLOSE BILLER-FILE.
       FINDBILLER-EXIT-PARAGRAPH.
              EXIT.
      * CHECK WS-BP-REF AGAINST WS-BP-REFFMT ONE POSITION AT A
      * TIME; PAST THE END OF THE FORMAT THE REFERENCE MUST BE
      * BLANK TOO, SO A SHORT OR LONG REFERENCE FAILS.
       CHECKBILLREF-PARAGRAPH.
              MOVE "N" TO WS-BP-REF-OK.
              IF WS-BP-REF = SPACES THEN
                 GO TO CHECKBILLREF-EXIT-PARAGRAPH
              END-IF.
              IF WS-BP-REFFMT = SPACES THEN
                 MOVE "Y" TO WS-BP-REF-OK
                 GO TO CHECKBILLREF-EXIT-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-BP-I.
              GO TO CHECKBILLREF-LOOP-PARAGRAPH.
       CHECKBILLREF-LOOP-PARAGRAPH.
              IF WS-BP-I > 20 THEN
                 MOVE "Y" TO WS-BP-REF-OK
                 GO TO CHECKBILLREF-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-BP-REFFMT(WS-BP-I:1) TO WS-BP-FMTCH.
              MOVE WS-BP-REF(WS-BP-I:1) TO WS-BP-REFCH.
              IF WS-BP-FMTCH = SPACE AND WS-BP-REFCH NOT = SPACE THEN
                 GO TO CHECKBILLREF-EXIT-PARAGRAPH
              END-IF.
              IF WS-BP-FMTCH = "9" AND WS-BP-REFCH IS NOT NUMERIC THEN
                 GO TO CHECKBILLREF-EXIT-PARAGRAPH
              END-IF.
              IF WS-BP-FMTCH = "A" AND (WS-BP-REFCH = SPACE
                    OR WS-BP-REFCH IS NOT ALPHABETIC) THEN
                 GO TO CHECKBILLREF-EXIT-PARAGRAPH
              END-IF.
              IF WS-BP-FMTCH = "X" AND WS-BP-REFCH = SPACE THEN
                 GO TO CHECKBILLREF-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-BP-I.
              GO TO CHECKBILLREF-LOOP-PARAGRAPH.
       CHECKBILLREF-EXIT-PARAGRAPH.
              EXIT.
      * CUSTOMER LOST/STOLEN REPORT: LIST THE CARDS ON THE
      * ACCOUNT (NOT THE ONE IN THE TERMINAL RIGHT NOW), PICK ONE,
      * GIVE THE REASON, AND IT GOES ON THE HOTLIST AND IS LOCKED
      * AT ONCE. REACHED FROM THE SERVICE MENU OR, WITHOUT THE
      * CARD, FROM THE LOGIN SCREEN WITH THE ACCOUNT PIN.
       HOTREPORT-PARAGRAPH.
              MOVE 0 TO WS-HRC-COUNT.
              MOVE ANUMBE TO WS-HOT-ACCT.
              OPEN INPUT CARD-FILE.
              GO TO HOTREPORT-SCAN-PARAGRAPH.
       HOTREPORT-SCAN-PARAGRAPH.
              READ CARD-FILE NEXT RECORD
                 AT END GO TO HOTREPORT-LIST-PARAGRAPH
              END-READ.
              IF CRD-NUMBE NOT = WS-HOT-ACCT OR WS-HRC-COUNT >= 10
                 THEN
                 GO TO HOTREPORT-SCAN-PARAGRAPH
              END-IF.
              IF WS-CARD-MODE = "Y" AND WS-HOT-LOGIN NOT = "Y"
                    AND CRD-CARDID = WS-CARD-ID THEN
                 GO TO HOTREPORT-SCAN-PARAGRAPH
              END-IF.
              ADD 1 TO WS-HRC-COUNT.
              MOVE CRD-CARDID TO WS-HRC-CARDID(WS-HRC-COUNT).
              GO TO HOTREPORT-SCAN-PARAGRAPH.
       HOTREPORT-LIST-PARAGRAPH.
              CLOSE CARD-FILE.
              IF WS-HRC-COUNT = 0 THEN
                 MOVE 0138 TO WS-MSG-ID
                 MOVE "=> NO OTHER CARDS ON THIS ACCOUNT"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO HOTREPORT-DONE-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-HRC-IX.
              GO TO HOTREPORT-SHOW-PARAGRAPH.
       HOTREPORT-SHOW-PARAGRAPH.
              IF WS-HRC-IX > WS-HRC-COUNT THEN
                 GO TO HOTREPORT-PICK-PARAGRAPH
              END-IF.
              MOVE 0139 TO WS-MSG-ID.
              MOVE "=> &1: CARD &2" TO WS-MSG-TEXT.
              MOVE WS-HRC-IX TO WS-MSG-P1.
              MOVE WS-HRC-CARDID(WS-HRC-IX) TO WS-MSG-P2.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ADD 1 TO WS-HRC-IX.
              GO TO HOTREPORT-SHOW-PARAGRAPH.
       HOTREPORT-PICK-PARAGRAPH.
              MOVE 0140 TO WS-MSG-ID.
              MOVE "=> WHICH CARD IS LOST OR STOLEN? (0 = NONE)"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-HRC-PICK.
              IF WS-HRC-PICK = 0 THEN
                 GO TO HOTREPORT-DONE-PARAGRAPH
              END-IF.
              IF WS-HRC-PICK > WS-HRC-COUNT THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO HOTREPORT-PICK-PARAGRAPH
              END-IF.
              MOVE 0141 TO WS-MSG-ID.
              MOVE "=> PRESS L IF LOST, S IF STOLEN" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-HOT-REASON.
              IF WS-HOT-REASON NOT = "L" AND
                    WS-HOT-REASON NOT = "S" THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO HOTREPORT-PICK-PARAGRAPH
              END-IF.
              MOVE WS-HRC-CARDID(WS-HRC-PICK) TO WS-HOT-CARDID.
              MOVE 0142 TO WS-MSG-ID.
              MOVE "=> CARD &1 WILL STOP WORKING AT ONCE"
                 TO WS-MSG-TEXT.
              MOVE WS-HOT-CARDID TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0091 TO WS-MSG-ID.
              MOVE "=> PRESS Y TO CONFIRM" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-HOT-YN.
              IF WS-HOT-YN NOT = "Y" THEN
                 MOVE 0111 TO WS-MSG-ID
                 MOVE "=> CANCELLED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO HOTREPORT-DONE-PARAGRAPH
              END-IF.
              MOVE "C" TO WS-HOT-SRC.
              MOVE 0 TO WS-HOT-BY.
              PERFORM HOTADD-PARAGRAPH THRU HOTADD-EXIT-PARAGRAPH.
              PERFORM ISSUE-REFNO-PARAGRAPH
                 THRU ISSUE-REFNO-EXIT-PARAGRAPH.
              OPEN EXTEND OUTPUTONE.
                 MOVE ANUMBE TO ONUMBE.
                 MOVE "H" TO OACTION.
                 MOVE 0 TO OAMOUNT.
                 MOVE MYTIME TO OTIME.
                 MOVE WS-REFNO TO OREFNO.
                 MOVE WS-HOT-CARDID TO OCARDID.
                 WRITE MYOPERATIONONE
                 END-WRITE.
              CLOSE OUTPUTONE.
              COMPUTE MYTIME = MYTIME + 1.
              PERFORM TRAILERUPD-PARAGRAPH
                 THRU TRAILERUPD-EXIT-PARAGRAPH.
              MOVE 0143 TO WS-MSG-ID.
              MOVE SPACES TO WS-MSG-TEXT.
              STRING "=> CARD REPORTED - IT WILL BE RETAINED IF ANYONE "
                 "PRESENTS IT"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO HOTREPORT-DONE-PARAGRAPH.
       HOTREPORT-DONE-PARAGRAPH.
              IF WS-HOT-LOGIN = "Y" THEN
                 GO TO USRPWD-PARAGRAPH
              END-IF.
              GO TO ASKCONTINUE-PARAGRAPH.
      * BRANCH STAFF HOTLIST ANY CARD BY NUMBER - A CUSTOMER ON
      * THE PHONE, OR A CARD BLOCKED FOR FRAUD - UNDER THE
      * SUPERVISOR'S ID; THE ACTION LOGS LIKE ANY SUPERVISOR
      * ACTION AGAINST THE CARD'S ACCOUNT.
       SUPHOTLIST-PARAGRAPH.
              DISPLAY "=> CARD NUMBER TO HOTLIST".
              ACCEPT WS-HOT-CARDID.
              DISPLAY "=> REASON: L LOST, S STOLEN, F FRAUD".
              ACCEPT WS-HOT-REASON.
              IF WS-HOT-REASON NOT = "L" AND WS-HOT-REASON NOT = "S"
                    AND WS-HOT-REASON NOT = "F" THEN
                 DISPLAY "=> INVALID INPUT"
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-SUP-NUMBE.
              OPEN INPUT CARD-FILE.
              MOVE WS-HOT-CARDID TO CRD-CARDID.
              READ CARD-FILE
                 INVALID KEY
                    DISPLAY "=> NOT ONE OF OUR CARDS - HOTLISTED "
                       "ANYWAY"
                 NOT INVALID KEY
                    MOVE CRD-NUMBE TO WS-SUP-NUMBE
              END-READ.
              CLOSE CARD-FILE.
              MOVE "B" TO WS-HOT-SRC.
              MOVE WS-SUP-ID TO WS-HOT-BY.
              PERFORM HOTADD-PARAGRAPH THRU HOTADD-EXIT-PARAGRAPH.
              MOVE "H" TO WS-SUP-ACTION.
              PERFORM SUPLOG-PARAGRAPH THRU SUPLOG-EXIT-PARAGRAPH.
              DISPLAY "=> CARD HOTLISTED".
              GO TO SUPMENU-PARAGRAPH.
      * ADD WS-HOT-CARDID TO THE HOTLIST (ONCE) AND LOCK IT.
       HOTADD-PARAGRAPH.
              PERFORM HOTCHECK-PARAGRAPH THRU HOTCHECK-EXIT-PARAGRAPH.
              IF WS-HOT-FOUND = "Y" THEN
                 MOVE 0144 TO WS-MSG-ID
                 MOVE "=> CARD IS ALREADY ON THE HOTLIST"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO HOTADD-EXIT-PARAGRAPH
              END-IF.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              OPEN EXTEND HOTLIST-FILE.
              MOVE WS-HOT-CARDID TO HOT-CARDID.
              MOVE WS-HOT-REASON TO HOT-REASON.
              MOVE WS-TODAY TO HOT-DATE.
              MOVE WS-HOT-SRC TO HOT-SRC.
              MOVE WS-HOT-BY TO HOT-BY.
              WRITE HOTLISTREC.
              CLOSE HOTLIST-FILE.
              PERFORM HOTLOCK-PARAGRAPH THRU HOTLOCK-EXIT-PARAGRAPH.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "CARD HOTLISTED " DELIMITED BY SIZE
                     WS-HOT-CARDID DELIMITED BY SIZE
                     " REASON " DELIMITED BY SIZE
                     WS-HOT-REASON DELIMITED BY SIZE
                     " BY " DELIMITED BY SIZE
                     WS-HOT-SRC DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
       HOTADD-EXIT-PARAGRAPH.
              EXIT.
      * WS-HOT-FOUND IS Y (WITH WS-HOT-REASON) WHEN WS-HOT-CARDID
      * IS ON THE HOTLIST.
       HOTCHECK-PARAGRAPH.
              MOVE "N" TO WS-HOT-FOUND.
              OPEN INPUT HOTLIST-FILE.
              GO TO HOTCHECK-LOOP-PARAGRAPH.
       HOTCHECK-LOOP-PARAGRAPH.
              READ HOTLIST-FILE
                 AT END GO TO HOTCHECK-DONE-PARAGRAPH
              END-READ.
              IF HOT-CARDID NOT = WS-HOT-CARDID THEN
                 GO TO HOTCHECK-LOOP-PARAGRAPH
              END-IF.
              MOVE HOT-REASON TO WS-HOT-REASON.
              MOVE "Y" TO WS-HOT-FOUND.
       HOTCHECK-DONE-PARAGRAPH.
              CLOSE HOTLIST-FILE.
       HOTCHECK-EXIT-PARAGRAPH.
              EXIT.
      * SET THE CARD'S OWN LOCK FLAG SO IT IS REFUSED EVEN WHERE
      * THE HOTLIST IS NOT CONSULTED.
       HOTLOCK-PARAGRAPH.
              OPEN I-O CARD-FILE.
              MOVE WS-HOT-CARDID TO CRD-CARDID.
              READ CARD-FILE
                 INVALID KEY GO TO HOTLOCK-DONE-PARAGRAPH
              END-READ.
              MOVE "L" TO CRD-LOCKFLAG.
              REWRITE CARDREC.
       HOTLOCK-DONE-PARAGRAPH.
              CLOSE CARD-FILE.
       HOTLOCK-EXIT-PARAGRAPH.
              EXIT.
       CAPTPATH-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              MOVE SPACES TO WS-CAPT-PATH.
              STRING "capt_" DELIMITED BY SIZE
                     MYATM DELIMITED BY SPACE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-CAPT-PATH.
       CAPTPATH-EXIT-PARAGRAPH.
              EXIT.
      * SHOW THE REPLENISHMENT CREW WHAT IS IN THE CAPTURE BIN
      * (EVERY CARD RETAINED SINCE THE LAST C ROW) AND RECORD THE
      * COLLECTION ONCE THEY HAVE TAKEN THE CARDS FOR DESTRUCTION.
       CAPTBIN-PARAGRAPH.
              PERFORM CAPTPATH-PARAGRAPH THRU CAPTPATH-EXIT-PARAGRAPH.
              MOVE 0 TO WS-CAPT-COUNT.
              OPEN INPUT CAPTURE-FILE.
              GO TO CAPTBIN-READ-PARAGRAPH.
       CAPTBIN-READ-PARAGRAPH.
              READ CAPTURE-FILE
                 AT END GO TO CAPTBIN-LOADED-PARAGRAPH
              END-READ.
              IF CAP-TYPE = "C" THEN
                 MOVE 0 TO WS-CAPT-COUNT
                 GO TO CAPTBIN-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CAPT-COUNT.
              IF WS-CAPT-COUNT <= 50 THEN
                 MOVE CAP-CARDID TO WS-CAPT-CARDID(WS-CAPT-COUNT)
              END-IF.
              GO TO CAPTBIN-READ-PARAGRAPH.
       CAPTBIN-LOADED-PARAGRAPH.
              CLOSE CAPTURE-FILE.
              IF WS-CAPT-COUNT = 0 THEN
                 GO TO CAPTBIN-EXIT-PARAGRAPH
              END-IF.
              DISPLAY "=> RETAINED CARDS IN THE CAPTURE BIN: "
                 WS-CAPT-COUNT.
              MOVE 1 TO WS-CAPT-IX.
              GO TO CAPTBIN-SHOW-PARAGRAPH.
       CAPTBIN-SHOW-PARAGRAPH.
              IF WS-CAPT-IX > WS-CAPT-COUNT OR WS-CAPT-IX > 50 THEN
                 GO TO CAPTBIN-ASK-PARAGRAPH
              END-IF.
              DISPLAY "=>   CARD " WS-CAPT-CARDID(WS-CAPT-IX).
              ADD 1 TO WS-CAPT-IX.
              GO TO CAPTBIN-SHOW-PARAGRAPH.
       CAPTBIN-ASK-PARAGRAPH.
              DISPLAY "=> PRESS Y ONCE THE CARDS ARE COLLECTED FOR "
                 "DESTRUCTION".
              ACCEPT WS-HOT-YN.
              IF WS-HOT-YN NOT = "Y" THEN
                 GO TO CAPTBIN-EXIT-PARAGRAPH
              END-IF.
              OPEN EXTEND CAPTURE-FILE.
              MOVE "C" TO CAP-TYPE.
              MOVE WS-TODAY TO CAP-DATE.
              MOVE MYTIME TO CAP-TIME.
              MOVE 0 TO CAP-CARDID.
              MOVE SPACE TO CAP-REASON.
              MOVE WS-CAPT-COUNT TO CAP-COUNT.
              WRITE CAPTUREREC.
              CLOSE CAPTURE-FILE.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "CAPTURED CARDS COLLECTED " DELIMITED BY SIZE
                     WS-CAPT-COUNT DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
       CAPTBIN-EXIT-PARAGRAPH.
              EXIT.
      * NEXT ENVELOPE SEQUENCE NUMBER FOR THIS TERMINAL, KEPT IN
      * ATMTERM.TXT SO IT NEVER REPEATS; THE CUSTOMER WRITES IT ON
      * THE ENVELOPE.
       ENVNEXT-PARAGRAPH.
              ADD 1 TO WS-ATM-ENVSEQ(WS-ATM-IX).
              MOVE WS-ATM-ENVSEQ(WS-ATM-IX) TO WS-ENV-SEQ.
              PERFORM SAVE-ATM-CONFIG-PARAGRAPH
                 THRU SAVE-ATM-CONFIG-EXIT-PARAGRAPH.
              MOVE 0145 TO WS-MSG-ID.
              MOVE SPACES TO WS-MSG-TEXT.
              STRING "=> ENVELOPE NO: &1 - PLEASE WRITE IT ON THE "
                 "ENVELOPE"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT.
              MOVE WS-ENV-SEQ TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
       ENVNEXT-EXIT-PARAGRAPH.
              EXIT.
      * QUEUE THE ENVELOPE FOR VERIFICATION UNDER WS-REFNO.
       ENVQUEUE-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              OPEN EXTEND ENVELOPE-FILE.
              MOVE WS-ATM-ID(WS-ATM-IX) TO ENV-ATMID.
              MOVE WS-ENV-SEQ TO ENV-SEQ.
              MOVE ANUMBE TO ENV-NUMBE.
              MOVE WS-REFNO TO ENV-REFNO.
              MOVE WS-TODAY TO ENV-DATE.
              MOVE MYAMOUNT TO ENV-AMOUNT.
              MOVE WS-ENV-HOLD TO ENV-HOLD.
              MOVE "P" TO ENV-STATUS.
              MOVE 0 TO ENV-VERIFIED.
              MOVE 0 TO ENV-VDATE.
              MOVE 0 TO ENV-VBY.
              WRITE ENVELOPEREC.
              CLOSE ENVELOPE-FILE.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "ENVELOPE " DELIMITED BY SIZE
                     WS-ENV-SEQ DELIMITED BY SIZE
                     " DEPOSITED " DELIMITED BY SIZE
                     MYAMOUNT DELIMITED BY SIZE
                     " REF " DELIMITED BY SIZE
                     WS-REFNO DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
       ENVQUEUE-EXIT-PARAGRAPH.
              EXIT.
      * ENVELOPE OPENING: LIST THIS TERMINAL'S UNVERIFIED
      * ENVELOPES, TAKE THE AMOUNT ACTUALLY FOUND IN ONE, AND
      * RECORD IT UNDER THE SUPERVISOR'S ID (LOGGED ACTION E).
      * THE NIGHTLY RUN POSTS ANY DIFFERENCE.
       SUPENVELOPE-PARAGRAPH.
              MOVE 0 TO WS-ENV-COUNT.
              MOVE 0 TO WS-ENV-SHOWN.
              OPEN INPUT ENVELOPE-FILE.
              GO TO SUPENVLOAD-PARAGRAPH.
       SUPENVLOAD-PARAGRAPH.
              READ ENVELOPE-FILE
                 AT END GO TO SUPENVLOADED-PARAGRAPH
              END-READ.
              IF WS-ENV-COUNT >= 300 THEN
                 DISPLAY "=> ENVELOPE QUEUE TOO LONG - RUN THE "
                    "NIGHTLY BATCH FIRST"
                 CLOSE ENVELOPE-FILE
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              ADD 1 TO WS-ENV-COUNT.
              MOVE ENV-ATMID TO WS-ENV-ATMID(WS-ENV-COUNT).
              MOVE ENV-SEQ TO WS-ENV-SEQNO(WS-ENV-COUNT).
              MOVE ENV-NUMBE TO WS-ENV-NUMBE(WS-ENV-COUNT).
              MOVE ENV-REFNO TO WS-ENV-REFNO(WS-ENV-COUNT).
              MOVE ENV-DATE TO WS-ENV-DATE(WS-ENV-COUNT).
              MOVE ENV-AMOUNT TO WS-ENV-CLAIMED(WS-ENV-COUNT).
              MOVE ENV-HOLD TO WS-ENV-HELD(WS-ENV-COUNT).
              MOVE ENV-STATUS TO WS-ENV-STATUS(WS-ENV-COUNT).
              MOVE ENV-VERIFIED TO WS-ENV-VERIFIED(WS-ENV-COUNT).
              MOVE ENV-VDATE TO WS-ENV-VDATE(WS-ENV-COUNT).
              MOVE ENV-VBY TO WS-ENV-VBY(WS-ENV-COUNT).
              GO TO SUPENVLOAD-PARAGRAPH.
       SUPENVLOADED-PARAGRAPH.
              CLOSE ENVELOPE-FILE.
              MOVE 1 TO WS-ENV-IX.
              GO TO SUPENVSHOW-PARAGRAPH.
       SUPENVSHOW-PARAGRAPH.
              IF WS-ENV-IX > WS-ENV-COUNT THEN
                 GO TO SUPENVPICK-PARAGRAPH
              END-IF.
              IF WS-ENV-ATMID(WS-ENV-IX) = WS-ATM-ID(WS-ATM-IX)
                    AND WS-ENV-STATUS(WS-ENV-IX) = "P" THEN
                 ADD 1 TO WS-ENV-SHOWN
                 DISPLAY "=> ENVELOPE " WS-ENV-SEQNO(WS-ENV-IX)
                    " ACCT " WS-ENV-NUMBE(WS-ENV-IX)
                    " KEYED " WS-ENV-CLAIMED(WS-ENV-IX)
                    " ON " WS-ENV-DATE(WS-ENV-IX)
              END-IF.
              ADD 1 TO WS-ENV-IX.
              GO TO SUPENVSHOW-PARAGRAPH.
       SUPENVPICK-PARAGRAPH.
              IF WS-ENV-SHOWN = 0 THEN
                 DISPLAY "=> NO ENVELOPES WAITING AT THIS TERMINAL"
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              DISPLAY "=> ENVELOPE NUMBER OPENED (0 = NONE)".
              ACCEPT WS-ENV-PICK.
              IF WS-ENV-PICK = 0 THEN
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-ENV-FOUND.
              MOVE 1 TO WS-ENV-IX.
              GO TO SUPENVFIND-PARAGRAPH.
       SUPENVFIND-PARAGRAPH.
              IF WS-ENV-IX > WS-ENV-COUNT THEN
                 DISPLAY "=> NO SUCH ENVELOPE WAITING HERE"
                 GO TO SUPENVPICK-PARAGRAPH
              END-IF.
              IF WS-ENV-ATMID(WS-ENV-IX) = WS-ATM-ID(WS-ATM-IX)
                    AND WS-ENV-STATUS(WS-ENV-IX) = "P"
                    AND WS-ENV-SEQNO(WS-ENV-IX) = WS-ENV-PICK THEN
                 MOVE WS-ENV-IX TO WS-ENV-FOUND
                 GO TO SUPENVAMOUNT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-ENV-IX.
              GO TO SUPENVFIND-PARAGRAPH.
       SUPENVAMOUNT-PARAGRAPH.
              DISPLAY "=> AMOUNT KEYED BY CUSTOMER: "
                 WS-ENV-CLAIMED(WS-ENV-FOUND).
              DISPLAY "=> AMOUNT FOUND IN THE ENVELOPE".
              ACCEPT WS-ENV-AMOUNT.
              IF WS-ENV-AMOUNT NOT = WS-ENV-CLAIMED(WS-ENV-FOUND)
                 THEN
                 DISPLAY "=> DOES NOT MATCH - THE DIFFERENCE POSTS "
                    "TONIGHT AS AN ADJUSTMENT"
              END-IF.
              DISPLAY "=> PRESS Y TO CONFIRM".
              ACCEPT WS-ENV-YN.
              IF WS-ENV-YN NOT = "Y" THEN
                 DISPLAY "=> CANCELLED"
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              MOVE "V" TO WS-ENV-STATUS(WS-ENV-FOUND).
              MOVE WS-ENV-AMOUNT TO WS-ENV-VERIFIED(WS-ENV-FOUND).
              MOVE WS-TODAY TO WS-ENV-VDATE(WS-ENV-FOUND).
              MOVE WS-SUP-ID TO WS-ENV-VBY(WS-ENV-FOUND).
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "ENVELOPE " DELIMITED BY SIZE
                     WS-ENV-PICK DELIMITED BY SIZE
                     " VERIFIED " DELIMITED BY SIZE
                     WS-ENV-AMOUNT DELIMITED BY SIZE
                     " KEYED " DELIMITED BY SIZE
                     WS-ENV-CLAIMED(WS-ENV-FOUND) DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              MOVE WS-ENV-NUMBE(WS-ENV-FOUND) TO WS-SUP-NUMBE.
              MOVE "E" TO WS-SUP-ACTION.
              PERFORM SUPLOG-PARAGRAPH THRU SUPLOG-EXIT-PARAGRAPH.
              OPEN OUTPUT ENVELOPE-FILE.
              MOVE 1 TO WS-ENV-IX.
              GO TO SUPENVSAVE-PARAGRAPH.
       SUPENVSAVE-PARAGRAPH.
              IF WS-ENV-IX > WS-ENV-COUNT THEN
                 CLOSE ENVELOPE-FILE
                 DISPLAY "=> ENVELOPE VERIFIED"
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              MOVE WS-ENV-ATMID(WS-ENV-IX) TO ENV-ATMID.
              MOVE WS-ENV-SEQNO(WS-ENV-IX) TO ENV-SEQ.
              MOVE WS-ENV-NUMBE(WS-ENV-IX) TO ENV-NUMBE.
              MOVE WS-ENV-REFNO(WS-ENV-IX) TO ENV-REFNO.
              MOVE WS-ENV-DATE(WS-ENV-IX) TO ENV-DATE.
              MOVE WS-ENV-CLAIMED(WS-ENV-IX) TO ENV-AMOUNT.
              MOVE WS-ENV-HELD(WS-ENV-IX) TO ENV-HOLD.
              MOVE WS-ENV-STATUS(WS-ENV-IX) TO ENV-STATUS.
              MOVE WS-ENV-VERIFIED(WS-ENV-IX) TO ENV-VERIFIED.
              MOVE WS-ENV-VDATE(WS-ENV-IX) TO ENV-VDATE.
              MOVE WS-ENV-VBY(WS-ENV-IX) TO ENV-VBY.
              WRITE ENVELOPEREC.
              ADD 1 TO WS-ENV-IX.
              GO TO SUPENVSAVE-PARAGRAPH.
      * SALTED PIN HASH: 6 DIGITS FROM THE PIN AND THE ACCOUNT
      * NUMBER, THE SAME ARITHMETIC THE NIGHTLY CONVERSION USES,
      * SO A STOLEN MASTER BACKUP NO LONGER READS AS PINS.
       HASHPIN-PARAGRAPH.
              COMPUTE WS-HP-WORK =
                 WS-HP-PIN * 7919
                 + FUNCTION MOD(WS-HP-ACCT, 999983) * 31
                 + 104729.
              COMPUTE WS-HP-OUT = FUNCTION MOD(WS-HP-WORK, 1000000).
       HASHPIN-EXIT-PARAGRAPH.
              EXIT.
      * MOD-10 SUM OVER WS-CD-NUMBER: EVERY SECOND DIGIT FROM THE
      * RIGHT IS DOUBLED (MINUS 9 WHEN OVER 9). WS-CD-OK IS Y WHEN
      * THE SUM ENDS IN ZERO; WS-CD-R CARRIES THE REMAINDER FOR
      * ISSUING NEW DIGITS.
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
              ADD 1 TO WS-REF-SEQ.
              COMPUTE WS-REFNO = WS-ATM-IX * 1000000000000
                  + WS-REFDATE * 1000000 + WS-REF-SEQ.
              MOVE 0146 TO WS-MSG-ID.
              MOVE "=> REFERENCE NO: &1" TO WS-MSG-TEXT.
              MOVE WS-REFNO TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
       ISSUE-REFNO-EXIT-PARAGRAPH.
              EXIT.
       UPDATEMASTER-PARAGRAPH.
              END-CALL.
       UPDATEMASTER-EXIT-PARAGRAPH.
              EXIT.
      * MOVE THE CURRENT TERMINAL TO STATE WS-ST-NEW AND RECORD THE
      * CHANGE IN ATMSTATE.TXT. THE CALLER SAVES ATMTERM.TXT.
       ATMSTATE-SET-PARAGRAPH.
              MOVE "N" TO WS-ST-CHANGED.
              MOVE WS-ATM-STATE(WS-ATM-IX) TO WS-ST-OLD.
              IF WS-ST-NEW = WS-ST-OLD THEN
                 GO TO ATMSTATE-SET-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-ST-NEW TO WS-ATM-STATE(WS-ATM-IX).
              MOVE "Y" TO WS-ST-CHANGED.
              OPEN EXTEND ATMSTATE-FILE.
              MOVE FUNCTION CURRENT-DATE(1:8) TO ST-DATE.
              MOVE FUNCTION CURRENT-DATE(9:6) TO ST-TIME.
              MOVE WS-ATM-ID(WS-ATM-IX) TO ST-ATMID.
              MOVE WS-ST-OLD TO ST-FROM.
              MOVE WS-ST-NEW TO ST-TO.
              MOVE WS-ST-REASON TO ST-REASON.
              MOVE WS-ST-BY TO ST-BY.
              WRITE ATMSTATEREC.
              CLOSE ATMSTATE-FILE.
       ATMSTATE-SET-EXIT-PARAGRAPH.
              EXIT.
      * THE CASSETTES DECIDE BETWEEN IN SERVICE AND CASH-OUT: A
      * TERMINAL WITH NO NOTES LEFT IN ANY CASSETTE GOES CASH-OUT,
      * AND A CASH-OUT TERMINAL COMES BACK ONCE IT IS REFILLED.
      * DEPOSIT-ONLY AND MAINTENANCE ARE LEFT TO THE SUPERVISOR.
       ATMSTATE-AUTO-PARAGRAPH.
              MOVE "N" TO WS-ST-CHANGED.
              COMPUTE WS-ST-NOTES = WS-ATM-C20(WS-ATM-IX)
                 + WS-ATM-C50(WS-ATM-IX) + WS-ATM-C100(WS-ATM-IX).
              MOVE 0 TO WS-ST-BY.
              IF WS-ATM-STATE(WS-ATM-IX) = "I" AND WS-ST-NOTES = 0 THEN
                 MOVE "C" TO WS-ST-NEW
                 MOVE "CASSETTES EMPTY" TO WS-ST-REASON
                 PERFORM ATMSTATE-SET-PARAGRAPH
                    THRU ATMSTATE-SET-EXIT-PARAGRAPH
                 GO TO ATMSTATE-AUTO-EXIT-PARAGRAPH
              END-IF.
              IF WS-ATM-STATE(WS-ATM-IX) = "C" AND WS-ST-NOTES > 0 THEN
                 MOVE "I" TO WS-ST-NEW
                 MOVE "REPLENISHED" TO WS-ST-REASON
                 PERFORM ATMSTATE-SET-PARAGRAPH
                    THRU ATMSTATE-SET-EXIT-PARAGRAPH
              END-IF.
       ATMSTATE-AUTO-EXIT-PARAGRAPH.
              EXIT.
      * A TERMINAL IN MAINTENANCE TAKES NO CUSTOMERS; ONLY BRANCH
      * REPLENISHMENT AND SUPERVISOR ENTRY ARE OFFERED.
       OUTOFSERVICE-PARAGRAPH.
              MOVE 0163 TO WS-MSG-ID.
              MOVE "=> THIS TERMINAL IS OUT OF SERVICE" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0004 TO WS-MSG-ID.
              MOVE "=> PRESS C FOR CASH REPLENISHMENT (BRANCH)"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0007 TO WS-MSG-ID.
              MOVE "=> PRESS S FOR SUPERVISOR" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-OPEN-CHOICE.
              IF WS-OPEN-CHOICE = "C" THEN
                 GO TO REPLENISH-PARAGRAPH
              END-IF.
              IF WS-OPEN-CHOICE = "S" THEN
                 GO TO SUPERVISOR-PARAGRAPH
              END-IF.
              GO TO USRPWD-PARAGRAPH.
      * SUPERVISOR SETS THE TERMINAL'S SERVICE STATE WITH A REASON.
      * IN SERVICE IS REFUSED WHILE THE CASSETTES ARE EMPTY.
       SUPSTATE-PARAGRAPH.
              DISPLAY "=> TERMINAL " MYATM " STATE: "
                 WS-ATM-STATE(WS-ATM-IX).
              DISPLAY "=> NEW STATE: I IN SERVICE, C CASH-OUT, "
                 "D DEPOSIT ONLY, M MAINTENANCE".
              ACCEPT WS-ST-NEW.
              IF WS-ST-NEW NOT = "I" AND WS-ST-NEW NOT = "C" AND
                    WS-ST-NEW NOT = "D" AND WS-ST-NEW NOT = "M" THEN
                 DISPLAY "=> INVALID INPUT"
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              COMPUTE WS-ST-NOTES = WS-ATM-C20(WS-ATM-IX)
                 + WS-ATM-C50(WS-ATM-IX) + WS-ATM-C100(WS-ATM-IX).
              IF WS-ST-NEW = "I" AND WS-ST-NOTES = 0 THEN
                 DISPLAY "=> CASSETTES ARE EMPTY - REPLENISH FIRST"
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              DISPLAY "=> REASON".
              ACCEPT WS-ST-REASON.
              MOVE WS-SUP-ID TO WS-ST-BY.
              PERFORM ATMSTATE-SET-PARAGRAPH
                 THRU ATMSTATE-SET-EXIT-PARAGRAPH.
              IF WS-ST-CHANGED = "N" THEN
                 DISPLAY "=> NO CHANGE"
                 GO TO SUPMENU-PARAGRAPH
              END-IF.
              PERFORM SAVE-ATM-CONFIG-PARAGRAPH
                 THRU SAVE-ATM-CONFIG-EXIT-PARAGRAPH.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "TERMINAL STATE " DELIMITED BY SIZE
                     WS-ST-OLD DELIMITED BY SIZE
                     " TO " DELIMITED BY SIZE
                     WS-ST-NEW DELIMITED BY SIZE
                     " BY " DELIMITED BY SIZE
                     WS-SUP-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ST-REASON DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              DISPLAY "=> TERMINAL " MYATM " STATE NOW "
                 WS-ATM-STATE(WS-ATM-IX).
              GO TO SUPMENU-PARAGRAPH.
      * CAN THIS WITHDRAWAL BE COVERED? THE ACCOUNT'S LINK RECORD
      * NAMES THE COVERING ACCOUNT; IT MUST BE OPEN AND HOLD THE
      * WHOLE SHORTFALL (AMOUNT, WITHDRAWAL FEE AND SWEEP FEE LESS
      * THE BALANCE). WS-SWP-OK IS Y WHEN IT CAN.
       SWEEPFIND-PARAGRAPH.
              MOVE "N" TO WS-SWP-OK.
              MOVE 0 TO WS-SWP-FROM.
              OPEN INPUT ACCTCIF-FILE.
              GO TO SWEEPFIND-LINK-PARAGRAPH.
       SWEEPFIND-LINK-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO SWEEPFIND-LINKED-PARAGRAPH
              END-READ.
              IF ACL-NUMBE = ANUMBE THEN
                 IF ACL-SWEEP IS NUMERIC THEN
                    MOVE ACL-SWEEP TO WS-SWP-FROM
                 END-IF
                 GO TO SWEEPFIND-LINKED-PARAGRAPH
              END-IF.
              GO TO SWEEPFIND-LINK-PARAGRAPH.
       SWEEPFIND-LINKED-PARAGRAPH.
              CLOSE ACCTCIF-FILE.
              IF WS-SWP-FROM = 0 OR WS-SWP-FROM = ANUMBE THEN
                 GO TO SWEEPFIND-EXIT-PARAGRAPH
              END-IF.
              OPEN INPUT INPUT-FILE.
              MOVE WS-SWP-FROM TO NUMBE.
              READ INPUT-FILE INTO BACCOUNT
                 INVALID KEY GO TO SWEEPFIND-NOACCT-PARAGRAPH
              END-READ.
              CLOSE INPUT-FILE.
              IF BLOCKFLAG = "C" OR BLOCKFLAG = "L"
                    OR BLOCKFLAG = "D" OR BLOCKFLAG = "S" THEN
                 GO TO SWEEPFIND-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-FEE-AMT TO WS-SWP-WDFEE.
              MOVE "S" TO WS-FEE-KIND.
              PERFORM COMPUTEFEE-PARAGRAPH
                 THRU COMPUTEFEE-EXIT-PARAGRAPH.
              MOVE WS-FEE-AMT TO WS-SWP-FEE.
              MOVE WS-SWP-WDFEE TO WS-FEE-AMT.
              MOVE "W" TO WS-FEE-KIND.
              COMPUTE WS-SWP-AMT =
                 MYAMOUNT + WS-FEE-AMT + WS-SWP-FEE - ABALANCE.
              IF BBALANCE < WS-SWP-AMT THEN
                 GO TO SWEEPFIND-EXIT-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-SWP-OK.
              GO TO SWEEPFIND-EXIT-PARAGRAPH.
       SWEEPFIND-NOACCT-PARAGRAPH.
              CLOSE INPUT-FILE.
       SWEEPFIND-EXIT-PARAGRAPH.
              EXIT.
      * SHOW THE SWEEP AND ITS FEE; ON CONFIRMATION POST BOTH LEGS
      * (W ON THE COVERING ACCOUNT, D ON THIS ONE) AND THE FEE
      * UNDER ONE REFERENCE, RECORD IT IN SWEEPS.TXT, AND GO BACK
      * TO APPROVE THE WITHDRAWAL ITSELF.
       SWEEPOFFER-PARAGRAPH.
              MOVE 0152 TO WS-MSG-ID.
              MOVE "=> YOUR BALANCE DOES NOT COVER THIS WITHDRAWAL"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0153 TO WS-MSG-ID.
              MOVE SPACES TO WS-MSG-TEXT.
              STRING "=> OVERDRAFT PROTECTION WILL MOVE &1 FROM "
                 "ACCOUNT &2"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT.
              MOVE WS-SWP-AMT TO WS-MSG-AMT.
              MOVE WS-MSG-AMT TO WS-MSG-P1.
              MOVE WS-SWP-FROM TO WS-MSG-P2.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0154 TO WS-MSG-ID.
              MOVE "=> OVERDRAFT PROTECTION FEE &1" TO WS-MSG-TEXT.
              MOVE WS-SWP-FEE TO WS-MSG-AMT.
              MOVE WS-MSG-AMT TO WS-MSG-P1.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0091 TO WS-MSG-ID.
              MOVE "=> PRESS Y TO CONFIRM" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-SWP-YN.
              IF WS-SWP-YN NOT = "Y" THEN
                 MOVE 0111 TO WS-MSG-ID
                 MOVE "=> CANCELLED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE "WITHDRAWAL CANCELLED AT SWEEP PROMPT"
                    TO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              MOVE "W" TO WS-FR-EVENT.
              MOVE WS-WD-AVAIL TO WS-FR-BASE.
              PERFORM FRAUDCHECK-PARAGRAPH
                 THRU FRAUDCHECK-EXIT-PARAGRAPH.
              IF WS-FR-HIT = "Y" THEN
                 GO TO FRAUDHIT-PARAGRAPH
              END-IF.
              COMPUTE ABALANCE = ABALANCE + WS-SWP-AMT - WS-SWP-FEE.
              SUBTRACT WS-SWP-AMT FROM BBALANCE.
              MOVE ANUMBE TO WS-UPD1-NUMBE.
              MOVE ABALANCE TO WS-UPD1-BALANCE.
              MOVE "Y" TO WS-UPD1-FLAG.
              MOVE BNUMBE TO WS-UPD2-NUMBE.
              MOVE BBALANCE TO WS-UPD2-BALANCE.
              MOVE "Y" TO WS-UPD2-FLAG.
              MOVE "N" TO WS-UPD1-WD-FLAG.
              PERFORM UPDATEMASTER-PARAGRAPH
                 THRU UPDATEMASTER-EXIT-PARAGRAPH.
              MOVE "N" TO WS-UPD2-FLAG.
              PERFORM ISSUE-REFNO-PARAGRAPH
                 THRU ISSUE-REFNO-EXIT-PARAGRAPH.
              OPEN EXTEND OUTPUTONE.
                 MOVE BNUMBE TO ONUMBE.
                 MOVE "W" TO OACTION.
                 MOVE WS-SWP-AMT TO OAMOUNT.
                 MOVE MYTIME TO OTIME.
                 MOVE WS-REFNO TO OREFNO.
                 MOVE WS-CARD-ID TO OCARDID.
                 WRITE MYOPERATIONONE
                 END-WRITE.
                 COMPUTE MYTIME = MYTIME + 1.
                 MOVE ANUMBE TO ONUMBE.
                 MOVE "D" TO OACTION.
                 MOVE WS-SWP-AMT TO OAMOUNT.
                 MOVE MYTIME TO OTIME.
                 WRITE MYOPERATIONONE
                 END-WRITE.
                 COMPUTE MYTIME = MYTIME + 1.
                 IF WS-SWP-FEE > 0 THEN
                    MOVE ANUMBE TO ONUMBE
                    MOVE "F" TO OACTION
                    MOVE WS-SWP-FEE TO OAMOUNT
                    MOVE MYTIME TO OTIME
                    WRITE MYOPERATIONONE
                    END-WRITE
                    COMPUTE MYTIME = MYTIME + 1
                 END-IF.
              CLOSE OUTPUTONE.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              OPEN EXTEND SWEEP-FILE.
              MOVE WS-TODAY TO SW-DATE.
              MOVE ANUMBE TO SW-NUMBE.
              MOVE BNUMBE TO SW-FROM.
              MOVE WS-SWP-AMT TO SW-AMOUNT.
              MOVE WS-SWP-FEE TO SW-FEE.
              MOVE WS-REFNO TO SW-REFNO.
              MOVE WS-ATM-ID(WS-ATM-IX) TO SW-ATMID.
              WRITE SWEEPREC.
              CLOSE SWEEP-FILE.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "OVERDRAFT SWEEP FROM " DELIMITED BY SIZE
                     BNUMBE DELIMITED BY SIZE
                     " REF " DELIMITED BY SIZE
                     WS-REFNO DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              GO TO WITHDRAWAL-APPROVE-PARAGRAPH.
      * THE CUSTOMER NOMINATES (OR CLEARS) THE ACCOUNT THAT COVERS
      * THIS ONE, CHOSEN FROM THE OTHER ACCOUNTS LINKED TO THE SAME
      * CUSTOMER NUMBER. THE CHOICE IS KEPT ON THIS ACCOUNT'S LINK
      * RECORD IN ACCTCIF.TXT.
       SWEEPSET-PARAGRAPH.
              MOVE 0 TO WS-ACL-COUNT.
              MOVE 0 TO WS-SWP-MINE.
              OPEN INPUT ACCTCIF-FILE.
              GO TO SWEEPSET-LOAD-PARAGRAPH.
       SWEEPSET-LOAD-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO SWEEPSET-LOADED-PARAGRAPH
              END-READ.
              IF WS-ACL-COUNT >= 3000 THEN
                 CLOSE ACCTCIF-FILE
                 MOVE 0162 TO WS-MSG-ID
                 MOVE "=> PLEASE ASK YOUR BRANCH TO SET THIS UP"
                    TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-ACL-COUNT.
              MOVE ACL-NUMBE TO WS-ACL-NUMBE(WS-ACL-COUNT).
              MOVE ACL-CIF TO WS-ACL-CIF(WS-ACL-COUNT).
              IF ACL-SWEEP IS NUMERIC THEN
                 MOVE ACL-SWEEP TO WS-ACL-SWEEP(WS-ACL-COUNT)
              ELSE
                 MOVE 0 TO WS-ACL-SWEEP(WS-ACL-COUNT)
              END-IF.
              IF ACL-NUMBE = ANUMBE THEN
                 MOVE WS-ACL-COUNT TO WS-SWP-MINE
              END-IF.
              GO TO SWEEPSET-LOAD-PARAGRAPH.
       SWEEPSET-LOADED-PARAGRAPH.
              CLOSE ACCTCIF-FILE.
              IF WS-SWP-MINE = 0 THEN
                 MOVE 0155 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> THIS ACCOUNT IS NOT LINKED TO A CUSTOMER "
                    "RECORD"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF WS-ACL-SWEEP(WS-SWP-MINE) NOT = 0 THEN
                 MOVE 0157 TO WS-MSG-ID
                 MOVE "=> NOW COVERED FROM ACCOUNT &1" TO WS-MSG-TEXT
                 MOVE WS-ACL-SWEEP(WS-SWP-MINE) TO WS-MSG-P1
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-SWP-SHOWN.
              MOVE 1 TO WS-ACL-IX.
              GO TO SWEEPSET-LIST-PARAGRAPH.
       SWEEPSET-LIST-PARAGRAPH.
              IF WS-ACL-IX > WS-ACL-COUNT OR WS-SWP-SHOWN >= 9 THEN
                 GO TO SWEEPSET-PICK-PARAGRAPH
              END-IF.
              IF WS-ACL-CIF(WS-ACL-IX) = WS-ACL-CIF(WS-SWP-MINE)
                    AND WS-ACL-IX NOT = WS-SWP-MINE THEN
                 ADD 1 TO WS-SWP-SHOWN
                 MOVE WS-ACL-IX TO WS-SWP-ROW(WS-SWP-SHOWN)
                 MOVE 0158 TO WS-MSG-ID
                 MOVE "=> &1: ACCOUNT &2" TO WS-MSG-TEXT
                 MOVE WS-SWP-SHOWN TO WS-MSG-P1
                 MOVE WS-ACL-NUMBE(WS-ACL-IX) TO WS-MSG-P2
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-ACL-IX.
              GO TO SWEEPSET-LIST-PARAGRAPH.
       SWEEPSET-PICK-PARAGRAPH.
              IF WS-SWP-SHOWN = 0 THEN
                 MOVE 0156 TO WS-MSG-ID
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING "=> YOU HAVE NO OTHER ACCOUNT TO COVER THIS "
                    "ONE"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              MOVE 0159 TO WS-MSG-ID.
              MOVE "=> CHOOSE THE COVERING ACCOUNT, OR 0 FOR NONE"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              ACCEPT WS-SWP-PICK.
              IF WS-SWP-PICK > WS-SWP-SHOWN THEN
                 MOVE 0009 TO WS-MSG-ID
                 MOVE "=> INVALID INPUT" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO SWEEPSET-PICK-PARAGRAPH
              END-IF.
              IF WS-SWP-PICK = 0 THEN
                 MOVE 0 TO WS-ACL-SWEEP(WS-SWP-MINE)
              ELSE
                 MOVE WS-ACL-NUMBE(WS-SWP-ROW(WS-SWP-PICK))
                    TO WS-ACL-SWEEP(WS-SWP-MINE)
              END-IF.
              OPEN OUTPUT ACCTCIF-FILE.
              MOVE 1 TO WS-ACL-IX.
              GO TO SWEEPSET-SAVE-PARAGRAPH.
       SWEEPSET-SAVE-PARAGRAPH.
              IF WS-ACL-IX > WS-ACL-COUNT THEN
                 CLOSE ACCTCIF-FILE
                 MOVE SPACES TO WS-EJ-TEXT
                 STRING "OVERDRAFT COVER FOR " DELIMITED BY SIZE
                        ANUMBE DELIMITED BY SIZE
                        " SET TO " DELIMITED BY SIZE
                        WS-ACL-SWEEP(WS-SWP-MINE) DELIMITED BY SIZE
                    INTO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH
                 MOVE 0160 TO WS-MSG-ID
                 MOVE "=> OVERDRAFT PROTECTION UPDATED" TO WS-MSG-TEXT
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              MOVE WS-ACL-NUMBE(WS-ACL-IX) TO ACL-NUMBE.
              MOVE WS-ACL-CIF(WS-ACL-IX) TO ACL-CIF.
              MOVE WS-ACL-SWEEP(WS-ACL-IX) TO ACL-SWEEP.
              WRITE ACCTCIFREC.
              ADD 1 TO WS-ACL-IX.
              GO TO SWEEPSET-SAVE-PARAGRAPH.
      * RECORD ONE ACTIVITY ROW (WS-FR-KEY, WS-FR-EVENT) IN TODAY'S
      * SHARED ACTIVITY FILE.
       FRAUDNOTE-PARAGRAPH.
              PERFORM ACTPATH-PARAGRAPH THRU ACTPATH-EXIT-PARAGRAPH.
              OPEN EXTEND CARDACT-FILE.
              MOVE WS-FR-KEY TO ACT-KEY.
              MOVE WS-ATM-ID(WS-ATM-IX) TO ACT-ATMID.
              MOVE WS-FR-NOW TO ACT-MIN.
              MOVE WS-FR-EVENT TO ACT-EVENT.
              WRITE CARDACTREC.
              CLOSE CARDACT-FILE.
       FRAUDNOTE-EXIT-PARAGRAPH.
              EXIT.
       ACTPATH-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              MOVE FUNCTION CURRENT-DATE(9:4) TO WS-FR-HHMM.
              COMPUTE WS-FR-NOW = WS-FR-HH * 60 + WS-FR-MM.
              MOVE SPACES TO WS-ACT-PATH.
              STRING "cardact_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-ACT-PATH.
       ACTPATH-EXIT-PARAGRAPH.
              EXIT.
      * RUN THE FRAUD RULES FOR A WITHDRAWAL OR TRANSFER OF MYAMOUNT
      * (WS-FR-EVENT W OR T; WS-FR-BASE IS WHAT COULD BE TAKEN, FOR
      * THE PW RULE). THE FIRST RULE HIT SETS WS-FR-HIT. THE KEY IS
      * THE CARD ON A CARD LOGIN, OTHERWISE THE ACCOUNT; ONLY
      * TODAY'S ACTIVITY IS LOOKED AT.
       FRAUDCHECK-PARAGRAPH.
              MOVE "N" TO WS-FR-HIT.
              IF WS-CARD-MODE = "Y" THEN
                 MOVE WS-CARD-ID TO WS-FR-KEY
                 MOVE "C" TO WS-FR-KEYTYPE
              ELSE
                 MOVE MYNUMBE TO WS-FR-KEY
                 MOVE "A" TO WS-FR-KEYTYPE
              END-IF.
              PERFORM ACTPATH-PARAGRAPH THRU ACTPATH-EXIT-PARAGRAPH.
              MOVE 0 TO WS-FR-COUNT.
              OPEN INPUT FRAUDRULE-FILE.
              GO TO FRAUDRULE-READ-PARAGRAPH.
       FRAUDRULE-READ-PARAGRAPH.
              READ FRAUDRULE-FILE
                 AT END GO TO FRAUDRULE-DONE-PARAGRAPH
              END-READ.
              IF WS-FR-COUNT >= 20 THEN
                 GO TO FRAUDRULE-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-FR-COUNT.
              MOVE FR-RULE TO WS-FR-RULE(WS-FR-COUNT).
              MOVE FR-ACTIVE TO WS-FR-ACTIVE(WS-FR-COUNT).
              MOVE FR-COUNT TO WS-FR-LIMIT(WS-FR-COUNT).
              MOVE FR-MINUTES TO WS-FR-MINUTES(WS-FR-COUNT).
              MOVE FR-PCT TO WS-FR-PCT(WS-FR-COUNT).
              MOVE FR-ACTION TO WS-FR-ACTION(WS-FR-COUNT).
              GO TO FRAUDRULE-READ-PARAGRAPH.
       FRAUDRULE-DONE-PARAGRAPH.
              CLOSE FRAUDRULE-FILE.
              IF WS-FR-COUNT = 0 THEN
                 MOVE 4 TO WS-FR-COUNT
                 MOVE "VW" TO WS-FR-RULE(1)
                 MOVE "Y" TO WS-FR-ACTIVE(1)
                 MOVE 3 TO WS-FR-LIMIT(1)
                 MOVE 10 TO WS-FR-MINUTES(1)
                 MOVE 0 TO WS-FR-PCT(1)
                 MOVE "D" TO WS-FR-ACTION(1)
                 MOVE "VT" TO WS-FR-RULE(2)
                 MOVE "Y" TO WS-FR-ACTIVE(2)
                 MOVE 5 TO WS-FR-LIMIT(2)
                 MOVE 10 TO WS-FR-MINUTES(2)
                 MOVE 0 TO WS-FR-PCT(2)
                 MOVE "D" TO WS-FR-ACTION(2)
                 MOVE "GT" TO WS-FR-RULE(3)
                 MOVE "Y" TO WS-FR-ACTIVE(3)
                 MOVE 0 TO WS-FR-LIMIT(3)
                 MOVE 20 TO WS-FR-MINUTES(3)
                 MOVE 0 TO WS-FR-PCT(3)
                 MOVE "L" TO WS-FR-ACTION(3)
                 MOVE "PW" TO WS-FR-RULE(4)
                 MOVE "Y" TO WS-FR-ACTIVE(4)
                 MOVE 2 TO WS-FR-LIMIT(4)
                 MOVE 30 TO WS-FR-MINUTES(4)
                 MOVE 80 TO WS-FR-PCT(4)
                 MOVE "L" TO WS-FR-ACTION(4)
              END-IF.
              MOVE 0 TO WS-ACT-COUNT.
              OPEN INPUT CARDACT-FILE.
              GO TO FRAUDACT-READ-PARAGRAPH.
       FRAUDACT-READ-PARAGRAPH.
              READ CARDACT-FILE
                 AT END GO TO FRAUDACT-DONE-PARAGRAPH
              END-READ.
              IF ACT-KEY NOT = WS-FR-KEY THEN
                 GO TO FRAUDACT-READ-PARAGRAPH
              END-IF.
              IF WS-ACT-COUNT >= 500 THEN
                 GO TO FRAUDACT-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-ACT-COUNT.
              MOVE ACT-ATMID TO WS-ACT-ATMID(WS-ACT-COUNT).
              MOVE ACT-MIN TO WS-ACT-MIN(WS-ACT-COUNT).
              MOVE ACT-EVENT TO WS-ACT-EVENT(WS-ACT-COUNT).
              GO TO FRAUDACT-READ-PARAGRAPH.
       FRAUDACT-DONE-PARAGRAPH.
              CLOSE CARDACT-FILE.
              MOVE 1 TO WS-FR-IX.
              GO TO FRAUDRULE-NEXT-PARAGRAPH.
       FRAUDRULE-NEXT-PARAGRAPH.
              IF WS-FR-IX > WS-FR-COUNT THEN
                 GO TO FRAUDCHECK-EXIT-PARAGRAPH
              END-IF.
              IF WS-FR-ACTIVE(WS-FR-IX) NOT = "Y" THEN
                 ADD 1 TO WS-FR-IX
                 GO TO FRAUDRULE-NEXT-PARAGRAPH
              END-IF.
              COMPUTE WS-FR-FROM = WS-FR-NOW - WS-FR-MINUTES(WS-FR-IX).
              MOVE 0 TO WS-FR-SEEN.
              MOVE 1 TO WS-ACT-IX.
              GO TO FRAUDRULE-SCAN-PARAGRAPH.
       FRAUDRULE-SCAN-PARAGRAPH.
              IF WS-ACT-IX > WS-ACT-COUNT THEN
                 GO TO FRAUDRULE-TEST-PARAGRAPH
              END-IF.
              IF WS-ACT-MIN(WS-ACT-IX) >= WS-FR-FROM THEN
                 EVALUATE WS-FR-RULE(WS-FR-IX)
                    WHEN "VW"
                       IF WS-ACT-EVENT(WS-ACT-IX) = "W" THEN
                          ADD 1 TO WS-FR-SEEN
                       END-IF
                    WHEN "VT"
                       IF WS-ACT-EVENT(WS-ACT-IX) = "T" THEN
                          ADD 1 TO WS-FR-SEEN
                       END-IF
                    WHEN "GT"
                       IF WS-ACT-ATMID(WS-ACT-IX) NOT =
                             WS-ATM-ID(WS-ATM-IX) THEN
                          ADD 1 TO WS-FR-SEEN
                       END-IF
                    WHEN "PW"
                       IF WS-ACT-EVENT(WS-ACT-IX) = "F" THEN
                          ADD 1 TO WS-FR-SEEN
                       END-IF
                 END-EVALUATE
              END-IF.
              ADD 1 TO WS-ACT-IX.
              GO TO FRAUDRULE-SCAN-PARAGRAPH.
       FRAUDRULE-TEST-PARAGRAPH.
              EVALUATE WS-FR-RULE(WS-FR-IX)
                 WHEN "VW"
                    IF WS-FR-EVENT = "W"
                          AND WS-FR-SEEN >= WS-FR-LIMIT(WS-FR-IX) THEN
                       MOVE "Y" TO WS-FR-HIT
                    END-IF
                 WHEN "VT"
                    IF WS-FR-EVENT = "T"
                          AND WS-FR-SEEN >= WS-FR-LIMIT(WS-FR-IX) THEN
                       MOVE "Y" TO WS-FR-HIT
                    END-IF
                 WHEN "GT"
                    IF WS-FR-SEEN > 0 THEN
                       MOVE "Y" TO WS-FR-HIT
                    END-IF
                 WHEN "PW"
                    IF WS-FR-SEEN >= WS-FR-LIMIT(WS-FR-IX)
                          AND WS-FR-SEEN > 0
                          AND MYAMOUNT * 100 >=
                             WS-FR-BASE * WS-FR-PCT(WS-FR-IX) THEN
                       MOVE "Y" TO WS-FR-HIT
                    END-IF
              END-EVALUATE.
              IF WS-FR-HIT = "Y" THEN
                 MOVE WS-FR-RULE(WS-FR-IX) TO WS-FR-HIT-RULE
                 MOVE WS-FR-ACTION(WS-FR-IX) TO WS-FR-HIT-ACTION
                 MOVE WS-FR-SEEN TO WS-FR-HIT-SEEN
                 GO TO FRAUDCHECK-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-FR-IX.
              GO TO FRAUDRULE-NEXT-PARAGRAPH.
       FRAUDCHECK-EXIT-PARAGRAPH.
              EXIT.
      * A RULE FIRED: ALERT THE OPERATIONS DESK, JOURNAL IT, AND
      * DECLINE. A LOCKING RULE ALSO LOCKS THE CARD (OR ACCOUNT)
      * AND ENDS THE SESSION.
       FRAUDHIT-PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
              OPEN EXTEND FRAUDALERT-FILE.
              MOVE WS-TODAY TO FA-DATE.
              MOVE FUNCTION CURRENT-DATE(9:4) TO FA-TIME.
              MOVE WS-ATM-ID(WS-ATM-IX) TO FA-ATMID.
              MOVE WS-FR-KEYTYPE TO FA-KEYTYPE.
              MOVE WS-FR-KEY TO FA-KEY.
              MOVE WS-FR-HIT-RULE TO FA-RULE.
              MOVE WS-FR-EVENT TO FA-EVENT.
              MOVE MYAMOUNT TO FA-AMOUNT.
              MOVE WS-FR-HIT-SEEN TO FA-SEEN.
              MOVE WS-FR-HIT-ACTION TO FA-ACTION.
              WRITE FRAUDALERTREC.
              CLOSE FRAUDALERT-FILE.
              MOVE SPACES TO WS-EJ-TEXT.
              STRING "FRAUD RULE " DELIMITED BY SIZE
                     WS-FR-HIT-RULE DELIMITED BY SIZE
                     " HIT " DELIMITED BY SIZE
                     WS-FR-EVENT DELIMITED BY SIZE
                     " KEY " DELIMITED BY SIZE
                     WS-FR-KEY DELIMITED BY SIZE
                     " ACTION " DELIMITED BY SIZE
                     WS-FR-HIT-ACTION DELIMITED BY SIZE
                 INTO WS-EJ-TEXT.
              PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH.
              MOVE 0150 TO WS-MSG-ID.
              MOVE "=> TRANSACTION DECLINED" TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              IF WS-FR-HIT-ACTION NOT = "L" THEN
                 GO TO ASKCONTINUE-PARAGRAPH
              END-IF.
              IF WS-FR-KEYTYPE = "C" THEN
                 MOVE WS-FR-KEY TO WS-HOT-CARDID
                 PERFORM HOTLOCK-PARAGRAPH THRU HOTLOCK-EXIT-PARAGRAPH
                 MOVE 0066 TO WS-MSG-ID
                 MOVE "=> THIS CARD IS NOW BLOCKED" TO WS-MSG-TEXT
              ELSE
                 MOVE ANUMBE TO WS-LOGIN-NUMBE
                 MOVE AFAILCNT TO WS-LOGIN-FAILCNT
                 MOVE "L" TO WS-LOGIN-LOCKFLAG
                 MOVE "Y" TO WS-LOGIN-FLAG
                 MOVE "N" TO WS-UPD1-FLAG
                 MOVE "N" TO WS-UPD2-FLAG
                 MOVE "N" TO WS-UPD1-WD-FLAG
                 PERFORM UPDATEMASTER-PARAGRAPH
                    THRU UPDATEMASTER-EXIT-PARAGRAPH
                 MOVE "N" TO WS-LOGIN-FLAG
                 MOVE 0031 TO WS-MSG-ID
                 MOVE "=> ACCOUNT LOCKED - CONTACT YOUR BRANCH"
                    TO WS-MSG-TEXT
              END-IF.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              GO TO USRPWD-PARAGRAPH.
      * SESSION LANGUAGE: FOLLOW THE ACCOUNT TO ITS CUSTOMER
      * RECORD AND USE THE LANGUAGE KEPT THERE. A CUSTOMER WITH
      * NONE ON FILE CHOOSES ONE NOW AND IT IS SAVED ON THE
      * CUSTOMER RECORD FOR NEXT TIME; AN ACCOUNT WITH NO CUSTOMER
      * LINK CHOOSES FOR THIS SESSION ONLY.
       LANGSET-PARAGRAPH.
              MOVE 0 TO WS-LANG-CIF.
              MOVE 0 TO WS-LANG-CIX.
              MOVE "N" TO WS-LANG-SAVE.
              OPEN INPUT ACCTCIF-FILE.
              GO TO LANGSET-LINK-PARAGRAPH.
       LANGSET-LINK-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO LANGSET-LINKED-PARAGRAPH
              END-READ.
              IF ACL-NUMBE = MYNUMBE THEN
                 MOVE ACL-CIF TO WS-LANG-CIF
                 GO TO LANGSET-LINKED-PARAGRAPH
              END-IF.
              GO TO LANGSET-LINK-PARAGRAPH.
       LANGSET-LINKED-PARAGRAPH.
              CLOSE ACCTCIF-FILE.
              IF WS-LANG-CIF = 0 THEN
                 GO TO LANGSET-ASK-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-CUS-COUNT.
              MOVE "Y" TO WS-LANG-SAVE.
              OPEN INPUT CUSTOMER-FILE.
              GO TO LANGSET-LOAD-PARAGRAPH.
       LANGSET-LOAD-PARAGRAPH.
              READ CUSTOMER-FILE
                 AT END GO TO LANGSET-LOADED-PARAGRAPH
              END-READ.
              IF WS-CUS-COUNT >= 3000 THEN
                 MOVE "N" TO WS-LANG-SAVE
                 IF CIF-NUM = WS-LANG-CIF
                       AND CIF-LANG NOT = SPACES THEN
                    MOVE CIF-LANG TO WS-LANG
                    CLOSE CUSTOMER-FILE
                    GO TO LANGSET-EXIT-PARAGRAPH
                 END-IF
                 GO TO LANGSET-LOAD-PARAGRAPH
              END-IF.
              ADD 1 TO WS-CUS-COUNT.
              MOVE CIF-NUM TO WS-CUS-NUM(WS-CUS-COUNT).
              MOVE CIF-NAME TO WS-CUS-NAME(WS-CUS-COUNT).
              MOVE CIF-ADDR TO WS-CUS-ADDR(WS-CUS-COUNT).
              MOVE CIF-CONTACT TO WS-CUS-CONTACT(WS-CUS-COUNT).
              MOVE CIF-LANG TO WS-CUS-LANG(WS-CUS-COUNT).
              IF CIF-NUM = WS-LANG-CIF THEN
                 MOVE WS-CUS-COUNT TO WS-LANG-CIX
              END-IF.
              GO TO LANGSET-LOAD-PARAGRAPH.
       LANGSET-LOADED-PARAGRAPH.
              CLOSE CUSTOMER-FILE.
              IF WS-LANG-CIX = 0 THEN
                 MOVE "N" TO WS-LANG-SAVE
                 GO TO LANGSET-ASK-PARAGRAPH
              END-IF.
              IF WS-CUS-LANG(WS-LANG-CIX) NOT = SPACES THEN
                 MOVE WS-CUS-LANG(WS-LANG-CIX) TO WS-LANG
                 GO TO LANGSET-EXIT-PARAGRAPH
              END-IF.
              GO TO LANGSET-ASK-PARAGRAPH.
      * THE CHOICE IS OFFERED IN EVERY LANGUAGE THE MESSAGE FILE
      * CARRIES A PROMPT FOR, SINCE THE CUSTOMER'S IS NOT YET KNOWN.
       LANGSET-ASK-PARAGRAPH.
              MOVE "EN" TO WS-LANG.
              MOVE 0001 TO WS-MSG-ID.
              MOVE "=> PRESS 1 FOR ENGLISH, 2 FOR CHINESE"
                 TO WS-MSG-TEXT.
              PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
              MOVE 0001 TO WS-MSG-ID.
              MOVE "ZH" TO WS-MSG-WANT.
              PERFORM MSGFIND-PARAGRAPH THRU MSGFIND-EXIT-PARAGRAPH.
              IF WS-MSG-FOUND = "Y" THEN
                 MOVE "ZH" TO WS-LANG
                 PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH
                 MOVE "EN" TO WS-LANG
              END-IF.
              ACCEPT WS-LANG-PICK.
              IF WS-LANG-PICK = "2" THEN
                 MOVE "ZH" TO WS-LANG
              END-IF.
              IF WS-LANG-SAVE NOT = "Y" THEN
                 GO TO LANGSET-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-LANG TO WS-CUS-LANG(WS-LANG-CIX).
              MOVE 1 TO WS-CUS-IX.
              OPEN OUTPUT CUSTOMER-FILE.
              GO TO LANGSET-SAVE-PARAGRAPH.
       LANGSET-SAVE-PARAGRAPH.
              IF WS-CUS-IX > WS-CUS-COUNT THEN
                 CLOSE CUSTOMER-FILE
                 MOVE SPACES TO WS-EJ-TEXT
                 STRING "LANGUAGE " DELIMITED BY SIZE
                        WS-LANG DELIMITED BY SIZE
                        " SET FOR CUSTOMER " DELIMITED BY SIZE
                        WS-LANG-CIF DELIMITED BY SIZE
                    INTO WS-EJ-TEXT
                 PERFORM EJLOG-PARAGRAPH THRU EJLOG-EXIT-PARAGRAPH
                 GO TO LANGSET-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-CUS-NUM(WS-CUS-IX) TO CIF-NUM.
              MOVE WS-CUS-NAME(WS-CUS-IX) TO CIF-NAME.
              MOVE WS-CUS-ADDR(WS-CUS-IX) TO CIF-ADDR.
              MOVE WS-CUS-CONTACT(WS-CUS-IX) TO CIF-CONTACT.
              MOVE WS-CUS-LANG(WS-CUS-IX) TO CIF-LANG.
              WRITE CUSTOMERREC.
              ADD 1 TO WS-CUS-IX.
              GO TO LANGSET-SAVE-PARAGRAPH.
       LANGSET-EXIT-PARAGRAPH.
              EXIT.
      * LOAD THE MESSAGE FILE; ROWS PAST THE TABLE ARE IGNORED AND
      * FALL BACK TO THE BUILT-IN ENGLISH.
       MSGLOAD-PARAGRAPH.
              MOVE 0 TO WS-MSGT-COUNT.
              OPEN INPUT MESSAGE-FILE.
              GO TO MSGLOAD-READ-PARAGRAPH.
       MSGLOAD-READ-PARAGRAPH.
              READ MESSAGE-FILE
                 AT END GO TO MSGLOAD-DONE-PARAGRAPH
              END-READ.
              IF WS-MSGT-COUNT >= 2000 OR MSG-ID IS NOT NUMERIC THEN
                 GO TO MSGLOAD-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-MSGT-COUNT.
              MOVE MSG-ID TO WS-MSGT-ID(WS-MSGT-COUNT).
              MOVE MSG-LANG TO WS-MSGT-LANG(WS-MSGT-COUNT).
              MOVE MSG-TEXT TO WS-MSGT-TEXT(WS-MSGT-COUNT).
              GO TO MSGLOAD-READ-PARAGRAPH.
       MSGLOAD-DONE-PARAGRAPH.
              CLOSE MESSAGE-FILE.
       MSGLOAD-EXIT-PARAGRAPH.
              EXIT.
      * SHOW MESSAGE WS-MSG-ID IN THE SESSION LANGUAGE. THE CALLER
      * LOADS THE ENGLISH WORDING INTO WS-MSG-TEXT AND ANY VALUES
      * INTO WS-MSG-P1 TO WS-MSG-P4; THE FILE'S WORDING REPLACES
      * THE BUILT-IN TEXT WHEN THERE IS ONE.
       MSGSAY-PARAGRAPH.
              MOVE WS-LANG TO WS-MSG-WANT.
              PERFORM MSGFIND-PARAGRAPH THRU MSGFIND-EXIT-PARAGRAPH.
              IF WS-MSG-FOUND NOT = "Y" AND WS-LANG NOT = "EN" THEN
                 MOVE "EN" TO WS-MSG-WANT
                 PERFORM MSGFIND-PARAGRAPH THRU MSGFIND-EXIT-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-MSG-OUT.
              MOVE 0 TO WS-MSG-OLEN.
              MOVE 1 TO WS-MSG-I.
              MOVE 120 TO WS-MSG-TLEN.
              GO TO MSGSAY-TRIM-PARAGRAPH.
       MSGSAY-TRIM-PARAGRAPH.
              IF WS-MSG-TLEN > 0 THEN
                 IF WS-MSG-TEXT(WS-MSG-TLEN:1) = SPACE THEN
                    SUBTRACT 1 FROM WS-MSG-TLEN
                    GO TO MSGSAY-TRIM-PARAGRAPH
                 END-IF
              END-IF.
              GO TO MSGSAY-SCAN-PARAGRAPH.
       MSGSAY-SCAN-PARAGRAPH.
              IF WS-MSG-I > WS-MSG-TLEN THEN
                 GO TO MSGSAY-SHOW-PARAGRAPH
              END-IF.
              IF WS-MSG-TEXT(WS-MSG-I:1) = "&"
                    AND WS-MSG-I < WS-MSG-TLEN THEN
                 IF WS-MSG-TEXT(WS-MSG-I + 1:1) >= "1"
                       AND WS-MSG-TEXT(WS-MSG-I + 1:1) <= "4" THEN
                    MOVE WS-MSG-TEXT(WS-MSG-I + 1:1) TO WS-MSG-PNO
                    MOVE WS-MSG-PARM(WS-MSG-PNO) TO WS-MSG-VAL
                    PERFORM MSGVALUE-PARAGRAPH
                       THRU MSGVALUE-EXIT-PARAGRAPH
                    ADD 2 TO WS-MSG-I
                    GO TO MSGSAY-SCAN-PARAGRAPH
                 END-IF
              END-IF.
              ADD 1 TO WS-MSG-OLEN.
              MOVE WS-MSG-TEXT(WS-MSG-I:1) TO WS-MSG-OUT(WS-MSG-OLEN:1).
              ADD 1 TO WS-MSG-I.
              GO TO MSGSAY-SCAN-PARAGRAPH.
       MSGSAY-SHOW-PARAGRAPH.
              IF WS-MSG-OLEN = 0 THEN
                 MOVE 1 TO WS-MSG-OLEN
              END-IF.
              DISPLAY WS-MSG-OUT(1:WS-MSG-OLEN).
              MOVE SPACES TO WS-MSG-PARMS.
       MSGSAY-EXIT-PARAGRAPH.
              EXIT.
       MSGFIND-PARAGRAPH.
              MOVE "N" TO WS-MSG-FOUND.
              MOVE 1 TO WS-MSGT-IX.
              GO TO MSGFIND-LOOP-PARAGRAPH.
       MSGFIND-LOOP-PARAGRAPH.
              IF WS-MSGT-IX > WS-MSGT-COUNT THEN
                 GO TO MSGFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-MSGT-ID(WS-MSGT-IX) = WS-MSG-ID
                    AND WS-MSGT-LANG(WS-MSGT-IX) = WS-MSG-WANT THEN
                 MOVE WS-MSGT-TEXT(WS-MSGT-IX) TO WS-MSG-TEXT
                 MOVE "Y" TO WS-MSG-FOUND
                 GO TO MSGFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-MSGT-IX.
              GO TO MSGFIND-LOOP-PARAGRAPH.
       MSGFIND-EXIT-PARAGRAPH.
              EXIT.
      * APPEND ONE VALUE TO THE MESSAGE LINE WITHOUT ITS LEADING
      * AND TRAILING BLANKS.
       MSGVALUE-PARAGRAPH.
              MOVE 1 TO WS-MSG-VB.
              MOVE 40 TO WS-MSG-VE.
              GO TO MSGVALUE-LEAD-PARAGRAPH.
       MSGVALUE-LEAD-PARAGRAPH.
              IF WS-MSG-VB > 40 THEN
                 GO TO MSGVALUE-EXIT-PARAGRAPH
              END-IF.
              IF WS-MSG-VAL(WS-MSG-VB:1) = SPACE THEN
                 ADD 1 TO WS-MSG-VB
                 GO TO MSGVALUE-LEAD-PARAGRAPH
              END-IF.
              GO TO MSGVALUE-TAIL-PARAGRAPH.
       MSGVALUE-TAIL-PARAGRAPH.
              IF WS-MSG-VAL(WS-MSG-VE:1) = SPACE THEN
                 SUBTRACT 1 FROM WS-MSG-VE
                 GO TO MSGVALUE-TAIL-PARAGRAPH
              END-IF.
              MOVE WS-MSG-VAL(WS-MSG-VB:WS-MSG-VE - WS-MSG-VB + 1)
                 TO WS-MSG-OUT(WS-MSG-OLEN + 1:
                               WS-MSG-VE - WS-MSG-VB + 1).
              COMPUTE WS-MSG-OLEN =
                 WS-MSG-OLEN + WS-MSG-VE - WS-MSG-VB + 1.
       MSGVALUE-EXIT-PARAGRAPH.
              EXIT.
       ASKCONTINUE-PARAGRAPH.
               MOVE 0147 TO WS-MSG-ID.
               MOVE "=> CONTINUE?" TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               MOVE 0148 TO WS-MSG-ID.
               MOVE "=>  N FOR NO" TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               MOVE 0149 TO WS-MSG-ID.
               MOVE "=>  Y FOR YES" TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               ACCEPT YN.
               IF YN = "Y" THEN
                  GO TO START-PARAGRAPH
               IF YN = "N" THEN
                  GO TO TERMINATE-PARAGRAPH
               END-IF.
               MOVE 0009 TO WS-MSG-ID.
               MOVE "=> INVALID INPUT" TO WS-MSG-TEXT.
               PERFORM MSGSAY-PARAGRAPH THRU MSGSAY-EXIT-PARAGRAPH.
               GO TO ASKCONTINUE-PARAGRAPH.
       TERMINATE-PARAGRAPH.
              STOP RUN.
