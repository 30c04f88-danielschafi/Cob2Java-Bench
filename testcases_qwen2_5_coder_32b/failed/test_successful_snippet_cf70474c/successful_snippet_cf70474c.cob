       SELECT OPTIONAL CHGRETURN-FILE ASSIGN TO "chgreturn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL CHGPOSTED-FILE ASSIGN TO "chgposted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL RUNLOG-FILE ASSIGN TO WS-RL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL STMT-FILE ASSIGN TO WS-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL BILLPAY-FILE ASSIGN TO "billpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL SWEEP-FILE ASSIGN TO "sweeps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL ATMTERM-FILE ASSIGN TO "atmterm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL ATMSTATE-FILE ASSIGN TO "atmstate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL AVAIL-FILE ASSIGN TO WS-AVAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL AMORT-FILE ASSIGN TO WS-AMORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL DELINQ-FILE ASSIGN TO WS-DELINQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL LEGALHOLD-FILE ASSIGN TO "legalholds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL LEVYRPT-FILE ASSIGN TO WS-LEVYRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL PRICETIER-FILE ASSIGN TO "pricetiers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL PRICEMTD-FILE ASSIGN TO "pricemtd.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL PRICERPT-FILE ASSIGN TO WS-PRICERPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL TDEP-FILE ASSIGN TO "tdeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL TDRATE-FILE ASSIGN TO "tdrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL TDSCHED-FILE ASSIGN TO WS-TDSCHED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL TDINT-FILE ASSIGN TO "tdinterest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL WATCH-FILE ASSIGN TO "watchlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL SCREENQ-FILE ASSIGN TO "screenq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL SCREENLOG-FILE ASSIGN TO "screenlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL REMIT-FILE ASSIGN TO WS-REMIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL ENVELOPE-FILE ASSIGN TO "envelopes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL ENVDISC-FILE ASSIGN TO "envdisc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL ENVRPT-FILE ASSIGN TO WS-ENVRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       SELECT OPTIONAL ALERTPREF-FILE ASSIGN TO "alertprefs.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NOTIFY-FILE ASSIGN TO "notify.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NOTIFYOUT-FILE ASSIGN TO WS-NOTIFYOUT-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NOTIFYRPT-FILE ASSIGN TO WS-NOTIFYRPT-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORTWORK ASSIGN TO SORTWRK.
       DATA DIVISION.
       FILE SECTION.
          02 CRN-AMOUNT PIC 9(5)V9(2).
          02 CRN-TIME PIC 9(5).
          02 CRN-REASON PIC X(16).
      * EVERY MEMBER-STORE CHARGE THAT ACTUALLY POSTED TO ITS
      * ACCOUNT, ONE ROW PER CHARGE DATED WITH THE RUN, KEPT SO THE
      * MEMBER CREDIT RECONCILIATION CAN TIE CREDITS SOLD TO MONEY
      * COLLECTED.
       FD CHGPOSTED-FILE.
       01 CHGPOSTEDREC.
          02 CPS-DATE PIC 9(08).
          02 CPS-NUMBE PIC 9(16).
          02 CPS-AMOUNT PIC 9(5)V9(2).
          02 CPS-TIME PIC 9(5).
      * MEMBER-TERMINAL STORE CHARGES, MERGED AND POSTED LIKE ANY
      * ATM TRANSACTION AND CLEARED AFTERWARD.
       FD CHARGES-FILE.
          02 CIF-NAME PIC X(30).
          02 CIF-ADDR PIC X(40).
          02 CIF-CONTACT PIC X(20).
          02 CIF-LANG PIC A(2).
       FD ACCTCIF-FILE.
       01 ACCTCIFREC.
          02 ACL-NUMBE PIC 9(16).
          02 ACL-CIF PIC 9(8).
          02 ACL-SWEEP PIC 9(16).
       FD CIFREPORT-FILE.
       01 CIFREPLINE.
          02 CIFR-LABEL PIC X(12).
      * THE RETURNS FILE FOR THE COUNTERPARTY. OUTBOUND: BRANCH
      * REQUESTS IN EXTXFR.TXT DEBIT OUR CUSTOMER AND WRITE THE
      * CLEARING_OUT.TXT FILE FOR DISPATCH TO THE OTHER BANK.
      * THE COUNTERPARTY NAME ON BOTH IS SCREENED AGAINST THE
      * WATCH LIST; A HIT IS HELD ON THE REVIEW QUEUE, NOT POSTED.
       FD CLEARIN-FILE.
       01 CLEARINREC.
          02 CLI-BANK PIC X(6).
          02 CLI-NUMBE PIC 9(16).
          02 CLI-AMOUNT PIC 9(5)V9(2).
          02 CLI-DIR PIC A(1).
          02 CLI-NAME PIC X(30).
       FD CLEARRET-FILE.
       01 CLEARRETREC.
          02 CLR-BANK PIC X(6).
          02 EXT-BANK PIC X(6).
          02 EXT-TOACCT PIC 9(16).
          02 EXT-AMOUNT PIC 9(5)V9(2).
          02 EXT-NAME PIC X(30).
      * INTEGRITY TRAILER SIDECARS (<FEEDER>.TRL) WRITTEN BY THE
      * PRODUCERS: RECORD COUNT AND AMOUNT TOTAL. A FEEDER WHOSE
      * CONTENTS DO NOT TIE TO ITS TRAILER IS DIVERTED WHOLESALE
       01 STMTLINE.
          02 STMTLABEL PIC X(20).
          02 STMTVALUE PIC S9(13)V9(2) SIGN LEADING SEPARATE.
      * BILL PAYMENTS TAKEN AT THE TERMINALS (ONE ROW PER PAYMENT,
      * UNDER THE OREFNO OF ITS B LOG LINE) AND THE REMITTANCE
      * FILE CUT FOR EACH BILLER (REMIT_<BILLER>_<DATE>.TXT): A
      * BILLER HEADER, ONE LINE PER CUSTOMER REFERENCE PAID, AND A
      * TRAILER WITH THE ITEM COUNT AND TOTAL FOR SETTLEMENT.
       FD BILLPAY-FILE.
       01 BILLPAYREC.
          02 BP-NUMBE PIC 9(16).
          02 BP-BILLER PIC X(06).
          02 BP-REF PIC X(20).
          02 BP-AMOUNT PIC 9(5)V9(2).
          02 BP-REFNO PIC 9(14).
          02 BP-DATE PIC 9(08).
          02 BP-ATMID PIC A(04).
      * OVERDRAFT SWEEPS TAKEN AT THE TERMINALS. THE TWO TRANSFER
      * LEGS ARRIVE IN THE TRANSACTION FILES; THIS FILE ONLY TELLS
      * THE RUN WHICH ACCOUNTS WERE PROTECTED ON THE DAY.
       FD SWEEP-FILE.
       01 SWEEPREC.
          02 SW-DATE PIC 9(08).
          02 SW-NUMBE PIC 9(16).
          02 SW-FROM PIC 9(16).
          02 SW-AMOUNT PIC 9(13)V9(2).
          02 SW-FEE PIC 9(3)V9(2).
          02 SW-REFNO PIC 9(14).
          02 SW-ATMID PIC A(04).
      * TERMINAL AVAILABILITY: THE TERMINAL LIST (ONLY THE ID IS
      * NEEDED HERE), EVERY SERVICE-STATE CHANGE THE TERMINALS HAVE
      * LOGGED, AND AVAIL_<DATE>.TXT - PER TERMINAL THE SHARE OF THE
      * DAY IN SERVICE AND THE MINUTES DOWN BY STATE AND REASON.
       FD ATMTERM-FILE.
       01 ATMTERMREC.
          02 ATT-ATMID PIC A(04).
          02 ATT-REST PIC X(80).
       FD ATMSTATE-FILE.
       01 ATMSTATEREC.
          02 ST-DATE PIC 9(08).
          02 ST-TIME PIC 9(06).
          02 ST-TIME-X REDEFINES ST-TIME.
             03 ST-HH PIC 9(02).
             03 ST-MM PIC 9(02).
             03 ST-SS PIC 9(02).
          02 ST-ATMID PIC A(04).
          02 ST-FROM PIC A(01).
          02 ST-TO PIC A(01).
          02 ST-REASON PIC X(20).
          02 ST-BY PIC 9(04).
       FD AVAIL-FILE.
       01 AVAILLINE.
          02 AV-LABEL PIC X(11).
          02 AV-ATMID PIC X(08).
          02 AV-STATE PIC X(13).
          02 AV-REASON PIC X(21).
          02 AV-MINUTES PIC Z(3)9.
          02 AV-MINE PIC X(06).
          02 AV-PCT PIC ZZ9.99.
          02 AV-PCTE PIC X(01).
      * INSTALMENT LOAN MASTER. THE BRANCH SETS UP THE FIRST EIGHT
      * FIELDS; THE REST IS KEPT BY THE NIGHTLY RUN (BLANK ON A NEW
      * LOAN, WHICH GETS ITS INSTALMENT, FIRST DUE DATE AND AN
      * AMORTIZATION SCHEDULE ON ITS FIRST NIGHT). RATE IS ANNUAL
      * PERCENT, TERM IS IN MONTHS. ACCRUED IS INTEREST EARNED BUT
      * NOT YET PAID, ARREARS THE PART OF PAST INSTALMENTS NOT YET
      * COLLECTED (OWED SINCE ARRSINCE). STATUS A ACTIVE, P PAID.
       FD LOAN-FILE.
       01 LOANREC.
          02 LN-NUMBE PIC 9(10).
          02 LN-CIF PIC 9(8).
          02 LN-ACCT PIC 9(16).
          02 LN-PRINCIPAL PIC 9(11)V9(2).
          02 LN-RATE PIC 9(2)V9(4).
          02 LN-TERM PIC 9(3).
          02 LN-PAYDAY PIC 9(2).
          02 LN-OUTSTAND PIC 9(11)V9(2).
          02 LN-INSTAL PIC 9(9)V9(2).
          02 LN-NEXTDUE PIC 9(8).
          02 LN-DUENO PIC 9(3).
          02 LN-ACCRUED PIC 9(9)V9(2).
          02 LN-ACCRDATE PIC 9(8).
          02 LN-ARREARS PIC 9(11)V9(2).
          02 LN-ARRSINCE PIC 9(8).
          02 LN-BUCKET PIC X(5).
          02 LN-STATUS PIC A(1).
       FD AMORT-FILE.
       01 AMORTLINE.
          02 AML-LABEL PIC X(10).
          02 AML-NO PIC Z(2)9.
          02 AML-SP1 PIC X(02).
          02 AML-DATE PIC 9(08).
          02 AML-PAYMENT PIC Z(8)9.99.
          02 AML-INTEREST PIC Z(8)9.99.
          02 AML-PRINCIPAL PIC Z(8)9.99.
          02 AML-BALANCE PIC Z(10)9.99.
       FD DELINQ-FILE.
       01 DELINQLINE.
          02 DLQ-LABEL PIC X(10).
          02 DLQ-LOAN PIC X(11).
          02 DLQ-CIF PIC X(09).
          02 DLQ-ACCT PIC X(17).
          02 DLQ-ARREARS PIC Z(10)9.99.
          02 DLQ-DPDE PIC X(05).
          02 DLQ-DPD PIC Z(3)9.
          02 DLQ-SP1 PIC X(02).
          02 DLQ-BUCKET PIC X(06).
          02 DLQ-MOVE PIC X(08).
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
       FD LEVYRPT-FILE.
       01 LEVYLINE.
          02 LVR-LABEL PIC X(10).
          02 LVR-REF PIC X(13).
          02 LVR-ACCT PIC X(17).
          02 LVR-HELD PIC Z(10)9.99.
          02 LVR-SP1 PIC X(02).
          02 LVR-REMIT PIC Z(10)9.99.
          02 LVR-SP2 PIC X(02).
          02 LVR-SHORT PIC Z(10)9.99.
          02 LVR-SP3 PIC X(02).
          02 LVR-STATE PIC X(08).
      * RELATIONSHIP PRICING TIERS: A CUSTOMER WHOSE COMBINED
      * BALANCE AND PRODUCT COUNT REACH A ROW GETS ITS PERCENTAGE
      * OFF THE MONTHLY FEE, THE OVERDRAFT FEE AND TERMINAL FEES
      * (100 WAIVES THE FEE); THE HIGHEST QUALIFYING ROW WINS.
       FD PRICETIER-FILE.
       01 PRICETIERREC.
          02 PT-TIER PIC X(08).
          02 PT-MINBAL PIC 9(11)V9(2).
          02 PT-MINPROD PIC 9(02).
          02 PT-MFEE-PCT PIC 9(03).
          02 PT-ODF-PCT PIC 9(03).
          02 PT-ATMF-PCT PIC 9(03).
      * FEES GIVEN UP BY TIER SINCE THE LAST MONTH-END RUN.
       FD PRICEMTD-FILE.
       01 PRICEMTDREC.
          02 PM-TIER PIC X(08).
          02 PM-MFEE PIC 9(11)V9(2).
          02 PM-ODF PIC 9(11)V9(2).
          02 PM-ATMF PIC 9(11)V9(2).
          02 PM-COUNT PIC 9(07).
       FD PRICERPT-FILE.
       01 PRICELINE.
          02 PRR-LABEL PIC X(10).
          02 PRR-TIER PIC X(09).
          02 PRR-CUSTS PIC Z(4)9.
          02 PRR-SP1 PIC X(02).
          02 PRR-COUNT PIC Z(6)9.
          02 PRR-MFEE PIC Z(10)9.99.
          02 PRR-SP2 PIC X(02).
          02 PRR-ODF PIC Z(10)9.99.
          02 PRR-SP3 PIC X(02).
          02 PRR-ATMF PIC Z(10)9.99.
          02 PRR-SP4 PIC X(02).
          02 PRR-TOTAL PIC Z(10)9.99.
      * ALERT PREFERENCES, KEPT AT THE BRANCH: AN ACCOUNT ROW, OR A
      * CUSTOMER ROW (ZERO ACCOUNT) COVERING ALL THE CUSTOMER'S
      * ACCOUNTS; THE ACCOUNT ROW WINS FOR THE SAME EVENT. EVENTS
      * RAISED HERE ARE LOW (BALANCE FELL BELOW THE THRESHOLD), ODR
      * (ACCOUNT WENT OVERDRAWN), SOF (STANDING ORDER NOT PAID),
      * HLD (HELD DEPOSIT RELEASED, AT OR OVER THE THRESHOLD) AND
      * DSP (DISPUTE SETTLED, AT OR OVER THE THRESHOLD); THE
      * TERMINALS RAISE LWD AND PIN. CHANNEL S IS SMS, E EMAIL.
       FD ALERTPREF-FILE.
       01 ALERTPREFREC.
          02 AP-NUMBE PIC 9(16).
          02 AP-CIF PIC 9(8).
          02 AP-TYPE PIC X(3).
          02 AP-THRESH PIC 9(9)V9(2).
          02 AP-CHANNEL PIC A(1).
      * OUTBOUND NOTIFICATIONS FOR THE MESSAGING VENDOR. THE
      * TERMINALS AND THIS RUN APPEND TO NOTIFY.TXT; EACH NIGHT IT
      * IS CUT TO NOTIFY_<DATE>.TXT WITH A TRAILER CARRYING THE
      * RECORD COUNT, AND THE DELIVERY COUNTS BY EVENT AND CHANNEL
      * GO TO NOTIFYRPT_<DATE>.TXT.
       FD NOTIFY-FILE.
       01 NOTIFYREC.
          02 NT-RECTYPE PIC X(1).
          02 NT-DATE PIC 9(8).
          02 NT-TIME PIC 9(6).
          02 NT-SRC PIC X(4).
          02 NT-NUMBE PIC 9(16).
          02 NT-CIF PIC 9(8).
          02 NT-EVENT PIC X(3).
          02 NT-CHANNEL PIC A(1).
          02 NT-CONTACT PIC X(20).
          02 NT-LANG PIC A(2).
          02 NT-AMOUNT PIC S9(11)V9(2) SIGN LEADING SEPARATE.
          02 NT-TEXT PIC X(60).
       FD NOTIFYOUT-FILE.
       01 NOTIFYOUTREC PIC X(143).
       01 NOTIFYTRL.
          02 NTT-RECTYPE PIC X(1).
          02 NTT-DATE PIC 9(8).
          02 NTT-COUNT PIC 9(8).
          02 FILLER PIC X(126).
       FD NOTIFYRPT-FILE.
       01 NOTIFYLINE.
          02 NTR-LABEL PIC X(12).
          02 NTR-EVENT PIC X(3).
          02 NTR-SP1 PIC X(2).
          02 NTR-CHANNEL PIC X(5).
          02 NTR-SP2 PIC X(2).
          02 NTR-COUNT PIC Z(6)9.
      * FIXED-TERM DEPOSITS. THE BRANCH ADDS A ROW WITH STATUS N
      * (FUNDED FROM TD-ACCT BY THE NEXT RUN; RATE ZERO TAKES THE
      * RATE TABLE); THE TERMINAL ADDS ONE WITH STATUS F, ALREADY
      * FUNDED. THE RUN SETS THE MATURITY DATE AND STATUS A. INSTR
      * P PAYS PRINCIPAL AND INTEREST TO TD-ACCT AT MATURITY, R
      * ROLLS BOTH OVER AT THE CURRENT RATE FOR THE TERM. THE
      * BRANCH SETS STATUS E TO BREAK A DEPOSIT EARLY. CLOSED ROWS
      * STAY ON FILE AS C (MATURED), X (BROKEN) OR R (REFUSED,
      * FUNDING ACCOUNT COULD NOT COVER IT).
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
      * CURRENT TERM DEPOSIT RATE TABLE: TERM IN MONTHS, ANNUAL
      * PERCENT. THE TERMINALS QUOTE FROM THE SAME FILE.
       FD TDRATE-FILE.
       01 TDRATEREC.
          02 TR-TERM PIC 9(02).
          02 TR-RATE PIC 9(2)V9(4).
      * TERM DEPOSIT INTEREST CREDITED TO THE DEPOSITOR: PAID OUT
      * AT MATURITY (P) OR ON AN EARLY BREAK NET OF THE PENALTY (X),
      * OR ADDED TO PRINCIPAL ON ROLLOVER (R). THE YEAR-END INTEREST
      * STATEMENTS READ IT ALONGSIDE THE INT ROWS OF HISTORY.TXT.
       FD TDINT-FILE.
       01 TDINTREC.
          02 TDI-DATE PIC 9(08).
          02 TDI-NUMBE PIC 9(14).
          02 TDI-ACCT PIC 9(16).
          02 TDI-AMOUNT PIC 9(9)V9(2).
          02 TDI-KIND PIC A(01).
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
       FD TDSCHED-FILE.
       01 TDSCHEDLINE.
          02 TDS-LABEL PIC X(10).
          02 TDS-NUMBE PIC X(15).
          02 TDS-ACCT PIC X(17).
          02 TDS-DATE PIC X(09).
          02 TDS-AMOUNT PIC Z(10)9.99.
          02 TDS-INTEREST PIC Z(8)9.99.
          02 TDS-TOTAL PIC Z(10)9.99.
          02 TDS-SP1 PIC X(01).
          02 TDS-INSTR PIC X(10).
       FD REMIT-FILE.
       01 REMITLINE.
          02 RMT-LABEL PIC X(10).
          02 RMT-KEY PIC X(20).
          02 RMT-REFE PIC X(05).
          02 RMT-REFNO PIC 9(14).
          02 RMT-AMTE PIC X(09).
          02 RMT-AMOUNT PIC S9(13)V9(2) SIGN LEADING SEPARATE.
      * ENVELOPE DEPOSITS QUEUED AT THE TERMINALS (STATUS P) AND
      * THE ONES BRANCH STAFF HAVE OPENED AND COUNTED (STATUS V,
      * WITH THE VERIFIED AMOUNT). ENVDISC.TXT KEEPS EVERY
      * MISMATCH EVER POSTED, AND ENVRPT_<DATE>.TXT LISTS THE
      * DAY'S MISMATCHES BY TERMINAL AND EVERY MISMATCH ON FILE
      * BY CUSTOMER, SO REPEAT OFFENDERS STAND OUT.
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
       FD ENVDISC-FILE.
       01 ENVDISCREC.
          02 ED-ATMID PIC A(04).
          02 ED-SEQ PIC 9(6).
          02 ED-NUMBE PIC 9(16).
          02 ED-REFNO PIC 9(14).
          02 ED-ADJREF PIC 9(14).
          02 ED-DATE PIC 9(08).
          02 ED-CLAIMED PIC 9(5)V9(2).
          02 ED-VERIFIED PIC 9(5)V9(2).
          02 ED-VBY PIC 9(4).
       FD ENVRPT-FILE.
       01 ENVRPTLINE.
          02 EVR-LABEL PIC X(10).
          02 EVR-KEY PIC X(16).
          02 EVR-ENVE PIC X(05).
          02 EVR-SEQ PIC 9(6).
          02 EVR-REFE PIC X(05).
          02 EVR-REFNO PIC 9(14).
          02 EVR-ADJE PIC X(05).
          02 EVR-ADJREF PIC 9(14).
          02 EVR-AMTE PIC X(07).
          02 EVR-DIFF PIC S9(7)V9(2) SIGN LEADING SEPARATE.
       SD SORTWORK.
       01 MYSORTWORK.
          02 WNUMBE PIC 9(16).
       01 WS-OVERDRAFT-FEE PIC 9(03)V9(2) VALUE 025.00.
       01 WS-OVERDRAFT-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-OVERDRAFT-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-MONTHLY-FEE PIC 9(03)V9(2) VALUE ZEROS.
       01 WS-MFEE-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-MFEE-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-STMT-MFEE PIC 9(05)V9(2) VALUE ZEROS.
       01 WS-PT-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-PT-IX PIC 9(2) VALUE ZEROS.
       01 WS-PT-TABLE.
          02 WS-PT-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-PT-COUNT.
             03 WS-PT-TIER PIC X(8).
             03 WS-PT-MINBAL PIC 9(11)V9(2).
             03 WS-PT-MINPROD PIC 9(2).
             03 WS-PT-MFEE-PCT PIC 9(3).
             03 WS-PT-ODF-PCT PIC 9(3).
             03 WS-PT-ATMF-PCT PIC 9(3).
             03 WS-PT-CUSTS PIC 9(5).
             03 WS-PT-MFEE-GIVE PIC 9(11)V9(2).
             03 WS-PT-ODF-GIVE PIC 9(11)V9(2).
             03 WS-PT-ATMF-GIVE PIC 9(11)V9(2).
             03 WS-PT-DISC-COUNT PIC 9(7).
       01 WS-PRC-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-PRC-IX PIC 9(3) VALUE ZEROS.
       01 WS-PRC-TABLE.
          02 WS-PRC-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-PRC-COUNT.
             03 WS-PRC-CIF PIC 9(8).
             03 WS-PRC-BAL PIC S9(13)V9(2).
             03 WS-PRC-PRODS PIC 9(3).
             03 WS-PRC-TIER PIC 9(2).
       01 WS-PRA-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-PRA-IX PIC 9(4) VALUE ZEROS.
       01 WS-PRA-TABLE.
          02 WS-PRA-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-PRA-COUNT.
             03 WS-PRA-NUMBE PIC 9(16).
             03 WS-PRA-CIX PIC 9(3).
       01 WS-PR-CIF PIC 9(8) VALUE ZEROS.
       01 WS-PR-NUMBE PIC 9(16) VALUE ZEROS.
       01 WS-PR-CIX PIC 9(3) VALUE ZEROS.
       01 WS-PR-TIX PIC 9(2) VALUE ZEROS.
       01 WS-PR-KIND PIC A(1) VALUE SPACE.
       01 WS-PR-PCT PIC 9(3) VALUE ZEROS.
       01 WS-PR-GROSS PIC 9(5)V9(2) VALUE ZEROS.
       01 WS-PR-NET PIC 9(5)V9(2) VALUE ZEROS.
       01 WS-PR-GIVE PIC 9(5)V9(2) VALUE ZEROS.
       01 WS-PR-GIVE-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-PR-DISC-COUNT PIC 9(5) VALUE ZEROS.
       01 WS-PRICERPT-NAME PIC X(24) VALUE SPACES.
       01 WS-PR-RPT-CUSTS PIC 9(5) VALUE ZEROS.
       01 WS-PR-RPT-COUNT PIC 9(7) VALUE ZEROS.
       01 WS-PR-RPT-MFEE PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-PR-RPT-ODF PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-PR-RPT-ATMF PIC 9(11)V9(2) VALUE ZEROS.
      * ALERTS: PREFERENCES, ACCOUNT LINKS AND CUSTOMER CONTACTS
      * ARE LOADED AT THE START OF EACH DAY; NO PREFERENCES ON
      * FILE MEANS NO ALERTS ARE LOOKED FOR.
       01 WS-NTP-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-NTP-IX PIC 9(3) VALUE ZEROS.
       01 WS-NTP-TABLE.
          02 WS-NTP-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-NTP-COUNT.
             03 WS-NTP-NUMBE PIC 9(16).
             03 WS-NTP-CIF PIC 9(8).
             03 WS-NTP-TYPE PIC X(3).
             03 WS-NTP-THRESH PIC 9(9)V9(2).
             03 WS-NTP-CHANNEL PIC A(1).
       01 WS-NTA-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-NTA-IX PIC 9(4) VALUE ZEROS.
       01 WS-NTA-TABLE.
          02 WS-NTA-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-NTA-COUNT.
             03 WS-NTA-NUMBE PIC 9(16).
             03 WS-NTA-CIF PIC 9(8).
       01 WS-NTC-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-NTC-IX PIC 9(3) VALUE ZEROS.
       01 WS-NTC-TABLE.
          02 WS-NTC-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-NTC-COUNT.
             03 WS-NTC-CIF PIC 9(8).
             03 WS-NTC-CONTACT PIC X(20).
             03 WS-NTC-LANG PIC A(2).
       01 WS-NTK-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-NTK-IX PIC 9(2) VALUE ZEROS.
       01 WS-NTK-TABLE.
          02 WS-NTK-ENTRY OCCURS 1 TO 30 TIMES
                DEPENDING ON WS-NTK-COUNT.
             03 WS-NTK-EVENT PIC X(3).
             03 WS-NTK-CHANNEL PIC A(1).
             03 WS-NTK-SENT PIC 9(7).
       01 WS-NT-NUMBE PIC 9(16) VALUE ZEROS.
       01 WS-NT-CIF PIC 9(8) VALUE ZEROS.
       01 WS-NT-EVENT PIC X(3) VALUE SPACES.
       01 WS-NT-AMOUNT PIC S9(11)V9(2) VALUE ZEROS.
       01 WS-NT-OPENBAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-NT-TEXT PIC X(60) VALUE SPACES.
       01 WS-NT-PIX PIC 9(3) VALUE ZEROS.
       01 WS-NT-SENT PIC 9(5) VALUE ZEROS.
       01 WS-NT-NOCONTACT PIC 9(5) VALUE ZEROS.
       01 WS-NT-FILED PIC 9(8) VALUE ZEROS.
       01 WS-NOTIFYOUT-NAME PIC X(24) VALUE SPACES.
       01 WS-NOTIFYRPT-NAME PIC X(24) VALUE SPACES.
      * SWEEP ROWS ON FILE; AN ACCOUNT SWEPT ON OR BEFORE THE RUN
      * DATE IS NOT CHARGED THE OVERDRAFT FEE. ROWS FOR LATER DAYS
      * ARE KEPT WHEN THE FILE IS CUT AT DAY END.
       01 WS-SWP-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-SWP-IX PIC 9(3) VALUE ZEROS.
       01 WS-SWP-FULL PIC A(1) VALUE "N".
       01 WS-SWP-HIT PIC A(1) VALUE "N".
       01 WS-SWP-TODAY PIC 9(05) VALUE ZEROS.
       01 WS-SWP-WAIVED PIC 9(05) VALUE ZEROS.
       01 WS-SWP-TABLE.
          02 WS-SWP-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-SWP-COUNT.
             03 WS-SWP-DATE PIC 9(08).
             03 WS-SWP-NUMBE PIC 9(16).
             03 WS-SWP-FROM PIC 9(16).
             03 WS-SWP-AMOUNT PIC 9(13)V9(2).
             03 WS-SWP-FEE PIC 9(3)V9(2).
             03 WS-SWP-REFNO PIC 9(14).
             03 WS-SWP-ATMID PIC A(04).
       01 WS-711-DEP-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-711-WD-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-713-DEP-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-CLRRET-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-CLROUT-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-CLROUT-COUNT PIC 9(05) VALUE ZEROS.
      * WATCH LIST AND COMPLIANCE REVIEW QUEUE HELD FOR THE NIGHT.
      * NEW CASES ARE ADDED TO THE TABLE AND THE QUEUE FILE IS
      * WRITTEN BACK FROM IT ONCE CLEARING IS DONE.
       01 WS-WL-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-WL-IX PIC 9(4) VALUE ZEROS.
       01 WS-WL-TABLE.
          02 WS-WL-ENTRY OCCURS 2000 TIMES.
             03 WS-WL-ID PIC X(10).
             03 WS-WL-NORM PIC X(40).
       01 WS-SQ-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-SQ-IX PIC 9(4) VALUE ZEROS.
       01 WS-SQ-MAXCASE PIC 9(14) VALUE ZEROS.
       01 WS-SQ-TABLE.
          02 WS-SQ-ENTRY OCCURS 3000 TIMES.
             03 WS-SQ-CASE PIC 9(14).
             03 WS-SQ-DATE PIC 9(08).
             03 WS-SQ-SRC PIC X(03).
             03 WS-SQ-CIF PIC 9(08).
             03 WS-SQ-NUMBE PIC 9(16).
             03 WS-SQ-NAME PIC X(30).
             03 WS-SQ-WLID PIC X(10).
             03 WS-SQ-SCORE PIC 9(03).
             03 WS-SQ-BANK PIC X(06).
             03 WS-SQ-TOACCT PIC 9(16).
             03 WS-SQ-AMOUNT PIC 9(5)V9(2).
             03 WS-SQ-DIR PIC A(01).
             03 WS-SQ-STATUS PIC A(01).
             03 WS-SQ-DECIDED PIC 9(08).
             03 WS-SQ-BY PIC X(08).
      * CUSTOMERS WITH AN OPEN OR BLOCKED CASE (H) AND CUSTOMERS
      * WHOSE CASES ARE ALL CLEARED (U), AND THE ACCOUNTS THEY
      * OWN: THE MASTER PASS SETS LOCKFLAG S ON THE FIRST AND
      * TAKES IT OFF THE SECOND.
       01 WS-SCC-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-SCC-IX PIC 9(4) VALUE ZEROS.
       01 WS-SCC-TABLE.
          02 WS-SCC-ENTRY OCCURS 3000 TIMES.
             03 WS-SCC-CIF PIC 9(08).
             03 WS-SCC-FLAG PIC A(01).
       01 WS-SCC-FIND PIC 9(08) VALUE ZEROS.
       01 WS-SCC-SETFLAG PIC A(01) VALUE SPACE.
       01 WS-SCA-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-SCA-IX PIC 9(4) VALUE ZEROS.
       01 WS-SCA-TABLE.
          02 WS-SCA-ENTRY OCCURS 1000 TIMES.
             03 WS-SCA-NUMBE PIC 9(16).
             03 WS-SCA-FLAG PIC A(01).
       01 WS-SCR-SCREENED PIC 9(05) VALUE ZEROS.
       01 WS-SCR-HITS PIC 9(05) VALUE ZEROS.
       01 WS-SCR-HELD PIC 9(05) VALUE ZEROS.
       01 WS-SCR-RELEASED PIC 9(05) VALUE ZEROS.
       01 WS-SCR-OPEN PIC 9(05) VALUE ZEROS.
       01 WS-SCR-HELD-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
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
      * BILL PAYMENTS (ACTION B) POST AGAINST THE CUSTOMER LIKE A
      * WITHDRAWAL BUT ARE OWED TO THE BILLERS, NOT PAID IN CASH;
      * THE REMITTED TOTAL MUST TIE TO WHAT POSTED.
       01 WS-BILL-IN-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-BILL-IN-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-BILL-POSTED PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-BILL-REM-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-BILL-REM-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-BILL-REM-BILLERS PIC 9(05) VALUE ZEROS.
       01 WS-REMIT-NAME PIC X(30).
       01 WS-BPR-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-BPR-IX PIC 9(3) VALUE ZEROS.
       01 WS-BPR-JX PIC 9(3) VALUE ZEROS.
       01 WS-BPR-TABLE.
          02 WS-BPR-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-BPR-COUNT.
             03 WS-BPR-NUMBE PIC 9(16).
             03 WS-BPR-BILLER PIC X(06).
             03 WS-BPR-REF PIC X(20).
             03 WS-BPR-AMOUNT PIC 9(5)V9(2).
             03 WS-BPR-REFNO PIC 9(14).
             03 WS-BPR-DATE PIC 9(08).
             03 WS-BPR-ATMID PIC A(04).
             03 WS-BPR-DONE PIC A(1).
       01 WS-BPR-BILLER-CUR PIC X(06).
       01 WS-BPR-SUBCNT PIC 9(05) VALUE ZEROS.
       01 WS-BPR-SUBTOT PIC S9(13)V9(2) VALUE ZEROS.
      * ENVELOPE ADJUSTMENTS: THE DIFFERENCE BETWEEN THE AMOUNT
      * FOUND IN AN ENVELOPE AND THE AMOUNT KEYED POSTS AS ACTION
      * A (FOUND MORE, CREDIT) OR S (FOUND LESS, DEBIT) UNDER AN
      * ADJUSTMENT REFERENCE OF ITS OWN: 99, THE RUN DATE YYMMDD,
      * AND A SEQUENCE, SO IT CAN NEVER COLLIDE WITH A TERMINAL'S
      * OREFNO.
       01 WS-ENV-ADJ-CR PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-ENV-ADJ-DR PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-ENV-POSTED-CR PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-ENV-POSTED-DR PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-ENV-ADJ-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-ENV-MATCH-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-ENV-DIFF PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-ENV-ADJREF PIC 9(14) VALUE ZEROS.
       01 WS-ENVRPT-NAME PIC X(24) VALUE SPACES.
      * AVAILABILITY: ONE ROW PER TERMINAL (STATE AND REASON IN
      * FORCE, SECOND OF THE DAY IT STARTED, SECONDS IN SERVICE)
      * AND ONE ROW PER TERMINAL/STATE/REASON OF DOWNTIME.
       01 WS-AVAIL-NAME PIC X(24) VALUE SPACES.
       01 WS-AVT-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-AVT-IX PIC 9(3) VALUE ZEROS.
       01 WS-AVT-TABLE.
          02 WS-AVT-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-AVT-COUNT.
             03 WS-AVT-ATMID PIC A(04).
             03 WS-AVT-STATE PIC A(01).
             03 WS-AVT-REASON PIC X(20).
             03 WS-AVT-FROM PIC 9(05).
             03 WS-AVT-UP PIC 9(05).
       01 WS-AVD-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-AVD-IX PIC 9(3) VALUE ZEROS.
       01 WS-AVD-TABLE.
          02 WS-AVD-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-AVD-COUNT.
             03 WS-AVD-ATMID PIC A(04).
             03 WS-AVD-STATE PIC A(01).
             03 WS-AVD-REASON PIC X(20).
             03 WS-AVD-SECS PIC 9(05).
       01 WS-AV-KEY PIC A(04).
       01 WS-AV-AT PIC 9(05) VALUE ZEROS.
       01 WS-AV-DUR PIC 9(05) VALUE ZEROS.
       01 WS-AV-DAYSECS PIC 9(05) VALUE 86400.
       01 WS-ENQ-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-ENQ-IX PIC 9(3) VALUE ZEROS.
       01 WS-ENQ-JX PIC 9(3) VALUE ZEROS.
       01 WS-ENQ-TABLE.
          02 WS-ENQ-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-ENQ-COUNT.
             03 WS-ENQ-ATMID PIC A(04).
             03 WS-ENQ-SEQ PIC 9(6).
             03 WS-ENQ-NUMBE PIC 9(16).
             03 WS-ENQ-REFNO PIC 9(14).
             03 WS-ENQ-DATE PIC 9(08).
             03 WS-ENQ-CLAIMED PIC 9(5)V9(2).
             03 WS-ENQ-HOLD PIC A(1).
             03 WS-ENQ-STATUS PIC X(1).
             03 WS-ENQ-VERIFIED PIC 9(5)V9(2).
             03 WS-ENQ-VDATE PIC 9(08).
             03 WS-ENQ-VBY PIC 9(4).
             03 WS-ENQ-ADJREF PIC 9(14).
             03 WS-ENQ-DONE PIC A(1).
       01 WS-ENQ-ATMID-CUR PIC A(04).
       01 WS-EDH-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-EDH-IX PIC 9(3) VALUE ZEROS.
       01 WS-EDH-JX PIC 9(3) VALUE ZEROS.
       01 WS-EDH-TABLE.
          02 WS-EDH-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-EDH-COUNT.
             03 WS-EDH-ATMID PIC A(04).
             03 WS-EDH-SEQ PIC 9(6).
             03 WS-EDH-NUMBE PIC 9(16).
             03 WS-EDH-REFNO PIC 9(14).
             03 WS-EDH-ADJREF PIC 9(14).
             03 WS-EDH-DIFF PIC S9(7)V9(2).
             03 WS-EDH-DONE PIC A(1).
       01 WS-EDH-NUMBE-CUR PIC 9(16).
       01 WS-ENV-SUBCNT PIC 9(05) VALUE ZEROS.
       01 WS-ENV-SUBTOT PIC S9(7)V9(2) VALUE ZEROS.
       01 WS-ENV-REPEAT PIC 9(02) VALUE 2.
       01 WS-RL-FILENAME PIC X(24) VALUE SPACES.
       01 WS-RL-NAME PIC X(12) VALUE SPACES.
       01 WS-RL-NOW PIC 9(8) VALUE ZEROS.
             03 WS-CHGK-NUMBE PIC 9(16).
             03 WS-CHGK-AMOUNT PIC 9(5)V9(2).
             03 WS-CHGK-TIME PIC 9(5).
             03 WS-CHGK-RET PIC A(1).
      * MOD-10 CHECK-DIGIT VERIFICATION OF EVERY MERGED ACCOUNT
      * NUMBER; FAILURES GO TO SUSPENSE WITH THEIR OWN REASON.
       01 WS-CD-NUMBER PIC 9(16) VALUE ZEROS.
          02 WS-DUP-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-DUP-TAB-COUNT.
             03 WS-DUP-ENTRY-KEY PIC X(32).
      * INSTALMENT LOANS: THE LOAN TABLE FOR THE NIGHT, THE DAY'S
      * ACCRUAL AND REPAYMENT TOTALS FOR THE CONTROL REPORT AND GL,
      * AND THE REPAYMENT ACCOUNTS ALREADY DEBITED TONIGHT SO TWO
      * LOANS ON ONE ACCOUNT CANNOT BOTH TAKE THE SAME BALANCE.
       01 WS-LN-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-LN-IX PIC 9(3) VALUE ZEROS.
       01 WS-LN-TABLE.
          02 WS-LN-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-LN-COUNT.
             03 WS-LN-NUMBE PIC 9(10).
             03 WS-LN-CIF PIC 9(8).
             03 WS-LN-ACCT PIC 9(16).
             03 WS-LN-PRINCIPAL PIC 9(11)V9(2).
             03 WS-LN-RATE PIC 9(2)V9(4).
             03 WS-LN-TERM PIC 9(3).
             03 WS-LN-PAYDAY PIC 9(2).
             03 WS-LN-OUTSTAND PIC 9(11)V9(2).
             03 WS-LN-INSTAL PIC 9(9)V9(2).
             03 WS-LN-NEXTDUE PIC 9(8).
             03 WS-LN-DUENO PIC 9(3).
             03 WS-LN-ACCRUED PIC 9(9)V9(2).
             03 WS-LN-ACCRDATE PIC 9(8).
             03 WS-LN-ARREARS PIC 9(11)V9(2).
             03 WS-LN-ARRSINCE PIC 9(8).
             03 WS-LN-BUCKET PIC X(5).
             03 WS-LN-STATUS PIC A(1).
       01 WS-LNA-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-LNA-IX PIC 9(3) VALUE ZEROS.
       01 WS-LNA-TABLE.
          02 WS-LNA-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-LNA-COUNT.
             03 WS-LNA-NUMBE PIC 9(16).
             03 WS-LNA-TAKEN PIC 9(11)V9(2).
       01 WS-LV-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-LV-IX PIC 9(3) VALUE ZEROS.
       01 WS-LV-TABLE.
          02 WS-LV-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-LV-COUNT.
             03 WS-LV-REC PIC X(116).
       01 WS-LV-CUR.
          02 WS-LV-REF PIC X(12).
          02 WS-LV-NUMBE PIC 9(16).
          02 WS-LV-TYPE PIC A(01).
          02 WS-LV-AMOUNT PIC 9(07)V99.
          02 WS-LV-PCT PIC 9(03)V99.
          02 WS-LV-EFFDATE PIC 9(08).
          02 WS-LV-RELDATE PIC 9(08).
          02 WS-LV-DUEDATE PIC 9(08).
          02 WS-LV-AUTHBANK PIC X(06).
          02 WS-LV-AUTHACCT PIC 9(16).
          02 WS-LV-STATUS PIC A(01).
          02 WS-LV-REMITTED PIC 9(07)V99.
          02 WS-LV-SHORT PIC 9(07)V99.
          02 WS-LV-LASTDATE PIC 9(08).
       01 WS-LV-FULL PIC A(1) VALUE "N".
       01 WS-LV-BAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LV-AVAIL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LV-HELD PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-LV-RESERVE PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-LV-TAKE PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-LV-CHUNK PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-LEVYRPT-NAME PIC X(24) VALUE SPACES.
       01 WS-LV-HELD-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LV-REMIT-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LV-SHORT-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LV-ACTIVE PIC 9(05) VALUE ZEROS.
       01 WS-LV-REMIT-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-LV-SHORT-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-LV-RELEASED PIC 9(05) VALUE ZEROS.
       01 WS-LN-FULL PIC A(1) VALUE "N".
       01 WS-LN-DAYS PIC S9(7) VALUE ZEROS.
       01 WS-LN-INT PIC 9(9)V9(2) VALUE ZEROS.
       01 WS-LN-DUE PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-LN-AVAIL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LN-TAKE PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-LN-TAKE-INT PIC 9(9)V9(2) VALUE ZEROS.
       01 WS-LN-TAKE-PRIN PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-LN-CHUNK PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-LN-OLDBKT PIC X(5) VALUE SPACES.
       01 WS-LN-DPD PIC 9(5) VALUE ZEROS.
       01 WS-LN-R PIC 9V9(10) VALUE ZEROS.
       01 WS-LN-POW PIC 9(7)V9(10) VALUE ZEROS.
       01 WS-LN-BAL PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-LN-SCHED-NO PIC 9(3) VALUE ZEROS.
       01 WS-LN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-LN-DATE-X REDEFINES WS-LN-DATE.
          02 WS-LN-DY PIC 9(4).
          02 WS-LN-DM PIC 9(2).
          02 WS-LN-DD PIC 9(2).
       01 WS-LN-MSTART PIC 9(8) VALUE ZEROS.
       01 WS-LN-MSTART-X REDEFINES WS-LN-MSTART.
          02 WS-LN-MSY PIC 9(4).
          02 WS-LN-MSM PIC 9(2).
          02 WS-LN-MSD PIC 9(2).
       01 WS-LN-MNEXT PIC 9(8) VALUE ZEROS.
       01 WS-LN-MNEXT-X REDEFINES WS-LN-MNEXT.
          02 WS-LN-MNY PIC 9(4).
          02 WS-LN-MNM PIC 9(2).
          02 WS-LN-MND PIC 9(2).
       01 WS-LN-MLEN PIC 9(2) VALUE ZEROS.
       01 WS-LN-PAYDAY-USE PIC 9(2) VALUE ZEROS.
       01 WS-AMORT-NAME PIC X(24) VALUE SPACES.
       01 WS-DELINQ-NAME PIC X(24) VALUE SPACES.
       01 WS-LN-ACCR-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LN-INT-PAID PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LN-PRIN-PAID PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LN-PAID-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-LN-NEW-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-LOAN-POSTED PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-LN-BKT-NAMES.
          02 FILLER PIC X(5) VALUE "1-29 ".
          02 FILLER PIC X(5) VALUE "30-59".
          02 FILLER PIC X(5) VALUE "60-89".
          02 FILLER PIC X(5) VALUE "90+  ".
       01 WS-LN-BKT-TABLE REDEFINES WS-LN-BKT-NAMES.
          02 WS-LN-BKT-NAME PIC X(5) OCCURS 4 TIMES.
       01 WS-LN-BKT-IX PIC 9(1) VALUE ZEROS.
       01 WS-LN-BKT-TOTALS.
          02 WS-LN-BKT-ENTRY OCCURS 4 TIMES.
             03 WS-LN-BKT-CNT PIC 9(5).
             03 WS-LN-BKT-AMT PIC 9(13)V9(2).
      * TERM DEPOSITS: THE DEPOSIT TABLE FOR THE NIGHT, THE RATE
      * TABLE, AND THE DAY'S TOTALS FOR THE CONTROL REPORT AND GL.
      * AN EARLY BREAK FORFEITS WS-TD-PEN-DAYS OF INTEREST ON THE
      * PRINCIPAL, TAKEN FROM ACCRUED INTEREST FIRST.
       01 WS-TD-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-TD-IX PIC 9(3) VALUE ZEROS.
       01 WS-TD-TABLE.
          02 WS-TD-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-TD-COUNT.
             03 WS-TD-NUMBE PIC 9(14).
             03 WS-TD-ACCT PIC 9(16).
             03 WS-TD-AMOUNT PIC 9(11)V9(2).
             03 WS-TD-TERM PIC 9(02).
             03 WS-TD-RATE PIC 9(2)V9(4).
             03 WS-TD-START PIC 9(08).
             03 WS-TD-MATURE PIC 9(08).
             03 WS-TD-INSTR PIC A(01).
             03 WS-TD-ACCRUED PIC 9(9)V9(2).
             03 WS-TD-ACCRDATE PIC 9(08).
             03 WS-TD-STATUS PIC A(01).
             03 WS-TD-CLOSED PIC 9(08).
             03 WS-TD-PAYOUT PIC 9(11)V9(2).
             03 WS-TD-PENALTY PIC 9(9)V9(2).
       01 WS-TDR-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-TDR-IX PIC 9(2) VALUE ZEROS.
       01 WS-TDR-TABLE.
          02 WS-TDR-ENTRY OCCURS 20 TIMES.
             03 WS-TDR-TERM PIC 9(02).
             03 WS-TDR-RATE PIC 9(2)V9(4).
       01 WS-TD-FULL PIC A(1) VALUE "N".
       01 WS-TD-PEN-DAYS PIC 9(3) VALUE 90.
       01 WS-TD-UPTO PIC 9(8) VALUE ZEROS.
       01 WS-TD-DAYS PIC S9(7) VALUE ZEROS.
       01 WS-TD-INT PIC 9(9)V9(2) VALUE ZEROS.
       01 WS-TD-PAY PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-TD-PEN PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-TD-CHUNK PIC 9(11)V9(2) VALUE ZEROS.
       01 WS-TD-ACTION PIC A(1) VALUE SPACE.
       01 WS-TD-OK PIC A(1) VALUE "N".
       01 WS-TD-EVENT PIC X(10) VALUE SPACES.
       01 WS-TD-DATE PIC 9(8) VALUE ZEROS.
       01 WS-TD-DATE-X REDEFINES WS-TD-DATE.
          02 WS-TD-DY PIC 9(4).
          02 WS-TD-DM PIC 9(2).
          02 WS-TD-DD PIC 9(2).
       01 WS-TD-KEEPDD PIC 9(2) VALUE ZEROS.
       01 WS-TD-MCOUNT PIC 9(4) VALUE ZEROS.
       01 WS-TD-YADD PIC 9(3) VALUE ZEROS.
       01 WS-TD-MREM PIC 9(2) VALUE ZEROS.
       01 WS-TD-MSTART PIC 9(8) VALUE ZEROS.
       01 WS-TD-MSTART-X REDEFINES WS-TD-MSTART.
          02 WS-TD-MSY PIC 9(4).
          02 WS-TD-MSM PIC 9(2).
          02 WS-TD-MSD PIC 9(2).
       01 WS-TD-MNEXT PIC 9(8) VALUE ZEROS.
       01 WS-TD-MNEXT-X REDEFINES WS-TD-MNEXT.
          02 WS-TD-MNY PIC 9(4).
          02 WS-TD-MNM PIC 9(2).
          02 WS-TD-MND PIC 9(2).
       01 WS-TD-MLEN PIC 9(2) VALUE ZEROS.
       01 WS-TD-DAYNO PIC 9(2) VALUE ZEROS.
       01 WS-TD-SCHED-DATE PIC 9(8) VALUE ZEROS.
       01 WS-TD-SCHED-AMT PIC 9(13)V9(2) VALUE ZEROS.
       01 WS-TD-SCHED-CNT PIC 9(5) VALUE ZEROS.
       01 WS-TDSCHED-NAME PIC X(24) VALUE SPACES.
       01 WS-TD-POSTED-DR PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-TD-POSTED-CR PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-TD-ACCR-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-TD-CAPITAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-TD-PAID-PRIN PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-TD-PAID-INT PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-TD-PEN-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-TD-EVENTS PIC 9(05) VALUE ZEROS.
       01 WS-TD-ROLLED PIC 9(05) VALUE ZEROS.
       01 WS-TD-REFUSED PIC 9(05) VALUE ZEROS.
       01 WS-SO-EXEC-TOTAL PIC S9(13)V9(2) VALUE ZEROS.
       01 WS-SO-EXEC-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-SO-FAIL-COUNT PIC 9(05) VALUE ZEROS.
       01 WS-SO-COUNT PIC 9(03) VALUE ZEROS.
       01 WS-SO-IX PIC 9(03) VALUE ZEROS.
       01 WS-SO-TABLE.
                 WHEN "OVERDRAFTFEE"
                    COMPUTE WS-OVERDRAFT-FEE =
                       FUNCTION NUMVAL(WS-RC-VALUE)
                 WHEN "MONTHLYFEE"
                    COMPUTE WS-MONTHLY-FEE =
                       FUNCTION NUMVAL(WS-RC-VALUE)
                 WHEN "INTERESTRATE"
                    COMPUTE WS-INTEREST-RATE =
                       FUNCTION NUMVAL(WS-RC-VALUE)
                 WS-CHARGE-TOTAL WS-OFFLINE-TOTAL
                 WS-DISPUTE-TOTAL WS-FEE-IN-TOTAL WS-FEE-POSTED
                 WS-711-FX-TOTAL WS-713-FX-TOTAL
                 WS-CLRIN-TOTAL WS-CLROUT-TOTAL
                 WS-BILL-IN-TOTAL WS-BILL-POSTED WS-BILL-REM-TOTAL
                 WS-ENV-ADJ-CR WS-ENV-ADJ-DR
                 WS-ENV-POSTED-CR WS-ENV-POSTED-DR
                 WS-LN-ACCR-TOTAL WS-LN-INT-PAID WS-LN-PRIN-PAID
                 WS-LOAN-POSTED WS-TD-POSTED-DR WS-TD-POSTED-CR
                 WS-TD-ACCR-TOTAL WS-TD-CAPITAL WS-TD-PAID-PRIN
                 WS-TD-PAID-INT WS-TD-PEN-TOTAL
                 WS-LV-HELD-TOTAL WS-LV-REMIT-TOTAL WS-LV-SHORT-TOTAL
                 WS-MFEE-TOTAL WS-PR-GIVE-TOTAL.
              MOVE ZEROS TO WS-CLRIN-COUNT WS-CLRRET-COUNT
                 WS-CLROUT-COUNT WS-BILL-IN-COUNT WS-BILL-REM-COUNT
                 WS-BILL-REM-BILLERS WS-ENV-ADJ-COUNT
                 WS-ENV-MATCH-COUNT.
              MOVE ZEROS TO WS-SCR-SCREENED WS-SCR-HITS WS-SCR-HELD
                 WS-SCR-RELEASED WS-SCR-OPEN WS-SCR-HELD-TOTAL.
              MOVE ZEROS TO WS-REJECT-COUNT WS-OVERDRAFT-COUNT
                 WS-DUP-COUNT WS-DORM-COUNT WS-HOLD-REL-COUNT
                 WS-SO-EXEC-COUNT WS-CHARGE-COUNT WS-BADCD-COUNT
                 WS-OFFLINE-COUNT WS-DISPUTE-COUNT
                 WS-FEE-IN-COUNT WS-CTR-COUNT
                 WS-SWP-TODAY WS-SWP-WAIVED
                 WS-LN-PAID-COUNT WS-LN-NEW-COUNT
                 WS-TD-EVENTS WS-TD-ROLLED WS-TD-REFUSED
                 WS-LV-ACTIVE WS-LV-REMIT-COUNT WS-LV-SHORT-COUNT
                 WS-LV-RELEASED WS-MFEE-COUNT WS-PR-DISC-COUNT
                 WS-NT-SENT WS-NT-NOCONTACT WS-SO-FAIL-COUNT.
              MOVE ZEROS TO WS-CTR-DEP-TOT WS-CTR-WD-TOT
                 WS-CTR-DEP-MAX WS-CTR-WD-MAX
                 WS-CTR-DEP-CNT WS-CTR-WD-CNT.
              PERFORM NTLOAD-PARAGRAPH THRU NTLOAD-EXIT-PARAGRAPH.
              MOVE "N" TO WS-MASTER-EOF.
              MOVE "N" TO WS-MONTH-END-FLAG.
              GO TO CHECKLOAD-PARAGRAPH.
                 ADD MAMOUNT TO WS-FEE-IN-TOTAL
                 ADD 1 TO WS-FEE-IN-COUNT
              END-IF.
              IF MACTION = 'B' THEN
                 ADD MAMOUNT TO WS-BILL-IN-TOTAL
                 ADD 1 TO WS-BILL-IN-COUNT
              END-IF.
              IF MACTION = 'X' THEN
                 ADD MAMOUNT TO WS-711-FX-TOTAL
                 GO TO COPY711-PARAGRAPH
                 ADD MAMOUNT TO WS-FEE-IN-TOTAL
                 ADD 1 TO WS-FEE-IN-COUNT
              END-IF.
              IF MACTION = 'B' THEN
                 ADD MAMOUNT TO WS-BILL-IN-TOTAL
                 ADD 1 TO WS-BILL-IN-COUNT
              END-IF.
              IF MACTION = 'X' THEN
                 ADD MAMOUNT TO WS-713-FX-TOTAL
                 GO TO COPY713-PARAGRAPH
                WRITE MYINPUTMERGED
                END-WRITE.
              CLOSE INPUTMERGED.
              IF HLD-ACTION = "D" THEN
                 MOVE HLD-NUMBE TO WS-NT-NUMBE
                 MOVE "HLD" TO WS-NT-EVENT
                 MOVE HLD-AMOUNT TO WS-NT-AMOUNT
                 MOVE SPACES TO WS-NT-TEXT
                 STRING "HELD DEPOSIT RELEASED TO ACCOUNT ENDING "
                       DELIMITED BY SIZE
                    HLD-NUMBE(13:4) DELIMITED BY SIZE
                    INTO WS-NT-TEXT
                 PERFORM NTEVENT-PARAGRAPH THRU NTEVENT-EXIT-PARAGRAPH
              END-IF.
              GO TO COPYHOLDSLINE-PARAGRAPH.
       HOLDSDONE-PARAGRAPH.
              CLOSE HOLDS-FILE.
                 MOVE CHG-NUMBE TO WS-CHGK-NUMBE(WS-CHGK-COUNT)
                 MOVE CHG-AMOUNT TO WS-CHGK-AMOUNT(WS-CHGK-COUNT)
                 MOVE CHG-TIME TO WS-CHGK-TIME(WS-CHGK-COUNT)
                 MOVE "N" TO WS-CHGK-RET(WS-CHGK-COUNT)
              END-IF.
              ADD CHG-AMOUNT TO WS-CHARGE-TOTAL.
              ADD 1 TO WS-CHARGE-COUNT.
              ADD 1 TO WS-DISPUTE-COUNT.
              MOVE "S" TO WS-DSP-STATUS(WS-DSP-IX).
              MOVE WS-TODAY TO WS-DSP-SETTLED(WS-DSP-IX).
              MOVE WS-DSP-NUMBE(WS-DSP-IX) TO WS-NT-NUMBE.
              MOVE "DSP" TO WS-NT-EVENT.
              MOVE WS-DSP-AMOUNT(WS-DSP-IX) TO WS-NT-AMOUNT.
              MOVE SPACES TO WS-NT-TEXT.
              STRING "DISPUTE SETTLED ON ACCOUNT ENDING "
                    DELIMITED BY SIZE
                 WS-DSP-NUMBE(WS-DSP-IX)(13:4) DELIMITED BY SIZE
                 INTO WS-NT-TEXT.
              PERFORM NTEVENT-PARAGRAPH THRU NTEVENT-EXIT-PARAGRAPH.
              ADD 1 TO WS-DSP-IX.
              GO TO DISPUTEPOST-PARAGRAPH.
       DISPUTESREWRITE-PARAGRAPH.
       DISPUTESREWRITELINE-PARAGRAPH.
              IF WS-DSP-IX > WS-DSP-COUNT THEN
                 CLOSE DISPUTE-FILE
                 GO TO ENVELOPES-PARAGRAPH
              END-IF.
              MOVE WS-DSP-NUMBE(WS-DSP-IX) TO DSP-NUMBE.
              MOVE WS-DSP-REFNO(WS-DSP-IX) TO DSP-REFNO.
              WRITE DISPUTEREC.
              ADD 1 TO WS-DSP-IX.
              GO TO DISPUTESREWRITELINE-PARAGRAPH.
      * ENVELOPE VERIFICATION: EVERY ENVELOPE COUNTED ON OR BEFORE
      * THE RUN DATE COMES OFF THE QUEUE. A MATCH JUST CLEARS; A
      * MISMATCH POSTS THE DIFFERENCE INTO THE MERGED STREAM (A
      * CREDIT, S DEBIT) UNDER A NEW ADJUSTMENT REFERENCE, GOES TO
      * ENVDISC.TXT AGAINST THE ORIGINAL OREFNO, AND THEN THE
      * DISCREPANCY REPORT IS CUT. UNCOUNTED ENVELOPES STAY QUEUED.
       ENVELOPES-PARAGRAPH.
              MOVE WS-DISPUTE-COUNT TO WS-RL-CNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "ENVELOPES" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
                 THRU STEPSTART-EXIT-PARAGRAPH.
              MOVE 0 TO WS-ENQ-COUNT.
              OPEN INPUT ENVELOPE-FILE.
              GO TO ENVLOAD-PARAGRAPH.
       ENVLOAD-PARAGRAPH.
              READ ENVELOPE-FILE
                 AT END GO TO ENVLOADED-PARAGRAPH
              END-READ.
              IF WS-ENQ-COUNT >= 500 THEN
                 DISPLAY "ENVELOPE TABLE FULL - REMAINING ROWS "
                    "WAIT FOR THE NEXT RUN"
                 GO TO ENVLOADED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-ENQ-COUNT.
              MOVE ENV-ATMID TO WS-ENQ-ATMID(WS-ENQ-COUNT).
              MOVE ENV-SEQ TO WS-ENQ-SEQ(WS-ENQ-COUNT).
              MOVE ENV-NUMBE TO WS-ENQ-NUMBE(WS-ENQ-COUNT).
              MOVE ENV-REFNO TO WS-ENQ-REFNO(WS-ENQ-COUNT).
              MOVE ENV-DATE TO WS-ENQ-DATE(WS-ENQ-COUNT).
              MOVE ENV-AMOUNT TO WS-ENQ-CLAIMED(WS-ENQ-COUNT).
              MOVE ENV-HOLD TO WS-ENQ-HOLD(WS-ENQ-COUNT).
              MOVE ENV-STATUS TO WS-ENQ-STATUS(WS-ENQ-COUNT).
              MOVE ENV-VERIFIED TO WS-ENQ-VERIFIED(WS-ENQ-COUNT).
              MOVE ENV-VDATE TO WS-ENQ-VDATE(WS-ENQ-COUNT).
              MOVE ENV-VBY TO WS-ENQ-VBY(WS-ENQ-COUNT).
              MOVE 0 TO WS-ENQ-ADJREF(WS-ENQ-COUNT).
              MOVE "N" TO WS-ENQ-DONE(WS-ENQ-COUNT).
              GO TO ENVLOAD-PARAGRAPH.
       ENVLOADED-PARAGRAPH.
              CLOSE ENVELOPE-FILE.
              MOVE 1 TO WS-ENQ-IX.
              GO TO ENVPOST-PARAGRAPH.
       ENVPOST-PARAGRAPH.
              IF WS-ENQ-IX > WS-ENQ-COUNT THEN
                 GO TO ENVREWRITE-PARAGRAPH
              END-IF.
              IF WS-ENQ-STATUS(WS-ENQ-IX) NOT = "V" OR
                    WS-ENQ-VDATE(WS-ENQ-IX) > WS-TODAY THEN
                 ADD 1 TO WS-ENQ-IX
                 GO TO ENVPOST-PARAGRAPH
              END-IF.
              COMPUTE WS-ENV-DIFF = WS-ENQ-VERIFIED(WS-ENQ-IX)
                 - WS-ENQ-CLAIMED(WS-ENQ-IX).
              IF WS-ENV-DIFF = 0 THEN
                 ADD 1 TO WS-ENV-MATCH-COUNT
                 MOVE "D" TO WS-ENQ-STATUS(WS-ENQ-IX)
                 ADD 1 TO WS-ENQ-IX
                 GO TO ENVPOST-PARAGRAPH
              END-IF.
              ADD 1 TO WS-ENV-ADJ-COUNT.
              COMPUTE WS-ENV-ADJREF = 99000000000000
                 + FUNCTION MOD(WS-TODAY, 1000000) * 1000000
                 + WS-ENV-ADJ-COUNT.
              MOVE WS-ENV-ADJREF TO WS-ENQ-ADJREF(WS-ENQ-IX).
              OPEN EXTEND INPUTMERGED.
                MOVE WS-ENQ-NUMBE(WS-ENQ-IX) TO IMNUMBE.
                IF WS-ENV-DIFF > 0 THEN
                   MOVE "A" TO IMACTION
                   MOVE WS-ENV-DIFF TO IMAMOUNT
                   ADD WS-ENV-DIFF TO WS-ENV-ADJ-CR
                ELSE
                   MOVE "S" TO IMACTION
                   COMPUTE IMAMOUNT = 0 - WS-ENV-DIFF
                   SUBTRACT WS-ENV-DIFF FROM WS-ENV-ADJ-DR
                END-IF.
                MOVE 0 TO IMTIME.
                WRITE MYINPUTMERGED
                END-WRITE.
              CLOSE INPUTMERGED.
              OPEN EXTEND ENVDISC-FILE.
              MOVE WS-ENQ-ATMID(WS-ENQ-IX) TO ED-ATMID.
              MOVE WS-ENQ-SEQ(WS-ENQ-IX) TO ED-SEQ.
              MOVE WS-ENQ-NUMBE(WS-ENQ-IX) TO ED-NUMBE.
              MOVE WS-ENQ-REFNO(WS-ENQ-IX) TO ED-REFNO.
              MOVE WS-ENV-ADJREF TO ED-ADJREF.
              MOVE WS-TODAY TO ED-DATE.
              MOVE WS-ENQ-CLAIMED(WS-ENQ-IX) TO ED-CLAIMED.
              MOVE WS-ENQ-VERIFIED(WS-ENQ-IX) TO ED-VERIFIED.
              MOVE WS-ENQ-VBY(WS-ENQ-IX) TO ED-VBY.
              WRITE ENVDISCREC.
              CLOSE ENVDISC-FILE.
              MOVE "X" TO WS-ENQ-STATUS(WS-ENQ-IX).
              ADD 1 TO WS-ENQ-IX.
              GO TO ENVPOST-PARAGRAPH.
      *       ONLY THE ENVELOPES NOT YET SETTLED GO BACK ON THE QUEUE.
       ENVREWRITE-PARAGRAPH.
              OPEN OUTPUT ENVELOPE-FILE.
              MOVE 1 TO WS-ENQ-IX.
              GO TO ENVKEEP-PARAGRAPH.
       ENVKEEP-PARAGRAPH.
              IF WS-ENQ-IX > WS-ENQ-COUNT THEN
                 CLOSE ENVELOPE-FILE
                 GO TO ENVREPORT-PARAGRAPH
              END-IF.
              IF WS-ENQ-STATUS(WS-ENQ-IX) = "P" OR
                    WS-ENQ-STATUS(WS-ENQ-IX) = "V" THEN
                 MOVE WS-ENQ-ATMID(WS-ENQ-IX) TO ENV-ATMID
                 MOVE WS-ENQ-SEQ(WS-ENQ-IX) TO ENV-SEQ
                 MOVE WS-ENQ-NUMBE(WS-ENQ-IX) TO ENV-NUMBE
                 MOVE WS-ENQ-REFNO(WS-ENQ-IX) TO ENV-REFNO
                 MOVE WS-ENQ-DATE(WS-ENQ-IX) TO ENV-DATE
                 MOVE WS-ENQ-CLAIMED(WS-ENQ-IX) TO ENV-AMOUNT
                 MOVE WS-ENQ-HOLD(WS-ENQ-IX) TO ENV-HOLD
                 MOVE WS-ENQ-STATUS(WS-ENQ-IX) TO ENV-STATUS
                 MOVE WS-ENQ-VERIFIED(WS-ENQ-IX) TO ENV-VERIFIED
                 MOVE WS-ENQ-VDATE(WS-ENQ-IX) TO ENV-VDATE
                 MOVE WS-ENQ-VBY(WS-ENQ-IX) TO ENV-VBY
                 WRITE ENVELOPEREC
              END-IF.
              ADD 1 TO WS-ENQ-IX.
              GO TO ENVKEEP-PARAGRAPH.
      *       PART ONE: TODAY'S MISMATCHES GROUPED BY TERMINAL.
       ENVREPORT-PARAGRAPH.
              MOVE SPACES TO WS-ENVRPT-NAME.
              STRING "envrpt_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-ENVRPT-NAME.
              OPEN OUTPUT ENVRPT-FILE.
              MOVE "RUN DATE:" TO EVR-LABEL.
              MOVE WS-TODAY TO EVR-KEY.
              MOVE SPACES TO EVR-ENVE EVR-REFE EVR-ADJE EVR-AMTE.
              MOVE 0 TO EVR-SEQ EVR-REFNO EVR-ADJREF EVR-DIFF.
              WRITE ENVRPTLINE.
              MOVE 1 TO WS-ENQ-IX.
              GO TO ENVRPTTERM-PARAGRAPH.
       ENVRPTTERM-PARAGRAPH.
              IF WS-ENQ-IX > WS-ENQ-COUNT THEN
                 GO TO ENVRPTCUST-PARAGRAPH
              END-IF.
              IF WS-ENQ-STATUS(WS-ENQ-IX) NOT = "X" OR
                    WS-ENQ-DONE(WS-ENQ-IX) = "Y" THEN
                 ADD 1 TO WS-ENQ-IX
                 GO TO ENVRPTTERM-PARAGRAPH
              END-IF.
              MOVE WS-ENQ-ATMID(WS-ENQ-IX) TO WS-ENQ-ATMID-CUR.
              MOVE 0 TO WS-ENV-SUBCNT.
              MOVE 0 TO WS-ENV-SUBTOT.
              MOVE "TERMINAL:" TO EVR-LABEL.
              MOVE WS-ENQ-ATMID-CUR TO EVR-KEY.
              MOVE SPACES TO EVR-ENVE EVR-REFE EVR-ADJE EVR-AMTE.
              MOVE 0 TO EVR-SEQ EVR-REFNO EVR-ADJREF EVR-DIFF.
              WRITE ENVRPTLINE.
              MOVE WS-ENQ-IX TO WS-ENQ-JX.
              GO TO ENVRPTTERMLINE-PARAGRAPH.
       ENVRPTTERMLINE-PARAGRAPH.
              IF WS-ENQ-JX > WS-ENQ-COUNT THEN
                 MOVE "  COUNT:" TO EVR-LABEL
                 MOVE SPACES TO EVR-KEY
                 MOVE WS-ENV-SUBCNT TO EVR-KEY(12:5)
                 MOVE SPACES TO EVR-ENVE EVR-REFE EVR-ADJE
                 MOVE 0 TO EVR-SEQ EVR-REFNO EVR-ADJREF
                 MOVE " NET: " TO EVR-AMTE
                 MOVE WS-ENV-SUBTOT TO EVR-DIFF
                 WRITE ENVRPTLINE
                 ADD 1 TO WS-ENQ-IX
                 GO TO ENVRPTTERM-PARAGRAPH
              END-IF.
              IF WS-ENQ-STATUS(WS-ENQ-JX) NOT = "X" OR
                    WS-ENQ-DONE(WS-ENQ-JX) = "Y" OR
                    WS-ENQ-ATMID(WS-ENQ-JX) NOT = WS-ENQ-ATMID-CUR
                    THEN
                 ADD 1 TO WS-ENQ-JX
                 GO TO ENVRPTTERMLINE-PARAGRAPH
              END-IF.
              COMPUTE WS-ENV-DIFF = WS-ENQ-VERIFIED(WS-ENQ-JX)
                 - WS-ENQ-CLAIMED(WS-ENQ-JX).
              MOVE "  ACCT:" TO EVR-LABEL.
              MOVE WS-ENQ-NUMBE(WS-ENQ-JX) TO EVR-KEY.
              MOVE " ENV " TO EVR-ENVE.
              MOVE WS-ENQ-SEQ(WS-ENQ-JX) TO EVR-SEQ.
              MOVE " REF " TO EVR-REFE.
              MOVE WS-ENQ-REFNO(WS-ENQ-JX) TO EVR-REFNO.
              MOVE " ADJ " TO EVR-ADJE.
              MOVE WS-ENQ-ADJREF(WS-ENQ-JX) TO EVR-ADJREF.
              MOVE " DIFF: " TO EVR-AMTE.
              MOVE WS-ENV-DIFF TO EVR-DIFF.
              WRITE ENVRPTLINE.
              ADD 1 TO WS-ENV-SUBCNT.
              ADD WS-ENV-DIFF TO WS-ENV-SUBTOT.
              MOVE "Y" TO WS-ENQ-DONE(WS-ENQ-JX).
              ADD 1 TO WS-ENQ-JX.
              GO TO ENVRPTTERMLINE-PARAGRAPH.
      *       PART TWO: EVERY MISMATCH ON FILE GROUPED BY CUSTOMER
      *       ACCOUNT; TWO OR MORE IS FLAGGED AS A REPEAT.
       ENVRPTCUST-PARAGRAPH.
              MOVE 0 TO WS-EDH-COUNT.
              OPEN INPUT ENVDISC-FILE.
              GO TO ENVRPTLOAD-PARAGRAPH.
       ENVRPTLOAD-PARAGRAPH.
              READ ENVDISC-FILE
                 AT END GO TO ENVRPTLOADED-PARAGRAPH
              END-READ.
              IF WS-EDH-COUNT >= 500 THEN
                 DISPLAY "ENVELOPE HISTORY TABLE FULL - CUSTOMER "
                    "SECTION SHOWS THE FIRST 500 MISMATCHES"
                 GO TO ENVRPTLOADED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-EDH-COUNT.
              MOVE ED-ATMID TO WS-EDH-ATMID(WS-EDH-COUNT).
              MOVE ED-SEQ TO WS-EDH-SEQ(WS-EDH-COUNT).
              MOVE ED-NUMBE TO WS-EDH-NUMBE(WS-EDH-COUNT).
              MOVE ED-REFNO TO WS-EDH-REFNO(WS-EDH-COUNT).
              MOVE ED-ADJREF TO WS-EDH-ADJREF(WS-EDH-COUNT).
              COMPUTE WS-EDH-DIFF(WS-EDH-COUNT) =
                 ED-VERIFIED - ED-CLAIMED.
              MOVE "N" TO WS-EDH-DONE(WS-EDH-COUNT).
              GO TO ENVRPTLOAD-PARAGRAPH.
       ENVRPTLOADED-PARAGRAPH.
              CLOSE ENVDISC-FILE.
              MOVE 1 TO WS-EDH-IX.
              GO TO ENVRPTCUSTNEXT-PARAGRAPH.
       ENVRPTCUSTNEXT-PARAGRAPH.
              IF WS-EDH-IX > WS-EDH-COUNT THEN
                 CLOSE ENVRPT-FILE
                 GO TO SCREENING-PARAGRAPH
              END-IF.
              IF WS-EDH-DONE(WS-EDH-IX) = "Y" THEN
                 ADD 1 TO WS-EDH-IX
                 GO TO ENVRPTCUSTNEXT-PARAGRAPH
              END-IF.
              MOVE WS-EDH-NUMBE(WS-EDH-IX) TO WS-EDH-NUMBE-CUR.
              MOVE 0 TO WS-ENV-SUBCNT.
              MOVE 0 TO WS-ENV-SUBTOT.
              MOVE "CUSTOMER:" TO EVR-LABEL.
              MOVE WS-EDH-NUMBE-CUR TO EVR-KEY.
              MOVE SPACES TO EVR-ENVE EVR-REFE EVR-ADJE EVR-AMTE.
              MOVE 0 TO EVR-SEQ EVR-REFNO EVR-ADJREF EVR-DIFF.
              WRITE ENVRPTLINE.
              MOVE WS-EDH-IX TO WS-EDH-JX.
              GO TO ENVRPTCUSTLINE-PARAGRAPH.
       ENVRPTCUSTLINE-PARAGRAPH.
              IF WS-EDH-JX > WS-EDH-COUNT THEN
                 IF WS-ENV-SUBCNT >= WS-ENV-REPEAT THEN
                    MOVE "  REPEAT:" TO EVR-LABEL
                 ELSE
                    MOVE "  COUNT:" TO EVR-LABEL
                 END-IF
                 MOVE SPACES TO EVR-KEY
                 MOVE WS-ENV-SUBCNT TO EVR-KEY(12:5)
                 MOVE SPACES TO EVR-ENVE EVR-REFE EVR-ADJE
                 MOVE 0 TO EVR-SEQ EVR-REFNO EVR-ADJREF
                 MOVE " NET: " TO EVR-AMTE
                 MOVE WS-ENV-SUBTOT TO EVR-DIFF
                 WRITE ENVRPTLINE
                 ADD 1 TO WS-EDH-IX
                 GO TO ENVRPTCUSTNEXT-PARAGRAPH
              END-IF.
              IF WS-EDH-DONE(WS-EDH-JX) = "Y" OR
                    WS-EDH-NUMBE(WS-EDH-JX) NOT = WS-EDH-NUMBE-CUR
                    THEN
                 ADD 1 TO WS-EDH-JX
                 GO TO ENVRPTCUSTLINE-PARAGRAPH
              END-IF.
              MOVE "  ATM:" TO EVR-LABEL.
              MOVE WS-EDH-ATMID(WS-EDH-JX) TO EVR-KEY.
              MOVE " ENV " TO EVR-ENVE.
              MOVE WS-EDH-SEQ(WS-EDH-JX) TO EVR-SEQ.
              MOVE " REF " TO EVR-REFE.
              MOVE WS-EDH-REFNO(WS-EDH-JX) TO EVR-REFNO.
              MOVE " ADJ " TO EVR-ADJE.
              MOVE WS-EDH-ADJREF(WS-EDH-JX) TO EVR-ADJREF.
              MOVE " DIFF: " TO EVR-AMTE.
              MOVE WS-EDH-DIFF(WS-EDH-JX) TO EVR-DIFF.
              WRITE ENVRPTLINE.
              ADD 1 TO WS-ENV-SUBCNT.
              ADD WS-EDH-DIFF(WS-EDH-JX) TO WS-ENV-SUBTOT.
              MOVE "Y" TO WS-EDH-DONE(WS-EDH-JX).
              ADD 1 TO WS-EDH-JX.
              GO TO ENVRPTCUSTLINE-PARAGRAPH.
      * SANCTIONS AND WATCH-LIST SCREENING. LOADS THE WATCH LIST
      * AND THE REVIEW QUEUE, RELEASES THE HELD CLEARING ITEMS
      * COMPLIANCE HAS CLEARED SINCE THE LAST RUN, RE-SCREENS
      * EVERY CUSTOMER IN CUSTOMERS.TXT, AND WORKS OUT WHICH
      * ACCOUNTS THE MASTER PASS HOLDS (LOCKFLAG S) OR RELEASES.
      * CLEARING AND OUTBOUND TRANSFER COUNTERPARTIES ARE
      * SCREENED AS THEY ARE READ IN THE NEXT STEP.
       SCREENING-PARAGRAPH.
              COMPUTE WS-RL-CNT = WS-ENV-ADJ-COUNT
                 + WS-ENV-MATCH-COUNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "SCREENING" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
                 THRU STEPSTART-EXIT-PARAGRAPH.
              MOVE 0 TO WS-WL-COUNT WS-SQ-COUNT WS-SQ-MAXCASE.
              MOVE 0 TO WS-SCC-COUNT WS-SCA-COUNT.
              OPEN INPUT WATCH-FILE.
              GO TO SCRNWLLOAD-PARAGRAPH.
       SCRNWLLOAD-PARAGRAPH.
              READ WATCH-FILE
                 AT END GO TO SCRNWLLOADED-PARAGRAPH
              END-READ.
              IF WL-NORM = SPACES THEN
                 GO TO SCRNWLLOAD-PARAGRAPH
              END-IF.
              IF WS-WL-COUNT >= 2000 THEN
                 DISPLAY "WATCH LIST TABLE FULL - NAMES PAST 2000 "
                    "ARE NOT SCREENED TONIGHT"
                 GO TO SCRNWLLOADED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-WL-COUNT.
              MOVE WL-ID TO WS-WL-ID(WS-WL-COUNT).
              MOVE WL-NORM TO WS-WL-NORM(WS-WL-COUNT).
              GO TO SCRNWLLOAD-PARAGRAPH.
       SCRNWLLOADED-PARAGRAPH.
              CLOSE WATCH-FILE.
              IF WS-WL-COUNT = 0 THEN
                 DISPLAY "WATCH LIST IS EMPTY - NAMES ARE LOGGED "
                    "BUT NOTHING CAN MATCH"
              END-IF.
              OPEN INPUT SCREENQ-FILE.
              GO TO SCRNQLOAD-PARAGRAPH.
      *       THE WHOLE QUEUE IS WRITTEN BACK FROM THE TABLE, SO A
      *       QUEUE TOO BIG FOR IT STOPS THE RUN BEFORE ANYTHING IS
      *       TAKEN FROM THE CLEARING FILES; ROOM IS LEFT FOR THE
      *       NIGHT'S NEW CASES.
       SCRNQLOAD-PARAGRAPH.
              READ SCREENQ-FILE
                 AT END GO TO SCRNQLOADED-PARAGRAPH
              END-READ.
              IF WS-SQ-COUNT >= 2500 THEN
                 CLOSE SCREENQ-FILE
                 DISPLAY "SCREENING QUEUE OVER 2500 CASES - ARCHIVE "
                    "THE RELEASED CASES AND RESTART THE RUN"
                 STOP RUN
              END-IF.
              ADD 1 TO WS-SQ-COUNT.
              MOVE SCREENQREC TO WS-SQ-ENTRY(WS-SQ-COUNT).
              IF SQ-CASE > WS-SQ-MAXCASE THEN
                 MOVE SQ-CASE TO WS-SQ-MAXCASE
              END-IF.
              GO TO SCRNQLOAD-PARAGRAPH.
       SCRNQLOADED-PARAGRAPH.
              CLOSE SCREENQ-FILE.
              MOVE 1 TO WS-SQ-IX.
              GO TO SCRNRELEASE-PARAGRAPH.
      *       A CLEARED CLEARING ITEM JOINS TONIGHT'S MERGED STREAM
      *       AS IF IT HAD JUST ARRIVED; ITS CHECK DIGIT AND
      *       DUPLICATE CHECKS WERE PASSED WHEN IT WAS HELD.
       SCRNRELEASE-PARAGRAPH.
              IF WS-SQ-IX > WS-SQ-COUNT THEN
                 GO TO SCRNCUST-PARAGRAPH
              END-IF.
              IF WS-SQ-STATUS(WS-SQ-IX) NOT = "C" THEN
                 ADD 1 TO WS-SQ-IX
                 GO TO SCRNRELEASE-PARAGRAPH
              END-IF.
              IF WS-SQ-SRC(WS-SQ-IX) = "CLI" THEN
                 OPEN EXTEND INPUTMERGED
                 MOVE WS-SQ-NUMBE(WS-SQ-IX) TO IMNUMBE
                 IF WS-SQ-DIR(WS-SQ-IX) = "C" THEN
                    MOVE "D" TO IMACTION
                 ELSE
                    MOVE "W" TO IMACTION
                 END-IF
                 MOVE WS-SQ-AMOUNT(WS-SQ-IX) TO IMAMOUNT
                 MOVE 0 TO IMTIME
                 WRITE MYINPUTMERGED
                 END-WRITE
                 CLOSE INPUTMERGED
                 ADD WS-SQ-AMOUNT(WS-SQ-IX) TO WS-CLRIN-TOTAL
                 ADD 1 TO WS-CLRIN-COUNT
              END-IF.
              IF WS-SQ-SRC(WS-SQ-IX) = "EXT" THEN
                 OPEN EXTEND INPUTMERGED
                 MOVE WS-SQ-NUMBE(WS-SQ-IX) TO IMNUMBE
                 MOVE "W" TO IMACTION
                 MOVE WS-SQ-AMOUNT(WS-SQ-IX) TO IMAMOUNT
                 MOVE 0 TO IMTIME
                 WRITE MYINPUTMERGED
                 END-WRITE
                 CLOSE INPUTMERGED
                 OPEN EXTEND CLEAROUT-FILE
                 MOVE WS-SQ-BANK(WS-SQ-IX) TO CLO-BANK
                 MOVE WS-SQ-TOACCT(WS-SQ-IX) TO CLO-NUMBE
                 MOVE WS-SQ-AMOUNT(WS-SQ-IX) TO CLO-AMOUNT
                 MOVE "C" TO CLO-DIR
                 WRITE CLEAROUTREC
                 CLOSE CLEAROUT-FILE
                 ADD WS-SQ-AMOUNT(WS-SQ-IX) TO WS-CLROUT-TOTAL
                 ADD 1 TO WS-CLROUT-COUNT
              END-IF.
              MOVE "R" TO WS-SQ-STATUS(WS-SQ-IX).
              ADD 1 TO WS-SCR-RELEASED.
              MOVE WS-SQ-SRC(WS-SQ-IX) TO WS-SCR-SRC.
              IF WS-SQ-SRC(WS-SQ-IX) = "CIF" THEN
                 MOVE WS-SQ-CIF(WS-SQ-IX) TO WS-SCR-KEY
              ELSE
                 MOVE WS-SQ-NUMBE(WS-SQ-IX) TO WS-SCR-KEY
              END-IF.
              MOVE WS-SQ-NAME(WS-SQ-IX) TO WS-SCR-NAME.
              MOVE "RELEAS" TO WS-SCR-RESULT.
              MOVE WS-SQ-WLID(WS-SQ-IX) TO WS-SCR-BESTID.
              MOVE WS-SQ-SCORE(WS-SQ-IX) TO WS-SCR-BEST.
              MOVE WS-SQ-CASE(WS-SQ-IX) TO WS-SCR-CASE.
              PERFORM SCRNLOG-PARAGRAPH THRU SCRNLOG-EXIT-PARAGRAPH.
              ADD 1 TO WS-SQ-IX.
              GO TO SCRNRELEASE-PARAGRAPH.
      *       NIGHTLY RE-SCREEN: A HIT AGAINST A LIST ENTRY ALREADY
      *       CASED FOR THAT CUSTOMER (WHATEVER ITS OUTCOME) IS
      *       LOGGED AGAINST THE EXISTING CASE, NOT RAISED AGAIN.
       SCRNCUST-PARAGRAPH.
              OPEN INPUT CUSTOMER-FILE.
              GO TO SCRNCUSTLINE-PARAGRAPH.
       SCRNCUSTLINE-PARAGRAPH.
              READ CUSTOMER-FILE
                 AT END GO TO SCRNCUSTDONE-PARAGRAPH
              END-READ.
              MOVE "CIF" TO WS-SCR-SRC.
              MOVE CIF-NUM TO WS-SCR-KEY.
              MOVE CIF-NAME TO WS-SCR-NAME.
              MOVE CIF-NAME TO WS-SCR-IN.
              PERFORM SCRNCHECK-PARAGRAPH THRU SCRNCHECK-EXIT-PARAGRAPH.
              IF WS-SCR-HIT NOT = "Y" THEN
                 PERFORM SCRNLOG-PARAGRAPH THRU SCRNLOG-EXIT-PARAGRAPH
                 GO TO SCRNCUSTLINE-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-SQ-IX.
              GO TO SCRNCUSTCASE-PARAGRAPH.
       SCRNCUSTCASE-PARAGRAPH.
              IF WS-SQ-IX > WS-SQ-COUNT THEN
                 PERFORM SCRNNEWCASE-PARAGRAPH
                    THRU SCRNNEWCASE-EXIT-PARAGRAPH
                 MOVE CIF-NUM TO WS-SQ-CIF(WS-SQ-COUNT)
                 PERFORM SCRNLOG-PARAGRAPH THRU SCRNLOG-EXIT-PARAGRAPH
                 GO TO SCRNCUSTLINE-PARAGRAPH
              END-IF.
              IF WS-SQ-SRC(WS-SQ-IX) = "CIF" AND
                    WS-SQ-CIF(WS-SQ-IX) = CIF-NUM AND
                    WS-SQ-WLID(WS-SQ-IX) = WS-SCR-BESTID THEN
                 MOVE "KNOWN" TO WS-SCR-RESULT
                 MOVE WS-SQ-CASE(WS-SQ-IX) TO WS-SCR-CASE
                 PERFORM SCRNLOG-PARAGRAPH THRU SCRNLOG-EXIT-PARAGRAPH
                 GO TO SCRNCUSTLINE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SQ-IX.
              GO TO SCRNCUSTCASE-PARAGRAPH.
       SCRNCUSTDONE-PARAGRAPH.
              CLOSE CUSTOMER-FILE.
              MOVE 1 TO WS-SQ-IX.
              GO TO SCRNHOLDCIF-PARAGRAPH.
      *       A CUSTOMER WITH ANY PENDING OR BLOCKED CASE IS HELD;
      *       ONE WHOSE CASES ARE ALL CLEARED IS RELEASED.
       SCRNHOLDCIF-PARAGRAPH.
              IF WS-SQ-IX > WS-SQ-COUNT THEN
                 OPEN INPUT ACCTCIF-FILE
                 GO TO SCRNHOLDACCT-PARAGRAPH
              END-IF.
              IF WS-SQ-SRC(WS-SQ-IX) = "CIF" THEN
                 MOVE WS-SQ-CIF(WS-SQ-IX) TO WS-SCC-FIND
                 IF WS-SQ-STATUS(WS-SQ-IX) = "P" OR
                       WS-SQ-STATUS(WS-SQ-IX) = "B" THEN
                    MOVE "H" TO WS-SCC-SETFLAG
                 ELSE
                    MOVE "U" TO WS-SCC-SETFLAG
                 END-IF
                 PERFORM SCRNCIFSET-PARAGRAPH
                    THRU SCRNCIFSET-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SQ-IX.
              GO TO SCRNHOLDCIF-PARAGRAPH.
       SCRNHOLDACCT-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END
                    CLOSE ACCTCIF-FILE
                    GO TO CLEARING-PARAGRAPH
              END-READ.
              MOVE 1 TO WS-SCC-IX.
              GO TO SCRNHOLDFIND-PARAGRAPH.
       SCRNHOLDFIND-PARAGRAPH.
              IF WS-SCC-IX > WS-SCC-COUNT THEN
                 GO TO SCRNHOLDACCT-PARAGRAPH
              END-IF.
              IF WS-SCC-CIF(WS-SCC-IX) NOT = ACL-CIF THEN
                 ADD 1 TO WS-SCC-IX
                 GO TO SCRNHOLDFIND-PARAGRAPH
              END-IF.
              IF WS-SCA-COUNT >= 1000 THEN
                 DISPLAY "SCREENING HOLD TABLE FULL - ACCOUNT "
                    ACL-NUMBE " NOT CHANGED TONIGHT"
                 GO TO SCRNHOLDACCT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SCA-COUNT.
              MOVE ACL-NUMBE TO WS-SCA-NUMBE(WS-SCA-COUNT).
              MOVE WS-SCC-FLAG(WS-SCC-IX) TO WS-SCA-FLAG(WS-SCA-COUNT).
              GO TO SCRNHOLDACCT-PARAGRAPH.
      *       RECORD WS-SCC-SETFLAG FOR CUSTOMER WS-SCC-FIND; A HOLD
      *       ALWAYS WINS OVER A RELEASE.
       SCRNCIFSET-PARAGRAPH.
              MOVE 1 TO WS-SCC-IX.
              GO TO SCRNCIFSET-NEXT-PARAGRAPH.
       SCRNCIFSET-NEXT-PARAGRAPH.
              IF WS-SCC-IX > WS-SCC-COUNT THEN
                 IF WS-SCC-COUNT < 3000 THEN
                    ADD 1 TO WS-SCC-COUNT
                    MOVE WS-SCC-FIND TO WS-SCC-CIF(WS-SCC-COUNT)
                    MOVE WS-SCC-SETFLAG TO WS-SCC-FLAG(WS-SCC-COUNT)
                 END-IF
                 GO TO SCRNCIFSET-EXIT-PARAGRAPH
              END-IF.
              IF WS-SCC-CIF(WS-SCC-IX) = WS-SCC-FIND THEN
                 IF WS-SCC-SETFLAG = "H" THEN
                    MOVE "H" TO WS-SCC-FLAG(WS-SCC-IX)
                 END-IF
                 GO TO SCRNCIFSET-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SCC-IX.
              GO TO SCRNCIFSET-NEXT-PARAGRAPH.
       SCRNCIFSET-EXIT-PARAGRAPH.
              EXIT.
      * INBOUND INTERBANK CLEARING: EACH MATCHED ITEM JOINS THE
      * MERGED STREAM (C -> DEPOSIT, D -> WITHDRAWAL) THROUGH THE
      * SAME CHECK-DIGIT AND DUPLICATE GUARDS AS ANY FEEDER; A
      * BAD CHECK DIGIT OR DUPLICATE RETURNS THE ITEM TO THE
      * COUNTERPARTY WITH ITS REASON. THE FILE CLEARS AFTERWARD.
       CLEARING-PARAGRAPH.
              MOVE WS-SCR-SCREENED TO WS-RL-CNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "CLEARING" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
                    THRU CLEARRETURN-EXIT-PARAGRAPH
                 GO TO CLEARINGLINE-PARAGRAPH
              END-IF.
              MOVE "CLI" TO WS-SCR-SRC.
              MOVE CLI-NUMBE TO WS-SCR-KEY.
              MOVE CLI-NAME TO WS-SCR-NAME.
              MOVE CLI-NAME TO WS-SCR-IN.
              PERFORM SCRNCHECK-PARAGRAPH THRU SCRNCHECK-EXIT-PARAGRAPH.
              IF WS-SCR-HIT = "Y" THEN
                 PERFORM SCRNNEWCASE-PARAGRAPH
                    THRU SCRNNEWCASE-EXIT-PARAGRAPH
                 MOVE CLI-NUMBE TO WS-SQ-NUMBE(WS-SQ-COUNT)
                 MOVE CLI-BANK TO WS-SQ-BANK(WS-SQ-COUNT)
                 MOVE CLI-AMOUNT TO WS-SQ-AMOUNT(WS-SQ-COUNT)
                 MOVE CLI-DIR TO WS-SQ-DIR(WS-SQ-COUNT)
                 MOVE "HELD" TO WS-SCR-RESULT
                 PERFORM SCRNLOG-PARAGRAPH THRU SCRNLOG-EXIT-PARAGRAPH
                 ADD 1 TO WS-SCR-HELD
                 ADD CLI-AMOUNT TO WS-SCR-HELD-TOTAL
                 GO TO CLEARINGLINE-PARAGRAPH
              END-IF.
              PERFORM SCRNLOG-PARAGRAPH THRU SCRNLOG-EXIT-PARAGRAPH.
              OPEN EXTEND INPUTMERGED.
                MOVE MNUMBE TO IMNUMBE.
                MOVE MACTION TO IMACTION.
                    "CHECK DIGIT SKIPPED: " EXT-NUMBE
                 GO TO OUTCLEARINGLINE-PARAGRAPH
              END-IF.
              MOVE "EXT" TO WS-SCR-SRC.
              MOVE EXT-NUMBE TO WS-SCR-KEY.
              MOVE EXT-NAME TO WS-SCR-NAME.
              MOVE EXT-NAME TO WS-SCR-IN.
              PERFORM SCRNCHECK-PARAGRAPH THRU SCRNCHECK-EXIT-PARAGRAPH.
              IF WS-SCR-HIT = "Y" THEN
                 PERFORM SCRNNEWCASE-PARAGRAPH
                    THRU SCRNNEWCASE-EXIT-PARAGRAPH
                 MOVE EXT-NUMBE TO WS-SQ-NUMBE(WS-SQ-COUNT)
                 MOVE EXT-BANK TO WS-SQ-BANK(WS-SQ-COUNT)
                 MOVE EXT-TOACCT TO WS-SQ-TOACCT(WS-SQ-COUNT)
                 MOVE EXT-AMOUNT TO WS-SQ-AMOUNT(WS-SQ-COUNT)
                 MOVE "D" TO WS-SQ-DIR(WS-SQ-COUNT)
                 MOVE "HELD" TO WS-SCR-RESULT
                 PERFORM SCRNLOG-PARAGRAPH THRU SCRNLOG-EXIT-PARAGRAPH
                 ADD 1 TO WS-SCR-HELD
                 ADD EXT-AMOUNT TO WS-SCR-HELD-TOTAL
                 GO TO OUTCLEARINGLINE-PARAGRAPH
              END-IF.
              PERFORM SCRNLOG-PARAGRAPH THRU SCRNLOG-EXIT-PARAGRAPH.
              OPEN EXTEND INPUTMERGED.
                MOVE EXT-NUMBE TO IMNUMBE.
                MOVE "W" TO IMACTION.
              CLOSE EXTXFR-FILE.
              OPEN OUTPUT EXTXFR-FILE.
              CLOSE EXTXFR-FILE.
              PERFORM SCRNQSAVE-PARAGRAPH THRU SCRNQSAVE-EXIT-PARAGRAPH.
              GO TO BILLREMIT-PARAGRAPH.
      * BILLER REMITTANCE: EVERY TERMINAL BILL PAYMENT DATED ON OR
      * BEFORE THE RUN DATE GOES INTO ITS BILLER'S REMITTANCE FILE,
      * ONE FILE PER BILLER WITH A COUNT AND TOTAL TRAILER, AND THE
      * PER-BILLER FIGURES GO TO THE SETTLEMENT FILE. PAYMENTS
      * DATED AFTER THE RUN DATE (A DATED CATCH-UP RUN) STAY IN
      * BILLPAY.TXT FOR THEIR OWN DAY.
       BILLREMIT-PARAGRAPH.
              COMPUTE WS-RL-CNT = WS-CLRIN-COUNT + WS-CLROUT-COUNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "BILLREMIT" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
                 THRU STEPSTART-EXIT-PARAGRAPH.
              MOVE 0 TO WS-BPR-COUNT.
              OPEN INPUT BILLPAY-FILE.
              GO TO BILLREMITLOAD-PARAGRAPH.
       BILLREMITLOAD-PARAGRAPH.
              READ BILLPAY-FILE
                 AT END GO TO BILLREMITLOADED-PARAGRAPH
              END-READ.
              IF WS-BPR-COUNT >= 500 THEN
                 DISPLAY "BILL PAYMENT TABLE FULL - REMAINING "
                    "PAYMENTS WAIT FOR THE NEXT RUN"
                 GO TO BILLREMITLOADED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-BPR-COUNT.
              MOVE BP-NUMBE TO WS-BPR-NUMBE(WS-BPR-COUNT).
              MOVE BP-BILLER TO WS-BPR-BILLER(WS-BPR-COUNT).
              MOVE BP-REF TO WS-BPR-REF(WS-BPR-COUNT).
              MOVE BP-AMOUNT TO WS-BPR-AMOUNT(WS-BPR-COUNT).
              MOVE BP-REFNO TO WS-BPR-REFNO(WS-BPR-COUNT).
              MOVE BP-DATE TO WS-BPR-DATE(WS-BPR-COUNT).
              MOVE BP-ATMID TO WS-BPR-ATMID(WS-BPR-COUNT).
              IF BP-DATE > WS-TODAY THEN
                 MOVE "W" TO WS-BPR-DONE(WS-BPR-COUNT)
              ELSE
                 MOVE "N" TO WS-BPR-DONE(WS-BPR-COUNT)
              END-IF.
              GO TO BILLREMITLOAD-PARAGRAPH.
       BILLREMITLOADED-PARAGRAPH.
              CLOSE BILLPAY-FILE.
              MOVE 1 TO WS-BPR-IX.
              GO TO BILLREMITNEXT-PARAGRAPH.
      *       EACH PASS FINDS THE NEXT BILLER NOT YET REMITTED AND
      *       SWEEPS THE REST OF THE TABLE FOR ITS PAYMENTS.
       BILLREMITNEXT-PARAGRAPH.
              IF WS-BPR-IX > WS-BPR-COUNT THEN
                 GO TO BILLREMITREWRITE-PARAGRAPH
              END-IF.
              IF WS-BPR-DONE(WS-BPR-IX) NOT = "N" THEN
                 ADD 1 TO WS-BPR-IX
                 GO TO BILLREMITNEXT-PARAGRAPH
              END-IF.
              MOVE WS-BPR-BILLER(WS-BPR-IX) TO WS-BPR-BILLER-CUR.
              MOVE 0 TO WS-BPR-SUBCNT.
              MOVE 0 TO WS-BPR-SUBTOT.
              MOVE SPACES TO WS-REMIT-NAME.
              STRING "remit_" DELIMITED BY SIZE
                     WS-BPR-BILLER-CUR DELIMITED BY SPACE
                     "_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-REMIT-NAME.
              OPEN OUTPUT REMIT-FILE.
              MOVE "BILLER:" TO RMT-LABEL.
              MOVE WS-BPR-BILLER-CUR TO RMT-KEY.
              MOVE " DATE" TO RMT-REFE.
              MOVE WS-TODAY TO RMT-REFNO.
              MOVE SPACES TO RMT-AMTE.
              MOVE 0 TO RMT-AMOUNT.
              WRITE REMITLINE.
              MOVE WS-BPR-IX TO WS-BPR-JX.
              GO TO BILLREMITLINE-PARAGRAPH.
       BILLREMITLINE-PARAGRAPH.
              IF WS-BPR-JX > WS-BPR-COUNT THEN
                 GO TO BILLREMITTRAILER-PARAGRAPH
              END-IF.
              IF WS-BPR-DONE(WS-BPR-JX) NOT = "N" OR
                    WS-BPR-BILLER(WS-BPR-JX) NOT = WS-BPR-BILLER-CUR
                    THEN
                 ADD 1 TO WS-BPR-JX
                 GO TO BILLREMITLINE-PARAGRAPH
              END-IF.
              MOVE "PAYMENT:" TO RMT-LABEL.
              MOVE WS-BPR-REF(WS-BPR-JX) TO RMT-KEY.
              MOVE " REF " TO RMT-REFE.
              MOVE WS-BPR-REFNO(WS-BPR-JX) TO RMT-REFNO.
              MOVE " AMOUNT: " TO RMT-AMTE.
              MOVE WS-BPR-AMOUNT(WS-BPR-JX) TO RMT-AMOUNT.
              WRITE REMITLINE.
              ADD 1 TO WS-BPR-SUBCNT.
              ADD WS-BPR-AMOUNT(WS-BPR-JX) TO WS-BPR-SUBTOT.
              MOVE "Y" TO WS-BPR-DONE(WS-BPR-JX).
              ADD 1 TO WS-BPR-JX.
              GO TO BILLREMITLINE-PARAGRAPH.
       BILLREMITTRAILER-PARAGRAPH.
              MOVE "TOTAL:" TO RMT-LABEL.
              MOVE SPACES TO RMT-KEY.
              MOVE " CNT " TO RMT-REFE.
              MOVE WS-BPR-SUBCNT TO RMT-REFNO.
              MOVE " AMOUNT: " TO RMT-AMTE.
              MOVE WS-BPR-SUBTOT TO RMT-AMOUNT.
              WRITE REMITLINE.
              CLOSE REMIT-FILE.
              OPEN EXTEND SETTLEMENT-FILE.
                 MOVE SPACES TO STLLABEL.
                 STRING "REMIT " DELIMITED BY SIZE
                        WS-BPR-BILLER-CUR DELIMITED BY SPACE
                        " ITEMS:" DELIMITED BY SIZE
                    INTO STLLABEL.
                 MOVE WS-BPR-SUBCNT TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE SPACES TO STLLABEL.
                 STRING "REMIT " DELIMITED BY SIZE
                        WS-BPR-BILLER-CUR DELIMITED BY SPACE
                        " TOTAL:" DELIMITED BY SIZE
                    INTO STLLABEL.
                 MOVE WS-BPR-SUBTOT TO STLVALUE.
                 WRITE STLACCOUNT.
              CLOSE SETTLEMENT-FILE.
              ADD WS-BPR-SUBCNT TO WS-BILL-REM-COUNT.
              ADD WS-BPR-SUBTOT TO WS-BILL-REM-TOTAL.
              ADD 1 TO WS-BILL-REM-BILLERS.
              ADD 1 TO WS-BPR-IX.
              GO TO BILLREMITNEXT-PARAGRAPH.
      *       ONLY THE ROWS DATED AFTER THE RUN DATE ARE KEPT.
       BILLREMITREWRITE-PARAGRAPH.
              OPEN OUTPUT BILLPAY-FILE.
              MOVE 1 TO WS-BPR-IX.
              GO TO BILLREMITKEEP-PARAGRAPH.
       BILLREMITKEEP-PARAGRAPH.
              IF WS-BPR-IX > WS-BPR-COUNT THEN
                 CLOSE BILLPAY-FILE
                 GO TO LOADORDERS-PARAGRAPH
              END-IF.
              IF WS-BPR-DONE(WS-BPR-IX) = "W" THEN
                 MOVE WS-BPR-NUMBE(WS-BPR-IX) TO BP-NUMBE
                 MOVE WS-BPR-BILLER(WS-BPR-IX) TO BP-BILLER
                 MOVE WS-BPR-REF(WS-BPR-IX) TO BP-REF
                 MOVE WS-BPR-AMOUNT(WS-BPR-IX) TO BP-AMOUNT
                 MOVE WS-BPR-REFNO(WS-BPR-IX) TO BP-REFNO
                 MOVE WS-BPR-DATE(WS-BPR-IX) TO BP-DATE
                 MOVE WS-BPR-ATMID(WS-BPR-IX) TO BP-ATMID
                 WRITE BILLPAYREC
              END-IF.
              ADD 1 TO WS-BPR-IX.
              GO TO BILLREMITKEEP-PARAGRAPH.
      * READ THE TRAILER SIDECAR NAMED IN WS-TRLV-PATH; WS-TRLV-
      * HAVE SAYS WHETHER ONE EXISTS (NO TRAILER = LEGACY FILE).
       READTRAILER-PARAGRAPH.
              GO TO RUNLOGHISTLINE-PARAGRAPH.
       RUNLOGWRITE-EXIT-PARAGRAPH.
              EXIT.
      * SCREEN WS-SCR-IN AGAINST THE WHOLE WATCH LIST. WS-SCR-HIT
      * IS Y ON A HIT, WITH THE BEST-SCORING LIST ENTRY IN
      * WS-SCR-BESTID/WS-SCR-BEST; WS-SCR-RESULT IS SET FOR THE LOG
      * (HIT, CLEAR, OR NONAME WHEN THERE IS NO NAME TO SCREEN).
       SCRNCHECK-PARAGRAPH.
              ADD 1 TO WS-SCR-SCREENED.
              MOVE "N" TO WS-SCR-HIT.
              MOVE 0 TO WS-SCR-BEST WS-SCR-CASE.
              MOVE SPACES TO WS-SCR-BESTID.
              MOVE "CLEAR" TO WS-SCR-RESULT.
              PERFORM SCRNNORM-PARAGRAPH THRU SCRNNORM-EXIT-PARAGRAPH.
              MOVE WS-SCR-TTABLE TO WS-SCR-CTABLE.
              IF WS-SCR-CCNT = 0 THEN
                 MOVE "NONAME" TO WS-SCR-RESULT
                 GO TO SCRNCHECK-EXIT-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-WL-IX.
              GO TO SCRNCHECK-NEXT-PARAGRAPH.
       SCRNCHECK-NEXT-PARAGRAPH.
              IF WS-WL-IX > WS-WL-COUNT THEN
                 GO TO SCRNCHECK-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-WL-NORM(WS-WL-IX) TO WS-SCR-IN.
              PERFORM SCRNNORM-PARAGRAPH THRU SCRNNORM-EXIT-PARAGRAPH.
              MOVE WS-SCR-TTABLE TO WS-SCR-WTABLE.
              PERFORM SCRNSCORE-PARAGRAPH THRU SCRNSCORE-EXIT-PARAGRAPH.
              IF WS-SCR-QUAL = "Y" AND WS-SCR-SCORE > WS-SCR-BEST THEN
                 MOVE "Y" TO WS-SCR-HIT
                 MOVE "HIT" TO WS-SCR-RESULT
                 MOVE WS-SCR-SCORE TO WS-SCR-BEST
                 MOVE WS-WL-ID(WS-WL-IX) TO WS-SCR-BESTID
              END-IF.
              ADD 1 TO WS-WL-IX.
              GO TO SCRNCHECK-NEXT-PARAGRAPH.
       SCRNCHECK-EXIT-PARAGRAPH.
              EXIT.
      * RAISE A PENDING CASE FOR THE HIT JUST SCREENED; THE CALLER
      * FILLS IN THE CUSTOMER OR THE HELD ITEM ON THE NEW ENTRY.
       SCRNNEWCASE-PARAGRAPH.
              IF WS-SQ-COUNT >= 3000 THEN
                 DISPLAY "SCREENING QUEUE TABLE FULL - RUN STOPPED; "
                    "ARCHIVE THE RELEASED CASES AND RESTART THE RUN"
                 STOP RUN
              END-IF.
              ADD 1 TO WS-SQ-COUNT.
              ADD 1 TO WS-SQ-MAXCASE.
              ADD 1 TO WS-SCR-HITS.
              MOVE WS-SQ-MAXCASE TO WS-SQ-CASE(WS-SQ-COUNT).
              MOVE WS-SQ-MAXCASE TO WS-SCR-CASE.
              MOVE WS-TODAY TO WS-SQ-DATE(WS-SQ-COUNT).
              MOVE WS-SCR-SRC TO WS-SQ-SRC(WS-SQ-COUNT).
              MOVE 0 TO WS-SQ-CIF(WS-SQ-COUNT) WS-SQ-NUMBE(WS-SQ-COUNT)
                 WS-SQ-TOACCT(WS-SQ-COUNT) WS-SQ-AMOUNT(WS-SQ-COUNT)
                 WS-SQ-DECIDED(WS-SQ-COUNT).
              MOVE WS-SCR-NAME TO WS-SQ-NAME(WS-SQ-COUNT).
              MOVE WS-SCR-BESTID TO WS-SQ-WLID(WS-SQ-COUNT).
              MOVE WS-SCR-BEST TO WS-SQ-SCORE(WS-SQ-COUNT).
              MOVE SPACES TO WS-SQ-BANK(WS-SQ-COUNT)
                 WS-SQ-DIR(WS-SQ-COUNT) WS-SQ-BY(WS-SQ-COUNT).
              MOVE "P" TO WS-SQ-STATUS(WS-SQ-COUNT).
       SCRNNEWCASE-EXIT-PARAGRAPH.
              EXIT.
       SCRNLOG-PARAGRAPH.
              OPEN EXTEND SCREENLOG-FILE.
              MOVE WS-TODAY TO SCL-DATE.
              MOVE FUNCTION CURRENT-DATE(9:6) TO SCL-TIME.
              MOVE "CENTRAL" TO SCL-PROG.
              MOVE WS-SCR-SRC TO SCL-SRC.
              MOVE WS-SCR-KEY TO SCL-KEY.
              MOVE WS-SCR-NAME TO SCL-NAME.
              MOVE WS-SCR-RESULT TO SCL-RESULT.
              MOVE WS-SCR-BESTID TO SCL-WLID.
              MOVE WS-SCR-BEST TO SCL-SCORE.
              MOVE WS-SCR-CASE TO SCL-CASE.
              MOVE "NIGHTLY" TO SCL-BY.
              WRITE SCREENLOGREC.
              CLOSE SCREENLOG-FILE.
       SCRNLOG-EXIT-PARAGRAPH.
              EXIT.
      * WRITE THE REVIEW QUEUE BACK WITH TONIGHT'S NEW CASES AND
      * RELEASES.
       SCRNQSAVE-PARAGRAPH.
              OPEN OUTPUT SCREENQ-FILE.
              MOVE 1 TO WS-SQ-IX.
              GO TO SCRNQSAVE-NEXT-PARAGRAPH.
       SCRNQSAVE-NEXT-PARAGRAPH.
              IF WS-SQ-IX > WS-SQ-COUNT THEN
                 CLOSE SCREENQ-FILE
                 GO TO SCRNQSAVE-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-SQ-ENTRY(WS-SQ-IX) TO SCREENQREC.
              IF SQ-STATUS = "P" OR SQ-STATUS = "B" THEN
                 ADD 1 TO WS-SCR-OPEN
              END-IF.
              WRITE SCREENQREC.
              ADD 1 TO WS-SQ-IX.
              GO TO SCRNQSAVE-NEXT-PARAGRAPH.
       SCRNQSAVE-EXIT-PARAGRAPH.
              EXIT.
      * MASTER PASS: HOLD OR RELEASE THE ACCOUNT BEING WRITTEN.
      * A CLOSED ACCOUNT STAYS CLOSED.
       SCRNFLAG-PARAGRAPH.
              MOVE 1 TO WS-SCA-IX.
              GO TO SCRNFLAG-NEXT-PARAGRAPH.
       SCRNFLAG-NEXT-PARAGRAPH.
              IF WS-SCA-IX > WS-SCA-COUNT THEN
                 GO TO SCRNFLAG-EXIT-PARAGRAPH
              END-IF.
              IF WS-SCA-NUMBE(WS-SCA-IX) NOT = CURNUMBE THEN
                 ADD 1 TO WS-SCA-IX
                 GO TO SCRNFLAG-NEXT-PARAGRAPH
              END-IF.
              IF WS-SCA-FLAG(WS-SCA-IX) = "H" AND
                    CURLOCKFLAG NOT = "C" THEN
                 MOVE "S" TO CURLOCKFLAG
              END-IF.
              IF WS-SCA-FLAG(WS-SCA-IX) = "U" AND
                    CURLOCKFLAG = "S" THEN
                 MOVE SPACE TO CURLOCKFLAG
              END-IF.
       SCRNFLAG-EXIT-PARAGRAPH.
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
      * MOD-10 SUM OVER WS-CD-NUMBER, DOUBLING EVERY SECOND DIGIT
      * FROM THE RIGHT; WS-CD-OK IS Y WHEN THE SUM ENDS IN ZERO.
       LUHN-PARAGRAPH.
       CHECKDUP-EXIT-PARAGRAPH.
              EXIT.
       LOADORDERS-PARAGRAPH.
              MOVE WS-BILL-REM-COUNT TO WS-RL-CNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "RUNORDERS" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
              GO TO LOADORDERSLINE-PARAGRAPH.
       ORDERSLOADED-PARAGRAPH.
              CLOSE ORDERS-FILE.
              OPEN INPUT INPUT-FILE.
              MOVE 1 TO WS-SO-IX.
              GO TO RUNORDERS-PARAGRAPH.
       RUNORDERS-PARAGRAPH.
              IF WS-SO-IX > WS-SO-COUNT THEN
                 CLOSE INPUT-FILE
                 GO TO REWRITEORDERS-PARAGRAPH
              END-IF.
              IF WS-SO-EXPIRY(WS-SO-IX) NOT = 0 AND
                 ADD 1 TO WS-SO-IX
                 GO TO RUNORDERS-PARAGRAPH
              END-IF.
      *       DUE TODAY. AN ORDER FROM A CLOSED OR UNKNOWN ACCOUNT,
      *       OR ONE ITS OPENING BALANCE CANNOT COVER, IS NOT PAID
      *       THIS MONTH; OTHERWISE BOTH LEGS JOIN THE MERGED STREAM
      *       AND POST LIKE ANY ATM TRANSACTION.
              MOVE WS-SO-FROM(WS-SO-IX) TO NUMBE.
              READ INPUT-FILE
                 INVALID KEY GO TO ORDERFAIL-PARAGRAPH
              END-READ.
              IF LOCKFLAG = "C" OR
                    BALANCE < WS-SO-AMOUNT(WS-SO-IX) THEN
                 GO TO ORDERFAIL-PARAGRAPH
              END-IF.
              OPEN EXTEND INPUTMERGED.
                MOVE WS-SO-FROM(WS-SO-IX) TO IMNUMBE.
                MOVE "W" TO IMACTION.
              ADD 1 TO WS-SO-EXEC-COUNT.
              ADD 1 TO WS-SO-IX.
              GO TO RUNORDERS-PARAGRAPH.
       ORDERFAIL-PARAGRAPH.
              ADD 1 TO WS-SO-FAIL-COUNT.
              MOVE WS-SO-FROM(WS-SO-IX) TO WS-NT-NUMBE.
              MOVE "SOF" TO WS-NT-EVENT.
              MOVE WS-SO-AMOUNT(WS-SO-IX) TO WS-NT-AMOUNT.
              MOVE SPACES TO WS-NT-TEXT.
              STRING "STANDING ORDER NOT PAID FROM ACCOUNT ENDING "
                    DELIMITED BY SIZE
                 WS-SO-FROM(WS-SO-IX)(13:4) DELIMITED BY SIZE
                 INTO WS-NT-TEXT.
              PERFORM NTEVENT-PARAGRAPH THRU NTEVENT-EXIT-PARAGRAPH.
              ADD 1 TO WS-SO-IX.
              GO TO RUNORDERS-PARAGRAPH.
      * REWRITE THE ORDERS FILE, DROPPING THE EXPIRED ONES.
       REWRITEORDERS-PARAGRAPH.
              OPEN OUTPUT ORDERS-FILE.
       REWRITEORDERSLINE-PARAGRAPH.
              IF WS-SO-IX > WS-SO-COUNT THEN
                 CLOSE ORDERS-FILE
                 GO TO LEVIES-PARAGRAPH
              END-IF.
              IF WS-SO-EXPIRY(WS-SO-IX) NOT = 0 AND
                    WS-TODAY > WS-SO-EXPIRY(WS-SO-IX) THEN
              WRITE ORDERREC.
              ADD 1 TO WS-SO-IX.
              GO TO REWRITEORDERSLINE-PARAGRAPH.
      * INSTALMENT LOANS: ACCRUE EACH LOAN'S INTEREST UP TO THE RUN
      * DATE, AND ON OR AFTER ITS DUE DATE TAKE THE INSTALMENT (AND
      * ANY ARREARS) FROM THE REPAYMENT ACCOUNT AS FAR AS ITS
      * OPENING BALANCE GOES. THE RUN ONLY COMES UP ON BANKING DAYS,
      * SO A DUE DATE ON A HOLIDAY IS TAKEN ON THE NEXT ONE. THE
      * REPAYMENT JOINS THE MERGED STREAM AS ACTION L, INTEREST
      * FIRST AND THE REST AGAINST PRINCIPAL; WHAT CANNOT BE TAKEN
      * STAYS IN ARREARS AND DRIVES THE DELINQUENCY BUCKET.
      * LEGAL HOLDS AND LEVIES: EVERY ORDER IN FORCE TONIGHT IS
      * MEASURED AGAINST ITS ACCOUNT'S OPENING BALANCE. FROM ITS
      * DUE DATE A LEVY IS REMITTED TO THE ORDERING AUTHORITY (W ON
      * THE ACCOUNT, CREDIT ON THE OUTBOUND CLEARING FILE) AS FAR AS
      * THE BALANCE ALLOWS; WHAT IS LEFT STAYS HELD AND IS TRIED
      * AGAIN EACH NIGHT. A PERCENTAGE LEVY IS FIXED AS AN AMOUNT ON
      * ITS DUE DATE. WHATEVER AN ORDER HOLDS OR TAKES IS BOOKED IN
      * THE ACCOUNT TAKINGS TABLE SO THE LOAN AND TERM-DEPOSIT STEPS
      * CANNOT SPEND IT. ORDERS PAST THEIR RELEASE DATE LAPSE TO X.
      * THE NIGHT'S POSITION GOES TO LEGALHOLDS_<DATE>.TXT.
       LEVIES-PARAGRAPH.
              MOVE WS-SO-EXEC-COUNT TO WS-RL-CNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "LEVIES" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
                 THRU STEPSTART-EXIT-PARAGRAPH.
              MOVE 0 TO WS-LNA-COUNT.
              MOVE 0 TO WS-LV-COUNT.
              MOVE "N" TO WS-LV-FULL.
              OPEN INPUT LEGALHOLD-FILE.
              GO TO LEVIESLOAD-PARAGRAPH.
       LEVIESLOAD-PARAGRAPH.
              READ LEGALHOLD-FILE
                 AT END GO TO LEVIESLOADED-PARAGRAPH
              END-READ.
              IF WS-LV-COUNT >= 500 THEN
                 DISPLAY "LEGAL HOLD TABLE FULL - LEGALHOLDS.TXT LEFT "
                    "AS IT WAS FOR THE NEXT RUN"
                 MOVE "Y" TO WS-LV-FULL
                 GO TO LEVIESLOADED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LV-COUNT.
              MOVE LEGALREC TO WS-LV-REC(WS-LV-COUNT).
              GO TO LEVIESLOAD-PARAGRAPH.
       LEVIESLOADED-PARAGRAPH.
              CLOSE LEGALHOLD-FILE.
              IF WS-LV-FULL = "Y" THEN
                 GO TO LOANS-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-LEVYRPT-NAME.
              STRING "legalholds_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-LEVYRPT-NAME.
              OPEN OUTPUT LEVYRPT-FILE.
              MOVE SPACES TO LEVYLINE.
              MOVE "RUN DATE:" TO LVR-LABEL.
              MOVE WS-TODAY TO LVR-REF.
              MOVE 0 TO LVR-HELD LVR-REMIT LVR-SHORT.
              WRITE LEVYLINE.
              OPEN INPUT INPUT-FILE.
              OPEN EXTEND INPUTMERGED.
              MOVE 1 TO WS-LV-IX.
              GO TO LEVIESNEXT-PARAGRAPH.
       LEVIESNEXT-PARAGRAPH.
              IF WS-LV-IX > WS-LV-COUNT THEN
                 GO TO LEVIESDONE-PARAGRAPH
              END-IF.
              MOVE WS-LV-REC(WS-LV-IX) TO WS-LV-CUR.
              IF WS-LV-STATUS NOT = "A" OR
                    WS-LV-EFFDATE > WS-TODAY THEN
                 ADD 1 TO WS-LV-IX
                 GO TO LEVIESNEXT-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-LV-HELD WS-LV-TAKE.
              IF WS-LV-RELDATE NOT = 0 AND
                    WS-LV-RELDATE < WS-TODAY THEN
                 MOVE "X" TO WS-LV-STATUS
                 MOVE WS-TODAY TO WS-LV-LASTDATE
                 ADD 1 TO WS-LV-RELEASED
                 MOVE "RELEASED" TO LVR-STATE
                 GO TO LEVIESLINE-PARAGRAPH
              END-IF.
              PERFORM LEVYTAKE-PARAGRAPH THRU LEVYTAKE-EXIT-PARAGRAPH.
              MOVE WS-TODAY TO WS-LV-LASTDATE.
              IF WS-LV-STATUS = "A" THEN
                 ADD 1 TO WS-LV-ACTIVE
                 ADD WS-LV-HELD TO WS-LV-HELD-TOTAL
              END-IF.
              GO TO LEVIESLINE-PARAGRAPH.
       LEVIESLINE-PARAGRAPH.
              MOVE "ORDER:" TO LVR-LABEL.
              MOVE WS-LV-REF TO LVR-REF.
              MOVE WS-LV-NUMBE TO LVR-ACCT.
              MOVE WS-LV-HELD TO LVR-HELD.
              MOVE WS-LV-TAKE TO LVR-REMIT.
              MOVE WS-LV-SHORT TO LVR-SHORT.
              WRITE LEVYLINE.
              MOVE SPACES TO LEVYLINE.
              MOVE WS-LV-CUR TO WS-LV-REC(WS-LV-IX).
              ADD 1 TO WS-LV-IX.
              GO TO LEVIESNEXT-PARAGRAPH.
       LEVIESDONE-PARAGRAPH.
              CLOSE INPUTMERGED.
              CLOSE INPUT-FILE.
              MOVE SPACES TO LEVYLINE.
              MOVE "ACTIVE:" TO LVR-LABEL.
              MOVE WS-LV-ACTIVE TO LVR-REF.
              MOVE WS-LV-HELD-TOTAL TO LVR-HELD.
              MOVE WS-LV-REMIT-TOTAL TO LVR-REMIT.
              MOVE WS-LV-SHORT-TOTAL TO LVR-SHORT.
              WRITE LEVYLINE.
              MOVE SPACES TO LEVYLINE.
              MOVE "NOT MET:" TO LVR-LABEL.
              MOVE WS-LV-SHORT-COUNT TO LVR-REF.
              MOVE 0 TO LVR-HELD LVR-REMIT.
              MOVE WS-LV-SHORT-TOTAL TO LVR-SHORT.
              WRITE LEVYLINE.
              CLOSE LEVYRPT-FILE.
              OPEN OUTPUT LEGALHOLD-FILE.
              MOVE 1 TO WS-LV-IX.
              GO TO LEVIESKEEP-PARAGRAPH.
       LEVIESKEEP-PARAGRAPH.
              IF WS-LV-IX > WS-LV-COUNT THEN
                 CLOSE LEGALHOLD-FILE
                 GO TO LOANS-PARAGRAPH
              END-IF.
              MOVE WS-LV-REC(WS-LV-IX) TO LEGALREC.
              WRITE LEGALREC.
              ADD 1 TO WS-LV-IX.
              GO TO LEVIESKEEP-PARAGRAPH.
      * WHAT ONE ORDER HOLDS TONIGHT, AND ON OR AFTER ITS DUE DATE
      * WHAT IT TAKES: THE LESSER OF THE AMOUNT STILL OWED AND THE
      * OPENING BALANCE LESS ANYTHING ALREADY TAKEN OR HELD TONIGHT.
       LEVYTAKE-PARAGRAPH.
              MOVE 0 TO WS-LV-AVAIL WS-LV-BAL.
              MOVE WS-LV-NUMBE TO NUMBE.
              READ INPUT-FILE
                 INVALID KEY GO TO LEVYTAKE-HELD-PARAGRAPH
              END-READ.
              MOVE BALANCE TO WS-LV-BAL.
              MOVE BALANCE TO WS-LV-AVAIL.
              MOVE 1 TO WS-LNA-IX.
              GO TO LEVYTAKE-ACCT-PARAGRAPH.
       LEVYTAKE-ACCT-PARAGRAPH.
              IF WS-LNA-IX > WS-LNA-COUNT THEN
                 GO TO LEVYTAKE-HELD-PARAGRAPH
              END-IF.
              IF WS-LNA-NUMBE(WS-LNA-IX) = WS-LV-NUMBE THEN
                 SUBTRACT WS-LNA-TAKEN(WS-LNA-IX) FROM WS-LV-AVAIL
                 GO TO LEVYTAKE-HELD-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LNA-IX.
              GO TO LEVYTAKE-ACCT-PARAGRAPH.
       LEVYTAKE-HELD-PARAGRAPH.
              IF WS-LV-AVAIL < 0 THEN
                 MOVE 0 TO WS-LV-AVAIL
              END-IF.
              IF WS-LV-TYPE = "P" THEN
                 IF WS-LV-BAL > 0 THEN
                    COMPUTE WS-LV-HELD ROUNDED =
                       WS-LV-BAL * WS-LV-PCT / 100
                 END-IF
              ELSE
                 IF WS-LV-AMOUNT > WS-LV-REMITTED THEN
                    COMPUTE WS-LV-HELD = WS-LV-AMOUNT - WS-LV-REMITTED
                 END-IF
              END-IF.
              IF WS-LV-AVAIL < WS-LV-HELD THEN
                 MOVE WS-LV-AVAIL TO WS-LV-RESERVE
              ELSE
                 MOVE WS-LV-HELD TO WS-LV-RESERVE
              END-IF.
              PERFORM LEVYBOOK-PARAGRAPH THRU LEVYBOOK-EXIT-PARAGRAPH.
              IF WS-LV-DUEDATE = 0 OR WS-LV-DUEDATE > WS-TODAY THEN
                 MOVE "HELD" TO LVR-STATE
                 GO TO LEVYTAKE-EXIT-PARAGRAPH
              END-IF.
              IF WS-LV-TYPE = "P" THEN
                 MOVE WS-LV-HELD TO WS-LV-AMOUNT
                 MOVE 0 TO WS-LV-REMITTED
                 MOVE "A" TO WS-LV-TYPE
              END-IF.
              MOVE WS-LV-RESERVE TO WS-LV-TAKE.
              ADD WS-LV-TAKE TO WS-LV-REMITTED.
              ADD WS-LV-TAKE TO WS-LV-REMIT-TOTAL.
              COMPUTE WS-LV-SHORT = WS-LV-HELD - WS-LV-TAKE.
              MOVE WS-LV-SHORT TO WS-LV-HELD.
              IF WS-LV-TAKE > 0 THEN
                 ADD 1 TO WS-LV-REMIT-COUNT
                 MOVE WS-LV-TAKE TO WS-LV-CHUNK
                 PERFORM LEVYPOST-PARAGRAPH
                    THRU LEVYPOST-EXIT-PARAGRAPH
              END-IF.
              IF WS-LV-SHORT = 0 THEN
                 MOVE "R" TO WS-LV-STATUS
                 MOVE "REMITTED" TO LVR-STATE
              ELSE
                 ADD 1 TO WS-LV-SHORT-COUNT
                 ADD WS-LV-SHORT TO WS-LV-SHORT-TOTAL
                 MOVE "NOT MET" TO LVR-STATE
              END-IF.
       LEVYTAKE-EXIT-PARAGRAPH.
              EXIT.
      * BOOK WHAT THE ORDER HOLDS OR TAKES AGAINST THE ACCOUNT.
       LEVYBOOK-PARAGRAPH.
              IF WS-LV-RESERVE = 0 THEN
                 GO TO LEVYBOOK-EXIT-PARAGRAPH
              END-IF.
              IF WS-LNA-IX > WS-LNA-COUNT THEN
                 IF WS-LNA-COUNT < 500 THEN
                    ADD 1 TO WS-LNA-COUNT
                    MOVE WS-LV-NUMBE TO WS-LNA-NUMBE(WS-LNA-COUNT)
                    MOVE WS-LV-RESERVE TO WS-LNA-TAKEN(WS-LNA-COUNT)
                 END-IF
              ELSE
                 ADD WS-LV-RESERVE TO WS-LNA-TAKEN(WS-LNA-IX)
              END-IF.
       LEVYBOOK-EXIT-PARAGRAPH.
              EXIT.
      * THE MERGED AND CLEARING RECORDS HOLD AT MOST 99999.99, SO A
      * LARGER REMITTANCE GOES OUT AS SEVERAL PAIRS OF LINES.
       LEVYPOST-PARAGRAPH.
              IF WS-LV-CHUNK = 0 THEN
                 GO TO LEVYPOST-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-LV-NUMBE TO IMNUMBE.
              MOVE "W" TO IMACTION.
              IF WS-LV-CHUNK > 99999.99 THEN
                 MOVE 99999.99 TO IMAMOUNT
              ELSE
                 MOVE WS-LV-CHUNK TO IMAMOUNT
              END-IF.
              MOVE 0 TO IMTIME.
              WRITE MYINPUTMERGED
              END-WRITE.
              OPEN EXTEND CLEAROUT-FILE.
              MOVE WS-LV-AUTHBANK TO CLO-BANK.
              MOVE WS-LV-AUTHACCT TO CLO-NUMBE.
              MOVE IMAMOUNT TO CLO-AMOUNT.
              MOVE "C" TO CLO-DIR.
              WRITE CLEAROUTREC.
              CLOSE CLEAROUT-FILE.
              ADD IMAMOUNT TO WS-CLROUT-TOTAL.
              ADD 1 TO WS-CLROUT-COUNT.
              SUBTRACT IMAMOUNT FROM WS-LV-CHUNK.
              GO TO LEVYPOST-PARAGRAPH.
       LEVYPOST-EXIT-PARAGRAPH.
              EXIT.
       LOANS-PARAGRAPH.
              MOVE WS-LV-REMIT-COUNT TO WS-RL-CNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "LOANS" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
                 THRU STEPSTART-EXIT-PARAGRAPH.
              MOVE 0 TO WS-LN-COUNT.
              MOVE "N" TO WS-LN-FULL.
              OPEN INPUT LOAN-FILE.
              GO TO LOANSLOAD-PARAGRAPH.
       LOANSLOAD-PARAGRAPH.
              READ LOAN-FILE
                 AT END GO TO LOANSLOADED-PARAGRAPH
              END-READ.
              IF WS-LN-COUNT >= 500 THEN
                 DISPLAY "LOAN TABLE FULL - LOANS.TXT LEFT AS IT "
                    "WAS FOR THE NEXT RUN"
                 MOVE "Y" TO WS-LN-FULL
                 GO TO LOANSLOADED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LN-COUNT.
              MOVE LN-NUMBE TO WS-LN-NUMBE(WS-LN-COUNT).
              MOVE LN-CIF TO WS-LN-CIF(WS-LN-COUNT).
              MOVE LN-ACCT TO WS-LN-ACCT(WS-LN-COUNT).
              MOVE LN-PRINCIPAL TO WS-LN-PRINCIPAL(WS-LN-COUNT).
              MOVE LN-RATE TO WS-LN-RATE(WS-LN-COUNT).
              MOVE LN-TERM TO WS-LN-TERM(WS-LN-COUNT).
              MOVE LN-PAYDAY TO WS-LN-PAYDAY(WS-LN-COUNT).
              IF LN-OUTSTAND IS NUMERIC THEN
                 MOVE LN-OUTSTAND TO WS-LN-OUTSTAND(WS-LN-COUNT)
              ELSE
                 MOVE LN-PRINCIPAL TO WS-LN-OUTSTAND(WS-LN-COUNT)
              END-IF.
              IF LN-INSTAL IS NUMERIC AND LN-NEXTDUE IS NUMERIC
                    AND LN-STATUS NOT = SPACE THEN
                 MOVE LN-INSTAL TO WS-LN-INSTAL(WS-LN-COUNT)
                 MOVE LN-NEXTDUE TO WS-LN-NEXTDUE(WS-LN-COUNT)
                 MOVE LN-DUENO TO WS-LN-DUENO(WS-LN-COUNT)
                 MOVE LN-ACCRUED TO WS-LN-ACCRUED(WS-LN-COUNT)
                 MOVE LN-ACCRDATE TO WS-LN-ACCRDATE(WS-LN-COUNT)
                 MOVE LN-ARREARS TO WS-LN-ARREARS(WS-LN-COUNT)
                 MOVE LN-ARRSINCE TO WS-LN-ARRSINCE(WS-LN-COUNT)
                 MOVE LN-BUCKET TO WS-LN-BUCKET(WS-LN-COUNT)
                 MOVE LN-STATUS TO WS-LN-STATUS(WS-LN-COUNT)
              ELSE
                 MOVE 0 TO WS-LN-INSTAL(WS-LN-COUNT)
                 MOVE 0 TO WS-LN-NEXTDUE(WS-LN-COUNT)
                 MOVE 0 TO WS-LN-DUENO(WS-LN-COUNT)
                 MOVE 0 TO WS-LN-ACCRUED(WS-LN-COUNT)
                 MOVE WS-TODAY TO WS-LN-ACCRDATE(WS-LN-COUNT)
                 MOVE 0 TO WS-LN-ARREARS(WS-LN-COUNT)
                 MOVE 0 TO WS-LN-ARRSINCE(WS-LN-COUNT)
                 MOVE "CUR" TO WS-LN-BUCKET(WS-LN-COUNT)
                 MOVE "N" TO WS-LN-STATUS(WS-LN-COUNT)
              END-IF.
              GO TO LOANSLOAD-PARAGRAPH.
       LOANSLOADED-PARAGRAPH.
              CLOSE LOAN-FILE.
              IF WS-LN-FULL = "Y" THEN
                 GO TO TDEPOSITS-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-LN-BKT-CNT(1) WS-LN-BKT-CNT(2)
                 WS-LN-BKT-CNT(3) WS-LN-BKT-CNT(4)
                 WS-LN-BKT-AMT(1) WS-LN-BKT-AMT(2)
                 WS-LN-BKT-AMT(3) WS-LN-BKT-AMT(4).
              MOVE SPACES TO WS-DELINQ-NAME.
              STRING "delinq_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-DELINQ-NAME.
              OPEN OUTPUT DELINQ-FILE.
              MOVE SPACES TO DELINQLINE.
              MOVE "RUN DATE:" TO DLQ-LABEL.
              MOVE WS-TODAY TO DLQ-LOAN.
              MOVE 0 TO DLQ-ARREARS DLQ-DPD.
              WRITE DELINQLINE.
              OPEN INPUT INPUT-FILE.
              OPEN EXTEND INPUTMERGED.
              MOVE 1 TO WS-LN-IX.
              GO TO LOANSNEXT-PARAGRAPH.
       LOANSNEXT-PARAGRAPH.
              IF WS-LN-IX > WS-LN-COUNT THEN
                 GO TO LOANSDONE-PARAGRAPH
              END-IF.
              IF WS-LN-STATUS(WS-LN-IX) = "P" THEN
                 ADD 1 TO WS-LN-IX
                 GO TO LOANSNEXT-PARAGRAPH
              END-IF.
              IF WS-LN-STATUS(WS-LN-IX) = "N" THEN
                 PERFORM LOANSETUP-PARAGRAPH
                    THRU LOANSETUP-EXIT-PARAGRAPH
              END-IF.
      *       DAILY ACCRUAL ON THE OUTSTANDING PRINCIPAL, FOR EVERY
      *       DAY SINCE THE LAST ONE ACCRUED (WEEKENDS LAND HERE ON
      *       THE NEXT BANKING DAY).
              COMPUTE WS-LN-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                 FUNCTION INTEGER-OF-DATE(WS-LN-ACCRDATE(WS-LN-IX)).
              IF WS-LN-DAYS > 0 THEN
                 COMPUTE WS-LN-INT ROUNDED =
                    WS-LN-OUTSTAND(WS-LN-IX) * WS-LN-RATE(WS-LN-IX)
                    / 100 / 365 * WS-LN-DAYS
                 ADD WS-LN-INT TO WS-LN-ACCRUED(WS-LN-IX)
                 ADD WS-LN-INT TO WS-LN-ACCR-TOTAL
                 MOVE WS-TODAY TO WS-LN-ACCRDATE(WS-LN-IX)
              END-IF.
              MOVE WS-LN-ARREARS(WS-LN-IX) TO WS-LN-DUE.
              IF WS-LN-NEXTDUE(WS-LN-IX) NOT > WS-TODAY THEN
                 PERFORM LOANDUE-PARAGRAPH THRU LOANDUE-EXIT-PARAGRAPH
              END-IF.
              IF WS-LN-DUE > 0 THEN
                 PERFORM LOANTAKE-PARAGRAPH
                    THRU LOANTAKE-EXIT-PARAGRAPH
              END-IF.
              PERFORM LOANBUCKET-PARAGRAPH
                 THRU LOANBUCKET-EXIT-PARAGRAPH.
              IF WS-LN-OUTSTAND(WS-LN-IX) = 0 AND
                    WS-LN-ACCRUED(WS-LN-IX) = 0 AND
                    WS-LN-ARREARS(WS-LN-IX) = 0 THEN
                 MOVE "P" TO WS-LN-STATUS(WS-LN-IX)
              END-IF.
              ADD 1 TO WS-LN-IX.
              GO TO LOANSNEXT-PARAGRAPH.
       LOANSDONE-PARAGRAPH.
              CLOSE INPUTMERGED.
              CLOSE INPUT-FILE.
              MOVE 1 TO WS-LN-BKT-IX.
              GO TO LOANSBKTLINE-PARAGRAPH.
       LOANSBKTLINE-PARAGRAPH.
              IF WS-LN-BKT-IX > 4 THEN
                 CLOSE DELINQ-FILE
                 GO TO LOANSREWRITE-PARAGRAPH
              END-IF.
              MOVE SPACES TO DELINQLINE.
              MOVE "BUCKET:" TO DLQ-LABEL.
              MOVE WS-LN-BKT-NAME(WS-LN-BKT-IX) TO DLQ-BUCKET.
              MOVE WS-LN-BKT-CNT(WS-LN-BKT-IX) TO DLQ-DPD.
              MOVE " LOANS" TO DLQ-MOVE.
              MOVE WS-LN-BKT-AMT(WS-LN-BKT-IX) TO DLQ-ARREARS.
              WRITE DELINQLINE.
              ADD 1 TO WS-LN-BKT-IX.
              GO TO LOANSBKTLINE-PARAGRAPH.
       LOANSREWRITE-PARAGRAPH.
              OPEN OUTPUT LOAN-FILE.
              MOVE 1 TO WS-LN-IX.
              GO TO LOANSKEEP-PARAGRAPH.
       LOANSKEEP-PARAGRAPH.
              IF WS-LN-IX > WS-LN-COUNT THEN
                 CLOSE LOAN-FILE
                 GO TO TDEPOSITS-PARAGRAPH
              END-IF.
              MOVE WS-LN-NUMBE(WS-LN-IX) TO LN-NUMBE.
              MOVE WS-LN-CIF(WS-LN-IX) TO LN-CIF.
              MOVE WS-LN-ACCT(WS-LN-IX) TO LN-ACCT.
              MOVE WS-LN-PRINCIPAL(WS-LN-IX) TO LN-PRINCIPAL.
              MOVE WS-LN-RATE(WS-LN-IX) TO LN-RATE.
              MOVE WS-LN-TERM(WS-LN-IX) TO LN-TERM.
              MOVE WS-LN-PAYDAY(WS-LN-IX) TO LN-PAYDAY.
              MOVE WS-LN-OUTSTAND(WS-LN-IX) TO LN-OUTSTAND.
              MOVE WS-LN-INSTAL(WS-LN-IX) TO LN-INSTAL.
              MOVE WS-LN-NEXTDUE(WS-LN-IX) TO LN-NEXTDUE.
              MOVE WS-LN-DUENO(WS-LN-IX) TO LN-DUENO.
              MOVE WS-LN-ACCRUED(WS-LN-IX) TO LN-ACCRUED.
              MOVE WS-LN-ACCRDATE(WS-LN-IX) TO LN-ACCRDATE.
              MOVE WS-LN-ARREARS(WS-LN-IX) TO LN-ARREARS.
              MOVE WS-LN-ARRSINCE(WS-LN-IX) TO LN-ARRSINCE.
              MOVE WS-LN-BUCKET(WS-LN-IX) TO LN-BUCKET.
              MOVE WS-LN-STATUS(WS-LN-IX) TO LN-STATUS.
              WRITE LOANREC.
              ADD 1 TO WS-LN-IX.
              GO TO LOANSKEEP-PARAGRAPH.
      * NEW LOAN: LEVEL INSTALMENT OVER THE TERM AT THE MONTHLY RATE,
      * FIRST DUE ON THE PAYMENT DAY OF NEXT MONTH, AND ITS
      * SCHEDULE PRINTED TO AMORT_<LOAN>.TXT.
       LOANSETUP-PARAGRAPH.
              ADD 1 TO WS-LN-NEW-COUNT.
              IF WS-LN-TERM(WS-LN-IX) = 0 THEN
                 MOVE 1 TO WS-LN-TERM(WS-LN-IX)
              END-IF.
              IF WS-LN-RATE(WS-LN-IX) = 0 THEN
                 COMPUTE WS-LN-INSTAL(WS-LN-IX) ROUNDED =
                    WS-LN-OUTSTAND(WS-LN-IX) / WS-LN-TERM(WS-LN-IX)
              ELSE
                 COMPUTE WS-LN-R = WS-LN-RATE(WS-LN-IX) / 1200
                 COMPUTE WS-LN-POW = (1 + WS-LN-R) **
                    WS-LN-TERM(WS-LN-IX)
                 COMPUTE WS-LN-INSTAL(WS-LN-IX) ROUNDED =
                    WS-LN-OUTSTAND(WS-LN-IX) * WS-LN-R * WS-LN-POW
                    / (WS-LN-POW - 1)
              END-IF.
              MOVE WS-TODAY TO WS-LN-DATE.
              PERFORM LOANNEXTMONTH-PARAGRAPH
                 THRU LOANNEXTMONTH-EXIT-PARAGRAPH.
              MOVE WS-LN-DATE TO WS-LN-NEXTDUE(WS-LN-IX).
              MOVE "A" TO WS-LN-STATUS(WS-LN-IX).
              MOVE SPACES TO WS-AMORT-NAME.
              STRING "amort_" DELIMITED BY SIZE
                     WS-LN-NUMBE(WS-LN-IX) DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-AMORT-NAME.
              OPEN OUTPUT AMORT-FILE.
              MOVE SPACES TO AMORTLINE.
              MOVE "LOAN:" TO AML-LABEL.
              MOVE WS-LN-NUMBE(WS-LN-IX) TO AML-DATE.
              MOVE WS-LN-OUTSTAND(WS-LN-IX) TO AML-BALANCE.
              MOVE WS-LN-INSTAL(WS-LN-IX) TO AML-PAYMENT.
              MOVE WS-LN-TERM(WS-LN-IX) TO AML-NO.
              MOVE 0 TO AML-INTEREST AML-PRINCIPAL.
              WRITE AMORTLINE.
              MOVE WS-LN-OUTSTAND(WS-LN-IX) TO WS-LN-BAL.
              COMPUTE WS-LN-R = WS-LN-RATE(WS-LN-IX) / 1200.
              MOVE 0 TO WS-LN-SCHED-NO.
              GO TO LOANSCHED-PARAGRAPH.
       LOANSCHED-PARAGRAPH.
              IF WS-LN-SCHED-NO >= WS-LN-TERM(WS-LN-IX)
                    OR WS-LN-BAL = 0 THEN
                 CLOSE AMORT-FILE
                 MOVE WS-LN-NEXTDUE(WS-LN-IX) TO WS-LN-DATE
                 GO TO LOANSETUP-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LN-SCHED-NO.
              MOVE SPACES TO AMORTLINE.
              MOVE "PAYMENT" TO AML-LABEL.
              MOVE WS-LN-SCHED-NO TO AML-NO.
              MOVE WS-LN-DATE TO AML-DATE.
              COMPUTE WS-LN-INT ROUNDED = WS-LN-BAL * WS-LN-R.
              COMPUTE WS-LN-TAKE = WS-LN-INSTAL(WS-LN-IX).
              IF WS-LN-SCHED-NO = WS-LN-TERM(WS-LN-IX) OR
                    WS-LN-TAKE > WS-LN-BAL + WS-LN-INT THEN
                 COMPUTE WS-LN-TAKE = WS-LN-BAL + WS-LN-INT
              END-IF.
              COMPUTE WS-LN-TAKE-PRIN = WS-LN-TAKE - WS-LN-INT.
              SUBTRACT WS-LN-TAKE-PRIN FROM WS-LN-BAL.
              MOVE WS-LN-TAKE TO AML-PAYMENT.
              MOVE WS-LN-INT TO AML-INTEREST.
              MOVE WS-LN-TAKE-PRIN TO AML-PRINCIPAL.
              MOVE WS-LN-BAL TO AML-BALANCE.
              WRITE AMORTLINE.
              PERFORM LOANNEXTMONTH-PARAGRAPH
                 THRU LOANNEXTMONTH-EXIT-PARAGRAPH.
              GO TO LOANSCHED-PARAGRAPH.
       LOANSETUP-EXIT-PARAGRAPH.
              EXIT.
      * WS-LN-DATE MOVES TO THE PAYMENT DAY OF THE FOLLOWING MONTH,
      * HELD TO THE LAST DAY OF A SHORT MONTH.
       LOANNEXTMONTH-PARAGRAPH.
              MOVE WS-LN-PAYDAY(WS-LN-IX) TO WS-LN-PAYDAY-USE.
              IF WS-LN-PAYDAY-USE < 1 OR WS-LN-PAYDAY-USE > 31 THEN
                 MOVE 1 TO WS-LN-PAYDAY-USE
              END-IF.
              ADD 1 TO WS-LN-DM.
              IF WS-LN-DM > 12 THEN
                 MOVE 1 TO WS-LN-DM
                 ADD 1 TO WS-LN-DY
              END-IF.
              MOVE WS-LN-DY TO WS-LN-MSY.
              MOVE WS-LN-DM TO WS-LN-MSM.
              MOVE 1 TO WS-LN-MSD.
              MOVE WS-LN-DY TO WS-LN-MNY.
              COMPUTE WS-LN-MNM = WS-LN-DM + 1.
              IF WS-LN-MNM > 12 THEN
                 MOVE 1 TO WS-LN-MNM
                 ADD 1 TO WS-LN-MNY
              END-IF.
              MOVE 1 TO WS-LN-MND.
              COMPUTE WS-LN-MLEN =
                 FUNCTION INTEGER-OF-DATE(WS-LN-MNEXT) -
                 FUNCTION INTEGER-OF-DATE(WS-LN-MSTART).
              IF WS-LN-PAYDAY-USE > WS-LN-MLEN THEN
                 MOVE WS-LN-MLEN TO WS-LN-DD
              ELSE
                 MOVE WS-LN-PAYDAY-USE TO WS-LN-DD
              END-IF.
       LOANNEXTMONTH-EXIT-PARAGRAPH.
              EXIT.
      * AN INSTALMENT FALLS DUE: ADD IT TO WHAT IS OWED (THE LAST
      * ONE CLEARS WHATEVER IS LEFT) AND MOVE THE DUE DATE ON.
       LOANDUE-PARAGRAPH.
              ADD 1 TO WS-LN-DUENO(WS-LN-IX).
              IF WS-LN-DUENO(WS-LN-IX) >= WS-LN-TERM(WS-LN-IX) OR
                    WS-LN-INSTAL(WS-LN-IX) + WS-LN-ARREARS(WS-LN-IX)
                    > WS-LN-OUTSTAND(WS-LN-IX)
                      + WS-LN-ACCRUED(WS-LN-IX) THEN
                 COMPUTE WS-LN-DUE = WS-LN-OUTSTAND(WS-LN-IX)
                    + WS-LN-ACCRUED(WS-LN-IX)
              ELSE
                 ADD WS-LN-INSTAL(WS-LN-IX) TO WS-LN-DUE
              END-IF.
              IF WS-LN-ARREARS(WS-LN-IX) = 0 THEN
                 MOVE WS-LN-NEXTDUE(WS-LN-IX)
                    TO WS-LN-ARRSINCE(WS-LN-IX)
              END-IF.
              MOVE WS-LN-NEXTDUE(WS-LN-IX) TO WS-LN-DATE.
              PERFORM LOANNEXTMONTH-PARAGRAPH
                 THRU LOANNEXTMONTH-EXIT-PARAGRAPH.
              MOVE WS-LN-DATE TO WS-LN-NEXTDUE(WS-LN-IX).
       LOANDUE-EXIT-PARAGRAPH.
              EXIT.
      * TAKE WHAT THE REPAYMENT ACCOUNT'S OPENING BALANCE ALLOWS
      * (LESS ANYTHING ANOTHER LOAN TOOK FROM IT TONIGHT); A CLOSED
      * OR MISSING ACCOUNT PAYS NOTHING.
       LOANTAKE-PARAGRAPH.
              MOVE 0 TO WS-LN-TAKE.
              MOVE WS-LN-ACCT(WS-LN-IX) TO NUMBE.
              READ INPUT-FILE
                 INVALID KEY GO TO LOANTAKE-SHORT-PARAGRAPH
              END-READ.
              IF LOCKFLAG = "C" OR BALANCE NOT > 0 THEN
                 GO TO LOANTAKE-SHORT-PARAGRAPH
              END-IF.
              MOVE BALANCE TO WS-LN-AVAIL.
              MOVE 1 TO WS-LNA-IX.
              GO TO LOANTAKE-ACCT-PARAGRAPH.
       LOANTAKE-ACCT-PARAGRAPH.
              IF WS-LNA-IX > WS-LNA-COUNT THEN
                 GO TO LOANTAKE-AMOUNT-PARAGRAPH
              END-IF.
              IF WS-LNA-NUMBE(WS-LNA-IX) = WS-LN-ACCT(WS-LN-IX) THEN
                 SUBTRACT WS-LNA-TAKEN(WS-LNA-IX) FROM WS-LN-AVAIL
                 GO TO LOANTAKE-AMOUNT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LNA-IX.
              GO TO LOANTAKE-ACCT-PARAGRAPH.
       LOANTAKE-AMOUNT-PARAGRAPH.
              IF WS-LN-AVAIL NOT > 0 THEN
                 GO TO LOANTAKE-SHORT-PARAGRAPH
              END-IF.
              IF WS-LN-AVAIL < WS-LN-DUE THEN
                 MOVE WS-LN-AVAIL TO WS-LN-TAKE
              ELSE
                 MOVE WS-LN-DUE TO WS-LN-TAKE
              END-IF.
              IF WS-LNA-IX > WS-LNA-COUNT THEN
                 IF WS-LNA-COUNT < 500 THEN
                    ADD 1 TO WS-LNA-COUNT
                    MOVE WS-LN-ACCT(WS-LN-IX)
                       TO WS-LNA-NUMBE(WS-LNA-COUNT)
                    MOVE WS-LN-TAKE TO WS-LNA-TAKEN(WS-LNA-COUNT)
                 END-IF
              ELSE
                 ADD WS-LN-TAKE TO WS-LNA-TAKEN(WS-LNA-IX)
              END-IF.
              IF WS-LN-TAKE > WS-LN-ACCRUED(WS-LN-IX) THEN
                 MOVE WS-LN-ACCRUED(WS-LN-IX) TO WS-LN-TAKE-INT
              ELSE
                 MOVE WS-LN-TAKE TO WS-LN-TAKE-INT
              END-IF.
              COMPUTE WS-LN-TAKE-PRIN = WS-LN-TAKE - WS-LN-TAKE-INT.
              SUBTRACT WS-LN-TAKE-INT FROM WS-LN-ACCRUED(WS-LN-IX).
              SUBTRACT WS-LN-TAKE-PRIN FROM WS-LN-OUTSTAND(WS-LN-IX).
              ADD WS-LN-TAKE-INT TO WS-LN-INT-PAID.
              ADD WS-LN-TAKE-PRIN TO WS-LN-PRIN-PAID.
              ADD 1 TO WS-LN-PAID-COUNT.
      *       THE MERGED RECORD HOLDS AT MOST 99999.99, SO A LARGER
      *       REPAYMENT GOES IN AS SEVERAL L LINES.
              MOVE WS-LN-TAKE TO WS-LN-CHUNK.
              GO TO LOANTAKE-POST-PARAGRAPH.
       LOANTAKE-POST-PARAGRAPH.
              IF WS-LN-CHUNK = 0 THEN
                 GO TO LOANTAKE-SHORT-PARAGRAPH
              END-IF.
              MOVE WS-LN-ACCT(WS-LN-IX) TO IMNUMBE.
              MOVE "L" TO IMACTION.
              IF WS-LN-CHUNK > 99999.99 THEN
                 MOVE 99999.99 TO IMAMOUNT
              ELSE
                 MOVE WS-LN-CHUNK TO IMAMOUNT
              END-IF.
              MOVE 0 TO IMTIME.
              WRITE MYINPUTMERGED
              END-WRITE.
              SUBTRACT IMAMOUNT FROM WS-LN-CHUNK.
              GO TO LOANTAKE-POST-PARAGRAPH.
       LOANTAKE-SHORT-PARAGRAPH.
              COMPUTE WS-LN-ARREARS(WS-LN-IX) = WS-LN-DUE - WS-LN-TAKE.
              IF WS-LN-ARREARS(WS-LN-IX) = 0 THEN
                 MOVE 0 TO WS-LN-ARRSINCE(WS-LN-IX)
              END-IF.
       LOANTAKE-EXIT-PARAGRAPH.
              EXIT.
      * DAYS PAST DUE FROM THE OLDEST UNPAID DUE DATE DECIDE THE
      * BUCKET; A LOAN IN ARREARS GOES ON THE DELINQUENCY REPORT,
      * FLAGGED WHEN IT CHANGED BUCKET TONIGHT.
       LOANBUCKET-PARAGRAPH.
              MOVE WS-LN-BUCKET(WS-LN-IX) TO WS-LN-OLDBKT.
              MOVE 0 TO WS-LN-DPD.
              IF WS-LN-ARREARS(WS-LN-IX) = 0 THEN
                 MOVE "CUR" TO WS-LN-BUCKET(WS-LN-IX)
                 GO TO LOANBUCKET-EXIT-PARAGRAPH
              END-IF.
              COMPUTE WS-LN-DPD =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                 FUNCTION INTEGER-OF-DATE(WS-LN-ARRSINCE(WS-LN-IX)).
              EVALUATE TRUE
                 WHEN WS-LN-DPD < 30
                    MOVE 1 TO WS-LN-BKT-IX
                 WHEN WS-LN-DPD < 60
                    MOVE 2 TO WS-LN-BKT-IX
                 WHEN WS-LN-DPD < 90
                    MOVE 3 TO WS-LN-BKT-IX
                 WHEN OTHER
                    MOVE 4 TO WS-LN-BKT-IX
              END-EVALUATE.
              MOVE WS-LN-BKT-NAME(WS-LN-BKT-IX)
                 TO WS-LN-BUCKET(WS-LN-IX).
              ADD 1 TO WS-LN-BKT-CNT(WS-LN-BKT-IX).
              ADD WS-LN-ARREARS(WS-LN-IX)
                 TO WS-LN-BKT-AMT(WS-LN-BKT-IX).
              MOVE SPACES TO DELINQLINE.
              MOVE "LOAN:" TO DLQ-LABEL.
              MOVE WS-LN-NUMBE(WS-LN-IX) TO DLQ-LOAN.
              MOVE WS-LN-CIF(WS-LN-IX) TO DLQ-CIF.
              MOVE WS-LN-ACCT(WS-LN-IX) TO DLQ-ACCT.
              MOVE WS-LN-ARREARS(WS-LN-IX) TO DLQ-ARREARS.
              MOVE " DPD " TO DLQ-DPDE.
              MOVE WS-LN-DPD TO DLQ-DPD.
              MOVE WS-LN-BUCKET(WS-LN-IX) TO DLQ-BUCKET.
              IF WS-LN-BUCKET(WS-LN-IX) NOT = WS-LN-OLDBKT THEN
                 MOVE "MOVED" TO DLQ-MOVE
              END-IF.
              WRITE DELINQLINE.
       LOANBUCKET-EXIT-PARAGRAPH.
              EXIT.
      * FIXED-TERM DEPOSITS: FUND NEW BRANCH DEPOSITS FROM THEIR
      * ACCOUNT (ACTION T), ACCRUE INTEREST UP TO THE RUN DATE OR
      * MATURITY, AND AT MATURITY PAY OUT (ACTION M) OR ROLL OVER
      * AT THE CURRENT RATE. A DEPOSIT THE BRANCH MARKED E IS
      * BROKEN WITH THE EARLY-WITHDRAWAL PENALTY. THE DAY'S EVENTS
      * AND THE NEXT 30 DAYS' MATURITIES GO TO TDSCHED_<DATE>.TXT.
       TDEPOSITS-PARAGRAPH.
              MOVE WS-LN-PAID-COUNT TO WS-RL-CNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "TDEPOSITS" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
                 THRU STEPSTART-EXIT-PARAGRAPH.
              MOVE 0 TO WS-TDR-COUNT.
              OPEN INPUT TDRATE-FILE.
              GO TO TDRATELOAD-PARAGRAPH.
       TDRATELOAD-PARAGRAPH.
              READ TDRATE-FILE
                 AT END GO TO TDRATELOADED-PARAGRAPH
              END-READ.
              IF WS-TDR-COUNT < 20 AND TR-TERM IS NUMERIC
                    AND TR-RATE IS NUMERIC THEN
                 ADD 1 TO WS-TDR-COUNT
                 MOVE TR-TERM TO WS-TDR-TERM(WS-TDR-COUNT)
                 MOVE TR-RATE TO WS-TDR-RATE(WS-TDR-COUNT)
              END-IF.
              GO TO TDRATELOAD-PARAGRAPH.
       TDRATELOADED-PARAGRAPH.
              CLOSE TDRATE-FILE.
              MOVE 0 TO WS-TD-COUNT.
              MOVE "N" TO WS-TD-FULL.
              OPEN INPUT TDEP-FILE.
              GO TO TDLOAD-PARAGRAPH.
       TDLOAD-PARAGRAPH.
              READ TDEP-FILE
                 AT END GO TO TDLOADED-PARAGRAPH
              END-READ.
              IF WS-TD-COUNT >= 500 THEN
                 DISPLAY "TERM DEPOSIT TABLE FULL - TDEPOSITS.TXT "
                    "LEFT AS IT WAS FOR THE NEXT RUN"
                 MOVE "Y" TO WS-TD-FULL
                 GO TO TDLOADED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-TD-COUNT.
              MOVE TD-NUMBE TO WS-TD-NUMBE(WS-TD-COUNT).
              MOVE TD-ACCT TO WS-TD-ACCT(WS-TD-COUNT).
              MOVE TD-AMOUNT TO WS-TD-AMOUNT(WS-TD-COUNT).
              MOVE TD-TERM TO WS-TD-TERM(WS-TD-COUNT).
              MOVE TD-INSTR TO WS-TD-INSTR(WS-TD-COUNT).
              MOVE TD-STATUS TO WS-TD-STATUS(WS-TD-COUNT).
              MOVE 0 TO WS-TD-RATE(WS-TD-COUNT)
                 WS-TD-START(WS-TD-COUNT) WS-TD-MATURE(WS-TD-COUNT)
                 WS-TD-ACCRUED(WS-TD-COUNT)
                 WS-TD-ACCRDATE(WS-TD-COUNT)
                 WS-TD-CLOSED(WS-TD-COUNT) WS-TD-PAYOUT(WS-TD-COUNT)
                 WS-TD-PENALTY(WS-TD-COUNT).
              IF TD-RATE IS NUMERIC THEN
                 MOVE TD-RATE TO WS-TD-RATE(WS-TD-COUNT)
              END-IF.
              IF TD-START IS NUMERIC THEN
                 MOVE TD-START TO WS-TD-START(WS-TD-COUNT)
              END-IF.
              IF TD-MATURE IS NUMERIC THEN
                 MOVE TD-MATURE TO WS-TD-MATURE(WS-TD-COUNT)
              END-IF.
              IF TD-ACCRUED IS NUMERIC THEN
                 MOVE TD-ACCRUED TO WS-TD-ACCRUED(WS-TD-COUNT)
              END-IF.
              IF TD-ACCRDATE IS NUMERIC THEN
                 MOVE TD-ACCRDATE TO WS-TD-ACCRDATE(WS-TD-COUNT)
              END-IF.
              IF TD-CLOSED IS NUMERIC THEN
                 MOVE TD-CLOSED TO WS-TD-CLOSED(WS-TD-COUNT)
              END-IF.
              IF TD-PAYOUT IS NUMERIC THEN
                 MOVE TD-PAYOUT TO WS-TD-PAYOUT(WS-TD-COUNT)
              END-IF.
              IF TD-PENALTY IS NUMERIC THEN
                 MOVE TD-PENALTY TO WS-TD-PENALTY(WS-TD-COUNT)
              END-IF.
              GO TO TDLOAD-PARAGRAPH.
       TDLOADED-PARAGRAPH.
              CLOSE TDEP-FILE.
              IF WS-TD-FULL = "Y" THEN
                 GO TO PRICING-PARAGRAPH
              END-IF.
              MOVE SPACES TO WS-TDSCHED-NAME.
              STRING "tdsched_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-TDSCHED-NAME.
              OPEN OUTPUT TDSCHED-FILE.
              MOVE SPACES TO TDSCHEDLINE.
              MOVE "RUN DATE:" TO TDS-LABEL.
              MOVE WS-TODAY TO TDS-NUMBE.
              MOVE 0 TO TDS-AMOUNT TDS-INTEREST TDS-TOTAL.
              WRITE TDSCHEDLINE.
              OPEN INPUT INPUT-FILE.
              OPEN EXTEND INPUTMERGED.
              MOVE 1 TO WS-TD-IX.
              GO TO TDNEXT-PARAGRAPH.
       TDNEXT-PARAGRAPH.
              IF WS-TD-IX > WS-TD-COUNT THEN
                 GO TO TDDONE-PARAGRAPH
              END-IF.
              IF WS-TD-STATUS(WS-TD-IX) = "N" THEN
                 PERFORM TDFUND-PARAGRAPH THRU TDFUND-EXIT-PARAGRAPH
              END-IF.
              IF WS-TD-STATUS(WS-TD-IX) = "F" THEN
                 PERFORM TDOPEN-PARAGRAPH THRU TDOPEN-EXIT-PARAGRAPH
              END-IF.
              IF WS-TD-STATUS(WS-TD-IX) NOT = "A" AND
                    WS-TD-STATUS(WS-TD-IX) NOT = "E" THEN
                 ADD 1 TO WS-TD-IX
                 GO TO TDNEXT-PARAGRAPH
              END-IF.
              PERFORM TDACCRUE-PARAGRAPH THRU TDACCRUE-EXIT-PARAGRAPH.
              IF WS-TD-MATURE(WS-TD-IX) NOT > WS-TODAY THEN
                 IF WS-TD-INSTR(WS-TD-IX) = "R" AND
                       WS-TD-STATUS(WS-TD-IX) = "A" THEN
                    PERFORM TDROLL-PARAGRAPH
                       THRU TDROLL-EXIT-PARAGRAPH
                    PERFORM TDACCRUE-PARAGRAPH
                       THRU TDACCRUE-EXIT-PARAGRAPH
                 ELSE
                    MOVE 0 TO WS-TD-PEN
                    MOVE "MATURED" TO WS-TD-EVENT
                    PERFORM TDPAYOUT-PARAGRAPH
                       THRU TDPAYOUT-EXIT-PARAGRAPH
                 END-IF
              ELSE
                 IF WS-TD-STATUS(WS-TD-IX) = "E" THEN
                    COMPUTE WS-TD-PEN ROUNDED =
                       WS-TD-AMOUNT(WS-TD-IX) * WS-TD-RATE(WS-TD-IX)
                       / 100 / 365 * WS-TD-PEN-DAYS
                    IF WS-TD-PEN > WS-TD-AMOUNT(WS-TD-IX)
                          + WS-TD-ACCRUED(WS-TD-IX) THEN
                       COMPUTE WS-TD-PEN = WS-TD-AMOUNT(WS-TD-IX)
                          + WS-TD-ACCRUED(WS-TD-IX)
                    END-IF
                    MOVE "BROKEN" TO WS-TD-EVENT
                    PERFORM TDPAYOUT-PARAGRAPH
                       THRU TDPAYOUT-EXIT-PARAGRAPH
                 END-IF
              END-IF.
              ADD 1 TO WS-TD-IX.
              GO TO TDNEXT-PARAGRAPH.
       TDDONE-PARAGRAPH.
              CLOSE INPUTMERGED.
              CLOSE INPUT-FILE.
      *       MATURITY SCHEDULE, ONE DAY AT A TIME SO IT READS IN
      *       DATE ORDER. DAY ZERO ALSO PICKS UP ANY PAYOUT HELD
      *       FROM AN EARLIER DATE.
              MOVE SPACES TO TDSCHEDLINE.
              MOVE "MATURING" TO TDS-LABEL.
              MOVE "NEXT 30 DAYS" TO TDS-NUMBE.
              MOVE 0 TO TDS-AMOUNT TDS-INTEREST TDS-TOTAL.
              WRITE TDSCHEDLINE.
              MOVE 0 TO WS-TD-SCHED-AMT WS-TD-SCHED-CNT.
              MOVE 0 TO WS-TD-DAYNO.
              GO TO TDSCHEDDAY-PARAGRAPH.
       TDSCHEDDAY-PARAGRAPH.
              IF WS-TD-DAYNO > 30 THEN
                 GO TO TDSCHEDEND-PARAGRAPH
              END-IF.
              COMPUTE WS-TD-SCHED-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-TD-DAYNO).
              MOVE 1 TO WS-TD-IX.
              GO TO TDSCHEDROW-PARAGRAPH.
       TDSCHEDROW-PARAGRAPH.
              IF WS-TD-IX > WS-TD-COUNT THEN
                 ADD 1 TO WS-TD-DAYNO
                 GO TO TDSCHEDDAY-PARAGRAPH
              END-IF.
              IF (WS-TD-STATUS(WS-TD-IX) = "A" OR
                    WS-TD-STATUS(WS-TD-IX) = "E") AND
                    (WS-TD-MATURE(WS-TD-IX) = WS-TD-SCHED-DATE OR
                    (WS-TD-DAYNO = 0 AND
                     WS-TD-MATURE(WS-TD-IX) < WS-TD-SCHED-DATE)) THEN
                 MOVE SPACES TO TDSCHEDLINE
                 MOVE "MATURES" TO TDS-LABEL
                 MOVE WS-TD-NUMBE(WS-TD-IX) TO TDS-NUMBE
                 MOVE WS-TD-ACCT(WS-TD-IX) TO TDS-ACCT
                 MOVE WS-TD-MATURE(WS-TD-IX) TO TDS-DATE
                 MOVE WS-TD-AMOUNT(WS-TD-IX) TO TDS-AMOUNT
                 COMPUTE WS-TD-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-TD-MATURE(WS-TD-IX))
                    - FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 IF WS-TD-DAYS < 0 THEN
                    MOVE 0 TO WS-TD-DAYS
                 END-IF
                 COMPUTE WS-TD-INT ROUNDED = WS-TD-ACCRUED(WS-TD-IX)
                    + WS-TD-AMOUNT(WS-TD-IX) * WS-TD-RATE(WS-TD-IX)
                    / 100 / 365 * WS-TD-DAYS
                 MOVE WS-TD-INT TO TDS-INTEREST
                 COMPUTE WS-TD-PAY = WS-TD-AMOUNT(WS-TD-IX)
                    + WS-TD-INT
                 MOVE WS-TD-PAY TO TDS-TOTAL
                 IF WS-TD-INSTR(WS-TD-IX) = "R" THEN
                    MOVE "ROLLOVER" TO TDS-INSTR
                 ELSE
                    MOVE "PAY OUT" TO TDS-INSTR
                    ADD WS-TD-PAY TO WS-TD-SCHED-AMT
                 END-IF
                 ADD 1 TO WS-TD-SCHED-CNT
                 WRITE TDSCHEDLINE
              END-IF.
              ADD 1 TO WS-TD-IX.
              GO TO TDSCHEDROW-PARAGRAPH.
       TDSCHEDEND-PARAGRAPH.
              MOVE SPACES TO TDSCHEDLINE.
              MOVE "TOTAL" TO TDS-LABEL.
              MOVE WS-TD-SCHED-CNT TO TDS-NUMBE.
              MOVE 0 TO TDS-AMOUNT TDS-INTEREST.
              MOVE WS-TD-SCHED-AMT TO TDS-TOTAL.
              MOVE "CASH OUT" TO TDS-INSTR.
              WRITE TDSCHEDLINE.
              CLOSE TDSCHED-FILE.
              OPEN OUTPUT TDEP-FILE.
              MOVE 1 TO WS-TD-IX.
              GO TO TDKEEP-PARAGRAPH.
       TDKEEP-PARAGRAPH.
              IF WS-TD-IX > WS-TD-COUNT THEN
                 CLOSE TDEP-FILE
                 GO TO PRICING-PARAGRAPH
              END-IF.
              MOVE WS-TD-NUMBE(WS-TD-IX) TO TD-NUMBE.
              MOVE WS-TD-ACCT(WS-TD-IX) TO TD-ACCT.
              MOVE WS-TD-AMOUNT(WS-TD-IX) TO TD-AMOUNT.
              MOVE WS-TD-TERM(WS-TD-IX) TO TD-TERM.
              MOVE WS-TD-RATE(WS-TD-IX) TO TD-RATE.
              MOVE WS-TD-START(WS-TD-IX) TO TD-START.
              MOVE WS-TD-MATURE(WS-TD-IX) TO TD-MATURE.
              MOVE WS-TD-INSTR(WS-TD-IX) TO TD-INSTR.
              MOVE WS-TD-ACCRUED(WS-TD-IX) TO TD-ACCRUED.
              MOVE WS-TD-ACCRDATE(WS-TD-IX) TO TD-ACCRDATE.
              MOVE WS-TD-STATUS(WS-TD-IX) TO TD-STATUS.
              MOVE WS-TD-CLOSED(WS-TD-IX) TO TD-CLOSED.
              MOVE WS-TD-PAYOUT(WS-TD-IX) TO TD-PAYOUT.
              MOVE WS-TD-PENALTY(WS-TD-IX) TO TD-PENALTY.
              WRITE TDEPREC.
              ADD 1 TO WS-TD-IX.
              GO TO TDKEEP-PARAGRAPH.
      * A BRANCH DEPOSIT IS TAKEN FROM ITS ACCOUNT'S OPENING
      * BALANCE (LESS ANY LOAN REPAYMENT OR OTHER DEPOSIT ALREADY
      * TAKEN FROM IT TONIGHT); IF IT CANNOT BE COVERED IN FULL IT
      * IS REFUSED AND THE BRANCH RE-KEYS IT.
       TDFUND-PARAGRAPH.
              MOVE "N" TO WS-TD-OK.
              MOVE WS-TD-ACCT(WS-TD-IX) TO NUMBE.
              READ INPUT-FILE
                 INVALID KEY GO TO TDFUND-REFUSE-PARAGRAPH
              END-READ.
              IF LOCKFLAG = "C" OR WS-TD-AMOUNT(WS-TD-IX) = 0 THEN
                 GO TO TDFUND-REFUSE-PARAGRAPH
              END-IF.
              MOVE BALANCE TO WS-LN-AVAIL.
              MOVE 1 TO WS-LNA-IX.
              GO TO TDFUND-ACCT-PARAGRAPH.
       TDFUND-ACCT-PARAGRAPH.
              IF WS-LNA-IX > WS-LNA-COUNT THEN
                 GO TO TDFUND-CHECK-PARAGRAPH
              END-IF.
              IF WS-LNA-NUMBE(WS-LNA-IX) = WS-TD-ACCT(WS-TD-IX) THEN
                 SUBTRACT WS-LNA-TAKEN(WS-LNA-IX) FROM WS-LN-AVAIL
                 GO TO TDFUND-CHECK-PARAGRAPH
              END-IF.
              ADD 1 TO WS-LNA-IX.
              GO TO TDFUND-ACCT-PARAGRAPH.
       TDFUND-CHECK-PARAGRAPH.
              IF WS-LN-AVAIL < WS-TD-AMOUNT(WS-TD-IX) THEN
                 GO TO TDFUND-REFUSE-PARAGRAPH
              END-IF.
              IF WS-LNA-IX > WS-LNA-COUNT THEN
                 IF WS-LNA-COUNT < 500 THEN
                    ADD 1 TO WS-LNA-COUNT
                    MOVE WS-TD-ACCT(WS-TD-IX)
                       TO WS-LNA-NUMBE(WS-LNA-COUNT)
                    MOVE WS-TD-AMOUNT(WS-TD-IX)
                       TO WS-LNA-TAKEN(WS-LNA-COUNT)
                 END-IF
              ELSE
                 ADD WS-TD-AMOUNT(WS-TD-IX) TO WS-LNA-TAKEN(WS-LNA-IX)
              END-IF.
              MOVE "T" TO WS-TD-ACTION.
              MOVE WS-TD-AMOUNT(WS-TD-IX) TO WS-TD-CHUNK.
              PERFORM TDPOST-PARAGRAPH THRU TDPOST-EXIT-PARAGRAPH.
              MOVE WS-TODAY TO WS-TD-START(WS-TD-IX).
              MOVE 0 TO WS-TD-MATURE(WS-TD-IX).
              MOVE "F" TO WS-TD-STATUS(WS-TD-IX).
              MOVE "FUNDED" TO WS-TD-EVENT.
              MOVE 0 TO WS-TD-INT WS-TD-PAY.
              PERFORM TDEVENT-PARAGRAPH THRU TDEVENT-EXIT-PARAGRAPH.
              GO TO TDFUND-EXIT-PARAGRAPH.
       TDFUND-REFUSE-PARAGRAPH.
              MOVE "R" TO WS-TD-STATUS(WS-TD-IX).
              MOVE WS-TODAY TO WS-TD-CLOSED(WS-TD-IX).
              ADD 1 TO WS-TD-REFUSED.
              MOVE "REFUSED" TO WS-TD-EVENT.
              MOVE 0 TO WS-TD-INT WS-TD-PAY.
              PERFORM TDEVENT-PARAGRAPH THRU TDEVENT-EXIT-PARAGRAPH.
       TDFUND-EXIT-PARAGRAPH.
              EXIT.
      * A FUNDED DEPOSIT STARTS ITS TERM: RATE FROM THE TABLE WHEN
      * NONE WAS QUOTED, MATURITY THE SAME DAY TERM MONTHS ON.
       TDOPEN-PARAGRAPH.
              IF WS-TD-START(WS-TD-IX) = 0 THEN
                 MOVE WS-TODAY TO WS-TD-START(WS-TD-IX)
              END-IF.
              IF WS-TD-RATE(WS-TD-IX) = 0 THEN
                 PERFORM TDRATEFIND-PARAGRAPH
                    THRU TDRATEFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-TD-INSTR(WS-TD-IX) NOT = "R" THEN
                 MOVE "P" TO WS-TD-INSTR(WS-TD-IX)
              END-IF.
              MOVE WS-TD-START(WS-TD-IX) TO WS-TD-DATE.
              PERFORM TDADDTERM-PARAGRAPH
                 THRU TDADDTERM-EXIT-PARAGRAPH.
              MOVE WS-TD-DATE TO WS-TD-MATURE(WS-TD-IX).
              MOVE WS-TD-START(WS-TD-IX) TO WS-TD-ACCRDATE(WS-TD-IX).
              MOVE 0 TO WS-TD-ACCRUED(WS-TD-IX).
              MOVE "A" TO WS-TD-STATUS(WS-TD-IX).
       TDOPEN-EXIT-PARAGRAPH.
              EXIT.
       TDRATEFIND-PARAGRAPH.
              MOVE 1 TO WS-TDR-IX.
              GO TO TDRATEFIND-NEXT-PARAGRAPH.
       TDRATEFIND-NEXT-PARAGRAPH.
              IF WS-TDR-IX > WS-TDR-COUNT THEN
                 GO TO TDRATEFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-TDR-TERM(WS-TDR-IX) = WS-TD-TERM(WS-TD-IX) THEN
                 MOVE WS-TDR-RATE(WS-TDR-IX) TO WS-TD-RATE(WS-TD-IX)
                 GO TO TDRATEFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-TDR-IX.
              GO TO TDRATEFIND-NEXT-PARAGRAPH.
       TDRATEFIND-EXIT-PARAGRAPH.
              EXIT.
      * WS-TD-DATE MOVES ON BY THE DEPOSIT'S TERM IN MONTHS, HELD TO
      * THE LAST DAY OF A SHORTER MONTH.
       TDADDTERM-PARAGRAPH.
              MOVE WS-TD-DD TO WS-TD-KEEPDD.
              COMPUTE WS-TD-MCOUNT = WS-TD-DM - 1
                 + WS-TD-TERM(WS-TD-IX).
              DIVIDE WS-TD-MCOUNT BY 12 GIVING WS-TD-YADD
                 REMAINDER WS-TD-MREM.
              ADD WS-TD-YADD TO WS-TD-DY.
              COMPUTE WS-TD-DM = WS-TD-MREM + 1.
              MOVE WS-TD-DY TO WS-TD-MSY.
              MOVE WS-TD-DM TO WS-TD-MSM.
              MOVE 1 TO WS-TD-MSD.
              MOVE WS-TD-DY TO WS-TD-MNY.
              COMPUTE WS-TD-MNM = WS-TD-DM + 1.
              IF WS-TD-MNM > 12 THEN
                 MOVE 1 TO WS-TD-MNM
                 ADD 1 TO WS-TD-MNY
              END-IF.
              MOVE 1 TO WS-TD-MND.
              COMPUTE WS-TD-MLEN =
                 FUNCTION INTEGER-OF-DATE(WS-TD-MNEXT) -
                 FUNCTION INTEGER-OF-DATE(WS-TD-MSTART).
              IF WS-TD-KEEPDD > WS-TD-MLEN THEN
                 MOVE WS-TD-MLEN TO WS-TD-DD
              ELSE
                 MOVE WS-TD-KEEPDD TO WS-TD-DD
              END-IF.
       TDADDTERM-EXIT-PARAGRAPH.
              EXIT.
      * SIMPLE DAILY INTEREST ON THE PRINCIPAL, UP TO THE RUN DATE
      * BUT NEVER PAST MATURITY.
       TDACCRUE-PARAGRAPH.
              MOVE WS-TODAY TO WS-TD-UPTO.
              IF WS-TD-MATURE(WS-TD-IX) < WS-TD-UPTO THEN
                 MOVE WS-TD-MATURE(WS-TD-IX) TO WS-TD-UPTO
              END-IF.
              COMPUTE WS-TD-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TD-UPTO) -
                 FUNCTION INTEGER-OF-DATE(WS-TD-ACCRDATE(WS-TD-IX)).
              IF WS-TD-DAYS > 0 THEN
                 COMPUTE WS-TD-INT ROUNDED =
                    WS-TD-AMOUNT(WS-TD-IX) * WS-TD-RATE(WS-TD-IX)
                    / 100 / 365 * WS-TD-DAYS
                 ADD WS-TD-INT TO WS-TD-ACCRUED(WS-TD-IX)
                 ADD WS-TD-INT TO WS-TD-ACCR-TOTAL
                 MOVE WS-TD-UPTO TO WS-TD-ACCRDATE(WS-TD-IX)
              END-IF.
       TDACCRUE-EXIT-PARAGRAPH.
              EXIT.
      * ROLLOVER: THE INTEREST IS ADDED TO THE PRINCIPAL AND A NEW
      * TERM STARTS ON THE OLD MATURITY DATE AT TODAY'S RATE.
       TDROLL-PARAGRAPH.
              COMPUTE WS-TD-PAY = WS-TD-AMOUNT(WS-TD-IX)
                 + WS-TD-ACCRUED(WS-TD-IX).
              MOVE WS-TD-ACCRUED(WS-TD-IX) TO WS-TD-INT.
              ADD WS-TD-ACCRUED(WS-TD-IX) TO WS-TD-CAPITAL.
              ADD WS-TD-ACCRUED(WS-TD-IX) TO WS-TD-AMOUNT(WS-TD-IX).
              MOVE 0 TO WS-TD-ACCRUED(WS-TD-IX).
              PERFORM TDRATEFIND-PARAGRAPH
                 THRU TDRATEFIND-EXIT-PARAGRAPH.
              MOVE WS-TD-MATURE(WS-TD-IX) TO WS-TD-START(WS-TD-IX).
              MOVE WS-TD-MATURE(WS-TD-IX) TO WS-TD-ACCRDATE(WS-TD-IX).
              MOVE WS-TD-MATURE(WS-TD-IX) TO WS-TD-DATE.
              PERFORM TDADDTERM-PARAGRAPH
                 THRU TDADDTERM-EXIT-PARAGRAPH.
              MOVE WS-TD-DATE TO WS-TD-MATURE(WS-TD-IX).
              ADD 1 TO WS-TD-ROLLED.
              MOVE WS-TD-INT TO TDI-AMOUNT.
              MOVE "R" TO TDI-KIND.
              PERFORM TDINTLOG-PARAGRAPH THRU TDINTLOG-EXIT-PARAGRAPH.
              MOVE "ROLLED" TO WS-TD-EVENT.
              PERFORM TDEVENT-PARAGRAPH THRU TDEVENT-EXIT-PARAGRAPH.
       TDROLL-EXIT-PARAGRAPH.
              EXIT.
      * PAY PRINCIPAL AND INTEREST, LESS WS-TD-PEN, TO THE LINKED
      * ACCOUNT. A CLOSED OR MISSING ACCOUNT HOLDS THE PAYOUT UNTIL
      * THE BRANCH CORRECTS TD-ACCT.
       TDPAYOUT-PARAGRAPH.
              MOVE WS-TD-ACCT(WS-TD-IX) TO NUMBE.
              READ INPUT-FILE
                 INVALID KEY GO TO TDPAYOUT-HOLD-PARAGRAPH
              END-READ.
              IF LOCKFLAG = "C" THEN
                 GO TO TDPAYOUT-HOLD-PARAGRAPH
              END-IF.
              MOVE WS-TD-ACCRUED(WS-TD-IX) TO WS-TD-INT.
              COMPUTE WS-TD-PAY = WS-TD-AMOUNT(WS-TD-IX)
                 + WS-TD-ACCRUED(WS-TD-IX) - WS-TD-PEN.
              ADD WS-TD-AMOUNT(WS-TD-IX) TO WS-TD-PAID-PRIN.
              ADD WS-TD-ACCRUED(WS-TD-IX) TO WS-TD-PAID-INT.
              ADD WS-TD-PEN TO WS-TD-PEN-TOTAL.
              MOVE "M" TO WS-TD-ACTION.
              MOVE WS-TD-PAY TO WS-TD-CHUNK.
              PERFORM TDPOST-PARAGRAPH THRU TDPOST-EXIT-PARAGRAPH.
              MOVE WS-TD-PAY TO WS-TD-PAYOUT(WS-TD-IX).
              MOVE WS-TD-PEN TO WS-TD-PENALTY(WS-TD-IX).
              MOVE WS-TODAY TO WS-TD-CLOSED(WS-TD-IX).
              IF WS-TD-EVENT = "BROKEN" THEN
                 MOVE "X" TO WS-TD-STATUS(WS-TD-IX)
                 MOVE "X" TO TDI-KIND
              ELSE
                 MOVE "C" TO WS-TD-STATUS(WS-TD-IX)
                 MOVE "P" TO TDI-KIND
              END-IF.
              IF WS-TD-ACCRUED(WS-TD-IX) > WS-TD-PEN THEN
                 COMPUTE TDI-AMOUNT = WS-TD-ACCRUED(WS-TD-IX)
                    - WS-TD-PEN
                 PERFORM TDINTLOG-PARAGRAPH
                    THRU TDINTLOG-EXIT-PARAGRAPH
              END-IF.
              PERFORM TDEVENT-PARAGRAPH THRU TDEVENT-EXIT-PARAGRAPH.
              GO TO TDPAYOUT-EXIT-PARAGRAPH.
       TDPAYOUT-HOLD-PARAGRAPH.
              MOVE "HELD" TO WS-TD-EVENT.
              MOVE WS-TD-ACCRUED(WS-TD-IX) TO WS-TD-INT.
              COMPUTE WS-TD-PAY = WS-TD-AMOUNT(WS-TD-IX)
                 + WS-TD-ACCRUED(WS-TD-IX) - WS-TD-PEN.
              PERFORM TDEVENT-PARAGRAPH THRU TDEVENT-EXIT-PARAGRAPH.
       TDPAYOUT-EXIT-PARAGRAPH.
              EXIT.
      * WS-TD-CHUNK GOES INTO THE MERGED STREAM AS WS-TD-ACTION
      * LINES OF AT MOST 99999.99 EACH.
       TDPOST-PARAGRAPH.
              IF WS-TD-CHUNK = 0 THEN
                 GO TO TDPOST-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-TD-ACCT(WS-TD-IX) TO IMNUMBE.
              MOVE WS-TD-ACTION TO IMACTION.
              IF WS-TD-CHUNK > 99999.99 THEN
                 MOVE 99999.99 TO IMAMOUNT
              ELSE
                 MOVE WS-TD-CHUNK TO IMAMOUNT
              END-IF.
              MOVE 0 TO IMTIME.
              WRITE MYINPUTMERGED
              END-WRITE.
              SUBTRACT IMAMOUNT FROM WS-TD-CHUNK.
              GO TO TDPOST-PARAGRAPH.
       TDPOST-EXIT-PARAGRAPH.
              EXIT.
       TDINTLOG-PARAGRAPH.
              IF TDI-AMOUNT = 0 THEN
                 GO TO TDINTLOG-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-TODAY TO TDI-DATE.
              MOVE WS-TD-NUMBE(WS-TD-IX) TO TDI-NUMBE.
              MOVE WS-TD-ACCT(WS-TD-IX) TO TDI-ACCT.
              OPEN EXTEND TDINT-FILE.
              WRITE TDINTREC.
              CLOSE TDINT-FILE.
       TDINTLOG-EXIT-PARAGRAPH.
              EXIT.
       TDEVENT-PARAGRAPH.
              ADD 1 TO WS-TD-EVENTS.
              MOVE SPACES TO TDSCHEDLINE.
              MOVE WS-TD-EVENT TO TDS-LABEL.
              MOVE WS-TD-NUMBE(WS-TD-IX) TO TDS-NUMBE.
              MOVE WS-TD-ACCT(WS-TD-IX) TO TDS-ACCT.
              MOVE WS-TODAY TO TDS-DATE.
              MOVE WS-TD-AMOUNT(WS-TD-IX) TO TDS-AMOUNT.
              MOVE WS-TD-INT TO TDS-INTEREST.
              MOVE WS-TD-PAY TO TDS-TOTAL.
              IF WS-TD-PEN > 0 AND WS-TD-EVENT = "BROKEN" THEN
                 MOVE "PENALTY" TO TDS-INSTR
              END-IF.
              WRITE TDSCHEDLINE.
       TDEVENT-EXIT-PARAGRAPH.
              EXIT.
      * RELATIONSHIP PRICING: TOTAL EACH CUSTOMER'S OPENING BALANCES
      * AND ACTIVE TERM DEPOSITS ACROSS THE ACCOUNTS LINKED IN
      * ACCTCIF.TXT, COUNT THE PRODUCTS HELD (ACCOUNTS, LOANS NOT
      * PAID OFF, ACTIVE TERM DEPOSITS), AND GIVE THE CUSTOMER THE
      * HIGHEST TIER IN PRICETIERS.TXT BOTH FIGURES REACH. THE
      * MASTER PASS DISCOUNTS THE MONTHLY FEE, THE OVERDRAFT FEE
      * AND TERMINAL FEE-SCHEDULE CHARGES BY THAT TIER.
       PRICING-PARAGRAPH.
              MOVE WS-TD-EVENTS TO WS-RL-CNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "PRICING" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
                 THRU STEPSTART-EXIT-PARAGRAPH.
              MOVE 0 TO WS-PT-COUNT WS-PRC-COUNT WS-PRA-COUNT.
              MOVE 0 TO WS-PR-GIVE-TOTAL WS-PR-DISC-COUNT.
              OPEN INPUT PRICETIER-FILE.
              GO TO PRICETIERLOAD-PARAGRAPH.
       PRICETIERLOAD-PARAGRAPH.
              READ PRICETIER-FILE
                 AT END GO TO PRICETIERLOADED-PARAGRAPH
              END-READ.
              IF WS-PT-COUNT >= 20 THEN
                 DISPLAY "PRICING TIER TABLE FULL - TIERS AFTER "
                    "THE 20TH IGNORED"
                 GO TO PRICETIERLOADED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-PT-COUNT.
              MOVE PT-TIER TO WS-PT-TIER(WS-PT-COUNT).
              MOVE PT-MINBAL TO WS-PT-MINBAL(WS-PT-COUNT).
              MOVE PT-MINPROD TO WS-PT-MINPROD(WS-PT-COUNT).
              MOVE PT-MFEE-PCT TO WS-PT-MFEE-PCT(WS-PT-COUNT).
              MOVE PT-ODF-PCT TO WS-PT-ODF-PCT(WS-PT-COUNT).
              MOVE PT-ATMF-PCT TO WS-PT-ATMF-PCT(WS-PT-COUNT).
              MOVE 0 TO WS-PT-CUSTS(WS-PT-COUNT)
                 WS-PT-MFEE-GIVE(WS-PT-COUNT)
                 WS-PT-ODF-GIVE(WS-PT-COUNT)
                 WS-PT-ATMF-GIVE(WS-PT-COUNT)
                 WS-PT-DISC-COUNT(WS-PT-COUNT).
              GO TO PRICETIERLOAD-PARAGRAPH.
       PRICETIERLOADED-PARAGRAPH.
              CLOSE PRICETIER-FILE.
              IF WS-PT-COUNT = 0 THEN
                 GO TO FINALSORT-PARAGRAPH
              END-IF.
              OPEN INPUT ACCTCIF-FILE.
              OPEN INPUT INPUT-FILE.
              GO TO PRICELINK-PARAGRAPH.
       PRICELINK-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO PRICELINKED-PARAGRAPH
              END-READ.
              IF WS-PRA-COUNT >= 1000 THEN
                 DISPLAY "PRICING ACCOUNT TABLE FULL - LATER "
                    "ACCOUNTS PRICED AT STANDARD RATES"
                 GO TO PRICELINKED-PARAGRAPH
              END-IF.
              MOVE ACL-CIF TO WS-PR-CIF.
              PERFORM PRCFIND-PARAGRAPH THRU PRCFIND-EXIT-PARAGRAPH.
              IF WS-PR-CIX = 0 THEN
                 IF WS-PRC-COUNT >= 500 THEN
                    GO TO PRICELINK-PARAGRAPH
                 END-IF
                 ADD 1 TO WS-PRC-COUNT
                 MOVE WS-PRC-COUNT TO WS-PR-CIX
                 MOVE ACL-CIF TO WS-PRC-CIF(WS-PR-CIX)
                 MOVE 0 TO WS-PRC-BAL(WS-PR-CIX)
                    WS-PRC-PRODS(WS-PR-CIX) WS-PRC-TIER(WS-PR-CIX)
              END-IF.
              ADD 1 TO WS-PRA-COUNT.
              MOVE ACL-NUMBE TO WS-PRA-NUMBE(WS-PRA-COUNT).
              MOVE WS-PR-CIX TO WS-PRA-CIX(WS-PRA-COUNT).
              MOVE ACL-NUMBE TO NUMBE.
              READ INPUT-FILE
                 INVALID KEY GO TO PRICELINK-PARAGRAPH
              END-READ.
              IF LOCKFLAG NOT = "C" THEN
                 ADD BALANCE TO WS-PRC-BAL(WS-PR-CIX)
                 ADD 1 TO WS-PRC-PRODS(WS-PR-CIX)
              END-IF.
              GO TO PRICELINK-PARAGRAPH.
       PRICELINKED-PARAGRAPH.
              CLOSE INPUT-FILE.
              CLOSE ACCTCIF-FILE.
              MOVE 1 TO WS-LN-IX.
              GO TO PRICELOANS-PARAGRAPH.
       PRICELOANS-PARAGRAPH.
              IF WS-LN-IX > WS-LN-COUNT THEN
                 MOVE 1 TO WS-TD-IX
                 GO TO PRICETDS-PARAGRAPH
              END-IF.
              IF WS-LN-STATUS(WS-LN-IX) NOT = "P" THEN
                 MOVE WS-LN-CIF(WS-LN-IX) TO WS-PR-CIF
                 PERFORM PRCFIND-PARAGRAPH THRU PRCFIND-EXIT-PARAGRAPH
                 IF WS-PR-CIX > 0 THEN
                    ADD 1 TO WS-PRC-PRODS(WS-PR-CIX)
                 END-IF
              END-IF.
              ADD 1 TO WS-LN-IX.
              GO TO PRICELOANS-PARAGRAPH.
       PRICETDS-PARAGRAPH.
              IF WS-TD-IX > WS-TD-COUNT THEN
                 MOVE 1 TO WS-PRC-IX
                 GO TO PRICECUST-PARAGRAPH
              END-IF.
              IF WS-TD-STATUS(WS-TD-IX) = "A" OR
                    WS-TD-STATUS(WS-TD-IX) = "F" THEN
                 MOVE WS-TD-ACCT(WS-TD-IX) TO WS-PR-NUMBE
                 PERFORM PRAFIND-PARAGRAPH THRU PRAFIND-EXIT-PARAGRAPH
                 IF WS-PR-CIX > 0 THEN
                    ADD WS-TD-AMOUNT(WS-TD-IX)
                       TO WS-PRC-BAL(WS-PR-CIX)
                    ADD 1 TO WS-PRC-PRODS(WS-PR-CIX)
                 END-IF
              END-IF.
              ADD 1 TO WS-TD-IX.
              GO TO PRICETDS-PARAGRAPH.
       PRICECUST-PARAGRAPH.
              IF WS-PRC-IX > WS-PRC-COUNT THEN
                 GO TO FINALSORT-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-PR-TIX.
              MOVE 1 TO WS-PT-IX.
              GO TO PRICECUSTTIER-PARAGRAPH.
       PRICECUSTTIER-PARAGRAPH.
              IF WS-PT-IX > WS-PT-COUNT THEN
                 MOVE WS-PR-TIX TO WS-PRC-TIER(WS-PRC-IX)
                 IF WS-PR-TIX > 0 THEN
                    ADD 1 TO WS-PT-CUSTS(WS-PR-TIX)
                 END-IF
                 ADD 1 TO WS-PRC-IX
                 GO TO PRICECUST-PARAGRAPH
              END-IF.
              IF WS-PRC-BAL(WS-PRC-IX) >= WS-PT-MINBAL(WS-PT-IX) AND
                    WS-PRC-PRODS(WS-PRC-IX) >=
                       WS-PT-MINPROD(WS-PT-IX) THEN
                 IF WS-PR-TIX = 0 THEN
                    MOVE WS-PT-IX TO WS-PR-TIX
                 ELSE
                    IF WS-PT-MINBAL(WS-PT-IX) >=
                          WS-PT-MINBAL(WS-PR-TIX) THEN
                       MOVE WS-PT-IX TO WS-PR-TIX
                    END-IF
                 END-IF
              END-IF.
              ADD 1 TO WS-PT-IX.
              GO TO PRICECUSTTIER-PARAGRAPH.
       FINALSORT-PARAGRAPH.
              MOVE WS-PRC-COUNT TO WS-RL-CNT.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              MOVE "MASTERPASS" TO WS-RL-NAME.
              PERFORM STEPSTART-PARAGRAPH
                 THRU STEPSTART-EXIT-PARAGRAPH.
                 MOVE "STANDING ORDERS EXECUTED:" TO STLLABEL.
                 MOVE WS-SO-EXEC-TOTAL TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "LOAN REPAYMENTS TAKEN:" TO STLLABEL.
                 COMPUTE STLVALUE = WS-LN-INT-PAID + WS-LN-PRIN-PAID.
                 WRITE STLACCOUNT.
                 MOVE "STORE CHARGES TOTAL:" TO STLLABEL.
                 MOVE WS-CHARGE-TOTAL TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "CLEARING OUTBOUND TOTAL:" TO STLLABEL.
                 MOVE WS-CLROUT-TOTAL TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "CLEARING ITEMS HELD:" TO STLLABEL.
                 MOVE WS-SCR-HELD TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "CLEARING HELD TOTAL:" TO STLLABEL.
                 MOVE WS-SCR-HELD-TOTAL TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "LEGAL LEVIES REMITTED:" TO STLLABEL.
                 MOVE WS-LV-REMIT-TOTAL TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "BILL PAYMENTS TOTAL:" TO STLLABEL.
                 MOVE WS-BILL-IN-TOTAL TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "BILL REMITTANCE TOTAL:" TO STLLABEL.
                 MOVE WS-BILL-REM-TOTAL TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "BILLERS REMITTED:" TO STLLABEL.
                 MOVE WS-BILL-REM-BILLERS TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "ENVELOPES MATCHED:" TO STLLABEL.
                 MOVE WS-ENV-MATCH-COUNT TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "ENVELOPE ADJUSTMENTS:" TO STLLABEL.
                 MOVE WS-ENV-ADJ-COUNT TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "ENVELOPE ADJ CREDITS:" TO STLLABEL.
                 MOVE WS-ENV-ADJ-CR TO STLVALUE.
                 WRITE STLACCOUNT.
                 MOVE "ENVELOPE ADJ DEBITS:" TO STLLABEL.
                 MOVE WS-ENV-ADJ-DR TO STLVALUE.
                 WRITE STLACCOUNT.
              CLOSE SETTLEMENT-FILE.
              GO TO PREPAREMASTER-PARAGRAPH.
       PREPAREMASTER-PARAGRAPH.
              PERFORM SWEEPLOAD-PARAGRAPH
                 THRU SWEEPLOAD-EXIT-PARAGRAPH.
              OPEN INPUT INPUT-FILE.
              OPEN INPUT INPUTMERGED.
              IF WS-RESTART-FLAG = "Y" THEN
                 PERFORM INTEREST-PARAGRAPH
                    THRU INTEREST-EXIT-PARAGRAPH
              END-IF.
              PERFORM MONTHFEE-PARAGRAPH THRU MONTHFEE-EXIT-PARAGRAPH.
              IF CURBALANCE < 0 THEN
                 PERFORM SWEEPFIND-PARAGRAPH
                    THRU SWEEPFIND-EXIT-PARAGRAPH
                 IF WS-SWP-HIT = "Y" THEN
                    ADD 1 TO WS-SWP-WAIVED
                 ELSE
                    PERFORM OVERDRAFT-PARAGRAPH
                       THRU OVERDRAFT-EXIT-PARAGRAPH
                 END-IF
              END-IF.
              PERFORM STMTCLOSE-PARAGRAPH
                 THRU STMTCLOSE-EXIT-PARAGRAPH.
              PERFORM DORMANTCHECK-PARAGRAPH
                 THRU DORMANTCHECK-EXIT-PARAGRAPH.
              PERFORM NTBAL-PARAGRAPH THRU NTBAL-EXIT-PARAGRAPH.
              PERFORM SCRNFLAG-PARAGRAPH THRU SCRNFLAG-EXIT-PARAGRAPH.
              MOVE CURNAME TO OUNAME.
              MOVE CURNUMBE TO OUNUMBE.
              MOVE CURPASSWD TO OUPASSWD.
                       MOVE "NO SUCH ACCOUNT" TO CRN-REASON
                       PERFORM CHGRETURN-PARAGRAPH
                          THRU CHGRETURN-EXIT-PARAGRAPH
                       MOVE "Y" TO WS-CHGK-RET(WS-CHGK-IX)
                       MOVE 201 TO WS-CHGK-IX
                    END-IF
                    ADD 1 TO WS-CHGK-IX
                 END-IF
              END-IF.
              IF IMACTION = 'F' THEN
                 MOVE "A" TO WS-PR-KIND
                 MOVE IMAMOUNT TO WS-PR-GROSS
                 PERFORM PRICEDISC-PARAGRAPH
                    THRU PRICEDISC-EXIT-PARAGRAPH
                 MOVE WS-PR-NET TO IMAMOUNT
                 COMPUTE CURBALANCE = CURBALANCE - IMAMOUNT
                 ADD IMAMOUNT TO WS-FEE-POSTED
              END-IF.
              IF IMACTION = 'B' THEN
                 COMPUTE CURBALANCE = CURBALANCE - IMAMOUNT
                 ADD IMAMOUNT TO WS-BILL-POSTED
              END-IF.
              IF IMACTION = 'A' THEN
                 COMPUTE CURBALANCE = CURBALANCE + IMAMOUNT
                 ADD IMAMOUNT TO WS-ENV-POSTED-CR
              END-IF.
              IF IMACTION = 'S' THEN
                 COMPUTE CURBALANCE = CURBALANCE - IMAMOUNT
                 ADD IMAMOUNT TO WS-ENV-POSTED-DR
              END-IF.
              IF IMACTION = 'L' THEN
                 COMPUTE CURBALANCE = CURBALANCE - IMAMOUNT
                 ADD IMAMOUNT TO WS-LOAN-POSTED
              END-IF.
              IF IMACTION = 'T' THEN
                 COMPUTE CURBALANCE = CURBALANCE - IMAMOUNT
                 ADD IMAMOUNT TO WS-TD-POSTED-DR
              END-IF.
              IF IMACTION = 'M' THEN
                 COMPUTE CURBALANCE = CURBALANCE + IMAMOUNT
                 ADD IMAMOUNT TO WS-TD-POSTED-CR
              END-IF.
              MOVE WS-TODAY TO CURLASTACT.
              IF IMACTION = 'D' OR IMACTION = 'W'
                    OR IMACTION = 'F' OR IMACTION = 'B'
                    OR IMACTION = 'A' OR IMACTION = 'S'
                    OR IMACTION = 'L' OR IMACTION = 'T'
                    OR IMACTION = 'M' THEN
                 OPEN EXTEND POSTHIST-FILE
                 MOVE CURNUMBE TO PH-NUMBE
                 MOVE WS-TODAY TO PH-DATE
                 PERFORM INTEREST-PARAGRAPH
                    THRU INTEREST-EXIT-PARAGRAPH
              END-IF.
              PERFORM MONTHFEE-PARAGRAPH THRU MONTHFEE-EXIT-PARAGRAPH.
              IF CURBALANCE < 0 THEN
                 PERFORM SWEEPFIND-PARAGRAPH
                    THRU SWEEPFIND-EXIT-PARAGRAPH
                 IF WS-SWP-HIT = "Y" THEN
                    ADD 1 TO WS-SWP-WAIVED
                 ELSE
                    PERFORM OVERDRAFT-PARAGRAPH
                       THRU OVERDRAFT-EXIT-PARAGRAPH
                 END-IF
              END-IF.
              PERFORM STMTCLOSE-PARAGRAPH
                 THRU STMTCLOSE-EXIT-PARAGRAPH.
              PERFORM DORMANTCHECK-PARAGRAPH
                 THRU DORMANTCHECK-EXIT-PARAGRAPH.
              PERFORM NTBAL-PARAGRAPH THRU NTBAL-EXIT-PARAGRAPH.
              PERFORM SCRNFLAG-PARAGRAPH THRU SCRNFLAG-EXIT-PARAGRAPH.
              MOVE CURNAME TO OUNAME.
              MOVE CURNUMBE TO OUNUMBE.
              MOVE CURPASSWD TO OUPASSWD.
              ADD 1 TO WS-CTR-COUNT.
       CTRWRITE-EXIT-PARAGRAPH.
              EXIT.
      * LOAD SWEEPS.TXT. WS-SWP-TODAY COUNTS THE SWEEPS TAKEN ON
      * THE RUN DATE FOR THE CONTROL REPORT.
       SWEEPLOAD-PARAGRAPH.
              MOVE 0 TO WS-SWP-COUNT.
              MOVE 0 TO WS-SWP-TODAY.
              MOVE "N" TO WS-SWP-FULL.
              OPEN INPUT SWEEP-FILE.
              GO TO SWEEPLOADREAD-PARAGRAPH.
       SWEEPLOADREAD-PARAGRAPH.
              READ SWEEP-FILE
                 AT END GO TO SWEEPLOADED-PARAGRAPH
              END-READ.
              IF WS-SWP-COUNT >= 500 THEN
                 DISPLAY "OVERDRAFT SWEEP TABLE FULL - SWEEPS.TXT "
                    "KEPT WHOLE FOR THE NEXT RUN"
                 MOVE "Y" TO WS-SWP-FULL
                 GO TO SWEEPLOADED-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SWP-COUNT.
              MOVE SW-DATE TO WS-SWP-DATE(WS-SWP-COUNT).
              MOVE SW-NUMBE TO WS-SWP-NUMBE(WS-SWP-COUNT).
              MOVE SW-FROM TO WS-SWP-FROM(WS-SWP-COUNT).
              MOVE SW-AMOUNT TO WS-SWP-AMOUNT(WS-SWP-COUNT).
              MOVE SW-FEE TO WS-SWP-FEE(WS-SWP-COUNT).
              MOVE SW-REFNO TO WS-SWP-REFNO(WS-SWP-COUNT).
              MOVE SW-ATMID TO WS-SWP-ATMID(WS-SWP-COUNT).
              IF SW-DATE = WS-TODAY THEN
                 ADD 1 TO WS-SWP-TODAY
              END-IF.
              GO TO SWEEPLOADREAD-PARAGRAPH.
       SWEEPLOADED-PARAGRAPH.
              CLOSE SWEEP-FILE.
       SWEEPLOAD-EXIT-PARAGRAPH.
              EXIT.
      * WS-SWP-HIT IS Y WHEN CURNUMBE WAS COVERED BY A SWEEP ON OR
      * BEFORE THE RUN DATE.
       SWEEPFIND-PARAGRAPH.
              MOVE "N" TO WS-SWP-HIT.
              MOVE 1 TO WS-SWP-IX.
              GO TO SWEEPFINDNEXT-PARAGRAPH.
       SWEEPFINDNEXT-PARAGRAPH.
              IF WS-SWP-IX > WS-SWP-COUNT THEN
                 GO TO SWEEPFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-SWP-NUMBE(WS-SWP-IX) = CURNUMBE
                    AND WS-SWP-DATE(WS-SWP-IX) NOT > WS-TODAY THEN
                 MOVE "Y" TO WS-SWP-HIT
                 GO TO SWEEPFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-SWP-IX.
              GO TO SWEEPFINDNEXT-PARAGRAPH.
       SWEEPFIND-EXIT-PARAGRAPH.
              EXIT.
       OVERDRAFT-PARAGRAPH.
              MOVE "O" TO WS-PR-KIND.
              MOVE WS-OVERDRAFT-FEE TO WS-PR-GROSS.
              PERFORM PRICEDISC-PARAGRAPH
                 THRU PRICEDISC-EXIT-PARAGRAPH.
              IF WS-PR-NET = 0 THEN
                 GO TO OVERDRAFT-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-OVERDRAFT-COUNT.
              ADD WS-PR-NET TO WS-OVERDRAFT-TOTAL.
              ADD WS-PR-NET TO WS-STMT-FEE.
              MOVE "Name: " TO ONNAMEE.
              MOVE CURNAME TO ONNAME.
              MOVE " Account Number: " TO ONNUMBEE.
              MOVE " Balance: " TO ONBALANCEE.
              MOVE CURBALANCE TO ONBALANCE.
              MOVE " Overdraft Fee: " TO ONFEEE.
              MOVE WS-PR-NET TO ONFEE.
              SUBTRACT WS-PR-NET FROM CURBALANCE.
              MOVE " New Balance: " TO ONNEWBALE.
              MOVE CURBALANCE TO ONNEWBAL.
              WRITE ONACCOUNT.
              MOVE CURNUMBE TO PH-NUMBE.
              MOVE WS-TODAY TO PH-DATE.
              MOVE "W" TO PH-ACTION.
              MOVE WS-PR-NET TO PH-AMOUNT.
              MOVE 0 TO PH-TIME.
              MOVE "ODF" TO PH-SRC.
              MOVE CURBALANCE TO PH-BALANCE.
              CLOSE POSTHIST-FILE.
       OVERDRAFT-EXIT-PARAGRAPH.
              EXIT.
      * PRICING LOOKUPS: PRCFIND TAKES WS-PR-CIF, PRAFIND TAKES
      * WS-PR-NUMBE; BOTH LEAVE THE CUSTOMER'S ROW IN WS-PR-CIX
      * (ZERO WHEN NOT ON FILE). PRICETIER GIVES CURNUMBE'S TIER
      * IN WS-PR-TIX (ZERO PAYS STANDARD RATES).
       PRCFIND-PARAGRAPH.
              MOVE 0 TO WS-PR-CIX.
              MOVE 1 TO WS-PRC-IX.
              GO TO PRCFIND-NEXT-PARAGRAPH.
       PRCFIND-NEXT-PARAGRAPH.
              IF WS-PRC-IX > WS-PRC-COUNT THEN
                 GO TO PRCFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-PRC-CIF(WS-PRC-IX) = WS-PR-CIF THEN
                 MOVE WS-PRC-IX TO WS-PR-CIX
                 GO TO PRCFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-PRC-IX.
              GO TO PRCFIND-NEXT-PARAGRAPH.
       PRCFIND-EXIT-PARAGRAPH.
              EXIT.
       PRAFIND-PARAGRAPH.
              MOVE 0 TO WS-PR-CIX.
              MOVE 1 TO WS-PRA-IX.
              GO TO PRAFIND-NEXT-PARAGRAPH.
       PRAFIND-NEXT-PARAGRAPH.
              IF WS-PRA-IX > WS-PRA-COUNT THEN
                 GO TO PRAFIND-EXIT-PARAGRAPH
              END-IF.
              IF WS-PRA-NUMBE(WS-PRA-IX) = WS-PR-NUMBE THEN
                 MOVE WS-PRA-CIX(WS-PRA-IX) TO WS-PR-CIX
                 GO TO PRAFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-PRA-IX.
              GO TO PRAFIND-NEXT-PARAGRAPH.
       PRAFIND-EXIT-PARAGRAPH.
              EXIT.
       PRICETIER-PARAGRAPH.
              MOVE 0 TO WS-PR-TIX.
              MOVE CURNUMBE TO WS-PR-NUMBE.
              PERFORM PRAFIND-PARAGRAPH THRU PRAFIND-EXIT-PARAGRAPH.
              IF WS-PR-CIX > 0 THEN
                 MOVE WS-PRC-TIER(WS-PR-CIX) TO WS-PR-TIX
              END-IF.
       PRICETIER-EXIT-PARAGRAPH.
              EXIT.
      * DISCOUNT ONE FEE FOR CURNUMBE'S TIER. WS-PR-KIND IS M
      * (MONTHLY), O (OVERDRAFT) OR A (TERMINAL FEE SCHEDULE);
      * WS-PR-GROSS COMES IN, WS-PR-NET GOES OUT, AND WHAT WAS
      * GIVEN UP IS ADDED TO THE TIER'S FIGURES FOR THE REPORT.
       PRICEDISC-PARAGRAPH.
              MOVE WS-PR-GROSS TO WS-PR-NET.
              MOVE 0 TO WS-PR-GIVE.
              PERFORM PRICETIER-PARAGRAPH
                 THRU PRICETIER-EXIT-PARAGRAPH.
              IF WS-PR-TIX = 0 OR WS-PR-GROSS = 0 THEN
                 GO TO PRICEDISC-EXIT-PARAGRAPH
              END-IF.
              EVALUATE WS-PR-KIND
                 WHEN "M"
                    MOVE WS-PT-MFEE-PCT(WS-PR-TIX) TO WS-PR-PCT
                 WHEN "O"
                    MOVE WS-PT-ODF-PCT(WS-PR-TIX) TO WS-PR-PCT
                 WHEN OTHER
                    MOVE WS-PT-ATMF-PCT(WS-PR-TIX) TO WS-PR-PCT
              END-EVALUATE.
              IF WS-PR-PCT = 0 THEN
                 GO TO PRICEDISC-EXIT-PARAGRAPH
              END-IF.
              IF WS-PR-PCT >= 100 THEN
                 MOVE WS-PR-GROSS TO WS-PR-GIVE
              ELSE
                 COMPUTE WS-PR-GIVE ROUNDED =
                    WS-PR-GROSS * WS-PR-PCT / 100
              END-IF.
              SUBTRACT WS-PR-GIVE FROM WS-PR-NET.
              EVALUATE WS-PR-KIND
                 WHEN "M"
                    ADD WS-PR-GIVE TO WS-PT-MFEE-GIVE(WS-PR-TIX)
                 WHEN "O"
                    ADD WS-PR-GIVE TO WS-PT-ODF-GIVE(WS-PR-TIX)
                 WHEN OTHER
                    ADD WS-PR-GIVE TO WS-PT-ATMF-GIVE(WS-PR-TIX)
              END-EVALUATE.
              ADD 1 TO WS-PT-DISC-COUNT(WS-PR-TIX).
              ADD 1 TO WS-PR-DISC-COUNT.
              ADD WS-PR-GIVE TO WS-PR-GIVE-TOTAL.
       PRICEDISC-EXIT-PARAGRAPH.
              EXIT.
      * MONTH-END MAINTENANCE FEE (RUN-CONTROL MONTHLYFEE, NONE
      * WHEN ZERO) ON EVERY ACCOUNT NOT CLOSED, AFTER PRICING.
       MONTHFEE-PARAGRAPH.
              IF WS-MONTH-END-FLAG NOT = "Y" OR
                    WS-MONTHLY-FEE = 0 OR CURLOCKFLAG = "C" THEN
                 GO TO MONTHFEE-EXIT-PARAGRAPH
              END-IF.
              MOVE "M" TO WS-PR-KIND.
              MOVE WS-MONTHLY-FEE TO WS-PR-GROSS.
              PERFORM PRICEDISC-PARAGRAPH
                 THRU PRICEDISC-EXIT-PARAGRAPH.
              IF WS-PR-NET = 0 THEN
                 GO TO MONTHFEE-EXIT-PARAGRAPH
              END-IF.
              SUBTRACT WS-PR-NET FROM CURBALANCE.
              ADD WS-PR-NET TO WS-MFEE-TOTAL.
              ADD 1 TO WS-MFEE-COUNT.
              ADD WS-PR-NET TO WS-STMT-MFEE.
              OPEN EXTEND POSTHIST-FILE.
              MOVE CURNUMBE TO PH-NUMBE.
              MOVE WS-TODAY TO PH-DATE.
              MOVE "W" TO PH-ACTION.
              MOVE WS-PR-NET TO PH-AMOUNT.
              MOVE 0 TO PH-TIME.
              MOVE "MFE" TO PH-SRC.
              MOVE CURBALANCE TO PH-BALANCE.
              WRITE POSTHISTREC.
              CLOSE POSTHIST-FILE.
       MONTHFEE-EXIT-PARAGRAPH.
              EXIT.
      * LOAD THE ALERT PREFERENCES, AND WHEN THERE ARE ANY, THE
      * ACCOUNT LINKS AND CUSTOMER CONTACTS THEY ARE SENT BY.
       NTLOAD-PARAGRAPH.
              MOVE 0 TO WS-NTP-COUNT WS-NTA-COUNT WS-NTC-COUNT.
              OPEN INPUT ALERTPREF-FILE.
              GO TO NTLOAD-PREF-PARAGRAPH.
       NTLOAD-PREF-PARAGRAPH.
              READ ALERTPREF-FILE
                 AT END GO TO NTLOAD-PREFDONE-PARAGRAPH
              END-READ.
              IF WS-NTP-COUNT >= 500 THEN
                 DISPLAY "ALERT PREFERENCE TABLE FULL - LATER "
                    "PREFERENCES IGNORED"
                 GO TO NTLOAD-PREFDONE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-NTP-COUNT.
              MOVE AP-NUMBE TO WS-NTP-NUMBE(WS-NTP-COUNT).
              MOVE AP-CIF TO WS-NTP-CIF(WS-NTP-COUNT).
              MOVE AP-TYPE TO WS-NTP-TYPE(WS-NTP-COUNT).
              MOVE AP-THRESH TO WS-NTP-THRESH(WS-NTP-COUNT).
              MOVE AP-CHANNEL TO WS-NTP-CHANNEL(WS-NTP-COUNT).
              GO TO NTLOAD-PREF-PARAGRAPH.
       NTLOAD-PREFDONE-PARAGRAPH.
              CLOSE ALERTPREF-FILE.
              IF WS-NTP-COUNT = 0 THEN
                 GO TO NTLOAD-EXIT-PARAGRAPH
              END-IF.
              OPEN INPUT ACCTCIF-FILE.
              GO TO NTLOAD-LINK-PARAGRAPH.
       NTLOAD-LINK-PARAGRAPH.
              READ ACCTCIF-FILE
                 AT END GO TO NTLOAD-LINKDONE-PARAGRAPH
              END-READ.
              IF WS-NTA-COUNT >= 1000 THEN
                 DISPLAY "ALERT ACCOUNT TABLE FULL - LATER "
                    "ACCOUNTS GET NO ALERTS"
                 GO TO NTLOAD-LINKDONE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-NTA-COUNT.
              MOVE ACL-NUMBE TO WS-NTA-NUMBE(WS-NTA-COUNT).
              MOVE ACL-CIF TO WS-NTA-CIF(WS-NTA-COUNT).
              GO TO NTLOAD-LINK-PARAGRAPH.
       NTLOAD-LINKDONE-PARAGRAPH.
              CLOSE ACCTCIF-FILE.
              OPEN INPUT CUSTOMER-FILE.
              GO TO NTLOAD-CUST-PARAGRAPH.
       NTLOAD-CUST-PARAGRAPH.
              READ CUSTOMER-FILE
                 AT END GO TO NTLOAD-CUSTDONE-PARAGRAPH
              END-READ.
              IF WS-NTC-COUNT >= 500 THEN
                 DISPLAY "ALERT CONTACT TABLE FULL - LATER "
                    "CUSTOMERS GET NO ALERTS"
                 GO TO NTLOAD-CUSTDONE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-NTC-COUNT.
              MOVE CIF-NUM TO WS-NTC-CIF(WS-NTC-COUNT).
              MOVE CIF-CONTACT TO WS-NTC-CONTACT(WS-NTC-COUNT).
              MOVE CIF-LANG TO WS-NTC-LANG(WS-NTC-COUNT).
              GO TO NTLOAD-CUST-PARAGRAPH.
       NTLOAD-CUSTDONE-PARAGRAPH.
              CLOSE CUSTOMER-FILE.
       NTLOAD-EXIT-PARAGRAPH.
              EXIT.
      * RAISE AN ALERT FOR WS-NT-NUMBE. THE CALLER SETS THE EVENT,
      * AMOUNT AND TEXT (FOR LOW THE AMOUNT IS THE CLOSING BALANCE
      * AND WS-NT-OPENBAL THE OPENING ONE). NOTHING IS SENT WITHOUT
      * A PREFERENCE FOR THE EVENT, OR WHEN THE THRESHOLD IS NOT
      * CROSSED; A CUSTOMER WITH NO CONTACT ON FILE IS COUNTED AS
      * NOT DELIVERED.
       NTEVENT-PARAGRAPH.
              IF WS-NTP-COUNT = 0 THEN
                 GO TO NTEVENT-EXIT-PARAGRAPH
              END-IF.
              MOVE 0 TO WS-NT-CIF.
              MOVE 0 TO WS-NT-PIX.
              MOVE 1 TO WS-NTA-IX.
              GO TO NTEVENT-LINK-PARAGRAPH.
       NTEVENT-LINK-PARAGRAPH.
              IF WS-NTA-IX > WS-NTA-COUNT THEN
                 GO TO NTEVENT-EXIT-PARAGRAPH
              END-IF.
              IF WS-NTA-NUMBE(WS-NTA-IX) = WS-NT-NUMBE THEN
                 MOVE WS-NTA-CIF(WS-NTA-IX) TO WS-NT-CIF
                 MOVE 1 TO WS-NTP-IX
                 GO TO NTEVENT-PREF-PARAGRAPH
              END-IF.
              ADD 1 TO WS-NTA-IX.
              GO TO NTEVENT-LINK-PARAGRAPH.
       NTEVENT-PREF-PARAGRAPH.
              IF WS-NTP-IX > WS-NTP-COUNT THEN
                 GO TO NTEVENT-PREFDONE-PARAGRAPH
              END-IF.
              IF WS-NTP-TYPE(WS-NTP-IX) = WS-NT-EVENT THEN
                 IF WS-NTP-NUMBE(WS-NTP-IX) = WS-NT-NUMBE THEN
                    MOVE WS-NTP-IX TO WS-NT-PIX
                    GO TO NTEVENT-PREFDONE-PARAGRAPH
                 END-IF
                 IF WS-NTP-NUMBE(WS-NTP-IX) = 0 AND
                       WS-NTP-CIF(WS-NTP-IX) = WS-NT-CIF THEN
                    MOVE WS-NTP-IX TO WS-NT-PIX
                 END-IF
              END-IF.
              ADD 1 TO WS-NTP-IX.
              GO TO NTEVENT-PREF-PARAGRAPH.
       NTEVENT-PREFDONE-PARAGRAPH.
              IF WS-NT-PIX = 0 THEN
                 GO TO NTEVENT-EXIT-PARAGRAPH
              END-IF.
              IF WS-NT-EVENT = "LOW" THEN
                 IF WS-NT-OPENBAL < WS-NTP-THRESH(WS-NT-PIX) OR
                       WS-NT-AMOUNT NOT < WS-NTP-THRESH(WS-NT-PIX)
                    GO TO NTEVENT-EXIT-PARAGRAPH
                 END-IF
              END-IF.
              IF WS-NT-EVENT = "HLD" OR WS-NT-EVENT = "DSP" THEN
                 IF WS-NT-AMOUNT < WS-NTP-THRESH(WS-NT-PIX) THEN
                    GO TO NTEVENT-EXIT-PARAGRAPH
                 END-IF
              END-IF.
              MOVE 1 TO WS-NTC-IX.
              GO TO NTEVENT-CUST-PARAGRAPH.
       NTEVENT-CUST-PARAGRAPH.
              IF WS-NTC-IX > WS-NTC-COUNT THEN
                 ADD 1 TO WS-NT-NOCONTACT
                 GO TO NTEVENT-EXIT-PARAGRAPH
              END-IF.
              IF WS-NTC-CIF(WS-NTC-IX) NOT = WS-NT-CIF THEN
                 ADD 1 TO WS-NTC-IX
                 GO TO NTEVENT-CUST-PARAGRAPH
              END-IF.
              IF WS-NTC-CONTACT(WS-NTC-IX) = SPACES THEN
                 ADD 1 TO WS-NT-NOCONTACT
                 GO TO NTEVENT-EXIT-PARAGRAPH
              END-IF.
              OPEN EXTEND NOTIFY-FILE.
                MOVE "D" TO NT-RECTYPE.
                MOVE WS-TODAY TO NT-DATE.
                MOVE 0 TO NT-TIME.
                MOVE "BTCH" TO NT-SRC.
                MOVE WS-NT-NUMBE TO NT-NUMBE.
                MOVE WS-NT-CIF TO NT-CIF.
                MOVE WS-NT-EVENT TO NT-EVENT.
                MOVE WS-NTP-CHANNEL(WS-NT-PIX) TO NT-CHANNEL.
                MOVE WS-NTC-CONTACT(WS-NTC-IX) TO NT-CONTACT.
                MOVE WS-NTC-LANG(WS-NTC-IX) TO NT-LANG.
                MOVE WS-NT-AMOUNT TO NT-AMOUNT.
                MOVE WS-NT-TEXT TO NT-TEXT.
                WRITE NOTIFYREC
                END-WRITE.
              CLOSE NOTIFY-FILE.
              ADD 1 TO WS-NT-SENT.
       NTEVENT-EXIT-PARAGRAPH.
              EXIT.
      * BALANCE ALERTS FOR THE ACCOUNT JUST POSTED: ODR WHEN IT
      * OPENED IN CREDIT AND CLOSES OVERDRAWN, LOW WHEN IT CLOSES
      * BELOW ITS OPENING BALANCE (NTEVENT TESTS THE THRESHOLD).
       NTBAL-PARAGRAPH.
              IF WS-NTP-COUNT = 0 OR CURLOCKFLAG = "C" THEN
                 GO TO NTBAL-EXIT-PARAGRAPH
              END-IF.
              MOVE CURNUMBE TO WS-NT-NUMBE.
              MOVE CURBALANCE TO WS-NT-AMOUNT.
              IF WS-NT-OPENBAL NOT < 0 AND CURBALANCE < 0 THEN
                 MOVE "ODR" TO WS-NT-EVENT
                 MOVE SPACES TO WS-NT-TEXT
                 STRING "ACCOUNT ENDING " DELIMITED BY SIZE
                    CURNUMBE(13:4) DELIMITED BY SIZE
                    " IS OVERDRAWN" DELIMITED BY SIZE
                    INTO WS-NT-TEXT
                 PERFORM NTEVENT-PARAGRAPH THRU NTEVENT-EXIT-PARAGRAPH
              END-IF.
              IF CURBALANCE < WS-NT-OPENBAL THEN
                 MOVE "LOW" TO WS-NT-EVENT
                 MOVE SPACES TO WS-NT-TEXT
                 STRING "LOW BALANCE ON ACCOUNT ENDING "
                       DELIMITED BY SIZE
                    CURNUMBE(13:4) DELIMITED BY SIZE
                    INTO WS-NT-TEXT
                 PERFORM NTEVENT-PARAGRAPH THRU NTEVENT-EXIT-PARAGRAPH
              END-IF.
       NTBAL-EXIT-PARAGRAPH.
              EXIT.
      * CUT THE DAY'S NOTIFICATION FILE FOR THE VENDOR WITH ITS
      * TRAILER, COUNT WHAT WENT BY EVENT AND CHANNEL, AND START
      * NOTIFY.TXT AGAIN.
       NTCLOSE-PARAGRAPH.
              MOVE SPACES TO WS-NOTIFYOUT-NAME.
              STRING "notify_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-NOTIFYOUT-NAME.
              MOVE SPACES TO WS-NOTIFYRPT-NAME.
              STRING "notifyrpt_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-NOTIFYRPT-NAME.
              MOVE 0 TO WS-NTK-COUNT.
              MOVE 0 TO WS-NT-FILED.
              OPEN INPUT NOTIFY-FILE.
              OPEN OUTPUT NOTIFYOUT-FILE.
              GO TO NTCLOSE-LINE-PARAGRAPH.
       NTCLOSE-LINE-PARAGRAPH.
              READ NOTIFY-FILE
                 AT END GO TO NTCLOSE-CUT-PARAGRAPH
              END-READ.
              IF NT-RECTYPE NOT = "D" THEN
                 GO TO NTCLOSE-LINE-PARAGRAPH
              END-IF.
              WRITE NOTIFYOUTREC FROM NOTIFYREC.
              ADD 1 TO WS-NT-FILED.
              MOVE 1 TO WS-NTK-IX.
              GO TO NTCLOSE-KEY-PARAGRAPH.
       NTCLOSE-KEY-PARAGRAPH.
              IF WS-NTK-IX > WS-NTK-COUNT THEN
                 IF WS-NTK-COUNT >= 30 THEN
                    GO TO NTCLOSE-LINE-PARAGRAPH
                 END-IF
                 ADD 1 TO WS-NTK-COUNT
                 MOVE NT-EVENT TO WS-NTK-EVENT(WS-NTK-COUNT)
                 MOVE NT-CHANNEL TO WS-NTK-CHANNEL(WS-NTK-COUNT)
                 MOVE 1 TO WS-NTK-SENT(WS-NTK-COUNT)
                 GO TO NTCLOSE-LINE-PARAGRAPH
              END-IF.
              IF WS-NTK-EVENT(WS-NTK-IX) = NT-EVENT AND
                    WS-NTK-CHANNEL(WS-NTK-IX) = NT-CHANNEL THEN
                 ADD 1 TO WS-NTK-SENT(WS-NTK-IX)
                 GO TO NTCLOSE-LINE-PARAGRAPH
              END-IF.
              ADD 1 TO WS-NTK-IX.
              GO TO NTCLOSE-KEY-PARAGRAPH.
       NTCLOSE-CUT-PARAGRAPH.
              CLOSE NOTIFY-FILE.
              MOVE SPACES TO NOTIFYTRL.
              MOVE "T" TO NTT-RECTYPE.
              MOVE WS-TODAY TO NTT-DATE.
              MOVE WS-NT-FILED TO NTT-COUNT.
              WRITE NOTIFYTRL.
              CLOSE NOTIFYOUT-FILE.
              OPEN OUTPUT NOTIFY-FILE.
              CLOSE NOTIFY-FILE.
              OPEN OUTPUT NOTIFYRPT-FILE.
              MOVE 1 TO WS-NTK-IX.
              GO TO NTCLOSE-RPT-PARAGRAPH.
       NTCLOSE-RPT-PARAGRAPH.
              IF WS-NTK-IX > WS-NTK-COUNT THEN
                 GO TO NTCLOSE-TOTAL-PARAGRAPH
              END-IF.
              MOVE SPACES TO NOTIFYLINE.
              MOVE "SENT:" TO NTR-LABEL.
              MOVE WS-NTK-EVENT(WS-NTK-IX) TO NTR-EVENT.
              IF WS-NTK-CHANNEL(WS-NTK-IX) = "E" THEN
                 MOVE "EMAIL" TO NTR-CHANNEL
              ELSE
                 MOVE "SMS" TO NTR-CHANNEL
              END-IF.
              MOVE WS-NTK-SENT(WS-NTK-IX) TO NTR-COUNT.
              WRITE NOTIFYLINE.
              ADD 1 TO WS-NTK-IX.
              GO TO NTCLOSE-RPT-PARAGRAPH.
       NTCLOSE-TOTAL-PARAGRAPH.
              MOVE SPACES TO NOTIFYLINE.
              MOVE "TOTAL SENT:" TO NTR-LABEL.
              MOVE WS-NT-FILED TO NTR-COUNT.
              WRITE NOTIFYLINE.
              MOVE SPACES TO NOTIFYLINE.
              MOVE "NO CONTACT:" TO NTR-LABEL.
              MOVE WS-NT-NOCONTACT TO NTR-COUNT.
              WRITE NOTIFYLINE.
              CLOSE NOTIFYRPT-FILE.
       NTCLOSE-EXIT-PARAGRAPH.
              EXIT.
      * ADD TONIGHT'S FEES GIVEN UP TO THE MONTH-TO-DATE FILE BY
      * TIER. ON THE MONTH-END RUN THE MONTH'S FIGURES GO TO
      * PRICING_<DATE>.TXT AND THE MONTH-TO-DATE FILE STARTS AGAIN.
       PRICEMTD-PARAGRAPH.
              IF WS-PT-COUNT = 0 THEN
                 GO TO PRICEMTD-EXIT-PARAGRAPH
              END-IF.
              OPEN INPUT PRICEMTD-FILE.
              GO TO PRICEMTD-READ-PARAGRAPH.
       PRICEMTD-READ-PARAGRAPH.
              READ PRICEMTD-FILE
                 AT END GO TO PRICEMTD-LOADED-PARAGRAPH
              END-READ.
              MOVE 1 TO WS-PT-IX.
              GO TO PRICEMTD-MATCH-PARAGRAPH.
       PRICEMTD-MATCH-PARAGRAPH.
              IF WS-PT-IX > WS-PT-COUNT THEN
                 DISPLAY "PRICING TIER " PM-TIER " NO LONGER ON "
                    "FILE - MONTH-TO-DATE FIGURES DROPPED"
                 GO TO PRICEMTD-READ-PARAGRAPH
              END-IF.
              IF WS-PT-TIER(WS-PT-IX) = PM-TIER THEN
                 ADD PM-MFEE TO WS-PT-MFEE-GIVE(WS-PT-IX)
                 ADD PM-ODF TO WS-PT-ODF-GIVE(WS-PT-IX)
                 ADD PM-ATMF TO WS-PT-ATMF-GIVE(WS-PT-IX)
                 ADD PM-COUNT TO WS-PT-DISC-COUNT(WS-PT-IX)
                 GO TO PRICEMTD-READ-PARAGRAPH
              END-IF.
              ADD 1 TO WS-PT-IX.
              GO TO PRICEMTD-MATCH-PARAGRAPH.
       PRICEMTD-LOADED-PARAGRAPH.
              CLOSE PRICEMTD-FILE.
              OPEN OUTPUT PRICEMTD-FILE.
              IF WS-MONTH-END-FLAG = "Y" THEN
                 CLOSE PRICEMTD-FILE
                 GO TO PRICERPT-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-PT-IX.
              GO TO PRICEMTD-KEEP-PARAGRAPH.
       PRICEMTD-KEEP-PARAGRAPH.
              IF WS-PT-IX > WS-PT-COUNT THEN
                 CLOSE PRICEMTD-FILE
                 GO TO PRICEMTD-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-PT-TIER(WS-PT-IX) TO PM-TIER.
              MOVE WS-PT-MFEE-GIVE(WS-PT-IX) TO PM-MFEE.
              MOVE WS-PT-ODF-GIVE(WS-PT-IX) TO PM-ODF.
              MOVE WS-PT-ATMF-GIVE(WS-PT-IX) TO PM-ATMF.
              MOVE WS-PT-DISC-COUNT(WS-PT-IX) TO PM-COUNT.
              WRITE PRICEMTDREC.
              ADD 1 TO WS-PT-IX.
              GO TO PRICEMTD-KEEP-PARAGRAPH.
       PRICERPT-PARAGRAPH.
              MOVE SPACES TO WS-PRICERPT-NAME.
              STRING "pricing_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-PRICERPT-NAME.
              OPEN OUTPUT PRICERPT-FILE.
              MOVE SPACES TO PRICELINE.
              MOVE "RUN DATE:" TO PRR-LABEL.
              MOVE WS-TODAY TO PRR-TIER.
              MOVE 0 TO PRR-CUSTS PRR-COUNT PRR-MFEE PRR-ODF
                 PRR-ATMF PRR-TOTAL.
              WRITE PRICELINE.
              MOVE 0 TO WS-PR-RPT-MFEE WS-PR-RPT-ODF WS-PR-RPT-ATMF
                 WS-PR-RPT-CUSTS WS-PR-RPT-COUNT.
              MOVE 1 TO WS-PT-IX.
              GO TO PRICERPT-LINE-PARAGRAPH.
       PRICERPT-LINE-PARAGRAPH.
              IF WS-PT-IX > WS-PT-COUNT THEN
                 GO TO PRICERPT-TOTAL-PARAGRAPH
              END-IF.
              MOVE SPACES TO PRICELINE.
              MOVE "TIER:" TO PRR-LABEL.
              MOVE WS-PT-TIER(WS-PT-IX) TO PRR-TIER.
              MOVE WS-PT-CUSTS(WS-PT-IX) TO PRR-CUSTS.
              MOVE WS-PT-DISC-COUNT(WS-PT-IX) TO PRR-COUNT.
              MOVE WS-PT-MFEE-GIVE(WS-PT-IX) TO PRR-MFEE.
              MOVE WS-PT-ODF-GIVE(WS-PT-IX) TO PRR-ODF.
              MOVE WS-PT-ATMF-GIVE(WS-PT-IX) TO PRR-ATMF.
              COMPUTE PRR-TOTAL = WS-PT-MFEE-GIVE(WS-PT-IX)
                 + WS-PT-ODF-GIVE(WS-PT-IX)
                 + WS-PT-ATMF-GIVE(WS-PT-IX).
              WRITE PRICELINE.
              ADD WS-PT-CUSTS(WS-PT-IX) TO WS-PR-RPT-CUSTS.
              ADD WS-PT-DISC-COUNT(WS-PT-IX) TO WS-PR-RPT-COUNT.
              ADD WS-PT-MFEE-GIVE(WS-PT-IX) TO WS-PR-RPT-MFEE.
              ADD WS-PT-ODF-GIVE(WS-PT-IX) TO WS-PR-RPT-ODF.
              ADD WS-PT-ATMF-GIVE(WS-PT-IX) TO WS-PR-RPT-ATMF.
              ADD 1 TO WS-PT-IX.
              GO TO PRICERPT-LINE-PARAGRAPH.
       PRICERPT-TOTAL-PARAGRAPH.
              MOVE SPACES TO PRICELINE.
              MOVE "TOTAL:" TO PRR-LABEL.
              MOVE WS-PR-RPT-CUSTS TO PRR-CUSTS.
              MOVE WS-PR-RPT-COUNT TO PRR-COUNT.
              MOVE WS-PR-RPT-MFEE TO PRR-MFEE.
              MOVE WS-PR-RPT-ODF TO PRR-ODF.
              MOVE WS-PR-RPT-ATMF TO PRR-ATMF.
              COMPUTE PRR-TOTAL = WS-PR-RPT-MFEE + WS-PR-RPT-ODF
                 + WS-PR-RPT-ATMF.
              WRITE PRICELINE.
              CLOSE PRICERPT-FILE.
       PRICEMTD-EXIT-PARAGRAPH.
              EXIT.

       INTEREST-PARAGRAPH.
              IF CURBALANCE > 0 THEN
       INTEREST-EXIT-PARAGRAPH.
              EXIT.

      * KEEP THE OPENING BALANCE FOR THE BALANCE ALERTS, THEN OPEN
      * THIS ACCOUNT'S STATEMENT (MONTH-END RUNS ONLY) AND WRITE
      * THE OPENING BALANCE LINE.
       STMTOPEN-PARAGRAPH.
              MOVE CURBALANCE TO WS-NT-OPENBAL.
              IF WS-MONTH-END-FLAG NOT = "Y" THEN
                 GO TO STMTOPEN-EXIT-PARAGRAPH
              END-IF.
              MOVE "Y" TO WS-STMT-OPEN.
              MOVE 0 TO WS-STMT-INTEREST.
              MOVE 0 TO WS-STMT-FEE.
              MOVE 0 TO WS-STMT-MFEE.
              MOVE "OPENING BALANCE:" TO STMTLABEL.
              MOVE CURBALANCE TO STMTVALUE.
              WRITE STMTLINE.
                 MOVE WS-STMT-FEE TO STMTVALUE
                 WRITE STMTLINE
              END-IF.
              IF WS-STMT-MFEE NOT = 0 THEN
                 MOVE "MONTHLY FEE:" TO STMTLABEL
                 MOVE WS-STMT-MFEE TO STMTVALUE
                 WRITE STMTLINE
              END-IF.
              MOVE "CLOSING BALANCE:" TO STMTLABEL.
              MOVE CURBALANCE TO STMTVALUE.
              WRITE STMTLINE.
                 MOVE WS-TODAY TO CURLASTACT
                 GO TO DORMANTCHECK-EXIT-PARAGRAPH
              END-IF.
              IF CURLOCKFLAG = "L" OR CURLOCKFLAG = "C" OR
                    CURLOCKFLAG = "S" THEN
                 GO TO DORMANTCHECK-EXIT-PARAGRAPH
              END-IF.
              MOVE WS-TODAY(1:4) TO WS-TODAY-YY.
              PERFORM STEPEND-PARAGRAPH THRU STEPEND-EXIT-PARAGRAPH.
              PERFORM RUNLOGWRITE-PARAGRAPH
                 THRU RUNLOGWRITE-EXIT-PARAGRAPH.
              PERFORM NTCLOSE-PARAGRAPH THRU NTCLOSE-EXIT-PARAGRAPH.
              COMPUTE WS-CTL-NET =
                 WS-CLOSE-BAL-TOTAL - WS-OPEN-BAL-TOTAL.
              COMPUTE WS-CTL-EXPECTED =
                 WS-DEPOSIT-TOTAL - WS-WITHDRAWAL-TOTAL
                    - WS-FEE-POSTED - WS-BILL-POSTED
                    + WS-ENV-POSTED-CR - WS-ENV-POSTED-DR
                    - WS-OVERDRAFT-TOTAL + WS-INTEREST-TOTAL
                    - WS-MFEE-TOTAL
                    - WS-LOAN-POSTED
                    - WS-TD-POSTED-DR + WS-TD-POSTED-CR.
              OPEN EXTEND CONTROL-REPORT.
                 MOVE "RUN DATE USED:" TO CTLLABEL.
                 MOVE WS-TODAY TO CTLVALUE.
                 MOVE "FEE INCOME POSTED:" TO CTLLABEL.
                 MOVE WS-FEE-POSTED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "BILL PAYMENTS POSTED:" TO CTLLABEL.
                 MOVE WS-BILL-POSTED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "LOAN REPAYMENTS POSTED:" TO CTLLABEL.
                 MOVE WS-LOAN-POSTED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "LOAN INTEREST ACCRUED:" TO CTLLABEL.
                 MOVE WS-LN-ACCR-TOTAL TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "NEW LOANS SCHEDULED:" TO CTLLABEL.
                 MOVE WS-LN-NEW-COUNT TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "TERM DEPOSITS FUNDED:" TO CTLLABEL.
                 MOVE WS-TD-POSTED-DR TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "TERM DEPOSITS PAID OUT:" TO CTLLABEL.
                 MOVE WS-TD-POSTED-CR TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "TERM DEP INTEREST ACCRUED:" TO CTLLABEL.
                 MOVE WS-TD-ACCR-TOTAL TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "TERM DEP EARLY PENALTIES:" TO CTLLABEL.
                 MOVE WS-TD-PEN-TOTAL TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "TERM DEPOSITS ROLLED OVER:" TO CTLLABEL.
                 MOVE WS-TD-ROLLED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "TERM DEPOSITS REFUSED:" TO CTLLABEL.
                 MOVE WS-TD-REFUSED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "NAMES SCREENED:" TO CTLLABEL.
                 MOVE WS-SCR-SCREENED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "SCREENING CASES RAISED:" TO CTLLABEL.
                 MOVE WS-SCR-HITS TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "SCREENING CASES OPEN:" TO CTLLABEL.
                 MOVE WS-SCR-OPEN TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "HELD ITEMS RELEASED:" TO CTLLABEL.
                 MOVE WS-SCR-RELEASED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "LEGAL ORDERS ACTIVE:" TO CTLLABEL.
                 MOVE WS-LV-ACTIVE TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "LEGAL HOLDS TOTAL:" TO CTLLABEL.
                 MOVE WS-LV-HELD-TOTAL TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "LEVIES REMITTED:" TO CTLLABEL.
                 MOVE WS-LV-REMIT-COUNT TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "LEVY ORDERS NOT MET:" TO CTLLABEL.
                 MOVE WS-LV-SHORT-COUNT TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "LEGAL ORDERS LAPSED:" TO CTLLABEL.
                 MOVE WS-LV-RELEASED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "MONTHLY FEE PARM:" TO CTLLABEL.
                 MOVE WS-MONTHLY-FEE TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "MONTHLY FEES CHARGED:" TO CTLLABEL.
                 MOVE WS-MFEE-COUNT TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "MONTHLY FEE TOTAL:" TO CTLLABEL.
                 MOVE WS-MFEE-TOTAL TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "FEES DISCOUNTED (TIER):" TO CTLLABEL.
                 MOVE WS-PR-DISC-COUNT TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "FEE INCOME GIVEN UP:" TO CTLLABEL.
                 MOVE WS-PR-GIVE-TOTAL TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "OVERDRAFT SWEEPS:" TO CTLLABEL.
                 MOVE WS-SWP-TODAY TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "OD FEES WAIVED (SWEEP):" TO CTLLABEL.
                 MOVE WS-SWP-WAIVED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "ENVELOPE CREDITS POSTED:" TO CTLLABEL.
                 MOVE WS-ENV-POSTED-CR TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "ENVELOPE DEBITS POSTED:" TO CTLLABEL.
                 MOVE WS-ENV-POSTED-DR TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "ORDERS NOT PAID:" TO CTLLABEL.
                 MOVE WS-SO-FAIL-COUNT TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "ALERTS RAISED (RUN):" TO CTLLABEL.
                 MOVE WS-NT-SENT TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "ALERTS NO CONTACT:" TO CTLLABEL.
                 MOVE WS-NT-NOCONTACT TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "ALERTS TO VENDOR:" TO CTLLABEL.
                 MOVE WS-NT-FILED TO CTLVALUE.
                 WRITE CTLACCOUNT.
                 MOVE "COMPLIANCE REPORT ITEMS:" TO CTLLABEL.
                 MOVE WS-CTR-COUNT TO CTLVALUE.
                 WRITE CTLACCOUNT.
              CLOSE OUTPUT-NEG.
              PERFORM GLJOURNAL-PARAGRAPH
                 THRU GLJOURNAL-EXIT-PARAGRAPH.
              PERFORM CHGPOSTED-PARAGRAPH
                 THRU CHGPOSTED-EXIT-PARAGRAPH.
              PERFORM DAYEND-PARAGRAPH
                 THRU DAYEND-EXIT-PARAGRAPH.
              CALL "CBL_RENAME_FILE"
                 RETURNING WS-DELETE-RC.
              PERFORM CIFREPORT-PARAGRAPH
                 THRU CIFREPORT-EXIT-PARAGRAPH.
              PERFORM PRICEMTD-PARAGRAPH
                 THRU PRICEMTD-EXIT-PARAGRAPH.
              PERFORM AVAILRPT-PARAGRAPH
                 THRU AVAILRPT-EXIT-PARAGRAPH.
              IF WS-DATED-MODE NOT = "Y" THEN
                 GO TO TERMINATE-PARAGRAPH
              END-IF.
                 ADD WS-OVERDRAFT-TOTAL TO WS-GLJ-DEBITS
                 ADD WS-OVERDRAFT-TOTAL TO WS-GLJ-CREDITS
              END-IF.
              IF WS-MFEE-TOTAL NOT = 0 THEN
                 MOVE "CUSTLIAB" TO GLJ-ACCT
                 MOVE WS-MFEE-TOTAL TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "MONTHLY FEE INCOME" TO GLJ-REF
                 WRITE GLJLINE
                 MOVE "MFEEINC" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-MFEE-TOTAL TO GLJ-CREDIT
                 WRITE GLJLINE
                 ADD WS-MFEE-TOTAL TO WS-GLJ-DEBITS
                 ADD WS-MFEE-TOTAL TO WS-GLJ-CREDITS
              END-IF.
              IF WS-FEE-POSTED NOT = 0 THEN
                 MOVE "CUSTLIAB" TO GLJ-ACCT
                 MOVE WS-FEE-POSTED TO GLJ-DEBIT
                 ADD WS-FEE-POSTED TO WS-GLJ-DEBITS
                 ADD WS-FEE-POSTED TO WS-GLJ-CREDITS
              END-IF.
              IF WS-BILL-POSTED NOT = 0 THEN
                 MOVE "CUSTLIAB" TO GLJ-ACCT
                 MOVE WS-BILL-POSTED TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "BILL PAYMENTS TO BILLERS" TO GLJ-REF
                 WRITE GLJLINE
                 MOVE "BILLERPAY" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-BILL-POSTED TO GLJ-CREDIT
                 WRITE GLJLINE
                 ADD WS-BILL-POSTED TO WS-GLJ-DEBITS
                 ADD WS-BILL-POSTED TO WS-GLJ-CREDITS
              END-IF.
      *       ENVELOPE ADJUSTMENTS CORRECT THE CASH TAKEN IN AT
      *       THE KEYED AMOUNT: MORE FOUND IS EXTRA CASH OWED TO THE
      *       CUSTOMER, LESS FOUND TAKES BACK CASH NEVER RECEIVED.
              IF WS-ENV-POSTED-CR NOT = 0 THEN
                 MOVE "CASH" TO GLJ-ACCT
                 MOVE WS-ENV-POSTED-CR TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "ENVELOPE ADJ - EXCESS FOUND" TO GLJ-REF
                 WRITE GLJLINE
                 MOVE "CUSTLIAB" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-ENV-POSTED-CR TO GLJ-CREDIT
                 WRITE GLJLINE
                 ADD WS-ENV-POSTED-CR TO WS-GLJ-DEBITS
                 ADD WS-ENV-POSTED-CR TO WS-GLJ-CREDITS
              END-IF.
              IF WS-ENV-POSTED-DR NOT = 0 THEN
                 MOVE "CUSTLIAB" TO GLJ-ACCT
                 MOVE WS-ENV-POSTED-DR TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "ENVELOPE ADJ - SHORTFALL" TO GLJ-REF
                 WRITE GLJLINE
                 MOVE "CASH" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-ENV-POSTED-DR TO GLJ-CREDIT
                 WRITE GLJLINE
                 ADD WS-ENV-POSTED-DR TO WS-GLJ-DEBITS
                 ADD WS-ENV-POSTED-DR TO WS-GLJ-CREDITS
              END-IF.
      *       LOANS: THE DAY'S ACCRUAL IS INCOME AGAINST INTEREST
      *       RECEIVABLE; A REPAYMENT CLEARS THE RECEIVABLE FIRST
      *       AND THE REST REDUCES LOAN PRINCIPAL.
              IF WS-LN-ACCR-TOTAL NOT = 0 THEN
                 MOVE "LOANINTRCV" TO GLJ-ACCT
                 MOVE WS-LN-ACCR-TOTAL TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "LOAN INTEREST ACCRUED" TO GLJ-REF
                 WRITE GLJLINE
                 MOVE "LOANINTINC" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-LN-ACCR-TOTAL TO GLJ-CREDIT
                 WRITE GLJLINE
                 ADD WS-LN-ACCR-TOTAL TO WS-GLJ-DEBITS
                 ADD WS-LN-ACCR-TOTAL TO WS-GLJ-CREDITS
              END-IF.
              IF WS-LOAN-POSTED NOT = 0 THEN
                 MOVE "CUSTLIAB" TO GLJ-ACCT
                 MOVE WS-LOAN-POSTED TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "LOAN REPAYMENTS" TO GLJ-REF
                 WRITE GLJLINE
                 ADD WS-LOAN-POSTED TO WS-GLJ-DEBITS
              END-IF.
              IF WS-LN-INT-PAID NOT = 0 THEN
                 MOVE "LOANINTRCV" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-LN-INT-PAID TO GLJ-CREDIT
                 MOVE "LOAN REPAYMENTS - INTEREST" TO GLJ-REF
                 WRITE GLJLINE
                 ADD WS-LN-INT-PAID TO WS-GLJ-CREDITS
              END-IF.
              IF WS-LN-PRIN-PAID NOT = 0 THEN
                 MOVE "LOANPRIN" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-LN-PRIN-PAID TO GLJ-CREDIT
                 MOVE "LOAN REPAYMENTS - PRINCIPAL" TO GLJ-REF
                 WRITE GLJLINE
                 ADD WS-LN-PRIN-PAID TO WS-GLJ-CREDITS
              END-IF.
      *       TERM DEPOSITS: FUNDING MOVES CUSTOMER MONEY INTO THE
      *       TERM DEPOSIT LIABILITY; INTEREST ACCRUES AS AN EXPENSE
      *       OWED TO THE DEPOSITOR AND IS EITHER CAPITALISED ON
      *       ROLLOVER OR PAID OUT WITH THE PRINCIPAL, LESS ANY
      *       EARLY-WITHDRAWAL PENALTY KEPT AS INCOME.
              IF WS-TD-POSTED-DR NOT = 0 THEN
                 MOVE "CUSTLIAB" TO GLJ-ACCT
                 MOVE WS-TD-POSTED-DR TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "TERM DEPOSITS FUNDED" TO GLJ-REF
                 WRITE GLJLINE
                 MOVE "TDLIAB" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-TD-POSTED-DR TO GLJ-CREDIT
                 WRITE GLJLINE
                 ADD WS-TD-POSTED-DR TO WS-GLJ-DEBITS
                 ADD WS-TD-POSTED-DR TO WS-GLJ-CREDITS
              END-IF.
              IF WS-TD-ACCR-TOTAL NOT = 0 THEN
                 MOVE "TDINTEXP" TO GLJ-ACCT
                 MOVE WS-TD-ACCR-TOTAL TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "TERM DEP INTEREST ACCRUED" TO GLJ-REF
                 WRITE GLJLINE
                 MOVE "TDINTPAY" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-TD-ACCR-TOTAL TO GLJ-CREDIT
                 WRITE GLJLINE
                 ADD WS-TD-ACCR-TOTAL TO WS-GLJ-DEBITS
                 ADD WS-TD-ACCR-TOTAL TO WS-GLJ-CREDITS
              END-IF.
              IF WS-TD-CAPITAL NOT = 0 THEN
                 MOVE "TDINTPAY" TO GLJ-ACCT
                 MOVE WS-TD-CAPITAL TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "TERM DEP ROLLOVER INTEREST" TO GLJ-REF
                 WRITE GLJLINE
                 MOVE "TDLIAB" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-TD-CAPITAL TO GLJ-CREDIT
                 WRITE GLJLINE
                 ADD WS-TD-CAPITAL TO WS-GLJ-DEBITS
                 ADD WS-TD-CAPITAL TO WS-GLJ-CREDITS
              END-IF.
              IF WS-TD-PAID-PRIN NOT = 0 THEN
                 MOVE "TDLIAB" TO GLJ-ACCT
                 MOVE WS-TD-PAID-PRIN TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "TERM DEPOSITS CLOSED" TO GLJ-REF
                 WRITE GLJLINE
                 ADD WS-TD-PAID-PRIN TO WS-GLJ-DEBITS
              END-IF.
              IF WS-TD-PAID-INT NOT = 0 THEN
                 MOVE "TDINTPAY" TO GLJ-ACCT
                 MOVE WS-TD-PAID-INT TO GLJ-DEBIT
                 MOVE 0 TO GLJ-CREDIT
                 MOVE "TERM DEPOSITS CLOSED - INT" TO GLJ-REF
                 WRITE GLJLINE
                 ADD WS-TD-PAID-INT TO WS-GLJ-DEBITS
              END-IF.
              IF WS-TD-POSTED-CR NOT = 0 THEN
                 MOVE "CUSTLIAB" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-TD-POSTED-CR TO GLJ-CREDIT
                 MOVE "TERM DEPOSITS PAID OUT" TO GLJ-REF
                 WRITE GLJLINE
                 ADD WS-TD-POSTED-CR TO WS-GLJ-CREDITS
              END-IF.
              IF WS-TD-PEN-TOTAL NOT = 0 THEN
                 MOVE "TDPENINC" TO GLJ-ACCT
                 MOVE 0 TO GLJ-DEBIT
                 MOVE WS-TD-PEN-TOTAL TO GLJ-CREDIT
                 MOVE "TERM DEP EARLY PENALTIES" TO GLJ-REF
                 WRITE GLJLINE
                 ADD WS-TD-PEN-TOTAL TO WS-GLJ-CREDITS
              END-IF.
      *       TRAILER: DEBITS MUST EQUAL CREDITS, AND THE NET
      *       LIABILITY MOVEMENT MUST TIE TO THE CONTROL REPORT.
              MOVE "TOTDEBITS" TO GLJ-ACCT.
                 WS-GLJ-CASHDEP + WS-HOLD-REL-TOTAL
                 + WS-CHARGE-TOTAL + WS-INTEREST-TOTAL
                 - WS-GLJ-CASHWD - WS-OVERDRAFT-TOTAL
                 - WS-MFEE-TOTAL
                 - WS-FEE-POSTED - WS-BILL-POSTED
                 + WS-ENV-POSTED-CR - WS-ENV-POSTED-DR
                 - WS-LOAN-POSTED
                 - WS-TD-POSTED-DR + WS-TD-POSTED-CR.
              MOVE "LIABNET" TO GLJ-ACCT.
              MOVE WS-GLJ-LIABNET TO GLJ-DEBIT.
              MOVE WS-CTL-NET TO GLJ-CREDIT.
              CLOSE GLJOURNAL-FILE.
       GLJOURNAL-EXIT-PARAGRAPH.
              EXIT.
      * THE STORE CHARGES THAT CAME IN THIS RUN AND WERE NOT SENT
      * BACK GO ON THE POSTED-CHARGES FILE FOR THE MEMBER CREDIT
      * RECONCILIATION.
       CHGPOSTED-PARAGRAPH.
              IF WS-CHGK-COUNT = 0 THEN
                 GO TO CHGPOSTED-EXIT-PARAGRAPH
              END-IF.
              OPEN EXTEND CHGPOSTED-FILE.
              MOVE 1 TO WS-CHGK-IX.
              GO TO CHGPOSTEDLINE-PARAGRAPH.
       CHGPOSTEDLINE-PARAGRAPH.
              IF WS-CHGK-IX > WS-CHGK-COUNT THEN
                 CLOSE CHGPOSTED-FILE
                 GO TO CHGPOSTED-EXIT-PARAGRAPH
              END-IF.
              IF WS-CHGK-RET(WS-CHGK-IX) NOT = "Y" THEN
                 MOVE WS-TODAY TO CPS-DATE
                 MOVE WS-CHGK-NUMBE(WS-CHGK-IX) TO CPS-NUMBE
                 MOVE WS-CHGK-AMOUNT(WS-CHGK-IX) TO CPS-AMOUNT
                 MOVE WS-CHGK-TIME(WS-CHGK-IX) TO CPS-TIME
                 WRITE CHGPOSTEDREC
              END-IF.
              ADD 1 TO WS-CHGK-IX.
              GO TO CHGPOSTEDLINE-PARAGRAPH.
       CHGPOSTED-EXIT-PARAGRAPH.
              EXIT.
      * COMBINED POSITION PER CUSTOMER: EVERY LINKED ACCOUNT
      * GROUPED UNDER ITS CUSTOMER WITH THE CLOSING BALANCE AND A
      * PER-CUSTOMER SUBTOTAL - THE STATEMENT GROUPING THE BRANCH
              GO TO CIFGROUP-PARAGRAPH.
       CIFREPORT-EXIT-PARAGRAPH.
              EXIT.
      * TERMINAL AVAILABILITY FOR THE RUN DATE. EACH TERMINAL STARTS
      * THE DAY IN THE STATE ITS LAST EARLIER CHANGE LEFT IT IN (IN
      * SERVICE WHEN THERE IS NONE); THE DAY'S CHANGES THEN SPLIT
      * THE 24 HOURS INTO IN-SERVICE TIME AND DOWNTIME BY STATE AND
      * REASON.
       AVAILRPT-PARAGRAPH.
              MOVE 0 TO WS-AVT-COUNT.
              MOVE 0 TO WS-AVD-COUNT.
              OPEN INPUT ATMTERM-FILE.
              GO TO AVAILTERM-PARAGRAPH.
       AVAILTERM-PARAGRAPH.
              READ ATMTERM-FILE
                 AT END GO TO AVAILTERMDONE-PARAGRAPH
              END-READ.
              IF ATT-ATMID NOT = SPACES THEN
                 MOVE ATT-ATMID TO WS-AV-KEY
                 PERFORM AVAILFIND-PARAGRAPH
                    THRU AVAILFIND-EXIT-PARAGRAPH
              END-IF.
              GO TO AVAILTERM-PARAGRAPH.
       AVAILTERMDONE-PARAGRAPH.
              CLOSE ATMTERM-FILE.
              OPEN INPUT ATMSTATE-FILE.
              GO TO AVAILSTATE-PARAGRAPH.
       AVAILSTATE-PARAGRAPH.
              READ ATMSTATE-FILE
                 AT END GO TO AVAILSTATEDONE-PARAGRAPH
              END-READ.
              IF ST-DATE > WS-TODAY OR ST-TIME NOT NUMERIC THEN
                 GO TO AVAILSTATE-PARAGRAPH
              END-IF.
              MOVE ST-ATMID TO WS-AV-KEY.
              PERFORM AVAILFIND-PARAGRAPH
                 THRU AVAILFIND-EXIT-PARAGRAPH.
              IF WS-AVT-IX = 0 THEN
                 GO TO AVAILSTATE-PARAGRAPH
              END-IF.
              IF ST-DATE = WS-TODAY THEN
                 COMPUTE WS-AV-AT = ST-HH * 3600 + ST-MM * 60 + ST-SS
                 PERFORM AVAILADD-PARAGRAPH
                    THRU AVAILADD-EXIT-PARAGRAPH
                 MOVE WS-AV-AT TO WS-AVT-FROM(WS-AVT-IX)
              END-IF.
              MOVE ST-TO TO WS-AVT-STATE(WS-AVT-IX).
              MOVE ST-REASON TO WS-AVT-REASON(WS-AVT-IX).
              GO TO AVAILSTATE-PARAGRAPH.
       AVAILSTATEDONE-PARAGRAPH.
              CLOSE ATMSTATE-FILE.
              MOVE WS-AV-DAYSECS TO WS-AV-AT.
              MOVE 1 TO WS-AVT-IX.
              GO TO AVAILCLOSE-PARAGRAPH.
       AVAILCLOSE-PARAGRAPH.
              IF WS-AVT-IX > WS-AVT-COUNT THEN
                 GO TO AVAILWRITE-PARAGRAPH
              END-IF.
              PERFORM AVAILADD-PARAGRAPH THRU AVAILADD-EXIT-PARAGRAPH.
              ADD 1 TO WS-AVT-IX.
              GO TO AVAILCLOSE-PARAGRAPH.
       AVAILWRITE-PARAGRAPH.
              MOVE SPACES TO WS-AVAIL-NAME.
              STRING "avail_" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO WS-AVAIL-NAME.
              OPEN OUTPUT AVAIL-FILE.
              MOVE SPACES TO AVAILLINE.
              MOVE "RUN DATE:" TO AV-LABEL.
              MOVE WS-TODAY TO AV-ATMID.
              MOVE 0 TO AV-MINUTES AV-PCT.
              WRITE AVAILLINE.
              MOVE 1 TO WS-AVT-IX.
              GO TO AVAILTERMLINE-PARAGRAPH.
       AVAILTERMLINE-PARAGRAPH.
              IF WS-AVT-IX > WS-AVT-COUNT THEN
                 CLOSE AVAIL-FILE
                 GO TO AVAILRPT-EXIT-PARAGRAPH
              END-IF.
              MOVE SPACES TO AVAILLINE.
              MOVE "TERMINAL:" TO AV-LABEL.
              MOVE WS-AVT-ATMID(WS-AVT-IX) TO AV-ATMID.
              MOVE "IN SERVICE" TO AV-STATE.
              COMPUTE AV-MINUTES = WS-AVT-UP(WS-AVT-IX) / 60.
              MOVE " MIN" TO AV-MINE.
              COMPUTE AV-PCT ROUNDED =
                 WS-AVT-UP(WS-AVT-IX) * 100 / WS-AV-DAYSECS.
              MOVE "%" TO AV-PCTE.
              WRITE AVAILLINE.
              MOVE 1 TO WS-AVD-IX.
              GO TO AVAILDOWNLINE-PARAGRAPH.
       AVAILDOWNLINE-PARAGRAPH.
              IF WS-AVD-IX > WS-AVD-COUNT THEN
                 ADD 1 TO WS-AVT-IX
                 GO TO AVAILTERMLINE-PARAGRAPH
              END-IF.
              IF WS-AVD-ATMID(WS-AVD-IX) = WS-AVT-ATMID(WS-AVT-IX) THEN
                 MOVE SPACES TO AVAILLINE
                 MOVE "  DOWN:" TO AV-LABEL
                 MOVE WS-AVD-ATMID(WS-AVD-IX) TO AV-ATMID
                 EVALUATE WS-AVD-STATE(WS-AVD-IX)
                    WHEN "C"
                       MOVE "CASH-OUT" TO AV-STATE
                    WHEN "D"
                       MOVE "DEPOSIT ONLY" TO AV-STATE
                    WHEN OTHER
                       MOVE "MAINTENANCE" TO AV-STATE
                 END-EVALUATE
                 MOVE WS-AVD-REASON(WS-AVD-IX) TO AV-REASON
                 COMPUTE AV-MINUTES = WS-AVD-SECS(WS-AVD-IX) / 60
                 MOVE " MIN" TO AV-MINE
                 COMPUTE AV-PCT ROUNDED =
                    WS-AVD-SECS(WS-AVD-IX) * 100 / WS-AV-DAYSECS
                 MOVE "%" TO AV-PCTE
                 WRITE AVAILLINE
              END-IF.
              ADD 1 TO WS-AVD-IX.
              GO TO AVAILDOWNLINE-PARAGRAPH.
       AVAILRPT-EXIT-PARAGRAPH.
              EXIT.
      * FIND (OR ADD, IN SERVICE FROM MIDNIGHT) THE TERMINAL ROW
      * FOR WS-AV-KEY; WS-AVT-IX IS ZERO ONLY WHEN THE TABLE IS FULL.
       AVAILFIND-PARAGRAPH.
              MOVE 1 TO WS-AVT-IX.
              GO TO AVAILFINDNEXT-PARAGRAPH.
       AVAILFINDNEXT-PARAGRAPH.
              IF WS-AVT-IX > WS-AVT-COUNT THEN
                 GO TO AVAILFINDADD-PARAGRAPH
              END-IF.
              IF WS-AVT-ATMID(WS-AVT-IX) = WS-AV-KEY THEN
                 GO TO AVAILFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-AVT-IX.
              GO TO AVAILFINDNEXT-PARAGRAPH.
       AVAILFINDADD-PARAGRAPH.
              IF WS-AVT-COUNT >= 100 THEN
                 MOVE 0 TO WS-AVT-IX
                 GO TO AVAILFIND-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-AVT-COUNT.
              MOVE WS-AVT-COUNT TO WS-AVT-IX.
              MOVE WS-AV-KEY TO WS-AVT-ATMID(WS-AVT-IX).
              MOVE "I" TO WS-AVT-STATE(WS-AVT-IX).
              MOVE SPACES TO WS-AVT-REASON(WS-AVT-IX).
              MOVE 0 TO WS-AVT-FROM(WS-AVT-IX).
              MOVE 0 TO WS-AVT-UP(WS-AVT-IX).
       AVAILFIND-EXIT-PARAGRAPH.
              EXIT.
      * CHARGE THE TIME FROM WS-AVT-FROM TO WS-AV-AT TO THE STATE
      * THE TERMINAL WAS IN: IN SERVICE, OR THE MATCHING DOWNTIME
      * ROW. A FULL DOWNTIME TABLE FOLDS INTO ITS LAST ROW.
       AVAILADD-PARAGRAPH.
              IF WS-AV-AT NOT > WS-AVT-FROM(WS-AVT-IX) THEN
                 GO TO AVAILADD-EXIT-PARAGRAPH
              END-IF.
              COMPUTE WS-AV-DUR = WS-AV-AT - WS-AVT-FROM(WS-AVT-IX).
              IF WS-AVT-STATE(WS-AVT-IX) = "I" THEN
                 ADD WS-AV-DUR TO WS-AVT-UP(WS-AVT-IX)
                 GO TO AVAILADD-EXIT-PARAGRAPH
              END-IF.
              MOVE 1 TO WS-AVD-IX.
              GO TO AVAILADDNEXT-PARAGRAPH.
       AVAILADDNEXT-PARAGRAPH.
              IF WS-AVD-IX > WS-AVD-COUNT THEN
                 GO TO AVAILADDNEW-PARAGRAPH
              END-IF.
              IF WS-AVD-ATMID(WS-AVD-IX) = WS-AVT-ATMID(WS-AVT-IX)
                    AND WS-AVD-STATE(WS-AVD-IX) =
                        WS-AVT-STATE(WS-AVT-IX)
                    AND WS-AVD-REASON(WS-AVD-IX) =
                        WS-AVT-REASON(WS-AVT-IX) THEN
                 ADD WS-AV-DUR TO WS-AVD-SECS(WS-AVD-IX)
                 GO TO AVAILADD-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-AVD-IX.
              GO TO AVAILADDNEXT-PARAGRAPH.
       AVAILADDNEW-PARAGRAPH.
              IF WS-AVD-COUNT >= 500 THEN
                 ADD WS-AV-DUR TO WS-AVD-SECS(WS-AVD-COUNT)
                 GO TO AVAILADD-EXIT-PARAGRAPH
              END-IF.
              ADD 1 TO WS-AVD-COUNT.
              MOVE WS-AVT-ATMID(WS-AVT-IX)
                 TO WS-AVD-ATMID(WS-AVD-COUNT).
              MOVE WS-AVT-STATE(WS-AVT-IX)
                 TO WS-AVD-STATE(WS-AVD-COUNT).
              MOVE WS-AVT-REASON(WS-AVT-IX)
                 TO WS-AVD-REASON(WS-AVD-COUNT).
              MOVE WS-AV-DUR TO WS-AVD-SECS(WS-AVD-COUNT).
       AVAILADD-EXIT-PARAGRAPH.
              EXIT.
      * THE ONE-PAGE DAY-END SUMMARY THE OPERATOR READS INSTEAD OF
      * FOUR SEPARATE FILES.
       DAYEND-PARAGRAPH.
              MOVE WS-INTEREST-TOTAL TO DE-VALUE.
              MOVE "INFO" TO DE-STATUS.
              WRITE DAYENDLINE.
              MOVE "BILL REMITTANCE:" TO DE-LABEL.
              MOVE WS-BILL-REM-TOTAL TO DE-VALUE.
              IF WS-BILL-REM-TOTAL = WS-BILL-POSTED THEN
                 MOVE "OK" TO DE-STATUS
              ELSE
                 MOVE "EXCEPTION" TO DE-STATUS
                 ADD 1 TO WS-DE-EXCEPTIONS
              END-IF.
              WRITE DAYENDLINE.
              MOVE "ENVELOPE ADJUSTMENTS:" TO DE-LABEL.
              COMPUTE DE-VALUE = WS-ENV-ADJ-CR - WS-ENV-ADJ-DR.
              IF WS-ENV-ADJ-CR = WS-ENV-POSTED-CR AND
                    WS-ENV-ADJ-DR = WS-ENV-POSTED-DR THEN
                 MOVE "OK" TO DE-STATUS
              ELSE
                 MOVE "EXCEPTION" TO DE-STATUS
                 ADD 1 TO WS-DE-EXCEPTIONS
              END-IF.
              WRITE DAYENDLINE.
              MOVE "EXCEPTION SECTIONS:" TO DE-LABEL.
              MOVE WS-DE-EXCEPTIONS TO DE-VALUE.
              IF WS-DE-EXCEPTIONS > 0 THEN
                 DISPLAY "DAY-END EXCEPTIONS - ACKNOWLEDGE IN "
                    "dayendack.txt BEFORE THE NEXT RUN"
              END-IF.
              IF WS-SWP-FULL = "N" THEN
                 PERFORM SWEEPCUT-PARAGRAPH
                    THRU SWEEPCUT-EXIT-PARAGRAPH
              END-IF.
       DAYEND-EXIT-PARAGRAPH.
              EXIT.
      *       ONLY THE SWEEP ROWS DATED AFTER THE RUN DATE ARE KEPT.
       SWEEPCUT-PARAGRAPH.
              OPEN OUTPUT SWEEP-FILE.
              MOVE 1 TO WS-SWP-IX.
              GO TO SWEEPKEEP-PARAGRAPH.
       SWEEPKEEP-PARAGRAPH.
              IF WS-SWP-IX > WS-SWP-COUNT THEN
                 CLOSE SWEEP-FILE
                 GO TO SWEEPCUT-EXIT-PARAGRAPH
              END-IF.
              IF WS-SWP-DATE(WS-SWP-IX) > WS-TODAY THEN
                 MOVE WS-SWP-DATE(WS-SWP-IX) TO SW-DATE
                 MOVE WS-SWP-NUMBE(WS-SWP-IX) TO SW-NUMBE
                 MOVE WS-SWP-FROM(WS-SWP-IX) TO SW-FROM
                 MOVE WS-SWP-AMOUNT(WS-SWP-IX) TO SW-AMOUNT
                 MOVE WS-SWP-FEE(WS-SWP-IX) TO SW-FEE
                 MOVE WS-SWP-REFNO(WS-SWP-IX) TO SW-REFNO
                 MOVE WS-SWP-ATMID(WS-SWP-IX) TO SW-ATMID
                 WRITE SWEEPREC
              END-IF.
              ADD 1 TO WS-SWP-IX.
              GO TO SWEEPKEEP-PARAGRAPH.
       SWEEPCUT-EXIT-PARAGRAPH.
              EXIT.
       TERMINATE-PARAGRAPH.
              STOP RUN.
