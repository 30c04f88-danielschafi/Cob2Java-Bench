           SELECT OPTIONAL CERTS-FILE ASSIGN TO "certs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTS-FILE-STATUS.
           SELECT OPTIONAL REVIEWS-FILE ASSIGN TO "reviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWS-FILE-STATUS.
           SELECT MATRIX-FILE ASSIGN TO "meritmatrix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRIX-FILE-STATUS.
           SELECT BENPLANS-FILE ASSIGN TO "benplans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENPLANS-FILE-STATUS.
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO "enroll.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL OPENENR-FILE ASSIGN TO "openenroll.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENENR-FILE-STATUS.
           SELECT BENREMIT-FILE ASSIGN TO "benremit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENREMIT-FILE-STATUS.
           SELECT OPTIONAL CLAIMS-FILE ASSIGN TO "claims.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-FILE-STATUS.
           SELECT EXPOL-FILE ASSIGN TO "expolicy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPOL-FILE-STATUS.
           SELECT POSITIONS-FILE ASSIGN TO "positions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITIONS-FILE-STATUS.
           SELECT OPTIONAL REQS-FILE ASSIGN TO "requisitions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQS-FILE-STATUS.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO "terminations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.
           SELECT FINALPAY-FILE ASSIGN TO "finalpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINALPAY-FILE-STATUS.
           SELECT OPTIONAL ROTA-FILE ASSIGN TO "rota.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTA-FILE-STATUS.
           SELECT OPTIONAL OTAPP-FILE ASSIGN TO "otapproval.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTAPP-FILE-STATUS.
           SELECT OPTIONAL RETRO-FILE ASSIGN TO "retro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-FILE-STATUS.
           SELECT OPTIONAL APPLICANTS-FILE ASSIGN TO "applicants.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICANTS-FILE-STATUS.
           SELECT OPTIONAL LOANS-FILE ASSIGN TO "staffloans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-FILE-STATUS.
           SELECT OPTIONAL COMMPLAN-FILE ASSIGN TO "commplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPLAN-FILE-STATUS.
           SELECT OPTIONAL COMMEXT-FILE ASSIGN TO "commission.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMEXT-FILE-STATUS.
           SELECT OPTIONAL COMMPAID-FILE ASSIGN TO "commpaid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPAID-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT OPTIONAL ROLEMAT-FILE ASSIGN TO "rolematrix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLEMAT-FILE-STATUS.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "nightsess.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.
           SELECT STAFFSTAT-FILE ASSIGN TO "staffstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFFSTAT-FILE-STATUS.
           SELECT STAFFEXC-FILE ASSIGN TO "staffexc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFFEXC-FILE-STATUS.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "payhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD          PIC X(100).

      * Shared operator file and role-to-function matrix, read by
      * every program with an operator menu (EMPMGMT, the ATM
      * supervisor menu, the member terminal staff console and the
      * inventory processor) and maintained here under option 29.
      *   operators.txt:  OperID(4),Name,PwHash,PwDate,Role,Status,
      *                   EmpID(5, 00000 = not linked to an employee)
      *   rolematrix.txt: Role,Program,Function  (Function * = all)
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD         PIC X(80).

       FD  ROLEMAT-FILE.
       01  ROLEMAT-RECORD          PIC X(40).

      * The night scheduler's session ticket, Ticket,Date,Status -
      * the sign-on for RUN= steps it starts without an operator.
       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SES-TICKET          PIC X(22).
           05  FILLER              PIC X(1).
           05  SES-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  SES-STATUS          PIC X(6).

      * Staff-status extract, rewritten on every save of
      * employees.txt for the member terminal's staff console:
      *   EmpID(5),Status(A/L/T),Name,AsOfDate
       FD  STAFFSTAT-FILE.
       01  STAFFSTAT-RECORD        PIC X(60).

      * Staff access exceptions: operators with member-terminal
      * staff access and no matching active employee.
       FD  STAFFEXC-FILE.
       01  STAFFEXC-RECORD         PIC X(80).

      * Deposit records in the ATM terminal log shape, so the
      * bank's nightly sort/merge can post them like any other
      * transaction file.
       FD  CERTS-FILE.
       01  CERTS-RECORD            PIC X(80).

       FD  REVIEWS-FILE.
       01  REVIEWS-RECORD          PIC X(80).

       FD  MATRIX-FILE.
       01  MATRIX-RECORD           PIC X(80).

       FD  BENPLANS-FILE.
       01  BENPLANS-RECORD         PIC X(80).

       FD  ENROLL-FILE.
       01  ENROLL-RECORD           PIC X(80).

       FD  OPENENR-FILE.
       01  OPENENR-RECORD          PIC X(80).

       FD  BENREMIT-FILE.
       01  BENREMIT-RECORD         PIC X(100).

       FD  CLAIMS-FILE.
       01  CLAIMS-RECORD           PIC X(100).

       FD  EXPOL-FILE.
       01  EXPOL-RECORD            PIC X(80).

       FD  POSITIONS-FILE.
       01  POSITIONS-RECORD        PIC X(80).

       FD  REQS-FILE.
       01  REQS-RECORD             PIC X(80).

       FD  TERMS-FILE.
       01  TERMS-RECORD            PIC X(100).

       FD  FINALPAY-FILE.
       01  FINALPAY-RECORD         PIC X(100).

       FD  ROTA-FILE.
       01  ROTA-RECORD             PIC X(40).

       FD  OTAPP-FILE.
       01  OTAPP-RECORD            PIC X(60).

       FD  RETRO-FILE.
       01  RETRO-RECORD            PIC X(100).

       FD  APPLICANTS-FILE.
       01  APPLICANTS-RECORD       PIC X(160).

       FD  LOANS-FILE.
       01  LOANS-RECORD            PIC X(120).

       FD  COMMPLAN-FILE.
       01  COMMPLAN-RECORD         PIC X(80).

       FD  COMMEXT-FILE.
       01  COMMEXT-RECORD          PIC X(200).

       FD  COMMPAID-FILE.
       01  COMMPAID-RECORD         PIC X(100).

       FD  PAYHIST-FILE.
       01  PAYHIST-RECORD          PIC X(100).

       01  PAYSLIP-RECORD          PIC X(100).

       FD  PAYGL-FILE.
       01  PAYGL-RECORD            PIC X(120).

      * Yearly banking-day file from the bank's calendar program
      * (bankdays_<ccyy>.txt): CCYYMMDD + reason per non-banking
               "18. Organization Roll-Up".
           05  WS-MENU-MSG19       PIC X(30) VALUE
               "19. Certifications Expiring".
           05  WS-MENU-MSG20       PIC X(30) VALUE
               "20. Reviews / Merit Increases".
           05  WS-MENU-MSG21       PIC X(30) VALUE
               "21. Benefits Enrollment".
           05  WS-MENU-MSG22       PIC X(30) VALUE
               "22. Expense Claims".
           05  WS-MENU-MSG23       PIC X(30) VALUE
               "23. Positions / Requisitions".
           05  WS-MENU-MSG24       PIC X(30) VALUE
               "24. Terminate Employee".
           05  WS-MENU-MSG25       PIC X(30) VALUE
               "25. Shift Rota".
           05  WS-MENU-MSG26       PIC X(30) VALUE
               "26. Applicant Tracking".
           05  WS-MENU-MSG27       PIC X(30) VALUE
               "27. Staff Loans / Advances".
           05  WS-MENU-MSG28       PIC X(30) VALUE
               "28. Sales Commissions".
           05  WS-MENU-MSG29       PIC X(30) VALUE
               "29. Operators / Access Roles".
           05  WS-MENU-MSG99       PIC X(30) VALUE
               "0. Exit".
           05  WS-PROMPT           PIC X(20) VALUE
       01  WS-PAY-SLICE            PIC 9(8)V99 VALUE ZEROS.
       01  WS-PAY-EMP-ID-TXT       PIC X(5).

      * Change-history audit trail: every add, update, remove, COLA
      * and merit commit, and review rating appends one
      * pipe-delimited line per changed field
      * to emphist.txt (timestamp|id|field|before|after), so HR can
      * answer "when did this salary change" without guessing.
       01  WS-HISTORY-FILE-STATUS  PIC X(2) VALUE "00".

      * Payroll run history: every register run appends one line
      * per employee to payhist.txt (RunDate|ID|Gross|Tax|Deduct|
      * Net|Retro), so the register can show year-to-date columns
      * and a
      * year-end pass can print one annual earnings-and-tax
      * statement per employee (stmt_<year>_<id>.txt) instead of
      * digging through backups.
       01  WS-PH-F4                PIC X(15).
       01  WS-PH-F5                PIC X(15).
       01  WS-PH-F6                PIC X(15).
       01  WS-PH-F7                PIC X(15).
       01  WS-PH-F8                PIC X(15).
       01  WS-PH-COMM-OUT          PIC S9(8)V99
                                   SIGN LEADING SEPARATE.
       01  WS-PH-RUN-DATE          PIC X(8).
       01  WS-PH-OPEN              PIC X(1) VALUE 'N'.
       01  WS-YTD-YEAR             PIC X(4).
               10  WS-YTD-DEDUCT   PIC 9(9)V99.
               10  WS-YTD-NET      PIC S9(9)V99.
               10  WS-YTD-RUNS     PIC 9(3).
               10  WS-YTD-RETRO    PIC 9(9)V99.
       01  WS-YTD-SLOT             PIC 9(3) VALUE ZEROS.
       01  WS-YTD-SCAN             PIC 9(3) VALUE ZEROS.
       01  WS-YTD-CUR-GROSS        PIC 9(9)V99 VALUE ZEROS.
       01  WS-CF-DAYS-LEFT         PIC S9(7) VALUE ZEROS.
       01  WS-CF-TAG               PIC X(10) VALUE SPACES.

      * Performance reviews and merit increases: reviews.txt rows
      * EmpID,MgrID,Rating,ReviewDate,Applied - one per employee
      * per review year, keyed in by the employee's manager (1-5).
      * meritmatrix.txt rows Rating,Zone,Pct set the raise from the
      * rating and where the salary sits in its grades.txt band
      * (LOW/MID/HIGH thirds; MID when the grade is blank or not
      * in the file). The merit run previews like the COLA flow,
      * and any department whose merit spend would take it over
      * its departments.txt budget cap is held back at commit.
       01  WS-REVIEWS-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-MATRIX-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-RV-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY         OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RV-COUNT
                   INDEXED BY WS-RV-IX.
               10  WS-RV-EMP       PIC 9(5).
               10  WS-RV-MGR       PIC 9(5).
               10  WS-RV-RATING    PIC 9(1).
               10  WS-RV-DATE      PIC 9(8).
               10  WS-RV-DATE-X REDEFINES WS-RV-DATE.
                   15  WS-RV-YYYY  PIC 9(4).
                   15  WS-RV-MMDD  PIC 9(4).
               10  WS-RV-APPLIED   PIC X(1).
       01  WS-RV-LINE              PIC X(80).
       01  WS-RV-F1                PIC X(10).
       01  WS-RV-F2                PIC X(10).
       01  WS-RV-F3                PIC X(5).
       01  WS-RV-F4                PIC X(10).
       01  WS-RV-F5                PIC X(5).
       01  WS-RV-CHOICE            PIC X(2).
       01  WS-RV-MGR-ID            PIC 9(5) VALUE ZEROS.
       01  WS-RV-SEEK-EMP          PIC 9(5) VALUE ZEROS.
       01  WS-RV-YEAR              PIC 9(4) VALUE ZEROS.
       01  WS-RV-RATING-TXT        PIC X(1).
       01  WS-RV-SLOT              PIC 9(3) VALUE ZEROS.
       01  WS-RV-SCAN              PIC 9(3) VALUE ZEROS.
       01  WS-RV-SHOWN             PIC 9(3) VALUE ZEROS.
       01  WS-RV-CHANGED           PIC 9(3) VALUE ZEROS.
       01  WS-MX-COUNT             PIC 9(2) VALUE ZEROS.
       01  WS-MX-TABLE.
           05  WS-MX-ENTRY         OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-MX-COUNT
                   INDEXED BY WS-MX-IX.
               10  WS-MX-RATING    PIC 9(1).
               10  WS-MX-ZONE      PIC X(4).
               10  WS-MX-PCT       PIC 9(3)V99.
       01  WS-MX-LINE              PIC X(80).
       01  WS-MX-F1                PIC X(5).
       01  WS-MX-F2                PIC X(10).
       01  WS-MX-F3                PIC X(15).
       01  WS-MR-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-MR-TABLE.
           05  WS-MR-ENTRY         OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-MR-COUNT
                   INDEXED BY WS-MR-IX.
               10  WS-MR-EMP-IX    PIC 9(3).
               10  WS-MR-RV-IX     PIC 9(3).
               10  WS-MR-RATING    PIC 9(1).
               10  WS-MR-ZONE      PIC X(4).
               10  WS-MR-PCT       PIC 9(3)V99.
               10  WS-MR-OLD       PIC 9(6)V99.
               10  WS-MR-NEW       PIC 9(6)V99.
               10  WS-MR-HELD      PIC X(1).
       01  WS-MR-ZONE-CALC         PIC X(4).
       01  WS-MR-PCT-CALC          PIC 9(3)V99 VALUE ZEROS.
       01  WS-MR-PCT-ED            PIC ZZ9.99.
       01  WS-MR-MX-FOUND          PIC X(1) VALUE 'N'.
       01  WS-MR-THIRD             PIC 9(6)V99 VALUE ZEROS.
       01  WS-MR-CONFIRM           PIC X(1).
       01  WS-MR-NOMX-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-MR-HELD-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-MR-APPLIED-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-MR-TOTAL-OLD         PIC 9(8)V99 VALUE ZEROS.
       01  WS-MR-TOTAL-NEW         PIC 9(8)V99 VALUE ZEROS.
       01  WS-MR-TOTAL-HELD        PIC 9(8)V99 VALUE ZEROS.
       01  WS-MD-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-MD-TABLE.
           05  WS-MD-ENTRY         OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-MD-COUNT
                   INDEXED BY WS-MD-IX.
               10  WS-MD-CODE      PIC X(15).
               10  WS-MD-INCREASE  PIC 9(9)V99.
               10  WS-MD-OVER      PIC X(1).
       01  WS-MD-SLOT              PIC 9(3) VALUE ZEROS.
       01  WS-MD-SCAN              PIC 9(3) VALUE ZEROS.

      * Benefits: benplans.txt rows PlanCode,Type,Carrier,Level,
      * EmployeeShare,EmployerShare - the per-pay-period premium
      * for each coverage level (S single, C couple, F family).
      * enroll.txt rows EmpID,Type,PlanCode,Level,Effective,End
      * (End 0 = still running) hold each employee's elections.
      * The register deducts the employee share of every election
      * running on the pay date, posts the employer share to a
      * BEN-<dept> expense line in paygl.txt, credits the carrier
      * (BENPAY-<plan>) with both, and lists each plan's enrollees
      * in benremit.txt for the carrier. openenroll.txt holds the
      * open-enrollment window (OpenFrom,OpenTo,Effective):
      * elections keyed inside it take effect from the set date;
      * outside it only new hires (first 30 days) may enroll.
       01  WS-BENPLANS-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-ENROLL-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-OPENENR-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BENREMIT-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-BP-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-BP-TABLE.
           05  WS-BP-ENTRY         OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BP-COUNT
                   INDEXED BY WS-BP-IX.
               10  WS-BP-CODE      PIC X(8).
               10  WS-BP-TYPE      PIC X(10).
               10  WS-BP-CARRIER   PIC X(20).
               10  WS-BP-LEVEL     PIC X(1).
               10  WS-BP-EE        PIC 9(6)V99.
               10  WS-BP-ER        PIC 9(6)V99.
       01  WS-BP-LINE              PIC X(80).
       01  WS-BP-F1                PIC X(10).
       01  WS-BP-F2                PIC X(10).
       01  WS-BP-F3                PIC X(20).
       01  WS-BP-F4                PIC X(5).
       01  WS-BP-F5                PIC X(15).
       01  WS-BP-F6                PIC X(15).
       01  WS-BP-FOUND             PIC 9(3) VALUE ZEROS.
       01  WS-BP-SCAN              PIC 9(3) VALUE ZEROS.
       01  WS-BP-FIRST             PIC X(1) VALUE 'N'.
       01  WS-EN-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-EN-TABLE.
           05  WS-EN-ENTRY         OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-EN-COUNT
                   INDEXED BY WS-EN-IX.
               10  WS-EN-EMP       PIC 9(5).
               10  WS-EN-TYPE      PIC X(10).
               10  WS-EN-PLAN      PIC X(8).
               10  WS-EN-LEVEL     PIC X(1).
               10  WS-EN-EFF       PIC 9(8).
               10  WS-EN-END       PIC 9(8).
       01  WS-EN-LINE              PIC X(80).
       01  WS-EN-F1                PIC X(10).
       01  WS-EN-F2                PIC X(10).
       01  WS-EN-F3                PIC X(10).
       01  WS-EN-F4                PIC X(5).
       01  WS-EN-F5                PIC X(10).
       01  WS-EN-F6                PIC X(10).
       01  WS-EN-SCAN              PIC 9(3) VALUE ZEROS.
       01  WS-EN-SHIFT             PIC 9(3) VALUE ZEROS.
       01  WS-EN-SHOWN             PIC 9(3) VALUE ZEROS.
       01  WS-EN-CHOICE            PIC X(2).
       01  WS-EN-NEW-TYPE          PIC X(10).
       01  WS-EN-NEW-PLAN          PIC X(8).
       01  WS-EN-NEW-LEVEL         PIC X(1).
       01  WS-EN-NEW-EFF           PIC 9(8) VALUE ZEROS.
       01  WS-EN-DAYS-HIRED        PIC S9(7) VALUE ZEROS.
       01  WS-BN-AS-OF             PIC 9(8) VALUE ZEROS.
       01  WS-OE-LOADED            PIC X(1) VALUE 'N'.
       01  WS-OE-FROM              PIC 9(8) VALUE ZEROS.
       01  WS-OE-TO                PIC 9(8) VALUE ZEROS.
       01  WS-OE-EFFECTIVE         PIC 9(8) VALUE ZEROS.
       01  WS-OE-LINE              PIC X(80).
       01  WS-OE-F1                PIC X(10).
       01  WS-OE-F2                PIC X(10).
       01  WS-OE-F3                PIC X(10).
       01  WS-OE-FROM-TXT          PIC X(8).
       01  WS-OE-TO-TXT            PIC X(8).
       01  WS-OE-EFF-TXT           PIC X(8).
       01  WS-BE-COUNT             PIC 9(2) VALUE ZEROS.
       01  WS-BE-TABLE.
           05  WS-BE-ENTRY         OCCURS 10 TIMES
                   INDEXED BY WS-BE-IX.
               10  WS-BE-PLAN-IX   PIC 9(3).
               10  WS-BE-EE        PIC 9(6)V99.
               10  WS-BE-ER        PIC 9(6)V99.
       01  WS-BE-ER-TOTAL          PIC 9(8)V99 VALUE ZEROS.
       01  WS-BX-COUNT             PIC 9(4) VALUE ZEROS.
       01  WS-BX-TABLE.
           05  WS-BX-ENTRY         OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-BX-COUNT
                   INDEXED BY WS-BX-IX.
               10  WS-BX-EMP-IX    PIC 9(3).
               10  WS-BX-PLAN-IX   PIC 9(3).
               10  WS-BX-EE        PIC 9(6)V99.
               10  WS-BX-ER        PIC 9(6)V99.
       01  WS-BX-PLAN              PIC 9(3) VALUE ZEROS.
       01  WS-BX-EMP               PIC 9(3) VALUE ZEROS.
       01  WS-BX-HEADS             PIC 9(4) VALUE ZEROS.
       01  WS-BX-EE-SUM            PIC 9(9)V99 VALUE ZEROS.
       01  WS-BX-ER-SUM            PIC 9(9)V99 VALUE ZEROS.
       01  WS-BX-DUE               PIC 9(9)V99 VALUE ZEROS.
       01  WS-BX-GRAND             PIC 9(9)V99 VALUE ZEROS.
       01  WS-BX-LINE              PIC X(100).

      * Expense claims: claims.txt carries a header row per claim
      * (H,ClaimNo,EmpID,Submitted,Status,ApproverID,Decided,Paid,
      * Posted - status S submitted, A approved, R rejected, P paid)
      * followed by its line items (L,ClaimNo,Category,Amount,
      * Date). expolicy.txt rows Category,Limit[,GLAccount] give
      * the most one claim may carry per category, and the expense
      * account (EXP-<category> when blank). Claims route to the
      * employee's manager; approved claims are reimbursed by the
      * next deposit extract as their own 'D' record and posted to
      * the expense accounts by the next payroll register.
       01  WS-CLAIMS-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-EXPOL-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-XP-COUNT             PIC 9(2) VALUE ZEROS.
       01  WS-XP-TABLE.
           05  WS-XP-ENTRY         OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-XP-COUNT
                   INDEXED BY WS-XP-IX.
               10  WS-XP-CATEGORY  PIC X(15).
               10  WS-XP-LIMIT     PIC 9(6)V99.
               10  WS-XP-ACCOUNT   PIC X(20).
       01  WS-XP-LINE              PIC X(80).
       01  WS-XP-F1                PIC X(15).
       01  WS-XP-F2                PIC X(15).
       01  WS-XP-F3                PIC X(20).
       01  WS-XP-FOUND             PIC 9(2) VALUE ZEROS.
       01  WS-XH-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-XH-TABLE.
           05  WS-XH-ENTRY         OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-XH-COUNT
                   INDEXED BY WS-XH-IX.
               10  WS-XH-CLAIM     PIC 9(6).
               10  WS-XH-EMP       PIC 9(5).
               10  WS-XH-SUBMIT    PIC 9(8).
               10  WS-XH-STATUS    PIC X(1).
               10  WS-XH-APPROVER  PIC 9(5).
               10  WS-XH-DECIDED   PIC 9(8).
               10  WS-XH-PAID      PIC 9(8).
               10  WS-XH-POSTED    PIC X(1).
       01  WS-XL-COUNT             PIC 9(4) VALUE ZEROS.
       01  WS-XL-TABLE.
           05  WS-XL-ENTRY         OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-XL-COUNT
                   INDEXED BY WS-XL-IX.
               10  WS-XL-CLAIM     PIC 9(6).
               10  WS-XL-CATEGORY  PIC X(15).
               10  WS-XL-AMOUNT    PIC 9(6)V99.
               10  WS-XL-DATE      PIC 9(8).
       01  WS-XC-LINE              PIC X(100).
       01  WS-XC-F1                PIC X(5).
       01  WS-XC-F2                PIC X(10).
       01  WS-XC-F3                PIC X(15).
       01  WS-XC-F4                PIC X(15).
       01  WS-XC-F5                PIC X(10).
       01  WS-XC-F6                PIC X(10).
       01  WS-XC-F7                PIC X(10).
       01  WS-XC-F8                PIC X(10).
       01  WS-XC-F9                PIC X(5).
       01  WS-XC-CHOICE            PIC X(2).
       01  WS-XC-AMT-ED            PIC 9(6).99.
       01  WS-XC-SUM-ED            PIC Z(7)9.99.
       01  WS-XC-AGE-ED            PIC ZZZZ9.
       01  WS-XC-NEW-CLAIM         PIC 9(6) VALUE ZEROS.
       01  WS-XC-SLOT              PIC 9(3) VALUE ZEROS.
       01  WS-XC-FIRST-LINE        PIC 9(4) VALUE ZEROS.
       01  WS-XC-DONE              PIC X(1) VALUE 'N'.
       01  WS-XC-CAT-IN            PIC X(15).
       01  WS-XC-AMT-TXT           PIC X(12).
       01  WS-XC-DATE-TXT          PIC X(8).
       01  WS-XC-AMOUNT            PIC 9(6)V99 VALUE ZEROS.
       01  WS-XC-CAT-SUM           PIC 9(7)V99 VALUE ZEROS.
       01  WS-XC-TOTAL             PIC 9(7)V99 VALUE ZEROS.
       01  WS-XC-LINES             PIC 9(3) VALUE ZEROS.
       01  WS-XC-PICK-TXT          PIC X(6).
       01  WS-XC-DECISION          PIC X(1).
       01  WS-XC-SHOWN             PIC 9(3) VALUE ZEROS.
       01  WS-XC-MGR               PIC 9(5) VALUE ZEROS.
       01  WS-XC-AGE               PIC S9(7) VALUE ZEROS.
       01  WS-XC-BUCKET            PIC X(8).
       01  WS-XC-AGE-TABLE.
           05  WS-XC-AGE-ENTRY     OCCURS 4 TIMES.
               10  WS-XC-AGE-COUNT PIC 9(3).
               10  WS-XC-AGE-AMT   PIC 9(8)V99.
       01  WS-XC-AGE-IX            PIC 9(1) VALUE ZEROS.
       01  WS-XC-APPR-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-XC-APPR-AMT          PIC 9(8)V99 VALUE ZEROS.
       01  WS-XC-PAID-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-XC-PAID-AMT          PIC 9(8)V99 VALUE ZEROS.
       01  WS-XC-CHANGED           PIC X(1) VALUE 'N'.
       01  WS-XG-COUNT             PIC 9(2) VALUE ZEROS.
       01  WS-XG-TABLE.
           05  WS-XG-ENTRY         OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-XG-COUNT
                   INDEXED BY WS-XG-IX.
               10  WS-XG-ACCOUNT   PIC X(20).
               10  WS-XG-AMT       PIC 9(9)V99.
       01  WS-XG-TOTAL             PIC 9(9)V99 VALUE ZEROS.
       01  WS-XG-SLOT              PIC 9(2) VALUE ZEROS.
       01  WS-XG-ACCT-IN           PIC X(20).
      * Position control: positions.txt rows PosNo,Dept,Grade,FTE,
      * Incumbent,ReqNo hold every approved seat (Incumbent 0 =
      * vacant, ReqNo = the open requisition against it, 0 = none).
      * requisitions.txt rows ReqNo,PosNo,Opened,Status,EmpID,Closed
      * (status O open, F filled, C cancelled). Once a positions
      * master exists a new hire must be placed in a vacant seat of
      * their department that carries an open requisition; a
      * termination (or removal) frees the seat again.
       01  WS-POSITIONS-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-REQS-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-PN-LOADED            PIC X(1) VALUE 'N'.
       01  WS-PN-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-PN-TABLE.
           05  WS-PN-ENTRY         OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-PN-COUNT
                   INDEXED BY WS-PN-IX.
               10  WS-PN-NUMBER    PIC 9(6).
               10  WS-PN-DEPT      PIC X(15).
               10  WS-PN-GRADE     PIC X(2).
               10  WS-PN-FTE       PIC 9V99.
               10  WS-PN-INCUMBENT PIC 9(5).
               10  WS-PN-REQ       PIC 9(6).
       01  WS-PN-LINE              PIC X(80).
       01  WS-PN-F1                PIC X(10).
       01  WS-PN-F2                PIC X(15).
       01  WS-PN-F3                PIC X(10).
       01  WS-PN-F4                PIC X(10).
       01  WS-PN-F5                PIC X(10).
       01  WS-PN-F6                PIC X(10).
       01  WS-PN-FTE-ED            PIC 9.99.
       01  WS-PN-CHOICE            PIC X(2).
       01  WS-PN-PICK-TXT          PIC X(6).
       01  WS-PN-PICK              PIC 9(6) VALUE ZEROS.
       01  WS-PN-PRESET            PIC 9(6) VALUE ZEROS.
       01  WS-PN-FOUND             PIC 9(3) VALUE ZEROS.
       01  WS-PN-HIRE-SLOT         PIC 9(3) VALUE ZEROS.
       01  WS-PN-OK                PIC X(1) VALUE 'Y'.
       01  WS-PN-NEW-NUMBER        PIC 9(6) VALUE ZEROS.
       01  WS-PN-FTE-TXT           PIC X(6).
       01  WS-PN-CHANGED           PIC X(1) VALUE 'N'.
       01  WS-PN-EMP-IX            PIC 9(3) VALUE ZEROS.
       01  WS-RQ-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-RQ-TABLE.
           05  WS-RQ-ENTRY         OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-RQ-COUNT
                   INDEXED BY WS-RQ-IX.
               10  WS-RQ-NUMBER    PIC 9(6).
               10  WS-RQ-POSITION  PIC 9(6).
               10  WS-RQ-OPENED    PIC 9(8).
               10  WS-RQ-STATUS    PIC X(1).
               10  WS-RQ-EMP       PIC 9(5).
               10  WS-RQ-CLOSED    PIC 9(8).
       01  WS-RQ-FOUND             PIC 9(3) VALUE ZEROS.
       01  WS-RQ-SEEK              PIC 9(6) VALUE ZEROS.
       01  WS-RQ-LINE              PIC X(80).
       01  WS-RQ-NEW-NUMBER        PIC 9(6) VALUE ZEROS.
       01  WS-HC-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-HC-TABLE.
           05  WS-HC-ENTRY         OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-HC-COUNT
                   INDEXED BY WS-HC-IX.
               10  WS-HC-DEPT      PIC X(15).
               10  WS-HC-SEATS     PIC 9(4).
               10  WS-HC-FILLED    PIC 9(4).
               10  WS-HC-APPR-FTE  PIC 9(4)V99.
               10  WS-HC-FILL-FTE  PIC 9(4)V99.
               10  WS-HC-OPEN-REQS PIC 9(4).
               10  WS-HC-VAC-COST  PIC 9(9)V99.
       01  WS-HC-SLOT              PIC 9(3) VALUE ZEROS.
       01  WS-HC-MIDPOINT          PIC 9(7)V99 VALUE ZEROS.
       01  WS-HC-OPEN-FTE          PIC 9(4)V99 VALUE ZEROS.
       01  WS-HC-FTE-ED            PIC ZZZ9.99.
       01  WS-HC-FTE2-ED           PIC ZZZ9.99.
       01  WS-HC-FTE3-ED           PIC ZZZ9.99.
       01  WS-HC-COST-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-HC-TOT-COST          PIC 9(9)V99 VALUE ZEROS.
       01  WS-HC-NO-GRADE          PIC 9(4) VALUE ZEROS.
       01  WS-HC-UNPLACED          PIC 9(4) VALUE ZEROS.
      * Terminations: TERMINATE-EMPLOYEE takes the date and reason,
      * works out final pay and only then sets status T. Final pay
      * is the salary for the days worked in the termination month
      * (nothing when that month's run already paid them; hourly
      * staff get their unpaid timesheets), this year's unused leave
      * at a day rate of one run's salary times the runs per year
      * over 260 working days (8 hours' rate for hourly staff),
      * plus approved expense claims not yet reimbursed. The gross
      * goes through the normal tax and deductions, is added to
      * payhist.txt, and is printed on finalpay.txt and the
      * employee's pay slip. terminations.txt keeps one row per
      * termination (EmpID,TermDate,Reason,Processed,Gross,Payout).
       01  WS-TERMS-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-FINALPAY-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-FP-RUNS-PER-YEAR     PIC 9(2) VALUE 12.
       01  WS-FP-WORK-DAYS         PIC 9(3) VALUE 260.
       01  WS-FP-ACTIVE            PIC X(1) VALUE 'N'.
       01  WS-TM-EMP-IX            PIC 9(3) VALUE ZEROS.
       01  WS-TM-DATE-TXT          PIC X(8).
       01  WS-TM-DATE              PIC 9(8) VALUE ZEROS.
       01  WS-TM-DATE-X REDEFINES WS-TM-DATE.
           05  WS-TM-YYYYMM        PIC 9(6).
           05  WS-TM-DD            PIC 9(2).
       01  WS-TM-REASON            PIC X(30).
       01  WS-TM-CONFIRM           PIC X(1).
       01  WS-TM-LINE              PIC X(100).
       01  WS-FP-MONTH-START       PIC 9(8) VALUE ZEROS.
       01  WS-FP-MONTH-X REDEFINES WS-FP-MONTH-START.
           05  WS-FP-MS-YYYY       PIC 9(4).
           05  WS-FP-MS-MM         PIC 9(2).
           05  WS-FP-MS-DD         PIC 9(2).
       01  WS-FP-NEXT-MONTH        PIC 9(8) VALUE ZEROS.
       01  WS-FP-NEXT-X REDEFINES WS-FP-NEXT-MONTH.
           05  WS-FP-NM-YYYY       PIC 9(4).
           05  WS-FP-NM-MM         PIC 9(2).
           05  WS-FP-NM-DD         PIC 9(2).
       01  WS-FP-MONTH-DAYS        PIC 9(2) VALUE ZEROS.
       01  WS-FP-LAST-PAID         PIC 9(8) VALUE ZEROS.
       01  WS-FP-RUN-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-FP-SALARY            PIC 9(8)V99 VALUE ZEROS.
       01  WS-FP-LEAVE-DAYS        PIC 9(3) VALUE ZEROS.
       01  WS-FP-DAY-RATE          PIC 9(6)V99 VALUE ZEROS.
       01  WS-FP-LEAVE-PAY         PIC 9(8)V99 VALUE ZEROS.
       01  WS-FP-EXPENSES          PIC 9(8)V99 VALUE ZEROS.
       01  WS-FP-CLAIMS            PIC 9(3) VALUE ZEROS.
       01  WS-FP-PENDING           PIC 9(3) VALUE ZEROS.
       01  WS-FP-PAYOUT            PIC S9(8)V99 VALUE ZEROS.
       01  WS-FP-AMT-ED            PIC Z(7)9.99-.
       01  WS-PAY-PAID-COUNT       PIC 9(3) VALUE ZEROS.
      * Shift rota for hourly staff: rota.txt rows EmpID,Week,Day,
      * Hours plan each shift by week of the pay period (1-5, the
      * same weeks timesheets are keyed against) and day of the
      * week (1 = Mon .. 7 = Sun). otapproval.txt rows EmpID,Week,
      * Hours,ApproverID,Date hold the overtime (hours past 40 in
      * the week) a supervisor agreed before payroll. The variance
      * report sets each week's rostered hours against hours.txt.
       01  WS-ROTA-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-OTAPP-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-RO-COUNT             PIC 9(4) VALUE ZEROS.
       01  WS-RO-TABLE.
           05  WS-RO-ENTRY         OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-RO-COUNT
                   INDEXED BY WS-RO-IX.
               10  WS-RO-EMP       PIC 9(5).
               10  WS-RO-WEEK      PIC 9(1).
               10  WS-RO-DAY       PIC 9(1).
               10  WS-RO-HOURS     PIC 9(2)V99.
       01  WS-RO-DAY-NAMES         PIC X(21) VALUE
               "MonTueWedThuFriSatSun".
       01  WS-RO-DAY-TABLE REDEFINES WS-RO-DAY-NAMES.
           05  WS-RO-DAY-NAME      PIC X(3) OCCURS 7 TIMES.
       01  WS-RO-LINE              PIC X(40).
       01  WS-RO-F1                PIC X(10).
       01  WS-RO-F2                PIC X(5).
       01  WS-RO-F3                PIC X(5).
       01  WS-RO-F4                PIC X(10).
       01  WS-RO-CHOICE            PIC X(2).
       01  WS-RO-EXCEPTION         PIC X(12).
       01  WS-RO-WEEK-TXT          PIC X(1).
       01  WS-RO-DAY-TXT           PIC X(1).
       01  WS-RO-HOURS-TXT         PIC X(10).
       01  WS-RO-WEEK-IN           PIC 9(2) VALUE ZEROS.
       01  WS-RO-DAY-IN            PIC 9(2) VALUE ZEROS.
       01  WS-RO-TO-WEEK           PIC 9(1) VALUE ZEROS.
       01  WS-RO-HOURS-IN          PIC 9(3)V99 VALUE ZEROS.
       01  WS-RO-HOURS-OUT         PIC 9(2).99.
       01  WS-RO-SCAN              PIC 9(4) VALUE ZEROS.
       01  WS-RO-SHIFT             PIC 9(4) VALUE ZEROS.
       01  WS-RO-SLOT              PIC 9(4) VALUE ZEROS.
       01  WS-RO-LAST              PIC 9(4) VALUE ZEROS.
       01  WS-RO-COPIED            PIC 9(4) VALUE ZEROS.
       01  WS-RO-CONFIRM           PIC X(1).
       01  WS-RO-EMP-ID            PIC 9(5) VALUE ZEROS.
       01  WS-RO-EMP-IX            PIC 9(3) VALUE ZEROS.
       01  WS-RO-WK-ED             PIC 9(1).
       01  WS-RO-PLANNED           PIC 9(3)V99 VALUE ZEROS.
       01  WS-RO-WORKED            PIC 9(3)V99 VALUE ZEROS.
       01  WS-RO-HAS-TS            PIC X(1) VALUE 'N'.
       01  WS-RO-APPROVED          PIC 9(3)V99 VALUE ZEROS.
       01  WS-RO-DIFF              PIC 9(3)V99 VALUE ZEROS.
       01  WS-RO-OT                PIC 9(3)V99 VALUE ZEROS.
       01  WS-RO-HRS-ED            PIC ZZ9.99.
       01  WS-RO-HRS2-ED           PIC ZZ9.99.
       01  WS-RO-HRS3-ED           PIC ZZ9.99.
       01  WS-RO-SHOWN             PIC 9(4) VALUE ZEROS.
       01  WS-RO-NOTS-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-RO-NOSHOW-COUNT      PIC 9(4) VALUE ZEROS.
       01  WS-RO-UNROST-COUNT      PIC 9(4) VALUE ZEROS.
       01  WS-RO-LATEOT-COUNT      PIC 9(4) VALUE ZEROS.
       01  WS-OA-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-OA-TABLE.
           05  WS-OA-ENTRY         OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-OA-COUNT
                   INDEXED BY WS-OA-IX.
               10  WS-OA-EMP       PIC 9(5).
               10  WS-OA-WEEK      PIC 9(1).
               10  WS-OA-HOURS     PIC 9(3)V99.
               10  WS-OA-APPROVER  PIC 9(5).
               10  WS-OA-DATE      PIC 9(8).
       01  WS-OA-LINE              PIC X(60).
       01  WS-OA-F1                PIC X(10).
       01  WS-OA-F2                PIC X(5).
       01  WS-OA-F3                PIC X(10).
       01  WS-OA-F4                PIC X(10).
       01  WS-OA-F5                PIC X(10).
       01  WS-OA-HOURS-OUT         PIC 9(3).99.
       01  WS-OA-SLOT              PIC 9(3) VALUE ZEROS.
       01  WS-OA-SCAN              PIC 9(3) VALUE ZEROS.
       01  WS-OA-MGR               PIC 9(5) VALUE ZEROS.

      * Retro pay: a salary change keyed with a past effective date
      * is held in retro.txt (EmpID,EffDate,OldSalary,NewSalary,
      * Entered,Status,RunDate,Amount,Runs). The next register run
      * works out the difference for every run in payhist.txt
      * dated on or after the effective date - the salary step per
      * run for salaried staff, the run's gross scaled by the rate
      * change for hourly staff - and pays it as a labelled part of
      * the gross (status P pending, R paid in a register run, D
      * in a deposits extract). payhist.txt carries the retro part
      * of each run's gross in a seventh field.
       01  WS-RETRO-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-RT-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY         OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RT-COUNT
                   INDEXED BY WS-RT-IX.
               10  WS-RT-EMP       PIC 9(5).
               10  WS-RT-EFF-DATE  PIC 9(8).
               10  WS-RT-OLD-SAL   PIC 9(6)V99.
               10  WS-RT-NEW-SAL   PIC 9(6)V99.
               10  WS-RT-ENTERED   PIC 9(8).
               10  WS-RT-STATUS    PIC X(1).
               10  WS-RT-RUN-DATE  PIC 9(8).
               10  WS-RT-AMOUNT    PIC 9(7)V99.
               10  WS-RT-RUNS      PIC 9(3).
       01  WS-RT-LINE              PIC X(100).
       01  WS-RT-F1                PIC X(10).
       01  WS-RT-F2                PIC X(10).
       01  WS-RT-F3                PIC X(12).
       01  WS-RT-F4                PIC X(12).
       01  WS-RT-F5                PIC X(10).
       01  WS-RT-F6                PIC X(2).
       01  WS-RT-F7                PIC X(10).
       01  WS-RT-F8                PIC X(12).
       01  WS-RT-F9                PIC X(5).
       01  WS-RT-SAL-OUT           PIC 9(6).99.
       01  WS-RT-SAL2-OUT          PIC 9(6).99.
       01  WS-RT-AMT-OUT           PIC 9(7).99.
       01  WS-RT-MODE              PIC X(1) VALUE SPACE.
       01  WS-RT-CHANGED           PIC X(1) VALUE 'N'.
       01  WS-RT-EFF-TXT           PIC X(8).
       01  WS-RT-EFF-DATE-IN       PIC 9(8) VALUE ZEROS.
       01  WS-RT-PH-EMP            PIC 9(5) VALUE ZEROS.
       01  WS-RT-PH-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-RT-PH-BASE           PIC 9(8)V99 VALUE ZEROS.
       01  WS-RT-STEP              PIC 9(7)V99 VALUE ZEROS.
       01  WS-RT-SINCE             PIC 9(8) VALUE ZEROS.
       01  WS-RT-RUNS-SUM          PIC 9(3) VALUE ZEROS.
       01  WS-PAY-RETRO            PIC 9(8)V99 VALUE ZEROS.
       01  WS-PAY-REGULAR          PIC 9(8)V99 VALUE ZEROS.
       01  WS-PAY-TOT-RETRO        PIC 9(9)V99 VALUE ZEROS.

      * Applicant tracking: applicants.txt rows AppNo,Name,Dept,
      * ReqNo,Stage,Applied,Screened,Interviewed,Offered,Decided,
      * OfferSalary,Grade,PayType,ManagerID,EmpID. Stage runs AP
      * applied, SC screened, IN interviewed, OF offered, then AC
      * accepted or DC declined. An applicant against a requisition
      * takes its position's department and grade; accepting the
      * offer adds the employee through the normal hire checks.
       01  WS-APPLICANTS-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-AP-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY         OCCURS 1 TO 800 TIMES
                   DEPENDING ON WS-AP-COUNT
                   INDEXED BY WS-AP-IX.
               10  WS-AP-NUMBER    PIC 9(6).
               10  WS-AP-NAME      PIC X(25).
               10  WS-AP-DEPT      PIC X(15).
               10  WS-AP-REQ       PIC 9(6).
               10  WS-AP-STAGE     PIC X(2).
               10  WS-AP-APPLIED   PIC 9(8).
               10  WS-AP-SCREENED  PIC 9(8).
               10  WS-AP-INTERVIEWED PIC 9(8).
               10  WS-AP-OFFERED   PIC 9(8).
               10  WS-AP-DECIDED   PIC 9(8).
               10  WS-AP-OFFER-SAL PIC 9(6)V99.
               10  WS-AP-GRADE     PIC X(2).
               10  WS-AP-PAYTYPE   PIC X(1).
               10  WS-AP-MGR       PIC 9(5).
               10  WS-AP-EMP       PIC 9(5).
       01  WS-AP-LINE              PIC X(160).
       01  WS-AP-F1                PIC X(10).
       01  WS-AP-F2                PIC X(25).
       01  WS-AP-F3                PIC X(15).
       01  WS-AP-F4                PIC X(10).
       01  WS-AP-F5                PIC X(2).
       01  WS-AP-F6                PIC X(10).
       01  WS-AP-F7                PIC X(10).
       01  WS-AP-F8                PIC X(10).
       01  WS-AP-F9                PIC X(10).
       01  WS-AP-F10               PIC X(10).
       01  WS-AP-F11               PIC X(12).
       01  WS-AP-F12               PIC X(2).
       01  WS-AP-F13               PIC X(1).
       01  WS-AP-F14               PIC X(10).
       01  WS-AP-F15               PIC X(10).
       01  WS-AP-SAL-OUT           PIC 9(6).99.
       01  WS-AP-SAL-ED            PIC ZZZ,ZZ9.99.
       01  WS-AP-CHOICE            PIC X(2).
       01  WS-AP-PICK-TXT          PIC X(6).
       01  WS-AP-SEEK              PIC 9(6) VALUE ZEROS.
       01  WS-AP-FOUND             PIC 9(3) VALUE ZEROS.
       01  WS-AP-NEW-NUMBER        PIC 9(6) VALUE ZEROS.
       01  WS-AP-DATE-TXT          PIC X(8).
       01  WS-AP-DATE-IN           PIC 9(8) VALUE ZEROS.
       01  WS-AP-NEW-STAGE         PIC X(1).
       01  WS-AP-TEXT-IN           PIC X(25).
       01  WS-AP-STAGE-NAME        PIC X(11).
       01  WS-AP-OK                PIC X(1) VALUE 'N'.
       01  WS-AP-NEXT-ID           PIC 9(5) VALUE ZEROS.
       01  WS-AP-DAYS              PIC 9(5) VALUE ZEROS.
       01  WS-AP-DAYS-ED           PIC ZZZZ9.
       01  WS-AP-AVG-ED            PIC ZZZ9.9.
       01  WS-AP-OPEN-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-AP-DEPT-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-AP-DEPT-TABLE.
           05  WS-AP-DEPT-ENTRY    OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-AP-DEPT-COUNT
                   INDEXED BY WS-AP-DX.
               10  WS-AP-D-CODE    PIC X(15).
               10  WS-AP-D-STAGE   PIC 9(3) OCCURS 6 TIMES.
               10  WS-AP-D-HIRES   PIC 9(3).
               10  WS-AP-D-DAYS    PIC 9(7).
       01  WS-AP-D-SLOT            PIC 9(3) VALUE ZEROS.
       01  WS-AP-D-STAGE-IX        PIC 9(1) VALUE ZEROS.
       01  WS-ADD-OK               PIC X(1) VALUE 'N'.

      * Staff loans and salary advances: staffloans.txt rows LoanNo,
      * EmpID,Type(A advance/L loan),Principal,Start,Instalment,
      * Balance,Status(O open/C cleared),LastRun,LastTaken,Taken.
      * A register run (WS-LN-MODE 'R') takes the instalment from
      * each open loan that has started - never more than the
      * balance, and all loans together never more than
      * WS-LN-CAP-PCT of the net pay before loans (LOANCAP in
      * rates.txt) - reduces the balance and marks it Taken 'R';
      * the deposits extract (mode 'D') deducts the same amount
      * again so its net matches the register, and marks it 'D'.
      * Final pay (mode 'F') recovers whatever the net will bear,
      * applied only when the termination is confirmed.
       01  WS-LOANS-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-LN-MODE              PIC X(1) VALUE SPACE.
       01  WS-LN-CHANGED           PIC X(1) VALUE 'N'.
       01  WS-LN-CAP-PCT           PIC 9(3)V99 VALUE 25.
       01  WS-LN-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY         OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-LN-COUNT
                   INDEXED BY WS-LN-IX.
               10  WS-LN-NUMBER    PIC 9(6).
               10  WS-LN-EMP       PIC 9(5).
               10  WS-LN-TYPE      PIC X(1).
               10  WS-LN-PRINCIPAL PIC 9(6)V99.
               10  WS-LN-START     PIC 9(8).
               10  WS-LN-INSTAL    PIC 9(6)V99.
               10  WS-LN-BALANCE   PIC 9(6)V99.
               10  WS-LN-STATUS    PIC X(1).
               10  WS-LN-LAST-RUN  PIC 9(8).
               10  WS-LN-LAST-AMT  PIC 9(6)V99.
               10  WS-LN-TAKEN     PIC X(1).
               10  WS-LN-TAKE      PIC 9(6)V99.
       01  WS-LN-LINE              PIC X(120).
       01  WS-LN-F1                PIC X(10).
       01  WS-LN-F2                PIC X(10).
       01  WS-LN-F3                PIC X(1).
       01  WS-LN-F4                PIC X(12).
       01  WS-LN-F5                PIC X(10).
       01  WS-LN-F6                PIC X(12).
       01  WS-LN-F7                PIC X(12).
       01  WS-LN-F8                PIC X(1).
       01  WS-LN-F9                PIC X(10).
       01  WS-LN-F10               PIC X(12).
       01  WS-LN-F11               PIC X(1).
       01  WS-LN-PRIN-OUT          PIC 9(6).99.
       01  WS-LN-INST-OUT          PIC 9(6).99.
       01  WS-LN-BAL-OUT           PIC 9(6).99.
       01  WS-LN-LAST-OUT          PIC 9(6).99.
       01  WS-LN-AMT-ED            PIC ZZZ,ZZ9.99.
       01  WS-LN-AMT2-ED           PIC ZZZ,ZZ9.99.
       01  WS-LN-AMT3-ED           PIC ZZZ,ZZ9.99.
       01  WS-LN-TOT-ED            PIC Z,ZZZ,ZZ9.99.
       01  WS-LN-CHOICE            PIC X(2).
       01  WS-LN-TEXT-IN           PIC X(12).
       01  WS-LN-DATE-TXT          PIC X(8).
       01  WS-LN-NEW-NUMBER        PIC 9(6) VALUE ZEROS.
       01  WS-LN-NEW-TYPE          PIC X(1).
       01  WS-LN-NEW-PRIN          PIC 9(6)V99 VALUE ZEROS.
       01  WS-LN-NEW-INST          PIC 9(6)V99 VALUE ZEROS.
       01  WS-LN-NEW-START         PIC 9(8) VALUE ZEROS.
       01  WS-LN-RUN-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-LN-NET-BASE          PIC S9(8)V99 VALUE ZEROS.
       01  WS-LN-ROOM              PIC S9(8)V99 VALUE ZEROS.
       01  WS-LN-STEP              PIC 9(6)V99 VALUE ZEROS.
       01  WS-PAY-LOAN             PIC 9(8)V99 VALUE ZEROS.
       01  WS-PAY-TOT-LOAN         PIC 9(9)V99 VALUE ZEROS.
       01  WS-LN-EMP-BAL           PIC 9(8)V99 VALUE ZEROS.
       01  WS-LN-LEFT              PIC 9(8)V99 VALUE ZEROS.
       01  WS-LN-TOT-PRIN          PIC 9(9)V99 VALUE ZEROS.
       01  WS-LN-TOT-BAL           PIC 9(9)V99 VALUE ZEROS.
       01  WS-LN-OPEN-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-LN-SHOWN             PIC 9(3) VALUE ZEROS.

      * Sales commissions: INVPROC appends commission.csv rows
      * Period,Date,RepID,Type,Channel,SKU,Qty,SalesValue,FIFOCost,
      * Margin,ListValue for every sale leg or return that names a
      * rep. commplan.txt rows Channel,Basis(V sales value/M margin),
      * Threshold,Rate make the plan: each row's rate applies to the
      * part of the rep's period total for the channel above its
      * threshold and below the next one up (channel * covers any
      * channel without rows of its own; a negative total is clawed
      * back at the lowest tier's rate). A register run (WS-CM-MODE
      * 'R') reprices every rep/period/channel and pays the
      * difference from what commpaid.txt shows already paid, so a
      * return after the period was paid claws the commission back;
      * a clawback bigger than the rest of the pay waits for a later
      * run. commpaid.txt rows RepID,Period,Channel,Basis,Base,
      * Commission,RunDate,Status(R/D) - the deposits extract (mode
      * 'D') pays what the register took, as for retro pay.
       01  WS-COMMPLAN-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-COMMEXT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-COMMPAID-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-CM-MODE              PIC X(1) VALUE SPACE.
       01  WS-CM-CHANGED           PIC X(1) VALUE 'N'.
       01  WS-CP-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY         OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CP-COUNT
                   INDEXED BY WS-CP-IX.
               10  WS-CP-CHANNEL   PIC X(12).
               10  WS-CP-BASIS     PIC X(1).
               10  WS-CP-THRESHOLD PIC 9(8)V99.
               10  WS-CP-RATE      PIC 9(2)V99.
       01  WS-CA-COUNT             PIC 9(4) VALUE ZEROS.
       01  WS-CA-TABLE.
           05  WS-CA-ENTRY         OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CA-COUNT
                   INDEXED BY WS-CA-IX.
               10  WS-CA-EMP       PIC 9(5).
               10  WS-CA-PERIOD    PIC 9(6).
               10  WS-CA-CHANNEL   PIC X(12).
               10  WS-CA-VALUE     PIC S9(9)V99.
               10  WS-CA-MARGIN    PIC S9(9)V99.
               10  WS-CA-BASIS     PIC X(1).
               10  WS-CA-BASE      PIC S9(9)V99.
               10  WS-CA-DUE       PIC S9(8)V99.
               10  WS-CA-DELTA     PIC S9(8)V99.
       01  WS-CL-COUNT             PIC 9(4) VALUE ZEROS.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY         OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-CL-COUNT
                   INDEXED BY WS-CL-IX.
               10  WS-CL-EMP       PIC 9(5).
               10  WS-CL-PERIOD    PIC 9(6).
               10  WS-CL-CHANNEL   PIC X(12).
               10  WS-CL-BASIS     PIC X(1).
               10  WS-CL-BASE      PIC S9(9)V99.
               10  WS-CL-AMOUNT    PIC S9(8)V99.
               10  WS-CL-RUN-DATE  PIC 9(8).
               10  WS-CL-STATUS    PIC X(1).
               10  WS-CL-TAKE      PIC X(1).
       01  WS-CM-LINE              PIC X(200).
       01  WS-CM-F1                PIC X(10).
       01  WS-CM-F2                PIC X(10).
       01  WS-CM-F3                PIC X(12).
       01  WS-CM-F4                PIC X(12).
       01  WS-CM-F5                PIC X(20).
       01  WS-CM-F6                PIC X(24).
       01  WS-CM-F7                PIC X(15).
       01  WS-CM-F8                PIC X(20).
       01  WS-CM-F9                PIC X(20).
       01  WS-CM-F10               PIC X(20).
       01  WS-CM-F11               PIC X(20).
       01  WS-CM-EMP               PIC 9(5) VALUE ZEROS.
       01  WS-CM-PERIOD            PIC 9(6) VALUE ZEROS.
       01  WS-CM-CHANNEL           PIC X(12).
       01  WS-CM-KEY               PIC X(12).
       01  WS-CM-BASIS             PIC X(1).
       01  WS-CM-LOW-THRESH        PIC 9(8)V99 VALUE ZEROS.
       01  WS-CM-LOW-RATE          PIC 9(2)V99 VALUE ZEROS.
       01  WS-CM-NEXT              PIC 9(8)V99 VALUE ZEROS.
       01  WS-CM-SLICE             PIC S9(9)V99 VALUE ZEROS.
       01  WS-CM-STEP              PIC S9(8)V99 VALUE ZEROS.
       01  WS-CM-PAID              PIC S9(8)V99 VALUE ZEROS.
       01  WS-CM-ROOM              PIC S9(9)V99 VALUE ZEROS.
       01  WS-CM-DEFERRED          PIC S9(8)V99 VALUE ZEROS.
       01  WS-CM-LINES             PIC 9(3) VALUE ZEROS.
       01  WS-CM-HELD              PIC 9(4) VALUE ZEROS.
       01  WS-CM-SLOT              PIC 9(4) VALUE ZEROS.
       01  WS-CP-SCAN              PIC 9(3) VALUE ZEROS.
       01  WS-CM-BASE-OUT          PIC -9(8).99.
       01  WS-CM-AMT-OUT           PIC -9(7).99.
       01  WS-CM-AMT-ED            PIC ZZZ,ZZ9.99-.
       01  WS-CM-BASE-ED           PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-CM-TOT-ED            PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-CM-THR-ED            PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CM-RATE-ED           PIC Z9.99.
       01  WS-CM-BASIS-NAME        PIC X(6).
       01  WS-CM-CHOICE            PIC X(2).
       01  WS-CM-TOTAL             PIC S9(9)V99 VALUE ZEROS.
       01  WS-PAY-COMM             PIC S9(8)V99 VALUE ZEROS.
       01  WS-PAY-TOT-COMM         PIC S9(9)V99 VALUE ZEROS.
       01  WS-PAY-TOT-COMM-HELD    PIC S9(9)V99 VALUE ZEROS.
       01  WS-GL-COMM-AMT          PIC 9(9)V99 VALUE ZEROS.

      * Unattended batch mode: when the command line carries
      * key=value verbs (the style the inventory processor parses),
      * RUN=<verb,verb,...> drives the named functions in order
       01  WS-BATCH-VIX            PIC 9(2) VALUE ZEROS.
       01  WS-BATCH-TIX            PIC 9(1) VALUE ZEROS.

      * Named operators. Once operators.txt holds anyone, the menu
      * (and batch mode, through OPERATOR=/PASSWORD=) needs a
      * sign-on, every option is checked against rolematrix.txt
      * for program EMPMGMT, and the operator ID goes on every
      * emphist.txt line. Passwords are stored as "H:" + 4-digit
      * salt + 12-digit hash (the member terminal's scheme) and
      * expire after WS-OPR-MAX-AGE days; a new or reset password
      * (date zero) must be changed at the first sign-on.
       01  WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-ROLEMAT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-SESSION-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-SESSION-TICKET       PIC X(22) VALUE SPACES.
       01  WS-OPR-MAX-AGE          PIC 9(3) VALUE 90.
       01  WS-OPR-ENFORCED         PIC X(1) VALUE 'N'.
       01  WS-OPR-COUNT            PIC 9(3) VALUE ZEROS.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY        OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OPR-COUNT
                   INDEXED BY WS-OPR-IX.
               10  WS-OPR-ID       PIC 9(4).
               10  WS-OPR-NAME     PIC X(20).
               10  WS-OPR-HASH     PIC X(18).
               10  WS-OPR-PWDATE   PIC 9(8).
               10  WS-OPR-ROLE     PIC X(8).
               10  WS-OPR-STATUS   PIC X(1).
               10  WS-OPR-EMPID    PIC 9(5).
       01  WS-RM-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-RM-TABLE.
           05  WS-RM-ENTRY         OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-RM-COUNT
                   INDEXED BY WS-RM-IX.
               10  WS-RM-ROLE      PIC X(8).
               10  WS-RM-PROGRAM   PIC X(8).
               10  WS-RM-FUNCTION  PIC X(8).
       01  WS-OPR-LINE             PIC X(80).
       01  WS-OPR-F1               PIC X(10).
       01  WS-OPR-F2               PIC X(20).
       01  WS-OPR-F3               PIC X(20).
       01  WS-OPR-F4               PIC X(10).
       01  WS-OPR-F5               PIC X(10).
       01  WS-OPR-F6               PIC X(10).
       01  WS-OPR-F7               PIC X(10).
       01  WS-RM-LINE              PIC X(40).
       01  WS-RM-WANT-PROG         PIC X(8).
       01  WS-RM-WANT-FUNC         PIC X(8).
       01  WS-RM-ALLOWED           PIC X(1) VALUE 'Y'.
       01  WS-SIGNON-ID            PIC 9(4) VALUE ZEROS.
       01  WS-SIGNON-SLOT          PIC 9(3) VALUE ZEROS.
       01  WS-SIGNON-ROLE          PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK            PIC X(1) VALUE 'N'.
       01  WS-SIGNON-TRIES         PIC 9(1) VALUE ZEROS.
       01  WS-SIGNON-ID-TXT        PIC X(4).
       01  WS-SIGNON-PW            PIC X(20).
       01  WS-SIGNON-PW2           PIC X(20).
       01  WS-OPR-FOUND            PIC 9(3) VALUE ZEROS.
       01  WS-OPR-AGE              PIC S9(7) VALUE ZEROS.
       01  WS-OPR-CHOICE           PIC X(2).
       01  WS-OPR-NEW-ID           PIC 9(4) VALUE ZEROS.
       01  WS-OPR-NEW-NAME         PIC X(20).
       01  WS-OPR-NEW-ROLE         PIC X(8).
       01  WS-OPR-NEW-PROG         PIC X(8).
       01  WS-OPR-NEW-FUNC         PIC X(8).
       01  WS-OPR-ANSWER           PIC X(1).
       01  WS-OPR-EMP-TXT          PIC X(5).

      * Staff-status extract and the staff access exceptions report
      * (batch verb STAFFCHECK, option 29/11).
       01  WS-STAFFSTAT-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-STAFFEXC-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-SX-LINE              PIC X(80).
       01  WS-SX-DATE              PIC 9(8) VALUE ZEROS.
       01  WS-SX-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-SX-STAFF             PIC X(1) VALUE 'N'.
       01  WS-SX-REASON            PIC X(22).
       01  WS-PWH-IN               PIC X(20).
       01  WS-PWH-SALT             PIC 9(4) VALUE ZEROS.
       01  WS-PWH-WORK             PIC 9(18) VALUE ZEROS.
       01  WS-PWH-POS              PIC 9(2) VALUE ZEROS.
       01  WS-PWH-OUT              PIC 9(12) VALUE ZEROS.
       01  WS-PWH-STORED.
           05  WS-PWH-TAG          PIC X(2).
           05  WS-PWH-SALT-TXT     PIC 9(4).
           05  WS-PWH-HASH-TXT     PIC 9(12).
       01  WS-HIST-OPER            PIC X(4) VALUE "----".

      * Organization roll-up: each employee may carry a ManagerID
      * (validated against the roster like any FIND-EMPLOYEE-BY-ID
      * lookup). The report walks every employee up the manager
      * per department code (SAL-<code> from departments.txt),
      * tax payable and each named deduction credited, and net pay
      * credited to the PAYCLEAR clearing account that the
      * deposits.txt extract relieves. Each register run appends
      * its lines as one batch, every reference starting "PAYROLL
      * <run date>-<time>" so the ledger keeps one run apart from
      * another run on the same day.
       01  WS-PAYGL-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-CAL-FILE-STATUS      PIC X(2) VALUE "00".
       01  WS-CAL-PATH             PIC X(20).
                   INDEXED BY WS-GL-DEPT-IX.
               10  WS-GL-DEPT-CODE PIC X(15).
               10  WS-GL-DEPT-GROSS PIC 9(9)V99.
               10  WS-GL-DEPT-BENEFIT PIC 9(9)V99.
               10  WS-GL-DEPT-RETRO PIC 9(9)V99.
               10  WS-GL-DEPT-COMM PIC S9(9)V99.
       01  WS-GLD-COUNT            PIC 9(3) VALUE ZEROS.
       01  WS-GLD-TABLE.
           05  WS-GLD-ENTRY        OCCURS 1 TO 100 TIMES
               10  WS-GLD-AMT      PIC 9(9)V99.
       01  WS-GL-SLOT              PIC 9(3) VALUE ZEROS.
       01  WS-GL-SCAN              PIC 9(3) VALUE ZEROS.
       01  WS-GL-LINE              PIC X(120).
       01  WS-GL-BATCH             PIC X(15) VALUE SPACES.
       01  WS-GL-ACCT              PIC X(20).

      * Pay slips: COMPUTE-EMP-PAY keeps the bracket-by-bracket
                   INDEXED BY WS-PS-DED-IX.
               10  WS-PS-DED-NAME  PIC X(20).
               10  WS-PS-DED-AMT   PIC 9(6)V99.
               10  WS-PS-DED-BEN   PIC X(1).
       01  WS-PS-LINE-TAX          PIC 9(8)V99 VALUE ZEROS.
       01  WS-PS-SCAN              PIC 9(3) VALUE ZEROS.

       01  WS-TS-SCAN              PIC 9(3) VALUE ZEROS.
       01  WS-TS-REG-HRS           PIC 9(3)V99 VALUE ZEROS.
       01  WS-TS-OT-HRS            PIC 9(3)V99 VALUE ZEROS.
       01  WS-TS-HOURS-OUT         PIC 9(3).99.

      * Seniority report: upcoming service anniversaries and staff
      * still inside their 90-day probation, both sorted by date.
           PERFORM LOAD-LEAVE-FILE
           PERFORM SYNC-LEAVE-STATUS
           PERFORM LOAD-HOURS-FILE
           PERFORM LOAD-ROTA-FILE
           PERFORM LOAD-OT-APPROVALS
           PERFORM LOAD-RETRO-FILE
           PERFORM LOAD-LOANS-FILE
           PERFORM LOAD-COMMPAID-FILE
           PERFORM LOAD-CERTS-FILE
           PERFORM LOAD-REVIEWS-FILE
           PERFORM LOAD-BENEFIT-PLANS
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-EXPENSE-POLICY
           PERFORM LOAD-CLAIMS-FILE
           PERFORM LOAD-POSITIONS
           PERFORM LOAD-REQUISITIONS
           PERFORM LOAD-APPLICANTS
           PERFORM FREE-TERMINATED-POSITIONS
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-ROLE-MATRIX
           IF WS-CMDLINE NOT = SPACES
               MOVE 'Y' TO WS-BATCH-MODE
               PERFORM BATCH-MODE
           ELSE
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNON-OK = 'Y'
                   PERFORM MENU-LOOP UNTIL WS-CHOICE = '0'
               END-IF
           END-IF
           PERFORM SAVE-EMPLOYEES
           DISPLAY "Program ended."
      * Parse RUN=<verb,verb,...> off the command line and drive
      * the named functions without prompts; any hard failure sets
      * WS-BATCH-RC so the night scheduler can stop the chain.
      * A step the night scheduler starts names no operator and
      * signs on as BTCH, role BATCH, on the night's ticket.
       BATCH-MODE.
           MOVE SPACES TO WS-BATCH-TOKENS
           MOVE SPACES TO WS-SIGNON-ID-TXT WS-SIGNON-PW
           UNSTRING WS-CMDLINE DELIMITED BY ALL " "
               INTO WS-BATCH-TOKEN (1) WS-BATCH-TOKEN (2)
                    WS-BATCH-TOKEN (3) WS-BATCH-TOKEN (4)
                   MOVE WS-BATCH-TOKEN (WS-BATCH-TIX) (5:76)
                       TO WS-BATCH-VERB-LIST
               END-IF
               IF WS-BATCH-TOKEN (WS-BATCH-TIX) (1:9) = "OPERATOR="
                   MOVE WS-BATCH-TOKEN (WS-BATCH-TIX) (10:4)
                       TO WS-SIGNON-ID-TXT
               END-IF
               IF WS-BATCH-TOKEN (WS-BATCH-TIX) (1:9) = "PASSWORD="
                   MOVE WS-BATCH-TOKEN (WS-BATCH-TIX) (10:20)
                       TO WS-SIGNON-PW
               END-IF
           END-PERFORM
           IF WS-OPR-ENFORCED = 'Y'
               IF WS-SIGNON-ID-TXT = SPACES
                   PERFORM VERIFY-NIGHT-SESSION
               ELSE
                   PERFORM VERIFY-OPERATOR
               END-IF
               IF WS-SIGNON-OK NOT = 'Y'
                   DISPLAY "Batch mode: OPERATOR=<id> PASSWORD=<pw> "
                       "sign-on refused - nothing run."
                   MOVE 8 TO WS-BATCH-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-BATCH-VERB-LIST = SPACES
               DISPLAY "Batch mode: no RUN=<verbs> given. Verbs: "
                   "PAYROLL, DEPOSITS, EXPORT, IMPORT, BACKUP, "
                   "STAFFCHECK."
               MOVE 8 TO WS-BATCH-RC
               EXIT PARAGRAPH
           END-IF
           EXIT.

       RUN-ONE-BATCH-VERB.
           MOVE "EMPMGMT" TO WS-RM-WANT-PROG
           MOVE FUNCTION UPPER-CASE(WS-BATCH-VERB (WS-BATCH-VIX))
               TO WS-RM-WANT-FUNC
           PERFORM CHECK-ROLE-ACCESS
           IF WS-RM-ALLOWED NOT = 'Y'
               DISPLAY "Batch mode: operator " WS-HIST-OPER
                   " may not run " WS-RM-WANT-FUNC
               MOVE 8 TO WS-BATCH-RC
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(
                   WS-BATCH-VERB (WS-BATCH-VIX))
               WHEN "PAYROLL"
                   IF WS-BACKUP-FILE-STATUS NOT = "00"
                       MOVE 8 TO WS-BATCH-RC
                   END-IF
               WHEN "STAFFCHECK"
                   PERFORM STAFF-EXCEPTIONS-REPORT
                   IF WS-STAFFEXC-FILE-STATUS NOT = "00"
                       MOVE 8 TO WS-BATCH-RC
                   END-IF
               WHEN OTHER
                   DISPLAY "Batch mode: unknown verb "
                       WS-BATCH-VERB (WS-BATCH-VIX)
           DISPLAY WS-MENU-MSG17
           DISPLAY WS-MENU-MSG18
           DISPLAY WS-MENU-MSG19
           DISPLAY WS-MENU-MSG20
           DISPLAY WS-MENU-MSG21
           DISPLAY WS-MENU-MSG22
           DISPLAY WS-MENU-MSG23
           DISPLAY WS-MENU-MSG24
           DISPLAY WS-MENU-MSG25
           DISPLAY WS-MENU-MSG26
           DISPLAY WS-MENU-MSG27
           DISPLAY WS-MENU-MSG28
           DISPLAY WS-MENU-MSG29
           DISPLAY WS-MENU-MSG99
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE 'Y' TO WS-RM-ALLOWED
           IF WS-CHOICE NOT = '0'
               MOVE "EMPMGMT" TO WS-RM-WANT-PROG
               MOVE WS-CHOICE TO WS-RM-WANT-FUNC
               PERFORM CHECK-ROLE-ACCESS
           END-IF
           IF WS-RM-ALLOWED = 'Y'
               PERFORM DISPATCH-MENU-CHOICE
           ELSE
               DISPLAY "Operator " WS-SIGNON-ID " (" WS-SIGNON-ROLE
                   ") is not authorised for option " WS-CHOICE "."
               MOVE ZEROS TO WS-HIST-EMP-ID
               MOVE "DENIED" TO WS-HIST-FIELD
               MOVE WS-RM-WANT-PROG TO WS-HIST-BEFORE
               MOVE WS-CHOICE TO WS-HIST-AFTER
               PERFORM WRITE-HISTORY-ENTRY
           END-IF
           EXIT.

       DISPATCH-MENU-CHOICE.
           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM ADD-EMPLOYEE
                   PERFORM ORG-ROLLUP-REPORT
               WHEN '19'
                   PERFORM CERT-EXPIRY-REPORT
               WHEN '20'
                   PERFORM REVIEW-MENU
               WHEN '21'
                   PERFORM BENEFITS-MENU
               WHEN '22'
                   PERFORM EXPENSE-MENU
               WHEN '23'
                   PERFORM POSITION-MENU
               WHEN '24'
                   PERFORM TERMINATE-EMPLOYEE
               WHEN '25'
                   PERFORM ROTA-MENU
               WHEN '26'
                   PERFORM APPLICANT-MENU
               WHEN '27'
                   PERFORM LOAN-MENU
               WHEN '28'
                   PERFORM COMMISSION-MENU
               WHEN '29'
                   PERFORM OPERATOR-MENU
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   PERFORM WRITE-LOADED-EMPLOYEE
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               PERFORM WRITE-STAFF-STATUS-EXTRACT
           END-IF
           EXIT.

               DISPLAY "Employee table full!"
           ELSE
               PERFORM GET-EMPLOYEE-DATA
               PERFORM STORE-NEW-EMPLOYEE
           END-IF
           EXIT.

      * Validates WS-INPUT-DATA and adds the row; also used when an
      * applicant accepts an offer. WS-ADD-OK is 'Y' once added.
       STORE-NEW-EMPLOYEE.
           MOVE 'N' TO WS-ADD-OK
           MOVE WS-INPUT-DEPT TO WS-DM-CHECK-DEPT
           PERFORM VALIDATE-DEPARTMENT
           PERFORM CHECK-POSITION-FOR-HIRE
           IF WS-DM-VALID = 'N'
               DISPLAY "Unknown department - not added. See "
                   "departments.txt for valid codes."
           ELSE
           IF WS-PN-OK = 'N'
               DISPLAY "No open position for the hire - not "
                   "added."
           ELSE
           IF WS-INPUT-ID IS NUMERIC AND WS-INPUT-ID > ZEROS
               MOVE WS-INPUT-ID TO WS-LOOKUP-ID
               PERFORM FIND-EMPLOYEE-BY-ID
               IF WS-FOUND-FLAG = 'Y'
                 DISPLAY "Employee ID already exists - not added."
               ELSE
                 ADD 1 TO WS-EMPLOYEE-COUNT
                 MOVE WS-EMPLOYEE-COUNT TO WS-COUNTER
                 MOVE WS-INPUT-ID TO
                   WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 MOVE WS-INPUT-NAME TO
                   WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 MOVE WS-INPUT-SALARY TO
                   WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 MOVE WS-INPUT-DEPT TO
                   WS-EMP-DEPT OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 IF WS-INPUT-HIRE-DATE IS NUMERIC
                     MOVE WS-INPUT-HIRE-DATE TO WS-EMP-HIRE-DATE
                         OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 ELSE
                     MOVE FUNCTION CURRENT-DATE(1:8)
                         TO WS-EMP-HIRE-DATE
                         OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 END-IF
                 IF WS-INPUT-STATUS = 'A' OR
                         WS-INPUT-STATUS = 'L' OR
                         WS-INPUT-STATUS = 'T'
                     MOVE WS-INPUT-STATUS TO WS-EMP-STATUS
                         OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 ELSE
                     MOVE 'A' TO WS-EMP-STATUS
                         OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 END-IF
                 MOVE WS-INPUT-ID TO WS-HIST-EMP-ID
                 MOVE "ADDED" TO WS-HIST-FIELD
                 MOVE "-" TO WS-HIST-BEFORE
                 MOVE WS-INPUT-NAME TO WS-HIST-AFTER
                 PERFORM WRITE-HISTORY-ENTRY
                 MOVE WS-INPUT-GRADE TO WS-EMP-GRADE
                     OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 IF WS-INPUT-ACCT IS NUMERIC
                     MOVE WS-INPUT-ACCT TO WS-EMP-ACCT
                         OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 ELSE
                     MOVE ZEROS TO WS-EMP-ACCT
                         OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 END-IF
                 IF WS-INPUT-PAYTYPE = 'H' OR
                         WS-INPUT-PAYTYPE = 'h'
                     MOVE 'H' TO WS-EMP-PAYTYPE
                         OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 ELSE
                     MOVE 'S' TO WS-EMP-PAYTYPE
                         OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 END-IF
      *          Manager must be an existing employee; the
      *          lookup reuses WS-COUNTER, so restore it to
      *          the new row afterward.
                 MOVE ZEROS TO WS-EMP-MGR
                     OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                 IF WS-INPUT-MGR NOT = SPACES AND
                         WS-INPUT-MGR IS NUMERIC
                     MOVE WS-INPUT-MGR TO WS-LOOKUP-ID
                     PERFORM FIND-EMPLOYEE-BY-ID
                     MOVE WS-EMPLOYEE-COUNT TO WS-COUNTER
                     IF WS-FOUND-FLAG = 'Y' AND
                             WS-FOUND-IX NOT = WS-COUNTER
                         MOVE WS-INPUT-MGR TO WS-EMP-MGR
                             OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                     ELSE
                         DISPLAY "Manager ID not on roster - "
                             "left blank."
                     END-IF
                 END-IF
                 DISPLAY "Employee added successfully!"
                 MOVE 'Y' TO WS-ADD-OK
                 PERFORM FILL-HIRED-POSITION
                 MOVE WS-INPUT-GRADE TO WS-GR-CHECK-GRADE
                 MOVE WS-INPUT-SALARY TO WS-GR-CHECK-SALARY
                 PERFORM CHECK-SALARY-BAND
                 MOVE WS-INPUT-DEPT TO WS-DM-CHECK-DEPT
                 PERFORM CHECK-DEPT-BUDGET
               END-IF
           ELSE
               DISPLAY "Invalid employee ID entered."
           END-IF
           END-IF
           END-IF
           EXIT.
       
                       TO WS-HIST-BEFORE
                   MOVE WS-INPUT-SALARY TO WS-HIST-AFTER
                   PERFORM WRITE-HISTORY-ENTRY
                   PERFORM RECORD-SALARY-EFFECTIVE
               END-IF
               IF WS-INPUT-DEPT NOT =
                       WS-EMP-DEPT OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
               PERFORM CHECK-SALARY-BAND
               MOVE WS-INPUT-DEPT TO WS-DM-CHECK-DEPT
               PERFORM CHECK-DEPT-BUDGET
               PERFORM FREE-TERMINATED-POSITIONS
           END-IF
           EXIT.

               PERFORM SHIFT-EMPLOYEES-DOWN
               SUBTRACT 1 FROM WS-EMPLOYEE-COUNT
               DISPLAY "Employee removed successfully!"
               PERFORM FREE-TERMINATED-POSITIONS
           END-IF
           EXIT.

               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YTD-YEAR
                   PERFORM BUILD-YTD-TABLE
                   PERFORM COMPUTE-PENDING-RETRO
                   PERFORM COMPUTE-PENDING-COMMISSION
                   PERFORM OPEN-PAYHIST-EXTEND
                   COMPUTE WS-BN-AS-OF =
                       FUNCTION NUMVAL(WS-PH-RUN-DATE)
                   MOVE ZEROS TO WS-BX-COUNT
                   MOVE ZEROS TO WS-GL-DEPT-COUNT
                   MOVE ZEROS TO WS-GLD-COUNT
                   OPEN OUTPUT PAYROLL-FILE
                   MOVE ZEROS TO WS-PAY-TOT-TAX
                   MOVE ZEROS TO WS-PAY-TOT-DEDUCT
                   MOVE ZEROS TO WS-PAY-TOT-NET
                   MOVE ZEROS TO WS-PAY-TOT-RETRO
                   MOVE ZEROS TO WS-PAY-TOT-LOAN
                   MOVE ZEROS TO WS-PAY-TOT-COMM
                   MOVE ZEROS TO WS-PAY-TOT-COMM-HELD
                   MOVE "ID     NAME                      GROSS" &
                       "        TAX     DEDUCT        NET" &
                       "    YTD-GROSS      YTD-NET"
                       TO WS-OUTPUT-LINE
                   WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
                   MOVE SPACES TO WS-OUTPUT-LINE
      *            Terminated staff were paid off by their final pay
                   MOVE ZEROS TO WS-PAY-PAID-COUNT
                   MOVE 'R' TO WS-RT-MODE
                   MOVE 'R' TO WS-LN-MODE
                   MOVE 'N' TO WS-LN-CHANGED
                   MOVE 'R' TO WS-CM-MODE
                   PERFORM VARYING WS-COUNTER FROM 1 BY 1
                       UNTIL WS-COUNTER > WS-EMPLOYEE-COUNT
                       IF WS-EMP-STATUS OF
                               WS-EMPLOYEE-ENTRY (WS-COUNTER) NOT = 'T'
                           ADD 1 TO WS-PAY-PAID-COUNT
                           PERFORM COMPUTE-EMP-PAY
                           ADD WS-PAY-RETRO TO WS-PAY-TOT-RETRO
                           ADD WS-PAY-LOAN TO WS-PAY-TOT-LOAN
                           ADD WS-PAY-COMM TO WS-PAY-TOT-COMM
                           ADD WS-CM-DEFERRED TO WS-PAY-TOT-COMM-HELD
                           PERFORM ACCUMULATE-GL-BUCKETS
                           PERFORM WRITE-PAYROLL-LINE
                           IF WS-PAY-RETRO > ZEROS
                               PERFORM WRITE-RETRO-REGISTER-LINE
                           END-IF
                           IF WS-PAY-COMM NOT = ZEROS OR
                                   WS-CM-DEFERRED NOT = ZEROS
                               PERFORM WRITE-COMM-REGISTER-LINE
                           END-IF
                           IF WS-PAY-LOAN > ZEROS
                               PERFORM WRITE-LOAN-REGISTER-LINE
                           END-IF
                           PERFORM APPEND-PAYHIST-LINE
                           PERFORM WRITE-PAYSLIP
                       END-IF
                   END-PERFORM
                   MOVE SPACE TO WS-RT-MODE
                   MOVE SPACE TO WS-LN-MODE
                   MOVE SPACE TO WS-CM-MODE
                   PERFORM WRITE-PAYROLL-TOTALS
                   CLOSE PAYROLL-FILE
                   PERFORM ACCUMULATE-CLAIM-GL
                   PERFORM WRITE-PAYROLL-GL
                   IF WS-XC-CHANGED = 'Y'
                       PERFORM SAVE-CLAIMS-FILE
                   END-IF
                   IF WS-RT-CHANGED = 'Y'
                       PERFORM SAVE-RETRO-FILE
                   END-IF
                   IF WS-LN-CHANGED = 'Y'
                       PERFORM SAVE-LOANS-FILE
                   END-IF
                   IF WS-CM-CHANGED = 'Y'
                       PERFORM SAVE-COMMPAID-FILE
                   END-IF
                   IF WS-BX-COUNT > ZEROS
                       PERFORM WRITE-BENEFIT-REMITTANCE
                   END-IF
                   IF WS-PH-OPEN = 'Y'
                       CLOSE PAYHIST-FILE
                       MOVE 'N' TO WS-PH-OPEN
                   END-IF
                   DISPLAY "Payroll register written to payroll.txt"
                   PERFORM CHECK-UNAPPROVED-OVERTIME
               END-IF
           END-IF
           EXIT.

       LOAD-PAY-RATES.
           MOVE ZEROS TO WS-BRACKET-COUNT
           MOVE 25 TO WS-LN-CAP-PCT
           MOVE ZEROS TO WS-DEDUCT-COUNT
           OPEN INPUT RATES-FILE
           IF WS-RATES-FILE-STATUS = "00"
                       COMPUTE WS-DEDUCT-AMT (WS-DEDUCT-COUNT) =
                           FUNCTION NUMVAL(WS-RATE-F4)
                   END-IF
               WHEN "LOANCAP"
                   COMPUTE WS-LN-CAP-PCT = FUNCTION NUMVAL(WS-RATE-F2)
                   IF WS-LN-CAP-PCT > 100
                       MOVE 100 TO WS-LN-CAP-PCT
                   END-IF
               WHEN OTHER
                   IF WS-RATES-LINE NOT = SPACES
                       DISPLAY "Ignoring unknown rates line: "

      * Progressive tax: each bracket taxes the slice between the
      * previous limit and its own (limit 0 = no upper bound), then
      * fixed deductions for the employee's department and ID apply,
      * then the employee share of each benefit election.
       COMPUTE-EMP-PAY.
      *    Hourly staff build their gross from the period's
      *    timesheets; salaried staff start from the salary field.
               MOVE WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   TO WS-PAY-GROSS
           END-IF
           MOVE ZEROS TO WS-PAY-RETRO
           IF WS-RT-MODE NOT = SPACE
               PERFORM ADD-RETRO-TO-GROSS
           END-IF
           MOVE ZEROS TO WS-PAY-COMM WS-CM-DEFERRED
           IF WS-CM-MODE NOT = SPACE
               PERFORM ADD-COMMISSION-TO-GROSS
           END-IF
           PERFORM COMPUTE-PAY-FROM-GROSS
           EXIT.

      * Tax, deductions and benefit premiums on WS-PAY-GROSS for
      * the employee at WS-COUNTER (final pay comes in here too).
       COMPUTE-PAY-FROM-GROSS.
           MOVE ZEROS TO WS-PAY-TAX
           MOVE ZEROS TO WS-PAY-PREV-LIMIT
           MOVE ZEROS TO WS-PS-BRK-COUNT
                       END-IF
               END-EVALUATE
           END-PERFORM
           PERFORM APPLY-BENEFIT-PREMIUMS
      *    Staff loan instalments come last, off what is left
           MOVE ZEROS TO WS-PAY-LOAN
           IF WS-LN-MODE NOT = SPACE
               PERFORM TAKE-LOAN-DEDUCTIONS
           END-IF
           COMPUTE WS-PAY-NET =
               WS-PAY-GROSS - WS-PAY-TAX - WS-PAY-DEDUCT
           ADD WS-PAY-GROSS TO WS-PAY-TOT-GROSS
           EXIT.

      * Roll the employee just computed into the GL buckets: gross
      * and employer benefit share into their department's buckets,
      * and each matched deduction into its own named bucket
      * (benefit premiums go to the carrier via the remittance,
      * loan repayments to the staff loans receivable).
       ACCUMULATE-GL-BUCKETS.
           MOVE ZEROS TO WS-GL-SLOT
           PERFORM VARYING WS-GL-SCAN FROM 1 BY 1
               MOVE WS-EMP-DEPT OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   TO WS-GL-DEPT-CODE (WS-GL-SLOT)
               MOVE ZEROS TO WS-GL-DEPT-GROSS (WS-GL-SLOT)
               MOVE ZEROS TO WS-GL-DEPT-BENEFIT (WS-GL-SLOT)
               MOVE ZEROS TO WS-GL-DEPT-RETRO (WS-GL-SLOT)
               MOVE ZEROS TO WS-GL-DEPT-COMM (WS-GL-SLOT)
           END-IF
      *    Retro pay and commission are journalled on their own lines
           IF WS-GL-SLOT NOT = ZEROS
               COMPUTE WS-GL-DEPT-GROSS (WS-GL-SLOT) =
                   WS-GL-DEPT-GROSS (WS-GL-SLOT)
                   + WS-PAY-GROSS - WS-PAY-RETRO - WS-PAY-COMM
               ADD WS-PAY-RETRO TO WS-GL-DEPT-RETRO (WS-GL-SLOT)
               ADD WS-PAY-COMM TO WS-GL-DEPT-COMM (WS-GL-SLOT)
               ADD WS-BE-ER-TOTAL TO WS-GL-DEPT-BENEFIT (WS-GL-SLOT)
           END-IF
           PERFORM VARYING WS-PS-SCAN FROM 1 BY 1
               UNTIL WS-PS-SCAN > WS-PS-DED-COUNT
                   END-IF
               END-PERFORM
               IF WS-GL-SLOT = ZEROS AND WS-GLD-COUNT < 100
                       AND WS-PS-DED-BEN (WS-PS-SCAN) = 'N'
                   ADD 1 TO WS-GLD-COUNT
                   MOVE WS-GLD-COUNT TO WS-GL-SLOT
                   MOVE WS-PS-DED-NAME (WS-PS-SCAN)
                       TO WS-GLD-NAME (WS-GL-SLOT)
                   MOVE ZEROS TO WS-GLD-AMT (WS-GL-SLOT)
               END-IF
               IF WS-GL-SLOT NOT = ZEROS AND
                       WS-PS-DED-BEN (WS-PS-SCAN) = 'N'
                   ADD WS-PS-DED-AMT (WS-PS-SCAN)
                       TO WS-GLD-AMT (WS-GL-SLOT)
               END-IF
           END-PERFORM
           PERFORM NOTE-REMITTANCE-LINES
           EXIT.

      * Balanced journal for the run: per-department salary and
      * employer benefit expense debits on one side; tax payable,
      * each deduction, each carrier's premiums and the PAYCLEAR
      * net-pay clearing account on the other. Gross = tax +
      * deductions + net per employee, and the carrier credit is
      * the employee share plus the employer expense, so the two
      * sides tie by construction.
       WRITE-PAYROLL-GL.
           MOVE SPACES TO WS-GL-BATCH
           STRING WS-PH-RUN-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                  INTO WS-GL-BATCH
           END-STRING
           OPEN EXTEND PAYGL-FILE
           IF WS-PAYGL-FILE-STATUS = "35"
               OPEN OUTPUT PAYGL-FILE
               IF WS-PAYGL-FILE-STATUS = "00"
                   MOVE "Account,Debit,Credit,Reference" TO WS-GL-LINE
                   WRITE PAYGL-RECORD FROM WS-GL-LINE
               END-IF
           END-IF
           IF WS-PAYGL-FILE-STATUS NOT = "00"
               DISPLAY "Warning: could not write paygl.txt (status "
                   WS-PAYGL-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GL-SCAN FROM 1 BY 1
               UNTIL WS-GL-SCAN > WS-GL-DEPT-COUNT
               MOVE SPACES TO WS-GL-ACCT
                      WS-GL-DEPT-GROSS (WS-GL-SCAN)
                      DELIMITED BY SIZE
                      ",,PAYROLL " DELIMITED BY SIZE
                      WS-GL-BATCH DELIMITED BY SIZE
                      " salary expense" DELIMITED BY SIZE
                      INTO WS-GL-LINE
               END-STRING
               WRITE PAYGL-RECORD FROM WS-GL-LINE
               IF WS-GL-DEPT-RETRO (WS-GL-SCAN) > ZEROS
                   PERFORM WRITE-ONE-RETRO-GL-LINE
               END-IF
               IF WS-GL-DEPT-COMM (WS-GL-SCAN) NOT = ZEROS
                   PERFORM WRITE-ONE-COMM-GL-LINE
               END-IF
               IF WS-GL-DEPT-BENEFIT (WS-GL-SCAN) > ZEROS
                   PERFORM WRITE-ONE-BENEXP-LINE
               END-IF
           END-PERFORM
           IF WS-PAY-TOT-TAX NOT = ZEROS
               MOVE SPACES TO WS-GL-LINE
               STRING "TAXPAY,," DELIMITED BY SIZE
                      WS-PAY-TOT-TAX DELIMITED BY SIZE
                      ",PAYROLL " DELIMITED BY SIZE
                      WS-GL-BATCH DELIMITED BY SIZE
                      " tax withheld" DELIMITED BY SIZE
                      INTO WS-GL-LINE
               END-STRING
                      ",," DELIMITED BY SIZE
                      WS-GLD-AMT (WS-GL-SCAN) DELIMITED BY SIZE
                      ",PAYROLL " DELIMITED BY SIZE
                      WS-GL-BATCH DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GLD-NAME (WS-GL-SCAN) DELIMITED BY SIZE
                      INTO WS-GL-LINE
               END-STRING
               WRITE PAYGL-RECORD FROM WS-GL-LINE
           END-PERFORM
           IF WS-PAY-TOT-LOAN > ZEROS
               MOVE SPACES TO WS-GL-LINE
               STRING "STAFFLOAN,," DELIMITED BY SIZE
                      WS-PAY-TOT-LOAN DELIMITED BY SIZE
                      ",PAYROLL " DELIMITED BY SIZE
                      WS-GL-BATCH DELIMITED BY SIZE
                      " staff loan repayments" DELIMITED BY SIZE
                      INTO WS-GL-LINE
               END-STRING
               WRITE PAYGL-RECORD FROM WS-GL-LINE
           END-IF
           PERFORM WRITE-BENEFIT-GL-CREDITS
           IF WS-XG-COUNT > ZEROS
               PERFORM WRITE-CLAIM-GL-LINES
           END-IF
           MOVE SPACES TO WS-GL-LINE
           STRING "PAYCLEAR,," DELIMITED BY SIZE
                  WS-PAY-TOT-NET DELIMITED BY SIZE
                  ",PAYROLL " DELIMITED BY SIZE
                  WS-GL-BATCH DELIMITED BY SIZE
                  " net pay to clearing" DELIMITED BY SIZE
                  INTO WS-GL-LINE
           END-STRING
           WRITE PAYGL-RECORD FROM WS-GL-LINE
           CLOSE PAYGL-FILE
           DISPLAY "Payroll GL batch " WS-GL-BATCH
               " added to paygl.txt"
           EXIT.

       NOTE-PAYSLIP-DEDUCTION.
           END-STRING
           MOVE WS-DEDUCT-AMT (WS-DEDUCT-IX)
               TO WS-PS-DED-AMT (WS-PS-DED-COUNT)
           MOVE 'N' TO WS-PS-DED-BEN (WS-PS-DED-COUNT)
           EXIT.

       WRITE-ONE-BENEXP-LINE.
           MOVE SPACES TO WS-GL-ACCT
           STRING "BEN-" DELIMITED BY SIZE
                  WS-GL-DEPT-CODE (WS-GL-SCAN) DELIMITED BY SPACE
                  INTO WS-GL-ACCT
           END-STRING
           MOVE SPACES TO WS-GL-LINE
           STRING WS-GL-ACCT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-GL-DEPT-BENEFIT (WS-GL-SCAN) DELIMITED BY SIZE
                  ",,PAYROLL " DELIMITED BY SIZE
                  WS-GL-BATCH DELIMITED BY SIZE
                  " employer benefits" DELIMITED BY SIZE
                  INTO WS-GL-LINE
           END-STRING
           WRITE PAYGL-RECORD FROM WS-GL-LINE
           EXIT.

      * One formatted slip per employee (payslip_<id>.txt): gross,
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-FP-ACTIVE = 'Y'
               PERFORM WRITE-FINAL-SLIP-DETAIL
           END-IF
           IF WS-PAY-RETRO > ZEROS OR WS-PAY-COMM NOT = ZEROS
               PERFORM WRITE-REGULAR-SLIP-LINE
           END-IF
           IF WS-PAY-RETRO > ZEROS
               PERFORM WRITE-RETRO-SLIP-LINES
           END-IF
           IF WS-PAY-COMM NOT = ZEROS
               PERFORM WRITE-COMM-SLIP-LINES
           END-IF
           STRING "Gross pay:        $" DELIMITED BY SIZE
                  WS-PAY-GROSS DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-PAY-LOAN > ZEROS
               PERFORM WRITE-LOAN-SLIP-LINES
           END-IF
           IF WS-BE-ER-TOTAL > ZEROS
               STRING "Employer-paid benefits (not deducted): $"
                      DELIMITED BY SIZE
                      WS-BE-ER-TOTAL DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
               WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
               MOVE SPACES TO WS-OUTPUT-LINE
           END-IF
           STRING "NET PAY:          $" DELIMITED BY SIZE
                  WS-PAY-NET DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-FP-ACTIVE = 'Y'
               PERFORM WRITE-FINAL-SLIP-PAYOUT
           END-IF
           CLOSE PAYSLIP-FILE
           EXIT.

           END-IF
           PERFORM VARYING WS-TS-IX FROM 1 BY 1
               UNTIL WS-TS-IX > WS-TS-COUNT
               MOVE WS-TS-HOURS (WS-TS-IX) TO WS-TS-HOURS-OUT
               MOVE SPACES TO WS-TS-LINE
               STRING WS-TS-EMP (WS-TS-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-TS-WEEK (WS-TS-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-TS-HOURS-OUT DELIMITED BY SIZE
                      INTO WS-TS-LINE
               END-STRING
               WRITE HOURS-RECORD FROM WS-TS-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PH-F1 WS-PH-F2 WS-PH-F3
           MOVE SPACES TO WS-PH-F4 WS-PH-F5 WS-PH-F6 WS-PH-F7
           UNSTRING WS-PH-LINE DELIMITED BY "|"
               INTO WS-PH-F1 WS-PH-F2 WS-PH-F3 WS-PH-F4
                    WS-PH-F5 WS-PH-F6 WS-PH-F7
           END-UNSTRING
           IF WS-PH-F1(1:4) NOT = WS-YTD-YEAR
               EXIT PARAGRAPH
               MOVE ZEROS TO WS-YTD-DEDUCT (WS-YTD-SLOT)
               MOVE ZEROS TO WS-YTD-NET (WS-YTD-SLOT)
               MOVE ZEROS TO WS-YTD-RUNS (WS-YTD-SLOT)
               MOVE ZEROS TO WS-YTD-RETRO (WS-YTD-SLOT)
           END-IF
      *    Amounts are held with two implied decimal places
           COMPUTE WS-YTD-GROSS (WS-YTD-SLOT) =
               WS-YTD-GROSS (WS-YTD-SLOT)
               + FUNCTION NUMVAL(WS-PH-F3) / 100
           COMPUTE WS-YTD-TAX (WS-YTD-SLOT) =
               WS-YTD-TAX (WS-YTD-SLOT)
               + FUNCTION NUMVAL(WS-PH-F4) / 100
           COMPUTE WS-YTD-DEDUCT (WS-YTD-SLOT) =
               WS-YTD-DEDUCT (WS-YTD-SLOT)
               + FUNCTION NUMVAL(WS-PH-F5) / 100
           COMPUTE WS-YTD-NET (WS-YTD-SLOT) =
               WS-YTD-NET (WS-YTD-SLOT)
               + FUNCTION NUMVAL(WS-PH-F6) / 100
           IF WS-PH-F7 NOT = SPACES
               COMPUTE WS-YTD-RETRO (WS-YTD-SLOT) =
                   WS-YTD-RETRO (WS-YTD-SLOT)
                   + FUNCTION NUMVAL(WS-PH-F7) / 100
           END-IF
           ADD 1 TO WS-YTD-RUNS (WS-YTD-SLOT)
           EXIT.

           IF WS-PH-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-COMM TO WS-PH-COMM-OUT
           MOVE SPACES TO WS-PH-LINE
           STRING WS-PH-RUN-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PAY-DEDUCT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PAY-NET DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PAY-RETRO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PH-COMM-OUT DELIMITED BY SIZE
                  INTO WS-PH-LINE
           END-STRING
           WRITE PAYHIST-RECORD FROM WS-PH-LINE
           END-STRING
           WRITE STMT-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-YTD-RETRO (WS-YTD-IX) > ZEROS
               STRING "  incl. retro:  $" DELIMITED BY SIZE
                      WS-YTD-RETRO (WS-YTD-IX) DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
               WRITE STMT-RECORD FROM WS-OUTPUT-LINE
               MOVE SPACES TO WS-OUTPUT-LINE
           END-IF
           STRING "Tax withheld:   $" DELIMITED BY SIZE
                  WS-YTD-TAX (WS-YTD-IX) DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
           STRING "Employees: " DELIMITED BY SIZE
                  WS-PAY-PAID-COUNT DELIMITED BY SIZE
                  "  Gross: $" DELIMITED BY SIZE
                  WS-PAY-TOT-GROSS DELIMITED BY SIZE
                  "  Tax: $" DELIMITED BY SIZE
           END-STRING
           WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-PAY-TOT-RETRO > ZEROS
               STRING "Retro pay included in gross: $"
                      DELIMITED BY SIZE
                      WS-PAY-TOT-RETRO DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
               WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
               MOVE SPACES TO WS-OUTPUT-LINE
           END-IF
           IF WS-PAY-TOT-COMM NOT = ZEROS
               MOVE WS-PAY-TOT-COMM TO WS-CM-TOT-ED
               STRING "Commission included in gross: $"
                      DELIMITED BY SIZE
                      WS-CM-TOT-ED DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
               WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
               MOVE SPACES TO WS-OUTPUT-LINE
           END-IF
           IF WS-PAY-TOT-COMM-HELD NOT = ZEROS
               MOVE WS-PAY-TOT-COMM-HELD TO WS-CM-TOT-ED
               STRING "Commission clawback carried forward: $"
                      DELIMITED BY SIZE
                      WS-CM-TOT-ED DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
               WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
               MOVE SPACES TO WS-OUTPUT-LINE
           END-IF
           IF WS-PAY-TOT-LOAN > ZEROS
               STRING "Staff loan repayments in deductions: $"
                      DELIMITED BY SIZE
                      WS-PAY-TOT-LOAN DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
               WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
               MOVE SPACES TO WS-OUTPUT-LINE
           END-IF
           EXIT.

      * Append one audit line to emphist.txt. The file is opened in
                      WS-HIST-BEFORE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-HIST-AFTER DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-HIST-OPER DELIMITED BY SIZE
                      INTO WS-HIST-LINE
               END-STRING
               WRITE HISTORY-RECORD FROM WS-HIST-LINE
               DISPLAY WS-OUTPUT-LINE
               DISPLAY "Validation report in import_report.txt"
               MOVE SPACES TO WS-OUTPUT-LINE
               PERFORM FREE-TERMINATED-POSITIONS
           END-IF
           EXIT.

      * Write one 'D' transaction per active employee with a bank
      * account, at their net pay under the current rates.txt, in
      * the terminal-log record shape the nightly batch merges.
      * Approved expense claims follow, one reimbursement each.
       DIRECT-DEPOSIT-EXTRACT.
           IF WS-EMPLOYEE-COUNT = ZEROS
               DISPLAY "No employees for deposit extract."
                   "available (status " WS-RATES-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BN-AS-OF
           OPEN OUTPUT DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open deposits.txt (status "
           MOVE ZEROS TO WS-DEP-SKIPPED
           MOVE ZEROS TO WS-DEP-TOTAL
           ACCEPT WS-DEP-TIME-RAW FROM TIME
           MOVE 'N' TO WS-RT-CHANGED
           MOVE 'D' TO WS-RT-MODE
           MOVE 'N' TO WS-LN-CHANGED
           MOVE 'D' TO WS-LN-MODE
           MOVE 'N' TO WS-CM-CHANGED
           MOVE 'D' TO WS-CM-MODE
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMPLOYEE-COUNT
               PERFORM WRITE-ONE-DEPOSIT
           END-PERFORM
           MOVE SPACE TO WS-RT-MODE
           MOVE SPACE TO WS-LN-MODE
           MOVE SPACE TO WS-CM-MODE
           IF WS-CM-CHANGED = 'Y'
               PERFORM SAVE-COMMPAID-FILE
           END-IF
           IF WS-RT-CHANGED = 'Y'
               PERFORM SAVE-RETRO-FILE
           END-IF
           IF WS-LN-CHANGED = 'Y'
               PERFORM SAVE-LOANS-FILE
           END-IF
           PERFORM PAY-APPROVED-CLAIMS
           CLOSE DEPOSIT-FILE
      *    Trailer sidecar so the nightly run can prove the file
      *    arrived whole before merging it
           DISPLAY "Deposits written: " WS-DEP-COUNT
               "  Skipped: " WS-DEP-SKIPPED
               "  Payroll total: $" WS-DEP-TOTAL
           IF WS-XC-PAID-COUNT > ZEROS
               MOVE WS-XC-PAID-AMT TO WS-XC-SUM-ED
               DISPLAY "Expense claims reimbursed: " WS-XC-PAID-COUNT
                   "  $" WS-XC-SUM-ED
           END-IF
           DISPLAY "Extract in deposits.txt for the nightly run."
           EXIT.

           END-PERFORM
           EXIT.

      * Spring review cycle: managers rate their direct reports,
      * then HR runs the merit matrix against the ratings on file.
       REVIEW-MENU.
           DISPLAY " "
           DISPLAY "PERFORMANCE REVIEWS / MERIT"
           DISPLAY "1. Enter Ratings for a Manager's Team"
           DISPLAY "2. Merit Increase Run (preview / commit)"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-RV-CHOICE
           EVALUATE WS-RV-CHOICE
               WHEN '1'
                   PERFORM ENTER-TEAM-RATINGS
               WHEN '2'
                   PERFORM MERIT-INCREASE-RUN
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT.

       LOAD-REVIEWS-FILE.
           MOVE ZEROS TO WS-RV-COUNT
           OPEN INPUT REVIEWS-FILE
           IF WS-REVIEWS-FILE-STATUS = "00" OR
                   WS-REVIEWS-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ REVIEWS-FILE INTO WS-RV-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-REVIEW-LINE
                   END-READ
               END-PERFORM
               CLOSE REVIEWS-FILE
           END-IF
           EXIT.

       PARSE-REVIEW-LINE.
           IF WS-RV-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RV-F1 WS-RV-F2 WS-RV-F3
           MOVE SPACES TO WS-RV-F4 WS-RV-F5
           UNSTRING WS-RV-LINE DELIMITED BY ","
               INTO WS-RV-F1 WS-RV-F2 WS-RV-F3 WS-RV-F4 WS-RV-F5
           END-UNSTRING
           IF WS-RV-F1 = SPACES OR WS-RV-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RV-COUNT
           COMPUTE WS-RV-EMP (WS-RV-COUNT) =
               FUNCTION NUMVAL(WS-RV-F1)
           COMPUTE WS-RV-MGR (WS-RV-COUNT) =
               FUNCTION NUMVAL(WS-RV-F2)
           COMPUTE WS-RV-RATING (WS-RV-COUNT) =
               FUNCTION NUMVAL(WS-RV-F3)
           COMPUTE WS-RV-DATE (WS-RV-COUNT) =
               FUNCTION NUMVAL(WS-RV-F4)
           IF WS-RV-F5(1:1) = 'Y'
               MOVE 'Y' TO WS-RV-APPLIED (WS-RV-COUNT)
           ELSE
               MOVE 'N' TO WS-RV-APPLIED (WS-RV-COUNT)
           END-IF
           EXIT.

       SAVE-REVIEWS-FILE.
           OPEN OUTPUT REVIEWS-FILE
           IF WS-REVIEWS-FILE-STATUS NOT = "00" AND
                   WS-REVIEWS-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save reviews.txt (status "
                   WS-REVIEWS-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-RV-COUNT
               MOVE SPACES TO WS-RV-LINE
               STRING WS-RV-EMP (WS-RV-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RV-MGR (WS-RV-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RV-RATING (WS-RV-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RV-DATE (WS-RV-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RV-APPLIED (WS-RV-IX) DELIMITED BY SIZE
                      INTO WS-RV-LINE
               END-STRING
               WRITE REVIEWS-RECORD FROM WS-RV-LINE
           END-PERFORM
           CLOSE REVIEWS-FILE
           EXIT.

      * This year's review row for WS-RV-SEEK-EMP, or zero.
       FIND-REVIEW-SLOT.
           MOVE ZEROS TO WS-RV-SLOT
           PERFORM VARYING WS-RV-SCAN FROM 1 BY 1
               UNTIL WS-RV-SCAN > WS-RV-COUNT
               IF WS-RV-EMP (WS-RV-SCAN) = WS-RV-SEEK-EMP AND
                       WS-RV-YYYY (WS-RV-SCAN) = WS-RV-YEAR
                   MOVE WS-RV-SCAN TO WS-RV-SLOT
               END-IF
           END-PERFORM
           EXIT.

      * The manager keys a 1-5 rating for each active direct report
      * (blank keeps what is on file). Re-rating is allowed until
      * the merit run has applied that employee's raise.
       ENTER-TEAM-RATINGS.
           DISPLAY "Enter Manager ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Manager ID not found."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ID TO WS-RV-MGR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-YYYY TO WS-RV-YEAR
           MOVE ZEROS TO WS-RV-SHOWN
           MOVE ZEROS TO WS-RV-CHANGED
           DISPLAY "Ratings for " WS-RV-YEAR
               ": 1 (poor) to 5 (outstanding), blank to skip"
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMPLOYEE-COUNT
               IF WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                       = WS-RV-MGR-ID AND
                   WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                       NOT = 'T'
                   PERFORM RATE-ONE-REPORT
               END-IF
           END-PERFORM
           IF WS-RV-SHOWN = ZEROS
               DISPLAY "No active direct reports for that manager."
               EXIT PARAGRAPH
           END-IF
           IF WS-RV-CHANGED > ZEROS
               PERFORM SAVE-REVIEWS-FILE
           END-IF
           DISPLAY WS-RV-CHANGED " rating(s) recorded."
           EXIT.

       RATE-ONE-REPORT.
           ADD 1 TO WS-RV-SHOWN
           MOVE WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
               TO WS-RV-SEEK-EMP
           PERFORM FIND-REVIEW-SLOT
           IF WS-RV-SLOT > ZEROS
               IF WS-RV-APPLIED (WS-RV-SLOT) = 'Y'
                   DISPLAY "  " WS-RV-SEEK-EMP " "
                       WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                       " rated " WS-RV-RATING (WS-RV-SLOT)
                       " - merit applied, rating locked"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "  " WS-RV-SEEK-EMP " "
                   WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   " (now " WS-RV-RATING (WS-RV-SLOT) "): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "  " WS-RV-SEEK-EMP " "
                   WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   ": " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-RV-RATING-TXT
           ACCEPT WS-RV-RATING-TXT
           IF WS-RV-RATING-TXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RV-RATING-TXT < '1' OR WS-RV-RATING-TXT > '5'
               DISPLAY "  Rating must be 1-5 - skipped."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-BEFORE
           IF WS-RV-SLOT = ZEROS
               IF WS-RV-COUNT >= 500
                   DISPLAY "  Review table full - not recorded."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RV-COUNT
               MOVE WS-RV-COUNT TO WS-RV-SLOT
               MOVE WS-RV-SEEK-EMP TO WS-RV-EMP (WS-RV-SLOT)
               MOVE 'N' TO WS-RV-APPLIED (WS-RV-SLOT)
           ELSE
               MOVE WS-RV-RATING (WS-RV-SLOT) TO WS-HIST-BEFORE
           END-IF
           MOVE WS-RV-MGR-ID TO WS-RV-MGR (WS-RV-SLOT)
           MOVE WS-RV-RATING-TXT TO WS-RV-RATING (WS-RV-SLOT)
           MOVE WS-TODAY-DATE TO WS-RV-DATE (WS-RV-SLOT)
           MOVE WS-RV-SEEK-EMP TO WS-HIST-EMP-ID
           MOVE "RATING" TO WS-HIST-FIELD
           MOVE WS-RV-RATING-TXT TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           ADD 1 TO WS-RV-CHANGED
           EXIT.

       LOAD-MERIT-MATRIX.
           MOVE ZEROS TO WS-MX-COUNT
           OPEN INPUT MATRIX-FILE
           IF WS-MATRIX-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ MATRIX-FILE INTO WS-MX-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-MATRIX-LINE
                   END-READ
               END-PERFORM
               CLOSE MATRIX-FILE
           END-IF
           EXIT.

      * Rating 1-5, zone LOW/MID/HIGH, percentage; anything else
      * (a header line, a typo) is skipped.
       PARSE-MATRIX-LINE.
           IF WS-MX-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MX-F1 WS-MX-F2 WS-MX-F3
           UNSTRING WS-MX-LINE DELIMITED BY ","
               INTO WS-MX-F1 WS-MX-F2 WS-MX-F3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-MX-F2) TO WS-MX-F2
           IF WS-MX-F1(1:1) < '1' OR WS-MX-F1(1:1) > '5'
               EXIT PARAGRAPH
           END-IF
           IF WS-MX-F2 NOT = "LOW" AND WS-MX-F2 NOT = "MID" AND
                   WS-MX-F2 NOT = "HIGH"
               EXIT PARAGRAPH
           END-IF
           IF WS-MX-COUNT >= 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MX-COUNT
           MOVE WS-MX-F1(1:1) TO WS-MX-RATING (WS-MX-COUNT)
           MOVE WS-MX-F2 TO WS-MX-ZONE (WS-MX-COUNT)
           COMPUTE WS-MX-PCT (WS-MX-COUNT) =
               FUNCTION NUMVAL(WS-MX-F3)
           EXIT.

       MERIT-INCREASE-RUN.
           IF WS-EMPLOYEE-COUNT = ZEROS
               DISPLAY "No employees to raise."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MERIT-MATRIX
           IF WS-MX-COUNT = ZEROS
               DISPLAY "No meritmatrix.txt - the merit run needs "
                   "Rating,Zone,Pct rows."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-YYYY TO WS-RV-YEAR
           PERFORM PREVIEW-MERIT-RAISE
           IF WS-MR-COUNT = ZEROS
               DISPLAY "No unapplied " WS-RV-YEAR
                   " ratings - nothing to raise."
               EXIT PARAGRAPH
           END-IF
           IF WS-MR-HELD-COUNT = WS-MR-COUNT
               DISPLAY "Every rated department is over its budget "
                   "cap - nothing can be applied."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Apply these merit increases? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-MR-CONFIRM
           IF WS-MR-CONFIRM = 'Y' OR WS-MR-CONFIRM = 'y'
               PERFORM COMMIT-MERIT-RAISE
               DISPLAY "Merit increase applied to "
                   WS-MR-APPLIED-COUNT " employee(s)."
               IF WS-MR-HELD-COUNT > ZEROS
                   DISPLAY WS-MR-HELD-COUNT " employee(s) held back "
                       "over budget - ratings stay open."
               END-IF
           ELSE
               DISPLAY "Merit run cancelled - no changes made."
           END-IF
           EXIT.

      * One line per unapplied rating this year, then the budget
      * cap per department: the merit spend is added to the
      * department's current salary total and checked against the
      * departments.txt cap. Departments without a cap never hold.
       PREVIEW-MERIT-RAISE.
           MOVE ZEROS TO WS-MR-COUNT WS-MD-COUNT WS-MR-NOMX-COUNT
           MOVE ZEROS TO WS-MR-HELD-COUNT WS-MR-TOTAL-OLD
           MOVE ZEROS TO WS-MR-TOTAL-NEW WS-MR-TOTAL-HELD
           DISPLAY " "
           DISPLAY "ID     RTG ZONE    PCT   Current     New"
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-RV-COUNT
               IF WS-RV-YYYY (WS-RV-IX) = WS-RV-YEAR AND
                       WS-RV-APPLIED (WS-RV-IX) NOT = 'Y'
                   PERFORM BUILD-MERIT-LINE
               END-IF
           END-PERFORM
           IF WS-MR-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-MR-NOMX-COUNT > ZEROS
               DISPLAY WS-MR-NOMX-COUNT " employee(s) have no "
                   "matrix entry for their rating/zone - 0% applies."
           END-IF
           DISPLAY " "
           PERFORM VARYING WS-MD-SCAN FROM 1 BY 1
               UNTIL WS-MD-SCAN > WS-MD-COUNT
               PERFORM CHECK-MERIT-DEPT-BUDGET
           END-PERFORM
           PERFORM VARYING WS-MR-IX FROM 1 BY 1
               UNTIL WS-MR-IX > WS-MR-COUNT
               PERFORM MARK-MERIT-HELD
           END-PERFORM
           DISPLAY " "
           DISPLAY "Total current payroll: $" WS-MR-TOTAL-OLD
           DISPLAY "Total new payroll:     $" WS-MR-TOTAL-NEW
           IF WS-MR-HELD-COUNT > ZEROS
               DISPLAY "Held over budget:      $" WS-MR-TOTAL-HELD
                   " (" WS-MR-HELD-COUNT " employee(s))"
           END-IF
           EXIT.

       BUILD-MERIT-LINE.
           MOVE WS-RV-EMP (WS-RV-IX) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           IF WS-ORG-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                   = 'T'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MR-COUNT
           MOVE WS-ORG-FOUND TO WS-MR-EMP-IX (WS-MR-COUNT)
           SET WS-MR-RV-IX (WS-MR-COUNT) TO WS-RV-IX
           MOVE WS-RV-RATING (WS-RV-IX) TO WS-MR-RATING (WS-MR-COUNT)
           MOVE WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
               TO WS-MR-OLD (WS-MR-COUNT)
           PERFORM FIND-MERIT-ZONE
           MOVE WS-MR-ZONE-CALC TO WS-MR-ZONE (WS-MR-COUNT)
           PERFORM FIND-MERIT-PCT
           IF WS-MR-MX-FOUND = 'N'
               ADD 1 TO WS-MR-NOMX-COUNT
           END-IF
           MOVE WS-MR-PCT-CALC TO WS-MR-PCT (WS-MR-COUNT)
           COMPUTE WS-MR-NEW (WS-MR-COUNT) ROUNDED =
               WS-MR-OLD (WS-MR-COUNT) +
               (WS-MR-OLD (WS-MR-COUNT) * WS-MR-PCT-CALC / 100)
           MOVE 'N' TO WS-MR-HELD (WS-MR-COUNT)
           PERFORM ADD-MERIT-DEPT-SPEND
           MOVE WS-MR-PCT-CALC TO WS-MR-PCT-ED
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-RV-EMP (WS-RV-IX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-MR-RATING (WS-MR-COUNT) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MR-ZONE-CALC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MR-PCT-ED DELIMITED BY SIZE
                  "%  $" DELIMITED BY SIZE
                  WS-MR-OLD (WS-MR-COUNT) DELIMITED BY SIZE
                  " -> $" DELIMITED BY SIZE
                  WS-MR-NEW (WS-MR-COUNT) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EMP-DEPT OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                  DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           DISPLAY WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

      * Thirds of the grade band: below min + 1/3 of the width is
      * LOW, below min + 2/3 is MID, the rest (and anything over the
      * maximum) HIGH. No usable band means MID.
       FIND-MERIT-ZONE.
           MOVE "MID" TO WS-MR-ZONE-CALC
           MOVE WS-EMP-GRADE OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
               TO WS-GR-CHECK-GRADE
           IF WS-GR-LOADED = 'N' OR WS-GR-CHECK-GRADE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-GRADE
           IF WS-GR-FOUND-IX = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-GR-MAX (WS-GR-FOUND-IX) NOT >
                   WS-GR-MIN (WS-GR-FOUND-IX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MR-THIRD =
               (WS-GR-MAX (WS-GR-FOUND-IX) -
                WS-GR-MIN (WS-GR-FOUND-IX)) / 3
           IF WS-MR-OLD (WS-MR-COUNT) <
                   WS-GR-MIN (WS-GR-FOUND-IX) + WS-MR-THIRD
               MOVE "LOW" TO WS-MR-ZONE-CALC
           ELSE
               IF WS-MR-OLD (WS-MR-COUNT) <
                       WS-GR-MIN (WS-GR-FOUND-IX) + (2 * WS-MR-THIRD)
                   MOVE "MID" TO WS-MR-ZONE-CALC
               ELSE
                   MOVE "HIGH" TO WS-MR-ZONE-CALC
               END-IF
           END-IF
           EXIT.

       FIND-MERIT-PCT.
           MOVE 'N' TO WS-MR-MX-FOUND
           MOVE ZEROS TO WS-MR-PCT-CALC
           PERFORM VARYING WS-MX-IX FROM 1 BY 1
               UNTIL WS-MX-IX > WS-MX-COUNT
               IF WS-MX-RATING (WS-MX-IX) = WS-MR-RATING (WS-MR-COUNT)
                       AND WS-MX-ZONE (WS-MX-IX) = WS-MR-ZONE-CALC
                   MOVE WS-MX-PCT (WS-MX-IX) TO WS-MR-PCT-CALC
                   MOVE 'Y' TO WS-MR-MX-FOUND
               END-IF
           END-PERFORM
           EXIT.

       FIND-MERIT-DEPT-SLOT.
           MOVE ZEROS TO WS-MD-SLOT
           PERFORM VARYING WS-MD-IX FROM 1 BY 1
               UNTIL WS-MD-IX > WS-MD-COUNT
               IF WS-MD-CODE (WS-MD-IX) = WS-DM-CHECK-DEPT
                   SET WS-MD-SLOT TO WS-MD-IX
               END-IF
           END-PERFORM
           EXIT.

       ADD-MERIT-DEPT-SPEND.
           MOVE WS-EMP-DEPT OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
               TO WS-DM-CHECK-DEPT
           PERFORM FIND-MERIT-DEPT-SLOT
           IF WS-MD-SLOT = ZEROS
               IF WS-MD-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MD-COUNT
               MOVE WS-MD-COUNT TO WS-MD-SLOT
               MOVE WS-DM-CHECK-DEPT TO WS-MD-CODE (WS-MD-SLOT)
               MOVE ZEROS TO WS-MD-INCREASE (WS-MD-SLOT)
               MOVE 'N' TO WS-MD-OVER (WS-MD-SLOT)
           END-IF
           COMPUTE WS-MD-INCREASE (WS-MD-SLOT) =
               WS-MD-INCREASE (WS-MD-SLOT) +
               WS-MR-NEW (WS-MR-COUNT) - WS-MR-OLD (WS-MR-COUNT)
           EXIT.

       CHECK-MERIT-DEPT-BUDGET.
           MOVE 'N' TO WS-MD-OVER (WS-MD-SCAN)
           MOVE WS-MD-CODE (WS-MD-SCAN) TO WS-DM-CHECK-DEPT
           PERFORM VALIDATE-DEPARTMENT
           IF WS-DM-FOUND-IX = ZEROS
               DISPLAY WS-MD-CODE (WS-MD-SCAN) " merit spend $"
                   WS-MD-INCREASE (WS-MD-SCAN) " - no budget cap"
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-DEPT-SALARY-TOTAL
           COMPUTE WS-DM-PROJECTED =
               WS-DM-TOTAL + WS-MD-INCREASE (WS-MD-SCAN)
           IF WS-DM-PROJECTED > WS-DM-BUDGET (WS-DM-FOUND-IX)
               MOVE 'Y' TO WS-MD-OVER (WS-MD-SCAN)
               DISPLAY "OVER BUDGET: " WS-MD-CODE (WS-MD-SCAN)
                   " merit spend $" WS-MD-INCREASE (WS-MD-SCAN)
                   " puts salaries at $" WS-DM-PROJECTED
                   " over cap $" WS-DM-BUDGET (WS-DM-FOUND-IX)
                   " - held back"
           ELSE
               DISPLAY WS-MD-CODE (WS-MD-SCAN) " merit spend $"
                   WS-MD-INCREASE (WS-MD-SCAN) " within cap $"
                   WS-DM-BUDGET (WS-DM-FOUND-IX)
           END-IF
           EXIT.

       MARK-MERIT-HELD.
           MOVE WS-MR-EMP-IX (WS-MR-IX) TO WS-COUNTER
           MOVE WS-EMP-DEPT OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
               TO WS-DM-CHECK-DEPT
           PERFORM FIND-MERIT-DEPT-SLOT
           IF WS-MD-SLOT > ZEROS
               IF WS-MD-OVER (WS-MD-SLOT) = 'Y'
                   MOVE 'Y' TO WS-MR-HELD (WS-MR-IX)
               END-IF
           END-IF
           IF WS-MR-HELD (WS-MR-IX) = 'Y'
               ADD 1 TO WS-MR-HELD-COUNT
               COMPUTE WS-MR-TOTAL-HELD = WS-MR-TOTAL-HELD +
                   WS-MR-NEW (WS-MR-IX) - WS-MR-OLD (WS-MR-IX)
           ELSE
               ADD WS-MR-OLD (WS-MR-IX) TO WS-MR-TOTAL-OLD
               ADD WS-MR-NEW (WS-MR-IX) TO WS-MR-TOTAL-NEW
           END-IF
           EXIT.

      * Held-back lines keep their rating open for a later run once
      * the budget is raised; a 0% line closes with no history.
       COMMIT-MERIT-RAISE.
           MOVE ZEROS TO WS-MR-APPLIED-COUNT
           PERFORM VARYING WS-MR-IX FROM 1 BY 1
               UNTIL WS-MR-IX > WS-MR-COUNT
               IF WS-MR-HELD (WS-MR-IX) NOT = 'Y'
                   PERFORM COMMIT-ONE-MERIT
               END-IF
           END-PERFORM
           PERFORM SAVE-REVIEWS-FILE
           EXIT.

       COMMIT-ONE-MERIT.
           MOVE WS-MR-EMP-IX (WS-MR-IX) TO WS-COUNTER
           MOVE WS-MR-RV-IX (WS-MR-IX) TO WS-RV-SLOT
           MOVE 'Y' TO WS-RV-APPLIED (WS-RV-SLOT)
           ADD 1 TO WS-MR-APPLIED-COUNT
           IF WS-MR-NEW (WS-MR-IX) = WS-MR-OLD (WS-MR-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
               TO WS-HIST-EMP-ID
           MOVE "SALARY" TO WS-HIST-FIELD
           MOVE WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
               TO WS-HIST-BEFORE
           MOVE WS-MR-NEW (WS-MR-IX)
               TO WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
           MOVE WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
               TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           EXIT.

       BENEFITS-MENU.
           DISPLAY " "
           DISPLAY "BENEFITS ENROLLMENT"
           DISPLAY "1. Enroll / Change Coverage"
           DISPLAY "2. Show Employee Coverage"
           DISPLAY "3. Set Open-Enrollment Window"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-EN-CHOICE
           EVALUATE WS-EN-CHOICE
               WHEN '1'
                   PERFORM BENEFIT-ENROLLMENT
               WHEN '2'
                   PERFORM SHOW-EMP-COVERAGE-PROMPT
               WHEN '3'
                   PERFORM SET-OPEN-ENROLLMENT
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT.

       LOAD-BENEFIT-PLANS.
           MOVE ZEROS TO WS-BP-COUNT
           OPEN INPUT BENPLANS-FILE
           IF WS-BENPLANS-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ BENPLANS-FILE INTO WS-BP-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-BENPLAN-LINE
                   END-READ
               END-PERFORM
               CLOSE BENPLANS-FILE
           END-IF
           MOVE 'N' TO WS-OE-LOADED
           OPEN INPUT OPENENR-FILE
           IF WS-OPENENR-FILE-STATUS = "00"
               MOVE SPACES TO WS-OE-LINE
               READ OPENENR-FILE INTO WS-OE-LINE
                   AT END
                       MOVE SPACES TO WS-OE-LINE
               END-READ
               CLOSE OPENENR-FILE
               MOVE SPACES TO WS-OE-F1 WS-OE-F2 WS-OE-F3
               UNSTRING WS-OE-LINE DELIMITED BY ","
                   INTO WS-OE-F1 WS-OE-F2 WS-OE-F3
               END-UNSTRING
               IF WS-OE-F1 NOT = SPACES
                   COMPUTE WS-OE-FROM = FUNCTION NUMVAL(WS-OE-F1)
                   COMPUTE WS-OE-TO = FUNCTION NUMVAL(WS-OE-F2)
                   COMPUTE WS-OE-EFFECTIVE =
                       FUNCTION NUMVAL(WS-OE-F3)
                   MOVE 'Y' TO WS-OE-LOADED
               END-IF
           END-IF
           EXIT.

       PARSE-BENPLAN-LINE.
           IF WS-BP-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BP-F1 WS-BP-F2 WS-BP-F3
           MOVE SPACES TO WS-BP-F4 WS-BP-F5 WS-BP-F6
           UNSTRING WS-BP-LINE DELIMITED BY ","
               INTO WS-BP-F1 WS-BP-F2 WS-BP-F3 WS-BP-F4
                    WS-BP-F5 WS-BP-F6
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-BP-F4) TO WS-BP-F4
           IF WS-BP-F1 = SPACES OR WS-BP-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           IF WS-BP-F4 NOT = "S" AND WS-BP-F4 NOT = "C" AND
                   WS-BP-F4 NOT = "F"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BP-COUNT
           MOVE FUNCTION UPPER-CASE(WS-BP-F1)
               TO WS-BP-CODE (WS-BP-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-BP-F2)
               TO WS-BP-TYPE (WS-BP-COUNT)
           MOVE WS-BP-F3 TO WS-BP-CARRIER (WS-BP-COUNT)
           MOVE WS-BP-F4 TO WS-BP-LEVEL (WS-BP-COUNT)
           COMPUTE WS-BP-EE (WS-BP-COUNT) =
               FUNCTION NUMVAL(WS-BP-F5)
           COMPUTE WS-BP-ER (WS-BP-COUNT) =
               FUNCTION NUMVAL(WS-BP-F6)
           EXIT.

      * Plan row for WS-EN-NEW-PLAN / WS-EN-NEW-LEVEL, or zero.
       FIND-BENEFIT-PLAN.
           MOVE ZEROS TO WS-BP-FOUND
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
               UNTIL WS-BP-IX > WS-BP-COUNT
               IF WS-BP-CODE (WS-BP-IX) = WS-EN-NEW-PLAN AND
                       WS-BP-LEVEL (WS-BP-IX) = WS-EN-NEW-LEVEL
                   SET WS-BP-FOUND TO WS-BP-IX
               END-IF
           END-PERFORM
           EXIT.

       LOAD-ENROLLMENTS.
           MOVE ZEROS TO WS-EN-COUNT
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-FILE-STATUS = "00" OR
                   WS-ENROLL-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ENROLL-FILE INTO WS-EN-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-ENROLL-LINE
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF
           EXIT.

       PARSE-ENROLL-LINE.
           IF WS-EN-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EN-F1 WS-EN-F2 WS-EN-F3
           MOVE SPACES TO WS-EN-F4 WS-EN-F5 WS-EN-F6
           UNSTRING WS-EN-LINE DELIMITED BY ","
               INTO WS-EN-F1 WS-EN-F2 WS-EN-F3 WS-EN-F4
                    WS-EN-F5 WS-EN-F6
           END-UNSTRING
           IF WS-EN-F1 = SPACES OR WS-EN-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EN-COUNT
           COMPUTE WS-EN-EMP (WS-EN-COUNT) =
               FUNCTION NUMVAL(WS-EN-F1)
           MOVE FUNCTION UPPER-CASE(WS-EN-F2)
               TO WS-EN-TYPE (WS-EN-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-EN-F3)
               TO WS-EN-PLAN (WS-EN-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-EN-F4)
               TO WS-EN-LEVEL (WS-EN-COUNT)
           COMPUTE WS-EN-EFF (WS-EN-COUNT) =
               FUNCTION NUMVAL(WS-EN-F5)
           IF WS-EN-F6 = SPACES
               MOVE ZEROS TO WS-EN-END (WS-EN-COUNT)
           ELSE
               COMPUTE WS-EN-END (WS-EN-COUNT) =
                   FUNCTION NUMVAL(WS-EN-F6)
           END-IF
           EXIT.

       SAVE-ENROLLMENTS.
           OPEN OUTPUT ENROLL-FILE
           IF WS-ENROLL-FILE-STATUS NOT = "00" AND
                   WS-ENROLL-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save enroll.txt (status "
                   WS-ENROLL-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
               UNTIL WS-EN-IX > WS-EN-COUNT
               MOVE SPACES TO WS-EN-LINE
               STRING WS-EN-EMP (WS-EN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EN-TYPE (WS-EN-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-EN-PLAN (WS-EN-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-EN-LEVEL (WS-EN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EN-EFF (WS-EN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EN-END (WS-EN-IX) DELIMITED BY SIZE
                      INTO WS-EN-LINE
               END-STRING
               WRITE ENROLL-RECORD FROM WS-EN-LINE
           END-PERFORM
           CLOSE ENROLL-FILE
           EXIT.

      * One election per coverage type: the new plan (or a blank
      * plan, which drops the coverage) takes effect from the open
      * enrollment date, or today for a new hire. Earlier running
      * elections of the type end the day before; elections not
      * yet in force are replaced.
       BENEFIT-ENROLLMENT.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Employee ID not found."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX) = 'T'
               DISPLAY "Terminated employees cannot enroll."
               EXIT PARAGRAPH
           END-IF
           IF WS-BP-COUNT = ZEROS
               DISPLAY "No benplans.txt - no plans to enroll in."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE ZEROS TO WS-EN-NEW-EFF
           IF WS-OE-LOADED = 'Y' AND WS-TODAY-DATE >= WS-OE-FROM
                   AND WS-TODAY-DATE <= WS-OE-TO
               MOVE WS-OE-EFFECTIVE TO WS-EN-NEW-EFF
           ELSE
               IF WS-EMP-HIRE-DATE OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
                       > ZEROS AND
                   WS-EMP-HIRE-DATE OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
                       <= WS-TODAY-DATE
                   COMPUTE WS-EN-DAYS-HIRED =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                       FUNCTION INTEGER-OF-DATE(WS-EMP-HIRE-DATE
                           OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX))
                   IF WS-EN-DAYS-HIRED <= 30
                       MOVE WS-TODAY-DATE TO WS-EN-NEW-EFF
                       DISPLAY "New-hire enrollment, effective "
                           WS-EN-NEW-EFF
                   END-IF
               END-IF
           END-IF
           IF WS-EN-NEW-EFF = ZEROS
               IF WS-OE-LOADED = 'Y'
                   DISPLAY "Enrollment is closed - the window runs "
                       WS-OE-FROM " to " WS-OE-TO "."
               ELSE
                   DISPLAY "Enrollment is closed - no open-"
                       "enrollment window is set."
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-EMP-COVERAGE
           DISPLAY "Coverage type (e.g. MEDICAL, DENTAL): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EN-NEW-TYPE
           ACCEPT WS-EN-NEW-TYPE
           MOVE FUNCTION UPPER-CASE(WS-EN-NEW-TYPE) TO WS-EN-NEW-TYPE
           IF WS-EN-NEW-TYPE = SPACES
               DISPLAY "No coverage type - nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plan code (blank to drop this coverage): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EN-NEW-PLAN
           ACCEPT WS-EN-NEW-PLAN
           MOVE FUNCTION UPPER-CASE(WS-EN-NEW-PLAN) TO WS-EN-NEW-PLAN
           MOVE SPACES TO WS-EN-NEW-LEVEL
           IF WS-EN-NEW-PLAN NOT = SPACES
               DISPLAY "Level (S)ingle, (C)ouple, (F)amily: "
                   WITH NO ADVANCING
               ACCEPT WS-EN-NEW-LEVEL
               MOVE FUNCTION UPPER-CASE(WS-EN-NEW-LEVEL)
                   TO WS-EN-NEW-LEVEL
               PERFORM FIND-BENEFIT-PLAN
               IF WS-BP-FOUND = ZEROS
                   DISPLAY "No plan " WS-EN-NEW-PLAN " at level "
                       WS-EN-NEW-LEVEL " in benplans.txt."
                   EXIT PARAGRAPH
               END-IF
               IF WS-BP-TYPE (WS-BP-FOUND) NOT = WS-EN-NEW-TYPE
                   DISPLAY "Plan " WS-EN-NEW-PLAN " is "
                       WS-BP-TYPE (WS-BP-FOUND) " coverage, not "
                       WS-EN-NEW-TYPE "."
                   EXIT PARAGRAPH
               END-IF
               IF WS-EN-COUNT >= 500
                   DISPLAY "Enrollment table full - not recorded."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-HIST-BEFORE
           PERFORM SUPERSEDE-COVERAGE
           IF WS-EN-NEW-PLAN NOT = SPACES
               ADD 1 TO WS-EN-COUNT
               MOVE WS-LOOKUP-ID TO WS-EN-EMP (WS-EN-COUNT)
               MOVE WS-EN-NEW-TYPE TO WS-EN-TYPE (WS-EN-COUNT)
               MOVE WS-EN-NEW-PLAN TO WS-EN-PLAN (WS-EN-COUNT)
               MOVE WS-EN-NEW-LEVEL TO WS-EN-LEVEL (WS-EN-COUNT)
               MOVE WS-EN-NEW-EFF TO WS-EN-EFF (WS-EN-COUNT)
               MOVE ZEROS TO WS-EN-END (WS-EN-COUNT)
           END-IF
           MOVE WS-LOOKUP-ID TO WS-HIST-EMP-ID
           MOVE "BENEFIT" TO WS-HIST-FIELD
           MOVE SPACES TO WS-HIST-AFTER
           IF WS-EN-NEW-PLAN = SPACES
               STRING WS-EN-NEW-TYPE DELIMITED BY SPACE
                      ":NONE @" DELIMITED BY SIZE
                      WS-EN-NEW-EFF DELIMITED BY SIZE
                      INTO WS-HIST-AFTER
               END-STRING
           ELSE
               STRING WS-EN-NEW-TYPE DELIMITED BY SPACE
                      ":" DELIMITED BY SIZE
                      WS-EN-NEW-PLAN DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-EN-NEW-LEVEL DELIMITED BY SIZE
                      " @" DELIMITED BY SIZE
                      WS-EN-NEW-EFF DELIMITED BY SIZE
                      INTO WS-HIST-AFTER
               END-STRING
           END-IF
           PERFORM WRITE-HISTORY-ENTRY
           PERFORM SAVE-ENROLLMENTS
           DISPLAY "Election recorded, effective " WS-EN-NEW-EFF "."
           EXIT.

      * Walk backwards so a replaced row can be squeezed out
      * without skipping the one that slides into its place.
       SUPERSEDE-COVERAGE.
           PERFORM VARYING WS-EN-SCAN FROM WS-EN-COUNT BY -1
               UNTIL WS-EN-SCAN < 1
               IF WS-EN-EMP (WS-EN-SCAN) = WS-LOOKUP-ID AND
                       WS-EN-TYPE (WS-EN-SCAN) = WS-EN-NEW-TYPE AND
                       (WS-EN-END (WS-EN-SCAN) = ZEROS OR
                        WS-EN-END (WS-EN-SCAN) >= WS-EN-NEW-EFF)
                   MOVE SPACES TO WS-HIST-BEFORE
                   STRING WS-EN-TYPE (WS-EN-SCAN) DELIMITED BY SPACE
                          ":" DELIMITED BY SIZE
                          WS-EN-PLAN (WS-EN-SCAN) DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          WS-EN-LEVEL (WS-EN-SCAN) DELIMITED BY SIZE
                          INTO WS-HIST-BEFORE
                   END-STRING
                   IF WS-EN-EFF (WS-EN-SCAN) >= WS-EN-NEW-EFF
                       PERFORM DROP-ENROLLMENT-ROW
                   ELSE
                       COMPUTE WS-EN-END (WS-EN-SCAN) =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(
                                   WS-EN-NEW-EFF) - 1)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       DROP-ENROLLMENT-ROW.
           PERFORM VARYING WS-EN-SHIFT FROM WS-EN-SCAN BY 1
               UNTIL WS-EN-SHIFT >= WS-EN-COUNT
               MOVE WS-EN-ENTRY (WS-EN-SHIFT + 1)
                   TO WS-EN-ENTRY (WS-EN-SHIFT)
           END-PERFORM
           SUBTRACT 1 FROM WS-EN-COUNT
           EXIT.

       SHOW-EMP-COVERAGE-PROMPT.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Employee ID not found."
           ELSE
               PERFORM SHOW-EMP-COVERAGE
           END-IF
           EXIT.

       SHOW-EMP-COVERAGE.
           MOVE ZEROS TO WS-EN-SHOWN
           DISPLAY "Elections on file:"
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
               UNTIL WS-EN-IX > WS-EN-COUNT
               IF WS-EN-EMP (WS-EN-IX) = WS-LOOKUP-ID
                   ADD 1 TO WS-EN-SHOWN
                   DISPLAY "  " WS-EN-TYPE (WS-EN-IX) " "
                       WS-EN-PLAN (WS-EN-IX) " "
                       WS-EN-LEVEL (WS-EN-IX) "  from "
                       WS-EN-EFF (WS-EN-IX) " to "
                       WS-EN-END (WS-EN-IX)
               END-IF
           END-PERFORM
           IF WS-EN-SHOWN = ZEROS
               DISPLAY "  (none)"
           END-IF
           EXIT.

       SET-OPEN-ENROLLMENT.
           IF WS-OE-LOADED = 'Y'
               DISPLAY "Current window " WS-OE-FROM " to " WS-OE-TO
                   ", effective " WS-OE-EFFECTIVE
           END-IF
           DISPLAY "Window opens CCYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-OE-FROM-TXT
           DISPLAY "Window closes CCYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-OE-TO-TXT
           DISPLAY "Changes take effect CCYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-OE-EFF-TXT
           IF WS-OE-FROM-TXT IS NOT NUMERIC OR
                   WS-OE-TO-TXT IS NOT NUMERIC OR
                   WS-OE-EFF-TXT IS NOT NUMERIC
               DISPLAY "Invalid dates - window not changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-OE-TO-TXT < WS-OE-FROM-TXT
               DISPLAY "Window closes before it opens - not changed."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OPENENR-FILE
           IF WS-OPENENR-FILE-STATUS NOT = "00" AND
                   WS-OPENENR-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save openenroll.txt "
                   "(status " WS-OPENENR-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OE-LINE
           STRING WS-OE-FROM-TXT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-OE-TO-TXT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-OE-EFF-TXT DELIMITED BY SIZE
                  INTO WS-OE-LINE
           END-STRING
           WRITE OPENENR-RECORD FROM WS-OE-LINE
           CLOSE OPENENR-FILE
           MOVE WS-OE-FROM-TXT TO WS-OE-FROM
           MOVE WS-OE-TO-TXT TO WS-OE-TO
           MOVE WS-OE-EFF-TXT TO WS-OE-EFFECTIVE
           MOVE 'Y' TO WS-OE-LOADED
           DISPLAY "Open enrollment set: " WS-OE-FROM " to " WS-OE-TO
               ", changes effective " WS-OE-EFFECTIVE "."
           EXIT.

      * Every election running on WS-BN-AS-OF: the employee share
      * joins the deductions (and the pay slip), the employer share
      * is kept in WS-BE-ER-TOTAL for the GL and remittance.
       APPLY-BENEFIT-PREMIUMS.
           MOVE ZEROS TO WS-BE-COUNT
           MOVE ZEROS TO WS-BE-ER-TOTAL
           PERFORM VARYING WS-EN-IX FROM 1 BY 1
               UNTIL WS-EN-IX > WS-EN-COUNT
               IF WS-EN-EMP (WS-EN-IX) =
                       WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   AND WS-EN-EFF (WS-EN-IX) <= WS-BN-AS-OF
                   AND (WS-EN-END (WS-EN-IX) = ZEROS OR
                        WS-EN-END (WS-EN-IX) >= WS-BN-AS-OF)
                   PERFORM ADD-ONE-PREMIUM
               END-IF
           END-PERFORM
           EXIT.

       ADD-ONE-PREMIUM.
           MOVE WS-EN-PLAN (WS-EN-IX) TO WS-EN-NEW-PLAN
           MOVE WS-EN-LEVEL (WS-EN-IX) TO WS-EN-NEW-LEVEL
           PERFORM FIND-BENEFIT-PLAN
           IF WS-BP-FOUND = ZEROS
               DISPLAY "Warning: " WS-EMP-ID OF
                   WS-EMPLOYEE-ENTRY (WS-COUNTER) " enrolled in "
                   WS-EN-NEW-PLAN "/" WS-EN-NEW-LEVEL
                   " which is not in benplans.txt - no premium."
               EXIT PARAGRAPH
           END-IF
           ADD WS-BP-EE (WS-BP-FOUND) TO WS-PAY-DEDUCT
           ADD WS-BP-ER (WS-BP-FOUND) TO WS-BE-ER-TOTAL
           IF WS-BE-COUNT < 10
               ADD 1 TO WS-BE-COUNT
               MOVE WS-BP-FOUND TO WS-BE-PLAN-IX (WS-BE-COUNT)
               MOVE WS-BP-EE (WS-BP-FOUND) TO WS-BE-EE (WS-BE-COUNT)
               MOVE WS-BP-ER (WS-BP-FOUND) TO WS-BE-ER (WS-BE-COUNT)
           END-IF
           IF WS-PS-DED-COUNT < 100
               ADD 1 TO WS-PS-DED-COUNT
               MOVE SPACES TO WS-PS-DED-NAME (WS-PS-DED-COUNT)
               STRING "BEN " DELIMITED BY SIZE
                      WS-EN-NEW-PLAN DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-EN-NEW-LEVEL DELIMITED BY SIZE
                      INTO WS-PS-DED-NAME (WS-PS-DED-COUNT)
               END-STRING
               MOVE WS-BP-EE (WS-BP-FOUND)
                   TO WS-PS-DED-AMT (WS-PS-DED-COUNT)
               MOVE 'Y' TO WS-PS-DED-BEN (WS-PS-DED-COUNT)
           END-IF
           EXIT.

       NOTE-REMITTANCE-LINES.
           PERFORM VARYING WS-BE-IX FROM 1 BY 1
               UNTIL WS-BE-IX > WS-BE-COUNT
               IF WS-BX-COUNT < 1000
                   ADD 1 TO WS-BX-COUNT
                   MOVE WS-COUNTER TO WS-BX-EMP-IX (WS-BX-COUNT)
                   MOVE WS-BE-PLAN-IX (WS-BE-IX)
                       TO WS-BX-PLAN-IX (WS-BX-COUNT)
                   MOVE WS-BE-EE (WS-BE-IX) TO WS-BX-EE (WS-BX-COUNT)
                   MOVE WS-BE-ER (WS-BE-IX) TO WS-BX-ER (WS-BX-COUNT)
               END-IF
           END-PERFORM
           EXIT.

      * WS-BP-FIRST = 'Y' when plan row WS-BP-SCAN is the first
      * row for its code (one remittance block per plan, however
      * many coverage levels it has).
       CHECK-FIRST-PLAN-ROW.
           MOVE 'Y' TO WS-BP-FIRST
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
               UNTIL WS-BP-IX >= WS-BP-SCAN
               IF WS-BP-CODE (WS-BP-IX) = WS-BP-CODE (WS-BP-SCAN)
                   MOVE 'N' TO WS-BP-FIRST
               END-IF
           END-PERFORM
           EXIT.

      * Totals for plan code WS-BP-CODE (WS-BP-SCAN) this run.
       SUM-PLAN-REMITTANCE.
           MOVE ZEROS TO WS-BX-HEADS WS-BX-EE-SUM WS-BX-ER-SUM
           PERFORM VARYING WS-BX-IX FROM 1 BY 1
               UNTIL WS-BX-IX > WS-BX-COUNT
               MOVE WS-BX-PLAN-IX (WS-BX-IX) TO WS-BX-PLAN
               IF WS-BP-CODE (WS-BX-PLAN) = WS-BP-CODE (WS-BP-SCAN)
                   ADD 1 TO WS-BX-HEADS
                   ADD WS-BX-EE (WS-BX-IX) TO WS-BX-EE-SUM
                   ADD WS-BX-ER (WS-BX-IX) TO WS-BX-ER-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-BX-DUE = WS-BX-EE-SUM + WS-BX-ER-SUM
           EXIT.

      * Carrier payable per plan: employee and employer shares.
       WRITE-BENEFIT-GL-CREDITS.
           PERFORM VARYING WS-BP-SCAN FROM 1 BY 1
               UNTIL WS-BP-SCAN > WS-BP-COUNT
               PERFORM CHECK-FIRST-PLAN-ROW
               IF WS-BP-FIRST = 'Y'
                   PERFORM SUM-PLAN-REMITTANCE
                   IF WS-BX-DUE > ZEROS
                       PERFORM WRITE-ONE-BENPAY-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       WRITE-ONE-BENPAY-LINE.
           MOVE SPACES TO WS-GL-ACCT
           STRING "BENPAY-" DELIMITED BY SIZE
                  WS-BP-CODE (WS-BP-SCAN) DELIMITED BY SPACE
                  INTO WS-GL-ACCT
           END-STRING
           MOVE SPACES TO WS-GL-LINE
           STRING WS-GL-ACCT DELIMITED BY SPACE
                  ",," DELIMITED BY SIZE
                  WS-BX-DUE DELIMITED BY SIZE
                  ",PAYROLL " DELIMITED BY SIZE
                  WS-GL-BATCH DELIMITED BY SIZE
                  " premiums due " DELIMITED BY SIZE
                  WS-BP-CARRIER (WS-BP-SCAN) DELIMITED BY SIZE
                  INTO WS-GL-LINE
           END-STRING
           WRITE PAYGL-RECORD FROM WS-GL-LINE
           EXIT.

      * benremit.txt: one block per plan with each enrollee's
      * level and shares, the plan's total due to the carrier, and
      * a grand total for the run.
       WRITE-BENEFIT-REMITTANCE.
           OPEN OUTPUT BENREMIT-FILE
           IF WS-BENREMIT-FILE-STATUS NOT = "00"
               DISPLAY "Warning: could not write benremit.txt "
                   "(status " WS-BENREMIT-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-BX-GRAND
           MOVE SPACES TO WS-BX-LINE
           STRING "CARRIER REMITTANCE  PAYROLL " DELIMITED BY SIZE
                  WS-PH-RUN-DATE DELIMITED BY SIZE
                  INTO WS-BX-LINE
           END-STRING
           WRITE BENREMIT-RECORD FROM WS-BX-LINE
           PERFORM VARYING WS-BP-SCAN FROM 1 BY 1
               UNTIL WS-BP-SCAN > WS-BP-COUNT
               PERFORM CHECK-FIRST-PLAN-ROW
               IF WS-BP-FIRST = 'Y'
                   PERFORM SUM-PLAN-REMITTANCE
                   IF WS-BX-HEADS > ZEROS
                       PERFORM WRITE-ONE-PLAN-REMITTANCE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BX-LINE
           WRITE BENREMIT-RECORD FROM WS-BX-LINE
           STRING "TOTAL DUE ALL CARRIERS: $" DELIMITED BY SIZE
                  WS-BX-GRAND DELIMITED BY SIZE
                  INTO WS-BX-LINE
           END-STRING
           WRITE BENREMIT-RECORD FROM WS-BX-LINE
           CLOSE BENREMIT-FILE
           DISPLAY "Carrier remittance written to benremit.txt"
           EXIT.

       WRITE-ONE-PLAN-REMITTANCE.
           ADD WS-BX-DUE TO WS-BX-GRAND
           MOVE SPACES TO WS-BX-LINE
           WRITE BENREMIT-RECORD FROM WS-BX-LINE
           STRING "Plan " DELIMITED BY SIZE
                  WS-BP-CODE (WS-BP-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BP-TYPE (WS-BP-SCAN) DELIMITED BY SIZE
                  " Carrier " DELIMITED BY SIZE
                  WS-BP-CARRIER (WS-BP-SCAN) DELIMITED BY SIZE
                  INTO WS-BX-LINE
           END-STRING
           WRITE BENREMIT-RECORD FROM WS-BX-LINE
           MOVE "  ID     NAME                      LVL  EE-SHARE" &
               "   ER-SHARE" TO WS-BX-LINE
           WRITE BENREMIT-RECORD FROM WS-BX-LINE
           PERFORM VARYING WS-BX-IX FROM 1 BY 1
               UNTIL WS-BX-IX > WS-BX-COUNT
               MOVE WS-BX-PLAN-IX (WS-BX-IX) TO WS-BX-PLAN
               IF WS-BP-CODE (WS-BX-PLAN) = WS-BP-CODE (WS-BP-SCAN)
                   PERFORM WRITE-ONE-REMITTANCE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BX-LINE
           STRING "  Enrolled " DELIMITED BY SIZE
                  WS-BX-HEADS DELIMITED BY SIZE
                  "  EE $" DELIMITED BY SIZE
                  WS-BX-EE-SUM DELIMITED BY SIZE
                  "  ER $" DELIMITED BY SIZE
                  WS-BX-ER-SUM DELIMITED BY SIZE
                  "  DUE $" DELIMITED BY SIZE
                  WS-BX-DUE DELIMITED BY SIZE
                  INTO WS-BX-LINE
           END-STRING
           WRITE BENREMIT-RECORD FROM WS-BX-LINE
           EXIT.

       WRITE-ONE-REMITTANCE-LINE.
           MOVE WS-BX-EMP-IX (WS-BX-IX) TO WS-BX-EMP
           MOVE SPACES TO WS-BX-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-BX-EMP)
                  DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-BX-EMP)
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BP-LEVEL (WS-BX-PLAN) DELIMITED BY SIZE
                  "    $" DELIMITED BY SIZE
                  WS-BX-EE (WS-BX-IX) DELIMITED BY SIZE
                  "  $" DELIMITED BY SIZE
                  WS-BX-ER (WS-BX-IX) DELIMITED BY SIZE
                  INTO WS-BX-LINE
           END-STRING
           WRITE BENREMIT-RECORD FROM WS-BX-LINE
           EXIT.

       EXPENSE-MENU.
           DISPLAY " "
           DISPLAY "EXPENSE CLAIMS"
           DISPLAY "1. Submit a Claim"
           DISPLAY "2. Approve / Reject (manager)"
           DISPLAY "3. Outstanding Claims (aged)"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-XC-CHOICE
           EVALUATE WS-XC-CHOICE
               WHEN '1'
                   PERFORM SUBMIT-EXPENSE-CLAIM
               WHEN '2'
                   PERFORM APPROVE-EXPENSE-CLAIMS
               WHEN '3'
                   PERFORM OUTSTANDING-CLAIMS-REPORT
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT.

       LOAD-EXPENSE-POLICY.
           MOVE ZEROS TO WS-XP-COUNT
           OPEN INPUT EXPOL-FILE
           IF WS-EXPOL-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EXPOL-FILE INTO WS-XP-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-POLICY-LINE
                   END-READ
               END-PERFORM
               CLOSE EXPOL-FILE
           END-IF
           EXIT.

       PARSE-POLICY-LINE.
           IF WS-XP-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-XP-F1 WS-XP-F2 WS-XP-F3
           UNSTRING WS-XP-LINE DELIMITED BY ","
               INTO WS-XP-F1 WS-XP-F2 WS-XP-F3
           END-UNSTRING
           IF WS-XP-F1 = SPACES OR WS-XP-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XP-COUNT
           MOVE FUNCTION UPPER-CASE(WS-XP-F1)
               TO WS-XP-CATEGORY (WS-XP-COUNT)
           COMPUTE WS-XP-LIMIT (WS-XP-COUNT) =
               FUNCTION NUMVAL(WS-XP-F2)
           IF WS-XP-F3 = SPACES
               MOVE SPACES TO WS-XP-ACCOUNT (WS-XP-COUNT)
               STRING "EXP-" DELIMITED BY SIZE
                      WS-XP-CATEGORY (WS-XP-COUNT) DELIMITED BY SPACE
                      INTO WS-XP-ACCOUNT (WS-XP-COUNT)
               END-STRING
           ELSE
               MOVE WS-XP-F3 TO WS-XP-ACCOUNT (WS-XP-COUNT)
           END-IF
           EXIT.

       FIND-EXPENSE-POLICY.
           MOVE ZEROS TO WS-XP-FOUND
           PERFORM VARYING WS-XP-IX FROM 1 BY 1
               UNTIL WS-XP-IX > WS-XP-COUNT
               IF WS-XP-CATEGORY (WS-XP-IX) = WS-XC-CAT-IN
                   SET WS-XP-FOUND TO WS-XP-IX
               END-IF
           END-PERFORM
           EXIT.

       LOAD-CLAIMS-FILE.
           MOVE ZEROS TO WS-XH-COUNT
           MOVE ZEROS TO WS-XL-COUNT
           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-FILE-STATUS = "00" OR
                   WS-CLAIMS-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CLAIMS-FILE INTO WS-XC-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-CLAIM-LINE
                   END-READ
               END-PERFORM
               CLOSE CLAIMS-FILE
           END-IF
           EXIT.

       PARSE-CLAIM-LINE.
           IF WS-XC-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-XC-F1 WS-XC-F2 WS-XC-F3 WS-XC-F4
           MOVE SPACES TO WS-XC-F5 WS-XC-F6 WS-XC-F7 WS-XC-F8
           MOVE SPACES TO WS-XC-F9
           UNSTRING WS-XC-LINE DELIMITED BY ","
               INTO WS-XC-F1 WS-XC-F2 WS-XC-F3 WS-XC-F4 WS-XC-F5
                    WS-XC-F6 WS-XC-F7 WS-XC-F8 WS-XC-F9
           END-UNSTRING
           EVALUATE WS-XC-F1
               WHEN "H"
                   IF WS-XH-COUNT < 300
                       ADD 1 TO WS-XH-COUNT
                       COMPUTE WS-XH-CLAIM (WS-XH-COUNT) =
                           FUNCTION NUMVAL(WS-XC-F2)
                       COMPUTE WS-XH-EMP (WS-XH-COUNT) =
                           FUNCTION NUMVAL(WS-XC-F3)
                       COMPUTE WS-XH-SUBMIT (WS-XH-COUNT) =
                           FUNCTION NUMVAL(WS-XC-F4)
                       MOVE WS-XC-F5 TO WS-XH-STATUS (WS-XH-COUNT)
                       COMPUTE WS-XH-APPROVER (WS-XH-COUNT) =
                           FUNCTION NUMVAL(WS-XC-F6)
                       COMPUTE WS-XH-DECIDED (WS-XH-COUNT) =
                           FUNCTION NUMVAL(WS-XC-F7)
                       COMPUTE WS-XH-PAID (WS-XH-COUNT) =
                           FUNCTION NUMVAL(WS-XC-F8)
                       IF WS-XC-F9 = "Y"
                           MOVE 'Y' TO WS-XH-POSTED (WS-XH-COUNT)
                       ELSE
                           MOVE 'N' TO WS-XH-POSTED (WS-XH-COUNT)
                       END-IF
                   END-IF
               WHEN "L"
                   IF WS-XL-COUNT < 2000
                       ADD 1 TO WS-XL-COUNT
                       COMPUTE WS-XL-CLAIM (WS-XL-COUNT) =
                           FUNCTION NUMVAL(WS-XC-F2)
                       MOVE WS-XC-F3 TO WS-XL-CATEGORY (WS-XL-COUNT)
                       COMPUTE WS-XL-AMOUNT (WS-XL-COUNT) =
                           FUNCTION NUMVAL(WS-XC-F4)
                       COMPUTE WS-XL-DATE (WS-XL-COUNT) =
                           FUNCTION NUMVAL(WS-XC-F5)
                   END-IF
           END-EVALUATE
           EXIT.

      * Each header is written with its own lines straight after.
       SAVE-CLAIMS-FILE.
           OPEN OUTPUT CLAIMS-FILE
           IF WS-CLAIMS-FILE-STATUS NOT = "00" AND
                   WS-CLAIMS-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save claims.txt (status "
                   WS-CLAIMS-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XH-IX FROM 1 BY 1
               UNTIL WS-XH-IX > WS-XH-COUNT
               PERFORM WRITE-ONE-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE
           EXIT.

       WRITE-ONE-CLAIM.
           MOVE SPACES TO WS-XC-LINE
           STRING "H," DELIMITED BY SIZE
                  WS-XH-CLAIM (WS-XH-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-XH-EMP (WS-XH-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-XH-SUBMIT (WS-XH-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-XH-STATUS (WS-XH-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-XH-APPROVER (WS-XH-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-XH-DECIDED (WS-XH-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-XH-PAID (WS-XH-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-XH-POSTED (WS-XH-IX) DELIMITED BY SIZE
                  INTO WS-XC-LINE
           END-STRING
           WRITE CLAIMS-RECORD FROM WS-XC-LINE
           PERFORM VARYING WS-XL-IX FROM 1 BY 1
               UNTIL WS-XL-IX > WS-XL-COUNT
               IF WS-XL-CLAIM (WS-XL-IX) = WS-XH-CLAIM (WS-XH-IX)
                   MOVE WS-XL-AMOUNT (WS-XL-IX) TO WS-XC-AMT-ED
                   MOVE SPACES TO WS-XC-LINE
                   STRING "L," DELIMITED BY SIZE
                          WS-XL-CLAIM (WS-XL-IX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-XL-CATEGORY (WS-XL-IX)
                          DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          WS-XC-AMT-ED DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-XL-DATE (WS-XL-IX) DELIMITED BY SIZE
                          INTO WS-XC-LINE
                   END-STRING
                   WRITE CLAIMS-RECORD FROM WS-XC-LINE
               END-IF
           END-PERFORM
           EXIT.

      * Total of the claim in header row WS-XC-SLOT.
       SUM-CLAIM-TOTAL.
           MOVE ZEROS TO WS-XC-TOTAL
           MOVE ZEROS TO WS-XC-LINES
           PERFORM VARYING WS-XL-IX FROM 1 BY 1
               UNTIL WS-XL-IX > WS-XL-COUNT
               IF WS-XL-CLAIM (WS-XL-IX) = WS-XH-CLAIM (WS-XC-SLOT)
                   ADD WS-XL-AMOUNT (WS-XL-IX) TO WS-XC-TOTAL
                   ADD 1 TO WS-XC-LINES
               END-IF
           END-PERFORM
           EXIT.

      * Header first, then line items until a blank category. Each
      * category's running total on the claim is held to its
      * expolicy.txt limit; a claim with no accepted lines is
      * dropped again.
       SUBMIT-EXPENSE-CLAIM.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Employee ID not found."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX) = ZEROS
               DISPLAY "No manager on file - the claim has nobody "
                   "to route to."
               EXIT PARAGRAPH
           END-IF
           IF WS-XP-COUNT = ZEROS
               DISPLAY "No expolicy.txt - claims cannot be checked "
                   "against category limits."
               EXIT PARAGRAPH
           END-IF
           IF WS-XH-COUNT >= 300
               DISPLAY "Claims table full - claim not recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE ZEROS TO WS-XC-NEW-CLAIM
           PERFORM VARYING WS-XH-IX FROM 1 BY 1
               UNTIL WS-XH-IX > WS-XH-COUNT
               IF WS-XH-CLAIM (WS-XH-IX) > WS-XC-NEW-CLAIM
                   MOVE WS-XH-CLAIM (WS-XH-IX) TO WS-XC-NEW-CLAIM
               END-IF
           END-PERFORM
           ADD 1 TO WS-XC-NEW-CLAIM
           ADD 1 TO WS-XH-COUNT
           MOVE WS-XH-COUNT TO WS-XC-SLOT
           MOVE WS-XC-NEW-CLAIM TO WS-XH-CLAIM (WS-XC-SLOT)
           MOVE WS-LOOKUP-ID TO WS-XH-EMP (WS-XC-SLOT)
           MOVE WS-TODAY-DATE TO WS-XH-SUBMIT (WS-XC-SLOT)
           MOVE 'S' TO WS-XH-STATUS (WS-XC-SLOT)
           MOVE ZEROS TO WS-XH-APPROVER (WS-XC-SLOT)
           MOVE ZEROS TO WS-XH-DECIDED (WS-XC-SLOT)
           MOVE ZEROS TO WS-XH-PAID (WS-XC-SLOT)
           MOVE 'N' TO WS-XH-POSTED (WS-XC-SLOT)
           MOVE WS-XL-COUNT TO WS-XC-FIRST-LINE
           DISPLAY "Claim " WS-XC-NEW-CLAIM
               " - enter line items, blank category to finish."
           MOVE 'N' TO WS-XC-DONE
           PERFORM ADD-CLAIM-LINE UNTIL WS-XC-DONE = 'Y'
           IF WS-XL-COUNT = WS-XC-FIRST-LINE
               SUBTRACT 1 FROM WS-XH-COUNT
               DISPLAY "No line items - claim not recorded."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-CLAIM-TOTAL
           PERFORM SAVE-CLAIMS-FILE
           MOVE WS-LOOKUP-ID TO WS-HIST-EMP-ID
           MOVE "EXPCLAIM" TO WS-HIST-FIELD
           MOVE SPACES TO WS-HIST-BEFORE
           MOVE WS-XC-TOTAL TO WS-XC-AMT-ED
           MOVE SPACES TO WS-HIST-AFTER
           STRING "SUBMIT " DELIMITED BY SIZE
                  WS-XC-NEW-CLAIM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-XC-AMT-ED DELIMITED BY SIZE
                  INTO WS-HIST-AFTER
           END-STRING
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Claim " WS-XC-NEW-CLAIM " for $" WS-XC-AMT-ED
               " sent to manager "
               WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
               " for approval."
           EXIT.

       ADD-CLAIM-LINE.
           DISPLAY "  Category: " WITH NO ADVANCING
           MOVE SPACES TO WS-XC-CAT-IN
           ACCEPT WS-XC-CAT-IN
           MOVE FUNCTION UPPER-CASE(WS-XC-CAT-IN) TO WS-XC-CAT-IN
           IF WS-XC-CAT-IN = SPACES
               MOVE 'Y' TO WS-XC-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EXPENSE-POLICY
           IF WS-XP-FOUND = ZEROS
               DISPLAY "  Unknown category - not in expolicy.txt."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Amount: " WITH NO ADVANCING
           MOVE SPACES TO WS-XC-AMT-TXT
           ACCEPT WS-XC-AMT-TXT
           COMPUTE WS-XC-AMOUNT = FUNCTION NUMVAL(WS-XC-AMT-TXT)
           IF WS-XC-AMOUNT = ZEROS
               DISPLAY "  Amount must be more than zero."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Expense date CCYYMMDD: " WITH NO ADVANCING
           MOVE SPACES TO WS-XC-DATE-TXT
           ACCEPT WS-XC-DATE-TXT
           IF WS-XC-DATE-TXT IS NOT NUMERIC OR
                   WS-XC-DATE-TXT > WS-TODAY-DATE
               DISPLAY "  Invalid expense date - line not added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XC-AMOUNT TO WS-XC-CAT-SUM
           PERFORM VARYING WS-XL-IX FROM 1 BY 1
               UNTIL WS-XL-IX > WS-XL-COUNT
               IF WS-XL-CLAIM (WS-XL-IX) = WS-XC-NEW-CLAIM AND
                       WS-XL-CATEGORY (WS-XL-IX) = WS-XC-CAT-IN
                   ADD WS-XL-AMOUNT (WS-XL-IX) TO WS-XC-CAT-SUM
               END-IF
           END-PERFORM
           IF WS-XC-CAT-SUM > WS-XP-LIMIT (WS-XP-FOUND)
               MOVE WS-XP-LIMIT (WS-XP-FOUND) TO WS-XC-AMT-ED
               DISPLAY "  Over the " WS-XC-CAT-IN " limit of $"
                   WS-XC-AMT-ED
                   " for one claim - line not added."
               EXIT PARAGRAPH
           END-IF
           IF WS-XL-COUNT >= 2000
               DISPLAY "  Claim line table full."
               MOVE 'Y' TO WS-XC-DONE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XL-COUNT
           MOVE WS-XC-NEW-CLAIM TO WS-XL-CLAIM (WS-XL-COUNT)
           MOVE WS-XC-CAT-IN TO WS-XL-CATEGORY (WS-XL-COUNT)
           MOVE WS-XC-AMOUNT TO WS-XL-AMOUNT (WS-XL-COUNT)
           MOVE WS-XC-DATE-TXT TO WS-XL-DATE (WS-XL-COUNT)
           EXIT.

      * A manager sees the submitted claims of everyone who reports
      * to them today, picks one by number and decides it.
       APPROVE-EXPENSE-CLAIMS.
           DISPLAY "Enter Manager ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Manager ID not found."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-XC-SHOWN
           DISPLAY " "
           DISPLAY "Claims waiting for your approval:"
           PERFORM VARYING WS-XC-SLOT FROM 1 BY 1
               UNTIL WS-XC-SLOT > WS-XH-COUNT
               IF WS-XH-STATUS (WS-XC-SLOT) = 'S'
                   PERFORM SHOW-CLAIM-FOR-MANAGER
               END-IF
           END-PERFORM
           IF WS-XC-SHOWN = ZEROS
               DISPLAY "  (none)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Decide which claim number (blank = cancel): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-XC-PICK-TXT
           ACCEPT WS-XC-PICK-TXT
           IF WS-XC-PICK-TXT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-XC-NEW-CLAIM = FUNCTION NUMVAL(WS-XC-PICK-TXT)
           MOVE ZEROS TO WS-XC-SLOT
           PERFORM VARYING WS-XH-IX FROM 1 BY 1
               UNTIL WS-XH-IX > WS-XH-COUNT
               IF WS-XH-CLAIM (WS-XH-IX) = WS-XC-NEW-CLAIM
                   SET WS-XC-SLOT TO WS-XH-IX
               END-IF
           END-PERFORM
           IF WS-XC-SLOT = ZEROS
               DISPLAY "No such claim."
               EXIT PARAGRAPH
           END-IF
           IF WS-XH-STATUS (WS-XC-SLOT) NOT = 'S'
               DISPLAY "That claim is not waiting for approval."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XH-EMP (WS-XC-SLOT) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           IF WS-ORG-FOUND = ZEROS
               DISPLAY "Claimant no longer on the roster."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                   NOT = WS-LOOKUP-ID
               DISPLAY "That claim is not for one of your reports."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XL-IX FROM 1 BY 1
               UNTIL WS-XL-IX > WS-XL-COUNT
               IF WS-XL-CLAIM (WS-XL-IX) = WS-XC-NEW-CLAIM
                   MOVE WS-XL-AMOUNT (WS-XL-IX) TO WS-XC-AMT-ED
                   DISPLAY "    " WS-XL-DATE (WS-XL-IX) " "
                       WS-XL-CATEGORY (WS-XL-IX) " $" WS-XC-AMT-ED
               END-IF
           END-PERFORM
           DISPLAY "(A)pprove or (R)eject: " WITH NO ADVANCING
           ACCEPT WS-XC-DECISION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-XH-EMP (WS-XC-SLOT) TO WS-HIST-EMP-ID
           MOVE "EXPCLAIM" TO WS-HIST-FIELD
           MOVE SPACES TO WS-HIST-BEFORE
           STRING "SUBMIT " DELIMITED BY SIZE
                  WS-XC-NEW-CLAIM DELIMITED BY SIZE
                  INTO WS-HIST-BEFORE
           END-STRING
           MOVE SPACES TO WS-HIST-AFTER
           EVALUATE WS-XC-DECISION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-XH-STATUS (WS-XC-SLOT)
                   STRING "APPROVED " DELIMITED BY SIZE
                          WS-XC-NEW-CLAIM DELIMITED BY SIZE
                          INTO WS-HIST-AFTER
                   END-STRING
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-XH-STATUS (WS-XC-SLOT)
                   STRING "REJECTED " DELIMITED BY SIZE
                          WS-XC-NEW-CLAIM DELIMITED BY SIZE
                          INTO WS-HIST-AFTER
                   END-STRING
               WHEN OTHER
                   DISPLAY "No decision taken."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-LOOKUP-ID TO WS-XH-APPROVER (WS-XC-SLOT)
           MOVE WS-TODAY-DATE TO WS-XH-DECIDED (WS-XC-SLOT)
           PERFORM WRITE-HISTORY-ENTRY
           PERFORM SAVE-CLAIMS-FILE
           DISPLAY "Claim " WS-XC-NEW-CLAIM " " WS-HIST-AFTER(1:8)
           EXIT.

       SHOW-CLAIM-FOR-MANAGER.
           MOVE WS-XH-EMP (WS-XC-SLOT) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           IF WS-ORG-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                   NOT = WS-LOOKUP-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XC-SHOWN
           PERFORM SUM-CLAIM-TOTAL
           MOVE WS-XC-TOTAL TO WS-XC-AMT-ED
           DISPLAY "  " WS-XH-CLAIM (WS-XC-SLOT) "  "
               WS-XH-EMP (WS-XC-SLOT) " "
               WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
               " submitted " WS-XH-SUBMIT (WS-XC-SLOT) "  $"
               WS-XC-AMT-ED " (" WS-XC-LINES " line(s))"
           EXIT.

      * Submitted claims by days waiting for a decision, bucketed
      * 0-7, 8-14, 15-30 and over 30, then what is approved and
      * waiting for the next deposit extract.
       OUTSTANDING-CLAIMS-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           INITIALIZE WS-XC-AGE-TABLE
           MOVE ZEROS TO WS-XC-SHOWN WS-XC-APPR-COUNT WS-XC-APPR-AMT
           DISPLAY " "
           DISPLAY "OUTSTANDING EXPENSE CLAIMS as of " WS-TODAY-DATE
           DISPLAY "CLAIM   EMP    MANAGER  SUBMITTED   DAYS AGE"
               "              AMOUNT"
           PERFORM VARYING WS-XC-SLOT FROM 1 BY 1
               UNTIL WS-XC-SLOT > WS-XH-COUNT
               EVALUATE WS-XH-STATUS (WS-XC-SLOT)
                   WHEN 'S'
                       PERFORM SHOW-ONE-OUTSTANDING-CLAIM
                   WHEN 'A'
                       PERFORM SUM-CLAIM-TOTAL
                       ADD 1 TO WS-XC-APPR-COUNT
                       ADD WS-XC-TOTAL TO WS-XC-APPR-AMT
               END-EVALUATE
           END-PERFORM
           IF WS-XC-SHOWN = ZEROS
               DISPLAY "  (none waiting for approval)"
           END-IF
           DISPLAY " "
           MOVE WS-XC-AGE-AMT (1) TO WS-XC-SUM-ED
           DISPLAY "  0-7 days:   " WS-XC-AGE-COUNT (1)
               "  $" WS-XC-SUM-ED
           MOVE WS-XC-AGE-AMT (2) TO WS-XC-SUM-ED
           DISPLAY "  8-14 days:  " WS-XC-AGE-COUNT (2)
               "  $" WS-XC-SUM-ED
           MOVE WS-XC-AGE-AMT (3) TO WS-XC-SUM-ED
           DISPLAY "  15-30 days: " WS-XC-AGE-COUNT (3)
               "  $" WS-XC-SUM-ED
           MOVE WS-XC-AGE-AMT (4) TO WS-XC-SUM-ED
           DISPLAY "  Over 30:    " WS-XC-AGE-COUNT (4)
               "  $" WS-XC-SUM-ED
           MOVE WS-XC-APPR-AMT TO WS-XC-SUM-ED
           DISPLAY "Approved, awaiting reimbursement: "
               WS-XC-APPR-COUNT "  $" WS-XC-SUM-ED
           EXIT.

       SHOW-ONE-OUTSTANDING-CLAIM.
           ADD 1 TO WS-XC-SHOWN
           PERFORM SUM-CLAIM-TOTAL
           COMPUTE WS-XC-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-XH-SUBMIT (WS-XC-SLOT))
           EVALUATE TRUE
               WHEN WS-XC-AGE <= 7
                   MOVE 1 TO WS-XC-AGE-IX
                   MOVE "0-7" TO WS-XC-BUCKET
               WHEN WS-XC-AGE <= 14
                   MOVE 2 TO WS-XC-AGE-IX
                   MOVE "8-14" TO WS-XC-BUCKET
               WHEN WS-XC-AGE <= 30
                   MOVE 3 TO WS-XC-AGE-IX
                   MOVE "15-30" TO WS-XC-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-XC-AGE-IX
                   MOVE "OVER 30" TO WS-XC-BUCKET
           END-EVALUATE
           ADD 1 TO WS-XC-AGE-COUNT (WS-XC-AGE-IX)
           ADD WS-XC-TOTAL TO WS-XC-AGE-AMT (WS-XC-AGE-IX)
           MOVE WS-XH-EMP (WS-XC-SLOT) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           MOVE ZEROS TO WS-XC-MGR
           IF WS-ORG-FOUND > ZEROS
               MOVE WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                   TO WS-XC-MGR
           END-IF
           MOVE WS-XC-TOTAL TO WS-XC-SUM-ED
           MOVE WS-XC-AGE TO WS-XC-AGE-ED
           DISPLAY WS-XH-CLAIM (WS-XC-SLOT) "  "
               WS-XH-EMP (WS-XC-SLOT) "  " WS-XC-MGR
               "    " WS-XH-SUBMIT (WS-XC-SLOT) " "
               WS-XC-AGE-ED " " WS-XC-BUCKET " " WS-XC-SUM-ED
           EXIT.

      * Deposit extract: every approved claim becomes its own 'D'
      * record to the claimant's account and is marked paid. No
      * account on file (or too big for the record) leaves it
      * approved for the next extract.
       PAY-APPROVED-CLAIMS.
           MOVE ZEROS TO WS-XC-PAID-COUNT
           MOVE ZEROS TO WS-XC-PAID-AMT
           MOVE 'N' TO WS-XC-CHANGED
           PERFORM VARYING WS-XC-SLOT FROM 1 BY 1
               UNTIL WS-XC-SLOT > WS-XH-COUNT
               IF WS-XH-STATUS (WS-XC-SLOT) = 'A'
                   PERFORM WRITE-CLAIM-DEPOSIT
               END-IF
           END-PERFORM
           IF WS-XC-CHANGED = 'Y'
               PERFORM SAVE-CLAIMS-FILE
           END-IF
           EXIT.

       WRITE-CLAIM-DEPOSIT.
           MOVE WS-XH-EMP (WS-XC-SLOT) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           IF WS-ORG-FOUND = ZEROS
               DISPLAY "Claim " WS-XH-CLAIM (WS-XC-SLOT)
                   " - claimant not on the roster, not paid."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-ACCT OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND) = ZEROS
               DISPLAY "Claim " WS-XH-CLAIM (WS-XC-SLOT)
                   " - no bank account on file, not paid."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-CLAIM-TOTAL
           IF WS-XC-TOTAL = ZEROS OR WS-XC-TOTAL > 99999.99
               DISPLAY "Claim " WS-XH-CLAIM (WS-XC-SLOT)
                   " - amount does not fit a deposit record."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-ACCT OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
               TO DEP-NUMBE
           MOVE 'D' TO DEP-ACTION
           MOVE WS-XC-TOTAL TO DEP-AMOUNT
           MOVE WS-DEP-TIME-RAW(1:5) TO DEP-TIME
           WRITE DEPOSIT-RECORD
           ADD 1 TO WS-DEP-COUNT
           ADD WS-XC-TOTAL TO WS-DEP-TOTAL
           ADD 1 TO WS-XC-PAID-COUNT
           ADD WS-XC-TOTAL TO WS-XC-PAID-AMT
           MOVE 'P' TO WS-XH-STATUS (WS-XC-SLOT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-XH-PAID (WS-XC-SLOT)
           MOVE 'Y' TO WS-XC-CHANGED
           EXIT.

      * Register: approved or paid claims not yet in a journal are
      * bucketed by expense account for paygl.txt and marked
      * posted; the reimbursement is credited to PAYCLEAR, which
      * the deposit relieves like net pay.
       ACCUMULATE-CLAIM-GL.
           MOVE ZEROS TO WS-XG-COUNT
           MOVE ZEROS TO WS-XG-TOTAL
           MOVE 'N' TO WS-XC-CHANGED
           PERFORM VARYING WS-XC-SLOT FROM 1 BY 1
               UNTIL WS-XC-SLOT > WS-XH-COUNT
               IF (WS-XH-STATUS (WS-XC-SLOT) = 'A' OR
                   WS-XH-STATUS (WS-XC-SLOT) = 'P') AND
                       WS-XH-POSTED (WS-XC-SLOT) NOT = 'Y'
                   PERFORM POST-ONE-CLAIM-GL
               END-IF
           END-PERFORM
           EXIT.

       POST-ONE-CLAIM-GL.
           PERFORM VARYING WS-XL-IX FROM 1 BY 1
               UNTIL WS-XL-IX > WS-XL-COUNT
               IF WS-XL-CLAIM (WS-XL-IX) = WS-XH-CLAIM (WS-XC-SLOT)
                   PERFORM ADD-CLAIM-LINE-GL
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-XH-POSTED (WS-XC-SLOT)
           MOVE 'Y' TO WS-XC-CHANGED
           EXIT.

       ADD-CLAIM-LINE-GL.
           MOVE WS-XL-CATEGORY (WS-XL-IX) TO WS-XC-CAT-IN
           PERFORM FIND-EXPENSE-POLICY
           MOVE SPACES TO WS-XG-ACCT-IN
           IF WS-XP-FOUND > ZEROS
               MOVE WS-XP-ACCOUNT (WS-XP-FOUND) TO WS-XG-ACCT-IN
           ELSE
               STRING "EXP-" DELIMITED BY SIZE
                      WS-XC-CAT-IN DELIMITED BY SPACE
                      INTO WS-XG-ACCT-IN
               END-STRING
           END-IF
           MOVE ZEROS TO WS-XG-SLOT
           PERFORM VARYING WS-XG-IX FROM 1 BY 1
               UNTIL WS-XG-IX > WS-XG-COUNT
               IF WS-XG-ACCOUNT (WS-XG-IX) = WS-XG-ACCT-IN
                   SET WS-XG-SLOT TO WS-XG-IX
               END-IF
           END-PERFORM
           IF WS-XG-SLOT = ZEROS
               IF WS-XG-COUNT >= 60
                   MOVE WS-XG-COUNT TO WS-XG-SLOT
               ELSE
                   ADD 1 TO WS-XG-COUNT
                   MOVE WS-XG-COUNT TO WS-XG-SLOT
                   MOVE WS-XG-ACCT-IN TO WS-XG-ACCOUNT (WS-XG-SLOT)
                   MOVE ZEROS TO WS-XG-AMT (WS-XG-SLOT)
               END-IF
           END-IF
           ADD WS-XL-AMOUNT (WS-XL-IX) TO WS-XG-AMT (WS-XG-SLOT)
           ADD WS-XL-AMOUNT (WS-XL-IX) TO WS-XG-TOTAL
           EXIT.

       WRITE-CLAIM-GL-LINES.
           PERFORM VARYING WS-XG-IX FROM 1 BY 1
               UNTIL WS-XG-IX > WS-XG-COUNT
               MOVE SPACES TO WS-GL-LINE
               STRING WS-XG-ACCOUNT (WS-XG-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-XG-AMT (WS-XG-IX) DELIMITED BY SIZE
                      ",,PAYROLL " DELIMITED BY SIZE
                      WS-GL-BATCH DELIMITED BY SIZE
                      " expense claims" DELIMITED BY SIZE
                      INTO WS-GL-LINE
               END-STRING
               WRITE PAYGL-RECORD FROM WS-GL-LINE
           END-PERFORM
           MOVE SPACES TO WS-GL-LINE
           STRING "PAYCLEAR,," DELIMITED BY SIZE
                  WS-XG-TOTAL DELIMITED BY SIZE
                  ",PAYROLL " DELIMITED BY SIZE
                  WS-GL-BATCH DELIMITED BY SIZE
                  " expense reimbursements" DELIMITED BY SIZE
                  INTO WS-GL-LINE
           END-STRING
           WRITE PAYGL-RECORD FROM WS-GL-LINE
           EXIT.

       POSITION-MENU.
           DISPLAY " "
           DISPLAY "POSITIONS AND REQUISITIONS"
           DISPLAY "1. List Positions"
           DISPLAY "2. Add Approved Position"
           DISPLAY "3. Open Requisition"
           DISPLAY "4. Cancel Requisition"
           DISPLAY "5. Headcount Report"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-PN-CHOICE
           EVALUATE WS-PN-CHOICE
               WHEN '1'
                   PERFORM LIST-POSITIONS
               WHEN '2'
                   PERFORM ADD-POSITION
               WHEN '3'
                   PERFORM OPEN-REQUISITION
               WHEN '4'
                   PERFORM CANCEL-REQUISITION
               WHEN '5'
                   PERFORM HEADCOUNT-REPORT
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT.

       LOAD-POSITIONS.
           MOVE ZEROS TO WS-PN-COUNT
           MOVE 'N' TO WS-PN-LOADED
           OPEN INPUT POSITIONS-FILE
           IF WS-POSITIONS-FILE-STATUS NOT = "00"
               DISPLAY "No positions.txt - position control is not "
                   "enforced this session."
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ POSITIONS-FILE INTO WS-PN-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-POSITION-LINE
                   END-READ
               END-PERFORM
               CLOSE POSITIONS-FILE
               MOVE 'Y' TO WS-PN-LOADED
           END-IF
           EXIT.

       PARSE-POSITION-LINE.
           IF WS-PN-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PN-F1 WS-PN-F2 WS-PN-F3
           MOVE SPACES TO WS-PN-F4 WS-PN-F5 WS-PN-F6
           UNSTRING WS-PN-LINE DELIMITED BY ","
               INTO WS-PN-F1 WS-PN-F2 WS-PN-F3 WS-PN-F4 WS-PN-F5
                    WS-PN-F6
           END-UNSTRING
           IF WS-PN-F1 = SPACES OR WS-PN-COUNT >= 600
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PN-COUNT
           COMPUTE WS-PN-NUMBER (WS-PN-COUNT) =
               FUNCTION NUMVAL(WS-PN-F1)
           MOVE WS-PN-F2 TO WS-PN-DEPT (WS-PN-COUNT)
           MOVE WS-PN-F3 TO WS-PN-GRADE (WS-PN-COUNT)
           IF WS-PN-F4 = SPACES
               MOVE 1 TO WS-PN-FTE (WS-PN-COUNT)
           ELSE
               COMPUTE WS-PN-FTE (WS-PN-COUNT) =
                   FUNCTION NUMVAL(WS-PN-F4)
           END-IF
           COMPUTE WS-PN-INCUMBENT (WS-PN-COUNT) =
               FUNCTION NUMVAL(WS-PN-F5)
           COMPUTE WS-PN-REQ (WS-PN-COUNT) =
               FUNCTION NUMVAL(WS-PN-F6)
           EXIT.

       SAVE-POSITIONS.
           OPEN OUTPUT POSITIONS-FILE
           IF WS-POSITIONS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: could not save positions.txt "
                   "(status " WS-POSITIONS-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
               MOVE WS-PN-FTE (WS-PN-IX) TO WS-PN-FTE-ED
               MOVE SPACES TO WS-PN-LINE
               STRING WS-PN-NUMBER (WS-PN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PN-DEPT (WS-PN-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-PN-GRADE (WS-PN-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-PN-FTE-ED DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PN-INCUMBENT (WS-PN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PN-REQ (WS-PN-IX) DELIMITED BY SIZE
                      INTO WS-PN-LINE
               END-STRING
               WRITE POSITIONS-RECORD FROM WS-PN-LINE
           END-PERFORM
           CLOSE POSITIONS-FILE
           EXIT.

       LOAD-REQUISITIONS.
           MOVE ZEROS TO WS-RQ-COUNT
           OPEN INPUT REQS-FILE
           IF WS-REQS-FILE-STATUS = "00" OR
                   WS-REQS-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ REQS-FILE INTO WS-RQ-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-REQUISITION-LINE
                   END-READ
               END-PERFORM
               CLOSE REQS-FILE
           END-IF
           EXIT.

       PARSE-REQUISITION-LINE.
           IF WS-RQ-LINE = SPACES OR WS-RQ-COUNT >= 600
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PN-F1 WS-PN-F2 WS-PN-F3
           MOVE SPACES TO WS-PN-F4 WS-PN-F5 WS-PN-F6
           UNSTRING WS-RQ-LINE DELIMITED BY ","
               INTO WS-PN-F1 WS-PN-F2 WS-PN-F3 WS-PN-F4 WS-PN-F5
                    WS-PN-F6
           END-UNSTRING
           ADD 1 TO WS-RQ-COUNT
           COMPUTE WS-RQ-NUMBER (WS-RQ-COUNT) =
               FUNCTION NUMVAL(WS-PN-F1)
           COMPUTE WS-RQ-POSITION (WS-RQ-COUNT) =
               FUNCTION NUMVAL(WS-PN-F2)
           COMPUTE WS-RQ-OPENED (WS-RQ-COUNT) =
               FUNCTION NUMVAL(WS-PN-F3)
           MOVE WS-PN-F4 TO WS-RQ-STATUS (WS-RQ-COUNT)
           COMPUTE WS-RQ-EMP (WS-RQ-COUNT) =
               FUNCTION NUMVAL(WS-PN-F5)
           COMPUTE WS-RQ-CLOSED (WS-RQ-COUNT) =
               FUNCTION NUMVAL(WS-PN-F6)
           EXIT.

       SAVE-REQUISITIONS.
           OPEN OUTPUT REQS-FILE
           IF WS-REQS-FILE-STATUS NOT = "00" AND
                   WS-REQS-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save requisitions.txt "
                   "(status " WS-REQS-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
               UNTIL WS-RQ-IX > WS-RQ-COUNT
               MOVE SPACES TO WS-RQ-LINE
               STRING WS-RQ-NUMBER (WS-RQ-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RQ-POSITION (WS-RQ-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RQ-OPENED (WS-RQ-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RQ-STATUS (WS-RQ-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RQ-EMP (WS-RQ-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RQ-CLOSED (WS-RQ-IX) DELIMITED BY SIZE
                      INTO WS-RQ-LINE
               END-STRING
               WRITE REQS-RECORD FROM WS-RQ-LINE
           END-PERFORM
           CLOSE REQS-FILE
           EXIT.

       FIND-POSITION.
           MOVE ZEROS TO WS-PN-FOUND
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
               IF WS-PN-NUMBER (WS-PN-IX) = WS-PN-PICK
                   SET WS-PN-FOUND TO WS-PN-IX
               END-IF
           END-PERFORM
           EXIT.

       FIND-REQUISITION.
           MOVE ZEROS TO WS-RQ-FOUND
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
               UNTIL WS-RQ-IX > WS-RQ-COUNT
               IF WS-RQ-NUMBER (WS-RQ-IX) = WS-RQ-SEEK
                   SET WS-RQ-FOUND TO WS-RQ-IX
               END-IF
           END-PERFORM
           EXIT.

      * Hire gate for ADD-EMPLOYEE: the seat must be in the new
      * hire's department, vacant and under an open requisition. A
      * blank grade takes the position's grade; any other grade
      * must match it.
       CHECK-POSITION-FOR-HIRE.
           MOVE 'Y' TO WS-PN-OK
           MOVE ZEROS TO WS-PN-HIRE-SLOT
           IF WS-PN-LOADED = 'N' OR WS-DM-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PN-OK
      *    A hire from an accepted offer brings its position along
           IF WS-PN-PRESET NOT = ZEROS
               MOVE WS-PN-PRESET TO WS-PN-PICK
           ELSE
               DISPLAY "Enter Position Number: " WITH NO ADVANCING
               MOVE SPACES TO WS-PN-PICK-TXT
               ACCEPT WS-PN-PICK-TXT
               IF WS-PN-PICK-TXT = SPACES
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PN-PICK = FUNCTION NUMVAL(WS-PN-PICK-TXT)
           END-IF
           PERFORM FIND-POSITION
           IF WS-PN-FOUND = ZEROS
               DISPLAY "Position " WS-PN-PICK " is not in "
                   "positions.txt."
               EXIT PARAGRAPH
           END-IF
           IF WS-PN-DEPT (WS-PN-FOUND) NOT = WS-INPUT-DEPT
               DISPLAY "Position " WS-PN-PICK " belongs to "
                   WS-PN-DEPT (WS-PN-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-PN-INCUMBENT (WS-PN-FOUND) NOT = ZEROS
               DISPLAY "Position " WS-PN-PICK " is already filled by "
                   WS-PN-INCUMBENT (WS-PN-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-PN-REQ (WS-PN-FOUND) = ZEROS
               DISPLAY "Position " WS-PN-PICK " has no open "
                   "requisition - raise one first."
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-GRADE = SPACES
               MOVE WS-PN-GRADE (WS-PN-FOUND) TO WS-INPUT-GRADE
           ELSE
               IF WS-PN-GRADE (WS-PN-FOUND) NOT = SPACES AND
                       WS-PN-GRADE (WS-PN-FOUND) NOT = WS-INPUT-GRADE
                   DISPLAY "Position " WS-PN-PICK " is graded "
                       WS-PN-GRADE (WS-PN-FOUND)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-PN-FOUND TO WS-PN-HIRE-SLOT
           MOVE 'Y' TO WS-PN-OK
           EXIT.

      * The new hire takes the seat and the requisition is filled.
       FILL-HIRED-POSITION.
           IF WS-PN-HIRE-SLOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-INPUT-ID TO WS-PN-INCUMBENT (WS-PN-HIRE-SLOT)
           MOVE WS-PN-REQ (WS-PN-HIRE-SLOT) TO WS-RQ-SEEK
           PERFORM FIND-REQUISITION
           IF WS-RQ-FOUND > ZEROS
               MOVE 'F' TO WS-RQ-STATUS (WS-RQ-FOUND)
               MOVE WS-INPUT-ID TO WS-RQ-EMP (WS-RQ-FOUND)
               MOVE WS-TODAY-DATE TO WS-RQ-CLOSED (WS-RQ-FOUND)
           END-IF
           MOVE ZEROS TO WS-PN-REQ (WS-PN-HIRE-SLOT)
           PERFORM SAVE-POSITIONS
           PERFORM SAVE-REQUISITIONS
           MOVE WS-INPUT-ID TO WS-HIST-EMP-ID
           MOVE "POSITION" TO WS-HIST-FIELD
           MOVE "-" TO WS-HIST-BEFORE
           MOVE WS-PN-NUMBER (WS-PN-HIRE-SLOT) TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Placed in position " WS-PN-NUMBER (WS-PN-HIRE-SLOT)
               " (requisition " WS-RQ-SEEK " filled)."
           EXIT.

      * Any seat whose incumbent is terminated or no longer on the
      * roster goes back to vacant. Run at start-up and after every
      * change that can terminate or remove someone.
       FREE-TERMINATED-POSITIONS.
           IF WS-PN-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PN-CHANGED
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
               IF WS-PN-INCUMBENT (WS-PN-IX) NOT = ZEROS
                   PERFORM CHECK-POSITION-INCUMBENT
               END-IF
           END-PERFORM
           IF WS-PN-CHANGED = 'Y'
               PERFORM SAVE-POSITIONS
           END-IF
           EXIT.

       CHECK-POSITION-INCUMBENT.
           MOVE WS-PN-INCUMBENT (WS-PN-IX) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           IF WS-ORG-FOUND > ZEROS
               IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                       NOT = 'T'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-PN-INCUMBENT (WS-PN-IX) TO WS-HIST-EMP-ID
           MOVE "POSITION" TO WS-HIST-FIELD
           MOVE WS-PN-NUMBER (WS-PN-IX) TO WS-HIST-BEFORE
           MOVE "VACANT" TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Position " WS-PN-NUMBER (WS-PN-IX) " vacated by "
               WS-PN-INCUMBENT (WS-PN-IX)
           MOVE ZEROS TO WS-PN-INCUMBENT (WS-PN-IX)
           MOVE 'Y' TO WS-PN-CHANGED
           EXIT.

       LIST-POSITIONS.
           IF WS-PN-COUNT = ZEROS
               DISPLAY "No positions on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "POSITION DEPARTMENT      GR  FTE  INCUMBENT"
               "                        REQ"
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
               PERFORM SHOW-ONE-POSITION
           END-PERFORM
           EXIT.

       SHOW-ONE-POSITION.
           MOVE WS-PN-FTE (WS-PN-IX) TO WS-PN-FTE-ED
           IF WS-PN-INCUMBENT (WS-PN-IX) = ZEROS
               DISPLAY WS-PN-NUMBER (WS-PN-IX) "   "
                   WS-PN-DEPT (WS-PN-IX) " " WS-PN-GRADE (WS-PN-IX)
                   "  " WS-PN-FTE-ED " VACANT"
                   "                          " WS-PN-REQ (WS-PN-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PN-INCUMBENT (WS-PN-IX) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           IF WS-ORG-FOUND = ZEROS
               DISPLAY WS-PN-NUMBER (WS-PN-IX) "   "
                   WS-PN-DEPT (WS-PN-IX) " " WS-PN-GRADE (WS-PN-IX)
                   "  " WS-PN-FTE-ED " " WS-PN-INCUMBENT (WS-PN-IX)
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-PN-NUMBER (WS-PN-IX) "   "
               WS-PN-DEPT (WS-PN-IX) " " WS-PN-GRADE (WS-PN-IX)
               "  " WS-PN-FTE-ED " " WS-PN-INCUMBENT (WS-PN-IX) " "
               WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
           EXIT.

      * A new seat is approved vacant; the next number is assigned.
       ADD-POSITION.
           IF WS-PN-COUNT >= 600
               DISPLAY "Positions table full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Department: " WITH NO ADVANCING
           ACCEPT WS-INPUT-DEPT
           MOVE WS-INPUT-DEPT TO WS-DM-CHECK-DEPT
           PERFORM VALIDATE-DEPARTMENT
           IF WS-DM-VALID = 'N'
               DISPLAY "Unknown department - position not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Grade (blank = none): " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-GRADE
           ACCEPT WS-INPUT-GRADE
           IF WS-INPUT-GRADE NOT = SPACES AND WS-GR-LOADED = 'Y'
               MOVE WS-INPUT-GRADE TO WS-GR-CHECK-GRADE
               PERFORM FIND-GRADE
               IF WS-GR-FOUND-IX = ZEROS
                   DISPLAY "Unknown grade - position not added."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Approved FTE (blank = 1.00): " WITH NO ADVANCING
           MOVE SPACES TO WS-PN-FTE-TXT
           ACCEPT WS-PN-FTE-TXT
           MOVE ZEROS TO WS-PN-NEW-NUMBER
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
               IF WS-PN-NUMBER (WS-PN-IX) > WS-PN-NEW-NUMBER
                   MOVE WS-PN-NUMBER (WS-PN-IX) TO WS-PN-NEW-NUMBER
               END-IF
           END-PERFORM
           ADD 1 TO WS-PN-NEW-NUMBER
           ADD 1 TO WS-PN-COUNT
           MOVE WS-PN-NEW-NUMBER TO WS-PN-NUMBER (WS-PN-COUNT)
           MOVE WS-INPUT-DEPT TO WS-PN-DEPT (WS-PN-COUNT)
           MOVE WS-INPUT-GRADE TO WS-PN-GRADE (WS-PN-COUNT)
           IF WS-PN-FTE-TXT = SPACES
               MOVE 1 TO WS-PN-FTE (WS-PN-COUNT)
           ELSE
               COMPUTE WS-PN-FTE (WS-PN-COUNT) =
                   FUNCTION NUMVAL(WS-PN-FTE-TXT)
           END-IF
           IF WS-PN-FTE (WS-PN-COUNT) = ZEROS OR
                   WS-PN-FTE (WS-PN-COUNT) > 1
               DISPLAY "FTE must be more than 0 and at most 1 - "
                   "position not added."
               SUBTRACT 1 FROM WS-PN-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-PN-INCUMBENT (WS-PN-COUNT)
           MOVE ZEROS TO WS-PN-REQ (WS-PN-COUNT)
           PERFORM SAVE-POSITIONS
           MOVE 'Y' TO WS-PN-LOADED
           DISPLAY "Position " WS-PN-NEW-NUMBER " approved (vacant)."
           EXIT.

       OPEN-REQUISITION.
           DISPLAY "Position Number: " WITH NO ADVANCING
           MOVE SPACES TO WS-PN-PICK-TXT
           ACCEPT WS-PN-PICK-TXT
           COMPUTE WS-PN-PICK = FUNCTION NUMVAL(WS-PN-PICK-TXT)
           PERFORM FIND-POSITION
           IF WS-PN-FOUND = ZEROS
               DISPLAY "No such position."
               EXIT PARAGRAPH
           END-IF
           IF WS-PN-INCUMBENT (WS-PN-FOUND) NOT = ZEROS
               DISPLAY "Position is filled - no requisition needed."
               EXIT PARAGRAPH
           END-IF
           IF WS-PN-REQ (WS-PN-FOUND) NOT = ZEROS
               DISPLAY "Requisition " WS-PN-REQ (WS-PN-FOUND)
                   " is already open for this position."
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-COUNT >= 600
               DISPLAY "Requisition table full."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-RQ-NEW-NUMBER
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
               UNTIL WS-RQ-IX > WS-RQ-COUNT
               IF WS-RQ-NUMBER (WS-RQ-IX) > WS-RQ-NEW-NUMBER
                   MOVE WS-RQ-NUMBER (WS-RQ-IX) TO WS-RQ-NEW-NUMBER
               END-IF
           END-PERFORM
           ADD 1 TO WS-RQ-NEW-NUMBER
           ADD 1 TO WS-RQ-COUNT
           MOVE WS-RQ-NEW-NUMBER TO WS-RQ-NUMBER (WS-RQ-COUNT)
           MOVE WS-PN-PICK TO WS-RQ-POSITION (WS-RQ-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RQ-OPENED (WS-RQ-COUNT)
           MOVE 'O' TO WS-RQ-STATUS (WS-RQ-COUNT)
           MOVE ZEROS TO WS-RQ-EMP (WS-RQ-COUNT)
           MOVE ZEROS TO WS-RQ-CLOSED (WS-RQ-COUNT)
           MOVE WS-RQ-NEW-NUMBER TO WS-PN-REQ (WS-PN-FOUND)
           PERFORM SAVE-REQUISITIONS
           PERFORM SAVE-POSITIONS
           DISPLAY "Requisition " WS-RQ-NEW-NUMBER " opened for "
               "position " WS-PN-PICK
           EXIT.

       CANCEL-REQUISITION.
           DISPLAY "Requisition Number: " WITH NO ADVANCING
           MOVE SPACES TO WS-PN-PICK-TXT
           ACCEPT WS-PN-PICK-TXT
           COMPUTE WS-RQ-SEEK = FUNCTION NUMVAL(WS-PN-PICK-TXT)
           PERFORM FIND-REQUISITION
           IF WS-RQ-FOUND = ZEROS
               DISPLAY "No such requisition."
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATUS (WS-RQ-FOUND) NOT = 'O'
               DISPLAY "Requisition is not open."
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-RQ-STATUS (WS-RQ-FOUND)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RQ-CLOSED (WS-RQ-FOUND)
           MOVE WS-RQ-POSITION (WS-RQ-FOUND) TO WS-PN-PICK
           PERFORM FIND-POSITION
           IF WS-PN-FOUND > ZEROS
               IF WS-PN-REQ (WS-PN-FOUND) = WS-RQ-SEEK
                   MOVE ZEROS TO WS-PN-REQ (WS-PN-FOUND)
                   PERFORM SAVE-POSITIONS
               END-IF
           END-IF
           PERFORM SAVE-REQUISITIONS
           DISPLAY "Requisition " WS-RQ-SEEK " cancelled."
           EXIT.

      * Approved vs filled vs open seats per department, with the
      * yearly cost of the vacancies at their grade's midpoint
      * (pro-rated by FTE). Vacant seats with no grade, or a grade
      * missing from grades.txt, are counted but not costed.
       HEADCOUNT-REPORT.
           IF WS-PN-COUNT = ZEROS
               DISPLAY "No positions on file."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-HC-COUNT
           MOVE ZEROS TO WS-HC-TOT-COST
           MOVE ZEROS TO WS-HC-NO-GRADE
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
               PERFORM ADD-POSITION-TO-HEADCOUNT
           END-PERFORM
           DISPLAY " "
           DISPLAY "HEADCOUNT BY DEPARTMENT"
           DISPLAY "DEPARTMENT      SEATS FILLED OPEN APPR-FTE "
               "FILL-FTE OPEN-FTE REQS   VACANCY COST"
           PERFORM VARYING WS-HC-IX FROM 1 BY 1
               UNTIL WS-HC-IX > WS-HC-COUNT
               PERFORM SHOW-HEADCOUNT-LINE
           END-PERFORM
           MOVE WS-HC-TOT-COST TO WS-HC-COST-ED
           DISPLAY "Total vacancy cost at grade midpoint: $"
               WS-HC-COST-ED
           IF WS-HC-NO-GRADE > ZEROS
               DISPLAY "Vacant seats not costed (no grade band): "
                   WS-HC-NO-GRADE
           END-IF
           MOVE ZEROS TO WS-HC-UNPLACED
           PERFORM VARYING WS-PN-EMP-IX FROM 1 BY 1
               UNTIL WS-PN-EMP-IX > WS-EMPLOYEE-COUNT
               PERFORM CHECK-EMP-PLACED
           END-PERFORM
           IF WS-HC-UNPLACED > ZEROS
               DISPLAY "Employees holding no position: "
                   WS-HC-UNPLACED
           END-IF
           EXIT.

       ADD-POSITION-TO-HEADCOUNT.
           MOVE ZEROS TO WS-HC-SLOT
           PERFORM VARYING WS-HC-IX FROM 1 BY 1
               UNTIL WS-HC-IX > WS-HC-COUNT
               IF WS-HC-DEPT (WS-HC-IX) = WS-PN-DEPT (WS-PN-IX)
                   SET WS-HC-SLOT TO WS-HC-IX
               END-IF
           END-PERFORM
           IF WS-HC-SLOT = ZEROS
               IF WS-HC-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HC-COUNT
               MOVE WS-HC-COUNT TO WS-HC-SLOT
               INITIALIZE WS-HC-ENTRY (WS-HC-SLOT)
               MOVE WS-PN-DEPT (WS-PN-IX) TO WS-HC-DEPT (WS-HC-SLOT)
           END-IF
           ADD 1 TO WS-HC-SEATS (WS-HC-SLOT)
           ADD WS-PN-FTE (WS-PN-IX) TO WS-HC-APPR-FTE (WS-HC-SLOT)
           IF WS-PN-INCUMBENT (WS-PN-IX) NOT = ZEROS
               ADD 1 TO WS-HC-FILLED (WS-HC-SLOT)
               ADD WS-PN-FTE (WS-PN-IX) TO WS-HC-FILL-FTE (WS-HC-SLOT)
               EXIT PARAGRAPH
           END-IF
           IF WS-PN-REQ (WS-PN-IX) NOT = ZEROS
               ADD 1 TO WS-HC-OPEN-REQS (WS-HC-SLOT)
           END-IF
           MOVE WS-PN-GRADE (WS-PN-IX) TO WS-GR-CHECK-GRADE
           MOVE ZEROS TO WS-GR-FOUND-IX
           IF WS-GR-CHECK-GRADE NOT = SPACES
               PERFORM FIND-GRADE
           END-IF
           IF WS-GR-FOUND-IX = ZEROS
               ADD 1 TO WS-HC-NO-GRADE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HC-MIDPOINT ROUNDED =
               (WS-GR-MIN (WS-GR-FOUND-IX) +
                WS-GR-MAX (WS-GR-FOUND-IX)) / 2
           COMPUTE WS-HC-VAC-COST (WS-HC-SLOT) ROUNDED =
               WS-HC-VAC-COST (WS-HC-SLOT) +
               (WS-HC-MIDPOINT * WS-PN-FTE (WS-PN-IX))
           COMPUTE WS-HC-TOT-COST ROUNDED = WS-HC-TOT-COST +
               (WS-HC-MIDPOINT * WS-PN-FTE (WS-PN-IX))
           EXIT.

       SHOW-HEADCOUNT-LINE.
           MOVE WS-HC-APPR-FTE (WS-HC-IX) TO WS-HC-FTE-ED
           MOVE WS-HC-FILL-FTE (WS-HC-IX) TO WS-HC-FTE2-ED
           COMPUTE WS-HC-OPEN-FTE = WS-HC-APPR-FTE (WS-HC-IX) -
               WS-HC-FILL-FTE (WS-HC-IX)
           MOVE WS-HC-OPEN-FTE TO WS-HC-FTE3-ED
           MOVE WS-HC-VAC-COST (WS-HC-IX) TO WS-HC-COST-ED
           COMPUTE WS-HC-SLOT = WS-HC-SEATS (WS-HC-IX) -
               WS-HC-FILLED (WS-HC-IX)
           DISPLAY WS-HC-DEPT (WS-HC-IX) " "
               WS-HC-SEATS (WS-HC-IX) "  " WS-HC-FILLED (WS-HC-IX)
               "   " WS-HC-SLOT "  " WS-HC-FTE-ED "  "
               WS-HC-FTE2-ED "  " WS-HC-FTE3-ED " "
               WS-HC-OPEN-REQS (WS-HC-IX) " " WS-HC-COST-ED
           EXIT.

       CHECK-EMP-PLACED.
           IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-PN-EMP-IX) = 'T'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
               UNTIL WS-PN-IX > WS-PN-COUNT
               IF WS-PN-INCUMBENT (WS-PN-IX) =
                       WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-PN-EMP-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-HC-UNPLACED
           EXIT.

      * Termination with final pay: everything is worked out and
      * shown first; nothing is written until it is confirmed.
       TERMINATE-EMPLOYEE.
           DISPLAY "Enter Employee ID to terminate: "
               WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Employee ID not found."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX) = 'T'
               DISPLAY "Employee is already terminated."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IX TO WS-TM-EMP-IX
           DISPLAY "Termination date CCYYMMDD (blank = today): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TM-DATE-TXT
           ACCEPT WS-TM-DATE-TXT
           IF WS-TM-DATE-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TM-DATE-TXT
           END-IF
           IF WS-TM-DATE-TXT IS NOT NUMERIC
               DISPLAY "Invalid date - termination cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TM-DATE-TXT TO WS-TM-DATE
           IF WS-TM-DATE <
                   WS-EMP-HIRE-DATE OF WS-EMPLOYEE-ENTRY (WS-TM-EMP-IX)
               DISPLAY "Termination date is before the hire date - "
                   "termination cancelled."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason: " WITH NO ADVANCING
           MOVE SPACES TO WS-TM-REASON
           ACCEPT WS-TM-REASON
           IF WS-TM-REASON = SPACES
               DISPLAY "A reason is required - termination cancelled."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-TM-REASON REPLACING ALL "," BY ";"
           PERFORM LOAD-PAY-RATES
           IF WS-RATES-FILE-STATUS NOT = "00"
               DISPLAY "Termination cancelled - rates.txt not "
                   "available (status " WS-RATES-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-FINAL-PAY
           PERFORM SHOW-FINAL-PAY
           DISPLAY "Confirm termination and final pay (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-TM-CONFIRM
           IF WS-TM-CONFIRM NOT = 'Y' AND WS-TM-CONFIRM NOT = 'y'
               DISPLAY "Termination not recorded."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMMIT-TERMINATION
           EXIT.

       COMPUTE-FINAL-PAY.
           MOVE WS-TM-EMP-IX TO WS-COUNTER
      *    Salary for the days worked in the termination month
           MOVE ZEROS TO WS-FP-SALARY
           MOVE WS-TM-DATE TO WS-FP-MONTH-START
           MOVE 1 TO WS-FP-MS-DD
           MOVE WS-FP-MONTH-START TO WS-FP-NEXT-MONTH
           IF WS-FP-NM-MM = 12
               ADD 1 TO WS-FP-NM-YYYY
               MOVE 1 TO WS-FP-NM-MM
           ELSE
               ADD 1 TO WS-FP-NM-MM
           END-IF
           COMPUTE WS-FP-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-FP-NEXT-MONTH) -
               FUNCTION INTEGER-OF-DATE(WS-FP-MONTH-START)
           PERFORM FIND-LAST-PAY-RUN
           IF WS-EMP-PAYTYPE OF WS-EMPLOYEE-ENTRY (WS-COUNTER) = 'H'
               PERFORM COMPUTE-HOURLY-GROSS
               MOVE WS-PAY-GROSS TO WS-FP-SALARY
           ELSE
               IF WS-FP-LAST-PAID < WS-FP-MONTH-START
                   COMPUTE WS-FP-SALARY ROUNDED =
                       WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                       * WS-TM-DD / WS-FP-MONTH-DAYS
               END-IF
           END-IF
      *    Unused leave for the year of the termination
           MOVE WS-TM-DATE TO WS-TODAY-DATE
           PERFORM COMPUTE-LEAVE-BALANCE
           MOVE ZEROS TO WS-FP-LEAVE-DAYS
           MOVE ZEROS TO WS-FP-LEAVE-PAY
           IF WS-EMP-PAYTYPE OF WS-EMPLOYEE-ENTRY (WS-COUNTER) = 'H'
               COMPUTE WS-FP-DAY-RATE ROUNDED =
                   WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-COUNTER) * 8
           ELSE
               COMPUTE WS-FP-DAY-RATE ROUNDED =
                   WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   * WS-FP-RUNS-PER-YEAR / WS-FP-WORK-DAYS
           END-IF
           IF WS-LV-BALANCE > ZEROS
               MOVE WS-LV-BALANCE TO WS-FP-LEAVE-DAYS
               COMPUTE WS-FP-LEAVE-PAY ROUNDED =
                   WS-FP-LEAVE-DAYS * WS-FP-DAY-RATE
           END-IF
      *    Approved expense claims still waiting for a deposit
           MOVE ZEROS TO WS-FP-EXPENSES
           MOVE ZEROS TO WS-FP-CLAIMS
           MOVE ZEROS TO WS-FP-PENDING
           PERFORM VARYING WS-XC-SLOT FROM 1 BY 1
               UNTIL WS-XC-SLOT > WS-XH-COUNT
               IF WS-XH-EMP (WS-XC-SLOT) = WS-LOOKUP-ID
                   EVALUATE WS-XH-STATUS (WS-XC-SLOT)
                       WHEN 'A'
                           PERFORM SUM-CLAIM-TOTAL
                           ADD WS-XC-TOTAL TO WS-FP-EXPENSES
                           ADD 1 TO WS-FP-CLAIMS
                       WHEN 'S'
                           ADD 1 TO WS-FP-PENDING
                   END-EVALUATE
               END-IF
           END-PERFORM
      *    Tax and deductions as for a normal run
           MOVE WS-TM-DATE TO WS-BN-AS-OF
           MOVE ZEROS TO WS-PAY-TOT-GROSS WS-PAY-TOT-TAX
           MOVE ZEROS TO WS-PAY-TOT-DEDUCT WS-PAY-TOT-NET
           COMPUTE WS-PAY-GROSS = WS-FP-SALARY + WS-FP-LEAVE-PAY
           MOVE ZEROS TO WS-PAY-RETRO
           MOVE ZEROS TO WS-PAY-COMM WS-CM-DEFERRED
      *    Staff loans and advances are recovered from the net
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
               MOVE ZEROS TO WS-LN-TAKE (WS-LN-IX)
           END-PERFORM
           MOVE ZEROS TO WS-PAY-LOAN
           IF WS-PAY-GROSS > ZEROS
               MOVE 'F' TO WS-LN-MODE
               PERFORM COMPUTE-PAY-FROM-GROSS
               MOVE SPACE TO WS-LN-MODE
           ELSE
               MOVE ZEROS TO WS-PAY-TAX WS-PAY-DEDUCT WS-PAY-NET
               MOVE ZEROS TO WS-PS-BRK-COUNT WS-PS-DED-COUNT
               MOVE ZEROS TO WS-BE-ER-TOTAL
           END-IF
           PERFORM SUM-EMPLOYEE-LOANS
           COMPUTE WS-FP-PAYOUT = WS-PAY-NET + WS-FP-EXPENSES
           EXIT.

      * Latest payroll run date in payhist.txt for WS-LOOKUP-ID.
       FIND-LAST-PAY-RUN.
           MOVE ZEROS TO WS-FP-LAST-PAID
           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = "00" AND
                   WS-PAYHIST-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PAYHIST-FILE INTO WS-PH-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-PAY-RUN-LINE
               END-READ
           END-PERFORM
           CLOSE PAYHIST-FILE
           EXIT.

       CHECK-PAY-RUN-LINE.
           IF WS-PH-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PH-F1 WS-PH-F2
           UNSTRING WS-PH-LINE DELIMITED BY "|"
               INTO WS-PH-F1 WS-PH-F2
           END-UNSTRING
           IF FUNCTION NUMVAL(WS-PH-F2) NOT = WS-LOOKUP-ID
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FP-RUN-DATE = FUNCTION NUMVAL(WS-PH-F1)
           IF WS-FP-RUN-DATE > WS-FP-LAST-PAID
               MOVE WS-FP-RUN-DATE TO WS-FP-LAST-PAID
           END-IF
           EXIT.

       SHOW-FINAL-PAY.
           DISPLAY " "
           DISPLAY "FINAL PAY for " WS-LOOKUP-ID " "
               WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-TM-EMP-IX)
               " terminating " WS-TM-DATE
           MOVE WS-FP-SALARY TO WS-FP-AMT-ED
           IF WS-EMP-PAYTYPE OF WS-EMPLOYEE-ENTRY (WS-TM-EMP-IX) = 'H'
               DISPLAY "  Unpaid timesheet hours:      " WS-FP-AMT-ED
           ELSE
               IF WS-FP-LAST-PAID >= WS-FP-MONTH-START
                   DISPLAY "  Salary: month already paid in the run "
                       "of " WS-FP-LAST-PAID
               ELSE
                   DISPLAY "  Salary " WS-TM-DD " of "
                       WS-FP-MONTH-DAYS " days:         " WS-FP-AMT-ED
               END-IF
           END-IF
           MOVE WS-FP-LEAVE-PAY TO WS-FP-AMT-ED
           DISPLAY "  Unused leave " WS-FP-LEAVE-DAYS " day(s):     "
               WS-FP-AMT-ED
           MOVE WS-PAY-GROSS TO WS-FP-AMT-ED
           DISPLAY "  Gross:                       " WS-FP-AMT-ED
           MOVE WS-PAY-TAX TO WS-FP-AMT-ED
           DISPLAY "  Tax:                         " WS-FP-AMT-ED
           MOVE WS-PAY-DEDUCT TO WS-FP-AMT-ED
           DISPLAY "  Deductions:                  " WS-FP-AMT-ED
           MOVE WS-PAY-NET TO WS-FP-AMT-ED
           DISPLAY "  Net pay:                     " WS-FP-AMT-ED
           MOVE WS-FP-EXPENSES TO WS-FP-AMT-ED
           DISPLAY "  Expense claims (" WS-FP-CLAIMS "):          "
               WS-FP-AMT-ED
           IF WS-LN-EMP-BAL > ZEROS
               MOVE WS-LN-EMP-BAL TO WS-FP-AMT-ED
               DISPLAY "  Staff loans/advances owed:   " WS-FP-AMT-ED
               MOVE WS-PAY-LOAN TO WS-FP-AMT-ED
               DISPLAY "    recovered in deductions:   " WS-FP-AMT-ED
               MOVE WS-LN-LEFT TO WS-FP-AMT-ED
               DISPLAY "    STILL TO RECOVER:          " WS-FP-AMT-ED
           END-IF
           MOVE WS-FP-PAYOUT TO WS-FP-AMT-ED
           DISPLAY "  TOTAL FINAL PAYOUT:          " WS-FP-AMT-ED
           IF WS-FP-PENDING > ZEROS
               DISPLAY "  Note: " WS-FP-PENDING " expense claim(s) "
                   "still waiting for approval are not included."
           END-IF
           EXIT.

      * Write the final pay out, then terminate: payhist line, the
      * one-off register and pay slip, claims marked paid, status
      * T, the terminations row, the freed position and a history
      * entry for each step.
       COMMIT-TERMINATION.
           MOVE WS-TM-EMP-IX TO WS-COUNTER
           PERFORM OPEN-PAYHIST-EXTEND
           IF WS-PAY-GROSS > ZEROS
               PERFORM APPEND-PAYHIST-LINE
           END-IF
           IF WS-PH-OPEN = 'Y'
               CLOSE PAYHIST-FILE
               MOVE 'N' TO WS-PH-OPEN
           END-IF
           PERFORM APPLY-FINAL-LOAN-RECOVERY
           PERFORM WRITE-FINAL-PAY-REGISTER
           MOVE 'Y' TO WS-FP-ACTIVE
           PERFORM WRITE-PAYSLIP
           MOVE 'N' TO WS-FP-ACTIVE
           IF WS-FP-CLAIMS > ZEROS
               PERFORM VARYING WS-XC-SLOT FROM 1 BY 1
                   UNTIL WS-XC-SLOT > WS-XH-COUNT
                   IF WS-XH-EMP (WS-XC-SLOT) = WS-LOOKUP-ID AND
                           WS-XH-STATUS (WS-XC-SLOT) = 'A'
                       MOVE 'P' TO WS-XH-STATUS (WS-XC-SLOT)
                       MOVE WS-PH-RUN-DATE TO WS-XH-PAID (WS-XC-SLOT)
                   END-IF
               END-PERFORM
               PERFORM SAVE-CLAIMS-FILE
           END-IF
           MOVE WS-LOOKUP-ID TO WS-HIST-EMP-ID
           MOVE "STATUS" TO WS-HIST-FIELD
           MOVE WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-TM-EMP-IX)
               TO WS-HIST-BEFORE
           MOVE "T" TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           MOVE 'T' TO WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-TM-EMP-IX)
           MOVE "TERMDATE" TO WS-HIST-FIELD
           MOVE "-" TO WS-HIST-BEFORE
           MOVE WS-TM-DATE TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           MOVE "TERMREASON" TO WS-HIST-FIELD
           MOVE "-" TO WS-HIST-BEFORE
           MOVE WS-TM-REASON TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           MOVE "FINALPAY" TO WS-HIST-FIELD
           MOVE WS-PAY-GROSS TO WS-FP-AMT-ED
           MOVE SPACES TO WS-HIST-BEFORE
           STRING "GROSS" DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-HIST-BEFORE
           END-STRING
           MOVE WS-FP-PAYOUT TO WS-FP-AMT-ED
           MOVE SPACES TO WS-HIST-AFTER
           STRING "PAYOUT" DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-HIST-AFTER
           END-STRING
           PERFORM WRITE-HISTORY-ENTRY
           PERFORM APPEND-TERMINATION-ROW
           PERFORM FREE-TERMINATED-POSITIONS
           DISPLAY "Employee " WS-LOOKUP-ID " terminated. Final pay "
               "in finalpay.txt and " WS-PAYSLIP-PATH
           EXIT.

       WRITE-FINAL-PAY-REGISTER.
           OPEN OUTPUT FINALPAY-FILE
           IF WS-FINALPAY-FILE-STATUS NOT = "00"
               DISPLAY "Warning: could not write finalpay.txt "
                   "(status " WS-FINALPAY-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TM-LINE
           STRING "FINAL PAY REGISTER  " DELIMITED BY SIZE
                  WS-PH-RUN-DATE DELIMITED BY SIZE
                  "  Employee " DELIMITED BY SIZE
                  WS-LOOKUP-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-TM-EMP-IX)
                  DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           MOVE SPACES TO WS-TM-LINE
           STRING "Terminated " DELIMITED BY SIZE
                  WS-TM-DATE DELIMITED BY SIZE
                  "  Reason: " DELIMITED BY SIZE
                  WS-TM-REASON DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           MOVE WS-FP-SALARY TO WS-FP-AMT-ED
           MOVE SPACES TO WS-TM-LINE
           STRING "Salary / hours to termination  " DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           MOVE WS-FP-LEAVE-PAY TO WS-FP-AMT-ED
           MOVE SPACES TO WS-TM-LINE
           STRING "Unused leave payout            " DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-FP-LEAVE-DAYS DELIMITED BY SIZE
                  " days)" DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           MOVE WS-PAY-GROSS TO WS-FP-AMT-ED
           MOVE SPACES TO WS-TM-LINE
           STRING "Gross                          " DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           MOVE WS-PAY-TAX TO WS-FP-AMT-ED
           MOVE SPACES TO WS-TM-LINE
           STRING "Tax                            " DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           MOVE WS-PAY-DEDUCT TO WS-FP-AMT-ED
           MOVE SPACES TO WS-TM-LINE
           STRING "Deductions                     " DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           MOVE WS-PAY-NET TO WS-FP-AMT-ED
           MOVE SPACES TO WS-TM-LINE
           STRING "Net pay                        " DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           MOVE WS-FP-EXPENSES TO WS-FP-AMT-ED
           MOVE SPACES TO WS-TM-LINE
           STRING "Expense reimbursements         " DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           IF WS-LN-EMP-BAL > ZEROS
               MOVE WS-PAY-LOAN TO WS-FP-AMT-ED
               MOVE SPACES TO WS-TM-LINE
               STRING "Staff loans recovered (in ded) "
                      DELIMITED BY SIZE
                      WS-FP-AMT-ED DELIMITED BY SIZE
                      INTO WS-TM-LINE
               END-STRING
               WRITE FINALPAY-RECORD FROM WS-TM-LINE
               MOVE WS-LN-LEFT TO WS-FP-AMT-ED
               MOVE SPACES TO WS-TM-LINE
               STRING "Staff loans STILL TO RECOVER   "
                      DELIMITED BY SIZE
                      WS-FP-AMT-ED DELIMITED BY SIZE
                      INTO WS-TM-LINE
               END-STRING
               WRITE FINALPAY-RECORD FROM WS-TM-LINE
           END-IF
           MOVE WS-FP-PAYOUT TO WS-FP-AMT-ED
           MOVE SPACES TO WS-TM-LINE
           STRING "TOTAL FINAL PAYOUT             " DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE FINALPAY-RECORD FROM WS-TM-LINE
           CLOSE FINALPAY-FILE
           EXIT.

      * Final pay slip extras, written by WRITE-PAYSLIP while
      * WS-FP-ACTIVE is set.
       WRITE-FINAL-SLIP-DETAIL.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "FINAL PAY - terminated " DELIMITED BY SIZE
                  WS-TM-DATE DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Salary / hours:   $" DELIMITED BY SIZE
                  WS-FP-SALARY DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  Leave payout:     $" DELIMITED BY SIZE
                  WS-FP-LEAVE-PAY DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

       WRITE-FINAL-SLIP-PAYOUT.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Expense claims:   $" DELIMITED BY SIZE
                  WS-FP-EXPENSES DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE WS-FP-PAYOUT TO WS-FP-AMT-ED
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "FINAL PAYOUT:     $" DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

       APPEND-TERMINATION-ROW.
           OPEN EXTEND TERMS-FILE
           IF WS-TERMS-FILE-STATUS NOT = "00" AND
                   WS-TERMS-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not append terminations.txt "
                   "(status " WS-TERMS-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TM-LINE
           MOVE WS-PAY-GROSS TO WS-XC-AMT-ED
           MOVE WS-FP-PAYOUT TO WS-FP-AMT-ED
           STRING WS-LOOKUP-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TM-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TM-REASON DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WS-PH-RUN-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-XC-AMT-ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FP-AMT-ED DELIMITED BY SIZE
                  INTO WS-TM-LINE
           END-STRING
           WRITE TERMS-RECORD FROM WS-TM-LINE
           CLOSE TERMS-FILE
           EXIT.

       ROTA-MENU.
           DISPLAY " "
           DISPLAY "SHIFT ROTA (HOURLY STAFF)"
           DISPLAY "1. Show Employee Rota"
           DISPLAY "2. Set / Clear a Shift"
           DISPLAY "3. Copy Week Forward"
           DISPLAY "4. Approve Overtime"
           DISPLAY "5. Rota vs Timesheet Variance"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-RO-CHOICE
           EVALUATE WS-RO-CHOICE
               WHEN '1'
                   PERFORM SHOW-EMPLOYEE-ROTA
               WHEN '2'
                   PERFORM SET-ROTA-SHIFT
               WHEN '3'
                   PERFORM COPY-ROTA-WEEK
               WHEN '4'
                   PERFORM APPROVE-OVERTIME
               WHEN '5'
                   PERFORM ROTA-VARIANCE-REPORT
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT.

       LOAD-ROTA-FILE.
           MOVE ZEROS TO WS-RO-COUNT
           OPEN INPUT ROTA-FILE
           IF WS-ROTA-FILE-STATUS = "00" OR
                   WS-ROTA-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ROTA-FILE INTO WS-RO-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-ROTA-LINE
                   END-READ
               END-PERFORM
               CLOSE ROTA-FILE
           END-IF
           EXIT.

       PARSE-ROTA-LINE.
           IF WS-RO-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RO-F1 WS-RO-F2 WS-RO-F3 WS-RO-F4
           UNSTRING WS-RO-LINE DELIMITED BY ","
               INTO WS-RO-F1 WS-RO-F2 WS-RO-F3 WS-RO-F4
           END-UNSTRING
           IF WS-RO-F1 = SPACES OR WS-RO-COUNT >= 3000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RO-COUNT
           COMPUTE WS-RO-EMP (WS-RO-COUNT) =
               FUNCTION NUMVAL(WS-RO-F1)
           COMPUTE WS-RO-WEEK (WS-RO-COUNT) =
               FUNCTION NUMVAL(WS-RO-F2)
           COMPUTE WS-RO-DAY (WS-RO-COUNT) =
               FUNCTION NUMVAL(WS-RO-F3)
           COMPUTE WS-RO-HOURS (WS-RO-COUNT) =
               FUNCTION NUMVAL(WS-RO-F4)
           EXIT.

       SAVE-ROTA-FILE.
           OPEN OUTPUT ROTA-FILE
           IF WS-ROTA-FILE-STATUS NOT = "00" AND
                   WS-ROTA-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save rota.txt (status "
                   WS-ROTA-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RO-IX FROM 1 BY 1
               UNTIL WS-RO-IX > WS-RO-COUNT
               MOVE WS-RO-HOURS (WS-RO-IX) TO WS-RO-HOURS-OUT
               MOVE SPACES TO WS-RO-LINE
               STRING WS-RO-EMP (WS-RO-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RO-WEEK (WS-RO-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RO-DAY (WS-RO-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RO-HOURS-OUT DELIMITED BY SIZE
                      INTO WS-RO-LINE
               END-STRING
               WRITE ROTA-RECORD FROM WS-RO-LINE
           END-PERFORM
           CLOSE ROTA-FILE
           EXIT.

       LOAD-OT-APPROVALS.
           MOVE ZEROS TO WS-OA-COUNT
           OPEN INPUT OTAPP-FILE
           IF WS-OTAPP-FILE-STATUS = "00" OR
                   WS-OTAPP-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ OTAPP-FILE INTO WS-OA-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-OT-APPROVAL-LINE
                   END-READ
               END-PERFORM
               CLOSE OTAPP-FILE
           END-IF
           EXIT.

       PARSE-OT-APPROVAL-LINE.
           IF WS-OA-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OA-F1 WS-OA-F2 WS-OA-F3 WS-OA-F4
               WS-OA-F5
           UNSTRING WS-OA-LINE DELIMITED BY ","
               INTO WS-OA-F1 WS-OA-F2 WS-OA-F3 WS-OA-F4 WS-OA-F5
           END-UNSTRING
           IF WS-OA-F1 = SPACES OR WS-OA-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OA-COUNT
           COMPUTE WS-OA-EMP (WS-OA-COUNT) =
               FUNCTION NUMVAL(WS-OA-F1)
           COMPUTE WS-OA-WEEK (WS-OA-COUNT) =
               FUNCTION NUMVAL(WS-OA-F2)
           COMPUTE WS-OA-HOURS (WS-OA-COUNT) =
               FUNCTION NUMVAL(WS-OA-F3)
           COMPUTE WS-OA-APPROVER (WS-OA-COUNT) =
               FUNCTION NUMVAL(WS-OA-F4)
           COMPUTE WS-OA-DATE (WS-OA-COUNT) =
               FUNCTION NUMVAL(WS-OA-F5)
           EXIT.

       SAVE-OT-APPROVALS.
           OPEN OUTPUT OTAPP-FILE
           IF WS-OTAPP-FILE-STATUS NOT = "00" AND
                   WS-OTAPP-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save otapproval.txt "
                   "(status " WS-OTAPP-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OA-IX FROM 1 BY 1
               UNTIL WS-OA-IX > WS-OA-COUNT
               MOVE WS-OA-HOURS (WS-OA-IX) TO WS-OA-HOURS-OUT
               MOVE SPACES TO WS-OA-LINE
               STRING WS-OA-EMP (WS-OA-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-OA-WEEK (WS-OA-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-OA-HOURS-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-OA-APPROVER (WS-OA-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-OA-DATE (WS-OA-IX) DELIMITED BY SIZE
                      INTO WS-OA-LINE
               END-STRING
               WRITE OTAPP-RECORD FROM WS-OA-LINE
           END-PERFORM
           CLOSE OTAPP-FILE
           EXIT.

      * Asks for an hourly employee on the roster; leaves the id in
      * WS-RO-EMP-ID and the table slot in WS-RO-EMP-IX (zero when
      * the employee cannot be rostered).
       ASK-ROTA-EMPLOYEE.
           MOVE ZEROS TO WS-RO-EMP-IX
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Employee ID not found."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-PAYTYPE OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
                   NOT = 'H'
               DISPLAY "Employee is salaried - the rota only "
                   "covers hourly staff (pay type H)."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX) = 'T'
               DISPLAY "Employee is terminated."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ID TO WS-RO-EMP-ID
           MOVE WS-FOUND-IX TO WS-RO-EMP-IX
           EXIT.

       ASK-ROTA-WEEK.
           MOVE ZEROS TO WS-RO-WEEK-IN
           DISPLAY "Week of pay period (1-5): " WITH NO ADVANCING
           ACCEPT WS-RO-WEEK-TXT
           IF WS-RO-WEEK-TXT IS NOT NUMERIC OR
                   WS-RO-WEEK-TXT = '0' OR WS-RO-WEEK-TXT > '5'
               DISPLAY "Invalid week."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RO-WEEK-IN = FUNCTION NUMVAL(WS-RO-WEEK-TXT)
           EXIT.

      * Rostered hours, timesheet hours and approved overtime for
      * WS-RO-EMP-ID in week WS-RO-WEEK-IN.
       COMPUTE-ROTA-WEEK.
           MOVE ZEROS TO WS-RO-PLANNED WS-RO-WORKED WS-RO-APPROVED
           MOVE 'N' TO WS-RO-HAS-TS
           PERFORM VARYING WS-RO-SCAN FROM 1 BY 1
               UNTIL WS-RO-SCAN > WS-RO-COUNT
               IF WS-RO-EMP (WS-RO-SCAN) = WS-RO-EMP-ID AND
                       WS-RO-WEEK (WS-RO-SCAN) = WS-RO-WEEK-IN
                   ADD WS-RO-HOURS (WS-RO-SCAN) TO WS-RO-PLANNED
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TS-SCAN FROM 1 BY 1
               UNTIL WS-TS-SCAN > WS-TS-COUNT
               IF WS-TS-EMP (WS-TS-SCAN) = WS-RO-EMP-ID AND
                       WS-TS-WEEK (WS-TS-SCAN) = WS-RO-WEEK-IN
                   MOVE 'Y' TO WS-RO-HAS-TS
                   ADD WS-TS-HOURS (WS-TS-SCAN) TO WS-RO-WORKED
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OA-SCAN FROM 1 BY 1
               UNTIL WS-OA-SCAN > WS-OA-COUNT
               IF WS-OA-EMP (WS-OA-SCAN) = WS-RO-EMP-ID AND
                       WS-OA-WEEK (WS-OA-SCAN) = WS-RO-WEEK-IN
                   MOVE WS-OA-HOURS (WS-OA-SCAN) TO WS-RO-APPROVED
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-RO-OT
           IF WS-RO-WORKED > 40
               COMPUTE WS-RO-OT = WS-RO-WORKED - 40
           END-IF
           EXIT.

       SHOW-EMPLOYEE-ROTA.
           PERFORM ASK-ROTA-EMPLOYEE
           IF WS-RO-EMP-IX = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Rota for " WS-RO-EMP-ID " "
               WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
           PERFORM VARYING WS-RO-WEEK-IN FROM 1 BY 1
               UNTIL WS-RO-WEEK-IN > 5
               PERFORM SHOW-ROTA-WEEK
           END-PERFORM
           EXIT.

       SHOW-ROTA-WEEK.
           PERFORM COMPUTE-ROTA-WEEK
           MOVE WS-RO-WEEK-IN TO WS-RO-WK-ED
           MOVE WS-RO-PLANNED TO WS-RO-HRS-ED
           MOVE WS-RO-WORKED TO WS-RO-HRS2-ED
           IF WS-RO-HAS-TS = 'Y'
               DISPLAY "  Week " WS-RO-WK-ED "  rostered "
                   WS-RO-HRS-ED "  timesheet " WS-RO-HRS2-ED
           ELSE
               DISPLAY "  Week " WS-RO-WK-ED "  rostered "
                   WS-RO-HRS-ED "  timesheet  (none)"
           END-IF
           PERFORM VARYING WS-RO-DAY-IN FROM 1 BY 1
               UNTIL WS-RO-DAY-IN > 7
               PERFORM VARYING WS-RO-SCAN FROM 1 BY 1
                   UNTIL WS-RO-SCAN > WS-RO-COUNT
                   IF WS-RO-EMP (WS-RO-SCAN) = WS-RO-EMP-ID AND
                           WS-RO-WEEK (WS-RO-SCAN) = WS-RO-WEEK-IN AND
                           WS-RO-DAY (WS-RO-SCAN) = WS-RO-DAY-IN
                       MOVE WS-RO-HOURS (WS-RO-SCAN) TO WS-RO-HRS-ED
                       DISPLAY "      "
                           WS-RO-DAY-NAME (WS-RO-DAY-IN) "  "
                           WS-RO-HRS-ED " hours"
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-RO-APPROVED > ZEROS
               MOVE WS-RO-APPROVED TO WS-RO-HRS-ED
               DISPLAY "      Overtime approved: " WS-RO-HRS-ED
           END-IF
           EXIT.

      * One shift per employee per day; keying zero hours clears
      * the day.
       SET-ROTA-SHIFT.
           PERFORM ASK-ROTA-EMPLOYEE
           IF WS-RO-EMP-IX = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-ROTA-WEEK
           IF WS-RO-WEEK-IN = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Day (1=Mon .. 7=Sun): " WITH NO ADVANCING
           ACCEPT WS-RO-DAY-TXT
           IF WS-RO-DAY-TXT IS NOT NUMERIC OR
                   WS-RO-DAY-TXT = '0' OR WS-RO-DAY-TXT > '7'
               DISPLAY "Invalid day."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RO-DAY-IN = FUNCTION NUMVAL(WS-RO-DAY-TXT)
           DISPLAY "Shift hours (0 = clear): " WITH NO ADVANCING
           MOVE SPACES TO WS-RO-HOURS-TXT
           ACCEPT WS-RO-HOURS-TXT
           IF WS-RO-HOURS-TXT = SPACES
               DISPLAY "No hours keyed."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RO-HOURS-IN = FUNCTION NUMVAL(WS-RO-HOURS-TXT)
           IF WS-RO-HOURS-IN > 24
               DISPLAY "A shift cannot be longer than 24 hours."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-RO-SLOT
           PERFORM VARYING WS-RO-SCAN FROM 1 BY 1
               UNTIL WS-RO-SCAN > WS-RO-COUNT
               IF WS-RO-EMP (WS-RO-SCAN) = WS-RO-EMP-ID AND
                       WS-RO-WEEK (WS-RO-SCAN) = WS-RO-WEEK-IN AND
                       WS-RO-DAY (WS-RO-SCAN) = WS-RO-DAY-IN
                   MOVE WS-RO-SCAN TO WS-RO-SLOT
               END-IF
           END-PERFORM
           IF WS-RO-HOURS-IN = ZEROS
               IF WS-RO-SLOT = ZEROS
                   DISPLAY "No shift on that day."
               ELSE
                   MOVE WS-RO-SLOT TO WS-RO-SCAN
                   PERFORM DROP-ROTA-ROW
                   PERFORM SAVE-ROTA-FILE
                   DISPLAY "Shift cleared."
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RO-SLOT = ZEROS
               IF WS-RO-COUNT >= 3000
                   DISPLAY "Rota table full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RO-COUNT
               MOVE WS-RO-COUNT TO WS-RO-SLOT
               MOVE WS-RO-EMP-ID TO WS-RO-EMP (WS-RO-SLOT)
               MOVE WS-RO-WEEK-IN TO WS-RO-WEEK (WS-RO-SLOT)
               MOVE WS-RO-DAY-IN TO WS-RO-DAY (WS-RO-SLOT)
           END-IF
           MOVE WS-RO-HOURS-IN TO WS-RO-HOURS (WS-RO-SLOT)
           PERFORM SAVE-ROTA-FILE
           DISPLAY "Shift recorded."
           EXIT.

       DROP-ROTA-ROW.
           PERFORM VARYING WS-RO-SHIFT FROM WS-RO-SCAN BY 1
               UNTIL WS-RO-SHIFT >= WS-RO-COUNT
               MOVE WS-RO-ENTRY (WS-RO-SHIFT + 1)
                   TO WS-RO-ENTRY (WS-RO-SHIFT)
           END-PERFORM
           SUBTRACT 1 FROM WS-RO-COUNT
           EXIT.

      * Copies every shift in one week into the next, replacing
      * what the next week held. Week 5 copies into week 1 so the
      * last week of a period seeds the next period. Terminated
      * staff are not carried forward.
       COPY-ROTA-WEEK.
           DISPLAY "Copy from week - "
           PERFORM ASK-ROTA-WEEK
           IF WS-RO-WEEK-IN = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-RO-WEEK-IN = 5
               MOVE 1 TO WS-RO-TO-WEEK
           ELSE
               COMPUTE WS-RO-TO-WEEK = WS-RO-WEEK-IN + 1
           END-IF
           DISPLAY "This replaces every shift in week " WS-RO-TO-WEEK
               ". Continue (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-RO-CONFIRM
           IF WS-RO-CONFIRM NOT = 'Y' AND WS-RO-CONFIRM NOT = 'y'
               DISPLAY "Copy cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RO-SCAN
           PERFORM UNTIL WS-RO-SCAN > WS-RO-COUNT
               IF WS-RO-WEEK (WS-RO-SCAN) = WS-RO-TO-WEEK
                   PERFORM DROP-ROTA-ROW
               ELSE
                   ADD 1 TO WS-RO-SCAN
               END-IF
           END-PERFORM
           MOVE WS-RO-COUNT TO WS-RO-LAST
           MOVE ZEROS TO WS-RO-COPIED
           PERFORM VARYING WS-RO-SCAN FROM 1 BY 1
               UNTIL WS-RO-SCAN > WS-RO-LAST
               IF WS-RO-WEEK (WS-RO-SCAN) = WS-RO-WEEK-IN
                   PERFORM COPY-ONE-SHIFT
               END-IF
           END-PERFORM
           PERFORM SAVE-ROTA-FILE
           DISPLAY WS-RO-COPIED " shift(s) copied into week "
               WS-RO-TO-WEEK "."
           EXIT.

       COPY-ONE-SHIFT.
           MOVE WS-RO-EMP (WS-RO-SCAN) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           IF WS-ORG-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND) = 'T'
               EXIT PARAGRAPH
           END-IF
           IF WS-RO-COUNT >= 3000
               DISPLAY "Rota table full - copy incomplete."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RO-COUNT
           MOVE WS-RO-ENTRY (WS-RO-SCAN) TO WS-RO-ENTRY (WS-RO-COUNT)
           MOVE WS-RO-TO-WEEK TO WS-RO-WEEK (WS-RO-COUNT)
           ADD 1 TO WS-RO-COPIED
           EXIT.

      * A supervisor agrees overtime for one of their reports ahead
      * of payroll. The weeks shown are those where the rota or the
      * timesheet goes past 40 hours or overtime is already agreed.
       APPROVE-OVERTIME.
           DISPLAY "Enter Manager ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Manager ID not found."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ID TO WS-OA-MGR
           MOVE ZEROS TO WS-RO-SHOWN
           DISPLAY " "
           DISPLAY "Overtime weeks for your hourly reports:"
           DISPLAY "  EMP   WEEK  ROSTERED  WORKED  APPROVED"
           PERFORM VARYING WS-RO-EMP-IX FROM 1 BY 1
               UNTIL WS-RO-EMP-IX > WS-EMPLOYEE-COUNT
               IF WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX) =
                       WS-OA-MGR AND
                   WS-EMP-PAYTYPE OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
                       = 'H' AND
                   WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
                       NOT = 'T'
                   MOVE WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
                       TO WS-RO-EMP-ID
                   PERFORM VARYING WS-RO-WEEK-IN FROM 1 BY 1
                       UNTIL WS-RO-WEEK-IN > 5
                       PERFORM SHOW-OVERTIME-WEEK
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-RO-SHOWN = ZEROS
               DISPLAY "  (none)"
           END-IF
           DISPLAY "Approve for Employee ID (blank = cancel): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-OA-F1
           ACCEPT WS-OA-F1
           IF WS-OA-F1 = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RO-EMP-ID = FUNCTION NUMVAL(WS-OA-F1)
           MOVE WS-RO-EMP-ID TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           IF WS-ORG-FOUND = ZEROS
               DISPLAY "Employee ID not found."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                   NOT = WS-OA-MGR
               DISPLAY "That employee is not one of your reports."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-PAYTYPE OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                   NOT = 'H'
               DISPLAY "Overtime approval only applies to hourly "
                   "staff."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-ROTA-WEEK
           IF WS-RO-WEEK-IN = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-ROTA-WEEK
           IF WS-RO-PLANNED = ZEROS
               DISPLAY "No shifts rostered that week - roster the "
                   "week before agreeing overtime."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Overtime hours approved (0 = withdraw): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-RO-HOURS-TXT
           ACCEPT WS-RO-HOURS-TXT
           IF WS-RO-HOURS-TXT = SPACES
               DISPLAY "No hours keyed."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RO-HOURS-IN = FUNCTION NUMVAL(WS-RO-HOURS-TXT)
           MOVE ZEROS TO WS-OA-SLOT
           PERFORM VARYING WS-OA-SCAN FROM 1 BY 1
               UNTIL WS-OA-SCAN > WS-OA-COUNT
               IF WS-OA-EMP (WS-OA-SCAN) = WS-RO-EMP-ID AND
                       WS-OA-WEEK (WS-OA-SCAN) = WS-RO-WEEK-IN
                   MOVE WS-OA-SCAN TO WS-OA-SLOT
               END-IF
           END-PERFORM
           IF WS-OA-SLOT = ZEROS
               IF WS-OA-COUNT >= 500
                   DISPLAY "Overtime approval table full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OA-COUNT
               MOVE WS-OA-COUNT TO WS-OA-SLOT
               MOVE WS-RO-EMP-ID TO WS-OA-EMP (WS-OA-SLOT)
               MOVE WS-RO-WEEK-IN TO WS-OA-WEEK (WS-OA-SLOT)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-RO-HOURS-IN TO WS-OA-HOURS (WS-OA-SLOT)
           MOVE WS-OA-MGR TO WS-OA-APPROVER (WS-OA-SLOT)
           MOVE WS-TODAY-DATE TO WS-OA-DATE (WS-OA-SLOT)
           PERFORM SAVE-OT-APPROVALS
           MOVE WS-RO-EMP-ID TO WS-HIST-EMP-ID
           MOVE "OVERTIME" TO WS-HIST-FIELD
           MOVE WS-RO-WEEK-IN TO WS-RO-WK-ED
           MOVE WS-RO-APPROVED TO WS-RO-HRS-ED
           MOVE WS-RO-HOURS-IN TO WS-RO-HRS2-ED
           MOVE SPACES TO WS-HIST-BEFORE WS-HIST-AFTER
           STRING "WEEK " DELIMITED BY SIZE
                  WS-RO-WK-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RO-HRS-ED DELIMITED BY SIZE
                  INTO WS-HIST-BEFORE
           END-STRING
           STRING "WEEK " DELIMITED BY SIZE
                  WS-RO-WK-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RO-HRS2-ED DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-OA-MGR DELIMITED BY SIZE
                  INTO WS-HIST-AFTER
           END-STRING
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Overtime approval recorded."
           EXIT.

       SHOW-OVERTIME-WEEK.
           PERFORM COMPUTE-ROTA-WEEK
           IF WS-RO-PLANNED > 40 OR WS-RO-WORKED > 40 OR
                   WS-RO-APPROVED > ZEROS
               ADD 1 TO WS-RO-SHOWN
               MOVE WS-RO-WEEK-IN TO WS-RO-WK-ED
               MOVE WS-RO-PLANNED TO WS-RO-HRS-ED
               MOVE WS-RO-WORKED TO WS-RO-HRS2-ED
               MOVE WS-RO-APPROVED TO WS-RO-HRS3-ED
               DISPLAY "  " WS-RO-EMP-ID "   " WS-RO-WK-ED "    "
                   WS-RO-HRS-ED "  " WS-RO-HRS2-ED "    "
                   WS-RO-HRS3-ED
           END-IF
           EXIT.

      * Rota against timesheet for the pay period, one line per
      * exception: NO TIMESHEET (shifts rostered, nothing keyed),
      * NO-SHOW (keyed short of the rota), UNROSTERED (hours past
      * what was rostered) and LATE OT (overtime worked beyond what
      * a supervisor agreed beforehand).
       ROTA-VARIANCE-REPORT.
           MOVE ZEROS TO WS-RO-SHOWN WS-RO-NOTS-COUNT
               WS-RO-NOSHOW-COUNT WS-RO-UNROST-COUNT
               WS-RO-LATEOT-COUNT
           DISPLAY " "
           DISPLAY "ROTA VS TIMESHEET VARIANCE - CURRENT PAY PERIOD"
           DISPLAY "EMP   NAME                 WK  EXCEPTION    "
               "  HOURS  ROSTERED  WORKED"
           PERFORM VARYING WS-RO-EMP-IX FROM 1 BY 1
               UNTIL WS-RO-EMP-IX > WS-EMPLOYEE-COUNT
               IF WS-EMP-PAYTYPE OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
                       = 'H' AND
                   WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
                       NOT = 'T'
                   MOVE WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
                       TO WS-RO-EMP-ID
                   PERFORM VARYING WS-RO-WEEK-IN FROM 1 BY 1
                       UNTIL WS-RO-WEEK-IN > 5
                       PERFORM CHECK-ROTA-VARIANCE
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-RO-SHOWN = ZEROS
               DISPLAY "  (no variances)"
           END-IF
           DISPLAY " "
           DISPLAY "No timesheet: " WS-RO-NOTS-COUNT
               "  No-shows: " WS-RO-NOSHOW-COUNT
               "  Unrostered: " WS-RO-UNROST-COUNT
               "  Late overtime: " WS-RO-LATEOT-COUNT
           EXIT.

       CHECK-ROTA-VARIANCE.
           PERFORM COMPUTE-ROTA-WEEK
           MOVE WS-RO-WEEK-IN TO WS-RO-WK-ED
           MOVE WS-RO-PLANNED TO WS-RO-HRS2-ED
           MOVE WS-RO-WORKED TO WS-RO-HRS3-ED
           IF WS-RO-PLANNED > ZEROS AND WS-RO-HAS-TS = 'N'
               ADD 1 TO WS-RO-NOTS-COUNT
               MOVE WS-RO-PLANNED TO WS-RO-HRS-ED
               MOVE "NO TIMESHEET" TO WS-RO-EXCEPTION
               PERFORM SHOW-VARIANCE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-RO-WORKED < WS-RO-PLANNED
               ADD 1 TO WS-RO-NOSHOW-COUNT
               COMPUTE WS-RO-DIFF = WS-RO-PLANNED - WS-RO-WORKED
               MOVE WS-RO-DIFF TO WS-RO-HRS-ED
               MOVE "NO-SHOW" TO WS-RO-EXCEPTION
               PERFORM SHOW-VARIANCE-LINE
           END-IF
           IF WS-RO-WORKED > WS-RO-PLANNED
               ADD 1 TO WS-RO-UNROST-COUNT
               COMPUTE WS-RO-DIFF = WS-RO-WORKED - WS-RO-PLANNED
               MOVE WS-RO-DIFF TO WS-RO-HRS-ED
               MOVE "UNROSTERED" TO WS-RO-EXCEPTION
               PERFORM SHOW-VARIANCE-LINE
           END-IF
           IF WS-RO-OT > WS-RO-APPROVED
               ADD 1 TO WS-RO-LATEOT-COUNT
               COMPUTE WS-RO-DIFF = WS-RO-OT - WS-RO-APPROVED
               MOVE WS-RO-DIFF TO WS-RO-HRS-ED
               MOVE "LATE OT" TO WS-RO-EXCEPTION
               PERFORM SHOW-VARIANCE-LINE
           END-IF
           EXIT.

       SHOW-VARIANCE-LINE.
           ADD 1 TO WS-RO-SHOWN
           DISPLAY WS-RO-EMP-ID " "
               WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX) (1:20)
               " " WS-RO-WK-ED "  " WS-RO-EXCEPTION "  "
               WS-RO-HRS-ED "    " WS-RO-HRS2-ED "  " WS-RO-HRS3-ED
           EXIT.

      * Run at the end of the payroll register: overtime on the
      * timesheets that no supervisor agreed against the rota is
      * listed so it can be settled before the money goes out.
      * Skipped entirely while no rota or approvals are kept.
       CHECK-UNAPPROVED-OVERTIME.
           IF WS-RO-COUNT = ZEROS AND WS-OA-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-RO-LATEOT-COUNT
           PERFORM VARYING WS-RO-EMP-IX FROM 1 BY 1
               UNTIL WS-RO-EMP-IX > WS-EMPLOYEE-COUNT
               IF WS-EMP-PAYTYPE OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
                       = 'H' AND
                   WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
                       NOT = 'T'
                   MOVE WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-RO-EMP-IX)
                       TO WS-RO-EMP-ID
                   PERFORM VARYING WS-RO-WEEK-IN FROM 1 BY 1
                       UNTIL WS-RO-WEEK-IN > 5
                       PERFORM CHECK-ONE-OVERTIME-WEEK
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-RO-LATEOT-COUNT > ZEROS
               DISPLAY WS-RO-LATEOT-COUNT " week(s) with overtime "
                   "not approved on the rota - see Shift Rota "
                   "variance report."
           END-IF
           EXIT.

       CHECK-ONE-OVERTIME-WEEK.
           PERFORM COMPUTE-ROTA-WEEK
           IF WS-RO-OT > WS-RO-APPROVED
               ADD 1 TO WS-RO-LATEOT-COUNT
               COMPUTE WS-RO-DIFF = WS-RO-OT - WS-RO-APPROVED
               MOVE WS-RO-DIFF TO WS-RO-HRS-ED
               MOVE WS-RO-WEEK-IN TO WS-RO-WK-ED
               DISPLAY "Warning: " WS-RO-EMP-ID " week " WS-RO-WK-ED
                   " -" WS-RO-HRS-ED " overtime hours not approved."
           END-IF
           EXIT.

       LOAD-RETRO-FILE.
           MOVE ZEROS TO WS-RT-COUNT
           OPEN INPUT RETRO-FILE
           IF WS-RETRO-FILE-STATUS = "00" OR
                   WS-RETRO-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RETRO-FILE INTO WS-RT-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-RETRO-LINE
                   END-READ
               END-PERFORM
               CLOSE RETRO-FILE
           END-IF
           EXIT.

       PARSE-RETRO-LINE.
           IF WS-RT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RT-F1 WS-RT-F2 WS-RT-F3 WS-RT-F4
               WS-RT-F5 WS-RT-F6 WS-RT-F7 WS-RT-F8 WS-RT-F9
           UNSTRING WS-RT-LINE DELIMITED BY ","
               INTO WS-RT-F1 WS-RT-F2 WS-RT-F3 WS-RT-F4 WS-RT-F5
                    WS-RT-F6 WS-RT-F7 WS-RT-F8 WS-RT-F9
           END-UNSTRING
           IF WS-RT-F1 = SPACES OR WS-RT-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RT-COUNT
           COMPUTE WS-RT-EMP (WS-RT-COUNT) =
               FUNCTION NUMVAL(WS-RT-F1)
           COMPUTE WS-RT-EFF-DATE (WS-RT-COUNT) =
               FUNCTION NUMVAL(WS-RT-F2)
           COMPUTE WS-RT-OLD-SAL (WS-RT-COUNT) =
               FUNCTION NUMVAL(WS-RT-F3)
           COMPUTE WS-RT-NEW-SAL (WS-RT-COUNT) =
               FUNCTION NUMVAL(WS-RT-F4)
           COMPUTE WS-RT-ENTERED (WS-RT-COUNT) =
               FUNCTION NUMVAL(WS-RT-F5)
           MOVE WS-RT-F6 (1:1) TO WS-RT-STATUS (WS-RT-COUNT)
           MOVE ZEROS TO WS-RT-RUN-DATE (WS-RT-COUNT)
               WS-RT-AMOUNT (WS-RT-COUNT) WS-RT-RUNS (WS-RT-COUNT)
           IF WS-RT-F7 NOT = SPACES
               COMPUTE WS-RT-RUN-DATE (WS-RT-COUNT) =
                   FUNCTION NUMVAL(WS-RT-F7)
           END-IF
           IF WS-RT-F8 NOT = SPACES
               COMPUTE WS-RT-AMOUNT (WS-RT-COUNT) =
                   FUNCTION NUMVAL(WS-RT-F8)
           END-IF
           IF WS-RT-F9 NOT = SPACES
               COMPUTE WS-RT-RUNS (WS-RT-COUNT) =
                   FUNCTION NUMVAL(WS-RT-F9)
           END-IF
           EXIT.

       SAVE-RETRO-FILE.
           OPEN OUTPUT RETRO-FILE
           IF WS-RETRO-FILE-STATUS NOT = "00" AND
                   WS-RETRO-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save retro.txt (status "
                   WS-RETRO-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
               UNTIL WS-RT-IX > WS-RT-COUNT
               MOVE WS-RT-OLD-SAL (WS-RT-IX) TO WS-RT-SAL-OUT
               MOVE WS-RT-NEW-SAL (WS-RT-IX) TO WS-RT-SAL2-OUT
               MOVE WS-RT-AMOUNT (WS-RT-IX) TO WS-RT-AMT-OUT
               MOVE SPACES TO WS-RT-LINE
               STRING WS-RT-EMP (WS-RT-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RT-EFF-DATE (WS-RT-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RT-SAL-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RT-SAL2-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RT-ENTERED (WS-RT-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RT-STATUS (WS-RT-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RT-RUN-DATE (WS-RT-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RT-AMT-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-RT-RUNS (WS-RT-IX) DELIMITED BY SIZE
                      INTO WS-RT-LINE
               END-STRING
               WRITE RETRO-RECORD FROM WS-RT-LINE
           END-PERFORM
           CLOSE RETRO-FILE
           EXIT.

      * Called from UPDATE-EMPLOYEE when the salary changes, before
      * the new figure is stored. A back-dated increase is queued
      * for the next register run; a back-dated cut is recorded in
      * the history only - any overpayment is settled by hand.
       RECORD-SALARY-EFFECTIVE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           DISPLAY "Salary effective date CCYYMMDD (blank = today): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-RT-EFF-TXT
           ACCEPT WS-RT-EFF-TXT
           IF WS-RT-EFF-TXT = SPACES
               MOVE WS-TODAY-DATE TO WS-RT-EFF-TXT
           END-IF
           IF WS-RT-EFF-TXT IS NOT NUMERIC
               DISPLAY "Invalid date - salary change effective today."
               MOVE WS-TODAY-DATE TO WS-RT-EFF-TXT
           END-IF
           MOVE WS-RT-EFF-TXT TO WS-RT-EFF-DATE-IN
           IF WS-RT-EFF-DATE-IN > WS-TODAY-DATE
               DISPLAY "Future effective dates are not held - salary "
                   "change effective today."
               MOVE WS-TODAY-DATE TO WS-RT-EFF-DATE-IN
           END-IF
           IF WS-RT-EFF-DATE-IN <
                   WS-EMP-HIRE-DATE OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
               MOVE WS-EMP-HIRE-DATE OF
                   WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
                   TO WS-RT-EFF-DATE-IN
           END-IF
           IF WS-RT-EFF-DATE-IN = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "SALARY-EFF" TO WS-HIST-FIELD
           MOVE SPACES TO WS-HIST-BEFORE
           MOVE WS-RT-EFF-DATE-IN TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           IF WS-INPUT-SALARY <
                   WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
               DISPLAY "Back-dated decrease - no retro recovery is "
                   "taken; settle any overpayment separately."
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-COUNT >= 500
               DISPLAY "Retro table full - retro pay for this change "
                   "must be worked out by hand."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RT-COUNT
           MOVE WS-LOOKUP-ID TO WS-RT-EMP (WS-RT-COUNT)
           MOVE WS-RT-EFF-DATE-IN TO WS-RT-EFF-DATE (WS-RT-COUNT)
           MOVE WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
               TO WS-RT-OLD-SAL (WS-RT-COUNT)
           MOVE WS-INPUT-SALARY TO WS-RT-NEW-SAL (WS-RT-COUNT)
           MOVE WS-TODAY-DATE TO WS-RT-ENTERED (WS-RT-COUNT)
           MOVE 'P' TO WS-RT-STATUS (WS-RT-COUNT)
           MOVE ZEROS TO WS-RT-RUN-DATE (WS-RT-COUNT)
               WS-RT-AMOUNT (WS-RT-COUNT) WS-RT-RUNS (WS-RT-COUNT)
           PERFORM SAVE-RETRO-FILE
           DISPLAY "Back-dated increase - retro pay since "
               WS-RT-EFF-DATE-IN " goes on the next payroll run."
           EXIT.

      * Before a register run appends anything: price every pending
      * retro against the runs already in payhist.txt.
       COMPUTE-PENDING-RETRO.
           MOVE 'N' TO WS-RT-CHANGED
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
               UNTIL WS-RT-IX > WS-RT-COUNT
               IF WS-RT-STATUS (WS-RT-IX) = 'P'
                   MOVE ZEROS TO WS-RT-AMOUNT (WS-RT-IX)
                   MOVE ZEROS TO WS-RT-RUNS (WS-RT-IX)
               END-IF
           END-PERFORM
           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = "00" AND
                   WS-PAYHIST-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PAYHIST-FILE INTO WS-PH-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PRICE-RETRO-FOR-RUN
               END-READ
           END-PERFORM
           CLOSE PAYHIST-FILE
           EXIT.

       PRICE-RETRO-FOR-RUN.
           IF WS-PH-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PH-F1 WS-PH-F2 WS-PH-F3
           MOVE SPACES TO WS-PH-F4 WS-PH-F5 WS-PH-F6 WS-PH-F7
           MOVE SPACES TO WS-PH-F8
           UNSTRING WS-PH-LINE DELIMITED BY "|"
               INTO WS-PH-F1 WS-PH-F2 WS-PH-F3 WS-PH-F4
                    WS-PH-F5 WS-PH-F6 WS-PH-F7 WS-PH-F8
           END-UNSTRING
           COMPUTE WS-RT-PH-EMP = FUNCTION NUMVAL(WS-PH-F2)
           COMPUTE WS-RT-PH-DATE = FUNCTION NUMVAL(WS-PH-F1)
           COMPUTE WS-RT-PH-BASE = FUNCTION NUMVAL(WS-PH-F3) / 100
           IF WS-PH-F7 NOT = SPACES
               COMPUTE WS-RT-PH-BASE = WS-RT-PH-BASE
                   - FUNCTION NUMVAL(WS-PH-F7) / 100
           END-IF
           IF WS-PH-F8 NOT = SPACES
               COMPUTE WS-RT-PH-BASE = WS-RT-PH-BASE
                   - FUNCTION NUMVAL(WS-PH-F8) / 100
           END-IF
           MOVE WS-RT-PH-EMP TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
               UNTIL WS-RT-IX > WS-RT-COUNT
               IF WS-RT-STATUS (WS-RT-IX) = 'P' AND
                       WS-RT-EMP (WS-RT-IX) = WS-RT-PH-EMP AND
                       WS-RT-PH-DATE >= WS-RT-EFF-DATE (WS-RT-IX)
                   PERFORM PRICE-ONE-RETRO-RUN
               END-IF
           END-PERFORM
           EXIT.

       PRICE-ONE-RETRO-RUN.
           IF WS-ORG-FOUND NOT = ZEROS AND
                   WS-EMP-PAYTYPE OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                   = 'H'
               IF WS-RT-OLD-SAL (WS-RT-IX) = ZEROS
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-RT-STEP ROUNDED = WS-RT-PH-BASE *
                   (WS-RT-NEW-SAL (WS-RT-IX) -
                    WS-RT-OLD-SAL (WS-RT-IX)) /
                   WS-RT-OLD-SAL (WS-RT-IX)
           ELSE
               COMPUTE WS-RT-STEP = WS-RT-NEW-SAL (WS-RT-IX)
                   - WS-RT-OLD-SAL (WS-RT-IX)
           END-IF
           ADD WS-RT-STEP TO WS-RT-AMOUNT (WS-RT-IX)
           ADD 1 TO WS-RT-RUNS (WS-RT-IX)
           EXIT.

      * From COMPUTE-EMP-PAY: a register run takes every pending
      * retro for the employee (P to R); the deposits extract pays
      * what the register took (R to D). The amount is added to
      * WS-PAY-GROSS and kept apart in WS-PAY-RETRO.
       ADD-RETRO-TO-GROSS.
           MOVE ZEROS TO WS-RT-SINCE WS-RT-RUNS-SUM
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
               UNTIL WS-RT-IX > WS-RT-COUNT
               IF WS-RT-EMP (WS-RT-IX) =
                       WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   IF WS-RT-MODE = 'R' AND
                           WS-RT-STATUS (WS-RT-IX) = 'P'
                       MOVE 'R' TO WS-RT-STATUS (WS-RT-IX)
                       MOVE WS-PH-RUN-DATE TO WS-RT-RUN-DATE (WS-RT-IX)
                       MOVE 'Y' TO WS-RT-CHANGED
                       PERFORM TAKE-ONE-RETRO
                   ELSE
                       IF WS-RT-MODE = 'D' AND
                               WS-RT-STATUS (WS-RT-IX) = 'R'
                           MOVE 'D' TO WS-RT-STATUS (WS-RT-IX)
                           MOVE 'Y' TO WS-RT-CHANGED
                           PERFORM TAKE-ONE-RETRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-PAY-RETRO TO WS-PAY-GROSS
           EXIT.

       TAKE-ONE-RETRO.
           ADD WS-RT-AMOUNT (WS-RT-IX) TO WS-PAY-RETRO
           ADD WS-RT-RUNS (WS-RT-IX) TO WS-RT-RUNS-SUM
           IF WS-RT-SINCE = ZEROS OR
                   WS-RT-EFF-DATE (WS-RT-IX) < WS-RT-SINCE
               MOVE WS-RT-EFF-DATE (WS-RT-IX) TO WS-RT-SINCE
           END-IF
           EXIT.

       WRITE-RETRO-REGISTER-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "       RETRO PAY $" DELIMITED BY SIZE
                  WS-PAY-RETRO DELIMITED BY SIZE
                  " in gross - back-dated since " DELIMITED BY SIZE
                  WS-RT-SINCE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-RT-RUNS-SUM DELIMITED BY SIZE
                  " run(s)" DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

      * Pay before retro and commission, ahead of those lines.
       WRITE-REGULAR-SLIP-LINE.
           COMPUTE WS-PAY-REGULAR =
               WS-PAY-GROSS - WS-PAY-RETRO - WS-PAY-COMM
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Regular pay:      $" DELIMITED BY SIZE
                  WS-PAY-REGULAR DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

       WRITE-RETRO-SLIP-LINES.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Retro pay:        $" DELIMITED BY SIZE
                  WS-PAY-RETRO DELIMITED BY SIZE
                  "  (salary change back-dated to " DELIMITED BY SIZE
                  WS-RT-SINCE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-RT-RUNS-SUM DELIMITED BY SIZE
                  " run(s))" DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

       WRITE-ONE-RETRO-GL-LINE.
           MOVE SPACES TO WS-GL-ACCT
           STRING "SAL-" DELIMITED BY SIZE
                  WS-GL-DEPT-CODE (WS-GL-SCAN) DELIMITED BY SPACE
                  INTO WS-GL-ACCT
           END-STRING
           MOVE SPACES TO WS-GL-LINE
           STRING WS-GL-ACCT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-GL-DEPT-RETRO (WS-GL-SCAN) DELIMITED BY SIZE
                  ",,PAYROLL " DELIMITED BY SIZE
                  WS-GL-BATCH DELIMITED BY SIZE
                  " retro pay" DELIMITED BY SIZE
                  INTO WS-GL-LINE
           END-STRING
           WRITE PAYGL-RECORD FROM WS-GL-LINE
           EXIT.

       APPLICANT-MENU.
           DISPLAY " "
           DISPLAY "APPLICANT TRACKING"
           DISPLAY "1. List Applicants"
           DISPLAY "2. Add Applicant"
           DISPLAY "3. Record Screening / Interview / Decline"
           DISPLAY "4. Make Offer"
           DISPLAY "5. Accept Offer (hire)"
           DISPLAY "6. Pipeline Report"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-AP-CHOICE
           EVALUATE WS-AP-CHOICE
               WHEN '1'
                   PERFORM LIST-APPLICANTS
               WHEN '2'
                   PERFORM ADD-APPLICANT
               WHEN '3'
                   PERFORM RECORD-APPLICANT-STAGE
               WHEN '4'
                   PERFORM MAKE-APPLICANT-OFFER
               WHEN '5'
                   PERFORM ACCEPT-APPLICANT-OFFER
               WHEN '6'
                   PERFORM APPLICANT-PIPELINE-REPORT
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT.

       LOAD-APPLICANTS.
           MOVE ZEROS TO WS-AP-COUNT
           OPEN INPUT APPLICANTS-FILE
           IF WS-APPLICANTS-FILE-STATUS = "00" OR
                   WS-APPLICANTS-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ APPLICANTS-FILE INTO WS-AP-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-APPLICANT-LINE
                   END-READ
               END-PERFORM
               CLOSE APPLICANTS-FILE
           END-IF
           EXIT.

       PARSE-APPLICANT-LINE.
           IF WS-AP-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AP-F1 WS-AP-F2 WS-AP-F3 WS-AP-F4
               WS-AP-F5 WS-AP-F6 WS-AP-F7 WS-AP-F8 WS-AP-F9
               WS-AP-F10 WS-AP-F11 WS-AP-F12 WS-AP-F13 WS-AP-F14
               WS-AP-F15
           UNSTRING WS-AP-LINE DELIMITED BY ","
               INTO WS-AP-F1 WS-AP-F2 WS-AP-F3 WS-AP-F4 WS-AP-F5
                    WS-AP-F6 WS-AP-F7 WS-AP-F8 WS-AP-F9 WS-AP-F10
                    WS-AP-F11 WS-AP-F12 WS-AP-F13 WS-AP-F14
                    WS-AP-F15
           END-UNSTRING
           IF WS-AP-F1 = SPACES OR WS-AP-COUNT >= 800
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AP-COUNT
           INITIALIZE WS-AP-ENTRY (WS-AP-COUNT)
           COMPUTE WS-AP-NUMBER (WS-AP-COUNT) =
               FUNCTION NUMVAL(WS-AP-F1)
           MOVE WS-AP-F2 TO WS-AP-NAME (WS-AP-COUNT)
           MOVE WS-AP-F3 TO WS-AP-DEPT (WS-AP-COUNT)
           MOVE WS-AP-F5 TO WS-AP-STAGE (WS-AP-COUNT)
           MOVE WS-AP-F12 TO WS-AP-GRADE (WS-AP-COUNT)
           MOVE WS-AP-F13 TO WS-AP-PAYTYPE (WS-AP-COUNT)
           IF WS-AP-F4 NOT = SPACES
               COMPUTE WS-AP-REQ (WS-AP-COUNT) =
                   FUNCTION NUMVAL(WS-AP-F4)
           END-IF
           IF WS-AP-F6 NOT = SPACES
               COMPUTE WS-AP-APPLIED (WS-AP-COUNT) =
                   FUNCTION NUMVAL(WS-AP-F6)
           END-IF
           IF WS-AP-F7 NOT = SPACES
               COMPUTE WS-AP-SCREENED (WS-AP-COUNT) =
                   FUNCTION NUMVAL(WS-AP-F7)
           END-IF
           IF WS-AP-F8 NOT = SPACES
               COMPUTE WS-AP-INTERVIEWED (WS-AP-COUNT) =
                   FUNCTION NUMVAL(WS-AP-F8)
           END-IF
           IF WS-AP-F9 NOT = SPACES
               COMPUTE WS-AP-OFFERED (WS-AP-COUNT) =
                   FUNCTION NUMVAL(WS-AP-F9)
           END-IF
           IF WS-AP-F10 NOT = SPACES
               COMPUTE WS-AP-DECIDED (WS-AP-COUNT) =
                   FUNCTION NUMVAL(WS-AP-F10)
           END-IF
           IF WS-AP-F11 NOT = SPACES
               COMPUTE WS-AP-OFFER-SAL (WS-AP-COUNT) =
                   FUNCTION NUMVAL(WS-AP-F11)
           END-IF
           IF WS-AP-F14 NOT = SPACES
               COMPUTE WS-AP-MGR (WS-AP-COUNT) =
                   FUNCTION NUMVAL(WS-AP-F14)
           END-IF
           IF WS-AP-F15 NOT = SPACES
               COMPUTE WS-AP-EMP (WS-AP-COUNT) =
                   FUNCTION NUMVAL(WS-AP-F15)
           END-IF
           EXIT.

       SAVE-APPLICANTS.
           OPEN OUTPUT APPLICANTS-FILE
           IF WS-APPLICANTS-FILE-STATUS NOT = "00" AND
                   WS-APPLICANTS-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save applicants.txt "
                   "(status " WS-APPLICANTS-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
               UNTIL WS-AP-IX > WS-AP-COUNT
               MOVE WS-AP-OFFER-SAL (WS-AP-IX) TO WS-AP-SAL-OUT
               MOVE SPACES TO WS-AP-LINE
               STRING WS-AP-NUMBER (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-NAME (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-DEPT (WS-AP-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-AP-REQ (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-STAGE (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-APPLIED (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-SCREENED (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-INTERVIEWED (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-OFFERED (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-DECIDED (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-SAL-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-GRADE (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-PAYTYPE (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-MGR (WS-AP-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AP-EMP (WS-AP-IX) DELIMITED BY SIZE
                      INTO WS-AP-LINE
               END-STRING
               WRITE APPLICANTS-RECORD FROM WS-AP-LINE
           END-PERFORM
           CLOSE APPLICANTS-FILE
           EXIT.

       FIND-APPLICANT.
           MOVE ZEROS TO WS-AP-FOUND
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
               UNTIL WS-AP-IX > WS-AP-COUNT
               IF WS-AP-NUMBER (WS-AP-IX) = WS-AP-SEEK
                   SET WS-AP-FOUND TO WS-AP-IX
               END-IF
           END-PERFORM
           EXIT.

      * Asks for an applicant number; WS-AP-FOUND is zero when it
      * is unknown or the applicant has already accepted/declined.
       ASK-OPEN-APPLICANT.
           MOVE ZEROS TO WS-AP-FOUND
           DISPLAY "Applicant number: " WITH NO ADVANCING
           MOVE SPACES TO WS-AP-PICK-TXT
           ACCEPT WS-AP-PICK-TXT
           IF WS-AP-PICK-TXT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AP-SEEK = FUNCTION NUMVAL(WS-AP-PICK-TXT)
           PERFORM FIND-APPLICANT
           IF WS-AP-FOUND = ZEROS
               DISPLAY "No such applicant."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AP-FOUND TO WS-AP-IX
           PERFORM SHOW-ONE-APPLICANT
           IF WS-AP-STAGE (WS-AP-FOUND) = "AC" OR
                   WS-AP-STAGE (WS-AP-FOUND) = "DC"
               DISPLAY "That application is closed."
               MOVE ZEROS TO WS-AP-FOUND
           END-IF
           EXIT.

      * Date for a stage: blank is today; a date before the
      * application date is refused (WS-AP-DATE-IN left zero).
       ASK-APPLICANT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE ZEROS TO WS-AP-DATE-IN
           DISPLAY "Date CCYYMMDD (blank = today): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-AP-DATE-TXT
           ACCEPT WS-AP-DATE-TXT
           IF WS-AP-DATE-TXT = SPACES
               MOVE WS-TODAY-DATE TO WS-AP-DATE-TXT
           END-IF
           IF WS-AP-DATE-TXT IS NOT NUMERIC
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AP-DATE-TXT TO WS-AP-DATE-IN
           IF WS-AP-FOUND NOT = ZEROS
               IF WS-AP-DATE-IN < WS-AP-APPLIED (WS-AP-FOUND)
                   DISPLAY "Date is before the application date."
                   MOVE ZEROS TO WS-AP-DATE-IN
               END-IF
           END-IF
           EXIT.

       SET-APPLICANT-STAGE-NAME.
           EVALUATE WS-AP-STAGE (WS-AP-IX)
               WHEN "AP"
                   MOVE "APPLIED" TO WS-AP-STAGE-NAME
               WHEN "SC"
                   MOVE "SCREENED" TO WS-AP-STAGE-NAME
               WHEN "IN"
                   MOVE "INTERVIEWED" TO WS-AP-STAGE-NAME
               WHEN "OF"
                   MOVE "OFFERED" TO WS-AP-STAGE-NAME
               WHEN "AC"
                   MOVE "ACCEPTED" TO WS-AP-STAGE-NAME
               WHEN "DC"
                   MOVE "DECLINED" TO WS-AP-STAGE-NAME
               WHEN OTHER
                   MOVE WS-AP-STAGE (WS-AP-IX) TO WS-AP-STAGE-NAME
           END-EVALUATE
           EXIT.

       LIST-APPLICANTS.
           DISPLAY " "
           DISPLAY "APP#   NAME                      DEPT"
               "            REQ#   STAGE       APPLIED"
           IF WS-AP-COUNT = ZEROS
               DISPLAY "  (none)"
           END-IF
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
               UNTIL WS-AP-IX > WS-AP-COUNT
               PERFORM SHOW-ONE-APPLICANT
           END-PERFORM
           EXIT.

       SHOW-ONE-APPLICANT.
           PERFORM SET-APPLICANT-STAGE-NAME
           DISPLAY WS-AP-NUMBER (WS-AP-IX) " "
               WS-AP-NAME (WS-AP-IX) " " WS-AP-DEPT (WS-AP-IX) " "
               WS-AP-REQ (WS-AP-IX) " " WS-AP-STAGE-NAME " "
               WS-AP-APPLIED (WS-AP-IX)
           IF WS-AP-OFFER-SAL (WS-AP-IX) > ZEROS
               MOVE WS-AP-OFFER-SAL (WS-AP-IX) TO WS-AP-SAL-ED
               DISPLAY "       Offer $" WS-AP-SAL-ED " grade "
                   WS-AP-GRADE (WS-AP-IX) " pay type "
                   WS-AP-PAYTYPE (WS-AP-IX) " manager "
                   WS-AP-MGR (WS-AP-IX)
           END-IF
           IF WS-AP-EMP (WS-AP-IX) NOT = ZEROS
               DISPLAY "       Hired as employee " WS-AP-EMP (WS-AP-IX)
           END-IF
           EXIT.

      * An applicant is taken against an open requisition (and so
      * its position's department) or straight against a department.
       ADD-APPLICANT.
           IF WS-AP-COUNT >= 800
               DISPLAY "Applicant table full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Applicant name: " WITH NO ADVANCING
           MOVE SPACES TO WS-AP-TEXT-IN
           ACCEPT WS-AP-TEXT-IN
           IF WS-AP-TEXT-IN = SPACES
               DISPLAY "A name is required."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-AP-TEXT-IN REPLACING ALL "," BY " "
           MOVE ZEROS TO WS-RQ-SEEK
           DISPLAY "Requisition number (blank = none): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-AP-PICK-TXT
           ACCEPT WS-AP-PICK-TXT
           IF WS-AP-PICK-TXT NOT = SPACES
               COMPUTE WS-RQ-SEEK = FUNCTION NUMVAL(WS-AP-PICK-TXT)
               PERFORM FIND-REQUISITION
               IF WS-RQ-FOUND = ZEROS
                   DISPLAY "No such requisition."
                   EXIT PARAGRAPH
               END-IF
               IF WS-RQ-STATUS (WS-RQ-FOUND) NOT = 'O'
                   DISPLAY "Requisition " WS-RQ-SEEK " is not open."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RQ-POSITION (WS-RQ-FOUND) TO WS-PN-PICK
               PERFORM FIND-POSITION
               IF WS-PN-FOUND = ZEROS
                   DISPLAY "Requisition's position is not in "
                       "positions.txt."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PN-DEPT (WS-PN-FOUND) TO WS-INPUT-DEPT
           ELSE
               DISPLAY "Department: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-DEPT
               ACCEPT WS-INPUT-DEPT
               MOVE WS-INPUT-DEPT TO WS-DM-CHECK-DEPT
               PERFORM VALIDATE-DEPARTMENT
               IF WS-DM-VALID = 'N'
                   DISPLAY "Unknown department - applicant not "
                       "added."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Application - " WITH NO ADVANCING
           MOVE ZEROS TO WS-AP-FOUND
           PERFORM ASK-APPLICANT-DATE
           IF WS-AP-DATE-IN = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-AP-NEW-NUMBER
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
               UNTIL WS-AP-IX > WS-AP-COUNT
               IF WS-AP-NUMBER (WS-AP-IX) > WS-AP-NEW-NUMBER
                   MOVE WS-AP-NUMBER (WS-AP-IX) TO WS-AP-NEW-NUMBER
               END-IF
           END-PERFORM
           ADD 1 TO WS-AP-NEW-NUMBER
           ADD 1 TO WS-AP-COUNT
           INITIALIZE WS-AP-ENTRY (WS-AP-COUNT)
           MOVE WS-AP-NEW-NUMBER TO WS-AP-NUMBER (WS-AP-COUNT)
           MOVE WS-AP-TEXT-IN TO WS-AP-NAME (WS-AP-COUNT)
           MOVE WS-INPUT-DEPT TO WS-AP-DEPT (WS-AP-COUNT)
           MOVE WS-RQ-SEEK TO WS-AP-REQ (WS-AP-COUNT)
           MOVE "AP" TO WS-AP-STAGE (WS-AP-COUNT)
           MOVE WS-AP-DATE-IN TO WS-AP-APPLIED (WS-AP-COUNT)
           PERFORM SAVE-APPLICANTS
           DISPLAY "Applicant " WS-AP-NEW-NUMBER " added."
           EXIT.

      * Screening and interview move the applicant on in order; a
      * decline (by either side) closes the application at any
      * open stage.
       RECORD-APPLICANT-STAGE.
           PERFORM ASK-OPEN-APPLICANT
           IF WS-AP-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(S)creened, (I)nterviewed or (D)eclined: "
               WITH NO ADVANCING
           ACCEPT WS-AP-NEW-STAGE
           MOVE 'N' TO WS-AP-OK
           EVALUATE TRUE
               WHEN WS-AP-NEW-STAGE = 'S' OR WS-AP-NEW-STAGE = 's'
                   IF WS-AP-STAGE (WS-AP-FOUND) = "AP"
                       MOVE 'Y' TO WS-AP-OK
                   END-IF
               WHEN WS-AP-NEW-STAGE = 'I' OR WS-AP-NEW-STAGE = 'i'
                   IF WS-AP-STAGE (WS-AP-FOUND) = "AP" OR
                           WS-AP-STAGE (WS-AP-FOUND) = "SC"
                       MOVE 'Y' TO WS-AP-OK
                   END-IF
               WHEN WS-AP-NEW-STAGE = 'D' OR WS-AP-NEW-STAGE = 'd'
                   MOVE 'Y' TO WS-AP-OK
               WHEN OTHER
                   DISPLAY "Invalid stage."
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-AP-OK = 'N'
               DISPLAY "Applicant is already past that stage."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-APPLICANT-DATE
           IF WS-AP-DATE-IN = ZEROS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-AP-NEW-STAGE = 'S' OR WS-AP-NEW-STAGE = 's'
                   MOVE "SC" TO WS-AP-STAGE (WS-AP-FOUND)
                   MOVE WS-AP-DATE-IN TO WS-AP-SCREENED (WS-AP-FOUND)
               WHEN WS-AP-NEW-STAGE = 'I' OR WS-AP-NEW-STAGE = 'i'
                   MOVE "IN" TO WS-AP-STAGE (WS-AP-FOUND)
                   MOVE WS-AP-DATE-IN
                       TO WS-AP-INTERVIEWED (WS-AP-FOUND)
               WHEN OTHER
                   MOVE "DC" TO WS-AP-STAGE (WS-AP-FOUND)
                   MOVE WS-AP-DATE-IN TO WS-AP-DECIDED (WS-AP-FOUND)
           END-EVALUATE
           PERFORM SAVE-APPLICANTS
           DISPLAY "Applicant stage recorded."
           EXIT.

      * The offer carries everything the hire needs. A salaried
      * offer must sit inside the grade's band; against a
      * requisition the grade is the position's.
       MAKE-APPLICANT-OFFER.
           PERFORM ASK-OPEN-APPLICANT
           IF WS-AP-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-STAGE (WS-AP-FOUND) NOT = "IN" AND
                   WS-AP-STAGE (WS-AP-FOUND) NOT = "OF"
               DISPLAY "Only interviewed applicants can be offered."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay type S=salaried/H=hourly (blank = S): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-INPUT-PAYTYPE
           ACCEPT WS-INPUT-PAYTYPE
           IF WS-INPUT-PAYTYPE = 'h'
               MOVE 'H' TO WS-INPUT-PAYTYPE
           END-IF
           IF WS-INPUT-PAYTYPE NOT = 'H'
               MOVE 'S' TO WS-INPUT-PAYTYPE
           END-IF
           DISPLAY "Offer salary (hourly rate for H): "
               WITH NO ADVANCING
           MOVE ZEROS TO WS-INPUT-SALARY
           ACCEPT WS-INPUT-SALARY
           IF WS-INPUT-SALARY = ZEROS
               DISPLAY "An offer needs a salary."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INPUT-GRADE
           IF WS-AP-REQ (WS-AP-FOUND) NOT = ZEROS
               MOVE WS-AP-REQ (WS-AP-FOUND) TO WS-RQ-SEEK
               PERFORM FIND-REQUISITION
               IF WS-RQ-FOUND NOT = ZEROS
                   MOVE WS-RQ-POSITION (WS-RQ-FOUND) TO WS-PN-PICK
                   PERFORM FIND-POSITION
                   IF WS-PN-FOUND NOT = ZEROS
                       MOVE WS-PN-GRADE (WS-PN-FOUND)
                           TO WS-INPUT-GRADE
                   END-IF
               END-IF
           END-IF
           IF WS-INPUT-GRADE = SPACES
               DISPLAY "Grade: " WITH NO ADVANCING
               ACCEPT WS-INPUT-GRADE
           ELSE
               DISPLAY "Position grade: " WS-INPUT-GRADE
           END-IF
           IF WS-INPUT-PAYTYPE = 'S' AND WS-GR-LOADED = 'Y'
               MOVE WS-INPUT-GRADE TO WS-GR-CHECK-GRADE
               PERFORM FIND-GRADE
               IF WS-GR-FOUND-IX = ZEROS
                   DISPLAY "Unknown grade " WS-INPUT-GRADE
                       " - offer not recorded."
                   EXIT PARAGRAPH
               END-IF
               IF WS-INPUT-SALARY < WS-GR-MIN (WS-GR-FOUND-IX) OR
                       WS-INPUT-SALARY > WS-GR-MAX (WS-GR-FOUND-IX)
                   DISPLAY "Offer $" WS-INPUT-SALARY
                       " is outside grade " WS-INPUT-GRADE
                       " band $" WS-GR-MIN (WS-GR-FOUND-IX)
                       " - $" WS-GR-MAX (WS-GR-FOUND-IX)
                       " - offer not recorded."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Manager ID (blank = none): " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-MGR
           ACCEPT WS-INPUT-MGR
           MOVE ZEROS TO WS-AP-MGR (WS-AP-FOUND)
           IF WS-INPUT-MGR NOT = SPACES
               MOVE WS-AP-FOUND TO WS-AP-D-SLOT
               MOVE WS-INPUT-MGR TO WS-LOOKUP-ID
               PERFORM FIND-EMPLOYEE-BY-ID
               MOVE WS-AP-D-SLOT TO WS-AP-FOUND
               IF WS-FOUND-FLAG = 'N'
                   DISPLAY "Manager ID not on roster - offer not "
                       "recorded."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM ASK-APPLICANT-DATE
           IF WS-AP-DATE-IN = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-MGR NOT = SPACES
               MOVE WS-LOOKUP-ID TO WS-AP-MGR (WS-AP-FOUND)
           END-IF
           MOVE "OF" TO WS-AP-STAGE (WS-AP-FOUND)
           MOVE WS-AP-DATE-IN TO WS-AP-OFFERED (WS-AP-FOUND)
           MOVE WS-INPUT-SALARY TO WS-AP-OFFER-SAL (WS-AP-FOUND)
           MOVE WS-INPUT-GRADE TO WS-AP-GRADE (WS-AP-FOUND)
           MOVE WS-INPUT-PAYTYPE TO WS-AP-PAYTYPE (WS-AP-FOUND)
           PERFORM SAVE-APPLICANTS
           DISPLAY "Offer recorded."
           EXIT.

      * Acceptance hires the applicant: the employee row is built
      * from the offer and goes through STORE-NEW-EMPLOYEE, so the
      * department, position and band checks all still apply.
       ACCEPT-APPLICANT-OFFER.
           PERFORM ASK-OPEN-APPLICANT
           IF WS-AP-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-STAGE (WS-AP-FOUND) NOT = "OF"
               DISPLAY "No offer has been made to this applicant."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
               DISPLAY "Employee table full!"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-AP-NEXT-ID
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMPLOYEE-COUNT
               IF WS-EMP-ID (WS-COUNTER) > WS-AP-NEXT-ID
                   MOVE WS-EMP-ID (WS-COUNTER) TO WS-AP-NEXT-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-AP-NEXT-ID
           DISPLAY "Employee ID (blank = " WS-AP-NEXT-ID "): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-AP-PICK-TXT
           ACCEPT WS-AP-PICK-TXT
           IF WS-AP-PICK-TXT = SPACES
               MOVE WS-AP-NEXT-ID TO WS-INPUT-ID
           ELSE
               COMPUTE WS-INPUT-ID = FUNCTION NUMVAL(WS-AP-PICK-TXT)
           END-IF
           DISPLAY "Start (hire) - " WITH NO ADVANCING
           PERFORM ASK-APPLICANT-DATE
           IF WS-AP-DATE-IN = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "16-digit Bank Account (blank = none): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-ACCT
           ACCEPT WS-INPUT-ACCT
           MOVE WS-AP-NAME (WS-AP-FOUND) TO WS-INPUT-NAME
           MOVE WS-AP-OFFER-SAL (WS-AP-FOUND) TO WS-INPUT-SALARY
           MOVE WS-AP-DEPT (WS-AP-FOUND) TO WS-INPUT-DEPT
           MOVE WS-AP-DATE-IN TO WS-INPUT-HIRE-DATE
           MOVE 'A' TO WS-INPUT-STATUS
           MOVE WS-AP-GRADE (WS-AP-FOUND) TO WS-INPUT-GRADE
           MOVE WS-AP-PAYTYPE (WS-AP-FOUND) TO WS-INPUT-PAYTYPE
           MOVE SPACES TO WS-INPUT-MGR
           IF WS-AP-MGR (WS-AP-FOUND) NOT = ZEROS
               MOVE WS-AP-MGR (WS-AP-FOUND) TO WS-INPUT-MGR
           END-IF
           MOVE ZEROS TO WS-PN-PRESET
           IF WS-AP-REQ (WS-AP-FOUND) NOT = ZEROS
               MOVE WS-AP-REQ (WS-AP-FOUND) TO WS-RQ-SEEK
               PERFORM FIND-REQUISITION
               IF WS-RQ-FOUND NOT = ZEROS
                   MOVE WS-RQ-POSITION (WS-RQ-FOUND) TO WS-PN-PRESET
               END-IF
           END-IF
           MOVE WS-AP-FOUND TO WS-AP-D-SLOT
           PERFORM STORE-NEW-EMPLOYEE
           MOVE ZEROS TO WS-PN-PRESET
           MOVE WS-AP-D-SLOT TO WS-AP-FOUND
           IF WS-ADD-OK NOT = 'Y'
               DISPLAY "Offer stays open - fix the above and accept "
                   "again."
               EXIT PARAGRAPH
           END-IF
           MOVE "AC" TO WS-AP-STAGE (WS-AP-FOUND)
           MOVE WS-AP-DATE-IN TO WS-AP-DECIDED (WS-AP-FOUND)
           MOVE WS-INPUT-ID TO WS-AP-EMP (WS-AP-FOUND)
           PERFORM SAVE-APPLICANTS
           MOVE WS-INPUT-ID TO WS-HIST-EMP-ID
           MOVE "APPLICANT" TO WS-HIST-FIELD
           MOVE SPACES TO WS-HIST-BEFORE
           STRING "APP " DELIMITED BY SIZE
                  WS-AP-NUMBER (WS-AP-FOUND) DELIMITED BY SIZE
                  INTO WS-HIST-BEFORE
           END-STRING
           MOVE "HIRED" TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           EXIT.

      * Applicants by stage for each department, with the average
      * days from application to acceptance, then every open
      * application and how long it has been open.
       APPLICANT-PIPELINE-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE ZEROS TO WS-AP-DEPT-COUNT
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
               UNTIL WS-AP-IX > WS-AP-COUNT
               PERFORM ADD-APPLICANT-TO-PIPELINE
           END-PERFORM
           DISPLAY " "
           DISPLAY "APPLICANT PIPELINE BY DEPARTMENT"
           DISPLAY "DEPT             APPL SCRN INTV OFFR ACPT DECL"
               "  AVG DAYS TO HIRE"
           IF WS-AP-DEPT-COUNT = ZEROS
               DISPLAY "  (no applicants)"
           END-IF
           PERFORM VARYING WS-AP-DX FROM 1 BY 1
               UNTIL WS-AP-DX > WS-AP-DEPT-COUNT
               PERFORM SHOW-PIPELINE-LINE
           END-PERFORM
           DISPLAY " "
           DISPLAY "Open applications:"
           MOVE ZEROS TO WS-AP-OPEN-COUNT
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
               UNTIL WS-AP-IX > WS-AP-COUNT
               IF WS-AP-STAGE (WS-AP-IX) NOT = "AC" AND
                       WS-AP-STAGE (WS-AP-IX) NOT = "DC"
                   PERFORM SHOW-OPEN-APPLICATION
               END-IF
           END-PERFORM
           IF WS-AP-OPEN-COUNT = ZEROS
               DISPLAY "  (none)"
           END-IF
           EXIT.

       ADD-APPLICANT-TO-PIPELINE.
           MOVE ZEROS TO WS-AP-D-SLOT
           PERFORM VARYING WS-AP-DX FROM 1 BY 1
               UNTIL WS-AP-DX > WS-AP-DEPT-COUNT
               IF WS-AP-D-CODE (WS-AP-DX) = WS-AP-DEPT (WS-AP-IX)
                   SET WS-AP-D-SLOT TO WS-AP-DX
               END-IF
           END-PERFORM
           IF WS-AP-D-SLOT = ZEROS
               IF WS-AP-DEPT-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AP-DEPT-COUNT
               MOVE WS-AP-DEPT-COUNT TO WS-AP-D-SLOT
               INITIALIZE WS-AP-DEPT-ENTRY (WS-AP-D-SLOT)
               MOVE WS-AP-DEPT (WS-AP-IX) TO WS-AP-D-CODE (WS-AP-D-SLOT)
           END-IF
           EVALUATE WS-AP-STAGE (WS-AP-IX)
               WHEN "AP"
                   MOVE 1 TO WS-AP-D-STAGE-IX
               WHEN "SC"
                   MOVE 2 TO WS-AP-D-STAGE-IX
               WHEN "IN"
                   MOVE 3 TO WS-AP-D-STAGE-IX
               WHEN "OF"
                   MOVE 4 TO WS-AP-D-STAGE-IX
               WHEN "AC"
                   MOVE 5 TO WS-AP-D-STAGE-IX
               WHEN OTHER
                   MOVE 6 TO WS-AP-D-STAGE-IX
           END-EVALUATE
           ADD 1 TO WS-AP-D-STAGE (WS-AP-D-SLOT, WS-AP-D-STAGE-IX)
           IF WS-AP-STAGE (WS-AP-IX) = "AC" AND
                   WS-AP-DECIDED (WS-AP-IX) >= WS-AP-APPLIED (WS-AP-IX)
               ADD 1 TO WS-AP-D-HIRES (WS-AP-D-SLOT)
               COMPUTE WS-AP-D-DAYS (WS-AP-D-SLOT) =
                   WS-AP-D-DAYS (WS-AP-D-SLOT)
                   + FUNCTION INTEGER-OF-DATE(WS-AP-DECIDED (WS-AP-IX))
                   - FUNCTION INTEGER-OF-DATE(WS-AP-APPLIED (WS-AP-IX))
           END-IF
           EXIT.

       SHOW-PIPELINE-LINE.
           IF WS-AP-D-HIRES (WS-AP-DX) > ZEROS
               COMPUTE WS-AP-AVG-ED ROUNDED =
                   WS-AP-D-DAYS (WS-AP-DX) / WS-AP-D-HIRES (WS-AP-DX)
               DISPLAY WS-AP-D-CODE (WS-AP-DX) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 1) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 2) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 3) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 4) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 5) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 6) "    " WS-AP-AVG-ED
           ELSE
               DISPLAY WS-AP-D-CODE (WS-AP-DX) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 1) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 2) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 3) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 4) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 5) "  "
                   WS-AP-D-STAGE (WS-AP-DX, 6) "       -"
           END-IF
           EXIT.

       SHOW-OPEN-APPLICATION.
           ADD 1 TO WS-AP-OPEN-COUNT
           PERFORM SET-APPLICANT-STAGE-NAME
           MOVE ZEROS TO WS-AP-DAYS
           IF WS-AP-APPLIED (WS-AP-IX) > ZEROS AND
                   WS-AP-APPLIED (WS-AP-IX) <= WS-TODAY-DATE
               COMPUTE WS-AP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-AP-APPLIED (WS-AP-IX))
           END-IF
           MOVE WS-AP-DAYS TO WS-AP-DAYS-ED
           DISPLAY "  " WS-AP-NUMBER (WS-AP-IX) " "
               WS-AP-NAME (WS-AP-IX) " " WS-AP-DEPT (WS-AP-IX) " "
               WS-AP-STAGE-NAME " open " WS-AP-DAYS-ED " days"
           EXIT.

       LOAN-MENU.
           DISPLAY " "
           DISPLAY "STAFF LOANS / SALARY ADVANCES"
           DISPLAY "1. New Loan or Advance"
           DISPLAY "2. Show Employee Loans"
           DISPLAY "3. Loan Ledger (outstanding balances)"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-LN-CHOICE
           EVALUATE WS-LN-CHOICE
               WHEN '1'
                   PERFORM ADD-STAFF-LOAN
               WHEN '2'
                   PERFORM SHOW-EMPLOYEE-LOANS
               WHEN '3'
                   PERFORM LOAN-LEDGER-REPORT
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT.

       LOAD-LOANS-FILE.
           MOVE ZEROS TO WS-LN-COUNT
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS = "00" OR
                   WS-LOANS-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LOANS-FILE INTO WS-LN-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-LOAN-LINE
                   END-READ
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF
           EXIT.

       PARSE-LOAN-LINE.
           IF WS-LN-LINE = SPACES OR WS-LN-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LN-F1 WS-LN-F2 WS-LN-F3 WS-LN-F4
               WS-LN-F5 WS-LN-F6 WS-LN-F7 WS-LN-F8 WS-LN-F9
               WS-LN-F10 WS-LN-F11
           UNSTRING WS-LN-LINE DELIMITED BY ","
               INTO WS-LN-F1 WS-LN-F2 WS-LN-F3 WS-LN-F4 WS-LN-F5
                    WS-LN-F6 WS-LN-F7 WS-LN-F8 WS-LN-F9 WS-LN-F10
                    WS-LN-F11
           END-UNSTRING
           IF WS-LN-F1 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LN-COUNT
           INITIALIZE WS-LN-ENTRY (WS-LN-COUNT)
           COMPUTE WS-LN-NUMBER (WS-LN-COUNT) =
               FUNCTION NUMVAL(WS-LN-F1)
           COMPUTE WS-LN-EMP (WS-LN-COUNT) =
               FUNCTION NUMVAL(WS-LN-F2)
           MOVE WS-LN-F3 TO WS-LN-TYPE (WS-LN-COUNT)
           COMPUTE WS-LN-PRINCIPAL (WS-LN-COUNT) =
               FUNCTION NUMVAL(WS-LN-F4)
           COMPUTE WS-LN-START (WS-LN-COUNT) =
               FUNCTION NUMVAL(WS-LN-F5)
           COMPUTE WS-LN-INSTAL (WS-LN-COUNT) =
               FUNCTION NUMVAL(WS-LN-F6)
           COMPUTE WS-LN-BALANCE (WS-LN-COUNT) =
               FUNCTION NUMVAL(WS-LN-F7)
           MOVE WS-LN-F8 TO WS-LN-STATUS (WS-LN-COUNT)
           IF WS-LN-F9 NOT = SPACES
               COMPUTE WS-LN-LAST-RUN (WS-LN-COUNT) =
                   FUNCTION NUMVAL(WS-LN-F9)
           END-IF
           IF WS-LN-F10 NOT = SPACES
               COMPUTE WS-LN-LAST-AMT (WS-LN-COUNT) =
                   FUNCTION NUMVAL(WS-LN-F10)
           END-IF
           MOVE WS-LN-F11 TO WS-LN-TAKEN (WS-LN-COUNT)
           EXIT.

       SAVE-LOANS-FILE.
           OPEN OUTPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS NOT = "00" AND
                   WS-LOANS-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save staffloans.txt (status "
                   WS-LOANS-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
               MOVE WS-LN-PRINCIPAL (WS-LN-IX) TO WS-LN-PRIN-OUT
               MOVE WS-LN-INSTAL (WS-LN-IX) TO WS-LN-INST-OUT
               MOVE WS-LN-BALANCE (WS-LN-IX) TO WS-LN-BAL-OUT
               MOVE WS-LN-LAST-AMT (WS-LN-IX) TO WS-LN-LAST-OUT
               MOVE SPACES TO WS-LN-LINE
               STRING WS-LN-NUMBER (WS-LN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-EMP (WS-LN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-TYPE (WS-LN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-PRIN-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-START (WS-LN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-INST-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-BAL-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-STATUS (WS-LN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-LAST-RUN (WS-LN-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-LAST-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LN-TAKEN (WS-LN-IX) DELIMITED BY SIZE
                      INTO WS-LN-LINE
               END-STRING
               WRITE LOANS-RECORD FROM WS-LN-LINE
           END-PERFORM
           CLOSE LOANS-FILE
           EXIT.

      * A loan is repaid by its instalment each run; an advance
      * defaults to coming back whole on the next run.
       ADD-STAFF-LOAN.
           IF WS-LN-COUNT >= 500
               DISPLAY "Loan table full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Employee ID not found."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX) = 'T'
               DISPLAY "Employee is terminated - no new loans."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Type A=advance/L=loan: " WITH NO ADVANCING
           MOVE SPACE TO WS-LN-NEW-TYPE
           ACCEPT WS-LN-NEW-TYPE
           EVALUATE WS-LN-NEW-TYPE
               WHEN 'a'
                   MOVE 'A' TO WS-LN-NEW-TYPE
               WHEN 'l'
                   MOVE 'L' TO WS-LN-NEW-TYPE
           END-EVALUATE
           IF WS-LN-NEW-TYPE NOT = 'A' AND WS-LN-NEW-TYPE NOT = 'L'
               DISPLAY "Invalid type."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Principal amount: " WITH NO ADVANCING
           MOVE SPACES TO WS-LN-TEXT-IN
           ACCEPT WS-LN-TEXT-IN
           IF WS-LN-TEXT-IN = SPACES
               DISPLAY "A principal is required."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LN-NEW-PRIN = FUNCTION NUMVAL(WS-LN-TEXT-IN)
           IF WS-LN-NEW-PRIN = ZEROS
               DISPLAY "A principal is required."
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-NEW-TYPE = 'A'
               DISPLAY "Instalment per run (blank = whole advance): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Instalment per run: " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-LN-TEXT-IN
           ACCEPT WS-LN-TEXT-IN
           IF WS-LN-TEXT-IN = SPACES
               IF WS-LN-NEW-TYPE = 'L'
                   DISPLAY "A loan needs an instalment."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LN-NEW-PRIN TO WS-LN-NEW-INST
           ELSE
               COMPUTE WS-LN-NEW-INST = FUNCTION NUMVAL(WS-LN-TEXT-IN)
           END-IF
           IF WS-LN-NEW-INST = ZEROS OR
                   WS-LN-NEW-INST > WS-LN-NEW-PRIN
               DISPLAY "Instalment must be between 0.01 and the "
                   "principal."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "First deduction on or after CCYYMMDD "
               "(blank = today): " WITH NO ADVANCING
           MOVE SPACES TO WS-LN-DATE-TXT
           ACCEPT WS-LN-DATE-TXT
           IF WS-LN-DATE-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LN-DATE-TXT
           END-IF
           IF WS-LN-DATE-TXT IS NOT NUMERIC
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-DATE-TXT TO WS-LN-NEW-START
           MOVE ZEROS TO WS-LN-NEW-NUMBER
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
               IF WS-LN-NUMBER (WS-LN-IX) > WS-LN-NEW-NUMBER
                   MOVE WS-LN-NUMBER (WS-LN-IX) TO WS-LN-NEW-NUMBER
               END-IF
           END-PERFORM
           ADD 1 TO WS-LN-NEW-NUMBER
           ADD 1 TO WS-LN-COUNT
           INITIALIZE WS-LN-ENTRY (WS-LN-COUNT)
           MOVE WS-LN-NEW-NUMBER TO WS-LN-NUMBER (WS-LN-COUNT)
           MOVE WS-LOOKUP-ID TO WS-LN-EMP (WS-LN-COUNT)
           MOVE WS-LN-NEW-TYPE TO WS-LN-TYPE (WS-LN-COUNT)
           MOVE WS-LN-NEW-PRIN TO WS-LN-PRINCIPAL (WS-LN-COUNT)
           MOVE WS-LN-NEW-START TO WS-LN-START (WS-LN-COUNT)
           MOVE WS-LN-NEW-INST TO WS-LN-INSTAL (WS-LN-COUNT)
           MOVE WS-LN-NEW-PRIN TO WS-LN-BALANCE (WS-LN-COUNT)
           MOVE 'O' TO WS-LN-STATUS (WS-LN-COUNT)
           PERFORM SAVE-LOANS-FILE
           MOVE WS-LOOKUP-ID TO WS-HIST-EMP-ID
           MOVE "LOAN" TO WS-HIST-FIELD
           MOVE "-" TO WS-HIST-BEFORE
           MOVE WS-LN-NEW-PRIN TO WS-LN-AMT-ED
           MOVE SPACES TO WS-HIST-AFTER
           STRING WS-LN-NEW-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LN-NEW-NUMBER DELIMITED BY SIZE
                  WS-LN-AMT-ED DELIMITED BY SIZE
                  INTO WS-HIST-AFTER
           END-STRING
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Loan " WS-LN-NEW-NUMBER " recorded - repaid "
               "through payroll from " WS-LN-NEW-START "."
           EXIT.

       SHOW-EMPLOYEE-LOANS.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           DISPLAY "LOAN#  T    PRINCIPAL   INSTALMENT      BALANCE"
               " ST LAST RUN  LAST TAKEN"
           MOVE ZEROS TO WS-LN-SHOWN
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
               IF WS-LN-EMP (WS-LN-IX) = WS-LOOKUP-ID
                   ADD 1 TO WS-LN-SHOWN
                   PERFORM SHOW-ONE-LOAN
               END-IF
           END-PERFORM
           IF WS-LN-SHOWN = ZEROS
               DISPLAY "  (no loans or advances)"
           END-IF
           EXIT.

       SHOW-ONE-LOAN.
           MOVE WS-LN-PRINCIPAL (WS-LN-IX) TO WS-LN-AMT-ED
           MOVE WS-LN-INSTAL (WS-LN-IX) TO WS-LN-AMT2-ED
           MOVE WS-LN-BALANCE (WS-LN-IX) TO WS-LN-AMT3-ED
           MOVE WS-LN-LAST-AMT (WS-LN-IX) TO WS-LN-TOT-ED
           DISPLAY WS-LN-NUMBER (WS-LN-IX) " "
               WS-LN-TYPE (WS-LN-IX) " " WS-LN-AMT-ED "   "
               WS-LN-AMT2-ED "   " WS-LN-AMT3-ED "  "
               WS-LN-STATUS (WS-LN-IX) " " WS-LN-LAST-RUN (WS-LN-IX)
               WS-LN-TOT-ED
           EXIT.

      * Every open loan with what has been repaid and what is
      * still owed, then the receivable the ledger should carry.
       LOAN-LEDGER-REPORT.
           MOVE ZEROS TO WS-LN-TOT-PRIN WS-LN-TOT-BAL
           MOVE ZEROS TO WS-LN-OPEN-COUNT
           DISPLAY " "
           DISPLAY "STAFF LOAN LEDGER - OUTSTANDING BALANCES"
           DISPLAY "LOAN#  EMP   NAME                      T"
               "    PRINCIPAL       REPAID      BALANCE"
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
               IF WS-LN-STATUS (WS-LN-IX) = 'O' AND
                       WS-LN-BALANCE (WS-LN-IX) > ZEROS
                   PERFORM SHOW-LEDGER-LINE
               END-IF
           END-PERFORM
           IF WS-LN-OPEN-COUNT = ZEROS
               DISPLAY "  (no outstanding loans)"
           END-IF
           MOVE WS-LN-TOT-BAL TO WS-LN-TOT-ED
           DISPLAY " "
           DISPLAY "Open loans: " WS-LN-OPEN-COUNT
               "   Staff loans receivable: $" WS-LN-TOT-ED
           EXIT.

       SHOW-LEDGER-LINE.
           ADD 1 TO WS-LN-OPEN-COUNT
           ADD WS-LN-PRINCIPAL (WS-LN-IX) TO WS-LN-TOT-PRIN
           ADD WS-LN-BALANCE (WS-LN-IX) TO WS-LN-TOT-BAL
           MOVE WS-LN-EMP (WS-LN-IX) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           MOVE WS-LN-PRINCIPAL (WS-LN-IX) TO WS-LN-AMT-ED
           COMPUTE WS-LN-AMT2-ED = WS-LN-PRINCIPAL (WS-LN-IX)
               - WS-LN-BALANCE (WS-LN-IX)
           MOVE WS-LN-BALANCE (WS-LN-IX) TO WS-LN-AMT3-ED
           IF WS-ORG-FOUND NOT = ZEROS
               DISPLAY WS-LN-NUMBER (WS-LN-IX) " "
                   WS-LN-EMP (WS-LN-IX) " "
                   WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                   " " WS-LN-TYPE (WS-LN-IX) " " WS-LN-AMT-ED
                   "   " WS-LN-AMT2-ED "   " WS-LN-AMT3-ED
           ELSE
               DISPLAY WS-LN-NUMBER (WS-LN-IX) " "
                   WS-LN-EMP (WS-LN-IX) " (not on roster)          "
                   " " WS-LN-TYPE (WS-LN-IX) " " WS-LN-AMT-ED
                   "   " WS-LN-AMT2-ED "   " WS-LN-AMT3-ED
           END-IF
           IF WS-ORG-FOUND NOT = ZEROS
               IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                       = 'T'
                   DISPLAY "       ** employee terminated - recover "
                       "outside payroll"
               END-IF
           END-IF
           EXIT.

      * From COMPUTE-PAY-FROM-GROSS once tax and the other
      * deductions are known; WS-LN-ROOM is what the loans may
      * still take from this employee's net.
       TAKE-LOAN-DEDUCTIONS.
           COMPUTE WS-LN-NET-BASE =
               WS-PAY-GROSS - WS-PAY-TAX - WS-PAY-DEDUCT
           IF WS-LN-MODE = 'F'
               MOVE WS-LN-NET-BASE TO WS-LN-ROOM
           ELSE
               COMPUTE WS-LN-ROOM =
                   WS-LN-NET-BASE * WS-LN-CAP-PCT / 100
           END-IF
           IF WS-LN-MODE = 'R'
               COMPUTE WS-LN-RUN-DATE = FUNCTION NUMVAL(WS-PH-RUN-DATE)
           END-IF
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
               IF WS-LN-EMP (WS-LN-IX) =
                       WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   PERFORM TAKE-ONE-LOAN
               END-IF
           END-PERFORM
           ADD WS-PAY-LOAN TO WS-PAY-DEDUCT
           EXIT.

       TAKE-ONE-LOAN.
           MOVE ZEROS TO WS-LN-STEP
           EVALUATE WS-LN-MODE
               WHEN 'R'
                   IF WS-LN-STATUS (WS-LN-IX) NOT = 'O' OR
                           WS-LN-START (WS-LN-IX) > WS-LN-RUN-DATE OR
                           WS-LN-LAST-RUN (WS-LN-IX) = WS-LN-RUN-DATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-LN-INSTAL (WS-LN-IX) TO WS-LN-STEP
                   IF WS-LN-STEP > WS-LN-BALANCE (WS-LN-IX)
                       MOVE WS-LN-BALANCE (WS-LN-IX) TO WS-LN-STEP
                   END-IF
                   IF WS-LN-ROOM <= ZEROS
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-LN-STEP > WS-LN-ROOM
                       MOVE WS-LN-ROOM TO WS-LN-STEP
                   END-IF
                   IF WS-LN-STEP = ZEROS
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT WS-LN-STEP FROM WS-LN-BALANCE (WS-LN-IX)
                   MOVE WS-LN-RUN-DATE TO WS-LN-LAST-RUN (WS-LN-IX)
                   MOVE WS-LN-STEP TO WS-LN-LAST-AMT (WS-LN-IX)
                   MOVE 'R' TO WS-LN-TAKEN (WS-LN-IX)
                   IF WS-LN-BALANCE (WS-LN-IX) = ZEROS
                       MOVE 'C' TO WS-LN-STATUS (WS-LN-IX)
                   END-IF
                   MOVE 'Y' TO WS-LN-CHANGED
               WHEN 'D'
                   IF WS-LN-TAKEN (WS-LN-IX) NOT = 'R'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-LN-LAST-AMT (WS-LN-IX) TO WS-LN-STEP
                   MOVE 'D' TO WS-LN-TAKEN (WS-LN-IX)
                   MOVE 'Y' TO WS-LN-CHANGED
               WHEN 'F'
                   MOVE ZEROS TO WS-LN-TAKE (WS-LN-IX)
                   IF WS-LN-STATUS (WS-LN-IX) NOT = 'O' OR
                           WS-LN-ROOM <= ZEROS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-LN-BALANCE (WS-LN-IX) TO WS-LN-STEP
                   IF WS-LN-STEP > WS-LN-ROOM
                       MOVE WS-LN-ROOM TO WS-LN-STEP
                   END-IF
                   MOVE WS-LN-STEP TO WS-LN-TAKE (WS-LN-IX)
           END-EVALUATE
           IF WS-LN-STEP = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD WS-LN-STEP TO WS-PAY-LOAN
           SUBTRACT WS-LN-STEP FROM WS-LN-ROOM
           IF WS-PS-DED-COUNT < 100
               ADD 1 TO WS-PS-DED-COUNT
               MOVE SPACES TO WS-PS-DED-NAME (WS-PS-DED-COUNT)
               IF WS-LN-TYPE (WS-LN-IX) = 'A'
                   STRING "ADVANCE " DELIMITED BY SIZE
                          WS-LN-NUMBER (WS-LN-IX) DELIMITED BY SIZE
                          INTO WS-PS-DED-NAME (WS-PS-DED-COUNT)
                   END-STRING
               ELSE
                   STRING "LOAN " DELIMITED BY SIZE
                          WS-LN-NUMBER (WS-LN-IX) DELIMITED BY SIZE
                          INTO WS-PS-DED-NAME (WS-PS-DED-COUNT)
                   END-STRING
               END-IF
               MOVE WS-LN-STEP TO WS-PS-DED-AMT (WS-PS-DED-COUNT)
               MOVE 'L' TO WS-PS-DED-BEN (WS-PS-DED-COUNT)
           END-IF
           EXIT.

      * Pay slip: what each loan still owes after this run.
       WRITE-LOAN-SLIP-LINES.
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
               IF WS-LN-EMP (WS-LN-IX) =
                       WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                       AND (WS-LN-STATUS (WS-LN-IX) = 'O' OR
                            WS-LN-LAST-RUN (WS-LN-IX) =
                            FUNCTION NUMVAL(WS-PH-RUN-DATE))
                   MOVE WS-LN-BALANCE (WS-LN-IX) TO WS-LN-AMT-ED
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  Loan " DELIMITED BY SIZE
                          WS-LN-NUMBER (WS-LN-IX) DELIMITED BY SIZE
                          " balance remaining: $" DELIMITED BY SIZE
                          WS-LN-AMT-ED DELIMITED BY SIZE
                          INTO WS-OUTPUT-LINE
                   END-STRING
                   WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

       WRITE-LOAN-REGISTER-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "       STAFF LOAN REPAYMENT $" DELIMITED BY SIZE
                  WS-PAY-LOAN DELIMITED BY SIZE
                  " in deductions" DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

      * Everything WS-LOOKUP-ID still owes, and what is left once
      * the final pay recovery is taken.
       SUM-EMPLOYEE-LOANS.
           MOVE ZEROS TO WS-LN-EMP-BAL
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
               IF WS-LN-EMP (WS-LN-IX) = WS-LOOKUP-ID AND
                       WS-LN-STATUS (WS-LN-IX) = 'O'
                   ADD WS-LN-BALANCE (WS-LN-IX) TO WS-LN-EMP-BAL
               END-IF
           END-PERFORM
           COMPUTE WS-LN-LEFT = WS-LN-EMP-BAL - WS-PAY-LOAN
           EXIT.

      * On a confirmed termination the final pay recovery comes
      * off each balance; anything still owed stays open on the
      * ledger and goes in the history for collection.
       APPLY-FINAL-LOAN-RECOVERY.
           IF WS-LN-EMP-BAL = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
               UNTIL WS-LN-IX > WS-LN-COUNT
               IF WS-LN-EMP (WS-LN-IX) = WS-LOOKUP-ID AND
                       WS-LN-TAKE (WS-LN-IX) > ZEROS
                   SUBTRACT WS-LN-TAKE (WS-LN-IX)
                       FROM WS-LN-BALANCE (WS-LN-IX)
                   COMPUTE WS-LN-LAST-RUN (WS-LN-IX) =
                       FUNCTION NUMVAL(WS-PH-RUN-DATE)
                   MOVE WS-LN-TAKE (WS-LN-IX)
                       TO WS-LN-LAST-AMT (WS-LN-IX)
                   MOVE 'D' TO WS-LN-TAKEN (WS-LN-IX)
                   IF WS-LN-BALANCE (WS-LN-IX) = ZEROS
                       MOVE 'C' TO WS-LN-STATUS (WS-LN-IX)
                   END-IF
                   MOVE ZEROS TO WS-LN-TAKE (WS-LN-IX)
               END-IF
           END-PERFORM
           PERFORM SAVE-LOANS-FILE
           MOVE WS-LOOKUP-ID TO WS-HIST-EMP-ID
           MOVE "LOANRECOV" TO WS-HIST-FIELD
           MOVE WS-LN-EMP-BAL TO WS-LN-AMT-ED
           MOVE SPACES TO WS-HIST-BEFORE
           STRING "OWED" DELIMITED BY SIZE
                  WS-LN-AMT-ED DELIMITED BY SIZE
                  INTO WS-HIST-BEFORE
           END-STRING
           MOVE WS-LN-LEFT TO WS-LN-AMT-ED
           MOVE SPACES TO WS-HIST-AFTER
           STRING "LEFT" DELIMITED BY SIZE
                  WS-LN-AMT-ED DELIMITED BY SIZE
                  INTO WS-HIST-AFTER
           END-STRING
           PERFORM WRITE-HISTORY-ENTRY
           EXIT.

       COMMISSION-MENU.
           DISPLAY " "
           DISPLAY "SALES COMMISSIONS"
           DISPLAY "1. Show Commission Plan"
           DISPLAY "2. Commission Due (next payroll)"
           DISPLAY "3. Employee Commission History"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-CM-CHOICE
           EVALUATE WS-CM-CHOICE
               WHEN '1'
                   PERFORM SHOW-COMMISSION-PLAN
               WHEN '2'
                   PERFORM COMMISSION-DUE-REPORT
               WHEN '3'
                   PERFORM SHOW-EMPLOYEE-COMMISSION
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT.

       LOAD-COMMISSION-PLAN.
           MOVE ZEROS TO WS-CP-COUNT
           OPEN INPUT COMMPLAN-FILE
           IF WS-COMMPLAN-FILE-STATUS = "00" OR
                   WS-COMMPLAN-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ COMMPLAN-FILE INTO WS-CM-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-COMMPLAN-LINE
                   END-READ
               END-PERFORM
               CLOSE COMMPLAN-FILE
           END-IF
           EXIT.

       PARSE-COMMPLAN-LINE.
           IF WS-CM-LINE = SPACES OR WS-CP-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CM-F1 WS-CM-F2 WS-CM-F3 WS-CM-F4
           UNSTRING WS-CM-LINE DELIMITED BY ","
               INTO WS-CM-F1 WS-CM-F2 WS-CM-F3 WS-CM-F4
           END-UNSTRING
           IF WS-CM-F1 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CP-COUNT
           MOVE FUNCTION UPPER-CASE(WS-CM-F1)
               TO WS-CP-CHANNEL (WS-CP-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-CM-F2)
               TO WS-CP-BASIS (WS-CP-COUNT)
           IF WS-CP-BASIS (WS-CP-COUNT) NOT = 'M'
               MOVE 'V' TO WS-CP-BASIS (WS-CP-COUNT)
           END-IF
           COMPUTE WS-CP-THRESHOLD (WS-CP-COUNT) =
               FUNCTION NUMVAL(WS-CM-F3)
           COMPUTE WS-CP-RATE (WS-CP-COUNT) =
               FUNCTION NUMVAL(WS-CM-F4)
           EXIT.

       LOAD-COMMPAID-FILE.
           MOVE ZEROS TO WS-CL-COUNT
           OPEN INPUT COMMPAID-FILE
           IF WS-COMMPAID-FILE-STATUS = "00" OR
                   WS-COMMPAID-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ COMMPAID-FILE INTO WS-CM-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-COMMPAID-LINE
                   END-READ
               END-PERFORM
               CLOSE COMMPAID-FILE
           END-IF
           EXIT.

       PARSE-COMMPAID-LINE.
           IF WS-CM-LINE = SPACES OR WS-CL-COUNT >= 3000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CM-F1 WS-CM-F2 WS-CM-F3 WS-CM-F4
               WS-CM-F5 WS-CM-F6 WS-CM-F7 WS-CM-F8
           UNSTRING WS-CM-LINE DELIMITED BY ","
               INTO WS-CM-F1 WS-CM-F2 WS-CM-F3 WS-CM-F4 WS-CM-F5
                    WS-CM-F6 WS-CM-F7 WS-CM-F8
           END-UNSTRING
           IF WS-CM-F1 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CL-COUNT
           INITIALIZE WS-CL-ENTRY (WS-CL-COUNT)
           COMPUTE WS-CL-EMP (WS-CL-COUNT) =
               FUNCTION NUMVAL(WS-CM-F1)
           COMPUTE WS-CL-PERIOD (WS-CL-COUNT) =
               FUNCTION NUMVAL(WS-CM-F2)
           MOVE WS-CM-F3 TO WS-CL-CHANNEL (WS-CL-COUNT)
           MOVE WS-CM-F4 TO WS-CL-BASIS (WS-CL-COUNT)
           COMPUTE WS-CL-BASE (WS-CL-COUNT) =
               FUNCTION NUMVAL(WS-CM-F5)
           COMPUTE WS-CL-AMOUNT (WS-CL-COUNT) =
               FUNCTION NUMVAL(WS-CM-F6)
           COMPUTE WS-CL-RUN-DATE (WS-CL-COUNT) =
               FUNCTION NUMVAL(WS-CM-F7)
           MOVE WS-CM-F8 TO WS-CL-STATUS (WS-CL-COUNT)
           MOVE 'N' TO WS-CL-TAKE (WS-CL-COUNT)
           EXIT.

       SAVE-COMMPAID-FILE.
           OPEN OUTPUT COMMPAID-FILE
           IF WS-COMMPAID-FILE-STATUS NOT = "00" AND
                   WS-COMMPAID-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save commpaid.txt (status "
                   WS-COMMPAID-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CL-IX FROM 1 BY 1
               UNTIL WS-CL-IX > WS-CL-COUNT
               MOVE WS-CL-BASE (WS-CL-IX) TO WS-CM-BASE-OUT
               MOVE WS-CL-AMOUNT (WS-CL-IX) TO WS-CM-AMT-OUT
               MOVE SPACES TO WS-CM-LINE
               STRING WS-CL-EMP (WS-CL-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CL-PERIOD (WS-CL-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CL-CHANNEL (WS-CL-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-CL-BASIS (WS-CL-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CM-BASE-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CM-AMT-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CL-RUN-DATE (WS-CL-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CL-STATUS (WS-CL-IX) DELIMITED BY SIZE
                      INTO WS-CM-LINE
               END-STRING
               WRITE COMMPAID-RECORD FROM WS-CM-LINE
           END-PERFORM
           CLOSE COMMPAID-FILE
           EXIT.

      * Before a register run (or the due report): total the
      * extract per rep/period/channel, price each total against
      * the plan and work out what is still to pay or claw back.
       COMPUTE-PENDING-COMMISSION.
           MOVE 'N' TO WS-CM-CHANGED
           MOVE ZEROS TO WS-CA-COUNT
           MOVE ZEROS TO WS-CM-HELD
           PERFORM LOAD-COMMISSION-PLAN
           IF WS-CP-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMMEXT-FILE
           IF WS-COMMEXT-FILE-STATUS NOT = "00" AND
                   WS-COMMEXT-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COMMEXT-FILE INTO WS-CM-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM ADD-COMMISSION-EXTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE COMMEXT-FILE
           PERFORM VARYING WS-CA-IX FROM 1 BY 1
               UNTIL WS-CA-IX > WS-CA-COUNT
               PERFORM PRICE-ONE-COMMISSION
      *        Commission for anyone not on the active staff is
      *        held (it is not lost - it pays once they are)
               IF WS-CA-DELTA (WS-CA-IX) NOT = ZEROS
                   MOVE WS-CA-EMP (WS-CA-IX) TO WS-ORG-SEEK-ID
                   PERFORM FIND-EMP-INDEX-BY-ID
                   IF WS-ORG-FOUND = ZEROS
                       ADD 1 TO WS-CM-HELD
                   ELSE
                       IF WS-EMP-STATUS OF
                               WS-EMPLOYEE-ENTRY (WS-ORG-FOUND) = 'T'
                           ADD 1 TO WS-CM-HELD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CM-HELD > ZEROS
               DISPLAY "Commission held for " WS-CM-HELD
                   " rep/period line(s) not on the active staff."
           END-IF
           EXIT.

       ADD-COMMISSION-EXTRACT-LINE.
           IF WS-CM-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CM-F1 WS-CM-F2 WS-CM-F3 WS-CM-F4
               WS-CM-F5 WS-CM-F6 WS-CM-F7 WS-CM-F8 WS-CM-F9
               WS-CM-F10 WS-CM-F11
           UNSTRING WS-CM-LINE DELIMITED BY ","
               INTO WS-CM-F1 WS-CM-F2 WS-CM-F3 WS-CM-F4 WS-CM-F5
                    WS-CM-F6 WS-CM-F7 WS-CM-F8 WS-CM-F9 WS-CM-F10
                    WS-CM-F11
           END-UNSTRING
      *    The header line (and anything without a period) is skipped
           IF WS-CM-F1 (1:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CM-EMP = FUNCTION NUMVAL(WS-CM-F3)
           IF WS-CM-EMP = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CM-F1 (1:6) TO WS-CM-PERIOD
           MOVE FUNCTION UPPER-CASE(WS-CM-F5) TO WS-CM-CHANNEL
           IF WS-CM-CHANNEL = SPACES
               MOVE "UNSPEC" TO WS-CM-CHANNEL
           END-IF
           MOVE ZEROS TO WS-CM-SLOT
           PERFORM VARYING WS-CA-IX FROM 1 BY 1
               UNTIL WS-CA-IX > WS-CA-COUNT OR WS-CM-SLOT > ZEROS
               IF WS-CA-EMP (WS-CA-IX) = WS-CM-EMP AND
                       WS-CA-PERIOD (WS-CA-IX) = WS-CM-PERIOD AND
                       WS-CA-CHANNEL (WS-CA-IX) = WS-CM-CHANNEL
                   SET WS-CM-SLOT TO WS-CA-IX
               END-IF
           END-PERFORM
           IF WS-CM-SLOT = ZEROS
               IF WS-CA-COUNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CA-COUNT
               MOVE WS-CA-COUNT TO WS-CM-SLOT
               INITIALIZE WS-CA-ENTRY (WS-CM-SLOT)
               MOVE WS-CM-EMP TO WS-CA-EMP (WS-CM-SLOT)
               MOVE WS-CM-PERIOD TO WS-CA-PERIOD (WS-CM-SLOT)
               MOVE WS-CM-CHANNEL TO WS-CA-CHANNEL (WS-CM-SLOT)
           END-IF
           COMPUTE WS-CA-VALUE (WS-CM-SLOT) =
               WS-CA-VALUE (WS-CM-SLOT) + FUNCTION NUMVAL(WS-CM-F8)
           COMPUTE WS-CA-MARGIN (WS-CM-SLOT) =
               WS-CA-MARGIN (WS-CM-SLOT) + FUNCTION NUMVAL(WS-CM-F10)
           EXIT.

      * Commission due on one rep/period/channel total, less what
      * commpaid.txt shows already paid on it.
       PRICE-ONE-COMMISSION.
           MOVE WS-CA-CHANNEL (WS-CA-IX) TO WS-CM-CHANNEL
           PERFORM FIND-COMMISSION-TIERS
           MOVE ZEROS TO WS-CA-DUE (WS-CA-IX)
           MOVE WS-CM-BASIS TO WS-CA-BASIS (WS-CA-IX)
           IF WS-CM-BASIS = 'M'
               MOVE WS-CA-MARGIN (WS-CA-IX) TO WS-CA-BASE (WS-CA-IX)
           ELSE
               MOVE WS-CA-VALUE (WS-CA-IX) TO WS-CA-BASE (WS-CA-IX)
           END-IF
           IF WS-CM-KEY NOT = SPACES
               IF WS-CA-BASE (WS-CA-IX) < ZEROS
                   COMPUTE WS-CA-DUE (WS-CA-IX) ROUNDED =
                       WS-CA-BASE (WS-CA-IX) * WS-CM-LOW-RATE / 100
               ELSE
                   PERFORM VARYING WS-CP-IX FROM 1 BY 1
                       UNTIL WS-CP-IX > WS-CP-COUNT
                       IF WS-CP-CHANNEL (WS-CP-IX) = WS-CM-KEY
                           PERFORM ADD-COMMISSION-TIER
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE ZEROS TO WS-CM-PAID
           PERFORM VARYING WS-CL-IX FROM 1 BY 1
               UNTIL WS-CL-IX > WS-CL-COUNT
               IF WS-CL-EMP (WS-CL-IX) = WS-CA-EMP (WS-CA-IX) AND
                       WS-CL-PERIOD (WS-CL-IX) =
                       WS-CA-PERIOD (WS-CA-IX) AND
                       WS-CL-CHANNEL (WS-CL-IX) =
                       WS-CA-CHANNEL (WS-CA-IX)
                   ADD WS-CL-AMOUNT (WS-CL-IX) TO WS-CM-PAID
               END-IF
           END-PERFORM
           COMPUTE WS-CA-DELTA (WS-CA-IX) =
               WS-CA-DUE (WS-CA-IX) - WS-CM-PAID
           EXIT.

      * The plan rows for WS-CM-CHANNEL (else those for *): sets
      * WS-CM-KEY (spaces = no plan), the basis and the lowest tier.
       FIND-COMMISSION-TIERS.
           MOVE SPACES TO WS-CM-KEY
           PERFORM VARYING WS-CP-IX FROM 1 BY 1
               UNTIL WS-CP-IX > WS-CP-COUNT
               IF WS-CP-CHANNEL (WS-CP-IX) = WS-CM-CHANNEL
                   MOVE WS-CM-CHANNEL TO WS-CM-KEY
               END-IF
           END-PERFORM
           IF WS-CM-KEY = SPACES
               PERFORM VARYING WS-CP-IX FROM 1 BY 1
                   UNTIL WS-CP-IX > WS-CP-COUNT
                   IF WS-CP-CHANNEL (WS-CP-IX) = "*"
                       MOVE "*" TO WS-CM-KEY
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'V' TO WS-CM-BASIS
           MOVE ZEROS TO WS-CM-LOW-RATE
           MOVE ZEROS TO WS-CP-SCAN
           PERFORM VARYING WS-CP-IX FROM 1 BY 1
               UNTIL WS-CP-IX > WS-CP-COUNT
               IF WS-CM-KEY NOT = SPACES AND
                       WS-CP-CHANNEL (WS-CP-IX) = WS-CM-KEY
                   IF WS-CP-SCAN = ZEROS OR
                           WS-CP-THRESHOLD (WS-CP-IX) < WS-CM-LOW-THRESH
                       SET WS-CP-SCAN TO WS-CP-IX
                       MOVE WS-CP-THRESHOLD (WS-CP-IX)
                           TO WS-CM-LOW-THRESH
                       MOVE WS-CP-RATE (WS-CP-IX) TO WS-CM-LOW-RATE
                       MOVE WS-CP-BASIS (WS-CP-IX) TO WS-CM-BASIS
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * One tier at WS-CP-IX: its rate on the slice of the base
      * between its threshold and the next threshold up.
       ADD-COMMISSION-TIER.
           IF WS-CA-BASE (WS-CA-IX) <= WS-CP-THRESHOLD (WS-CP-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CM-NEXT
           PERFORM VARYING WS-CP-SCAN FROM 1 BY 1
               UNTIL WS-CP-SCAN > WS-CP-COUNT
               IF WS-CP-CHANNEL (WS-CP-SCAN) = WS-CM-KEY AND
                       WS-CP-THRESHOLD (WS-CP-SCAN) >
                       WS-CP-THRESHOLD (WS-CP-IX)
                   IF WS-CM-NEXT = ZEROS OR
                           WS-CP-THRESHOLD (WS-CP-SCAN) < WS-CM-NEXT
                       MOVE WS-CP-THRESHOLD (WS-CP-SCAN) TO WS-CM-NEXT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CM-NEXT > ZEROS AND
                   WS-CA-BASE (WS-CA-IX) > WS-CM-NEXT
               COMPUTE WS-CM-SLICE =
                   WS-CM-NEXT - WS-CP-THRESHOLD (WS-CP-IX)
           ELSE
               COMPUTE WS-CM-SLICE =
                   WS-CA-BASE (WS-CA-IX) - WS-CP-THRESHOLD (WS-CP-IX)
           END-IF
           COMPUTE WS-CM-STEP ROUNDED =
               WS-CM-SLICE * WS-CP-RATE (WS-CP-IX) / 100
           ADD WS-CM-STEP TO WS-CA-DUE (WS-CA-IX)
           EXIT.

      * From COMPUTE-EMP-PAY: a register run pays the employee's
      * outstanding differences - additions first, then clawbacks
      * while the pay bears them - and books each in commpaid.txt
      * (R); the deposits extract pays what the register took (R to
      * D). The amount is added to WS-PAY-GROSS and kept apart in
      * WS-PAY-COMM; a clawback left over is in WS-CM-DEFERRED.
       ADD-COMMISSION-TO-GROSS.
           MOVE ZEROS TO WS-CM-LINES
           PERFORM VARYING WS-CL-IX FROM 1 BY 1
               UNTIL WS-CL-IX > WS-CL-COUNT
               MOVE 'N' TO WS-CL-TAKE (WS-CL-IX)
           END-PERFORM
           IF WS-CM-MODE = 'R'
               PERFORM VARYING WS-CA-IX FROM 1 BY 1
                   UNTIL WS-CA-IX > WS-CA-COUNT
                   IF WS-CA-EMP (WS-CA-IX) =
                           WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                           AND WS-CA-DELTA (WS-CA-IX) > ZEROS
                       PERFORM TAKE-COMMISSION-DELTA
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CA-IX FROM 1 BY 1
                   UNTIL WS-CA-IX > WS-CA-COUNT
                   IF WS-CA-EMP (WS-CA-IX) =
                           WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                           AND WS-CA-DELTA (WS-CA-IX) < ZEROS
                       COMPUTE WS-CM-ROOM = WS-PAY-GROSS + WS-PAY-COMM
                           + WS-CA-DELTA (WS-CA-IX)
                       IF WS-CM-ROOM < ZEROS
                           ADD WS-CA-DELTA (WS-CA-IX) TO WS-CM-DEFERRED
                       ELSE
                           PERFORM TAKE-COMMISSION-DELTA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CM-MODE = 'D'
               PERFORM VARYING WS-CL-IX FROM 1 BY 1
                   UNTIL WS-CL-IX > WS-CL-COUNT
                   IF WS-CL-EMP (WS-CL-IX) =
                           WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                           AND WS-CL-STATUS (WS-CL-IX) = 'R'
                       MOVE 'D' TO WS-CL-STATUS (WS-CL-IX)
                       MOVE 'Y' TO WS-CL-TAKE (WS-CL-IX)
                       MOVE 'Y' TO WS-CM-CHANGED
                       ADD WS-CL-AMOUNT (WS-CL-IX) TO WS-PAY-COMM
                       ADD 1 TO WS-CM-LINES
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-PAY-GROSS = WS-PAY-GROSS + WS-PAY-COMM
           EXIT.

       TAKE-COMMISSION-DELTA.
           IF WS-CL-COUNT >= 3000
               DISPLAY "Commission ledger full - not paid for "
                   WS-CA-EMP (WS-CA-IX) " " WS-CA-PERIOD (WS-CA-IX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CL-COUNT
           MOVE WS-CA-EMP (WS-CA-IX) TO WS-CL-EMP (WS-CL-COUNT)
           MOVE WS-CA-PERIOD (WS-CA-IX) TO WS-CL-PERIOD (WS-CL-COUNT)
           MOVE WS-CA-CHANNEL (WS-CA-IX)
               TO WS-CL-CHANNEL (WS-CL-COUNT)
           MOVE WS-CA-BASIS (WS-CA-IX) TO WS-CL-BASIS (WS-CL-COUNT)
           MOVE WS-CA-BASE (WS-CA-IX) TO WS-CL-BASE (WS-CL-COUNT)
           MOVE WS-CA-DELTA (WS-CA-IX) TO WS-CL-AMOUNT (WS-CL-COUNT)
           COMPUTE WS-CL-RUN-DATE (WS-CL-COUNT) =
               FUNCTION NUMVAL(WS-PH-RUN-DATE)
           MOVE 'R' TO WS-CL-STATUS (WS-CL-COUNT)
           MOVE 'Y' TO WS-CL-TAKE (WS-CL-COUNT)
           ADD WS-CA-DELTA (WS-CA-IX) TO WS-PAY-COMM
           MOVE ZEROS TO WS-CA-DELTA (WS-CA-IX)
           ADD 1 TO WS-CM-LINES
           MOVE 'Y' TO WS-CM-CHANGED
           EXIT.

       WRITE-COMM-REGISTER-LINE.
           IF WS-PAY-COMM NOT = ZEROS
               MOVE WS-PAY-COMM TO WS-CM-AMT-ED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "       COMMISSION $" DELIMITED BY SIZE
                      WS-CM-AMT-ED DELIMITED BY SIZE
                      " in gross - " DELIMITED BY SIZE
                      WS-CM-LINES DELIMITED BY SIZE
                      " period/channel line(s)" DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
               WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
           END-IF
           IF WS-CM-DEFERRED NOT = ZEROS
               MOVE WS-CM-DEFERRED TO WS-CM-AMT-ED
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "       COMMISSION CLAWBACK $" DELIMITED BY SIZE
                      WS-CM-AMT-ED DELIMITED BY SIZE
                      " carried forward - more than this run's pay"
                      DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
               WRITE PAYROLL-RECORD FROM WS-OUTPUT-LINE
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

       WRITE-COMM-SLIP-LINES.
           PERFORM VARYING WS-CL-IX FROM 1 BY 1
               UNTIL WS-CL-IX > WS-CL-COUNT
               IF WS-CL-TAKE (WS-CL-IX) = 'Y'
                   PERFORM WRITE-ONE-COMM-SLIP-LINE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-ONE-COMM-SLIP-LINE.
           MOVE WS-CL-AMOUNT (WS-CL-IX) TO WS-CM-AMT-ED
           MOVE WS-CL-BASE (WS-CL-IX) TO WS-CM-BASE-ED
           IF WS-CL-BASIS (WS-CL-IX) = 'M'
               MOVE "margin" TO WS-CM-BASIS-NAME
           ELSE
               MOVE "sales" TO WS-CM-BASIS-NAME
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Commission:       $" DELIMITED BY SIZE
                  WS-CM-AMT-ED DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-CL-CHANNEL (WS-CL-IX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-CL-PERIOD (WS-CL-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CM-BASIS-NAME DELIMITED BY SPACE
                  WS-CM-BASE-ED DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           WRITE PAYSLIP-RECORD FROM WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

      * Commission expense per department; a net clawback goes to
      * the credit side.
       WRITE-ONE-COMM-GL-LINE.
           MOVE SPACES TO WS-GL-ACCT
           STRING "COMM-" DELIMITED BY SIZE
                  WS-GL-DEPT-CODE (WS-GL-SCAN) DELIMITED BY SPACE
                  INTO WS-GL-ACCT
           END-STRING
           MOVE SPACES TO WS-GL-LINE
           IF WS-GL-DEPT-COMM (WS-GL-SCAN) > ZEROS
               MOVE WS-GL-DEPT-COMM (WS-GL-SCAN) TO WS-GL-COMM-AMT
               STRING WS-GL-ACCT DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-GL-COMM-AMT DELIMITED BY SIZE
                      ",,PAYROLL " DELIMITED BY SIZE
                      WS-GL-BATCH DELIMITED BY SIZE
                      " sales commission" DELIMITED BY SIZE
                      INTO WS-GL-LINE
               END-STRING
           ELSE
               COMPUTE WS-GL-COMM-AMT =
                   0 - WS-GL-DEPT-COMM (WS-GL-SCAN)
               STRING WS-GL-ACCT DELIMITED BY SPACE
                      ",," DELIMITED BY SIZE
                      WS-GL-COMM-AMT DELIMITED BY SIZE
                      ",PAYROLL " DELIMITED BY SIZE
                      WS-GL-BATCH DELIMITED BY SIZE
                      " commission clawback" DELIMITED BY SIZE
                      INTO WS-GL-LINE
               END-STRING
           END-IF
           WRITE PAYGL-RECORD FROM WS-GL-LINE
           EXIT.

       SHOW-COMMISSION-PLAN.
           PERFORM LOAD-COMMISSION-PLAN
           IF WS-CP-COUNT = ZEROS
               DISPLAY "No commission plan (commplan.txt)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "COMMISSION PLAN"
           DISPLAY "CHANNEL      BASIS       ABOVE    RATE%"
           PERFORM VARYING WS-CP-IX FROM 1 BY 1
               UNTIL WS-CP-IX > WS-CP-COUNT
               MOVE WS-CP-THRESHOLD (WS-CP-IX) TO WS-CM-THR-ED
               MOVE WS-CP-RATE (WS-CP-IX) TO WS-CM-RATE-ED
               IF WS-CP-BASIS (WS-CP-IX) = 'M'
                   MOVE "margin" TO WS-CM-BASIS-NAME
               ELSE
                   MOVE "sales" TO WS-CM-BASIS-NAME
               END-IF
               DISPLAY WS-CP-CHANNEL (WS-CP-IX) " "
                   WS-CM-BASIS-NAME WS-CM-THR-ED "   "
                   WS-CM-RATE-ED
           END-PERFORM
           EXIT.

      * What the next register run would pay (or claw back) per
      * rep/period/channel, priced as the run would price it.
       COMMISSION-DUE-REPORT.
           PERFORM COMPUTE-PENDING-COMMISSION
           IF WS-CP-COUNT = ZEROS
               DISPLAY "No commission plan (commplan.txt)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "COMMISSION DUE - NEXT PAYROLL"
           DISPLAY "EMP   NAME                      PERIOD CHANNEL"
               "               BASE        DUE   TO PAY"
           MOVE ZEROS TO WS-CM-TOTAL
           MOVE ZEROS TO WS-CM-LINES
           PERFORM VARYING WS-CA-IX FROM 1 BY 1
               UNTIL WS-CA-IX > WS-CA-COUNT
               IF WS-CA-DELTA (WS-CA-IX) NOT = ZEROS
                   PERFORM SHOW-COMMISSION-DUE-LINE
               END-IF
           END-PERFORM
           IF WS-CM-LINES = ZEROS
               DISPLAY "  (nothing due)"
           END-IF
           MOVE WS-CM-TOTAL TO WS-CM-TOT-ED
           DISPLAY " "
           DISPLAY "Total to pay: $" WS-CM-TOT-ED
           EXIT.

       SHOW-COMMISSION-DUE-LINE.
           ADD 1 TO WS-CM-LINES
           ADD WS-CA-DELTA (WS-CA-IX) TO WS-CM-TOTAL
           MOVE WS-CA-EMP (WS-CA-IX) TO WS-ORG-SEEK-ID
           PERFORM FIND-EMP-INDEX-BY-ID
           MOVE WS-CA-BASE (WS-CA-IX) TO WS-CM-BASE-ED
           MOVE WS-CA-DUE (WS-CA-IX) TO WS-CM-AMT-ED
           MOVE WS-CA-DELTA (WS-CA-IX) TO WS-CM-TOT-ED
           IF WS-ORG-FOUND = ZEROS
               DISPLAY WS-CA-EMP (WS-CA-IX) " "
                   "(not on file)             "
                   WS-CA-PERIOD (WS-CA-IX) " "
                   WS-CA-CHANNEL (WS-CA-IX) WS-CM-BASE-ED " "
                   WS-CM-AMT-ED WS-CM-TOT-ED
           ELSE
               DISPLAY WS-CA-EMP (WS-CA-IX) " "
                   WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-ORG-FOUND)
                   " " WS-CA-PERIOD (WS-CA-IX) " "
                   WS-CA-CHANNEL (WS-CA-IX) WS-CM-BASE-ED " "
                   WS-CM-AMT-ED WS-CM-TOT-ED
           END-IF
           EXIT.

       SHOW-EMPLOYEE-COMMISSION.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           DISPLAY "PERIOD CHANNEL      BASIS           BASE"
               "       PAID RUN DATE ST"
           MOVE ZEROS TO WS-CM-LINES
           MOVE ZEROS TO WS-CM-TOTAL
           PERFORM VARYING WS-CL-IX FROM 1 BY 1
               UNTIL WS-CL-IX > WS-CL-COUNT
               IF WS-CL-EMP (WS-CL-IX) = WS-LOOKUP-ID
                   ADD 1 TO WS-CM-LINES
                   ADD WS-CL-AMOUNT (WS-CL-IX) TO WS-CM-TOTAL
                   MOVE WS-CL-BASE (WS-CL-IX) TO WS-CM-BASE-ED
                   MOVE WS-CL-AMOUNT (WS-CL-IX) TO WS-CM-AMT-ED
                   IF WS-CL-BASIS (WS-CL-IX) = 'M'
                       MOVE "margin" TO WS-CM-BASIS-NAME
                   ELSE
                       MOVE "sales" TO WS-CM-BASIS-NAME
                   END-IF
                   DISPLAY WS-CL-PERIOD (WS-CL-IX) " "
                       WS-CL-CHANNEL (WS-CL-IX) " "
                       WS-CM-BASIS-NAME WS-CM-BASE-ED " "
                       WS-CM-AMT-ED " "
                       WS-CL-RUN-DATE (WS-CL-IX) " "
                       WS-CL-STATUS (WS-CL-IX)
               END-IF
           END-PERFORM
           IF WS-CM-LINES = ZEROS
               DISPLAY "  (no commission paid)"
           END-IF
           MOVE WS-CM-TOTAL TO WS-CM-TOT-ED
           DISPLAY "Total commission paid: $" WS-CM-TOT-ED
           EXIT.

       LOAD-CERTS-FILE.
           MOVE ZEROS TO WS-CF-COUNT
           OPEN INPUT CERTS-FILE
           IF WS-CERTS-FILE-STATUS = "00" OR
                   WS-CERTS-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CERTS-FILE INTO WS-CF-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-CERT-LINE
                   END-READ
               END-PERFORM
               CLOSE CERTS-FILE
           END-IF
           EXIT.

       PARSE-CERT-LINE.
           IF WS-CF-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CF-F1 WS-CF-F2 WS-CF-F3 WS-CF-F4
           UNSTRING WS-CF-LINE DELIMITED BY ","
               INTO WS-CF-F1 WS-CF-F2 WS-CF-F3 WS-CF-F4
           END-UNSTRING
           IF WS-CF-F1 = SPACES OR WS-CF-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CF-COUNT
           COMPUTE WS-CF-EMP (WS-CF-COUNT) =
               FUNCTION NUMVAL(WS-CF-F1)
           MOVE WS-CF-F2 TO WS-CF-TYPE (WS-CF-COUNT)
           COMPUTE WS-CF-ISSUE (WS-CF-COUNT) =
               FUNCTION NUMVAL(WS-CF-F3)
           COMPUTE WS-CF-EXPIRY (WS-CF-COUNT) =
               FUNCTION NUMVAL(WS-CF-F4)
           EXIT.

       SAVE-CERTS-FILE.
           OPEN OUTPUT CERTS-FILE
           IF WS-CERTS-FILE-STATUS NOT = "00" AND
                   WS-CERTS-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save certs.txt (status "
                   WS-CERTS-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CF-IX FROM 1 BY 1
               UNTIL WS-CF-IX > WS-CF-COUNT
               MOVE SPACES TO WS-CF-LINE
               STRING WS-CF-EMP (WS-CF-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CF-TYPE (WS-CF-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CF-ISSUE (WS-CF-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CF-EXPIRY (WS-CF-IX) DELIMITED BY SIZE
                      INTO WS-CF-LINE
               END-STRING
               WRITE CERTS-RECORD FROM WS-CF-LINE
           END-PERFORM
           CLOSE CERTS-FILE
           EXIT.

      * Certification screen inside UPDATE-EMPLOYEE: list what the
      * employee holds, then optionally record a new one.
       EDIT-CERTIFICATIONS.
           MOVE ZEROS TO WS-CF-SHOWN
           DISPLAY "Certifications on file:"
           PERFORM VARYING WS-CF-SCAN FROM 1 BY 1
               UNTIL WS-CF-SCAN > WS-CF-COUNT
               IF WS-CF-EMP (WS-CF-SCAN) =
                       WS-EMP-ID OF
                       WS-EMPLOYEE-ENTRY (WS-MGR-EMP-IX)
                   ADD 1 TO WS-CF-SHOWN
                   DISPLAY "  " WS-CF-TYPE (WS-CF-SCAN)
                       " issued " WS-CF-ISSUE (WS-CF-SCAN)
                       " expires " WS-CF-EXPIRY (WS-CF-SCAN)
               END-IF
           END-PERFORM
           IF WS-CF-SHOWN = ZEROS
               DISPLAY "  (none)"
           END-IF
           DISPLAY "Add a certification? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CF-EDIT-CHOICE
           IF WS-CF-EDIT-CHOICE NOT = 'Y' AND
                   WS-CF-EDIT-CHOICE NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-COUNT >= 500
               DISPLAY "Certification table full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Type (e.g. FORKLIFT, FIRSTAID): "
               WITH NO ADVANCING
           ACCEPT WS-CF-NEW-TYPE
           DISPLAY "Issue date CCYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-CF-ISSUE-TXT
           DISPLAY "Expiry date CCYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-CF-EXPIRY-TXT
           IF WS-CF-NEW-TYPE = SPACES OR
                   WS-CF-ISSUE-TXT IS NOT NUMERIC OR
                   WS-CF-EXPIRY-TXT IS NOT NUMERIC
               DISPLAY "Invalid certification - not recorded."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CF-COUNT
           MOVE WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-MGR-EMP-IX)
               TO WS-CF-EMP (WS-CF-COUNT)
           MOVE WS-CF-NEW-TYPE TO WS-CF-TYPE (WS-CF-COUNT)
           MOVE WS-CF-ISSUE-TXT TO WS-CF-ISSUE (WS-CF-COUNT)
           MOVE WS-CF-EXPIRY-TXT TO WS-CF-EXPIRY (WS-CF-COUNT)
           PERFORM SAVE-CERTS-FILE
           MOVE WS-CF-EMP (WS-CF-COUNT) TO WS-HIST-EMP-ID
           MOVE "CERT" TO WS-HIST-FIELD
           MOVE "-" TO WS-HIST-BEFORE
           MOVE WS-CF-NEW-TYPE TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Certification recorded."
           EXIT.

      * Certifications already expired or expiring inside 90 days,
      * sorted by expiry date through the seniority table the way
      * the probation list is.
       CERT-EXPIRY-REPORT.
           IF WS-CF-COUNT = ZEROS
               DISPLAY "No certifications on file."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           MOVE ZEROS TO WS-SEN-COUNT
           PERFORM VARYING WS-CF-SCAN FROM 1 BY 1
               UNTIL WS-CF-SCAN > WS-CF-COUNT
               PERFORM CHECK-ONE-CERT-EXPIRY
           END-PERFORM
           DISPLAY " "
           DISPLAY "Certifications expired or expiring within 90 "
               "days:"
           PERFORM SHOW-SENIORITY-SECTION
           EXIT.

       CHECK-ONE-CERT-EXPIRY.
           IF WS-CF-EXPIRY (WS-CF-SCAN) = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CF-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-CF-EXPIRY (WS-CF-SCAN))
               - WS-TODAY-INT
           IF WS-CF-DAYS-LEFT > 90
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-DAYS-LEFT < ZEROS
               MOVE "EXPIRED" TO WS-CF-TAG
           ELSE
               MOVE "EXPIRING" TO WS-CF-TAG
           END-IF
           IF WS-SEN-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CF-EMP (WS-CF-SCAN) TO WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           ADD 1 TO WS-SEN-COUNT
           MOVE WS-CF-EXPIRY (WS-CF-SCAN)
               TO WS-SEN-DATE (WS-SEN-COUNT)
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-FOUND-FLAG = 'Y'
               STRING WS-CF-EXPIRY (WS-CF-SCAN) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CF-TAG DELIMITED BY SPACE
                      "  " DELIMITED BY SIZE
                      WS-CF-TYPE (WS-CF-SCAN) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
                      DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               STRING WS-CF-EXPIRY (WS-CF-SCAN) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CF-TAG DELIMITED BY SPACE
                      "  " DELIMITED BY SIZE
                      WS-CF-TYPE (WS-CF-SCAN) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CF-EMP (WS-CF-SCAN) DELIMITED BY SIZE
                      " (not on roster)" DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           MOVE WS-OUTPUT-LINE TO WS-SEN-TEXT (WS-SEN-COUNT)
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

      * Organization roll-up: subtree headcount and salary per
      * manager (self included), the indented reporting tree, and
      * flags for dangling manager IDs and cycles.
       ORG-ROLLUP-REPORT.
           IF WS-EMPLOYEE-COUNT = ZEROS
               DISPLAY "No employees for the organization report."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ORG-SCAN FROM 1 BY 1
               UNTIL WS-ORG-SCAN > WS-EMPLOYEE-COUNT
               MOVE ZEROS TO WS-ORG-HEAD (WS-ORG-SCAN)
               MOVE ZEROS TO WS-ORG-SAL (WS-ORG-SCAN)
               MOVE 'N' TO WS-ORG-CYCLE (WS-ORG-SCAN)
               MOVE 'N' TO WS-ORG-BADMGR (WS-ORG-SCAN)
               MOVE 'N' TO WS-ORG-ISROOT (WS-ORG-SCAN)
           END-PERFORM
           PERFORM VARYING WS-ORG-EMP FROM 1 BY 1
               UNTIL WS-ORG-EMP > WS-EMPLOYEE-COUNT
               PERFORM ROLL-UP-ONE-EMPLOYEE
           END-PERFORM
           DISPLAY " "
           DISPLAY "ORGANIZATION ROLL-UP (headcount/salary include "
               "the manager)"
           PERFORM VARYING WS-ORG-EMP FROM 1 BY 1
               UNTIL WS-ORG-EMP > WS-EMPLOYEE-COUNT
               IF WS-ORG-ISROOT (WS-ORG-EMP) = 'Y'
                   PERFORM PRINT-ORG-SUBTREE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ORG-EMP FROM 1 BY 1
               UNTIL WS-ORG-EMP > WS-EMPLOYEE-COUNT
               IF WS-ORG-CYCLE (WS-ORG-EMP) = 'Y'
                   DISPLAY "CYCLE: employee "
                       WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-ORG-EMP)
                       " sits in a reporting loop - fix the "
                       "manager chain."
               END-IF
           END-PERFORM
           EXIT.

      * Walk WS-ORG-EMP up its manager chain, crediting the
      * employee's salary and headcount to every ancestor. More
      * steps than employees on file means a loop in the chain.
       ROLL-UP-ONE-EMPLOYEE.
           ADD 1 TO WS-ORG-HEAD (WS-ORG-EMP)
           ADD WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-ORG-EMP)
               TO WS-ORG-SAL (WS-ORG-EMP)
           MOVE WS-ORG-EMP TO WS-ORG-WALK
           MOVE ZEROS TO WS-ORG-STEPS
           PERFORM UNTIL 1 = 2
               IF WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-ORG-WALK)
                       = ZEROS
                   IF WS-ORG-WALK = WS-ORG-EMP
                       MOVE 'Y' TO WS-ORG-ISROOT (WS-ORG-EMP)
                   END-IF
                   EXIT PERFORM
               END-IF
               MOVE WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-ORG-WALK)
                   TO WS-ORG-SEEK-ID
               PERFORM FIND-EMP-INDEX-BY-ID
               IF WS-ORG-FOUND = ZEROS
                   IF WS-ORG-WALK = WS-ORG-EMP
                       MOVE 'Y' TO WS-ORG-BADMGR (WS-ORG-EMP)
                       MOVE 'Y' TO WS-ORG-ISROOT (WS-ORG-EMP)
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ORG-STEPS
               IF WS-ORG-STEPS > WS-EMPLOYEE-COUNT
                   MOVE 'Y' TO WS-ORG-CYCLE (WS-ORG-EMP)
                   EXIT PERFORM
               END-IF
               MOVE WS-ORG-FOUND TO WS-ORG-WALK
               ADD 1 TO WS-ORG-HEAD (WS-ORG-WALK)
               ADD WS-EMP-SALARY OF WS-EMPLOYEE-ENTRY (WS-ORG-EMP)
                   TO WS-ORG-SAL (WS-ORG-WALK)
           END-PERFORM
           EXIT.

       FIND-EMP-INDEX-BY-ID.
           MOVE ZEROS TO WS-ORG-FOUND
           PERFORM VARYING WS-ORG-SCAN FROM 1 BY 1
               UNTIL WS-ORG-SCAN > WS-EMPLOYEE-COUNT
               IF WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-ORG-SCAN)
                       = WS-ORG-SEEK-ID
                   MOVE WS-ORG-SCAN TO WS-ORG-FOUND
               END-IF
           END-PERFORM
           EXIT.

      * Depth-first print of the subtree under WS-ORG-EMP using an
      * explicit stack (paragraphs cannot recurse): each line is
      * indented two spaces per level with the roll-up alongside.
       PRINT-ORG-SUBTREE.
           MOVE 1 TO WS-OS-TOP
           MOVE WS-ORG-EMP TO WS-OS-IDX (1)
           MOVE ZEROS TO WS-OS-DEPTH (1)
           PERFORM UNTIL WS-OS-TOP = ZEROS
               MOVE WS-OS-IDX (WS-OS-TOP) TO WS-ORG-CUR
               MOVE WS-OS-DEPTH (WS-OS-TOP) TO WS-ORG-DEPTH
               SUBTRACT 1 FROM WS-OS-TOP
               PERFORM PRINT-ORG-LINE
               PERFORM VARYING WS-ORG-SCAN FROM 1 BY 1
                   UNTIL WS-ORG-SCAN > WS-EMPLOYEE-COUNT
                   IF WS-EMP-MGR OF WS-EMPLOYEE-ENTRY (WS-ORG-SCAN)
                           = WS-EMP-ID OF
                               WS-EMPLOYEE-ENTRY (WS-ORG-CUR)
                       AND WS-ORG-SCAN NOT = WS-ORG-CUR
                       AND WS-ORG-CYCLE (WS-ORG-SCAN) = 'N'
                       AND WS-OS-TOP < 500
                       AND WS-ORG-DEPTH < 10
                       ADD 1 TO WS-OS-TOP
                       MOVE WS-ORG-SCAN TO WS-OS-IDX (WS-OS-TOP)
                       COMPUTE WS-OS-DEPTH (WS-OS-TOP) =
                           WS-ORG-DEPTH + 1
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       PRINT-ORG-LINE.
           MOVE SPACES TO WS-ORG-PAD
           IF WS-ORG-DEPTH > ZEROS
               MOVE ALL "." TO WS-ORG-PAD (1:WS-ORG-DEPTH * 2)
           END-IF
           MOVE SPACES TO WS-ORG-FLAG-TXT
           IF WS-ORG-BADMGR (WS-ORG-CUR) = 'Y'
               MOVE " [MANAGER NOT FOUND]" TO WS-ORG-FLAG-TXT
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-ORG-PAD DELIMITED BY "  "
                  WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-ORG-CUR)
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-ORG-CUR)
                  DELIMITED BY SIZE
                  " heads=" DELIMITED BY SIZE
                  WS-ORG-HEAD (WS-ORG-CUR) DELIMITED BY SIZE
                  " salary=$" DELIMITED BY SIZE
                  WS-ORG-SAL (WS-ORG-CUR) DELIMITED BY SIZE
                  WS-ORG-FLAG-TXT DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           DISPLAY WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

      * Leave subsystem entry point: request, approve, balances,
      * and the who-is-out calendar all live behind one submenu.
       LEAVE-MENU.
           DISPLAY " "
           DISPLAY "LEAVE MANAGEMENT"
           DISPLAY "1. Request Leave"
           DISPLAY "2. Approve / Deny Pending Requests"
           DISPLAY "3. Leave Balances"
           DISPLAY "4. Who Is Out (next 14 days)"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-LV-CHOICE
           EVALUATE WS-LV-CHOICE
               WHEN '1'
                   PERFORM REQUEST-LEAVE
               WHEN '2'
                   PERFORM APPROVE-LEAVE
               WHEN '3'
                   PERFORM LEAVE-BALANCES
               WHEN '4'
                   PERFORM WHO-IS-OUT-REPORT
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           EXIT.

       LOAD-LEAVE-FILE.
           MOVE ZEROS TO WS-LV-COUNT
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-FILE-STATUS = "00" OR
                   WS-LEAVE-FILE-STATUS = "05"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LEAVE-FILE INTO WS-LV-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-LEAVE-LINE
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF
           EXIT.

       PARSE-LEAVE-LINE.
           IF WS-LV-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LV-F1 WS-LV-F2 WS-LV-F3
           MOVE SPACES TO WS-LV-F4 WS-LV-F5
           UNSTRING WS-LV-LINE DELIMITED BY ","
               INTO WS-LV-F1 WS-LV-F2 WS-LV-F3 WS-LV-F4 WS-LV-F5
           END-UNSTRING
           IF WS-LV-F1 = SPACES OR WS-LV-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LV-COUNT
           COMPUTE WS-LV-EMP (WS-LV-COUNT) =
               FUNCTION NUMVAL(WS-LV-F1)
           COMPUTE WS-LV-START (WS-LV-COUNT) =
               FUNCTION NUMVAL(WS-LV-F2)
           COMPUTE WS-LV-END (WS-LV-COUNT) =
               FUNCTION NUMVAL(WS-LV-F3)
           COMPUTE WS-LV-DAYS (WS-LV-COUNT) =
               FUNCTION NUMVAL(WS-LV-F4)
           IF WS-LV-F5(1:1) = 'P' OR WS-LV-F5(1:1) = 'A'
                   OR WS-LV-F5(1:1) = 'D'
               MOVE WS-LV-F5(1:1) TO WS-LV-STATUS (WS-LV-COUNT)
           ELSE
               MOVE 'P' TO WS-LV-STATUS (WS-LV-COUNT)
           END-IF
           EXIT.

       SAVE-LEAVE-FILE.
           OPEN OUTPUT LEAVE-FILE
           IF WS-LEAVE-FILE-STATUS NOT = "00" AND
                   WS-LEAVE-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save leave.txt (status "
                   WS-LEAVE-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
               UNTIL WS-LV-IX > WS-LV-COUNT
               MOVE SPACES TO WS-LV-LINE
               STRING WS-LV-EMP (WS-LV-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LV-START (WS-LV-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LV-END (WS-LV-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LV-DAYS (WS-LV-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LV-STATUS (WS-LV-IX) DELIMITED BY SIZE
                      INTO WS-LV-LINE
               END-STRING
               WRITE LEAVE-RECORD FROM WS-LV-LINE
           END-PERFORM
           CLOSE LEAVE-FILE
           EXIT.

       REQUEST-LEAVE.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "Employee ID not found."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Start date CCYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-LV-START-TXT
           DISPLAY "End date CCYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-LV-END-TXT
           IF WS-LV-START-TXT IS NOT NUMERIC OR
                   WS-LV-END-TXT IS NOT NUMERIC
               DISPLAY "Invalid dates - request not recorded."
               EXIT PARAGRAPH
           END-IF
           IF WS-LV-END-TXT < WS-LV-START-TXT
               DISPLAY "End date before start - not recorded."
               EXIT PARAGRAPH
           END-IF
           IF WS-LV-COUNT >= 500
               DISPLAY "Leave table full - request not recorded."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LV-REQ-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LV-END-TXT))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LV-START-TXT)) + 1
           ADD 1 TO WS-LV-COUNT
           MOVE WS-LOOKUP-ID TO WS-LV-EMP (WS-LV-COUNT)
           COMPUTE WS-LV-START (WS-LV-COUNT) =
               FUNCTION NUMVAL(WS-LV-START-TXT)
           COMPUTE WS-LV-END (WS-LV-COUNT) =
               FUNCTION NUMVAL(WS-LV-END-TXT)
           MOVE WS-LV-REQ-DAYS TO WS-LV-DAYS (WS-LV-COUNT)
           MOVE 'P' TO WS-LV-STATUS (WS-LV-COUNT)
           PERFORM SAVE-LEAVE-FILE
           DISPLAY "Leave request recorded (" WS-LV-REQ-DAYS
               " day(s), pending approval)."
           EXIT.

       APPROVE-LEAVE.
           MOVE ZEROS TO WS-LV-PEND-SHOWN
           DISPLAY " "
           DISPLAY "Pending requests:"
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
               UNTIL WS-LV-IX > WS-LV-COUNT
               IF WS-LV-STATUS (WS-LV-IX) = 'P'
                   ADD 1 TO WS-LV-PEND-SHOWN
                   DISPLAY "  " WS-LV-IX ". Emp "
                       WS-LV-EMP (WS-LV-IX) " "
                       WS-LV-START (WS-LV-IX) " - "
                       WS-LV-END (WS-LV-IX) " ("
                       WS-LV-DAYS (WS-LV-IX) " days)"
               END-IF
           END-PERFORM
           IF WS-LV-PEND-SHOWN = ZEROS
               DISPLAY "  (none)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approve/deny which (blank = cancel): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LV-PICK-TXT
           ACCEPT WS-LV-PICK-TXT
           IF WS-LV-PICK-TXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LV-PICK-TXT IS NOT NUMERIC
               DISPLAY "Invalid selection."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LV-PICK-TXT TO WS-LV-PICK
           IF WS-LV-PICK = ZEROS OR WS-LV-PICK > WS-LV-COUNT
               DISPLAY "Invalid selection."
               EXIT PARAGRAPH
           END-IF
           IF WS-LV-STATUS (WS-LV-PICK) NOT = 'P'
               DISPLAY "That request is not pending."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(A)pprove or (D)eny: " WITH NO ADVANCING
           ACCEPT WS-LV-DECISION
           EVALUATE WS-LV-DECISION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-LV-STATUS (WS-LV-PICK)
                   MOVE WS-LV-EMP (WS-LV-PICK) TO WS-HIST-EMP-ID
                   MOVE "LEAVE" TO WS-HIST-FIELD
                   MOVE "PENDING" TO WS-HIST-BEFORE
                   MOVE "APPROVED" TO WS-HIST-AFTER
                   PERFORM WRITE-HISTORY-ENTRY
                   PERFORM SAVE-LEAVE-FILE
                   PERFORM SYNC-LEAVE-STATUS
                   DISPLAY "Request approved."
               WHEN 'D'
               WHEN 'd'
                   MOVE 'D' TO WS-LV-STATUS (WS-LV-PICK)
                   MOVE WS-LV-EMP (WS-LV-PICK) TO WS-HIST-EMP-ID
                   MOVE "LEAVE" TO WS-HIST-FIELD
                   MOVE "PENDING" TO WS-HIST-BEFORE
                   MOVE "DENIED" TO WS-HIST-AFTER
                   PERFORM WRITE-HISTORY-ENTRY
                   PERFORM SAVE-LEAVE-FILE
                   DISPLAY "Request denied."
               WHEN OTHER
                   DISPLAY "No decision taken."
           END-EVALUATE
           EXIT.

      * Entitlement for the year comes from the grade band file
      * (default when the grade is blank or unknown); taken days
      * are the approved requests starting in the current year.
       LEAVE-BALANCES.
           IF WS-EMPLOYEE-COUNT = ZEROS
               DISPLAY "No employees."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           DISPLAY " "
           DISPLAY "ID     NAME                      ENT  TAKEN  BAL"
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMPLOYEE-COUNT
               IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                       NOT = 'T'
                   PERFORM SHOW-ONE-LEAVE-BALANCE
               END-IF
           END-PERFORM
           EXIT.

       SHOW-ONE-LEAVE-BALANCE.
           PERFORM COMPUTE-LEAVE-BALANCE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                  DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LV-ENTITLED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LV-TAKEN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LV-BALANCE DELIMITED BY SIZE
                  INTO WS-OUTPUT-LINE
           END-STRING
           DISPLAY WS-OUTPUT-LINE
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

      * This year's entitlement less approved days starting in the
      * year of WS-TODAY-DATE, for the employee at WS-COUNTER.
       COMPUTE-LEAVE-BALANCE.
           MOVE WS-LV-DEFAULT-DAYS TO WS-LV-ENTITLED
           MOVE WS-EMP-GRADE OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
               TO WS-GR-CHECK-GRADE
           IF WS-GR-LOADED = 'Y' AND WS-GR-CHECK-GRADE NOT = SPACES
               PERFORM FIND-GRADE
               IF WS-GR-FOUND-IX NOT = ZEROS
                   MOVE WS-GR-LEAVE-DAYS (WS-GR-FOUND-IX)
                       TO WS-LV-ENTITLED
               END-IF
           END-IF
           MOVE ZEROS TO WS-LV-TAKEN
           PERFORM VARYING WS-LV-SCAN FROM 1 BY 1
               UNTIL WS-LV-SCAN > WS-LV-COUNT
               IF WS-LV-EMP (WS-LV-SCAN) =
                       WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   AND WS-LV-STATUS (WS-LV-SCAN) = 'A'
                   AND WS-LV-START (WS-LV-SCAN) (1:4)
                       = WS-TODAY-DATE (1:4)
                   ADD WS-LV-DAYS (WS-LV-SCAN) TO WS-LV-TAKEN
               END-IF
           END-PERFORM
           COMPUTE WS-LV-BALANCE = WS-LV-ENTITLED - WS-LV-TAKEN
           EXIT.

      * Who-is-out calendar: approved leaves touching the next 14
      * days, sorted by start date (through the seniority table,
      * the same way the anniversary report sorts its lines).
       WHO-IS-OUT-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           COMPUTE WS-LV-HORIZON = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + 13)
           MOVE ZEROS TO WS-SEN-COUNT
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
               UNTIL WS-LV-IX > WS-LV-COUNT
               IF WS-LV-STATUS (WS-LV-IX) = 'A'
                   AND WS-LV-START (WS-LV-IX) <= WS-LV-HORIZON
                   AND WS-LV-END (WS-LV-IX) >= WS-TODAY-DATE
                   PERFORM ADD-WHO-IS-OUT-LINE
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Out (or going out) in the next 14 days:"
           PERFORM SHOW-SENIORITY-SECTION
           EXIT.

       ADD-WHO-IS-OUT-LINE.
           IF WS-SEN-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LV-EMP (WS-LV-IX) TO WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           ADD 1 TO WS-SEN-COUNT
           MOVE WS-LV-START (WS-LV-IX) TO WS-SEN-DATE (WS-SEN-COUNT)
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-FOUND-FLAG = 'Y'
               STRING WS-LV-START (WS-LV-IX) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-LV-END (WS-LV-IX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
                      DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
                      DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               STRING WS-LV-START (WS-LV-IX) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-LV-END (WS-LV-IX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-LV-EMP (WS-LV-IX) DELIMITED BY SIZE
                      "  (not on roster)" DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           EXIT.

      * Drive the A/L status from approved leave dates: an active
      * employee covered by an approved leave today goes to L, and
      * an L employee with no covering leave comes back to A, each
      * with a history entry - nobody types L by hand any more.
       SYNC-LEAVE-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMPLOYEE-COUNT
               IF WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                       NOT = 'T'
                   PERFORM SYNC-ONE-LEAVE-STATUS
               END-IF
           END-PERFORM
           EXIT.

       SYNC-ONE-LEAVE-STATUS.
           MOVE 'N' TO WS-LV-OUT-FLAG
           PERFORM VARYING WS-LV-SCAN FROM 1 BY 1
               UNTIL WS-LV-SCAN > WS-LV-COUNT
               IF WS-LV-EMP (WS-LV-SCAN) =
                       WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   AND WS-LV-STATUS (WS-LV-SCAN) = 'A'
                   AND WS-LV-START (WS-LV-SCAN) <= WS-TODAY-DATE
                   AND WS-LV-END (WS-LV-SCAN) >= WS-TODAY-DATE
                   MOVE 'Y' TO WS-LV-OUT-FLAG
               END-IF
           END-PERFORM
           IF WS-LV-OUT-FLAG = 'Y' AND
                   WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                       = 'A'
               MOVE WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   TO WS-HIST-EMP-ID
               MOVE "STATUS" TO WS-HIST-FIELD
               MOVE "A" TO WS-HIST-BEFORE
               MOVE "L" TO WS-HIST-AFTER
               PERFORM WRITE-HISTORY-ENTRY
               MOVE 'L' TO WS-EMP-STATUS
                   OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
           END-IF
           IF WS-LV-OUT-FLAG = 'N' AND
                   WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                       = 'L'
               MOVE WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                   TO WS-HIST-EMP-ID
               MOVE "STATUS" TO WS-HIST-FIELD
               MOVE "L" TO WS-HIST-BEFORE
               MOVE "A" TO WS-HIST-AFTER
               PERFORM WRITE-HISTORY-ENTRY
               MOVE 'A' TO WS-EMP-STATUS
                   OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
           END-IF
           EXIT.

      * Operators and the role matrix. Either file may be missing:
      * with no operators nothing is enforced (the menu runs as it
      * always has), which is also how the first operator is set up
      * under option 29.
       LOAD-OPERATORS.
           MOVE ZEROS TO WS-OPR-COUNT
           MOVE 'N' TO WS-OPR-ENFORCED
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ OPERATOR-FILE INTO WS-OPR-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-OPERATOR-LINE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               IF WS-OPERATOR-FILE-STATUS = "05"
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF
           IF WS-OPR-COUNT > ZEROS
               MOVE 'Y' TO WS-OPR-ENFORCED
           END-IF
           EXIT.

       PARSE-OPERATOR-LINE.
           IF WS-OPR-LINE = SPACES OR WS-OPR-LINE (1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OPR-F1 WS-OPR-F2 WS-OPR-F3
           MOVE SPACES TO WS-OPR-F4 WS-OPR-F5 WS-OPR-F6
           MOVE SPACES TO WS-OPR-F7
           UNSTRING WS-OPR-LINE DELIMITED BY ","
               INTO WS-OPR-F1 WS-OPR-F2 WS-OPR-F3 WS-OPR-F4
                    WS-OPR-F5 WS-OPR-F6 WS-OPR-F7
           END-UNSTRING
           IF WS-OPR-F1 = SPACES OR WS-OPR-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPR-COUNT
           COMPUTE WS-OPR-ID (WS-OPR-COUNT) =
               FUNCTION NUMVAL(WS-OPR-F1)
           MOVE WS-OPR-F2 TO WS-OPR-NAME (WS-OPR-COUNT)
           MOVE WS-OPR-F3 TO WS-OPR-HASH (WS-OPR-COUNT)
           IF WS-OPR-F4 (1:8) IS NUMERIC
               MOVE WS-OPR-F4 (1:8) TO WS-OPR-PWDATE (WS-OPR-COUNT)
           ELSE
               MOVE ZEROS TO WS-OPR-PWDATE (WS-OPR-COUNT)
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OPR-F5)
               TO WS-OPR-ROLE (WS-OPR-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-OPR-F6 (1:1))
               TO WS-OPR-STATUS (WS-OPR-COUNT)
           IF WS-OPR-F7 (1:5) IS NUMERIC
               MOVE WS-OPR-F7 (1:5) TO WS-OPR-EMPID (WS-OPR-COUNT)
           ELSE
               MOVE ZEROS TO WS-OPR-EMPID (WS-OPR-COUNT)
           END-IF
           EXIT.

       SAVE-OPERATORS.
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS NOT = "00" AND
                   WS-OPERATOR-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save operators.txt "
                   "(status " WS-OPERATOR-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
               UNTIL WS-OPR-IX > WS-OPR-COUNT
               MOVE SPACES TO WS-OPR-LINE
               STRING WS-OPR-ID (WS-OPR-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-OPR-NAME (WS-OPR-IX) DELIMITED BY "  "
                      "," DELIMITED BY SIZE
                      WS-OPR-HASH (WS-OPR-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-OPR-PWDATE (WS-OPR-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-OPR-ROLE (WS-OPR-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-OPR-STATUS (WS-OPR-IX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-OPR-EMPID (WS-OPR-IX) DELIMITED BY SIZE
                      INTO WS-OPR-LINE
               END-STRING
               WRITE OPERATOR-RECORD FROM WS-OPR-LINE
           END-PERFORM
           CLOSE OPERATOR-FILE
           EXIT.

       LOAD-ROLE-MATRIX.
           MOVE ZEROS TO WS-RM-COUNT
           OPEN INPUT ROLEMAT-FILE
           IF WS-ROLEMAT-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ROLEMAT-FILE INTO WS-RM-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-ROLE-MATRIX-LINE
                   END-READ
               END-PERFORM
               CLOSE ROLEMAT-FILE
           ELSE
               IF WS-ROLEMAT-FILE-STATUS = "05"
                   CLOSE ROLEMAT-FILE
               END-IF
           END-IF
           EXIT.

       PARSE-ROLE-MATRIX-LINE.
           IF WS-RM-LINE = SPACES OR WS-RM-LINE (1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OPR-F1 WS-OPR-F2 WS-OPR-F4
           UNSTRING WS-RM-LINE DELIMITED BY ","
               INTO WS-OPR-F1 WS-OPR-F2 WS-OPR-F4
           END-UNSTRING
           IF WS-OPR-F1 = SPACES OR WS-RM-COUNT >= 300
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RM-COUNT
           MOVE FUNCTION UPPER-CASE(WS-OPR-F1)
               TO WS-RM-ROLE (WS-RM-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-OPR-F2)
               TO WS-RM-PROGRAM (WS-RM-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-OPR-F4)
               TO WS-RM-FUNCTION (WS-RM-COUNT)
           EXIT.

       SAVE-ROLE-MATRIX.
           OPEN OUTPUT ROLEMAT-FILE
           IF WS-ROLEMAT-FILE-STATUS NOT = "00" AND
                   WS-ROLEMAT-FILE-STATUS NOT = "05"
               DISPLAY "Warning: could not save rolematrix.txt "
                   "(status " WS-ROLEMAT-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
               UNTIL WS-RM-IX > WS-RM-COUNT
               MOVE SPACES TO WS-RM-LINE
               STRING WS-RM-ROLE (WS-RM-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-RM-PROGRAM (WS-RM-IX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-RM-FUNCTION (WS-RM-IX) DELIMITED BY SPACE
                      INTO WS-RM-LINE
               END-STRING
               WRITE ROLEMAT-RECORD FROM WS-RM-LINE
           END-PERFORM
           CLOSE ROLEMAT-FILE
           EXIT.

      * WS-RM-ALLOWED = 'Y' when the signed-on operator's role has a
      * matrix row for WS-RM-WANT-PROG naming WS-RM-WANT-FUNC (or *).
       CHECK-ROLE-ACCESS.
           MOVE 'Y' TO WS-RM-ALLOWED
           IF WS-OPR-ENFORCED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RM-ALLOWED
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
               UNTIL WS-RM-IX > WS-RM-COUNT
               IF WS-RM-ROLE (WS-RM-IX) = WS-SIGNON-ROLE AND
                       WS-RM-PROGRAM (WS-RM-IX) = WS-RM-WANT-PROG
                   IF WS-RM-FUNCTION (WS-RM-IX) = "*" OR
                           WS-RM-FUNCTION (WS-RM-IX) =
                               WS-RM-WANT-FUNC
                       MOVE 'Y' TO WS-RM-ALLOWED
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Salted hash over the 20 password characters - the same
      * arithmetic as the member terminal's, so one operators.txt
      * serves every program.
       HASH-OPERATOR-PASSWORD.
           MOVE 5381 TO WS-PWH-WORK
           PERFORM VARYING WS-PWH-POS FROM 1 BY 1
               UNTIL WS-PWH-POS > 20
               COMPUTE WS-PWH-WORK = FUNCTION MOD(
                   WS-PWH-WORK * 33
                   + FUNCTION ORD(WS-PWH-IN (WS-PWH-POS:1))
                   + WS-PWH-SALT, 999999999989)
           END-PERFORM
           MOVE WS-PWH-WORK TO WS-PWH-OUT
           EXIT.

      * Store WS-SIGNON-PW for operator slot WS-OPR-FOUND under a
      * fresh salt; WS-OPR-PWDATE is left to the caller.
       SET-OPERATOR-PASSWORD.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-OPR-F1
           COMPUTE WS-PWH-SALT = FUNCTION MOD(
               FUNCTION NUMVAL(WS-OPR-F1) + WS-OPR-COUNT * 73, 10000)
           MOVE WS-SIGNON-PW TO WS-PWH-IN
           PERFORM HASH-OPERATOR-PASSWORD
           MOVE "H:" TO WS-PWH-TAG
           MOVE WS-PWH-SALT TO WS-PWH-SALT-TXT
           MOVE WS-PWH-OUT TO WS-PWH-HASH-TXT
           MOVE WS-PWH-STORED TO WS-OPR-HASH (WS-OPR-FOUND)
           EXIT.

       FIND-OPERATOR.
           MOVE ZEROS TO WS-OPR-FOUND
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
               UNTIL WS-OPR-IX > WS-OPR-COUNT
               IF WS-OPR-ID (WS-OPR-IX) = WS-OPR-NEW-ID
                   SET WS-OPR-FOUND TO WS-OPR-IX
               END-IF
           END-PERFORM
           EXIT.

      * Check WS-SIGNON-ID-TXT / WS-SIGNON-PW against operators.txt.
      * WS-SIGNON-OK: Y signed on, E right password but expired,
      * N refused.
       VERIFY-OPERATOR.
           MOVE 'N' TO WS-SIGNON-OK
           IF WS-SIGNON-ID-TXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIGNON-ID-TXT TO WS-OPR-NEW-ID
           PERFORM FIND-OPERATOR
           IF WS-OPR-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-STATUS (WS-OPR-FOUND) NOT = 'A'
               DISPLAY "Operator " WS-SIGNON-ID-TXT " is suspended."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPR-HASH (WS-OPR-FOUND) TO WS-PWH-STORED
           IF WS-PWH-TAG NOT = "H:" OR
                   WS-PWH-SALT-TXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PWH-SALT-TXT TO WS-PWH-SALT
           MOVE WS-SIGNON-PW TO WS-PWH-IN
           PERFORM HASH-OPERATOR-PASSWORD
           IF WS-PWH-OUT NOT = WS-PWH-HASH-TXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPR-ID (WS-OPR-FOUND) TO WS-SIGNON-ID
           MOVE WS-OPR-ROLE (WS-OPR-FOUND) TO WS-SIGNON-ROLE
           MOVE WS-OPR-FOUND TO WS-SIGNON-SLOT
           MOVE WS-SIGNON-ID-TXT TO WS-HIST-OPER
           MOVE 'Y' TO WS-SIGNON-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF WS-OPR-PWDATE (WS-OPR-FOUND) = ZEROS
               MOVE 'E' TO WS-SIGNON-OK
           ELSE
               COMPUTE WS-OPR-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-OPR-PWDATE (WS-OPR-FOUND))
               IF WS-OPR-AGE > WS-OPR-MAX-AGE
                   MOVE 'E' TO WS-SIGNON-OK
               END-IF
           END-IF
           IF WS-SIGNON-OK = 'E' AND WS-BATCH-MODE = 'Y'
               DISPLAY "Operator " WS-SIGNON-ID-TXT
                   " password has expired - sign on to the menu "
                   "to change it."
               MOVE ZEROS TO WS-SIGNON-ID
               MOVE SPACES TO WS-SIGNON-ROLE
               MOVE "----" TO WS-HIST-OPER
               MOVE 'N' TO WS-SIGNON-OK
           END-IF
           EXIT.

      * The night scheduler's own identity: the ticket it hands
      * down in NIGHTRUN_TICKET must be the one in nightsess.txt,
      * still open and no more than a day old. Signs on as
      * operator BTCH in role BATCH, which rolematrix.txt must
      * grant each verb like any other role.
       VERIFY-NIGHT-SESSION.
           MOVE 'N' TO WS-SIGNON-OK
           MOVE SPACES TO WS-SESSION-TICKET
           ACCEPT WS-SESSION-TICKET FROM ENVIRONMENT "NIGHTRUN_TICKET"
           IF WS-SESSION-TICKET = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-FILE-STATUS NOT = "00"
               IF WS-SESSION-FILE-STATUS = "05"
                   CLOSE SESSION-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ SESSION-FILE
               AT END
                   MOVE SPACES TO SESSION-RECORD
           END-READ
           CLOSE SESSION-FILE
           IF SES-TICKET NOT = WS-SESSION-TICKET OR
                   SES-STATUS NOT = "OPEN" OR
                   SES-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-OPR-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(SES-DATE)
           IF WS-OPR-AGE < 0 OR WS-OPR-AGE > 1
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SIGNON-ID WS-SIGNON-SLOT
           MOVE "BATCH" TO WS-SIGNON-ROLE
           MOVE "BTCH" TO WS-HIST-OPER
           MOVE 'Y' TO WS-SIGNON-OK
           EXIT.

      * Interactive sign-on: three tries, then the program ends. An
      * expired password must be replaced before the menu appears.
       OPERATOR-SIGN-ON.
           MOVE 'Y' TO WS-SIGNON-OK
           IF WS-OPR-ENFORCED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SIGNON-OK
           MOVE ZEROS TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNON-OK NOT = 'N' OR
                   WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-SIGNON-ID-TXT
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-SIGNON-PW
               PERFORM VERIFY-OPERATOR
               IF WS-SIGNON-OK = 'N'
                   DISPLAY "Sign-on refused."
                   MOVE ZEROS TO WS-HIST-EMP-ID
                   MOVE "SIGNON" TO WS-HIST-FIELD
                   MOVE WS-SIGNON-ID-TXT TO WS-HIST-BEFORE
                   MOVE "REFUSED" TO WS-HIST-AFTER
                   PERFORM WRITE-HISTORY-ENTRY
               END-IF
           END-PERFORM
           IF WS-SIGNON-OK = 'E'
               DISPLAY "Your password has expired - choose a new one."
               PERFORM CHANGE-OWN-PASSWORD
           END-IF
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "Not signed on - program ends."
               MOVE "0" TO WS-CHOICE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-HIST-EMP-ID
           MOVE "SIGNON" TO WS-HIST-FIELD
           MOVE WS-SIGNON-ROLE TO WS-HIST-BEFORE
           MOVE "OK" TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Signed on as " WS-OPR-NAME (WS-SIGNON-SLOT)
               " (" WS-SIGNON-ROLE ")."
           EXIT.

       CHANGE-OWN-PASSWORD.
           MOVE WS-SIGNON-PW TO WS-SIGNON-PW2
           DISPLAY "New password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PW
           IF WS-SIGNON-PW = SPACES OR WS-SIGNON-PW = WS-SIGNON-PW2
               DISPLAY "The new password must differ from the old."
               MOVE 'N' TO WS-SIGNON-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Repeat new password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PW2
           IF WS-SIGNON-PW2 NOT = WS-SIGNON-PW
               DISPLAY "The two entries do not match."
               MOVE 'N' TO WS-SIGNON-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIGNON-SLOT TO WS-OPR-FOUND
           PERFORM SET-OPERATOR-PASSWORD
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-OPR-PWDATE (WS-OPR-FOUND)
           PERFORM SAVE-OPERATORS
           MOVE ZEROS TO WS-HIST-EMP-ID
           MOVE "OPERPW" TO WS-HIST-FIELD
           MOVE WS-SIGNON-ID TO WS-HIST-BEFORE
           MOVE "CHANGED" TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           MOVE 'Y' TO WS-SIGNON-OK
           EXIT.

       OPERATOR-MENU.
           DISPLAY " "
           DISPLAY "OPERATORS AND ACCESS ROLES"
           DISPLAY "1. List Operators"
           DISPLAY "2. Add Operator"
           DISPLAY "3. Reset Operator Password"
           DISPLAY "4. Change Operator Role"
           DISPLAY "5. Suspend / Reactivate Operator"
           DISPLAY "6. List Role Matrix"
           DISPLAY "7. Grant Function to Role"
           DISPLAY "8. Revoke Function from Role"
           DISPLAY "9. Change My Password"
           DISPLAY "10. Link Operator to Employee"
           DISPLAY "11. Staff Access Exceptions Report"
           DISPLAY "0. Back"
           DISPLAY WS-PROMPT WITH NO ADVANCING
           ACCEPT WS-OPR-CHOICE
           EVALUATE WS-OPR-CHOICE
               WHEN '1'
                   PERFORM LIST-OPERATORS
               WHEN '2'
                   PERFORM ADD-OPERATOR
               WHEN '3'
                   PERFORM RESET-OPERATOR-PASSWORD
               WHEN '4'
                   PERFORM CHANGE-OPERATOR-ROLE
               WHEN '5'
                   PERFORM TOGGLE-OPERATOR-STATUS
               WHEN '6'
                   PERFORM LIST-ROLE-MATRIX
               WHEN '7'
                   PERFORM GRANT-ROLE-FUNCTION
               WHEN '8'
                   PERFORM REVOKE-ROLE-FUNCTION
               WHEN '9'
                   IF WS-SIGNON-SLOT = ZEROS
                       DISPLAY "Nobody is signed on."
                   ELSE
                       DISPLAY "Current password: " WITH NO ADVANCING
                       ACCEPT WS-SIGNON-PW
                       MOVE WS-OPR-ID (WS-SIGNON-SLOT)
                           TO WS-SIGNON-ID-TXT
                       PERFORM VERIFY-OPERATOR
                       IF WS-SIGNON-OK = 'N'
                           DISPLAY "Password not accepted."
                       ELSE
                           PERFORM CHANGE-OWN-PASSWORD
                       END-IF
                   END-IF
               WHEN '10'
                   PERFORM LINK-OPERATOR-EMPLOYEE
               WHEN '11'
                   PERFORM STAFF-EXCEPTIONS-REPORT
               WHEN '0'
                   CONTINUE
               WHEN OTHER
           END-EVALUATE
           EXIT.

       LIST-OPERATORS.
           IF WS-OPR-COUNT = ZEROS
               DISPLAY "No operators on file - access is not "
                   "enforced."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID   NAME                 ROLE     ST PW-SET   "
               "EMP"
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
               UNTIL WS-OPR-IX > WS-OPR-COUNT
               DISPLAY WS-OPR-ID (WS-OPR-IX) " "
                   WS-OPR-NAME (WS-OPR-IX) " "
                   WS-OPR-ROLE (WS-OPR-IX) " "
                   WS-OPR-STATUS (WS-OPR-IX) "  "
                   WS-OPR-PWDATE (WS-OPR-IX) " "
                   WS-OPR-EMPID (WS-OPR-IX)
           END-PERFORM
           EXIT.

      * The first operator ever added is forced to role ADMIN and,
      * when the matrix is empty, ADMIN is granted every function of
      * every program so the site cannot lock itself out.
       ADD-OPERATOR.
           IF WS-OPR-COUNT >= 200
               DISPLAY "Operator table is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New operator ID (4 digits): " WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID-TXT
           IF WS-SIGNON-ID-TXT IS NOT NUMERIC
               DISPLAY "Operator IDs are 4 digits."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIGNON-ID-TXT TO WS-OPR-NEW-ID
           IF WS-OPR-NEW-ID = ZEROS
               DISPLAY "Operator ID 0000 is reserved."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF WS-OPR-FOUND NOT = ZEROS
               DISPLAY "Operator " WS-OPR-NEW-ID " already exists."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT WS-OPR-NEW-NAME
           IF WS-OPR-COUNT = ZEROS
               MOVE "ADMIN" TO WS-OPR-NEW-ROLE
               DISPLAY "First operator - role set to ADMIN."
           ELSE
               DISPLAY "Role: " WITH NO ADVANCING
               ACCEPT WS-OPR-NEW-ROLE
               MOVE FUNCTION UPPER-CASE(WS-OPR-NEW-ROLE)
                   TO WS-OPR-NEW-ROLE
           END-IF
           IF WS-OPR-NEW-NAME = SPACES OR WS-OPR-NEW-ROLE = SPACES
               DISPLAY "Name and role are required."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-OPERATOR-EMPLOYEE
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Initial password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PW
           IF WS-SIGNON-PW = SPACES
               DISPLAY "A password is required."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-OPR-NEW-NAME REPLACING ALL "," BY " "
           ADD 1 TO WS-OPR-COUNT
           MOVE WS-OPR-COUNT TO WS-OPR-FOUND
           MOVE WS-OPR-NEW-ID TO WS-OPR-ID (WS-OPR-FOUND)
           MOVE WS-OPR-NEW-NAME TO WS-OPR-NAME (WS-OPR-FOUND)
           MOVE WS-OPR-NEW-ROLE TO WS-OPR-ROLE (WS-OPR-FOUND)
           MOVE 'A' TO WS-OPR-STATUS (WS-OPR-FOUND)
           MOVE ZEROS TO WS-OPR-PWDATE (WS-OPR-FOUND)
           MOVE WS-LOOKUP-ID TO WS-OPR-EMPID (WS-OPR-FOUND)
           PERFORM SET-OPERATOR-PASSWORD
           PERFORM SAVE-OPERATORS
           IF WS-RM-COUNT = ZEROS
               MOVE "ADMIN" TO WS-OPR-NEW-ROLE
               MOVE "*" TO WS-OPR-NEW-FUNC
               MOVE "EMPMGMT" TO WS-OPR-NEW-PROG
               PERFORM ADD-MATRIX-ROW
               MOVE "ATMSUP" TO WS-OPR-NEW-PROG
               PERFORM ADD-MATRIX-ROW
               MOVE "STAFF" TO WS-OPR-NEW-PROG
               PERFORM ADD-MATRIX-ROW
               MOVE "INVPROC" TO WS-OPR-NEW-PROG
               PERFORM ADD-MATRIX-ROW
               PERFORM SAVE-ROLE-MATRIX
               DISPLAY "Role matrix started: ADMIN may use "
                   "everything."
           END-IF
           MOVE ZEROS TO WS-HIST-EMP-ID
           MOVE "OPERADD" TO WS-HIST-FIELD
           MOVE WS-OPR-NEW-ID TO WS-HIST-BEFORE
           MOVE WS-OPR-NEW-ROLE TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Operator " WS-OPR-NEW-ID " added; the password "
               "must be changed at first sign-on."
           IF WS-OPR-ENFORCED NOT = 'Y'
               MOVE 'Y' TO WS-OPR-ENFORCED
               MOVE WS-OPR-NEW-ID TO WS-SIGNON-ID
               MOVE WS-OPR-FOUND TO WS-SIGNON-SLOT
               MOVE WS-OPR-NEW-ROLE TO WS-SIGNON-ROLE
               MOVE WS-OPR-NEW-ID TO WS-HIST-OPER
           END-IF
           EXIT.

       ASK-EXISTING-OPERATOR.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID-TXT
           MOVE ZEROS TO WS-OPR-FOUND
           IF WS-SIGNON-ID-TXT IS NUMERIC
               MOVE WS-SIGNON-ID-TXT TO WS-OPR-NEW-ID
               PERFORM FIND-OPERATOR
           END-IF
           IF WS-OPR-FOUND = ZEROS
               DISPLAY "No such operator."
           END-IF
           EXIT.

      * Employee ID for an operator into WS-LOOKUP-ID (zero = not
      * linked). WS-FOUND-FLAG comes back 'N' for an unknown ID.
       ASK-OPERATOR-EMPLOYEE.
           DISPLAY "Employee ID (blank = not linked): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-OPR-EMP-TXT
           ACCEPT WS-OPR-EMP-TXT
           MOVE ZEROS TO WS-LOOKUP-ID
           MOVE 'Y' TO WS-FOUND-FLAG
           IF WS-OPR-EMP-TXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-EMP-TXT IS NOT NUMERIC
               DISPLAY "Employee IDs are 5 digits."
               MOVE 'N' TO WS-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPR-EMP-TXT TO WS-LOOKUP-ID
           PERFORM FIND-EMPLOYEE-BY-ID
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "No employee " WS-LOOKUP-ID "."
           END-IF
           EXIT.

       LINK-OPERATOR-EMPLOYEE.
           PERFORM ASK-EXISTING-OPERATOR
           IF WS-OPR-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Currently linked to employee "
               WS-OPR-EMPID (WS-OPR-FOUND)
           PERFORM ASK-OPERATOR-EMPLOYEE
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-HIST-EMP-ID
           MOVE "OPEREMP" TO WS-HIST-FIELD
           MOVE WS-OPR-EMPID (WS-OPR-FOUND) TO WS-HIST-BEFORE
           MOVE WS-OPR-NEW-ID TO WS-HIST-BEFORE (10:4)
           MOVE WS-LOOKUP-ID TO WS-HIST-AFTER
           MOVE WS-LOOKUP-ID TO WS-OPR-EMPID (WS-OPR-FOUND)
           PERFORM SAVE-OPERATORS
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Operator " WS-OPR-NEW-ID " linked to employee "
               WS-LOOKUP-ID "."
           EXIT.

       RESET-OPERATOR-PASSWORD.
           PERFORM ASK-EXISTING-OPERATOR
           IF WS-OPR-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Temporary password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PW
           IF WS-SIGNON-PW = SPACES
               DISPLAY "A password is required."
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-OPERATOR-PASSWORD
           MOVE ZEROS TO WS-OPR-PWDATE (WS-OPR-FOUND)
           PERFORM SAVE-OPERATORS
           MOVE ZEROS TO WS-HIST-EMP-ID
           MOVE "OPERPW" TO WS-HIST-FIELD
           MOVE WS-OPR-NEW-ID TO WS-HIST-BEFORE
           MOVE "RESET" TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Password reset; it must be changed at the next "
               "sign-on."
           EXIT.

       CHANGE-OPERATOR-ROLE.
           PERFORM ASK-EXISTING-OPERATOR
           IF WS-OPR-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-FOUND = WS-SIGNON-SLOT
               DISPLAY "You cannot change your own role."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current role " WS-OPR-ROLE (WS-OPR-FOUND)
               ", new role: " WITH NO ADVANCING
           ACCEPT WS-OPR-NEW-ROLE
           MOVE FUNCTION UPPER-CASE(WS-OPR-NEW-ROLE)
               TO WS-OPR-NEW-ROLE
           IF WS-OPR-NEW-ROLE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-HIST-EMP-ID
           MOVE "OPERROLE" TO WS-HIST-FIELD
           MOVE WS-OPR-ROLE (WS-OPR-FOUND) TO WS-HIST-BEFORE
           MOVE WS-OPR-NEW-ID TO WS-HIST-BEFORE (10:4)
           MOVE WS-OPR-NEW-ROLE TO WS-HIST-AFTER
           MOVE WS-OPR-NEW-ROLE TO WS-OPR-ROLE (WS-OPR-FOUND)
           PERFORM SAVE-OPERATORS
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Role changed."
           EXIT.

       TOGGLE-OPERATOR-STATUS.
           PERFORM ASK-EXISTING-OPERATOR
           IF WS-OPR-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-FOUND = WS-SIGNON-SLOT
               DISPLAY "You cannot suspend yourself."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-HIST-EMP-ID
           MOVE "OPERSTAT" TO WS-HIST-FIELD
           MOVE WS-OPR-NEW-ID TO WS-HIST-BEFORE
           IF WS-OPR-STATUS (WS-OPR-FOUND) = 'A'
               MOVE 'S' TO WS-OPR-STATUS (WS-OPR-FOUND)
               MOVE "SUSPENDED" TO WS-HIST-AFTER
           ELSE
               MOVE 'A' TO WS-OPR-STATUS (WS-OPR-FOUND)
               MOVE "REACTIVATED" TO WS-HIST-AFTER
           END-IF
           PERFORM SAVE-OPERATORS
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Operator " WS-OPR-NEW-ID " " WS-HIST-AFTER
           EXIT.

       LIST-ROLE-MATRIX.
           IF WS-RM-COUNT = ZEROS
               DISPLAY "Role matrix is empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ROLE     PROGRAM  FUNCTION"
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
               UNTIL WS-RM-IX > WS-RM-COUNT
               DISPLAY WS-RM-ROLE (WS-RM-IX) " "
                   WS-RM-PROGRAM (WS-RM-IX) " "
                   WS-RM-FUNCTION (WS-RM-IX)
           END-PERFORM
           EXIT.

       ADD-MATRIX-ROW.
           IF WS-RM-COUNT < 300
               ADD 1 TO WS-RM-COUNT
               MOVE WS-OPR-NEW-ROLE TO WS-RM-ROLE (WS-RM-COUNT)
               MOVE WS-OPR-NEW-PROG TO WS-RM-PROGRAM (WS-RM-COUNT)
               MOVE WS-OPR-NEW-FUNC TO WS-RM-FUNCTION (WS-RM-COUNT)
           END-IF
           EXIT.

       ASK-MATRIX-ROW.
           DISPLAY "Role: " WITH NO ADVANCING
           ACCEPT WS-OPR-NEW-ROLE
           DISPLAY "Program (EMPMGMT, ATMSUP, STAFF, INVPROC): "
               WITH NO ADVANCING
           ACCEPT WS-OPR-NEW-PROG
           DISPLAY "Function (menu option, verb or mode; * = all): "
               WITH NO ADVANCING
           ACCEPT WS-OPR-NEW-FUNC
           MOVE FUNCTION UPPER-CASE(WS-OPR-NEW-ROLE) TO WS-OPR-NEW-ROLE
           MOVE FUNCTION UPPER-CASE(WS-OPR-NEW-PROG) TO WS-OPR-NEW-PROG
           MOVE FUNCTION UPPER-CASE(WS-OPR-NEW-FUNC) TO WS-OPR-NEW-FUNC
           MOVE ZEROS TO WS-OPR-FOUND
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
               UNTIL WS-RM-IX > WS-RM-COUNT
               IF WS-RM-ROLE (WS-RM-IX) = WS-OPR-NEW-ROLE AND
                       WS-RM-PROGRAM (WS-RM-IX) = WS-OPR-NEW-PROG AND
                       WS-RM-FUNCTION (WS-RM-IX) = WS-OPR-NEW-FUNC
                   SET WS-OPR-FOUND TO WS-RM-IX
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-HIST-EMP-ID
           MOVE WS-OPR-NEW-ROLE TO WS-HIST-BEFORE
           MOVE WS-OPR-NEW-PROG TO WS-HIST-AFTER
           MOVE WS-OPR-NEW-FUNC TO WS-HIST-AFTER (10:8)
           EXIT.

       GRANT-ROLE-FUNCTION.
           PERFORM ASK-MATRIX-ROW
           IF WS-OPR-NEW-ROLE = SPACES OR WS-OPR-NEW-PROG = SPACES
                   OR WS-OPR-NEW-FUNC = SPACES
               DISPLAY "Role, program and function are all required."
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-FOUND NOT = ZEROS
               DISPLAY "That grant already exists."
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-MATRIX-ROW
           PERFORM SAVE-ROLE-MATRIX
           MOVE "GRANT" TO WS-HIST-FIELD
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Granted."
           EXIT.

       REVOKE-ROLE-FUNCTION.
           PERFORM ASK-MATRIX-ROW
           IF WS-OPR-FOUND = ZEROS
               DISPLAY "No such grant."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RM-IX FROM WS-OPR-FOUND BY 1
               UNTIL WS-RM-IX >= WS-RM-COUNT
               MOVE WS-RM-ENTRY (WS-RM-IX + 1)
                   TO WS-RM-ENTRY (WS-RM-IX)
           END-PERFORM
           SUBTRACT 1 FROM WS-RM-COUNT
           PERFORM SAVE-ROLE-MATRIX
           MOVE "REVOKE" TO WS-HIST-FIELD
           PERFORM WRITE-HISTORY-ENTRY
           DISPLAY "Revoked."
           EXIT.

      * One line per employee for the member terminal, which locks
      * out staff whose linked employee is T and blocks those on L.
       WRITE-STAFF-STATUS-EXTRACT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SX-DATE
           OPEN OUTPUT STAFFSTAT-FILE
           IF WS-STAFFSTAT-FILE-STATUS NOT = "00"
               DISPLAY "Warning: could not write staffstat.txt "
                   "(status " WS-STAFFSTAT-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMPLOYEE-COUNT
               MOVE SPACES TO WS-SX-LINE
               STRING WS-EMP-ID OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EMP-STATUS OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EMP-NAME OF WS-EMPLOYEE-ENTRY (WS-COUNTER)
                          DELIMITED BY "  "
                      "," DELIMITED BY SIZE
                      WS-SX-DATE DELIMITED BY SIZE
                      INTO WS-SX-LINE
               END-STRING
               WRITE STAFFSTAT-RECORD FROM WS-SX-LINE
           END-PERFORM
           CLOSE STAFFSTAT-FILE
           EXIT.

      * Every active operator whose role has any STAFF grant must be
      * linked to an employee on file with status A; the rest are
      * listed in staffexc.txt for follow-up.
       STAFF-EXCEPTIONS-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SX-DATE
           MOVE ZEROS TO WS-SX-COUNT
           OPEN OUTPUT STAFFEXC-FILE
           IF WS-STAFFEXC-FILE-STATUS NOT = "00"
               DISPLAY "Warning: could not write staffexc.txt "
                   "(status " WS-STAFFEXC-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SX-LINE
           STRING "STAFF ACCESS EXCEPTIONS " DELIMITED BY SIZE
                  WS-SX-DATE DELIMITED BY SIZE
                  INTO WS-SX-LINE
           END-STRING
           WRITE STAFFEXC-RECORD FROM WS-SX-LINE
           MOVE "OPER NAME                 ROLE     EMP   REASON"
               TO WS-SX-LINE
           WRITE STAFFEXC-RECORD FROM WS-SX-LINE
           PERFORM VARYING WS-OPR-IX FROM 1 BY 1
               UNTIL WS-OPR-IX > WS-OPR-COUNT
               PERFORM CHECK-STAFF-OPERATOR
           END-PERFORM
           MOVE SPACES TO WS-SX-LINE
           STRING "EXCEPTIONS: " DELIMITED BY SIZE
                  WS-SX-COUNT DELIMITED BY SIZE
                  INTO WS-SX-LINE
           END-STRING
           WRITE STAFFEXC-RECORD FROM WS-SX-LINE
           CLOSE STAFFEXC-FILE
           DISPLAY "Staff access exceptions: " WS-SX-COUNT
               " (staffexc.txt)."
           EXIT.

       CHECK-STAFF-OPERATOR.
           IF WS-OPR-STATUS (WS-OPR-IX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SX-STAFF
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
               UNTIL WS-RM-IX > WS-RM-COUNT
               IF WS-RM-ROLE (WS-RM-IX) = WS-OPR-ROLE (WS-OPR-IX)
                       AND WS-RM-PROGRAM (WS-RM-IX) = "STAFF"
                   MOVE 'Y' TO WS-SX-STAFF
               END-IF
           END-PERFORM
           IF WS-SX-STAFF = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SX-REASON
           IF WS-OPR-EMPID (WS-OPR-IX) = ZEROS
               MOVE "NOT LINKED TO EMPLOYEE" TO WS-SX-REASON
           ELSE
               MOVE WS-OPR-EMPID (WS-OPR-IX) TO WS-LOOKUP-ID
               PERFORM FIND-EMPLOYEE-BY-ID
               IF WS-FOUND-FLAG = 'N'
                   MOVE "NO SUCH EMPLOYEE" TO WS-SX-REASON
               ELSE
                   EVALUATE WS-EMP-STATUS
                           OF WS-EMPLOYEE-ENTRY (WS-FOUND-IX)
                       WHEN 'A'
                           CONTINUE
                       WHEN 'L'
                           MOVE "ON LEAVE - BLOCKED" TO WS-SX-REASON
                       WHEN 'T'
                           MOVE "TERMINATED - LOCKED" TO WS-SX-REASON
                       WHEN OTHER
                           MOVE "EMPLOYEE NOT ACTIVE" TO WS-SX-REASON
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-SX-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SX-COUNT
           MOVE SPACES TO WS-SX-LINE
           STRING WS-OPR-ID (WS-OPR-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPR-NAME (WS-OPR-IX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OPR-ROLE (WS-OPR-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPR-EMPID (WS-OPR-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SX-REASON DELIMITED BY SIZE
                  INTO WS-SX-LINE
           END-STRING
           WRITE STAFFEXC-RECORD FROM WS-SX-LINE
           EXIT.

       END PROGRAM EMPMGMT.
