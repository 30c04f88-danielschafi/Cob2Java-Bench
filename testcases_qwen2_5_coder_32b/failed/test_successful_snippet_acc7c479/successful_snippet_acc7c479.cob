           SELECT OPTIONAL F-MERCHORD-FILE ASSIGN TO
             "orders_merch.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-MSTATUS-FILE ASSIGN TO
             "merchstatus.csv"
             ORGANIZATION IS LINE SEQUENTIAL.
        *>   DUAL-CONTROL PENDING STAFF ACTIONS FILE CONTROL
           SELECT OPTIONAL F-STFPEND-FILE ASSIGN TO "staffpend.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
        *>   SHARED OPERATOR AND ROLE MATRIX FILE CONTROL
           SELECT OPTIONAL F-OPERATOR-FILE ASSIGN TO "operators.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-ROLEMAT-FILE ASSIGN TO "rolematrix.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-STAFFSTAT-FILE ASSIGN TO "staffstat.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
        *>   ABUSE REPORT CASE FILE CONTROL
           SELECT OPTIONAL F-CASE-FILE ASSIGN TO "cases.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
        *>   MEMBER DATA EXPORT FILE CONTROL
           SELECT F-EXPORT-FILE ASSIGN TO WS-EXPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-TOURENT-FILE ASSIGN TO "tourentry.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
        *>   REFERRAL REPORT FILE CONTROL
           SELECT OPTIONAL F-REFRPT-FILE ASSIGN TO "referrals.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
        *>   CLUB EVENTS FILE CONTROL
           SELECT OPTIONAL F-EVENT-FILE ASSIGN TO "events.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-EVRSVP-FILE ASSIGN TO "eventrsvp.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-EVDOOR-FILE ASSIGN TO "attendees.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 MR-OWED                        PIC 9(3).
        *>     SIGN-UP DATE FOR THE PROFILE PAGE (OLD FILES LOAD 0)
              05 MR-JOINED                      PIC 9(8).
        *>     REFERRAL: THE MEMBER'S OWN CODE, WHO REFERRED THEM
        *>     AND WHERE THAT STANDS (P PENDING FIRST PURCHASE,
        *>     C BONUS PAID, X NO BONUS), AND AS A REFERRER THE
        *>     BONUSES PAID THIS MONTH AND IN ALL (OLD FILES LOAD
        *>     BLANK AND ARE GIVEN A CODE AT STARTUP)
              05 MR-REFCODE                     PIC X(8).
              05 MR-REFBY                       PIC X(16).
              05 MR-REFSTAT                     PIC X.
              05 MR-REF-MONTH                   PIC 9(6).
              05 MR-REF-MCOUNT                  PIC 9(2).
              05 MR-REF-PAID                    PIC 9(5).
        *>     NIGHTLY EMAIL DIGEST: Y WHEN THE MEMBER HAS OPTED IN,
        *>     AND THE ADDRESS IT GOES TO (OLD FILES LOAD N/BLANK)
              05 MR-DIGEST                      PIC X.
              05 MR-EMAIL                       PIC X(40).
        *>  ANNOUNCEMENTS F-Section: STAFF NOTICES WITH EFFECTIVE
        *>  AND EXPIRY DATES, SHOWN TO MEMBERS AT LOGIN.
           FD F-ANN-FILE.
              05 OM-QTY                         PIC 9(2).
              05 OM-PRICE                       PIC 9(3).
              05 OM-DATE                        PIC 9(8).
        *>  WHAT THE WAREHOUSE'S PROCESS RUN REPORTED BACK: ORDER
        *>  REFERENCE (NAME COLUMN OF THE SALE LINE), STATUS O=
        *>  ORDERED S=SHIPPED B=BACKORDERED P=SHORT-PICKED X=
        *>  CANCELLED, UNITS SHIPPED AND CANCELLED SO FAR, THE DATE
        *>  OF THE LAST CHANGE AND THE PICK REFERENCE. ROWS WRITTEN
        *>  BEFORE THE FEED EXISTED READ AS ORDERED.
              05 OM-REF                         PIC X(18).
              05 OM-STATUS                      PIC X.
              05 OM-SHIPPED                     PIC 9(2).
              05 OM-CANCELLED                   PIC 9(2).
              05 OM-STAT-DATE                   PIC 9(8).
              05 OM-PICKREF                     PIC X(18).
        *>  ONE LINE PER MEMBERSTORE SALE LEG FROM THE WAREHOUSE:
        *>  MEMBER,SKU,QTY,ORDERDATE,STATUS,STATUSDATE,PICKREF,
        *>  ORDERREF. APPLIED AND CLEARED AT STARTUP.
           FD F-MSTATUS-FILE.
           01 MSTATUS-REC                       PIC X(200).
        *>  DUAL-CONTROL F-Section: HIGH-RISK STAFF ACTIONS (LARGE
        *>  CREDIT ADJUSTMENTS, PASSWORD RESETS) QUEUE HERE AND A
        *>  DIFFERENT STAFF ID MUST APPROVE THEM BEFORE THEY
              05 SPD-TARGET                     PIC X(16).
              05 SPD-AMOUNT                     PIC 9(3).
              05 SPD-REQID                      PIC X(16).
        *>  OPERATOR F-Section: THE SITE-WIDE OPERATOR FILE AND
        *>  ROLE MATRIX, MAINTAINED IN EMPMGMT. CSV ROWS:
        *>  OPERID(4),NAME,PWHASH,PWDATE,ROLE,STATUS,EMPID(5) AND
        *>  ROLE,PROGRAM,FUNCTION. THE STAFF CONSOLE IS PROGRAM
        *>  STAFF AND ITS FUNCTIONS ARE THE MENU LETTERS.
           FD F-OPERATOR-FILE.
           01 OPERATOR-REC                      PIC X(80).
           FD F-ROLEMAT-FILE.
           01 ROLEMAT-REC                       PIC X(40).
        *>  STAFF STATUS F-Section: EMPMGMT'S EXTRACT, REWRITTEN ON
        *>  EVERY SAVE: EMPID(5),STATUS(A/L/T),NAME,ASOFDATE.
           FD F-STAFFSTAT-FILE.
           01 STAFFSTAT-REC                     PIC X(60).
        *>  ABUSE REPORT F-Section: ONE ROW PER CASE. A MEMBER'S
        *>  REPORT OPENS IT WITH A COPY OF THE REPORTED CONTENT
        *>  (THE ORIGINAL MAY LATER BE DELETED); STAFF CLOSE IT AS
        *>  DISMISSED, WARNED, OR STRUCK. CLOSED CASES STAY ON FILE
        *>  SO THE 90-DAY STRIKE COUNT CAN BE TAKEN FROM THEM.
           FD F-CASE-FILE.
           01 CASE-REC.
              05 CS-ID                          PIC 9(5).
              05 CS-OPENED                      PIC 9(8).
              05 CS-KIND                        PIC X(4).
              05 CS-REPORTER                    PIC X(16).
              05 CS-SUBJECT                     PIC X(16).
              05 CS-CONTENT                     PIC X(60).
              05 CS-REASON                      PIC X(40).
              05 CS-STATUS                      PIC X.
              05 CS-STAFF                       PIC X(16).
              05 CS-CLOSED                      PIC 9(8).
        *>  MEMBER DATA EXPORT F-Section: ONE PRIVACY PACKAGE PER
        *>  REQUEST, COLLECTING THE MEMBER'S ROWS FROM EVERY FILE
        *>  THAT CARRIES THEM.
              05 PL-OPT OCCURS 5 TIMES.
                 10 PL-OPT-TEXT                 PIC X(20).
                 10 PL-OPT-VOTES                PIC 9(3).
              05 PL-OWNER                       PIC X(16).
           FD F-PVOTE-FILE.
           01 PVOTE-REC.
              05 PV-POLL                        PIC 9(2).
              05 TE-TOUR                        PIC X(20).
              05 TE-NAME                        PIC X(16).
              05 TE-BASE                        PIC 9(5).
        *>  CLUB EVENTS F-Section: STAFF-MAINTAINED MEETUPS WITH A
        *>  CAPACITY, A TICKET PRICE IN CREDITS (0 = FREE), AND AN
        *>  RSVP CUTOFF. STATUS O = OPEN, F = PAST THE CUTOFF,
        *>  C = CANCELLED BY STAFF. ONE RSVP ROW PER MEMBER PER
        *>  EVENT: A = ATTENDING, W = WAITLISTED (IN FILE ORDER).
        *>  WAITLISTED MEMBERS PAY UP FRONT AND ARE REFUNDED IF
        *>  NO SEAT FREES UP BEFORE THE CUTOFF.
           FD F-EVENT-FILE.
           01 EVENT-REC.
              05 EV-ID                          PIC 9(4).
              05 EV-TITLE                       PIC X(30).
              05 EV-DATE                        PIC 9(8).
              05 EV-LOCATION                    PIC X(20).
              05 EV-CAPACITY                    PIC 9(3).
              05 EV-PRICE                       PIC 9(3).
              05 EV-CUTOFF                      PIC 9(8).
              05 EV-STATUS                      PIC X.
           FD F-EVRSVP-FILE.
           01 EVRSVP-REC.
              05 ER-EVENT                       PIC 9(4).
              05 ER-NAME                        PIC X(16).
              05 ER-STATUS                      PIC X.
              05 ER-PAID                        PIC 9(3).
              05 ER-DATE                        PIC 9(8).
        *>  EVENT DOOR LIST F-Section: THE ATTENDEE SHEET STAFF
        *>  PRINT FOR THE DOOR, ONE EVENT PER RUN.
           FD F-EVDOOR-FILE.
           01 EVDOOR-LINE                       PIC X(80).
        *>  REFERRAL REPORT F-Section: ONE LINE PER REFERRER WITH
        *>  THE MEMBERS THEY BROUGHT IN, HOW MANY HAVE CONVERTED,
        *>  AND THE BONUS CREDITS PAID OUT.
           FD F-REFRPT-FILE.
           01 REFRPT-REC.
              05 RFR-NAME                       PIC X(16).
              05 RFR-SP1                        PIC X(2).
              05 RFR-CODE                       PIC X(8).
              05 RFR-SP2                        PIC X(2).
              05 RFR-REFERRED                   PIC ZZ9.
              05 RFR-SP3                        PIC X(2).
              05 RFR-PENDING                    PIC ZZ9.
              05 RFR-SP4                        PIC X(2).
              05 RFR-CONVERTED                  PIC ZZ9.
              05 RFR-SP5                        PIC X(2).
              05 RFR-CAPPED                     PIC ZZ9.
              05 RFR-SP6                        PIC X(2).
              05 RFR-PAID                       PIC ZZZZ9.
        *>  TIC-TAC-TOE F-Section
           FD FD-WINMASKS.
           01 FD-WINMASK                       PIC X(9).
                 15 MEM-CARD-CVV               PIC 9(3).
               10 MEM-OWED                     PIC 9(3).
               10 MEM-JOINED                   PIC 9(8).
               10 MEM-REFCODE                  PIC X(8).
               10 MEM-REFBY                    PIC X(16).
               10 MEM-REFSTAT                  PIC X.
               10 MEM-REF-MONTH                PIC 9(6).
               10 MEM-REF-MCOUNT               PIC 9(2).
               10 MEM-REF-PAID                 PIC 9(5).
               10 MEM-DIGEST                   PIC X.
               10 MEM-EMAIL                    PIC X(40).
           01 WS-MEM-IX                        PIC 9(3) VALUE 0.
           01 WS-MEM-FOUND                     PIC X VALUE "N".
           01 WS-MEM-LOOKUP                    PIC X(16).
           01 WS-MEM-SAVE-IX                   PIC 9(3) VALUE 0.
           01 WS-MEMBERS-LOADED                PIC X VALUE "N".
      ******************************************************************
      ********-----MEMBER REFERRALS (CODES, BONUS, MONTHLY CAP)----*****
      ******************************************************************
           01 WS-REF-BONUS                     PIC 9(3) VALUE 20.
           01 WS-REF-MONTH-CAP                 PIC 9(2) VALUE 5.
           01 WS-REF-NEXT                      PIC 9(6) VALUE 0.
           01 WS-REF-SEQ                       PIC 9(6) VALUE 0.
           01 WS-REF-ASSIGNED                  PIC X VALUE "N".
           01 WS-REF-LOOKUP                    PIC X(8).
           01 WS-REF-IX                        PIC 9(3) VALUE 0.
           01 WS-REF-IX2                       PIC 9(3) VALUE 0.
           01 WS-REF-NEW-IX                    PIC 9(3) VALUE 0.
           01 WS-REF-MONTH                     PIC 9(6) VALUE 0.
           01 WS-NEW-REFCODE                   PIC X(8).
           01 WS-USER-REFCODE                  PIC X(8).
           01 WS-RR-REFERRED                   PIC 9(3) VALUE 0.
           01 WS-RR-PENDING                    PIC 9(3) VALUE 0.
           01 WS-RR-CONVERTED                  PIC 9(3) VALUE 0.
           01 WS-RR-CAPPED                     PIC 9(3) VALUE 0.
           01 WS-RR-TOT-REFERRERS              PIC 9(3) VALUE 0.
           01 WS-RR-TOT-REFERRED               PIC 9(3) VALUE 0.
           01 WS-RR-TOT-CONVERTED              PIC 9(3) VALUE 0.
           01 WS-RR-TOT-PAID                   PIC 9(6) VALUE 0.
      ******************************************************************
      ****-----BOARD MASTER TABLES (LOADED FROM THE BOARD FILES)----****
      ******************************************************************
           01 WS-BOARD-COUNT                   PIC 9(3) VALUE 0.
           01 WS-TOUR-NEW-SP1                  PIC 9(2) VALUE 0.
           01 WS-TOUR-NEW-SP2                  PIC 9(2) VALUE 0.
      ******************************************************************
      **************-----CLUB EVENT VARIABLES-----**********************
      ******************************************************************
           01 WS-EV-COUNT                      PIC 9(2) VALUE 0.
           01 WS-EV-TABLE.
             05 WS-EV-ENTRY                    OCCURS 30 TIMES.
               10 EVT-ID                       PIC 9(4).
               10 EVT-TITLE                    PIC X(30).
               10 EVT-DATE                     PIC 9(8).
               10 EVT-LOCATION                 PIC X(20).
               10 EVT-CAPACITY                 PIC 9(3).
               10 EVT-PRICE                    PIC 9(3).
               10 EVT-CUTOFF                   PIC 9(8).
               10 EVT-STATUS                   PIC X.
           01 WS-ER-COUNT                      PIC 9(3) VALUE 0.
           01 WS-ER-TABLE.
             05 WS-ER-ENTRY                    OCCURS 500 TIMES.
               10 ERT-EVENT                    PIC 9(4).
               10 ERT-NAME                     PIC X(16).
               10 ERT-STATUS                   PIC X.
               10 ERT-PAID                     PIC 9(3).
               10 ERT-DATE                     PIC 9(8).
           01 WS-EV-IX                         PIC 9(2) VALUE 0.
           01 WS-ER-IX                         PIC 9(3) VALUE 0.
           01 WS-ER-DROP                       PIC 9(3) VALUE 0.
           01 WS-EV-SLOT                       PIC 9(2) VALUE 0.
           01 WS-EV-PICK                       PIC 9(4) VALUE 0.
           01 WS-EV-NEXT-ID                    PIC 9(4) VALUE 1.
           01 WS-EV-CHOICE                     PIC X.
           01 WS-EV-YN                         PIC X.
           01 WS-EV-TAKEN                      PIC 9(3) VALUE 0.
           01 WS-EV-WAITING                    PIC 9(3) VALUE 0.
           01 WS-EV-MINE                       PIC X.
           01 WS-EV-MINE-IX                    PIC 9(3) VALUE 0.
           01 WS-EV-WAS                        PIC X.
           01 WS-EV-DONE                       PIC X VALUE "N".
           01 WS-EV-WHO                        PIC X(16).
           01 WS-EV-PAY                        PIC 9(3) VALUE 0.
           01 WS-EV-PM-TEXT                    PIC X(60).
           01 WS-EV-LINE-NO                    PIC ZZ9.
           01 WS-EV-NEW-TITLE                  PIC X(30).
           01 WS-EV-NEW-DATE                   PIC 9(8) VALUE 0.
           01 WS-EV-NEW-LOC                    PIC X(20).
           01 WS-EV-NEW-CAP                    PIC 9(3) VALUE 0.
           01 WS-EV-NEW-PRICE                  PIC 9(3) VALUE 0.
           01 WS-EV-NEW-CUTOFF                 PIC 9(8) VALUE 0.
      ******************************************************************
      **********-----CHARGEBACK CLAWBACK VARIABLES-----*****************
      ******************************************************************
           01 WS-CB-CREDITS                    PIC 9(3) VALUE 0.
           01 WS-CB-SLOT                       PIC 9 VALUE 0.
           01 WS-CB-HITS                       PIC 9(3) VALUE 0.
           01 WS-CB-MEMBER                     PIC X(16).
      *>   THE RETURNED CHARGE'S AMOUNT, CARRIED INTO THE AUDIT
      *>   RECORD SO THE CREDIT RECONCILIATION CAN TIE IT TO THE BANK
           01 WS-CB-MONEY                      PIC 9(5)V9(2) VALUE 0.
           01 WS-CB-MONEY-X REDEFINES WS-CB-MONEY
                                               PIC X(7).
      *>   CHARGEBACK DEBT A NEW CREDIT ADDITION PAID OFF
           01 WS-OWED-PAID                     PIC 9(3) VALUE 0.
      ******************************************************************
      ********-----ACHIEVEMENT / PROFILE PAGE VARIABLES-----************
      ******************************************************************
               10 PLT-OPT OCCURS 5 TIMES.
                 15 PLT-OPT-TEXT               PIC X(20).
                 15 PLT-OPT-VOTES              PIC 9(3).
               10 PLT-OWNER                    PIC X(16).
           01 WS-PV-COUNT                      PIC 9(3) VALUE 0.
           01 WS-PV-TABLE.
             05 WS-PV-ENTRY                    OCCURS 500 TIMES.
           01 WS-SUB-NOWDD                     PIC 9(2) VALUE 0.
           01 WS-SUB-CREDITS                   PIC 9(3) VALUE 0.
      ******************************************************************
      ***********-----EMAIL DIGEST SETTINGS VARIABLES-----**************
      ******************************************************************
           01 WS-DG-CHOICE                     PIC X.
           01 WS-DG-EMAIL                      PIC X(40).
           01 WS-DG-AT                         PIC 9(2) VALUE 0.
      ******************************************************************
      ****-----PRIVACY EXPORT / DELETE-ACCOUNT VARIABLES-----***********
      ******************************************************************
           01 WS-EXPORT-PATH                   PIC X(30) VALUE SPACES.
           01 WS-DUAL-THRESHOLD                PIC 9(3) VALUE 100.
           01 WS-SPD-DIFF                      PIC S9(4) VALUE 0.
      ******************************************************************
      ***********-----ABUSE REPORT CASE VARIABLES-----******************
      ******************************************************************
           01 WS-CS-COUNT                      PIC 9(3) VALUE 0.
           01 WS-CS-TABLE.
             05 WS-CS-ENTRY                    OCCURS 300 TIMES.
               10 CST-ID                       PIC 9(5).
               10 CST-OPENED                   PIC 9(8).
               10 CST-KIND                     PIC X(4).
               10 CST-REPORTER                 PIC X(16).
               10 CST-SUBJECT                  PIC X(16).
               10 CST-CONTENT                  PIC X(60).
               10 CST-REASON                   PIC X(40).
               10 CST-STATUS                   PIC X.
               10 CST-STAFF                    PIC X(16).
               10 CST-CLOSED                   PIC 9(8).
           01 WS-CS-IX                         PIC 9(3) VALUE 0.
           01 WS-CS-PICK                       PIC 9(3) VALUE 0.
           01 WS-CS-KEPT                       PIC 9(3) VALUE 0.
           01 WS-CS-OPEN                       PIC 9(3) VALUE 0.
           01 WS-CS-CHOICE                     PIC X.
           01 WS-CS-ACTION                     PIC X.
           01 WS-CS-DUP                        PIC X VALUE "N".
           01 WS-CS-NEXT-ID                    PIC 9(5) VALUE 1.
           01 WS-CS-NEW-KIND                   PIC X(4).
           01 WS-CS-NEW-SUBJECT                PIC X(16).
           01 WS-CS-NEW-CONTENT                PIC X(60).
           01 WS-CS-NEW-REASON                 PIC X(40).
           01 WS-CS-STRIKES                    PIC 9(2) VALUE 0.
           01 WS-CS-STRIKE-LIMIT               PIC 9(2) VALUE 3.
           01 WS-CS-STRIKE-DAYS                PIC 9(3) VALUE 90.
           01 WS-CS-TODAY-INT                  PIC 9(8) VALUE 0.
           01 WS-CS-AGE                        PIC S9(8) VALUE 0.
           01 WS-CS-PM-TO                      PIC X(16).
           01 WS-CS-PM-TEXT                    PIC X(60).
      ******************************************************************
      ***********-----MERCHANDISE STORE VARIABLES-----******************
      ******************************************************************
           01 WS-MCH-COUNT                     PIC 9(2) VALUE 0.
           01 WS-MCH-TX-F1                     PIC X(12).
           01 WS-MCH-TX-F2                     PIC X(24).
           01 WS-MCH-TX-F3                     PIC X(12).
      *>   ORDER STATUS FED BACK FROM THE WAREHOUSE AT STARTUP
           01 WS-MO-COUNT                      PIC 9(4) VALUE 0.
           01 WS-MO-TABLE.
             05 WS-MO-ENTRY                    OCCURS 5000 TIMES.
               10 MO-NAME                      PIC X(16).
               10 MO-SKU                       PIC X(24).
               10 MO-QTY                       PIC 9(2).
               10 MO-PRICE                     PIC 9(3).
               10 MO-DATE                      PIC 9(8).
               10 MO-REF                       PIC X(18).
               10 MO-STATUS                    PIC X.
               10 MO-SHIPPED                   PIC 9(2).
               10 MO-CANCELLED                 PIC 9(2).
               10 MO-STAT-DATE                 PIC 9(8).
               10 MO-PICKREF                   PIC X(18).
           01 WS-MO-IX                         PIC 9(4) VALUE 0.
           01 WS-MO-SLOT                       PIC 9(4) VALUE 0.
           01 WS-MO-HITS                       PIC 9(4) VALUE 0.
           01 WS-MO-REFUNDS                    PIC 9(4) VALUE 0.
           01 WS-MO-PMS                        PIC 9(4) VALUE 0.
           01 WS-MO-LOADED                     PIC X VALUE "N".
           01 WS-MO-FULL                       PIC X VALUE "N".
           01 WS-MO-OPEN                       PIC 9(2) VALUE 0.
           01 WS-MO-NEWREF                     PIC X(18).
           01 WS-MO-WORD                       PIC X(12).
           01 WS-MS-MEMBER                     PIC X(16).
           01 WS-MS-SKU                        PIC X(24).
           01 WS-MS-QTY-TXT                    PIC X(8).
           01 WS-MS-ODATE-TXT                  PIC X(8).
           01 WS-MS-STATUS                     PIC X(12).
           01 WS-MS-SDATE-TXT                  PIC X(8).
           01 WS-MS-PICKREF                    PIC X(18).
           01 WS-MS-REF                        PIC X(18).
           01 WS-MS-QTY                        PIC 9(2) VALUE 0.
           01 WS-MS-REFUND                     PIC 9(4) VALUE 0.
           01 WS-MS-PM-TEXT                    PIC X(60).
      ******************************************************************
      ********-----PASSWORD HASHING (MEMBERS.DAT)-----******************
      ******************************************************************
           01 COM-SCRN-CHOICE                  PIC X.
           01 WS-STAFF-PASSCODE                PIC X(10)
              VALUE "BRANCH99".
           01 WS-STAFF-ENTERED                 PIC X(20).
        *>   NAMED OPERATORS: ONCE OPERATORS.TXT HOLDS ANYONE THE
        *>   SHARED PASSCODE ABOVE NO LONGER OPENS THE CONSOLE - EACH
        *>   STAFF MEMBER SIGNS ON WITH THEIR OWN OPERATOR ID AND
        *>   PASSWORD, EACH MENU LETTER IS CHECKED AGAINST THE ROLE
        *>   MATRIX, AND WS-STAFF-ID (THE ID ON EVERY STAFF AUDIT LINE
        *>   AND DUAL-CONTROL REQUEST) BECOMES "<OPERID> <NAME>".
           01 WS-SOP-ENTERED                   PIC X(4).
           01 WS-SOP-ON                        PIC X VALUE "N".
           01 WS-SOP-STAFF-ID                  PIC X(16).
           01 WS-SOP-ROLE-ON                   PIC X(8).
           01 WS-SOP-MAX-AGE                   PIC 9(3) VALUE 90.
           01 WS-SOP-COUNT                     PIC 9(3) VALUE 0.
           01 WS-SOP-TABLE.
               05 WS-SOP-ENTRY OCCURS 200 TIMES.
                   10 WS-SOP-ID                PIC X(4).
                   10 WS-SOP-NAME              PIC X(20).
                   10 WS-SOP-HASH              PIC X(20).
                   10 WS-SOP-PWDATE            PIC 9(8).
                   10 WS-SOP-ROLE              PIC X(8).
                   10 WS-SOP-STATUS            PIC X.
                   10 WS-SOP-EMPID             PIC X(5).
           01 WS-SRM-COUNT                     PIC 9(3) VALUE 0.
           01 WS-SRM-TABLE.
               05 WS-SRM-ENTRY OCCURS 300 TIMES.
                   10 WS-SRM-ROLE              PIC X(8).
                   10 WS-SRM-PROGRAM           PIC X(8).
                   10 WS-SRM-FUNCTION          PIC X(8).
           01 WS-SOP-F1                        PIC X(10).
           01 WS-SOP-F2                        PIC X(20).
           01 WS-SOP-F3                        PIC X(20).
           01 WS-SOP-F4                        PIC X(10).
           01 WS-SOP-F5                        PIC X(10).
           01 WS-SOP-F6                        PIC X(10).
           01 WS-SOP-F7                        PIC X(10).
           01 WS-SOP-IX                        PIC 9(3) VALUE 0.
           01 WS-SOP-SLOT                      PIC 9(3) VALUE 0.
           01 WS-SOP-WANT                      PIC X(8).
           01 WS-SOP-ALLOWED                   PIC X VALUE "Y".
           01 WS-SOP-TODAY                     PIC 9(8).
           01 WS-SOP-AGE                       PIC S9(7) VALUE 0.
        *>   EMPLOYMENT STATUS OF EACH EMPMGMT EMPLOYEE, FROM THE
        *>   STAFF-STATUS EXTRACT READ AT STARTUP. AN OPERATOR LINKED
        *>   TO A T (TERMINATED) EMPLOYEE IS LOCKED OUT, ONE LINKED TO
        *>   AN L (ON LEAVE) EMPLOYEE IS BLOCKED UNTIL THEY RETURN.
           01 WS-SST-COUNT                     PIC 9(3) VALUE 0.
           01 WS-SST-TABLE.
               05 WS-SST-ENTRY OCCURS 500 TIMES.
                   10 WS-SST-EMPID             PIC X(5).
                   10 WS-SST-STATUS            PIC X.
           01 WS-SST-IX                        PIC 9(3) VALUE 0.
           01 WS-SST-FOUND                     PIC X.
           01 STAFF-LOGIN-CHOICE                PIC X.
           01 COM-MOD-CHOICE                   PIC X.
      ******************************************************************
             05 LINE 37 COLUMN 36 VALUE " (max 20 characters)".
             05 WS-NEW-PASSWORD-FIELD LINE 39 COLUMN 37 PIC X(20)
                USING WS-NEW-PASSWORD.
             05 LINE 40 COLUMN 37 VALUE " Referral code (optional): ".
             05 WS-NEW-REFCODE-FIELD LINE 40 COLUMN 64 PIC X(8)
                USING WS-NEW-REFCODE.
        *>    CREATE ACCOUNT OPTION POSITIONING
               05 LINE 42 COLUMN 6 VALUE "Option: ".
               05 CREATE-CHOICE-FIELD LINE 42 COLUMN 14 PIC X
               05 LINE 45 COL 1 VALUE "     (G) Go back              (Q)                                 
      -    " Quit                                                      "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "     (D) Email digest settings   
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO. 
        *>    USER ACCOUNT BODY
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 11 COL 10 VALUE "                                              
      -    "                                         "
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 11 COL 33 VALUE "Referral Code:"
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 11 COL 48 PIC X(8) USING WS-USER-REFCODE
             FOREGROUND-COLOR IS 3, REVERSE-VIDEO.
             05 LINE 11 COL 84 VALUE "  "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
      -    "        (P) Private messages                               "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "     (Z) Staff moderation
      -    "    (E) Club events                                        "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    MENU BODY
             05 LINE 4 COL 34 VALUE "WELCOME TO FRIENDFACE"                                     
               05 LINE 44 COL 1 VALUE "     (N) Next page     (P) Previo
      -    "us page     (C) Comments section                           "                                
                FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 45 COL 1 VALUE "     (G) Go back       (Q) Quit        (F) Report post          
      -    "                                                           "
               FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
               05 LINE 46 COL 1 VALUE "                                 
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
        *>    STAFF LOGIN BODY
             05 LINE 6 COLUMN 10 VALUE "STAFF MODERATION LOGIN".
             05 LINE 7 COLUMN 10 VALUE "Operator ID:    ".
             05 WS-SOP-ENTERED-FIELD LINE 7 COLUMN 26 PIC X(4)
                USING WS-SOP-ENTERED.
             05 LINE 8 COLUMN 10 VALUE "Staff passcode: ".
             05 WS-STAFF-ENTERED-FIELD LINE 8 COLUMN 26 PIC X(20)
                USING WS-STAFF-ENTERED.
             05 LINE 10 COLUMN 10 PIC X(40) USING WS-ERROR-MSG
                FOREGROUND-COLOR IS 2, HIGHLIGHT.
                REVERSE-VIDEO.
             05 LINE 44 COL 1 VALUE "     (A) Member administration
      -    " (M) Moderate (L) Audit (N) Announce (W) Words (G) Back    "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 LINE 45 COL 1 VALUE "     (T) Tournaments  (P) Approvals
      -    "  (R) Referral report  (C) Abuse cases  (E) Events        "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 STAFF-MENU-CHOICE-FIELD LINE 8 COL 10 PIC X
                USING STAFF-MENU-CHOICE FOREGROUND-COLOR IS 2,
             05 LINE 5 COL 46 PIC X(10) FROM WS-PM-READ-DATE.
             05 LINE 8 COL 10 PIC X(60) FROM WS-PM-READ-TEXT.
             05 LINE 44 COL 1 VALUE "     (R) Reply     (X) Delete
      -    "  (F) Report    (G) Go back     (Q) Quit                   "
             FOREGROUND-COLOR IS 7, REVERSE-VIDEO.
             05 PM-READ-CHOICE-FIELD LINE 12 COL 10 PIC X
                USING PM-READ-CHOICE FOREGROUND-COLOR IS 2,
           PERFORM 0560-LOAD-ACH.
           PERFORM 0660-LOAD-CHALLENGES.
           PERFORM 0760-LOAD-STAFFPEND.
           PERFORM 0794-LOAD-CASES.
           PERFORM 0700-LOAD-EVENTS.
           PERFORM 0676-LOAD-POLLS.
           PERFORM 0681-LOAD-SUBS.
           PERFORM 0718-MERCH-STATUS-FEED.
           PERFORM 0724-LOAD-OPERATORS.
           PERFORM 0725-LOAD-ROLE-MATRIX.
           PERFORM 0728-LOAD-STAFF-STATUS.
      ******************************************************************
      *-----**************LOGIN / SIGN-IN/UP SECTION-----***************
      ******************************************************************
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-NEW-USER-NAME.
           INITIALIZE WS-NEW-PASSWORD.
           INITIALIZE WS-NEW-REFCODE.
           INITIALIZE CREATE-CHOICE
           DISPLAY CREATE-AN-ACCOUNT-SCREEN.
           ACCEPT WS-NEW-USER-NAME-FIELD.
           ACCEPT WS-NEW-PASSWORD-FIELD.
           ACCEPT WS-NEW-REFCODE-FIELD.
           ACCEPT CREATE-CHOICE-FIELD.
           
           IF CREATE-CHOICE = "q" OR "Q" THEN 
               PERFORM 0109-ERROR-PAGE
           END-IF.    
           
           IF WS-NEW-REFCODE NOT = SPACES
               MOVE WS-NEW-REFCODE TO WS-REF-LOOKUP
               PERFORM 0791-REF-FIND-CODE
               IF WS-REF-IX = 0
                   MOVE "Unknown Referral Code" TO WS-ERROR-MSG
                   PERFORM 0109-ERROR-PAGE
               END-IF
           END-IF.

           PERFORM 0503-MEM-SIGN-UP-CHECK.
           IF WS-UNAME-UNAVAILABLE = 1 THEN
               MOVE "Username Taken" TO WS-ERROR-MSG
               PERFORM 0152-STAFF-LOGIN
           ELSE IF MENU-CHOICE =   "p" or "P" THEN
               PERFORM 0160-PM-INBOX
           ELSE IF MENU-CHOICE =   "e" or "E" THEN
               PERFORM 0704-EVENTS
           END-IF.
           PERFORM 0110-DISPLAY-MENU.
      ******************************************************************   
           PERFORM 0126-CHECK-ACCOUNT-STATUS.
           PERFORM 0600-CHECK-BANK-DETAILS-PRESENT.
           PERFORM 0620-GET-EXPIRY-DATE.
           MOVE SPACES TO WS-USER-REFCODE.
           MOVE WS-USERNAME TO WS-MEM-LOOKUP.
           PERFORM 0502-FIND-MEMBER.
           IF WS-MEM-FOUND = "Y"
               MOVE MEM-REFCODE(WS-MEM-IX) TO WS-USER-REFCODE
           END-IF.
           INITIALIZE ACCOUNT-CHOICE.
           DISPLAY USER-ACCOUNT-SCREEN.
           ACCEPT ACCOUNT-CHOICE-FIELD.
               PERFORM 0172-BLOCK-LIST
           ELSE IF ACCOUNT-CHOICE = "u" or "U" THEN
               PERFORM 0679-SUB-MANAGE
           ELSE IF ACCOUNT-CHOICE = "d" or "D" THEN
               PERFORM 0717-DIGEST-SETTINGS
           END-IF.

           PERFORM 0125-USER-ACCOUNT-MENU.
                   PERFORM 0509-MEM-ADD-CREDITS
                   MOVE "ADD-CREDITS" TO WS-AUDIT-ACTION
                   PERFORM 0313-LOG-CREDIT-CHANGE
                   PERFORM 0792-REF-FIRST-PURCHASE

                   IF WS-PROMO-VALID = "YES" THEN
                       PERFORM 0138-ADD-PROMO-CREDITS
           MOVE WS-GIFT-RECIPIENT TO WS-AUDIT-AFTER.
           PERFORM 0313-LOG-CREDIT-CHANGE.
           MOVE "GIFT-RECEIVED" TO WS-AUDIT-ACTION.
           MOVE WS-GIFT-RECIPIENT TO WS-AUDIT-BEFORE.
           MOVE MEM-CREDITS(WS-GIFT-REC-IX) TO WS-AUDIT-AFTER.
           PERFORM 0310-WRITE-AUDIT-LOG.
           PERFORM 0125-USER-ACCOUNT-MENU.
             PERFORM 0176-PROFILE-PAGE
           END-IF.

      *>   F = REPORT THE POST TO STAFF AS ABUSE
           IF MSG-VIEW-CHOICE = "f" OR "F"
             MOVE "POST" TO WS-CS-NEW-KIND
             MOVE LIST-USERNAME(MSG-SELECT) TO WS-CS-NEW-SUBJECT
             MOVE SPACES TO WS-CS-NEW-CONTENT
             STRING LIST-TITLE(MSG-SELECT) DELIMITED BY "  "
                    " - " DELIMITED BY SIZE
                    LIST-CONTENT(MSG-SELECT) DELIMITED BY SIZE
                INTO WS-CS-NEW-CONTENT
             PERFORM 0796-REPORT-OPEN
           END-IF.

      *>   O = THE BOARD'S POLLS (LIVE TALLIES / FROZEN RESULTS)
           IF MSG-VIEW-CHOICE = "o" OR "O"
             PERFORM 0672-POLLS
       0152-STAFF-LOGIN.
           PERFORM 0200-TIME-AND-DATE.
           INITIALIZE WS-STAFF-ENTERED.
           INITIALIZE WS-SOP-ENTERED.
           INITIALIZE STAFF-LOGIN-CHOICE.
           DISPLAY STAFF-LOGIN-SCREEN.
           INITIALIZE WS-ERROR-MSG.
           ACCEPT WS-SOP-ENTERED-FIELD.
           ACCEPT WS-STAFF-ENTERED-FIELD.
           ACCEPT STAFF-LOGIN-CHOICE-FIELD.

           END-IF.

           IF STAFF-LOGIN-CHOICE = "s" OR "S" THEN
               IF WS-SOP-COUNT > 0 THEN
                   PERFORM 0727-STAFF-OPERATOR-LOGIN
                   IF WS-SOP-ON = "Y" THEN
                       PERFORM 0180-STAFF-MENU
                   ELSE
                       PERFORM 0152-STAFF-LOGIN
                   END-IF
               ELSE
                   IF WS-STAFF-ENTERED = WS-STAFF-PASSCODE THEN
                       PERFORM 0180-STAFF-MENU
                   ELSE
                       MOVE "Incorrect Staff Passcode" TO WS-ERROR-MSG
                       PERFORM 0152-STAFF-LOGIN
                   END-IF
               END-IF
           END-IF.

                       END-IF
                   END-IF
                   IF AUDIT-ACTION = "ADD-CREDITS" OR
                      AUDIT-ACTION = "GAME-WIN" OR
                      AUDIT-ACTION = "SUBTRACT-CREDITS" OR
                      AUDIT-ACTION = "PROMO-CREDITS" OR
                      AUDIT-ACTION = "GAME-BONUS" OR
                      AUDIT-ACTION = "BJ-PAYOUT" OR
                      AUDIT-ACTION = "GIFT-SENT" OR
                      AUDIT-ACTION = "GIFT-RECEIVED" OR
                      AUDIT-ACTION = "REFERRAL-BONUS" OR
                      AUDIT-ACTION = "EVENT-TICKET" OR
                      AUDIT-ACTION = "EVENT-REFUND" OR
                      AUDIT-ACTION = "STAFF-CREDITS"
                       ADD 1 TO WS-AS-CREDITS
                   END-IF
           DISPLAY STAFF-MENU-SCREEN.
           ACCEPT STAFF-ID-FIELD.
           ACCEPT STAFF-MENU-CHOICE-FIELD.
           IF WS-SOP-ON = "Y"
               MOVE WS-SOP-STAFF-ID TO WS-STAFF-ID
               IF STAFF-MENU-CHOICE NOT = "g" AND
                       STAFF-MENU-CHOICE NOT = "G"
                   MOVE FUNCTION UPPER-CASE(STAFF-MENU-CHOICE)
                       TO WS-SOP-WANT
                   PERFORM 0726-STAFF-ACCESS
                   IF WS-SOP-ALLOWED NOT = "Y"
                       MOVE "STAFF-DENIED" TO WS-AUDIT-ACTION
                       MOVE WS-SOP-ROLE-ON TO WS-AUDIT-BEFORE
                       MOVE WS-SOP-WANT TO WS-AUDIT-AFTER
                       PERFORM 0311-WRITE-STAFF-AUDIT
                       MOVE "Not Authorised For That Option"
                           TO WS-ERROR-MSG
                       PERFORM 0109-ERROR-PAGE
                   END-IF
               END-IF
           END-IF.
           IF STAFF-MENU-CHOICE = "g" OR "G" THEN
               PERFORM 0110-DISPLAY-MENU
           ELSE IF STAFF-MENU-CHOICE = "m" OR "M" THEN
               PERFORM 0195-STAFF-TOURNAMENT
           ELSE IF STAFF-MENU-CHOICE = "p" OR "P" THEN
               PERFORM 0198-STAFF-APPROVALS
           ELSE IF STAFF-MENU-CHOICE = "r" OR "R" THEN
               PERFORM 0793-REFERRAL-REPORT
           ELSE IF STAFF-MENU-CHOICE = "c" OR "C" THEN
               IF WS-STAFF-ID = SPACES
                   MOVE "Staff Name Required" TO WS-ERROR-MSG
                   PERFORM 0109-ERROR-PAGE
               END-IF
               PERFORM 0797-STAFF-CASES
           ELSE IF STAFF-MENU-CHOICE = "e" OR "E" THEN
               IF WS-STAFF-ID = SPACES
                   MOVE "Staff Name Required" TO WS-ERROR-MSG
                   PERFORM 0109-ERROR-PAGE
               END-IF
               PERFORM 0712-STAFF-EVENTS
           END-IF.
           PERFORM 0180-STAFF-MENU.

           END-IF.
           MOVE "STAFF-CREDITS" TO WS-AUDIT-ACTION.
           MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-BEFORE.
           MOVE MEM-NAME(WS-MEM-IX) TO WS-AUDIT-BEFORE(5:16).
           MOVE WS-SADM-CREDITS TO MEM-CREDITS(WS-MEM-IX).
           MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-AFTER.
           MOVE WS-SADM-REASON TO WS-AUDIT-AFTER(5:15).
           WRITE AUDIT-LOG-REC
           END-WRITE.
           CLOSE F-AUDIT-LOG-FILE.

      *>   THE DEBT PAID OFF GETS ITS OWN LINE, WRITTEN STRAIGHT TO
      *>   THE LOG SO THE CALLER'S PENDING AUDIT FIELDS SURVIVE; THE
      *>   CALLER'S OWN LINE THEN SHOWS WHAT REACHED THE BALANCE.
       0314-LOG-OWED-REPAID.
           PERFORM 0200-TIME-AND-DATE.
           OPEN EXTEND F-AUDIT-LOG-FILE.
           MOVE WS-FORMATTED-DTE-TME TO AUDIT-TIMESTAMP.
           MOVE WS-USERNAME          TO AUDIT-USERNAME.
           MOVE "OWED-REPAID"        TO AUDIT-ACTION.
           MOVE WS-OWED-PAID         TO AUDIT-BEFORE.
           MOVE MEM-OWED(WS-MEM-IX)  TO AUDIT-AFTER.
           WRITE AUDIT-LOG-REC
           END-WRITE.
           CLOSE F-AUDIT-LOG-FILE.
      ******************************************************************
      ***************-----FUN AND GAMES SECTION----*********************
      ******************************************************************
               MOVE WS-USERCREDITS TO WS-AUDIT-BEFORE
               MOVE WS-UPDATE-CREDITS TO WS-MEM-AMOUNT
               PERFORM 0509-MEM-ADD-CREDITS
               MOVE "GAME-WIN" TO WS-AUDIT-ACTION
               PERFORM 0313-LOG-CREDIT-CHANGE
               MOVE 0 TO WS-UPDATE-CREDITS
               MOVE 5 TO WS-UPDATE-CREDITS
               MOVE WS-USERCREDITS TO WS-AUDIT-BEFORE
               MOVE WS-UPDATE-CREDITS TO WS-MEM-AMOUNT
               PERFORM 0509-MEM-ADD-CREDITS
               MOVE "GAME-WIN" TO WS-AUDIT-ACTION
               PERFORM 0313-LOG-CREDIT-CHANGE
               OPEN EXTEND F-NUM-HIGH-SCORES-FILE
               MOVE TOTAL-GUESSES TO NUM-GUESS-COUNT
                   ELSE
                       MOVE 0 TO MEM-JOINED(WS-MEMBER-COUNT)
                   END-IF
                   MOVE MR-REFCODE TO MEM-REFCODE(WS-MEMBER-COUNT)
                   MOVE MR-REFBY TO MEM-REFBY(WS-MEMBER-COUNT)
                   MOVE MR-REFSTAT TO MEM-REFSTAT(WS-MEMBER-COUNT)
                   IF MR-REF-MONTH IS NUMERIC
                       MOVE MR-REF-MONTH
                           TO MEM-REF-MONTH(WS-MEMBER-COUNT)
                       MOVE MR-REF-MCOUNT
                           TO MEM-REF-MCOUNT(WS-MEMBER-COUNT)
                       MOVE MR-REF-PAID
                           TO MEM-REF-PAID(WS-MEMBER-COUNT)
                   ELSE
                       MOVE 0 TO MEM-REF-MONTH(WS-MEMBER-COUNT)
                       MOVE 0 TO MEM-REF-MCOUNT(WS-MEMBER-COUNT)
                       MOVE 0 TO MEM-REF-PAID(WS-MEMBER-COUNT)
                   END-IF
                   IF MR-DIGEST = "Y"
                       MOVE "Y" TO MEM-DIGEST(WS-MEMBER-COUNT)
                   ELSE
                       MOVE "N" TO MEM-DIGEST(WS-MEMBER-COUNT)
                   END-IF
                   MOVE MR-EMAIL TO MEM-EMAIL(WS-MEMBER-COUNT)
                   MOVE 1 TO COUNTER
                   PERFORM UNTIL COUNTER > 3
                       MOVE MR-CARD-USED(COUNTER) TO
           IF WS-HASH-MIGRATED = "Y"
               PERFORM 0510-SAVE-MEMBERS
           END-IF.
      *>   MEMBERS FROM BEFORE REFERRALS GET THEIR CODE ONCE.
           PERFORM 0790-REF-ASSIGN-CODES.
           IF WS-REF-ASSIGNED = "Y"
               PERFORM 0510-SAVE-MEMBERS
           END-IF.

       0510-SAVE-MEMBERS.
           OPEN OUTPUT F-MEMBER-FILE.
               MOVE MEM-ANN-SEEN(WS-MEM-SAVE-IX) TO MR-ANN-SEEN
               MOVE MEM-OWED(WS-MEM-SAVE-IX) TO MR-OWED
               MOVE MEM-JOINED(WS-MEM-SAVE-IX) TO MR-JOINED
               MOVE MEM-REFCODE(WS-MEM-SAVE-IX) TO MR-REFCODE
               MOVE MEM-REFBY(WS-MEM-SAVE-IX) TO MR-REFBY
               MOVE MEM-REFSTAT(WS-MEM-SAVE-IX) TO MR-REFSTAT
               MOVE MEM-REF-MONTH(WS-MEM-SAVE-IX) TO MR-REF-MONTH
               MOVE MEM-REF-MCOUNT(WS-MEM-SAVE-IX) TO MR-REF-MCOUNT
               MOVE MEM-REF-PAID(WS-MEM-SAVE-IX) TO MR-REF-PAID
               MOVE MEM-DIGEST(WS-MEM-SAVE-IX) TO MR-DIGEST
               MOVE MEM-EMAIL(WS-MEM-SAVE-IX) TO MR-EMAIL
               MOVE 1 TO COUNTER
               PERFORM UNTIL COUNTER > 3
                   MOVE MEM-CARD-USED(WS-MEM-SAVE-IX, COUNTER)
           MOVE WS-FORMATTED-DY TO WS-CURRENT-DATE-STR(7:2).
           MOVE WS-CURRENT-DATE-STR TO WS-CURRENT-DATE-NUM.
           MOVE WS-CURRENT-DATE-NUM TO MEM-JOINED(WS-MEMBER-COUNT).
      *>   A CODE ENTERED AT SIGN-UP (ALREADY CHECKED IN 0103)
      *>   LEAVES THE REFERRAL PENDING THE FIRST PURCHASE.
           MOVE SPACES TO MEM-REFCODE(WS-MEMBER-COUNT).
           MOVE SPACES TO MEM-REFBY(WS-MEMBER-COUNT).
           MOVE SPACE TO MEM-REFSTAT(WS-MEMBER-COUNT).
           MOVE 0 TO MEM-REF-MONTH(WS-MEMBER-COUNT).
           MOVE 0 TO MEM-REF-MCOUNT(WS-MEMBER-COUNT).
           MOVE 0 TO MEM-REF-PAID(WS-MEMBER-COUNT).
           MOVE "N" TO MEM-DIGEST(WS-MEMBER-COUNT).
           MOVE SPACES TO MEM-EMAIL(WS-MEMBER-COUNT).
           IF WS-NEW-REFCODE NOT = SPACES
               MOVE WS-NEW-REFCODE TO WS-REF-LOOKUP
               PERFORM 0791-REF-FIND-CODE
               IF WS-REF-IX > 0
                   MOVE MEM-NAME(WS-REF-IX)
                       TO MEM-REFBY(WS-MEMBER-COUNT)
                   MOVE "P" TO MEM-REFSTAT(WS-MEMBER-COUNT)
               END-IF
           END-IF.
           PERFORM 0790-REF-ASSIGN-CODES.
           MOVE 1 TO COUNTER.
           PERFORM UNTIL COUNTER > 3
               MOVE "N" TO MEM-CARD-USED(WS-MEMBER-COUNT, COUNTER)
      *>       A CHARGEBACK DEBT EATS NEW CREDITS FIRST
               IF MEM-OWED(WS-MEM-IX) > 0
                   IF WS-MEM-AMOUNT > MEM-OWED(WS-MEM-IX)
                       MOVE MEM-OWED(WS-MEM-IX) TO WS-OWED-PAID
                       SUBTRACT MEM-OWED(WS-MEM-IX)
                           FROM WS-MEM-AMOUNT
                       MOVE 0 TO MEM-OWED(WS-MEM-IX)
                   ELSE
                       MOVE WS-MEM-AMOUNT TO WS-OWED-PAID
                       SUBTRACT WS-MEM-AMOUNT
                           FROM MEM-OWED(WS-MEM-IX)
                       MOVE 0 TO WS-MEM-AMOUNT
                   END-IF
                   PERFORM 0314-LOG-OWED-REPAID
               END-IF
               IF MEM-CREDITS(WS-MEM-IX) + WS-MEM-AMOUNT > 999
                   MOVE 999 TO MEM-CREDITS(WS-MEM-IX)
           MOVE WS-FORMATTED-YEAR TO WS-CURRENT-DATE-STR(1:4).
           MOVE WS-FORMATTED-MONTH TO WS-CURRENT-DATE-STR(5:2).
           MOVE WS-FORMATTED-DY TO WS-CURRENT-DATE-STR(7:2).
      *>   THE ORDER REFERENCE RIDES IN THE NAME COLUMN SO THE
      *>   WAREHOUSE'S STATUS LINES COME BACK TIED TO THIS ORDER.
           MOVE SPACES TO WS-MO-NEWREF.
           STRING "MO" WS-CURRENT-DATE-STR(1:8)
               WS-FORMATTED-HOUR WS-FORMATTED-MINS
               WS-FORMATTED-SEC WS-FORMATTED-MS
               DELIMITED BY SIZE
               INTO WS-MO-NEWREF
           END-STRING.
           OPEN EXTEND F-MERCHTX-FILE.
           MOVE SPACES TO MERCHTX-REC.
           STRING "SALE,"
               FUNCTION TRIM(WS-MCH-PICK-SKU) ","
               WS-MCH-PICK-QTY ","
               MCH-PRICE(WS-MCH-SLOT) ","
               WS-MO-NEWREF ",,MAIN,,"
               WS-CURRENT-DATE-STR(1:8)
               ",,,MEMBERSTORE/"
               FUNCTION TRIM(WS-USERNAME)
           MOVE WS-MCH-PICK-QTY TO OM-QTY.
           MOVE MCH-PRICE(WS-MCH-SLOT) TO OM-PRICE.
           MOVE WS-CURRENT-DATE-STR(1:8) TO OM-DATE.
           MOVE WS-MO-NEWREF TO OM-REF.
           MOVE "O" TO OM-STATUS.
           MOVE 0 TO OM-SHIPPED.
           MOVE 0 TO OM-CANCELLED.
           MOVE WS-CURRENT-DATE-STR(1:8) TO OM-STAT-DATE.
           MOVE SPACES TO OM-PICKREF.
           WRITE MERCHORD-REC.
           CLOSE F-MERCHORD-FILE.
           DISPLAY "ORDER PLACED - THE WAREHOUSE SHIPS AFTER "
                   AT END EXIT PERFORM
               END-READ
               IF OM-NAME = WS-USERNAME
                   PERFORM 0722-MERCH-ORDER-DEFAULTS
                   DISPLAY "  " OM-DATE " " OM-SKU
                       " X" OM-QTY " AT " OM-PRICE "CR"
                   EVALUATE OM-STATUS
                       WHEN "S" MOVE "SHIPPED" TO WS-MO-WORD
                       WHEN "B" MOVE "BACKORDERED" TO WS-MO-WORD
                       WHEN "P" MOVE "SHORT-PICKED" TO WS-MO-WORD
                       WHEN "X" MOVE "CANCELLED" TO WS-MO-WORD
                       WHEN OTHER MOVE "ORDERED" TO WS-MO-WORD
                   END-EVALUATE
                   DISPLAY "      " WS-MO-WORD " SINCE " OM-STAT-DATE
                       "  SHIPPED " OM-SHIPPED
                       "  CANCELLED " OM-CANCELLED
                   IF OM-PICKREF NOT = SPACES
                       DISPLAY "      PICK REF " OM-PICKREF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE F-MERCHORD-FILE.
           DISPLAY "PRESS G TO GO BACK".
           ACCEPT WS-MCH-CHOICE.

      *>   AT STARTUP EVERY STATUS LINE THE WAREHOUSE'S PROCESS RUN
      *>   LEFT IN MERCHSTATUS.CSV IS APPLIED TO ITS ORDER - BY THE
      *>   ORDER REFERENCE, OR FOR ROWS FROM BEFORE THE REFERENCE
      *>   EXISTED THE MEMBER'S OLDEST OPEN ORDER FOR THAT SKU AND
      *>   DATE. A CANCELLED BACKORDER PUTS THE CREDITS BACK, AND
      *>   EVERY CHANGE REACHES THE MEMBER AS A SYSTEM PM. THE FEED
      *>   CLEARS AFTERWARD.
       0718-MERCH-STATUS-FEED.
           PERFORM 0200-TIME-AND-DATE.
           MOVE 0 TO WS-MO-HITS.
           MOVE 0 TO WS-MO-REFUNDS.
           MOVE 0 TO WS-MO-PMS.
           MOVE "N" TO WS-MO-LOADED.
           OPEN INPUT F-MSTATUS-FILE.
           PERFORM UNTIL 1 = 2
               READ F-MSTATUS-FILE
                   AT END EXIT PERFORM
               END-READ
               PERFORM 0719-MERCH-STATUS-ONE
           END-PERFORM.
           CLOSE F-MSTATUS-FILE.
           IF WS-MO-FULL = "Y"
               DISPLAY "MERCH ORDER FILE TOO LARGE - STATUS FEED HELD"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MO-HITS > 0
               PERFORM 0721-SAVE-MERCH-ORDERS
               OPEN OUTPUT F-MSTATUS-FILE
               CLOSE F-MSTATUS-FILE
           END-IF.
           IF WS-MO-REFUNDS > 0
               PERFORM 0510-SAVE-MEMBERS
           END-IF.
           IF WS-MO-PMS > 0
               PERFORM 0526-SAVE-PMS
           END-IF.

       0719-MERCH-STATUS-ONE.
           MOVE SPACES TO WS-MS-MEMBER WS-MS-SKU WS-MS-QTY-TXT
               WS-MS-ODATE-TXT WS-MS-STATUS WS-MS-SDATE-TXT
               WS-MS-PICKREF WS-MS-REF.
           UNSTRING MSTATUS-REC DELIMITED BY ","
               INTO WS-MS-MEMBER WS-MS-SKU WS-MS-QTY-TXT
                   WS-MS-ODATE-TXT WS-MS-STATUS WS-MS-SDATE-TXT
                   WS-MS-PICKREF WS-MS-REF
           END-UNSTRING.
           IF WS-MS-MEMBER = SPACES OR WS-MS-MEMBER = "Member"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MO-LOADED NOT = "Y"
               PERFORM 0720-LOAD-MERCH-ORDERS
           END-IF.
           IF WS-MO-FULL = "Y"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MS-QTY = FUNCTION NUMVAL(WS-MS-QTY-TXT).
           MOVE 0 TO WS-MO-SLOT.
           MOVE 1 TO WS-MO-IX.
           PERFORM UNTIL WS-MO-IX > WS-MO-COUNT
               IF MO-NAME(WS-MO-IX) = WS-MS-MEMBER AND
                       MO-SKU(WS-MO-IX) = WS-MS-SKU AND
                       MO-SHIPPED(WS-MO-IX) + MO-CANCELLED(WS-MO-IX)
                           < MO-QTY(WS-MO-IX)
                   IF WS-MS-REF NOT = SPACES
                       IF MO-REF(WS-MO-IX) = WS-MS-REF
                           MOVE WS-MO-IX TO WS-MO-SLOT
                       END-IF
                   ELSE
                       IF MO-REF(WS-MO-IX) = SPACES AND
                           (WS-MS-ODATE-TXT = "00000000" OR
                            MO-DATE(WS-MO-IX) = WS-MS-ODATE-TXT)
                           MOVE WS-MO-IX TO WS-MO-SLOT
                       END-IF
                   END-IF
               END-IF
               IF WS-MO-SLOT > 0
                   MOVE WS-MO-COUNT TO WS-MO-IX
               END-IF
               ADD 1 TO WS-MO-IX
           END-PERFORM.
           IF WS-MO-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MO-OPEN = MO-QTY(WS-MO-SLOT)
               - MO-SHIPPED(WS-MO-SLOT) - MO-CANCELLED(WS-MO-SLOT).
           IF WS-MS-QTY > WS-MO-OPEN
               MOVE WS-MO-OPEN TO WS-MS-QTY
           END-IF.
           IF WS-MS-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MS-PM-TEXT.
           EVALUATE WS-MS-STATUS
               WHEN "SHIPPED"
                   ADD WS-MS-QTY TO MO-SHIPPED(WS-MO-SLOT)
                   IF WS-MS-QTY = WS-MO-OPEN
                       MOVE "S" TO MO-STATUS(WS-MO-SLOT)
                   END-IF
                   STRING "Merch order shipped: "
                       FUNCTION TRIM(WS-MS-SKU) " X" WS-MS-QTY
                       DELIMITED BY SIZE INTO WS-MS-PM-TEXT
                   END-STRING
               WHEN "BACKORDERED"
                   MOVE "B" TO MO-STATUS(WS-MO-SLOT)
                   STRING "Merch order backordered: "
                       FUNCTION TRIM(WS-MS-SKU) " X" WS-MS-QTY
                       DELIMITED BY SIZE INTO WS-MS-PM-TEXT
                   END-STRING
               WHEN "SHORTPICK"
                   MOVE "P" TO MO-STATUS(WS-MO-SLOT)
                   STRING "Merch order short-picked: "
                       FUNCTION TRIM(WS-MS-SKU) " X" WS-MS-QTY
                       DELIMITED BY SIZE INTO WS-MS-PM-TEXT
                   END-STRING
               WHEN "CANCELLED"
                   ADD WS-MS-QTY TO MO-CANCELLED(WS-MO-SLOT)
                   IF MO-SHIPPED(WS-MO-SLOT) = 0
                       MOVE "X" TO MO-STATUS(WS-MO-SLOT)
                   ELSE
                       IF WS-MS-QTY = WS-MO-OPEN
                           MOVE "S" TO MO-STATUS(WS-MO-SLOT)
                       END-IF
                   END-IF
                   COMPUTE WS-MS-REFUND =
                       WS-MS-QTY * MO-PRICE(WS-MO-SLOT)
                   PERFORM 0723-MERCH-REFUND
                   STRING "Backorder cancelled: "
                       FUNCTION TRIM(WS-MS-SKU) " - "
                       WS-MS-REFUND "CR BACK"
                       DELIMITED BY SIZE INTO WS-MS-PM-TEXT
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-MO-HITS.
           IF WS-MS-SDATE-TXT IS NUMERIC
               MOVE WS-MS-SDATE-TXT TO MO-STAT-DATE(WS-MO-SLOT)
           END-IF.
           IF WS-MS-PICKREF NOT = SPACES
               MOVE WS-MS-PICKREF TO MO-PICKREF(WS-MO-SLOT)
           END-IF.
      *>   THE MEMBER HEARS ABOUT IT AT NEXT LOGIN VIA THE INBOX
           IF WS-PM-COUNT < 500
               ADD 1 TO WS-PM-COUNT
               ADD 1 TO WS-MO-PMS
               MOVE WS-MS-MEMBER TO PM-TO(WS-PM-COUNT)
               MOVE "SYSTEM" TO PM-FROM(WS-PM-COUNT)
               MOVE WS-FORMATTED-DT TO PM-DATE(WS-PM-COUNT)
               MOVE "N" TO PM-READ(WS-PM-COUNT)
               MOVE WS-MS-PM-TEXT TO PM-TEXT(WS-PM-COUNT)
           END-IF.

       0720-LOAD-MERCH-ORDERS.
           MOVE "Y" TO WS-MO-LOADED.
           MOVE 0 TO WS-MO-COUNT.
           OPEN INPUT F-MERCHORD-FILE.
           PERFORM UNTIL 1 = 2
               READ F-MERCHORD-FILE
                   AT END EXIT PERFORM
               END-READ
               IF WS-MO-COUNT < 5000
                   ADD 1 TO WS-MO-COUNT
                   PERFORM 0722-MERCH-ORDER-DEFAULTS
                   MOVE MERCHORD-REC TO WS-MO-ENTRY(WS-MO-COUNT)
               ELSE
                   MOVE "Y" TO WS-MO-FULL
               END-IF
           END-PERFORM.
           CLOSE F-MERCHORD-FILE.

       0721-SAVE-MERCH-ORDERS.
           OPEN OUTPUT F-MERCHORD-FILE.
           MOVE 1 TO WS-MO-IX.
           PERFORM UNTIL WS-MO-IX > WS-MO-COUNT
               MOVE WS-MO-ENTRY(WS-MO-IX) TO MERCHORD-REC
               WRITE MERCHORD-REC
               END-WRITE
               ADD 1 TO WS-MO-IX
           END-PERFORM.
           CLOSE F-MERCHORD-FILE.

      *>   ORDER ROWS WRITTEN BEFORE THE STATUS FEED CARRY NO
      *>   STATUS: THEY READ AS ORDERED ON THEIR ORDER DATE.
       0722-MERCH-ORDER-DEFAULTS.
           IF OM-STATUS = SPACE
               MOVE "O" TO OM-STATUS
           END-IF.
           IF OM-SHIPPED IS NOT NUMERIC
               MOVE 0 TO OM-SHIPPED
           END-IF.
           IF OM-CANCELLED IS NOT NUMERIC
               MOVE 0 TO OM-CANCELLED
           END-IF.
           IF OM-STAT-DATE IS NOT NUMERIC
               MOVE OM-DATE TO OM-STAT-DATE
           END-IF.

      *>   CANCELLED BACKORDER: THE CREDITS PAID GO BACK TO THE
      *>   MEMBER (CAPPED LIKE ANY REFUND) AND THE AUDIT LOG NAMES
      *>   THE MEMBER SO THE LIABILITY RECONCILIATION COUNTS IT.
       0723-MERCH-REFUND.
           IF WS-MS-REFUND = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MS-MEMBER TO WS-MEM-LOOKUP.
           PERFORM 0502-FIND-MEMBER.
           IF WS-MEM-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF MEM-CREDITS(WS-MEM-IX) + WS-MS-REFUND > 999
               MOVE 999 TO MEM-CREDITS(WS-MEM-IX)
           ELSE
               ADD WS-MS-REFUND TO MEM-CREDITS(WS-MEM-IX)
           END-IF.
           ADD 1 TO WS-MO-REFUNDS.
           MOVE "MERCH-REFUND" TO WS-AUDIT-ACTION.
           MOVE WS-MS-MEMBER TO WS-AUDIT-BEFORE.
           MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-AFTER.
           PERFORM 0310-WRITE-AUDIT-LOG.

      ******************************************************************
      *********-----NAMED OPERATORS AND THE ROLE MATRIX-----************
      ******************************************************************
      *>   BOTH FILES ARE OPTIONAL; WITH NO OPERATORS ON FILE THE
      *>   STAFF CONSOLE STILL OPENS ON THE SHARED PASSCODE.
       0724-LOAD-OPERATORS.
           MOVE 0 TO WS-SOP-COUNT.
           OPEN INPUT F-OPERATOR-FILE.
           PERFORM UNTIL 1 = 2
               READ F-OPERATOR-FILE
                   AT END EXIT PERFORM
               END-READ
               IF OPERATOR-REC NOT = SPACES AND
                       OPERATOR-REC(1:1) NOT = "*" AND
                       WS-SOP-COUNT < 200
                   MOVE SPACES TO WS-SOP-F1 WS-SOP-F2 WS-SOP-F3
                   MOVE SPACES TO WS-SOP-F4 WS-SOP-F5 WS-SOP-F6
                   MOVE SPACES TO WS-SOP-F7
                   UNSTRING OPERATOR-REC DELIMITED BY ","
                       INTO WS-SOP-F1 WS-SOP-F2 WS-SOP-F3
                            WS-SOP-F4 WS-SOP-F5 WS-SOP-F6
                            WS-SOP-F7
                   END-UNSTRING
                   ADD 1 TO WS-SOP-COUNT
                   MOVE WS-SOP-F1 TO WS-SOP-ID(WS-SOP-COUNT)
                   MOVE WS-SOP-F2 TO WS-SOP-NAME(WS-SOP-COUNT)
                   MOVE WS-SOP-F3 TO WS-SOP-HASH(WS-SOP-COUNT)
                   IF WS-SOP-F4(1:8) IS NUMERIC
                       MOVE WS-SOP-F4(1:8)
                           TO WS-SOP-PWDATE(WS-SOP-COUNT)
                   ELSE
                       MOVE 0 TO WS-SOP-PWDATE(WS-SOP-COUNT)
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-SOP-F5)
                       TO WS-SOP-ROLE(WS-SOP-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-SOP-F6(1:1))
                       TO WS-SOP-STATUS(WS-SOP-COUNT)
                   MOVE WS-SOP-F7(1:5) TO WS-SOP-EMPID(WS-SOP-COUNT)
               END-IF
           END-PERFORM.
           CLOSE F-OPERATOR-FILE.

       0725-LOAD-ROLE-MATRIX.
           MOVE 0 TO WS-SRM-COUNT.
           OPEN INPUT F-ROLEMAT-FILE.
           PERFORM UNTIL 1 = 2
               READ F-ROLEMAT-FILE
                   AT END EXIT PERFORM
               END-READ
               IF ROLEMAT-REC NOT = SPACES AND
                       ROLEMAT-REC(1:1) NOT = "*" AND
                       WS-SRM-COUNT < 300
                   MOVE SPACES TO WS-SOP-F1 WS-SOP-F2 WS-SOP-F4
                   UNSTRING ROLEMAT-REC DELIMITED BY ","
                       INTO WS-SOP-F1 WS-SOP-F2 WS-SOP-F4
                   END-UNSTRING
                   ADD 1 TO WS-SRM-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-SOP-F1)
                       TO WS-SRM-ROLE(WS-SRM-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-SOP-F2)
                       TO WS-SRM-PROGRAM(WS-SRM-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-SOP-F4)
                       TO WS-SRM-FUNCTION(WS-SRM-COUNT)
               END-IF
           END-PERFORM.
           CLOSE F-ROLEMAT-FILE.

      *>   WS-SOP-ALLOWED = "Y" WHEN THE SIGNED-ON ROLE HAS A STAFF
      *>   ROW FOR MENU LETTER WS-SOP-WANT (OR *). A BLANK WS-SOP-WANT
      *>   ASKS WHETHER THE ROLE HAS ANY STAFF ROW AT ALL.
       0726-STAFF-ACCESS.
           MOVE "Y" TO WS-SOP-ALLOWED.
           IF WS-SOP-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SOP-ALLOWED.
           MOVE 1 TO WS-SOP-IX.
           PERFORM UNTIL WS-SOP-IX > WS-SRM-COUNT
               IF WS-SRM-ROLE(WS-SOP-IX) = WS-SOP-ROLE-ON AND
                       WS-SRM-PROGRAM(WS-SOP-IX) = "STAFF"
                   IF WS-SOP-WANT = SPACES OR
                           WS-SRM-FUNCTION(WS-SOP-IX) = "*" OR
                           WS-SRM-FUNCTION(WS-SOP-IX) = WS-SOP-WANT
                       MOVE "Y" TO WS-SOP-ALLOWED
                   END-IF
               END-IF
               ADD 1 TO WS-SOP-IX
           END-PERFORM.

      *>   OPERATOR ID + OWN PASSWORD (SAME SALTED HASH AS MEMBER
      *>   PASSWORDS). SUSPENDED, EXPIRED OR NEVER-CHANGED PASSWORDS
      *>   ARE REFUSED HERE - THEY ARE CHANGED AT THE EMPMGMT SIGN-ON.
       0727-STAFF-OPERATOR-LOGIN.
           MOVE "N" TO WS-SOP-ON.
           MOVE 0 TO WS-SOP-SLOT.
           MOVE 1 TO WS-SOP-IX.
           PERFORM UNTIL WS-SOP-IX > WS-SOP-COUNT
               IF WS-SOP-ID(WS-SOP-IX) = WS-SOP-ENTERED
                   MOVE WS-SOP-IX TO WS-SOP-SLOT
               END-IF
               ADD 1 TO WS-SOP-IX
           END-PERFORM.
           MOVE "Incorrect Operator ID Or Password" TO WS-ERROR-MSG.
           IF WS-SOP-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SOP-HASH(WS-SOP-SLOT) TO WS-PW-STORED.
           MOVE WS-STAFF-ENTERED TO WS-PW-ENTERED.
           IF WS-PW-STORED(1:2) NOT = "H:"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0693-CHECK-PW.
           IF WS-PW-OK NOT = "Y"
               MOVE "STAFF-SIGNON" TO WS-AUDIT-ACTION
               MOVE WS-SOP-ENTERED TO WS-AUDIT-BEFORE
               MOVE "REFUSED" TO WS-AUDIT-AFTER
               PERFORM 0311-WRITE-STAFF-AUDIT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SOP-STATUS(WS-SOP-SLOT) NOT = "A"
               MOVE "Operator Suspended" TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0729-STAFF-EMPLOYMENT.
           IF WS-SST-FOUND = "T" OR WS-SST-FOUND = "L"
               MOVE "STAFF-SIGNON" TO WS-AUDIT-ACTION
               MOVE WS-SOP-ENTERED TO WS-AUDIT-BEFORE
               IF WS-SST-FOUND = "T"
                   MOVE "LOCKED - TERMINATED" TO WS-AUDIT-AFTER
                   MOVE "Staff Access Locked - Employment Ended"
                       TO WS-ERROR-MSG
               ELSE
                   MOVE "BLOCKED - ON LEAVE" TO WS-AUDIT-AFTER
                   MOVE "Staff Access Blocked While On Leave"
                       TO WS-ERROR-MSG
               END-IF
               PERFORM 0311-WRITE-STAFF-AUDIT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0200-TIME-AND-DATE.
           MOVE WS-DATETIME(1:8) TO WS-SOP-TODAY.
           IF WS-SOP-PWDATE(WS-SOP-SLOT) = 0
               MOVE 999 TO WS-SOP-AGE
           ELSE
               COMPUTE WS-SOP-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-SOP-TODAY) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-SOP-PWDATE(WS-SOP-SLOT))
           END-IF.
           IF WS-SOP-AGE > WS-SOP-MAX-AGE
               MOVE "Password Expired - Change It In EMPMGMT"
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SOP-ROLE(WS-SOP-SLOT) TO WS-SOP-ROLE-ON.
           MOVE SPACES TO WS-SOP-WANT.
           PERFORM 0726-STAFF-ACCESS.
           IF WS-SOP-ALLOWED NOT = "Y"
               MOVE "Role Has No Staff Console Access"
                   TO WS-ERROR-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SOP-STAFF-ID.
           STRING WS-SOP-ID(WS-SOP-SLOT) " "
               WS-SOP-NAME(WS-SOP-SLOT) DELIMITED BY SIZE
               INTO WS-SOP-STAFF-ID
           END-STRING.
           MOVE WS-SOP-STAFF-ID TO WS-STAFF-ID.
           MOVE "Y" TO WS-SOP-ON.
           MOVE SPACES TO WS-ERROR-MSG.
           MOVE "STAFF-SIGNON" TO WS-AUDIT-ACTION.
           MOVE WS-SOP-ROLE-ON TO WS-AUDIT-BEFORE.
           MOVE "OK" TO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.

      *>   A MISSING EXTRACT (EMPMGMT NOT YET SAVED) LEAVES THE TABLE
      *>   EMPTY AND NOBODY IS HELD BACK BY EMPLOYMENT STATUS.
       0728-LOAD-STAFF-STATUS.
           MOVE 0 TO WS-SST-COUNT.
           OPEN INPUT F-STAFFSTAT-FILE.
           PERFORM UNTIL 1 = 2
               READ F-STAFFSTAT-FILE
                   AT END EXIT PERFORM
               END-READ
               IF STAFFSTAT-REC(1:5) IS NUMERIC AND
                       WS-SST-COUNT < 500
                   ADD 1 TO WS-SST-COUNT
                   MOVE STAFFSTAT-REC(1:5)
                       TO WS-SST-EMPID(WS-SST-COUNT)
                   MOVE FUNCTION UPPER-CASE(STAFFSTAT-REC(7:1))
                       TO WS-SST-STATUS(WS-SST-COUNT)
               END-IF
           END-PERFORM.
           CLOSE F-STAFFSTAT-FILE.

      *>   WS-SST-FOUND COMES BACK WITH THE LINKED EMPLOYEE'S STATUS
      *>   FOR OPERATOR SLOT WS-SOP-SLOT, OR SPACE WHEN THE OPERATOR
      *>   IS NOT LINKED OR THE EMPLOYEE IS NOT IN THE EXTRACT (BOTH
      *>   ARE LISTED ON EMPMGMT'S STAFF ACCESS EXCEPTIONS REPORT).
       0729-STAFF-EMPLOYMENT.
           MOVE SPACE TO WS-SST-FOUND.
           IF WS-SOP-EMPID(WS-SOP-SLOT) NOT NUMERIC OR
                   WS-SOP-EMPID(WS-SOP-SLOT) = "00000"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-SST-IX.
           PERFORM UNTIL WS-SST-IX > WS-SST-COUNT
               IF WS-SST-EMPID(WS-SST-IX) = WS-SOP-EMPID(WS-SOP-SLOT)
                   MOVE WS-SST-STATUS(WS-SST-IX) TO WS-SST-FOUND
               END-IF
               ADD 1 TO WS-SST-IX
           END-PERFORM.

      ******************************************************************
      ***********-----MEMBER REFERRALS AND REFERRAL BONUS-----**********
      ******************************************************************
      *>   EVERY MEMBER WITHOUT A REFERRAL CODE GETS THE NEXT ONE
      *>   IN SEQUENCE (FF + SIX DIGITS). THE CALLER SAVES WHEN
      *>   WS-REF-ASSIGNED COMES BACK "Y".
       0790-REF-ASSIGN-CODES.
           MOVE "N" TO WS-REF-ASSIGNED.
           MOVE 0 TO WS-REF-NEXT.
           MOVE 1 TO WS-REF-IX.
           PERFORM UNTIL WS-REF-IX > WS-MEMBER-COUNT
               IF MEM-REFCODE(WS-REF-IX)(1:2) = "FF" AND
                       MEM-REFCODE(WS-REF-IX)(3:6) IS NUMERIC
                   MOVE MEM-REFCODE(WS-REF-IX)(3:6) TO WS-REF-SEQ
                   IF WS-REF-SEQ > WS-REF-NEXT
                       MOVE WS-REF-SEQ TO WS-REF-NEXT
                   END-IF
               END-IF
               ADD 1 TO WS-REF-IX
           END-PERFORM.
           MOVE 1 TO WS-REF-IX.
           PERFORM UNTIL WS-REF-IX > WS-MEMBER-COUNT
               IF MEM-REFCODE(WS-REF-IX) = SPACES
                   ADD 1 TO WS-REF-NEXT
                   MOVE "FF" TO MEM-REFCODE(WS-REF-IX)(1:2)
                   MOVE WS-REF-NEXT TO MEM-REFCODE(WS-REF-IX)(3:6)
                   MOVE "Y" TO WS-REF-ASSIGNED
               END-IF
               ADD 1 TO WS-REF-IX
           END-PERFORM.

      *>   FIND THE MEMBER WHOSE REFERRAL CODE IS WS-REF-LOOKUP;
      *>   WS-REF-IX IS ZERO WHEN NOBODY HAS IT.
       0791-REF-FIND-CODE.
           MOVE 0 TO WS-REF-IX.
           MOVE FUNCTION UPPER-CASE(WS-REF-LOOKUP) TO WS-REF-LOOKUP.
           MOVE 1 TO COUNTER.
           PERFORM UNTIL COUNTER > WS-MEMBER-COUNT
               IF MEM-REFCODE(COUNTER) = WS-REF-LOOKUP
                   MOVE COUNTER TO WS-REF-IX
                   MOVE 201 TO COUNTER
               END-IF
               ADD 1 TO COUNTER
           END-PERFORM.

      *>   A REFERRED MEMBER'S FIRST PAID PACK FROM THE STORE EARNS
      *>   THEIR REFERRER THE BONUS, UNLESS THE REFERRER HAS ALREADY
      *>   HAD WS-REF-MONTH-CAP BONUSES THIS MONTH OR HAS LEFT THE
      *>   CLUB; EITHER WAY THE REFERRAL IS SETTLED AND NEVER PAYS
      *>   LATER. PROMO AND GIFTED CREDITS DO NOT COME THROUGH HERE.
       0792-REF-FIRST-PURCHASE.
           MOVE WS-USERNAME TO WS-MEM-LOOKUP.
           PERFORM 0502-FIND-MEMBER.
           IF WS-MEM-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF MEM-REFSTAT(WS-MEM-IX) NOT = "P"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MEM-IX TO WS-REF-NEW-IX.
           MOVE MEM-REFBY(WS-MEM-IX) TO WS-MEM-LOOKUP.
           PERFORM 0502-FIND-MEMBER.
           IF WS-MEM-FOUND NOT = "Y"
               MOVE "X" TO MEM-REFSTAT(WS-REF-NEW-IX)
               PERFORM 0510-SAVE-MEMBERS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FORMATTED-YEAR TO WS-CURRENT-DATE-STR(1:4).
           MOVE WS-FORMATTED-MONTH TO WS-CURRENT-DATE-STR(5:2).
           MOVE WS-CURRENT-DATE-STR(1:6) TO WS-REF-MONTH.
           IF MEM-REF-MONTH(WS-MEM-IX) NOT = WS-REF-MONTH
               MOVE WS-REF-MONTH TO MEM-REF-MONTH(WS-MEM-IX)
               MOVE 0 TO MEM-REF-MCOUNT(WS-MEM-IX)
           END-IF.
           MOVE MEM-NAME(WS-MEM-IX) TO WS-AUDIT-AFTER.
           IF MEM-REF-MCOUNT(WS-MEM-IX) >= WS-REF-MONTH-CAP
               MOVE "X" TO MEM-REFSTAT(WS-REF-NEW-IX)
               PERFORM 0510-SAVE-MEMBERS
               MOVE "REFERRAL-CAPPED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               PERFORM 0310-WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF.
           MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-BEFORE.
           IF MEM-CREDITS(WS-MEM-IX) + WS-REF-BONUS > 999
               MOVE 999 TO MEM-CREDITS(WS-MEM-IX)
           ELSE
               ADD WS-REF-BONUS TO MEM-CREDITS(WS-MEM-IX)
           END-IF.
           ADD 1 TO MEM-REF-MCOUNT(WS-MEM-IX).
           IF MEM-REF-PAID(WS-MEM-IX) + WS-REF-BONUS > 99999
               MOVE 99999 TO MEM-REF-PAID(WS-MEM-IX)
           ELSE
               ADD WS-REF-BONUS TO MEM-REF-PAID(WS-MEM-IX)
           END-IF.
           MOVE "C" TO MEM-REFSTAT(WS-REF-NEW-IX).
           PERFORM 0510-SAVE-MEMBERS.
           MOVE "REFERRAL-BONUS" TO WS-AUDIT-ACTION.
           MOVE MEM-NAME(WS-MEM-IX) TO WS-AUDIT-BEFORE(5:16).
           MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-AFTER.
           PERFORM 0310-WRITE-AUDIT-LOG.
      *>   THE REFERRER HEARS ABOUT IT AT NEXT LOGIN VIA THE INBOX
           IF WS-PM-COUNT < 500
               ADD 1 TO WS-PM-COUNT
               MOVE MEM-NAME(WS-MEM-IX) TO PM-TO(WS-PM-COUNT)
               MOVE "SYSTEM" TO PM-FROM(WS-PM-COUNT)
               MOVE WS-FORMATTED-DT TO PM-DATE(WS-PM-COUNT)
               MOVE "N" TO PM-READ(WS-PM-COUNT)
               MOVE "A member you referred bought credits - bonus paid"
                   TO PM-TEXT(WS-PM-COUNT)
               PERFORM 0526-SAVE-PMS
           END-IF.

      *>   REFERRAL REPORT FOR STAFF: EVERY MEMBER WHO HAS REFERRED
      *>   SOMEONE, WITH REFERRED / PENDING / CONVERTED / CAPPED
      *>   COUNTS AND BONUS CREDITS PAID, TO REFERRALS.TXT.
       0793-REFERRAL-REPORT.
           MOVE 0 TO WS-RR-TOT-REFERRERS.
           MOVE 0 TO WS-RR-TOT-REFERRED.
           MOVE 0 TO WS-RR-TOT-CONVERTED.
           MOVE 0 TO WS-RR-TOT-PAID.
           OPEN OUTPUT F-REFRPT-FILE.
           MOVE SPACES TO REFRPT-REC.
           MOVE "REFERRER" TO RFR-NAME.
           MOVE "CODE" TO RFR-CODE.
           WRITE REFRPT-REC.
           MOVE 1 TO WS-REF-IX.
           PERFORM UNTIL WS-REF-IX > WS-MEMBER-COUNT
               MOVE 0 TO WS-RR-REFERRED
               MOVE 0 TO WS-RR-PENDING
               MOVE 0 TO WS-RR-CONVERTED
               MOVE 0 TO WS-RR-CAPPED
               MOVE 1 TO WS-REF-IX2
               PERFORM UNTIL WS-REF-IX2 > WS-MEMBER-COUNT
                   IF MEM-REFBY(WS-REF-IX2) = MEM-NAME(WS-REF-IX)
                       ADD 1 TO WS-RR-REFERRED
                       EVALUATE MEM-REFSTAT(WS-REF-IX2)
                           WHEN "P"
                               ADD 1 TO WS-RR-PENDING
                           WHEN "C"
                               ADD 1 TO WS-RR-CONVERTED
                           WHEN OTHER
                               ADD 1 TO WS-RR-CAPPED
                       END-EVALUATE
                   END-IF
                   ADD 1 TO WS-REF-IX2
               END-PERFORM
               IF WS-RR-REFERRED > 0 OR MEM-REF-PAID(WS-REF-IX) > 0
                   MOVE SPACES TO REFRPT-REC
                   MOVE MEM-NAME(WS-REF-IX) TO RFR-NAME
                   MOVE MEM-REFCODE(WS-REF-IX) TO RFR-CODE
                   MOVE WS-RR-REFERRED TO RFR-REFERRED
                   MOVE WS-RR-PENDING TO RFR-PENDING
                   MOVE WS-RR-CONVERTED TO RFR-CONVERTED
                   MOVE WS-RR-CAPPED TO RFR-CAPPED
                   MOVE MEM-REF-PAID(WS-REF-IX) TO RFR-PAID
                   WRITE REFRPT-REC
                   ADD 1 TO WS-RR-TOT-REFERRERS
                   ADD WS-RR-REFERRED TO WS-RR-TOT-REFERRED
                   ADD WS-RR-CONVERTED TO WS-RR-TOT-CONVERTED
                   ADD MEM-REF-PAID(WS-REF-IX) TO WS-RR-TOT-PAID
               END-IF
               ADD 1 TO WS-REF-IX
           END-PERFORM.
           CLOSE F-REFRPT-FILE.
           MOVE "STAFF-REF-REPORT" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE WS-RR-TOT-REFERRERS TO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           DISPLAY "REFERRAL REPORT: REFERRERS " WS-RR-TOT-REFERRERS
               " REFERRED " WS-RR-TOT-REFERRED
               " CONVERTED " WS-RR-TOT-CONVERTED
               " CREDITS PAID " WS-RR-TOT-PAID.

      ******************************************************************
      *******-----ABUSE REPORTS, STAFF CASE QUEUE, STRIKES-----*********
      ******************************************************************
      *>   MEMBERS REPORT A PM, A BOARD POST, A POLL, A PROFILE, OR
      *>   A HEAD-TO-HEAD GAME (F ON EACH OF THOSE SCREENS). STAFF
      *>   WORK THE OPEN CASES FROM STAFF MENU C: DISMISS, WARN, OR
      *>   STRIKE. THE THIRD STRIKE INSIDE 90 DAYS SUSPENDS THE
      *>   MEMBER THROUGH 0186. EVERY STEP IS AUDIT-LOGGED.
       0794-LOAD-CASES.
           MOVE 0 TO WS-CS-COUNT.
           MOVE 1 TO WS-CS-NEXT-ID.
           OPEN INPUT F-CASE-FILE.
           PERFORM UNTIL 1 = 2
               READ F-CASE-FILE
                   AT END EXIT PERFORM
               END-READ
               IF WS-CS-COUNT < 300
                   ADD 1 TO WS-CS-COUNT
                   MOVE CS-ID TO CST-ID(WS-CS-COUNT)
                   MOVE CS-OPENED TO CST-OPENED(WS-CS-COUNT)
                   MOVE CS-KIND TO CST-KIND(WS-CS-COUNT)
                   MOVE CS-REPORTER TO CST-REPORTER(WS-CS-COUNT)
                   MOVE CS-SUBJECT TO CST-SUBJECT(WS-CS-COUNT)
                   MOVE CS-CONTENT TO CST-CONTENT(WS-CS-COUNT)
                   MOVE CS-REASON TO CST-REASON(WS-CS-COUNT)
                   MOVE CS-STATUS TO CST-STATUS(WS-CS-COUNT)
                   MOVE CS-STAFF TO CST-STAFF(WS-CS-COUNT)
                   MOVE CS-CLOSED TO CST-CLOSED(WS-CS-COUNT)
                   IF CS-ID >= WS-CS-NEXT-ID
                       COMPUTE WS-CS-NEXT-ID = CS-ID + 1
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE F-CASE-FILE.

       0795-SAVE-CASES.
           OPEN OUTPUT F-CASE-FILE.
           MOVE 1 TO WS-CS-IX.
           PERFORM UNTIL WS-CS-IX > WS-CS-COUNT
               MOVE CST-ID(WS-CS-IX) TO CS-ID
               MOVE CST-OPENED(WS-CS-IX) TO CS-OPENED
               MOVE CST-KIND(WS-CS-IX) TO CS-KIND
               MOVE CST-REPORTER(WS-CS-IX) TO CS-REPORTER
               MOVE CST-SUBJECT(WS-CS-IX) TO CS-SUBJECT
               MOVE CST-CONTENT(WS-CS-IX) TO CS-CONTENT
               MOVE CST-REASON(WS-CS-IX) TO CS-REASON
               MOVE CST-STATUS(WS-CS-IX) TO CS-STATUS
               MOVE CST-STAFF(WS-CS-IX) TO CS-STAFF
               MOVE CST-CLOSED(WS-CS-IX) TO CS-CLOSED
               WRITE CASE-REC
               END-WRITE
               ADD 1 TO WS-CS-IX
           END-PERFORM.
           CLOSE F-CASE-FILE.

      *>   CALLERS SET WS-CS-NEW-KIND, WS-CS-NEW-SUBJECT, AND
      *>   WS-CS-NEW-CONTENT. THE MEMBER IS HELD ON THE RESULT
      *>   BEFORE THEIR SCREEN REDRAWS.
       0796-REPORT-OPEN.
           PERFORM 0778-REPORT-FILE.
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WS-CS-CHOICE.

       0778-REPORT-FILE.
           IF WS-CS-NEW-SUBJECT = SPACES OR
                   WS-CS-NEW-SUBJECT = "SYSTEM"
               DISPLAY "NO MEMBER TO REPORT HERE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CS-NEW-SUBJECT = WS-USERNAME
               DISPLAY "YOU CANNOT REPORT YOURSELF"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CS-DUP.
           MOVE 1 TO WS-CS-IX.
           PERFORM UNTIL WS-CS-IX > WS-CS-COUNT
               IF CST-STATUS(WS-CS-IX) = "O" AND
                       CST-REPORTER(WS-CS-IX) = WS-USERNAME AND
                       CST-SUBJECT(WS-CS-IX) = WS-CS-NEW-SUBJECT AND
                       CST-KIND(WS-CS-IX) = WS-CS-NEW-KIND AND
                       CST-CONTENT(WS-CS-IX) = WS-CS-NEW-CONTENT
                   MOVE "Y" TO WS-CS-DUP
               END-IF
               ADD 1 TO WS-CS-IX
           END-PERFORM.
           IF WS-CS-DUP = "Y"
               DISPLAY "YOU HAVE ALREADY REPORTED THIS - STAFF "
                   "WILL REVIEW IT"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REPORTING " WS-CS-NEW-SUBJECT ": "
               WS-CS-NEW-CONTENT.
           DISPLAY "REASON FOR THE REPORT (BLANK TO CANCEL):".
           MOVE SPACES TO WS-CS-NEW-REASON.
           ACCEPT WS-CS-NEW-REASON.
           IF WS-CS-NEW-REASON = SPACES
               DISPLAY "REPORT CANCELLED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0200-TIME-AND-DATE.
           MOVE WS-FORMATTED-YEAR TO WS-CURRENT-DATE-STR(1:4).
           MOVE WS-FORMATTED-MONTH TO WS-CURRENT-DATE-STR(5:2).
           MOVE WS-FORMATTED-DY TO WS-CURRENT-DATE-STR(7:2).
           MOVE WS-CURRENT-DATE-STR TO WS-CURRENT-DATE-NUM.
           IF WS-CS-COUNT >= 300
               PERFORM 0777-CASE-PURGE
           END-IF.
           IF WS-CS-COUNT >= 300
               DISPLAY "REPORT QUEUE FULL - PLEASE TRY AGAIN LATER"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CS-COUNT.
           MOVE WS-CS-NEXT-ID TO CST-ID(WS-CS-COUNT).
           ADD 1 TO WS-CS-NEXT-ID.
           MOVE WS-CURRENT-DATE-NUM TO CST-OPENED(WS-CS-COUNT).
           MOVE WS-CS-NEW-KIND TO CST-KIND(WS-CS-COUNT).
           MOVE WS-USERNAME TO CST-REPORTER(WS-CS-COUNT).
           MOVE WS-CS-NEW-SUBJECT TO CST-SUBJECT(WS-CS-COUNT).
           MOVE WS-CS-NEW-CONTENT TO CST-CONTENT(WS-CS-COUNT).
           MOVE WS-CS-NEW-REASON TO CST-REASON(WS-CS-COUNT).
           MOVE "O" TO CST-STATUS(WS-CS-COUNT).
           MOVE SPACES TO CST-STAFF(WS-CS-COUNT).
           MOVE 0 TO CST-CLOSED(WS-CS-COUNT).
           PERFORM 0795-SAVE-CASES.
           MOVE "REPORT-OPENED" TO WS-AUDIT-ACTION.
           MOVE WS-CS-NEW-SUBJECT TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "CASE " CST-ID(WS-CS-COUNT) " "
                  WS-CS-NEW-KIND DELIMITED BY SIZE
              INTO WS-AUDIT-AFTER.
           PERFORM 0310-WRITE-AUDIT-LOG.
           DISPLAY "THANK YOU - SENT TO STAFF AS CASE "
               CST-ID(WS-CS-COUNT).

      *>   ONLY WHEN THE TABLE IS FULL: CLOSED CASES OLDER THAN THE
      *>   STRIKE WINDOW NO LONGER COUNT FOR ANYTHING AND GO.
       0777-CASE-PURGE.
           COMPUTE WS-CS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           MOVE 0 TO WS-CS-KEPT.
           MOVE 1 TO WS-CS-IX.
           PERFORM UNTIL WS-CS-IX > WS-CS-COUNT
               MOVE 0 TO WS-CS-AGE
               IF CST-STATUS(WS-CS-IX) NOT = "O" AND
                       CST-CLOSED(WS-CS-IX) > 0
                   COMPUTE WS-CS-AGE = WS-CS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(CST-CLOSED(WS-CS-IX))
               END-IF
               IF WS-CS-AGE NOT > WS-CS-STRIKE-DAYS
                   ADD 1 TO WS-CS-KEPT
                   MOVE WS-CS-ENTRY(WS-CS-IX)
                       TO WS-CS-ENTRY(WS-CS-KEPT)
               END-IF
               ADD 1 TO WS-CS-IX
           END-PERFORM.
           MOVE WS-CS-KEPT TO WS-CS-COUNT.
           PERFORM 0795-SAVE-CASES.

       0797-STAFF-CASES.
           MOVE 0 TO WS-CS-OPEN.
           DISPLAY "OPEN ABUSE REPORTS:".
           MOVE 1 TO WS-CS-IX.
           PERFORM UNTIL WS-CS-IX > WS-CS-COUNT
               IF CST-STATUS(WS-CS-IX) = "O"
                   ADD 1 TO WS-CS-OPEN
                   DISPLAY "  " WS-CS-IX ": CASE "
                       CST-ID(WS-CS-IX) " "
                       CST-KIND(WS-CS-IX) " AGAINST "
                       CST-SUBJECT(WS-CS-IX) " BY "
                       CST-REPORTER(WS-CS-IX) " ON "
                       CST-OPENED(WS-CS-IX)
               END-IF
               ADD 1 TO WS-CS-IX
           END-PERFORM.
           IF WS-CS-OPEN = 0
               DISPLAY "NO OPEN ABUSE REPORTS"
               PERFORM 0180-STAFF-MENU
           END-IF.
           DISPLAY "W=WORK A CASE  G=BACK:".
           ACCEPT WS-CS-CHOICE.
           IF WS-CS-CHOICE = "g" OR "G"
               PERFORM 0180-STAFF-MENU
           END-IF.
           IF WS-CS-CHOICE = "w" OR "W"
               DISPLAY "LINE NUMBER:"
               ACCEPT WS-CS-PICK
               PERFORM 0798-CASE-WORK
           END-IF.
           PERFORM 0797-STAFF-CASES.

      *>   SHOW THE CASE WITH THE CONTENT AS IT WAS WHEN REPORTED,
      *>   THEN CLOSE IT. WARNINGS AND STRIKES REACH THE MEMBER AS
      *>   A SYSTEM PM; THE REPORTER IS TOLD IT WAS REVIEWED.
       0798-CASE-WORK.
           IF WS-CS-PICK = 0 OR WS-CS-PICK > WS-CS-COUNT
               DISPLAY "NO SUCH CASE"
               EXIT PARAGRAPH
           END-IF.
           IF CST-STATUS(WS-CS-PICK) NOT = "O"
               DISPLAY "CASE ALREADY CLOSED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CASE " CST-ID(WS-CS-PICK) " ("
               CST-KIND(WS-CS-PICK) ") OPENED "
               CST-OPENED(WS-CS-PICK).
           DISPLAY "  REPORTED MEMBER: " CST-SUBJECT(WS-CS-PICK).
           DISPLAY "  REPORTED BY:     " CST-REPORTER(WS-CS-PICK).
           DISPLAY "  CONTENT: " CST-CONTENT(WS-CS-PICK).
           DISPLAY "  REASON:  " CST-REASON(WS-CS-PICK).
           MOVE "CASE-VIEW" TO WS-AUDIT-ACTION.
           MOVE CST-SUBJECT(WS-CS-PICK) TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "CASE " CST-ID(WS-CS-PICK) DELIMITED BY SIZE
              INTO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           DISPLAY "D=DISMISS  W=WARN  S=STRIKE  G=BACK:".
           ACCEPT WS-CS-ACTION.
           IF WS-CS-ACTION = "s" OR "S"
               MOVE CST-SUBJECT(WS-CS-PICK) TO WS-MEM-LOOKUP
               PERFORM 0502-FIND-MEMBER
               IF WS-MEM-FOUND NOT = "Y"
                   DISPLAY "MEMBER NO LONGER ON FILE - DISMISS "
                       "THE CASE INSTEAD"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-CS-ACTION = "d" OR "D"
               MOVE "D" TO CST-STATUS(WS-CS-PICK)
               MOVE "CASE-DISMISS" TO WS-AUDIT-ACTION
           ELSE IF WS-CS-ACTION = "w" OR "W"
               MOVE "W" TO CST-STATUS(WS-CS-PICK)
               MOVE "CASE-WARN" TO WS-AUDIT-ACTION
           ELSE IF WS-CS-ACTION = "s" OR "S"
               MOVE "S" TO CST-STATUS(WS-CS-PICK)
               MOVE "CASE-STRIKE" TO WS-AUDIT-ACTION
           ELSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0200-TIME-AND-DATE.
           MOVE WS-FORMATTED-YEAR TO WS-CURRENT-DATE-STR(1:4).
           MOVE WS-FORMATTED-MONTH TO WS-CURRENT-DATE-STR(5:2).
           MOVE WS-FORMATTED-DY TO WS-CURRENT-DATE-STR(7:2).
           MOVE WS-CURRENT-DATE-STR TO WS-CURRENT-DATE-NUM.
           MOVE WS-STAFF-ID TO CST-STAFF(WS-CS-PICK).
           MOVE WS-CURRENT-DATE-NUM TO CST-CLOSED(WS-CS-PICK).
           PERFORM 0795-SAVE-CASES.
           MOVE CST-SUBJECT(WS-CS-PICK) TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "CASE " CST-ID(WS-CS-PICK) DELIMITED BY SIZE
              INTO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           IF CST-STATUS(WS-CS-PICK) = "W"
               MOVE CST-SUBJECT(WS-CS-PICK) TO WS-CS-PM-TO
               MOVE "Staff warning: a report against you was upheld"
                   TO WS-CS-PM-TEXT
               PERFORM 0776-CASE-SEND-PM
           END-IF.
           IF CST-STATUS(WS-CS-PICK) = "S"
               MOVE CST-SUBJECT(WS-CS-PICK) TO WS-CS-PM-TO
               MOVE "Strike issued on a report - 3 in 90 days suspends"
                   TO WS-CS-PM-TEXT
               PERFORM 0776-CASE-SEND-PM
           END-IF.
           MOVE CST-REPORTER(WS-CS-PICK) TO WS-CS-PM-TO.
           MOVE "Your abuse report has been reviewed by staff - thanks"
               TO WS-CS-PM-TEXT.
           PERFORM 0776-CASE-SEND-PM.
           DISPLAY "CASE CLOSED AND LOGGED".
           IF CST-STATUS(WS-CS-PICK) = "S"
               PERFORM 0799-CASE-STRIKE-CHECK
           END-IF.

      *>   STRIKES ON THE MEMBER CLOSED INSIDE THE WINDOW. WS-MEM-IX
      *>   STILL POINTS AT THE MEMBER FROM 0798.
       0799-CASE-STRIKE-CHECK.
           COMPUTE WS-CS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           MOVE 0 TO WS-CS-STRIKES.
           MOVE 1 TO WS-CS-IX.
           PERFORM UNTIL WS-CS-IX > WS-CS-COUNT
               IF CST-STATUS(WS-CS-IX) = "S" AND
                       CST-SUBJECT(WS-CS-IX) = CST-SUBJECT(WS-CS-PICK)
                       AND CST-CLOSED(WS-CS-IX) > 0
                   COMPUTE WS-CS-AGE = WS-CS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(CST-CLOSED(WS-CS-IX))
                   IF WS-CS-AGE < WS-CS-STRIKE-DAYS
                       ADD 1 TO WS-CS-STRIKES
                   END-IF
               END-IF
               ADD 1 TO WS-CS-IX
           END-PERFORM.
           DISPLAY "STRIKES IN THE LAST " WS-CS-STRIKE-DAYS
               " DAYS: " WS-CS-STRIKES.
           IF WS-CS-STRIKES < WS-CS-STRIKE-LIMIT OR
                   MEM-LOCKED(WS-MEM-IX) = "SUS"
               EXIT PARAGRAPH
           END-IF.
           MOVE CST-SUBJECT(WS-CS-PICK) TO WS-SADM-TARGET.
           PERFORM 0186-STAFF-SUSPEND.
           MOVE "STRIKE-SUSPEND" TO WS-AUDIT-ACTION.
           MOVE CST-SUBJECT(WS-CS-PICK) TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "STRIKES " WS-CS-STRIKES DELIMITED BY SIZE
              INTO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           MOVE CST-SUBJECT(WS-CS-PICK) TO WS-CS-PM-TO.
           MOVE "Account suspended: 3 strikes within 90 days"
               TO WS-CS-PM-TEXT.
           PERFORM 0776-CASE-SEND-PM.
           DISPLAY "STRIKE LIMIT REACHED - MEMBER SUSPENDED".

       0776-CASE-SEND-PM.
           IF WS-PM-COUNT >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PM-COUNT.
           MOVE WS-CS-PM-TO TO PM-TO(WS-PM-COUNT).
           MOVE "SYSTEM" TO PM-FROM(WS-PM-COUNT).
           MOVE WS-FORMATTED-DT TO PM-DATE(WS-PM-COUNT).
           MOVE "N" TO PM-READ(WS-PM-COUNT).
           MOVE WS-CS-PM-TEXT TO PM-TEXT(WS-PM-COUNT).
           PERFORM 0526-SAVE-PMS.

      ******************************************************************
      *********-----CLUB EVENTS: RSVP, TICKETS, WAITLISTS-----**********
      ******************************************************************
      *>   MEMBERS REACH THE CALENDAR FROM THE MAIN MENU (E); STAFF
      *>   MAINTAIN IT FROM STAFF MENU E. A CANCELLATION BEFORE THE
      *>   CUTOFF REFUNDS THE TICKET AND MOVES THE FIRST WAITLISTED
      *>   MEMBER UP, WITH A SYSTEM PM TO THEM.
       0700-LOAD-EVENTS.
           MOVE 0 TO WS-EV-COUNT.
           MOVE 1 TO WS-EV-NEXT-ID.
           OPEN INPUT F-EVENT-FILE.
           PERFORM UNTIL 1 = 2
               READ F-EVENT-FILE
                   AT END EXIT PERFORM
               END-READ
               IF WS-EV-COUNT < 30
                   ADD 1 TO WS-EV-COUNT
                   MOVE EV-ID TO EVT-ID(WS-EV-COUNT)
                   MOVE EV-TITLE TO EVT-TITLE(WS-EV-COUNT)
                   MOVE EV-DATE TO EVT-DATE(WS-EV-COUNT)
                   MOVE EV-LOCATION TO EVT-LOCATION(WS-EV-COUNT)
                   MOVE EV-CAPACITY TO EVT-CAPACITY(WS-EV-COUNT)
                   MOVE EV-PRICE TO EVT-PRICE(WS-EV-COUNT)
                   MOVE EV-CUTOFF TO EVT-CUTOFF(WS-EV-COUNT)
                   MOVE EV-STATUS TO EVT-STATUS(WS-EV-COUNT)
                   IF EV-ID >= WS-EV-NEXT-ID
                       COMPUTE WS-EV-NEXT-ID = EV-ID + 1
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE F-EVENT-FILE.
           MOVE 0 TO WS-ER-COUNT.
           OPEN INPUT F-EVRSVP-FILE.
           PERFORM UNTIL 1 = 2
               READ F-EVRSVP-FILE
                   AT END EXIT PERFORM
               END-READ
               IF WS-ER-COUNT < 500
                   ADD 1 TO WS-ER-COUNT
                   MOVE ER-EVENT TO ERT-EVENT(WS-ER-COUNT)
                   MOVE ER-NAME TO ERT-NAME(WS-ER-COUNT)
                   MOVE ER-STATUS TO ERT-STATUS(WS-ER-COUNT)
                   MOVE ER-PAID TO ERT-PAID(WS-ER-COUNT)
                   MOVE ER-DATE TO ERT-DATE(WS-ER-COUNT)
               END-IF
           END-PERFORM.
           CLOSE F-EVRSVP-FILE.

       0701-SAVE-EVENTS.
           OPEN OUTPUT F-EVENT-FILE.
           MOVE 1 TO WS-EV-IX.
           PERFORM UNTIL WS-EV-IX > WS-EV-COUNT
               MOVE EVT-ID(WS-EV-IX) TO EV-ID
               MOVE EVT-TITLE(WS-EV-IX) TO EV-TITLE
               MOVE EVT-DATE(WS-EV-IX) TO EV-DATE
               MOVE EVT-LOCATION(WS-EV-IX) TO EV-LOCATION
               MOVE EVT-CAPACITY(WS-EV-IX) TO EV-CAPACITY
               MOVE EVT-PRICE(WS-EV-IX) TO EV-PRICE
               MOVE EVT-CUTOFF(WS-EV-IX) TO EV-CUTOFF
               MOVE EVT-STATUS(WS-EV-IX) TO EV-STATUS
               WRITE EVENT-REC
               END-WRITE
               ADD 1 TO WS-EV-IX
           END-PERFORM.
           CLOSE F-EVENT-FILE.
           OPEN OUTPUT F-EVRSVP-FILE.
           MOVE 1 TO WS-ER-IX.
           PERFORM UNTIL WS-ER-IX > WS-ER-COUNT
               MOVE ERT-EVENT(WS-ER-IX) TO ER-EVENT
               MOVE ERT-NAME(WS-ER-IX) TO ER-NAME
               MOVE ERT-STATUS(WS-ER-IX) TO ER-STATUS
               MOVE ERT-PAID(WS-ER-IX) TO ER-PAID
               MOVE ERT-DATE(WS-ER-IX) TO ER-DATE
               WRITE EVRSVP-REC
               END-WRITE
               ADD 1 TO WS-ER-IX
           END-PERFORM.
           CLOSE F-EVRSVP-FILE.

      *>   WS-EV-PICK (EVENT NUMBER) -> WS-EV-SLOT, 0 IF NONE.
       0702-EVENT-FIND.
           MOVE 0 TO WS-EV-SLOT.
           MOVE 1 TO WS-EV-IX.
           PERFORM UNTIL WS-EV-IX > WS-EV-COUNT
               IF EVT-ID(WS-EV-IX) = WS-EV-PICK
                   MOVE WS-EV-IX TO WS-EV-SLOT
               END-IF
               ADD 1 TO WS-EV-IX
           END-PERFORM.

      *>   SEATS TAKEN, WAITLIST LENGTH, AND THE LOGGED-IN MEMBER'S
      *>   OWN RSVP (WS-EV-MINE / WS-EV-MINE-IX) FOR WS-EV-SLOT.
       0703-EVENT-TALLY.
           MOVE 0 TO WS-EV-TAKEN.
           MOVE 0 TO WS-EV-WAITING.
           MOVE SPACE TO WS-EV-MINE.
           MOVE 0 TO WS-EV-MINE-IX.
           MOVE 1 TO WS-ER-IX.
           PERFORM UNTIL WS-ER-IX > WS-ER-COUNT
               IF ERT-EVENT(WS-ER-IX) = EVT-ID(WS-EV-SLOT)
                   IF ERT-STATUS(WS-ER-IX) = "A"
                       ADD 1 TO WS-EV-TAKEN
                   ELSE
                       ADD 1 TO WS-EV-WAITING
                   END-IF
                   IF ERT-NAME(WS-ER-IX) = WS-USERNAME
                       MOVE ERT-STATUS(WS-ER-IX) TO WS-EV-MINE
                       MOVE WS-ER-IX TO WS-EV-MINE-IX
                   END-IF
               END-IF
               ADD 1 TO WS-ER-IX
           END-PERFORM.

       0704-EVENTS.
           PERFORM 0200-TIME-AND-DATE.
           MOVE WS-FORMATTED-YEAR TO WS-CURRENT-DATE-STR(1:4).
           MOVE WS-FORMATTED-MONTH TO WS-CURRENT-DATE-STR(5:2).
           MOVE WS-FORMATTED-DY TO WS-CURRENT-DATE-STR(7:2).
           MOVE WS-CURRENT-DATE-STR TO WS-CURRENT-DATE-NUM.
           PERFORM 0708-EVENT-SETTLE-DUE.
           DISPLAY "UPCOMING CLUB EVENTS:".
           MOVE 1 TO WS-EV-SLOT.
           PERFORM UNTIL WS-EV-SLOT > WS-EV-COUNT
               IF EVT-STATUS(WS-EV-SLOT) NOT = "C" AND
                       EVT-DATE(WS-EV-SLOT) >= WS-CURRENT-DATE-NUM
                   PERFORM 0703-EVENT-TALLY
                   DISPLAY "  " EVT-ID(WS-EV-SLOT) ": "
                       EVT-DATE(WS-EV-SLOT) " "
                       EVT-TITLE(WS-EV-SLOT) " @ "
                       EVT-LOCATION(WS-EV-SLOT)
                   DISPLAY "        TICKET " EVT-PRICE(WS-EV-SLOT)
                       " CR  SEATS " WS-EV-TAKEN "/"
                       EVT-CAPACITY(WS-EV-SLOT) "  WAITLIST "
                       WS-EV-WAITING "  RSVP BY "
                       EVT-CUTOFF(WS-EV-SLOT)
                   IF WS-EV-MINE = "A"
                       DISPLAY "        YOU ARE ATTENDING"
                   END-IF
                   IF WS-EV-MINE = "W"
                       DISPLAY "        YOU ARE ON THE WAITLIST"
                   END-IF
               END-IF
               ADD 1 TO WS-EV-SLOT
           END-PERFORM.
           DISPLAY "R=RSVP  C=CANCEL MY RSVP  G=BACK".
           ACCEPT WS-EV-CHOICE.
           IF WS-EV-CHOICE = "g" OR "G"
               PERFORM 0110-DISPLAY-MENU
           END-IF.
           IF WS-EV-CHOICE = "r" OR "R"
               DISPLAY "EVENT NUMBER:"
               ACCEPT WS-EV-PICK
               PERFORM 0705-EVENT-RSVP
           END-IF.
           IF WS-EV-CHOICE = "c" OR "C"
               DISPLAY "EVENT NUMBER:"
               ACCEPT WS-EV-PICK
               PERFORM 0706-EVENT-CANCEL
           END-IF.
           PERFORM 0704-EVENTS.

      *>   A SEAT IF ONE IS FREE, OTHERWISE (ON REQUEST) THE END OF
      *>   THE WAITLIST. A TICKETED EVENT IS PAID FOR EITHER WAY.
       0705-EVENT-RSVP.
           PERFORM 0126-CHECK-ACCOUNT-STATUS.
           PERFORM 0702-EVENT-FIND.
           IF WS-EV-SLOT = 0
               DISPLAY "NO SUCH EVENT"
               EXIT PARAGRAPH
           END-IF.
           IF EVT-STATUS(WS-EV-SLOT) NOT = "O" OR
                   WS-CURRENT-DATE-NUM > EVT-CUTOFF(WS-EV-SLOT)
               DISPLAY "RSVP IS CLOSED FOR THIS EVENT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0703-EVENT-TALLY.
           IF WS-EV-MINE NOT = SPACE
               DISPLAY "YOU ALREADY HAVE AN RSVP FOR THIS EVENT"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ER-COUNT >= 500
               DISPLAY "RSVP TABLE FULL"
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-EV-WAS.
           IF WS-EV-TAKEN >= EVT-CAPACITY(WS-EV-SLOT)
               DISPLAY "THE EVENT IS FULL - JOIN THE WAITLIST (Y/N)?"
               ACCEPT WS-EV-YN
               IF WS-EV-YN NOT = "y" AND WS-EV-YN NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "W" TO WS-EV-WAS
           END-IF.
           IF EVT-PRICE(WS-EV-SLOT) > 0
               MOVE 0 TO WS-UPDATE-CREDITS
               MOVE EVT-PRICE(WS-EV-SLOT) TO WS-UPDATE-CREDITS
               PERFORM 0133-CHECK-CREDIT-BALANCE
               IF WS-BALANCE-AVAILABLE NOT = "Y"
                   DISPLAY "INSUFFICIENT CREDITS FOR THE TICKET"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-USERCREDITS TO WS-AUDIT-BEFORE
               PERFORM 0511-MEM-SUBTRACT-CREDITS
               MOVE "EVENT-TICKET" TO WS-AUDIT-ACTION
               PERFORM 0313-LOG-CREDIT-CHANGE
           END-IF.
           ADD 1 TO WS-ER-COUNT.
           MOVE EVT-ID(WS-EV-SLOT) TO ERT-EVENT(WS-ER-COUNT).
           MOVE WS-USERNAME TO ERT-NAME(WS-ER-COUNT).
           MOVE WS-EV-WAS TO ERT-STATUS(WS-ER-COUNT).
           MOVE EVT-PRICE(WS-EV-SLOT) TO ERT-PAID(WS-ER-COUNT).
           MOVE WS-CURRENT-DATE-NUM TO ERT-DATE(WS-ER-COUNT).
           PERFORM 0701-SAVE-EVENTS.
           IF WS-EV-WAS = "A"
               MOVE "EVENT-RSVP" TO WS-AUDIT-ACTION
           ELSE
               MOVE "EVENT-WAITLIST" TO WS-AUDIT-ACTION
           END-IF.
           MOVE EVT-TITLE(WS-EV-SLOT) TO WS-AUDIT-BEFORE.
           MOVE EVT-PRICE(WS-EV-SLOT) TO WS-AUDIT-AFTER.
           PERFORM 0310-WRITE-AUDIT-LOG.
           IF WS-EV-WAS = "A"
               DISPLAY "YOU ARE ATTENDING - SEE YOU THERE"
           ELSE
               DISPLAY "YOU ARE ON THE WAITLIST - ANY TICKET PRICE "
                   "IS REFUNDED IF NO SEAT FREES UP"
           END-IF.

       0706-EVENT-CANCEL.
           PERFORM 0702-EVENT-FIND.
           IF WS-EV-SLOT = 0
               DISPLAY "NO SUCH EVENT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0703-EVENT-TALLY.
           IF WS-EV-MINE = SPACE
               DISPLAY "YOU HAVE NO RSVP FOR THIS EVENT"
               EXIT PARAGRAPH
           END-IF.
           IF EVT-STATUS(WS-EV-SLOT) NOT = "O" OR
                   WS-CURRENT-DATE-NUM > EVT-CUTOFF(WS-EV-SLOT)
               DISPLAY "THE RSVP CUTOFF HAS PASSED - THE RSVP "
                   "CAN NO LONGER BE CANCELLED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EV-MINE TO WS-EV-WAS.
           MOVE WS-USERNAME TO WS-EV-WHO.
           MOVE ERT-PAID(WS-EV-MINE-IX) TO WS-EV-PAY.
           MOVE WS-EV-MINE-IX TO WS-ER-DROP.
           PERFORM 0710-EVENT-DROP-RSVP.
           PERFORM 0709-EVENT-REFUND.
           IF WS-EV-WAS = "A"
               PERFORM 0707-EVENT-PROMOTE
           END-IF.
           PERFORM 0701-SAVE-EVENTS.
           MOVE "EVENT-CANCEL" TO WS-AUDIT-ACTION.
           MOVE EVT-TITLE(WS-EV-SLOT) TO WS-AUDIT-BEFORE.
           MOVE WS-EV-PAY TO WS-AUDIT-AFTER.
           PERFORM 0310-WRITE-AUDIT-LOG.
           DISPLAY "RSVP CANCELLED - " WS-EV-PAY " CREDITS REFUNDED".

      *>   ONE SEAT HAS FREED UP ON WS-EV-SLOT: THE EARLIEST
      *>   WAITLISTED MEMBER TAKES IT (THEY HAVE ALREADY PAID).
       0707-EVENT-PROMOTE.
           MOVE "N" TO WS-EV-DONE.
           MOVE 1 TO WS-ER-IX.
           PERFORM UNTIL WS-ER-IX > WS-ER-COUNT OR WS-EV-DONE = "Y"
               IF ERT-EVENT(WS-ER-IX) = EVT-ID(WS-EV-SLOT) AND
                       ERT-STATUS(WS-ER-IX) = "W"
                   MOVE "A" TO ERT-STATUS(WS-ER-IX)
                   MOVE "Y" TO WS-EV-DONE
               ELSE
                   ADD 1 TO WS-ER-IX
               END-IF
           END-PERFORM.
           IF WS-EV-DONE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE ERT-NAME(WS-ER-IX) TO WS-EV-WHO.
           MOVE SPACES TO WS-EV-PM-TEXT.
           STRING "Off the waitlist - you have a seat at "
                  DELIMITED BY SIZE
                  EVT-TITLE(WS-EV-SLOT) DELIMITED BY SIZE
              INTO WS-EV-PM-TEXT.
           PERFORM 0711-EVENT-SEND-PM.
           MOVE "EVENT-PROMOTED" TO WS-AUDIT-ACTION.
           MOVE WS-EV-WHO TO WS-AUDIT-BEFORE.
           MOVE EVT-TITLE(WS-EV-SLOT) TO WS-AUDIT-AFTER.
           PERFORM 0310-WRITE-AUDIT-LOG.

      *>   ONCE AN EVENT'S CUTOFF HAS PASSED NO SEAT CAN FREE UP,
      *>   SO ITS WAITLIST IS REFUNDED, TOLD BY PM, AND CLEARED.
       0708-EVENT-SETTLE-DUE.
           MOVE "N" TO WS-EV-DONE.
           MOVE 1 TO WS-EV-IX.
           PERFORM UNTIL WS-EV-IX > WS-EV-COUNT
               IF EVT-STATUS(WS-EV-IX) = "O" AND
                       EVT-CUTOFF(WS-EV-IX) < WS-CURRENT-DATE-NUM
                   MOVE "F" TO EVT-STATUS(WS-EV-IX)
                   MOVE "Y" TO WS-EV-DONE
               END-IF
               ADD 1 TO WS-EV-IX
           END-PERFORM.
           IF WS-EV-DONE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-ER-IX.
           PERFORM UNTIL WS-ER-IX > WS-ER-COUNT
               MOVE ERT-EVENT(WS-ER-IX) TO WS-EV-PICK
               PERFORM 0702-EVENT-FIND
               IF WS-EV-SLOT > 0 AND ERT-STATUS(WS-ER-IX) = "W"
                       AND EVT-STATUS(WS-EV-SLOT) NOT = "O"
                   MOVE ERT-NAME(WS-ER-IX) TO WS-EV-WHO
                   MOVE ERT-PAID(WS-ER-IX) TO WS-EV-PAY
                   MOVE WS-ER-IX TO WS-ER-DROP
                   PERFORM 0710-EVENT-DROP-RSVP
                   PERFORM 0709-EVENT-REFUND
                   MOVE SPACES TO WS-EV-PM-TEXT
                   STRING "Waitlist closed, ticket refunded: "
                          DELIMITED BY SIZE
                          EVT-TITLE(WS-EV-SLOT) DELIMITED BY SIZE
                      INTO WS-EV-PM-TEXT
                   PERFORM 0711-EVENT-SEND-PM
               ELSE
                   ADD 1 TO WS-ER-IX
               END-IF
           END-PERFORM.
           PERFORM 0701-SAVE-EVENTS.

      *>   PAY WS-EV-PAY CREDITS BACK TO WS-EV-WHO.
       0709-EVENT-REFUND.
           IF WS-EV-PAY = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EV-WHO TO WS-MEM-LOOKUP.
           PERFORM 0502-FIND-MEMBER.
           IF WS-MEM-FOUND = "Y"
               IF MEM-CREDITS(WS-MEM-IX) + WS-EV-PAY > 999
                   MOVE 999 TO MEM-CREDITS(WS-MEM-IX)
               ELSE
                   ADD WS-EV-PAY TO MEM-CREDITS(WS-MEM-IX)
               END-IF
               PERFORM 0510-SAVE-MEMBERS
               MOVE "EVENT-REFUND" TO WS-AUDIT-ACTION
               MOVE WS-EV-WHO TO WS-AUDIT-BEFORE
               MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-AFTER
               PERFORM 0310-WRITE-AUDIT-LOG
           END-IF.

       0710-EVENT-DROP-RSVP.
           MOVE WS-ER-DROP TO WS-ER-IX.
           PERFORM UNTIL WS-ER-IX >= WS-ER-COUNT
               MOVE WS-ER-ENTRY(WS-ER-IX + 1)
                   TO WS-ER-ENTRY(WS-ER-IX)
               ADD 1 TO WS-ER-IX
           END-PERFORM.
           SUBTRACT 1 FROM WS-ER-COUNT.
           MOVE WS-ER-DROP TO WS-ER-IX.

       0711-EVENT-SEND-PM.
           IF WS-PM-COUNT >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PM-COUNT.
           MOVE WS-EV-WHO TO PM-TO(WS-PM-COUNT).
           MOVE "SYSTEM" TO PM-FROM(WS-PM-COUNT).
           MOVE WS-FORMATTED-DT TO PM-DATE(WS-PM-COUNT).
           MOVE "N" TO PM-READ(WS-PM-COUNT).
           MOVE WS-EV-PM-TEXT TO PM-TEXT(WS-PM-COUNT).
           PERFORM 0526-SAVE-PMS.

       0712-STAFF-EVENTS.
           PERFORM 0200-TIME-AND-DATE.
           MOVE WS-FORMATTED-YEAR TO WS-CURRENT-DATE-STR(1:4).
           MOVE WS-FORMATTED-MONTH TO WS-CURRENT-DATE-STR(5:2).
           MOVE WS-FORMATTED-DY TO WS-CURRENT-DATE-STR(7:2).
           MOVE WS-CURRENT-DATE-STR TO WS-CURRENT-DATE-NUM.
           PERFORM 0708-EVENT-SETTLE-DUE.
           DISPLAY "CLUB EVENTS ON FILE:".
           MOVE 1 TO WS-EV-SLOT.
           PERFORM UNTIL WS-EV-SLOT > WS-EV-COUNT
               PERFORM 0703-EVENT-TALLY
               DISPLAY "  " EVT-ID(WS-EV-SLOT) ": "
                   EVT-DATE(WS-EV-SLOT) " "
                   EVT-TITLE(WS-EV-SLOT) " "
                   EVT-STATUS(WS-EV-SLOT) " SEATS "
                   WS-EV-TAKEN "/" EVT-CAPACITY(WS-EV-SLOT)
                   " WAIT " WS-EV-WAITING
                   " PRICE " EVT-PRICE(WS-EV-SLOT)
                   " CUTOFF " EVT-CUTOFF(WS-EV-SLOT)
               ADD 1 TO WS-EV-SLOT
           END-PERFORM.
           DISPLAY "N=NEW  E=EDIT  A=ATTENDEE LIST  X=CANCEL EVENT  "
               "G=BACK".
           ACCEPT WS-EV-CHOICE.
           IF WS-EV-CHOICE = "g" OR "G"
               PERFORM 0180-STAFF-MENU
           END-IF.
           IF WS-EV-CHOICE = "n" OR "N"
               PERFORM 0713-EVENT-NEW
           END-IF.
           MOVE 0 TO WS-EV-SLOT.
           IF WS-EV-CHOICE = "e" OR "E" OR "a" OR "A" OR "x" OR "X"
               DISPLAY "EVENT NUMBER:"
               ACCEPT WS-EV-PICK
               PERFORM 0702-EVENT-FIND
               IF WS-EV-SLOT = 0
                   DISPLAY "NO SUCH EVENT"
               END-IF
           END-IF.
           IF WS-EV-SLOT > 0
               IF WS-EV-CHOICE = "e" OR "E"
                   PERFORM 0714-EVENT-EDIT
               END-IF
               IF WS-EV-CHOICE = "a" OR "A"
                   PERFORM 0716-EVENT-DOOR-LIST
               END-IF
               IF WS-EV-CHOICE = "x" OR "X"
                   PERFORM 0715-EVENT-STAFF-CANCEL
               END-IF
           END-IF.
           PERFORM 0712-STAFF-EVENTS.

       0713-EVENT-NEW.
           IF WS-EV-COUNT >= 30
               DISPLAY "EVENT TABLE FULL"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EVENT TITLE:".
           ACCEPT WS-EV-NEW-TITLE.
           DISPLAY "EVENT DATE CCYYMMDD:".
           ACCEPT WS-EV-NEW-DATE.
           DISPLAY "LOCATION:".
           ACCEPT WS-EV-NEW-LOC.
           DISPLAY "CAPACITY:".
           ACCEPT WS-EV-NEW-CAP.
           DISPLAY "TICKET PRICE IN CREDITS (0 = FREE):".
           ACCEPT WS-EV-NEW-PRICE.
           DISPLAY "RSVP CUTOFF CCYYMMDD:".
           ACCEPT WS-EV-NEW-CUTOFF.
           IF WS-EV-NEW-TITLE = SPACES OR WS-EV-NEW-CAP = 0 OR
                   WS-EV-NEW-DATE < WS-CURRENT-DATE-NUM OR
                   WS-EV-NEW-CUTOFF < WS-CURRENT-DATE-NUM OR
                   WS-EV-NEW-CUTOFF > WS-EV-NEW-DATE
               DISPLAY "INVALID EVENT - NOT CREATED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EV-COUNT.
           MOVE WS-EV-NEXT-ID TO EVT-ID(WS-EV-COUNT).
           ADD 1 TO WS-EV-NEXT-ID.
           MOVE WS-EV-NEW-TITLE TO EVT-TITLE(WS-EV-COUNT).
           MOVE WS-EV-NEW-DATE TO EVT-DATE(WS-EV-COUNT).
           MOVE WS-EV-NEW-LOC TO EVT-LOCATION(WS-EV-COUNT).
           MOVE WS-EV-NEW-CAP TO EVT-CAPACITY(WS-EV-COUNT).
           MOVE WS-EV-NEW-PRICE TO EVT-PRICE(WS-EV-COUNT).
           MOVE WS-EV-NEW-CUTOFF TO EVT-CUTOFF(WS-EV-COUNT).
           MOVE "O" TO EVT-STATUS(WS-EV-COUNT).
           PERFORM 0701-SAVE-EVENTS.
           MOVE "STAFF-EVENT-NEW" TO WS-AUDIT-ACTION.
           MOVE EVT-ID(WS-EV-COUNT) TO WS-AUDIT-BEFORE.
           MOVE WS-EV-NEW-TITLE TO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           DISPLAY "EVENT " EVT-ID(WS-EV-COUNT) " CREATED".

      *>   LOCATION, CAPACITY, AND CUTOFF MAY CHANGE (BLANK OR 0
      *>   KEEPS THE CURRENT VALUE). EXTRA CAPACITY GOES TO THE
      *>   WAITLIST AT ONCE; CAPACITY CANNOT DROP BELOW THE SEATS
      *>   ALREADY TAKEN. DATE AND PRICE STAY AS SOLD.
       0714-EVENT-EDIT.
           IF EVT-STATUS(WS-EV-SLOT) = "C"
               DISPLAY "EVENT WAS CANCELLED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0703-EVENT-TALLY.
           MOVE SPACES TO WS-EV-NEW-LOC.
           MOVE 0 TO WS-EV-NEW-CAP.
           MOVE 0 TO WS-EV-NEW-CUTOFF.
           DISPLAY "NEW LOCATION (BLANK = KEEP):".
           ACCEPT WS-EV-NEW-LOC.
           DISPLAY "NEW CAPACITY (0 = KEEP):".
           ACCEPT WS-EV-NEW-CAP.
           DISPLAY "NEW RSVP CUTOFF CCYYMMDD (0 = KEEP):".
           ACCEPT WS-EV-NEW-CUTOFF.
           IF WS-EV-NEW-CAP > 0 AND WS-EV-NEW-CAP < WS-EV-TAKEN
               DISPLAY "CAPACITY BELOW SEATS ALREADY TAKEN - "
                   "NOT CHANGED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EV-NEW-CUTOFF > 0 AND
                   (WS-EV-NEW-CUTOFF > EVT-DATE(WS-EV-SLOT) OR
                    WS-EV-NEW-CUTOFF < WS-CURRENT-DATE-NUM)
               DISPLAY "INVALID CUTOFF - NOT CHANGED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EV-NEW-LOC NOT = SPACES
               MOVE WS-EV-NEW-LOC TO EVT-LOCATION(WS-EV-SLOT)
           END-IF.
           IF WS-EV-NEW-CUTOFF > 0
               MOVE WS-EV-NEW-CUTOFF TO EVT-CUTOFF(WS-EV-SLOT)
               MOVE "O" TO EVT-STATUS(WS-EV-SLOT)
           END-IF.
           IF WS-EV-NEW-CAP > 0
               MOVE WS-EV-NEW-CAP TO EVT-CAPACITY(WS-EV-SLOT)
               MOVE "Y" TO WS-EV-DONE
               PERFORM UNTIL WS-EV-TAKEN >= EVT-CAPACITY(WS-EV-SLOT)
                       OR WS-EV-DONE NOT = "Y"
                   PERFORM 0707-EVENT-PROMOTE
                   ADD 1 TO WS-EV-TAKEN
               END-PERFORM
           END-IF.
           PERFORM 0701-SAVE-EVENTS.
           MOVE "STAFF-EVENT-EDIT" TO WS-AUDIT-ACTION.
           MOVE EVT-ID(WS-EV-SLOT) TO WS-AUDIT-BEFORE.
           MOVE EVT-CAPACITY(WS-EV-SLOT) TO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           DISPLAY "EVENT UPDATED".

      *>   EVERY RSVP - SEATED OR WAITLISTED - IS REFUNDED AND TOLD.
       0715-EVENT-STAFF-CANCEL.
           IF EVT-STATUS(WS-EV-SLOT) = "C"
               DISPLAY "EVENT ALREADY CANCELLED"
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO EVT-STATUS(WS-EV-SLOT).
           MOVE 1 TO WS-ER-IX.
           PERFORM UNTIL WS-ER-IX > WS-ER-COUNT
               IF ERT-EVENT(WS-ER-IX) = EVT-ID(WS-EV-SLOT)
                   MOVE ERT-NAME(WS-ER-IX) TO WS-EV-WHO
                   MOVE ERT-PAID(WS-ER-IX) TO WS-EV-PAY
                   MOVE WS-ER-IX TO WS-ER-DROP
                   PERFORM 0710-EVENT-DROP-RSVP
                   PERFORM 0709-EVENT-REFUND
                   MOVE SPACES TO WS-EV-PM-TEXT
                   STRING "Event cancelled, any ticket refunded: "
                          DELIMITED BY SIZE
                          EVT-TITLE(WS-EV-SLOT) DELIMITED BY SIZE
                      INTO WS-EV-PM-TEXT
                   PERFORM 0711-EVENT-SEND-PM
               ELSE
                   ADD 1 TO WS-ER-IX
               END-IF
           END-PERFORM.
           PERFORM 0701-SAVE-EVENTS.
           MOVE "STAFF-EVENT-CANCEL" TO WS-AUDIT-ACTION.
           MOVE EVT-ID(WS-EV-SLOT) TO WS-AUDIT-BEFORE.
           MOVE EVT-TITLE(WS-EV-SLOT) TO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           DISPLAY "EVENT CANCELLED - ALL RSVPS REFUNDED".

      *>   ATTENDEES.TXT: A TICK-BOX LINE PER SEATED MEMBER, THEN
      *>   THE WAITLIST FOR REFERENCE AT THE DOOR.
       0716-EVENT-DOOR-LIST.
           PERFORM 0703-EVENT-TALLY.
           OPEN OUTPUT F-EVDOOR-FILE.
           MOVE SPACES TO EVDOOR-LINE.
           STRING "DOOR LIST - " EVT-TITLE(WS-EV-SLOT)
                  " " EVT-DATE(WS-EV-SLOT)
                  " @ " EVT-LOCATION(WS-EV-SLOT)
                  DELIMITED BY SIZE
              INTO EVDOOR-LINE.
           WRITE EVDOOR-LINE.
           MOVE SPACES TO EVDOOR-LINE.
           STRING "ATTENDING " WS-EV-TAKEN
                  " OF " EVT-CAPACITY(WS-EV-SLOT)
                  "   TICKET " EVT-PRICE(WS-EV-SLOT) " CREDITS"
                  DELIMITED BY SIZE
              INTO EVDOOR-LINE.
           WRITE EVDOOR-LINE.
           MOVE SPACES TO EVDOOR-LINE.
           WRITE EVDOOR-LINE.
           MOVE 0 TO WS-EV-TAKEN.
           MOVE 1 TO WS-ER-IX.
           PERFORM UNTIL WS-ER-IX > WS-ER-COUNT
               IF ERT-EVENT(WS-ER-IX) = EVT-ID(WS-EV-SLOT) AND
                       ERT-STATUS(WS-ER-IX) = "A"
                   ADD 1 TO WS-EV-TAKEN
                   MOVE WS-EV-TAKEN TO WS-EV-LINE-NO
                   MOVE SPACES TO EVDOOR-LINE
                   STRING WS-EV-LINE-NO ". [ ] " ERT-NAME(WS-ER-IX)
                          "  RSVP " ERT-DATE(WS-ER-IX)
                          DELIMITED BY SIZE
                      INTO EVDOOR-LINE
                   WRITE EVDOOR-LINE
               END-IF
               ADD 1 TO WS-ER-IX
           END-PERFORM.
           MOVE SPACES TO EVDOOR-LINE.
           WRITE EVDOOR-LINE.
           MOVE "WAITLIST:" TO EVDOOR-LINE.
           WRITE EVDOOR-LINE.
           MOVE 1 TO WS-ER-IX.
           PERFORM UNTIL WS-ER-IX > WS-ER-COUNT
               IF ERT-EVENT(WS-ER-IX) = EVT-ID(WS-EV-SLOT) AND
                       ERT-STATUS(WS-ER-IX) = "W"
                   MOVE SPACES TO EVDOOR-LINE
                   STRING "     " ERT-NAME(WS-ER-IX)
                          DELIMITED BY SIZE
                      INTO EVDOOR-LINE
                   WRITE EVDOOR-LINE
               END-IF
               ADD 1 TO WS-ER-IX
           END-PERFORM.
           CLOSE F-EVDOOR-FILE.
           MOVE "STAFF-EVENT-LIST" TO WS-AUDIT-ACTION.
           MOVE EVT-ID(WS-EV-SLOT) TO WS-AUDIT-BEFORE.
           MOVE WS-EV-TAKEN TO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           DISPLAY "DOOR LIST WRITTEN TO attendees.txt - "
               WS-EV-TAKEN " ATTENDING".

      ******************************************************************
      *****-----DUAL CONTROL FOR HIGH-RISK STAFF ACTIONS-----***********
      ******************************************************************
       0760-LOAD-STAFFPEND.
           MOVE 0 TO WS-SPD-COUNT.
           OPEN INPUT F-STFPEND-FILE.
           PERFORM UNTIL 1 = 2
               READ F-STFPEND-FILE
                   AT END EXIT PERFORM
               END-READ
               IF WS-SPD-COUNT < 50
                   ADD 1 TO WS-SPD-COUNT
                   MOVE SPD-ACTION TO SPDT-ACTION(WS-SPD-COUNT)
                   MOVE SPD-TARGET TO SPDT-TARGET(WS-SPD-COUNT)
                   MOVE SPD-AMOUNT TO SPDT-AMOUNT(WS-SPD-COUNT)
                   MOVE SPD-REQID TO SPDT-REQID(WS-SPD-COUNT)
               END-IF
           END-PERFORM.
           CLOSE F-STFPEND-FILE.

       0763-SAVE-STAFFPEND.
           OPEN OUTPUT F-STFPEND-FILE.
           MOVE 1 TO WS-SPD-IX.
           PERFORM UNTIL WS-SPD-IX > WS-SPD-COUNT
               MOVE SPDT-ACTION(WS-SPD-IX) TO SPD-ACTION
               MOVE SPDT-TARGET(WS-SPD-IX) TO SPD-TARGET
               MOVE SPDT-AMOUNT(WS-SPD-IX) TO SPD-AMOUNT
               MOVE SPDT-REQID(WS-SPD-IX) TO SPD-REQID
               WRITE STFPEND-REC
               END-WRITE
               ADD 1 TO WS-SPD-IX
           END-PERFORM.
           CLOSE F-STFPEND-FILE.

       0761-QUEUE-STAFF-ACTION-P.
           IF WS-SPD-COUNT >= 50
               DISPLAY "APPROVAL QUEUE FULL"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SPD-COUNT.
           MOVE "P" TO SPDT-ACTION(WS-SPD-COUNT).
           MOVE WS-SADM-TARGET TO SPDT-TARGET(WS-SPD-COUNT).
           MOVE 0 TO SPDT-AMOUNT(WS-SPD-COUNT).
           MOVE WS-STAFF-ID TO SPDT-REQID(WS-SPD-COUNT).
           PERFORM 0763-SAVE-STAFFPEND.
           MOVE "DUAL-QUEUE-PW" TO WS-AUDIT-ACTION.
           MOVE WS-SADM-TARGET TO WS-AUDIT-BEFORE.
           MOVE "AWAITS APPROVAL" TO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           DISPLAY "PASSWORD RESET QUEUED - A DIFFERENT STAFF "
               "MEMBER MUST APPROVE IT (STAFF MENU P)".

       0762-QUEUE-STAFF-ACTION-C.
           IF WS-SPD-COUNT >= 50
               DISPLAY "APPROVAL QUEUE FULL"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SPD-COUNT.
           MOVE "C" TO SPDT-ACTION(WS-SPD-COUNT).
           MOVE WS-SADM-TARGET TO SPDT-TARGET(WS-SPD-COUNT).
           MOVE WS-SADM-CREDITS TO SPDT-AMOUNT(WS-SPD-COUNT).
           MOVE WS-STAFF-ID TO SPDT-REQID(WS-SPD-COUNT).
           PERFORM 0763-SAVE-STAFFPEND.
           MOVE "DUAL-QUEUE-CR" TO WS-AUDIT-ACTION.
           MOVE WS-SADM-TARGET TO WS-AUDIT-BEFORE.
           MOVE WS-SADM-CREDITS TO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           DISPLAY "LARGE CREDIT CHANGE QUEUED - A DIFFERENT "
               "STAFF MEMBER MUST APPROVE IT (STAFF MENU P)".

      *>   THE SECOND HALF: LIST THE QUEUE, REFUSE SELF-APPROVAL,
      *>   APPLY THE ACTION, AND AUDIT THE APPROVAL UNDER THE
      *>   APPROVER'S ID.
       0198-STAFF-APPROVALS.
           IF WS-SPD-COUNT = 0
               DISPLAY "NOTHING PENDING APPROVAL"
               PERFORM 0180-STAFF-MENU
           END-IF.
           DISPLAY "PENDING STAFF ACTIONS:".
           MOVE 1 TO WS-SPD-IX.
           PERFORM UNTIL WS-SPD-IX > WS-SPD-COUNT
               DISPLAY "  " WS-SPD-IX ": "
                   SPDT-ACTION(WS-SPD-IX) " "
                   SPDT-TARGET(WS-SPD-IX) " AMOUNT "
                   SPDT-AMOUNT(WS-SPD-IX) " BY "
                   SPDT-REQID(WS-SPD-IX)
               ADD 1 TO WS-SPD-IX
           END-PERFORM.
           DISPLAY "NUMBER TO APPROVE, R<N> TO REJECT, G=BACK:".
           ACCEPT WS-SPD-CHOICE.
           IF WS-SPD-CHOICE = "g" OR "G"
               PERFORM 0180-STAFF-MENU
           END-IF.
           IF WS-SPD-CHOICE >= "1" AND WS-SPD-CHOICE <= "9"
               MOVE WS-SPD-CHOICE TO WS-SPD-PICK(2:1)
               MOVE 0 TO WS-SPD-PICK(1:1)
               PERFORM 0764-APPROVE-ONE
           END-IF.
           IF WS-SPD-CHOICE = "r" OR "R"
               DISPLAY "REJECT WHICH NUMBER:"
               ACCEPT WS-SPD-PICK
               IF WS-SPD-PICK > 0 AND
                       WS-SPD-PICK NOT > WS-SPD-COUNT
                   MOVE "DUAL-REJECT" TO WS-AUDIT-ACTION
                   MOVE SPDT-TARGET(WS-SPD-PICK)
                       TO WS-AUDIT-BEFORE
                   MOVE SPDT-REQID(WS-SPD-PICK) TO WS-AUDIT-AFTER
                   PERFORM 0311-WRITE-STAFF-AUDIT
                   PERFORM 0765-DROP-PENDING
               END-IF
           END-IF.
           PERFORM 0198-STAFF-APPROVALS.

       0764-APPROVE-ONE.
           IF WS-SPD-PICK = 0 OR WS-SPD-PICK > WS-SPD-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF SPDT-REQID(WS-SPD-PICK) = WS-STAFF-ID
               DISPLAY "A DIFFERENT STAFF MEMBER MUST APPROVE "
                   "THIS - NOT THE REQUESTER"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPDT-TARGET(WS-SPD-PICK) TO WS-MEM-LOOKUP.
           PERFORM 0502-FIND-MEMBER.
           IF WS-MEM-FOUND NOT = "Y"
               DISPLAY "MEMBER NO LONGER ON FILE - DROPPED"
               PERFORM 0765-DROP-PENDING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPDT-TARGET(WS-SPD-PICK) TO WS-SADM-TARGET.
           IF SPDT-ACTION(WS-SPD-PICK) = "P"
               PERFORM 0199-APPLY-PWRESET
           END-IF.
           IF SPDT-ACTION(WS-SPD-PICK) = "C"
               MOVE "STAFF-CREDITS" TO WS-AUDIT-ACTION
               MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-BEFORE
               MOVE MEM-NAME(WS-MEM-IX) TO WS-AUDIT-BEFORE(5:16)
               MOVE SPDT-AMOUNT(WS-SPD-PICK)
                   TO MEM-CREDITS(WS-MEM-IX)
               MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-AFTER
               PERFORM 0510-SAVE-MEMBERS
               PERFORM 0311-WRITE-STAFF-AUDIT
           END-IF.
           MOVE "DUAL-APPROVE" TO WS-AUDIT-ACTION.
           MOVE SPDT-TARGET(WS-SPD-PICK) TO WS-AUDIT-BEFORE.
           MOVE SPDT-REQID(WS-SPD-PICK) TO WS-AUDIT-AFTER.
           PERFORM 0311-WRITE-STAFF-AUDIT.
           PERFORM 0765-DROP-PENDING.
           DISPLAY "ACTION APPLIED AND LOGGED".

       0765-DROP-PENDING.
           MOVE WS-SPD-PICK TO WS-SPD-IX.
           PERFORM UNTIL WS-SPD-IX >= WS-SPD-COUNT
               MOVE WS-SPD-ENTRY(WS-SPD-IX + 1)
                   TO WS-SPD-ENTRY(WS-SPD-IX)
               ADD 1 TO WS-SPD-IX
           END-PERFORM.
           SUBTRACT 1 FROM WS-SPD-COUNT.
           PERFORM 0763-SAVE-STAFFPEND.

      ******************************************************************
      *****-----PRIVACY: MEMBER DATA EXPORT AND DELETION-----***********
      ******************************************************************
      *>   ONE PACKAGE (EXPORT_<NAME>.TXT) WITH THE MEMBER'S ROWS
      *>   FROM MEMBERS.DAT, PM.DAT, THE BOARD FILES, THE AUDIT
      *>   LOG, THE GAME STATS FILES, AND THEIR BADGES. THE STORED
      *>   PASSWORD IS NEVER EXPORTED.
                  MEM-JOINED(WS-MEM-IX) DELIMITED BY SIZE
              INTO EXPORT-LINE.
           WRITE EXPORT-LINE.
           MOVE SPACES TO EXPORT-LINE.
           STRING "REFERRAL CODE " DELIMITED BY SIZE
                  MEM-REFCODE(WS-MEM-IX) DELIMITED BY SIZE
                  " REFERRED BY " DELIMITED BY SIZE
                  MEM-REFBY(WS-MEM-IX) DELIMITED BY SIZE
                  " BONUS CREDITS EARNED " DELIMITED BY SIZE
                  MEM-REF-PAID(WS-MEM-IX) DELIMITED BY SIZE
              INTO EXPORT-LINE.
           WRITE EXPORT-LINE.
           MOVE SPACES TO EXPORT-LINE.
           STRING "DIGEST EMAIL " DELIMITED BY SIZE
                  MEM-EMAIL(WS-MEM-IX) DELIMITED BY SIZE
                  " OPTED IN " DELIMITED BY SIZE
                  MEM-DIGEST(WS-MEM-IX) DELIMITED BY SIZE
              INTO EXPORT-LINE.
           WRITE EXPORT-LINE.
           MOVE "PRIVATE MESSAGES:" TO EXPORT-LINE.
           WRITE EXPORT-LINE.
           MOVE 1 TO WS-EXP-IX.
           STRING "  BJ WINS " WS-TOUR-WINS DELIMITED BY SIZE
              INTO EXPORT-LINE.
           WRITE EXPORT-LINE.
           MOVE "EVENT RSVPS:" TO EXPORT-LINE.
           WRITE EXPORT-LINE.
           MOVE 1 TO WS-EXP-IX.
           PERFORM UNTIL WS-EXP-IX > WS-ER-COUNT
               IF ERT-NAME(WS-EXP-IX) = WS-SADM-TARGET
                   MOVE SPACES TO EXPORT-LINE
                   STRING "  EVENT " ERT-EVENT(WS-EXP-IX)
                          " STATUS " ERT-STATUS(WS-EXP-IX)
                          " PAID " ERT-PAID(WS-EXP-IX)
                          " ON " ERT-DATE(WS-EXP-IX)
                          DELIMITED BY SIZE
                      INTO EXPORT-LINE
                   WRITE EXPORT-LINE
               END-IF
               ADD 1 TO WS-EXP-IX
           END-PERFORM.
           MOVE "ABUSE REPORTS:" TO EXPORT-LINE.
           WRITE EXPORT-LINE.
           MOVE 1 TO WS-EXP-IX.
           PERFORM UNTIL WS-EXP-IX > WS-CS-COUNT
               IF CST-REPORTER(WS-EXP-IX) = WS-SADM-TARGET
                   MOVE SPACES TO EXPORT-LINE
                   STRING "  FILED " CST-OPENED(WS-EXP-IX)
                          " " CST-KIND(WS-EXP-IX)
                          " AGAINST " CST-SUBJECT(WS-EXP-IX)
                          " STATUS " CST-STATUS(WS-EXP-IX)
                          DELIMITED BY SIZE
                      INTO EXPORT-LINE
                   WRITE EXPORT-LINE
               END-IF
               IF CST-SUBJECT(WS-EXP-IX) = WS-SADM-TARGET AND
                       (CST-STATUS(WS-EXP-IX) = "W" OR "S")
                   MOVE SPACES TO EXPORT-LINE
                   STRING "  UPHELD " CST-CLOSED(WS-EXP-IX)
                          " " CST-KIND(WS-EXP-IX)
                          " STATUS " CST-STATUS(WS-EXP-IX)
                          DELIMITED BY SIZE
                      INTO EXPORT-LINE
                   WRITE EXPORT-LINE
               END-IF
               ADD 1 TO WS-EXP-IX
           END-PERFORM.
           MOVE "BADGES:" TO EXPORT-LINE.
           WRITE EXPORT-LINE.
           MOVE 1 TO WS-EXP-IX.
           END-PERFORM.
           MOVE WS-DEL-KEPT TO WS-ACH-COUNT.
           PERFORM 0561-SAVE-ACH.
           MOVE 1 TO WS-EXP-IX.
           PERFORM UNTIL WS-EXP-IX > WS-MEMBER-COUNT
               IF MEM-REFBY(WS-EXP-IX) = WS-SADM-TARGET
                   MOVE WS-ANON-NAME TO MEM-REFBY(WS-EXP-IX)
               END-IF
               ADD 1 TO WS-EXP-IX
           END-PERFORM.
           MOVE 1 TO WS-EXP-IX.
           PERFORM UNTIL WS-EXP-IX > WS-CS-COUNT
               IF CST-REPORTER(WS-EXP-IX) = WS-SADM-TARGET
                   MOVE WS-ANON-NAME TO CST-REPORTER(WS-EXP-IX)
               END-IF
               IF CST-SUBJECT(WS-EXP-IX) = WS-SADM-TARGET
                   MOVE WS-ANON-NAME TO CST-SUBJECT(WS-EXP-IX)
               END-IF
               ADD 1 TO WS-EXP-IX
           END-PERFORM.
           PERFORM 0795-SAVE-CASES.
      *>   A SEAT THE MEMBER HELD GOES TO THE EVENT'S WAITLIST.
           MOVE 1 TO WS-EXP-IX.
           PERFORM UNTIL WS-EXP-IX > WS-ER-COUNT
               IF ERT-NAME(WS-EXP-IX) = WS-SADM-TARGET
                   MOVE ERT-STATUS(WS-EXP-IX) TO WS-EV-WAS
                   MOVE ERT-EVENT(WS-EXP-IX) TO WS-EV-PICK
                   MOVE WS-EXP-IX TO WS-ER-DROP
                   PERFORM 0710-EVENT-DROP-RSVP
                   PERFORM 0702-EVENT-FIND
                   IF WS-EV-WAS = "A" AND WS-EV-SLOT > 0
                       IF EVT-STATUS(WS-EV-SLOT) = "O"
                           PERFORM 0707-EVENT-PROMOTE
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-EXP-IX
               END-IF
           END-PERFORM.
           PERFORM 0701-SAVE-EVENTS.
           MOVE WS-MEM-IX TO WS-EXP-IX.
           PERFORM UNTIL WS-EXP-IX >= WS-MEMBER-COUNT
               MOVE WS-MEMBER-ENTRY(WS-EXP-IX + 1)
           END-IF.
           PERFORM 0510-SAVE-MEMBERS.
           MOVE "CHARGEBACK" TO WS-AUDIT-ACTION.
           MOVE WS-CB-MEMBER TO WS-AUDIT-BEFORE(5:16).
           MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-AFTER.
           MOVE WS-CB-CREDITS TO WS-AUDIT-AFTER(5:3).
           MOVE CRN-AMOUNT TO WS-CB-MONEY.
           MOVE WS-CB-MONEY-X TO WS-AUDIT-AFTER(9:7).
           PERFORM 0310-WRITE-AUDIT-LOG.
      *>   THE MEMBER HEARS ABOUT IT AT NEXT LOGIN VIA THE INBOX
           IF WS-PM-COUNT < 500
           END-IF.
           PERFORM 0510-SAVE-MEMBERS.
           MOVE "TOUR-PRIZE" TO WS-AUDIT-ACTION.
           MOVE MEM-NAME(WS-MEM-IX) TO WS-AUDIT-BEFORE(5:16).
           MOVE MEM-CREDITS(WS-MEM-IX) TO WS-AUDIT-AFTER.
           PERFORM 0310-WRITE-AUDIT-LOG.

           END-IF.
           PERFORM 0125-USER-ACCOUNT-MENU.

      *>   NIGHTLY EMAIL DIGEST, OFF THE ACCOUNT MENU (D): THE
      *>   ADDRESS THE DIGEST GOES TO AND WHETHER THE MEMBER WANTS
      *>   IT AT ALL. THE NIGHTLY DIGEST RUN ONLY MAILS MEMBERS WHO
      *>   HAVE OPTED IN WITH AN ADDRESS ON FILE.
       0717-DIGEST-SETTINGS.
           MOVE WS-USERNAME TO WS-MEM-LOOKUP.
           PERFORM 0502-FIND-MEMBER.
           IF WS-MEM-FOUND NOT = "Y"
               PERFORM 0125-USER-ACCOUNT-MENU
           END-IF.
           DISPLAY "DIGEST EMAIL: " MEM-EMAIL(WS-MEM-IX).
           DISPLAY "OPTED IN TO THE NIGHTLY DIGEST: "
               MEM-DIGEST(WS-MEM-IX).
           DISPLAY "E=SET EMAIL  Y=OPT IN  N=OPT OUT  G=BACK".
           ACCEPT WS-DG-CHOICE.
           IF WS-DG-CHOICE = "e" OR "E"
               DISPLAY "EMAIL ADDRESS:"
               MOVE SPACES TO WS-DG-EMAIL
               ACCEPT WS-DG-EMAIL
               MOVE 0 TO WS-DG-AT
               INSPECT WS-DG-EMAIL TALLYING WS-DG-AT FOR ALL "@"
               IF WS-DG-AT NOT = 1 OR WS-DG-EMAIL(1:1) = SPACE OR
                       WS-DG-EMAIL(1:1) = "@"
                   DISPLAY "NOT A VALID EMAIL ADDRESS - NOT SAVED"
               ELSE
                   MOVE WS-DG-EMAIL TO MEM-EMAIL(WS-MEM-IX)
                   PERFORM 0510-SAVE-MEMBERS
                   MOVE "DIGEST-EMAIL" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-DG-EMAIL(1:20) TO WS-AUDIT-AFTER
                   PERFORM 0310-WRITE-AUDIT-LOG
                   DISPLAY "DIGEST EMAIL SAVED"
               END-IF
           END-IF.
           IF WS-DG-CHOICE = "y" OR "Y"
               IF MEM-EMAIL(WS-MEM-IX) = SPACES
                   DISPLAY "SET AN EMAIL ADDRESS FIRST (E)"
               ELSE
                   MOVE "Y" TO MEM-DIGEST(WS-MEM-IX)
                   PERFORM 0510-SAVE-MEMBERS
                   MOVE "DIGEST-OPTIN" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE "Y" TO WS-AUDIT-AFTER
                   PERFORM 0310-WRITE-AUDIT-LOG
                   DISPLAY "YOU WILL GET THE NIGHTLY DIGEST"
               END-IF
           END-IF.
           IF WS-DG-CHOICE = "n" OR "N"
               MOVE "N" TO MEM-DIGEST(WS-MEM-IX)
               PERFORM 0510-SAVE-MEMBERS
               MOVE "DIGEST-OPTIN" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE "N" TO WS-AUDIT-AFTER
               PERFORM 0310-WRITE-AUDIT-LOG
               DISPLAY "NIGHTLY DIGEST TURNED OFF"
           END-IF.
           PERFORM 0125-USER-ACCOUNT-MENU.

      *>   FIRST LOGIN ON OR AFTER THE BILLING DAY IN A NEW MONTH:
      *>   CHARGE THE CHOSEN SLOT THROUGH THE NORMAL BANK HAND-OFF
      *>   AND ADD THE PACK'S CREDITS. A VANISHED CARD SLOT SKIPS
                   MOVE PL-QUESTION TO PLT-QUESTION(WS-PL-COUNT)
                   MOVE PL-CLOSE TO PLT-CLOSE(WS-PL-COUNT)
                   MOVE PL-OPTCNT TO PLT-OPTCNT(WS-PL-COUNT)
                   MOVE PL-OWNER TO PLT-OWNER(WS-PL-COUNT)
                   MOVE 1 TO WS-PL-OPTIX
                   PERFORM UNTIL WS-PL-OPTIX > 5
                       MOVE PL-OPT-TEXT(WS-PL-OPTIX) TO
               MOVE PLT-QUESTION(WS-PL-IX) TO PL-QUESTION
               MOVE PLT-CLOSE(WS-PL-IX) TO PL-CLOSE
               MOVE PLT-OPTCNT(WS-PL-IX) TO PL-OPTCNT
               MOVE PLT-OWNER(WS-PL-IX) TO PL-OWNER
               MOVE 1 TO WS-PL-OPTIX
               PERFORM UNTIL WS-PL-OPTIX > 5
                   MOVE PLT-OPT-TEXT(WS-PL-IX, WS-PL-OPTIX)
               END-IF
               ADD 1 TO WS-PL-IX
           END-PERFORM.
           DISPLAY "V=VOTE  N=NEW POLL  F=REPORT  G=BACK".
           ACCEPT WS-PL-CHOICE.
           IF WS-PL-CHOICE = "g" OR "G"
               PERFORM 0140-MESSAGE-MENU
               ACCEPT WS-PL-SLOT
               PERFORM 0674-POLL-VOTE
           END-IF.
           IF WS-PL-CHOICE = "f" OR "F"
               DISPLAY "POLL NUMBER:"
               ACCEPT WS-PL-SLOT
               IF WS-PL-SLOT > 0 AND WS-PL-SLOT NOT > WS-PL-COUNT
                   MOVE "POLL" TO WS-CS-NEW-KIND
                   MOVE PLT-OWNER(WS-PL-SLOT) TO WS-CS-NEW-SUBJECT
                   MOVE PLT-QUESTION(WS-PL-SLOT) TO WS-CS-NEW-CONTENT
                   PERFORM 0796-REPORT-OPEN
               ELSE
                   DISPLAY "NO SUCH POLL"
               END-IF
           END-IF.
           IF WS-PL-CHOICE = "n" OR "N"
               IF WS-USERACCOUNTLEVEL = "VIP" OR
                       WS-STAFF-SESSION = "Y"
           MOVE WS-PL-NEW-Q TO PLT-QUESTION(WS-PL-COUNT).
           MOVE WS-PL-NEW-CLOSE TO PLT-CLOSE(WS-PL-COUNT).
           MOVE WS-PL-NEW-CNT TO PLT-OPTCNT(WS-PL-COUNT).
           MOVE WS-USERNAME TO PLT-OWNER(WS-PL-COUNT).
           MOVE 1 TO WS-PL-OPTIX.
           PERFORM UNTIL WS-PL-OPTIX > 5
               MOVE SPACES
               END-IF
               ADD 1 TO WS-H2H-IX
           END-PERFORM.
           DISPLAY "N=NEW  A=ACCEPT  D=DECLINE  M=MOVE  F=REPORT  "
               "G=BACK".
           ACCEPT WS-H2H-CHOICE.
           IF WS-H2H-CHOICE = "g" OR "G"
               PERFORM 0160-PM-INBOX
               ACCEPT WS-H2H-SLOT
               PERFORM 0668-H2H-MOVE
           END-IF.
           IF WS-H2H-CHOICE = "f" OR "F"
               DISPLAY "CHALLENGE NUMBER:"
               ACCEPT WS-H2H-SLOT
               PERFORM 0684-H2H-REPORT
           END-IF.
           PERFORM 0661-TTT-CHALLENGES.

      *>   REPORT THE OTHER PLAYER IN ONE OF THE MEMBER'S OWN
      *>   GAMES; THE CASE CARRIES THE GAME AS IT STANDS.
       0684-H2H-REPORT.
           IF WS-H2H-SLOT = 0 OR WS-H2H-SLOT > WS-H2H-COUNT
               DISPLAY "NO SUCH CHALLENGE"
               EXIT PARAGRAPH
           END-IF.
           IF H2H-CHALLENGER(WS-H2H-SLOT) = WS-USERNAME
               MOVE H2H-OPPONENT(WS-H2H-SLOT) TO WS-CS-NEW-SUBJECT
           ELSE IF H2H-OPPONENT(WS-H2H-SLOT) = WS-USERNAME
               MOVE H2H-CHALLENGER(WS-H2H-SLOT) TO WS-CS-NEW-SUBJECT
           ELSE
               DISPLAY "NOT YOUR GAME"
               EXIT PARAGRAPH
           END-IF.
           MOVE "GAME" TO WS-CS-NEW-KIND.
           MOVE SPACES TO WS-CS-NEW-CONTENT.
           STRING "TTT " H2H-CHALLENGER(WS-H2H-SLOT)
                  " VS " H2H-OPPONENT(WS-H2H-SLOT)
                  " [" H2H-BOARD(WS-H2H-SLOT) "] "
                  H2H-STATUS(WS-H2H-SLOT) DELIMITED BY SIZE
              INTO WS-CS-NEW-CONTENT.
           PERFORM 0796-REPORT-OPEN.

      *>   ISSUE A CHALLENGE: WAGERS OBEY THE BLACKJACK TABLE
      *>   LIMITS (OR 0 FOR A FRIENDLY) AND THE CHALLENGER'S
      *>   STAKE GOES INTO ESCROW AT ONCE.
               END-IF
               ADD 1 TO WS-ACH-IX
           END-PERFORM.
           DISPLAY "PRESS F TO REPORT THIS MEMBER, G TO GO BACK".
           ACCEPT WS-PROF-CHOICE.
           IF WS-PROF-CHOICE = "f" OR "F"
               MOVE "PROF" TO WS-CS-NEW-KIND
               MOVE WS-PROF-NAME TO WS-CS-NEW-SUBJECT
               MOVE "MEMBER CONDUCT (REPORTED FROM PROFILE PAGE)"
                   TO WS-CS-NEW-CONTENT
               PERFORM 0796-REPORT-OPEN
           END-IF.

      ******************************************************************
      *******-----PRIVATE MESSAGES (PM.DAT, INBOX SCREENS)-----*********
           ELSE IF PM-READ-CHOICE = "x" OR "X" THEN
               PERFORM 0163-PM-DELETE
               PERFORM 0160-PM-INBOX
           ELSE IF PM-READ-CHOICE = "f" OR "F" THEN
               MOVE "PM" TO WS-CS-NEW-KIND
               MOVE PM-FROM(WS-PM-CUR) TO WS-CS-NEW-SUBJECT
               MOVE PM-TEXT(WS-PM-CUR) TO WS-CS-NEW-CONTENT
               PERFORM 0796-REPORT-OPEN
           END-IF.
           PERFORM 0161-PM-READ.

