      *FILE AND THE DEDUCTIONS FILE (BOTH KEYED ON THE EMPLOYEE ID)
      *AND PRINTS A PAYROLL REGISTER SHOWING REGULAR AND OVERTIME
      *HOURS, GROSS PAY, TAX AND BENEFIT DEDUCTIONS AND NET PAY,
      *PLUS COMPANY-WIDE TOTALS FOR GROSS, DEDUCTIONS AND NET AND
      *FOR FEDERAL TAX, STATE TAX AND BENEFITS SEPARATELY.
      *FEDERAL AND STATE INCOME TAX ARE WITHHELD FROM THE GRADUATED
      *TAXTBL WITHHOLDING TABLES (SEE TAXCARD.CPY) BY THE FILING
      *STATUS AND ALLOWANCES ON EACH EMPLOYEE'S DEDUCT RECORD: THE
      *PERIOD GROSS IS ANNUALIZED OVER 52 WEEKLY PERIODS, REDUCED BY
      *THE ALLOWANCES, TAXED AT THE BRACKET IT FALLS IN AND DIVIDED
      *BACK TO THE PERIOD.  A MISSING OR BAD TAXTBL DECK STOPS THE
      *RUN (RETURN CODE 16) - NOBODY IS PAID ON A GUESSED TABLE.
      *EXEMPT AND MANAGEMENT EMPLOYEES (EM-TYPE EX/MG) ARE
      *SALARIED AUTO-PAY - NO TIMECARD IS REQUIRED AND NO OVERTIME
      *SPLITS; THE STANDARD PERIOD SALARY IS EM-RATE TIMES THE
      *40-HOUR STANDARD WEEK, AND IT FLOWS THROUGH THE REGISTER,
      *PAYHIST AND THE LABOR DISTRIBUTION LIKE HOURLY PAY SO THE
      *COMPANY TOTALS FINALLY COVER THE WHOLE PAYROLL.
      *PAY IS PRICED BY EARNINGS CODE FROM THE EARNCODE DECK (SEE
      *EARNCARD.CPY): EACH EARNINGS LINE TCEDIT PUT ON THE HOURS
      *RECORD PAYS ITS HOURS AT EM-RATE TIMES THE CODE'S
      *MULTIPLIER, ITS HOURS OR UNITS AT THE CODE'S FLAT AMOUNT, OR
      *THE AMOUNT KEYED ON THE CARD.  HOURS ON CODES THAT COUNT
      *TOWARD OVERTIME EARN THE OVERTIME PREMIUM PAST 40.  A SALARY
      *COVERS WORKED TIME AND TIME OFF; PREMIUM CODES (SHIFT
      *DIFFERENTIAL, ON-CALL, BONUS) ARE PAID ON TOP OF IT.  THE
      *PAY BY CODE IS CARRIED ON PAYHIST, PRINTED ON THE STUB AND
      *TOTALED BY CODE ON THE REGISTER AND FOR EACH DEPARTMENT ON
      *THE LABOR DISTRIBUTION.  A MISSING OR BAD EARNCODE DECK
      *STOPS THE RUN (RETURN CODE 16) LIKE A BAD TAXTBL DECK.
      *EACH RUN ALSO APPENDS ONE PAY-HISTORY RECORD PER EMPLOYEE TO
      *THE CUMULATIVE PAYHIST FILE FOR EARNRPT AND THE AUDITORS,
      *AND PRINTS A LABOR-DISTRIBUTION REPORT BREAKING GROSS PAY
      *NET PAY IS DISBURSED TWO WAYS: EMPLOYEES WITH A BANKACCT
      *RECORD FLAGGED FOR DIRECT DEPOSIT GO OUT AS CREDITS ON THE
      *ACH TRANSMISSION FILE, EVERYONE ELSE GETS A NUMBERED CHECK
      *ON THE CHECK REGISTER.  A NEW OR CHANGED ACCOUNT (SEE
      *BANKREC.CPY, MAINTAINED BY BANKMNT) IS NOT PAID INTO UNTIL
      *THE BANK HAS SEEN IT: THE FIRST RUN AFTER THE CHANGE SENDS A
      *ZERO-DOLLAR PRENOTE ENTRY ON THE ACH FILE, THE EMPLOYEE IS
      *PAID BY CHECK MEANWHILE, AND THE FIRST RUN AFTER THE PRENOTE
      *WAITING PERIOD TURNS THE DEPOSIT SWITCH ON - UNLESS BANKRTN
      *HAS FLAGGED THE ACCOUNT RETURNED IN THE MEANTIME.
      *THE ACH TOTAL PLUS THE CHECK TOTAL MUST TIE TO COMPANY TOTAL
      *NET OR THE RUN ENDS WITH RETURN CODE 16 SO PAYROLL CONTROL
      *BALANCES BEFORE THE FILE IS SENT.
      *CHECK NUMBERS CONTINUE FROM RUN TO RUN OFF THE CHECKCTL
      *CONTROL RECORD (SEE CHKCTL.CPY), THE SAME RANGE PAYADJ DRAWS
      *ITS CHECKS FROM.  EVERY CHECK IS RECORDED ON THE CHKISSUE
      *FILE FOR CHKRECON TO RECONCILE AGAINST THE BANK, AND THE
      *POSPAY POSITIVE-PAY ISSUE FILE (SEE POSPAY.CPY) GOES TO THE
      *BANK WITH THE ACH FILE SO ONLY CHECKS WE WROTE ARE PAID.
      *THE RUN ALSO WRITES THE GLPAY JOURNAL-ENTRY FILE FOR THE
      *GENERAL LEDGER (SEE GLREC.CPY): SALARY EXPENSE IS DEBITED BY
      *DEPARTMENT COST CENTER FROM THE LABOR DISTRIBUTION, AND THE
      *TAX AND BENEFIT PAYABLES, ACH CLEARING (THE ACHOUT TOTAL) AND
      *CHECKS PAYABLE (THE CHECK REGISTER TOTAL) ARE CREDITED.  THE
      *JOURNAL PRINTS AFTER THE LABOR DISTRIBUTION, AND DEBITS NOT
      *EQUAL TO CREDITS END THE RUN WITH RETURN CODE 16.
      *COURT-ORDERED DEDUCTIONS ON THE GARNISH FILE (SEE GARNREC.CPY,
      *MAINTAINED BY GARNMNT) ARE TAKEN AFTER TAXES AND BENEFITS -
      *CHILD SUPPORT FIRST, THEN TAX LEVIES, THEN CREDITOR
      *GARNISHMENTS, EACH WITHIN THE DISPOSABLE-EARNINGS LIMIT FOR
      *ITS TYPE.  WHAT AN ORDER CANNOT TAKE IS CARRIED FORWARD AS
      *ARREARS AND A FIXED DEBT STOPS WHEN ITS BALANCE IS PAID.
      *EVERY AMOUNT TAKEN GOES ON THE GARNREMT REMITTANCE FILE, AND
      *THE REMITTANCE REGISTER PRINTS IT GROUPED BY PAYEE AGENCY SO
      *ACCOUNTS PAYABLE CAN CUT ONE PAYMENT PER AGENCY.
      *EVERY EMPLOYEE PAID GETS AN EARNINGS STATEMENT (PAY STUB) ON
      *ITS OWN PAGE: HOURS AND PAY BY EARNINGS CODE, EACH DEDUCTION,
      *NET, YEAR-TO-DATE GROSS, DEDUCTIONS AND NET (THIS YEAR'S PAYHIST,
      *SCANNED BEFORE THE RUN APPENDS TO IT, PLUS THIS RUN), THE
      *REMAINING LEAVE BALANCES, AND WHERE THE NET WENT - THE
      *DEPOSIT ACCOUNT OR THE CHECK NUMBER.  THE SSN AND ACCOUNT
      *NUMBER ARE MASKED TO THEIR LAST FOUR DIGITS.
      *THE RUN IS DRIVEN BY THE ONE-CARD PERIODCD DECK NAMING THE
      *PAY-PERIOD DATE AND GUARDED BY THE RUNCTL FILE: THE RUN
      *REFUSES TO START (RETURN CODE 16) WHEN THE PERIOD IS
      *HOURS RECORDS STAMPED FOR A DIFFERENT PERIOD PAY NOTHING -
      *A STALE WEEK'S TIMECARDS CAN NEVER BE PAID TWICE OR AGAINST
      *THE WRONG PERIOD.
      *THE RUN IS RESTARTABLE.  AT START-UP IT WRITES A PAYRUN
      *IN-FLIGHT RECORD ON RUNCTL FOR THE PERIOD, AND BEFORE EACH
      *LEAVBAL, GARNISH OR BANKACCT RECORD IS REWRITTEN ITS
      *BEFORE-IMAGE GOES ON THE PAYRJRNL RECOVERY JOURNAL.  A CLEAN
      *FINISH REMOVES THE IN-FLIGHT RECORD WHEN IT STAMPS THE
      *PERIOD POSTED.  A RUN THAT FINDS ITS PERIOD STILL IN FLIGHT
      *(THE LAST ATTEMPT ABENDED OR ENDED OUT OF BALANCE) BACKS
      *THAT ATTEMPT OUT BEFORE PAYING ANYONE: ITS CHECKS ON
      *CHKISSUE ARE VOIDED, THE JOURNALED BALANCES, ORDERS AND
      *PRENOTE STATES ARE PUT BACK, AND ITS PAYHIST RECORDS ARE
      *DROPPED (THROUGH THE PAYHWORK WORK FILE) - THEN THE PERIOD
      *IS PAID FROM THE TOP, SO THE ACH FILE, CHECK
      *REGISTER, LABOR DISTRIBUTION AND JOURNAL COME OUT THE SAME
      *AS AN UNINTERRUPTED RUN AND NOBODY IS PAID OR CHARGED LEAVE
      *TWICE.  A CHECK FROM THE FAILED ATTEMPT THE BANK HAS ALREADY
      *PAID, OR A DIFFERENT PERIOD STILL IN FLIGHT, STOPS THE RUN
      *(RETURN CODE 16) FOR PAYROLL CONTROL TO RESOLVE.
      *NOBODY IS PAID FOR A PERIOD THAT STARTS AFTER THEIR
      *EM-TERMDATE.  THE WEEK THE TERMINATION FALLS IN IS PAID AS
      *THE FINAL PERIOD - HOURLY FROM THE TIMECARD AS USUAL, A
      *SALARY ENDING MID-WEEK ONLY FOR THE TIMECARD HOURS - AND THE
      *UNUSED VACATION IS PAID OUT SEPARATELY BY FINALPAY.
      *
      *PERIODCD CARD FORMAT (COLUMNS 1-8):
      *  COLS 1-8  PAY-PERIOD DATE, YYYYMMDD
      *TAXTBL CARD FORMAT: SEE TAXCARD.CPY.
      *EARNCODE CARD FORMAT: SEE EARNCARD.CPY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT PERIOD-FILE
                   ASSIGN TO 'PERIODCD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-FILE
                   ASSIGN TO 'TAXTBL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAX-STATUS.
           SELECT EARN-FILE
                   ASSIGN TO 'EARNCODE'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EARN-STATUS.
           SELECT RUNCTL-FILE
                   ASSIGN TO 'RUNCTL'
                   ORGANIZATION IS INDEXED
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-FILE
                   ASSIGN TO 'UR-S-PRN3'.
           SELECT GL-FILE
                   ASSIGN TO 'GLPAY'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHKCTL-FILE
                   ASSIGN TO 'CHECKCTL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CC-KEY
                   FILE STATUS IS WS-CHKCTL-STATUS.
           SELECT CHKISSUE-FILE
                   ASSIGN TO 'CHKISSUE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CI-KEY
                   FILE STATUS IS WS-CHKISSUE-STATUS.
           SELECT POSPAY-FILE
                   ASSIGN TO 'POSPAY'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GARNISH-FILE
                   ASSIGN TO 'GARNISH'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GN-KEY
                   FILE STATUS IS WS-GARNISH-STATUS.
           SELECT REMIT-FILE
                   ASSIGN TO 'GARNREMT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-PRNT-FILE
                   ASSIGN TO 'UR-S-PRN4'.
           SELECT SORT-FILE
                   ASSIGN TO 'SORTWK01'.
           SELECT STUB-FILE
                   ASSIGN TO 'UR-S-PRN5'.
           SELECT JRNL-FILE
                   ASSIGN TO 'PAYRJRNL'
                   FILE STATUS IS WS-JRNL-STATUS.
           SELECT HWORK-FILE
                   ASSIGN TO 'PAYHWORK'.
       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE
       01 PERIOD-REC.
               03 PC-DATE               PIC X(8).
               03 FILLER                PIC X(72).
       FD TAX-FILE
           DATA RECORD IS TAX-CARD.
       COPY "TAXCARD.cpy".
       FD EARN-FILE
           DATA RECORD IS EARN-CARD.
       COPY "EARNCARD.cpy".
       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-REC.
       COPY "RUNCTL.cpy".
       FD CHECK-FILE
           DATA RECORD IS CHECK-LINE.
       01 CHECK-LINE                    PIC X(80).
       FD GL-FILE
           DATA RECORD IS GL-REC.
       COPY "GLREC.cpy".
       FD CHKCTL-FILE
           DATA RECORD IS CHECKCTL-REC.
       COPY "CHKCTL.cpy".
       FD CHKISSUE-FILE
           DATA RECORD IS CHKISSUE-REC.
       COPY "CHKISREC.cpy".
       FD POSPAY-FILE
           DATA RECORD IS POSPAY-LINE.
       01 POSPAY-LINE                   PIC X(80).
       FD GARNISH-FILE
           DATA RECORD IS GARNISH-REC.
       COPY "GARNREC.cpy".
      *ONE REMITTANCE PER ORDER TAKEN THIS RUN - THE AGENCY'S CODE
      *AND NAME, WHO IT WAS TAKEN FROM AND THE CASE IT PAYS.
       FD REMIT-FILE
           DATA RECORD IS REMIT-REC.
       01 REMIT-REC.
               03 RM-PAYEE-CODE         PIC X(6).
               03 RM-PAYEE-NAME         PIC X(30).
               03 RM-ID                 PIC X(7).
               03 RM-LNAME              PIC X(15).
               03 RM-CASE-NO            PIC X(10).
               03 RM-TYPE               PIC X(1).
               03 RM-AMOUNT             PIC 9(5)V99.
               03 RM-PERIOD-DATE        PIC X(8).
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
               03 SR-PAYEE-CODE         PIC X(6).
               03 SR-PAYEE-NAME         PIC X(30).
               03 SR-ID                 PIC X(7).
               03 SR-LNAME              PIC X(15).
               03 SR-CASE-NO            PIC X(10).
               03 SR-TYPE               PIC X(1).
               03 SR-AMOUNT             PIC 9(5)V99.
               03 SR-PERIOD-DATE        PIC X(8).
       FD REMIT-PRNT-FILE
           DATA RECORD IS REMIT-LINE.
       01 REMIT-LINE                    PIC X(80).
       FD STUB-FILE
           DATA RECORD IS STUB-LINE.
       01 STUB-LINE                     PIC X(80).
      *RECOVERY JOURNAL - A HEADER NAMING THE PERIOD IN FLIGHT, THEN
      *THE BEFORE-IMAGE OF EVERY LEAVBAL, GARNISH AND BANKACCT
      *RECORD THE RUN REWRITES.  EMPTIED WHEN THE RUN COMPLETES.
       FD JRNL-FILE
           DATA RECORD IS JRNL-REC.
       01 JRNL-REC.
               03 JR-TYPE               PIC X(1).
                   88 JR-HEADER                 VALUE 'H'.
                   88 JR-LEAVE                  VALUE 'L'.
                   88 JR-GARNISH                VALUE 'G'.
                   88 JR-BANK                   VALUE 'B'.
               03 JR-PERIOD-DATE        PIC X(8).
               03 JR-RUN-STAMP          PIC X(14).
               03 JR-IMAGE              PIC X(120).
      *PAYHWORK CARRIES PAYHIST-REC IMAGES UNCHANGED - KEEP THIS
      *LENGTH IN STEP WITH PAYHIST.CPY.
       FD HWORK-FILE
           DATA RECORD IS HWORK-REC.
       01 HWORK-REC                     PIC X(234).
       FD LABOR-FILE
           DATA RECORD IS LABOR-LINE.
       01 LABOR-LINE                    PIC X(80).
       01 INDICATORS.
               03 EOF-I                 PIC 9  VALUE 0.
               03 PERIOD-EOF-I          PIC 9  VALUE 0.
               03 TAX-EOF-I             PIC 9  VALUE 0.
               03 EARN-EOF-I            PIC 9  VALUE 0.
               03 WS-EARN-STATUS        PIC X(2) VALUE "00".
               03 WS-EARN-DECK-SW       PIC X(1) VALUE 'Y'.
                   88 EARN-DECK-VALID           VALUE 'Y'.
                   88 EARN-DECK-IN-ERROR        VALUE 'N'.
               03 WS-EARN-CARD-SW       PIC X(1) VALUE 'Y'.
                   88 EARN-CARD-VALID           VALUE 'Y'.
               03 WS-CODE-FOUND-SW      PIC X(1) VALUE 'N'.
                   88 EARN-CODE-FOUND           VALUE 'Y'.
               03 HOURS-FOUND-SW        PIC X(1) VALUE 'N'.
               03 DEDUCT-FOUND-SW       PIC X(1) VALUE 'N'.
               03 BANK-FOUND-SW         PIC X(1) VALUE 'N'.
               03 WS-BANK-STATUS        PIC X(2) VALUE "00".
               03 WS-LEAVE-STATUS       PIC X(2) VALUE "00".
               03 WS-RUNCTL-STATUS      PIC X(2) VALUE "00".
               03 WS-TAX-STATUS         PIC X(2) VALUE "00".
               03 WS-CHKCTL-STATUS      PIC X(2) VALUE "00".
               03 WS-CHKISSUE-STATUS    PIC X(2) VALUE "00".
               03 WS-GARNISH-STATUS     PIC X(2) VALUE "00".
               03 GARNISH-EOF-I         PIC 9  VALUE 0.
               03 REMIT-EOF-I           PIC 9  VALUE 0.
               03 HIST-EOF-I            PIC 9  VALUE 0.
               03 JRNL-EOF-I            PIC 9  VALUE 0.
               03 WORK-EOF-I            PIC 9  VALUE 0.
               03 CHKISSUE-EOF-I        PIC 9  VALUE 0.
               03 WS-JRNL-STATUS        PIC X(2) VALUE "00".
               03 WS-JRNL-SW            PIC X(1) VALUE 'N'.
                   88 JRNL-PRESENT              VALUE 'Y'.
      *THE PERIOD WAS LEFT IN FLIGHT BY AN EARLIER ATTEMPT AND IS
      *BACKED OUT BEFORE THIS RUN PAYS ANYONE.
               03 WS-RESTART-SW         PIC X(1) VALUE 'N'.
                   88 RESTART-RUN               VALUE 'Y'.
               03 WS-DISBURSE-SW        PIC X(1) VALUE SPACE.
                   88 PAID-BY-ACH               VALUE 'A'.
                   88 PAID-BY-CHECK             VALUE 'C'.
                   88 NOTHING-DISBURSED         VALUE SPACE.
               03 WS-TAX-DECK-SW        PIC X(1) VALUE 'Y'.
                   88 TAX-DECK-VALID            VALUE 'Y'.
                   88 TAX-DECK-IN-ERROR         VALUE 'N'.
               03 WS-BRACKET-SW         PIC X(1) VALUE 'N'.
                   88 BRACKET-FOUND             VALUE 'Y'.
               03 WS-PERIOD-SW          PIC X(1) VALUE 'N'.
                   88 PERIOD-LOADED             VALUE 'Y'.
      *A MISSING LEAVBAL FILE (STATUS 35) IS NOT FATAL - TCEDIT
      *ON DIRECT DEPOSIT AND EVERY EMPLOYEE GETS A PAPER CHECK.
               03 WS-BANKACCT-SW        PIC X(1) VALUE 'Y'.
                   88 BANKACCT-PRESENT          VALUE 'Y'.
      *A MISSING GARNISH FILE (STATUS 35) IS NOT FATAL - NO ORDERS
      *HAVE EVER BEEN ADDED, SO THERE IS NOTHING TO TAKE.
               03 WS-GARNISH-SW         PIC X(1) VALUE 'Y'.
                   88 GARNISH-PRESENT           VALUE 'Y'.
       01 VALIDATION-SWITCHES.
               03 WS-RECORD-SW          PIC X(1) VALUE 'Y'.
                   88 RECORD-VALID              VALUE 'Y'.
                   88 RECORD-INVALID            VALUE 'N'.
               03 WS-FINAL-SW           PIC X(1) VALUE 'N'.
                   88 FINAL-PERIOD              VALUE 'Y'.
       01 CURRENT-DATE-HDR.
               03 CUR-MON               PIC 9(2).
               03 FILLER                PIC X(1) VALUE "/".
               03 WS-RUN-YR             PIC 9(4).
               03 WS-RUN-MON            PIC 9(2).
               03 WS-RUN-DAY            PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(8).
       01 PERIOD-FIELDS.
               03 WS-PERIOD-DATE        PIC X(8).
               03 WS-PERIOD-DATE-N REDEFINES WS-PERIOD-DATE
                                        PIC 9(8).
      *FIRST DAY OF THE WEEKLY PERIOD - AN EMPLOYEE TERMINATED ON
      *OR AFTER IT STILL HAS WAGES DUE FOR THE DAYS WORKED.
               03 WS-PERIOD-START       PIC X(8).
               03 WS-PERIOD-START-N REDEFINES WS-PERIOD-START
                                        PIC 9(8).
               03 WS-PERIOD-DAYS        PIC 9(7).
      *WHAT THE BACK-OUT OF AN INTERRUPTED ATTEMPT UNDID.  HISTORY
      *READ MUST EQUAL KEPT PLUS BACKED OUT BEFORE PAYHIST IS
      *REPLACED.
       01 RESTART-FIELDS.
               03 WS-INFLIGHT-PERIOD    PIC X(8).
               03 WS-INFLIGHT-STAMP     PIC X(14).
               03 WS-HIST-READ          PIC 9(7) VALUE 0.
               03 WS-HIST-KEPT          PIC 9(7) VALUE 0.
               03 WS-HIST-BACKED-OUT    PIC 9(7) VALUE 0.
               03 WS-LEAVE-RESTORED     PIC 9(5) VALUE 0.
               03 WS-GARNISH-RESTORED   PIC 9(5) VALUE 0.
               03 WS-BANK-RESTORED      PIC 9(5) VALUE 0.
      *WHICH FILES THE BACK-OUT COULD OPEN TO PUT IMAGES BACK.
               03 WS-RST-LEAVE-SW       PIC X(1) VALUE 'N'.
                   88 RST-LEAVE-OPEN            VALUE 'Y'.
               03 WS-RST-GARNISH-SW     PIC X(1) VALUE 'N'.
                   88 RST-GARNISH-OPEN          VALUE 'Y'.
               03 WS-RST-BANK-SW        PIC X(1) VALUE 'N'.
                   88 RST-BANK-OPEN             VALUE 'Y'.
               03 WS-CHECKS-VOIDED      PIC 9(5) VALUE 0.
               03 WS-RUN-STAMP          PIC X(14).
      *GROSS PAY ACCUMULATED BY DEPARTMENT FOR THE LABOR
      *DISTRIBUTION.  A DEPARTMENT CODE NOT ON DEPTREF (OR BLANK)
      *STILL GETS ITS OWN BUCKET, FLAGGED IN THE NAME COLUMN, SO NO
      *GROSS IS DROPPED - THE COMPANY TOTAL HERE MUST MATCH THE
      *REGISTER'S.  LD-EARN-AMT BREAKS EACH DEPARTMENT'S GROSS OUT
      *BY EARNINGS CODE, SUBSCRIPTED LIKE EARN-TABLE.
       01 LABOR-TABLE.
               03 WS-DEPT-COUNT         PIC 9(3) VALUE 0.
               03 LD-ENTRY OCCURS 50 TIMES
                   05 LD-CODE           PIC X(2).
                   05 LD-NAME           PIC X(20).
                   05 LD-GROSS          PIC 9(8)V99.
                   05 LD-EARN-AMT       PIC 9(8)V99
                                        OCCURS 31 TIMES.
      *THE EARNCODE DECK HELD IN STORAGE FOR THE RUN, WITH THE
      *OVERTIME PREMIUM SET UP AHEAD OF IT AS ENTRY 1 - CODE 'OT',
      *HALF THE RATE FOR EACH HOUR PAST 40 ON TOP OF THE STRAIGHT
      *TIME THE HOURS ALREADY EARNED.  EC-TOTAL IS THE COMPANY'S
      *PAY UNDER EACH CODE FOR THE REGISTER AND THE LABOR
      *DISTRIBUTION.  30 DECK CODES IS WELL ABOVE ANY DECK WE KEY;
      *AN OVERFLOW STOPS THE RUN RATHER THAN DROPPING A CODE.
       01 EARN-TABLE.
               03 WS-EC-COUNT           PIC 9(2) VALUE 0.
               03 WS-REG-SLOT           PIC 9(2) VALUE 0.
               03 EC-ENTRY OCCURS 31 TIMES
                       INDEXED BY EC-IDX.
                   05 EC-CODE           PIC X(2).
                   05 EC-DESC           PIC X(20).
                   05 EC-KIND           PIC X(1).
                       88 EC-WORKED             VALUE 'W'.
                       88 EC-TIME-OFF           VALUE 'T'.
                       88 EC-PREMIUM            VALUE 'P'.
                   05 EC-METHOD         PIC X(1).
                       88 EC-BY-MULTIPLIER      VALUE 'M'.
                       88 EC-BY-FLAT-AMT        VALUE 'F'.
                       88 EC-BY-AMOUNT          VALUE 'A'.
                   05 EC-MULTIPLIER     PIC 9(1)V999.
                   05 EC-FLAT-AMT       PIC 9(5)V99.
                   05 EC-OT-SW          PIC X(1).
                       88 EC-COUNTS-FOR-OT      VALUE 'Y'.
                   05 EC-LEAVE-TYPE     PIC X(1).
                       88 EC-VAC-LEAVE          VALUE 'V'.
                       88 EC-SICK-LEAVE         VALUE 'S'.
                   05 EC-TOTAL          PIC 9(8)V99.
      *THE EMPLOYEE'S PAY FOR THE PERIOD BY EARNINGS CODE - ONE
      *LINE FOR EACH LINE ON THE HOURS RECORD, PLUS THE SALARY OR
      *THE OVERTIME PREMIUM, SO NINE LINES COVER THE EIGHT THE
      *HOURS RECORD HOLDS.  THE LINES FOOT TO WS-GROSS-PAY AND FEED
      *THE PAYHIST BREAKOUT, THE STUB AND THE LABOR DISTRIBUTION.
      *EL-SLOT IS THE CODE'S EARN-TABLE ENTRY.
       01 EARN-LINE-TABLE.
               03 WS-EL-COUNT           PIC 9(2) VALUE 0.
               03 EL-ENTRY OCCURS 9 TIMES
                       INDEXED BY EL-IDX.
                   05 EL-SLOT           PIC 9(2).
                   05 EL-HOURS          PIC 9(3)V99.
                   05 EL-AMOUNT         PIC 9(6)V99.
       01 EARN-LINE-FIELDS.
               03 WS-SLOT               PIC 9(2).
               03 WS-LINE-HRS           PIC 9(3)V99.
               03 WS-LINE-AMT           PIC 9(6)V99.
      *HOURS ON CODES COUNTING TOWARD OVERTIME, ALL WORKED HOURS,
      *AND ALL PAID TIME-OFF HOURS FOR THE PERIOD.
               03 WS-OT-BASE-HRS        PIC 9(3)V99.
               03 WS-WORKED-HRS         PIC 9(3)V99.
               03 WS-TIME-OFF-HRS       PIC 9(3)V99.
      *SALARY PRORATION FOR A TERMINATION INSIDE THE PERIOD.
               03 WS-TERM-DATE-N        PIC 9(8).
               03 WS-TERM-DAY           PIC 9(7).
               03 WS-WORK-DAY           PIC 9(7).
               03 WS-DAY-QUOT           PIC 9(7).
               03 WS-WEEKDAY            PIC 9(1).
      *LEAVE LINES HELD BECAUSE FINALPAY HAS ALREADY CLOSED THE
      *EMPLOYEE'S LEAVBAL RECORD - THE BALANCE WAS PAID OUT.
               03 WS-LEAVE-CLOSED-SW    PIC X(1) VALUE 'N'.
                   88 LEAVE-CLOSED              VALUE 'Y'.
               03 WS-LEAVE-HELD-COUNT   PIC 9(5) VALUE 0.
      *THE TAXTBL DECK HELD IN STORAGE FOR THE RUN - BRACKETS AND
      *ALLOWANCE CARDS BY JURISDICTION AND FILING STATUS.  THREE
      *FILING STATUSES TIMES TWO JURISDICTIONS NEED SIX ALLOWANCE
      *CARDS; 120 BRACKETS IS WELL ABOVE ANY PUBLISHED TABLE.  AN
      *OVERFLOW STOPS THE RUN RATHER THAN DROPPING A BRACKET.
       01 TAX-TABLE.
               03 WS-BRACKET-COUNT      PIC 9(3) VALUE 0.
               03 WS-FED-BRACKETS       PIC 9(3) VALUE 0.
               03 TB-ENTRY OCCURS 120 TIMES
                       INDEXED BY TB-IDX.
                   05 TB-JURIS          PIC X(1).
                   05 TB-FILING         PIC X(1).
                   05 TB-OVER           PIC 9(7)V99.
                   05 TB-BASE           PIC 9(7)V99.
                   05 TB-PCT            PIC 9(2)V99.
       01 TAX-ALLOW-TABLE.
               03 WS-ALLOW-COUNT        PIC 9(2) VALUE 0.
               03 TA-ENTRY OCCURS 6 TIMES
                       INDEXED BY TA-IDX.
                   05 TA-JURIS          PIC X(1).
                   05 TA-FILING         PIC X(1).
                   05 TA-ALLOW-AMT      PIC 9(5)V99.
                   05 TA-SUPP-PCT       PIC 9(2)V99.
       01 TAX-FIELDS.
               03 WS-PERIODS-PER-YEAR   PIC 9(2) VALUE 52.
               03 WS-TX-JURIS           PIC X(1).
               03 WS-TX-FILING          PIC X(1).
               03 WS-TX-ALLOW           PIC 9(2).
               03 WS-TX-ALLOW-AMT       PIC 9(5)V99.
               03 WS-TX-ANNUAL-WAGE     PIC S9(9)V99.
               03 WS-TX-PERIOD-TAX      PIC 9(6)V99.
               03 WS-BR-OVER            PIC 9(7)V99.
               03 WS-BR-BASE            PIC 9(7)V99.
               03 WS-BR-PCT             PIC 9(2)V99.
               03 WS-PREV-JURIS         PIC X(1) VALUE SPACES.
               03 WS-PREV-FILING        PIC X(1) VALUE SPACES.
               03 WS-PREV-OVER          PIC 9(7)V99 VALUE 0.
       01 WS-PAY-FIELDS.
               03 WS-RATE               PIC 9(4)V99.
               03 WS-REG-HRS            PIC 9(3)V99.
               03 WS-NEW-LEAVE-BAL      PIC S9(4)V99.
               03 WS-GROSS-PAY          PIC 9(6)V99.
               03 WS-TAX-AMT            PIC 9(6)V99.
               03 WS-FED-TAX            PIC 9(6)V99.
               03 WS-STATE-TAX          PIC 9(6)V99.
               03 WS-BENEFIT-AMT        PIC 9(6)V99.
               03 WS-GARNISH-AMT        PIC 9(6)V99.
               03 WS-DEDUCT-AMT         PIC 9(6)V99.
               03 WS-NET-PAY            PIC 9(6)V99.
               03 WS-TOTAL-GROSS        PIC 9(8)V99 VALUE 0.
               03 WS-TOTAL-DEDUCT       PIC 9(8)V99 VALUE 0.
               03 WS-TOTAL-NET          PIC 9(8)V99 VALUE 0.
               03 WS-TOTAL-FED          PIC 9(8)V99 VALUE 0.
               03 WS-TOTAL-STATE        PIC 9(8)V99 VALUE 0.
               03 WS-TOTAL-BENEFIT      PIC 9(8)V99 VALUE 0.
               03 WS-TOTAL-GARNISH      PIC 9(8)V99 VALUE 0.
      *NET PAY DISBURSEMENT CONTROL - EVERY NONZERO NET GOES OUT
      *EXACTLY ONCE, AS AN ACH CREDIT OR A NUMBERED CHECK, SO THE
      *TWO TOTALS HERE MUST ADD BACK TO WS-TOTAL-NET (A ZERO NET
      *DISBURSES NOTHING AND STILL TIES).  CHECK NUMBERS ARE TAKEN
      *FROM THE CHECKCTL CONTROL RECORD ONE AT A TIME.
       01 DISBURSE-FIELDS.
               03 WS-CHECK-NO           PIC 9(6) VALUE 0.
               03 WS-ACH-COUNT          PIC 9(5) VALUE 0.
               03 WS-CHECK-COUNT        PIC 9(5) VALUE 0.
               03 WS-ACH-TOTAL          PIC 9(8)V99 VALUE 0.
               03 WS-CHECK-TOTAL        PIC 9(8)V99 VALUE 0.
               03 WS-PP-COUNT           PIC 9(6) VALUE 0.
               03 WS-PP-TOTAL           PIC 9(8)V99 VALUE 0.
      *PRENOTE CYCLE - A PRENOTE SENT THIS MANY CALENDAR DAYS AGO
      *WITH NO RETURN FROM THE BANK IS TAKEN AS VERIFIED.  PRENOTES
      *CARRY NO MONEY, SO THEY ADD TO THE ACH ENTRY COUNT ONLY.
       01 PRENOTE-FIELDS.
               03 WS-PRENOTE-WAIT-DAYS  PIC 9(3) VALUE 10.
               03 WS-PRENOTE-AGE        PIC S9(7).
               03 WS-PRENOTE-COUNT      PIC 9(5) VALUE 0.
               03 WS-DEPOSIT-START-COUNT
                                        PIC 9(5) VALUE 0.
       COPY "POSPAY.cpy".
      *GARNISHMENT LIMITS.  DISPOSABLE EARNINGS ARE GROSS LESS THE
      *TAXES WITHHELD.  THE LIMITS ARE CUMULATIVE - EACH ORDER MAY
      *ONLY TAKE WHAT THE ORDERS AHEAD OF IT LEFT UNDER ITS OWN
      *TYPE'S CEILING: SUPPORT UP TO 50% OF DISPOSABLE, A TAX LEVY
      *EVERYTHING ABOVE THE EXEMPT WEEKLY WAGE, A CREDITOR THE
      *LESSER OF 25% OR THE AMOUNT ABOVE 30 TIMES THE FEDERAL
      *MINIMUM HOURLY WAGE ($217.50 A WEEK).  NOTHING IS EVER TAKEN
      *PAST THE NET PAY LEFT AFTER BENEFITS.
       01 GARNISH-FIELDS.
               03 WS-GN-SUPPORT-PCT     PIC 9(2)V99 VALUE 50.
               03 WS-GN-CREDITOR-PCT    PIC 9(2)V99 VALUE 25.
               03 WS-GN-EXEMPT-WAGE     PIC 9(5)V99 VALUE 217.50.
               03 WS-DISPOSABLE         PIC S9(6)V99.
               03 WS-GN-CEILING         PIC S9(6)V99.
               03 WS-GN-CREDITOR-CAP    PIC S9(6)V99.
               03 WS-GN-ROOM            PIC S9(6)V99.
               03 WS-GN-CURRENT         PIC 9(7)V99.
               03 WS-GN-DUE             PIC 9(7)V99.
               03 WS-GN-TAKE            PIC 9(6)V99.
               03 WS-GN-BEST-RANK       PIC 9(6).
               03 WS-GN-BEST-SEQ        PIC 9(2).
               03 WS-GN-PICK            PIC 9(2).
               03 WS-RM-PAYEE           PIC X(6).
               03 WS-RM-COUNT           PIC 9(5) VALUE 0.
               03 WS-RM-AGENCY-TOTAL    PIC 9(8)V99 VALUE 0.
               03 WS-RM-TOTAL           PIC 9(8)V99 VALUE 0.
      *YEAR-TO-DATE FIGURES FOR THE EARNINGS STATEMENTS - THIS
      *YEAR'S PAYHIST (ADJUSTMENTS INCLUDED, SO THEY ARE SIGNED)
      *ACCUMULATED BY EMPLOYEE AT START-UP, WITH EACH EMPLOYEE'S
      *PAY FROM THIS RUN ADDED AS THE STATEMENT PRINTS.  500 SLOTS
      *MATCHES EARNRPT; OVERFLOW STOPS THE RUN RATHER THAN PRINT A
      *WRONG YEAR-TO-DATE.
       01 YTD-TABLE.
               03 WS-YTD-COUNT          PIC 9(3) VALUE 0.
               03 YT-ENTRY OCCURS 500 TIMES
                       INDEXED BY YT-IDX.
                   05 YT-ID             PIC X(7).
                   05 YT-GROSS          PIC S9(8)V99.
                   05 YT-DEDUCT         PIC S9(8)V99.
                   05 YT-NET            PIC S9(8)V99.
       01 STUB-FIELDS.
               03 WS-STUB-COUNT         PIC 9(5) VALUE 0.
               03 WS-STUB-RATE          PIC 9(5)V99.
               03 WS-ACCT-LEN           PIC 9(2).
      *THE EMPLOYEE'S ACTIVE ORDERS, LOADED FRESH FOR EACH EMPLOYEE
      *AND TAKEN LOWEST RANK FIRST.  THE RANK IS THE LEGAL ORDER -
      *TYPE (SUPPORT 1, LEVY 2, CREDITOR 3), THEN THE PRIORITY
      *KEYED ON THE ORDER, THEN THE ORDER SEQUENCE.  MORE ORDERS
      *THAN THE TABLE HOLDS STOPS THE RUN RATHER THAN SKIPPING ONE.
       01 GARNISH-ORDER-TABLE.
               03 WS-GN-COUNT           PIC 9(2) VALUE 0.
               03 GO-ENTRY OCCURS 10 TIMES
                       INDEXED BY GO-IDX.
                   05 GO-SEQ            PIC 9(2).
                   05 GO-RANK           PIC 9(6).
                   05 GO-DONE-SW        PIC X(1).
      *GENERAL LEDGER JOURNAL - EACH POSTING IS BUILT IN THE WS-GL
      *FIELDS AND WRITTEN BY ONE PARAGRAPH THAT ALSO ACCUMULATES
      *THE DEBIT AND CREDIT TOTALS THE TRAILER AND THE BALANCE
      *CHECK ARE TAKEN FROM.
       COPY "GLACCT.cpy".
       01 GL-FIELDS.
               03 WS-GL-ACCOUNT         PIC X(6).
               03 WS-GL-COST-CENTER     PIC X(2).
               03 WS-GL-DR-CR           PIC X(1).
               03 WS-GL-AMOUNT          PIC S9(9)V99.
               03 WS-GL-DESC            PIC X(24).
               03 WS-GL-COUNT           PIC 9(6) VALUE 0.
               03 WS-GL-DEBITS          PIC S9(11)V99 VALUE 0.
               03 WS-GL-CREDITS         PIC S9(11)V99 VALUE 0.
      *REMAINING LEAVE BALANCES SHOWN IN THE REGISTER REMARKS WHEN
      *AN EMPLOYEE TOOK LEAVE THIS PERIOD, SO EMPLOYEES STOP
      *CALLING PAYROLL TO ASK.
               03 FILLER                PIC X(29) VALUE
                   "THE BEST IS YET TO COME, INC.".
               03 FILLER                PIC X(55) VALUE SPACES.
      *TRANSACTION CODE 22 IS A CHECKING CREDIT, 23 ITS ZERO-DOLLAR
      *PRENOTE.
       01 ACH-DETAIL.
               03 FILLER                PIC X(1) VALUE "6".
               03 AD-TRAN-CODE          PIC X(2) VALUE "22".
               03 AD-ROUTING            PIC X(9).
               03 AD-ACCOUNT            PIC X(17).
               03 AD-AMOUNT             PIC 9(10).
               03 FILLER                PIC X(27) VALUE
                   "COMPANY TOTAL GROSS      =".
               03 TOTAL-GROSS-PR        PIC $$$,$$$,$$9.99.
       01 TOTAL-EARN-LINE.
               03 FILLER                PIC X(17) VALUE SPACES.
               03 TE-CODE-PR            PIC X(2).
               03 FILLER                PIC X(1) VALUE SPACES.
               03 TE-DESC-PR            PIC X(20).
               03 FILLER                PIC X(2) VALUE "= ".
               03 TE-AMOUNT-PR          PIC $$$,$$$,$$9.99.
       01 TOTAL-DEDUCT-LINE.
               03 FILLER                PIC X(15) VALUE SPACES.
               03 FILLER                PIC X(27) VALUE
                   "COMPANY TOTAL DEDUCTIONS =".
               03 TOTAL-DEDUCT-PR       PIC $$$,$$$,$$9.99.
       01 TOTAL-FED-LINE.
               03 FILLER                PIC X(15) VALUE SPACES.
               03 FILLER                PIC X(27) VALUE
                   "  FEDERAL TAX WITHHELD   =".
               03 TOTAL-FED-PR          PIC $$$,$$$,$$9.99.
       01 TOTAL-STATE-LINE.
               03 FILLER                PIC X(15) VALUE SPACES.
               03 FILLER                PIC X(27) VALUE
                   "  STATE TAX WITHHELD     =".
               03 TOTAL-STATE-PR        PIC $$$,$$$,$$9.99.
       01 TOTAL-BENEFIT-LINE.
               03 FILLER                PIC X(15) VALUE SPACES.
               03 FILLER                PIC X(27) VALUE
                   "  BENEFIT DEDUCTIONS     =".
               03 TOTAL-BENEFIT-PR      PIC $$$,$$$,$$9.99.
       01 TOTAL-GARNISH-LINE.
               03 FILLER                PIC X(15) VALUE SPACES.
               03 FILLER                PIC X(27) VALUE
                   "  GARNISHMENTS WITHHELD  =".
               03 TOTAL-GARNISH-PR      PIC $$$,$$$,$$9.99.
       01 TOTAL-NET-LINE.
               03 FILLER                PIC X(15) VALUE SPACES.
               03 FILLER                PIC X(27) VALUE
               03 FILLER                PIC X(4) VALUE "NAME".
               03 FILLER                PIC X(19) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "GROSS".
               03 FILLER                PIC X(12) VALUE SPACES.
               03 FILLER                PIC X(16) VALUE
                   "BY EARNINGS CODE".
       01 LABOR-DETAIL.
               03 LB-CODE-PR            PIC X(2).
               03 FILLER                PIC X(5) VALUE SPACES.
               03 LB-NAME-PR            PIC X(20).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 LB-GROSS-PR           PIC $$$,$$$,$$9.99.
       01 LABOR-EARN-LINE.
               03 FILLER                PIC X(7) VALUE SPACES.
               03 LE-CODE-PR            PIC X(2).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 LE-DESC-PR            PIC X(20).
               03 FILLER                PIC X(16) VALUE SPACES.
               03 LE-AMOUNT-PR          PIC $$$,$$$,$$9.99.
       01 LABOR-TOTAL-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(22) VALUE
                   "COMPANY TOTAL GROSS  =".
               03 LB-TOTAL-PR           PIC $$$,$$$,$$9.99.
       01 LABOR-EARN-HDR.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(30) VALUE
                   "COMPANY GROSS BY EARNINGS CODE".
       01 GL-HDR.
               03 FILLER                PIC X(26) VALUE SPACES.
               03 FILLER                PIC X(29) VALUE
                   "GENERAL LEDGER JOURNAL ENTRY ".
       01 GL-COL-HDR.
               03 FILLER                PIC X(7) VALUE "ACCOUNT".
               03 FILLER                PIC X(2) VALUE SPACES.
               03 FILLER                PIC X(2) VALUE "CC".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "DR/CR".
               03 FILLER                PIC X(10) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "AMOUNT".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "DESCRIPTION".
       01 GL-DETAIL.
               03 GD-ACCOUNT-PR         PIC X(6).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 GD-CC-PR              PIC X(2).
               03 FILLER                PIC X(4) VALUE SPACES.
               03 GD-DR-CR-PR           PIC X(2).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 GD-AMOUNT-PR          PIC $$$,$$$,$$9.99-.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 GD-DESC-PR            PIC X(24).
       01 GL-TOTAL-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "DEBITS  =".
               03 GT-DEBITS-PR          PIC $$,$$$,$$$,$$9.99-.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "CREDITS =".
               03 GT-CREDITS-PR         PIC $$,$$$,$$$,$$9.99-.
       01 CHECK-HDR.
               03 FILLER                PIC X(32) VALUE SPACES.
               03 FILLER                PIC X(15) VALUE
               03 FILLER                PIC X(14) VALUE
                   "ACH TOTAL    =".
               03 AL-TOTAL-PR           PIC $$$,$$$,$$9.99.
       01 PRENOTE-TOTAL-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(16) VALUE
                   "PRENOTES SENT  =".
               03 PN-COUNT-PR           PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(16) VALUE
                   "DEPOSIT STARTED=".
               03 PN-STARTED-PR         PIC ZZZZ9.
       01 REMIT-HDR.
               03 FILLER                PIC X(23) VALUE SPACES.
               03 FILLER                PIC X(32) VALUE
                   "GARNISHMENT REMITTANCE REGISTER ".
       01 REMIT-HDR2.
               03 FILLER                PIC X(28) VALUE SPACES.
               03 FILLER                PIC X(13) VALUE
                   "PAY PERIOD  ".
               03 RH-PERIOD-PR          PIC X(8).
       01 REMIT-COL-HDR.
               03 FILLER                PIC X(6) VALUE "EMP ID".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "LAST".
               03 FILLER                PIC X(13) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "CASE NO".
               03 FILLER                PIC X(6) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "TYPE".
               03 FILLER                PIC X(10) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "AMOUNT".
       01 REMIT-AGENCY-LINE.
               03 FILLER                PIC X(8) VALUE "PAYEE: ".
               03 RA-CODE-PR            PIC X(6).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 RA-NAME-PR            PIC X(30).
       01 REMIT-DETAIL.
               03 RD-ID-PR              PIC X(7).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 RD-LNAME-PR           PIC X(15).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 RD-CASE-PR            PIC X(10).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 RD-TYPE-PR            PIC X(8).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 RD-AMOUNT-PR          PIC $$$,$$9.99.
       01 REMIT-AGENCY-TOTAL.
               03 FILLER                PIC X(34) VALUE SPACES.
               03 FILLER                PIC X(17) VALUE
                   "AGENCY TOTAL   =".
               03 RT-AGENCY-PR          PIC $$$,$$$,$$9.99.
       01 REMIT-GRAND-TOTAL.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(16) VALUE
                   "REMITTANCES    =".
               03 RG-COUNT-PR           PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(17) VALUE
                   "TOTAL REMITTED =".
               03 RG-TOTAL-PR           PIC $$$,$$$,$$9.99.
       01 STUB-HDR.
               03 FILLER                PIC X(26) VALUE SPACES.
               03 FILLER                PIC X(19) VALUE
                   "EARNINGS STATEMENT ".
               03 FILLER                PIC X(15) VALUE
                   "PERIOD ENDING ".
               03 SH-PERIOD-PR          PIC X(8).
       01 STUB-EMP-LINE.
               03 FILLER                PIC X(10) VALUE "EMPLOYEE  ".
               03 SM-ID-PR              PIC X(7).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 SM-NAME-PR            PIC X(31).
               03 FILLER                PIC X(6) VALUE "DEPT  ".
               03 SM-DEPT-PR            PIC X(2).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "SSN ".
               03 SM-SSN-PR             PIC X(11).
       01 STUB-EARN-HDR.
               03 FILLER                PIC X(8) VALUE "EARNINGS".
               03 FILLER                PIC X(15) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "HOURS".
               03 FILLER                PIC X(8) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "RATE".
               03 FILLER                PIC X(9) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "CURRENT".
       01 STUB-EARN-LINE.
               03 SE-LABEL-PR           PIC X(20).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 SE-HOURS-PR           PIC ZZ9.99.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 SE-RATE-PR            PIC $$$$9.99 BLANK WHEN ZERO.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 SE-AMOUNT-PR          PIC $$$,$$9.99 BLANK WHEN ZERO.
       01 STUB-AMOUNT-HDR.
               03 FILLER                PIC X(46) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "CURRENT".
               03 FILLER                PIC X(6) VALUE SPACES.
               03 FILLER                PIC X(12) VALUE
                   "YEAR-TO-DATE".
       01 STUB-AMOUNT-LINE.
               03 SA-LABEL-PR           PIC X(20).
               03 FILLER                PIC X(23) VALUE SPACES.
               03 SA-CURRENT-PR         PIC $$$,$$9.99.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 SA-YTD-PR             PIC $$,$$$,$$9.99-
                                        BLANK WHEN ZERO.
       01 STUB-LEAVE-LINE.
               03 FILLER                PIC X(20) VALUE
                   "LEAVE BALANCES".
               03 FILLER                PIC X(10) VALUE "VACATION ".
               03 SL-VAC-PR             PIC ZZ9.99.
               03 FILLER                PIC X(11) VALUE " HRS   SICK".
               03 FILLER                PIC X(1) VALUE SPACES.
               03 SL-SICK-PR            PIC ZZ9.99.
               03 FILLER                PIC X(4) VALUE " HRS".
       01 STUB-NO-LEAVE-LINE.
               03 FILLER                PIC X(20) VALUE
                   "LEAVE BALANCES".
               03 FILLER                PIC X(20) VALUE
                   "NO LEAVE RECORD".
       01 STUB-PAID-LINE.
               03 FILLER                PIC X(20) VALUE
                   "PAYMENT".
               03 SP-TEXT-PR            PIC X(30).
               03 SP-DETAIL-PR          PIC X(17).
       01 STUB-COUNT-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(21) VALUE
                   "STATEMENTS PRINTED =".
               03 SC-COUNT-PR           PIC ZZZZ9.
       01 BALANCE-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 BL-VERDICT-PR         PIC X(45).
       01 RESTART-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(31) VALUE
                   "RESTART - BACKED OUT ATTEMPT OF".
               03 FILLER                PIC X(1) VALUE SPACES.
               03 RS-STAMP-PR           PIC X(14).
               03 FILLER                PIC X(11) VALUE
                   "  HIST OUT=".
               03 RS-HIST-PR            PIC ZZZZZZ9.
               03 FILLER                PIC X(8) VALUE "  LEAVE=".
               03 RS-LEAVE-PR           PIC ZZZZ9.
               03 FILLER                PIC X(10) VALUE "  GARNISH=".
               03 RS-GARNISH-PR         PIC ZZZZ9.
               03 FILLER                PIC X(7) VALUE "  BANK=".
               03 RS-BANK-PR            PIC ZZZZ9.
               03 FILLER                PIC X(9) VALUE "  VOIDED=".
               03 RS-VOIDED-PR          PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM A-100-INITIALIZATION.
           STOP RUN.
       A-100-INITIALIZATION.
           PERFORM A-050-LOAD-PERIOD-CARD.
           PERFORM A-080-LOAD-TAX-TABLE.
           PERFORM A-075-LOAD-EARN-CODES.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
           PERFORM A-070-CHECK-RUN-CONTROL.
           PERFORM A-090-OPEN-CHECK-CONTROL.
           PERFORM A-200-CHECK-RESTART.
           PERFORM A-290-START-JOURNAL.
           OPEN INPUT INPUT-FILE
                HOURS-FILE
                DEDUCT-FILE
                DEPT-FILE
           OUTPUT PRNT-FILE
                  LABOR-FILE.
           PERFORM A-095-LOAD-YTD-HISTORY.
      *PAYHIST IS CUMULATIVE - EXTEND ON EVERY RUN, CREATING THE
      *FILE ON THE FIRST RUN EVER (STATUS 35 = FILE NOT FOUND).
           OPEN EXTEND PAYHIST-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               MOVE 'N' TO WS-LEAVBAL-SW
           END-IF.
           OPEN I-O BANK-FILE.
           IF WS-BANK-STATUS NOT = "00"
               MOVE 'N' TO WS-BANKACCT-SW
               DISPLAY "PAYROLL - NO BANKACCT FILE - "
                       "ALL NET PAY GOES OUT AS CHECKS"
           END-IF.
           OPEN I-O GARNISH-FILE.
           IF WS-GARNISH-STATUS NOT = "00"
               MOVE 'N' TO WS-GARNISH-SW
           END-IF.
           OPEN OUTPUT ACH-FILE
                       CHECK-FILE
                       GL-FILE
                       POSPAY-FILE
                       REMIT-FILE
                       REMIT-PRNT-FILE
                       STUB-FILE.
           UNSTRING FUNCTION CURRENT-DATE
           INTO CUR-YR CUR-MON CUR-DAY
           END-UNSTRING.
                AFTER ADVANCING 1 LINE.
           WRITE PRINTZ FROM COLUMN-HDR
                AFTER ADVANCING 2 LINES.
           IF RESTART-RUN
               MOVE WS-INFLIGHT-STAMP TO RS-STAMP-PR
               MOVE WS-HIST-BACKED-OUT TO RS-HIST-PR
               MOVE WS-LEAVE-RESTORED TO RS-LEAVE-PR
               MOVE WS-GARNISH-RESTORED TO RS-GARNISH-PR
               MOVE WS-BANK-RESTORED TO RS-BANK-PR
               MOVE WS-CHECKS-VOIDED TO RS-VOIDED-PR
               WRITE PRINTZ FROM RESTART-LINE
                    AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-DATE-N) - 6.
           COMPUTE WS-PERIOD-START-N =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-DAYS).
       A-060-LOAD-ONE-PERIOD.
           IF PC-DATE NUMERIC
               MOVE PC-DATE TO WS-PERIOD-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
      *THE EARNCODE DECK IS EDITED IN FULL, THE SAME WAY TCEDIT
      *EDITS IT, BEHIND THE OVERTIME PREMIUM ENTRY.  A BAD CARD IS
      *LISTED AND THE DECK IS REJECTED AT THE END OF THE LOAD, SO
      *EVERY BAD CARD SHOWS ON ONE RUN; A DECK WITHOUT THE REGULAR
      *CODE - THE CODE A SALARY IS PAID UNDER - IS REJECTED THE
      *SAME WAY.
       A-075-LOAD-EARN-CODES.
           MOVE 1 TO WS-EC-COUNT.
           MOVE "OT" TO EC-CODE (1).
           MOVE "OVERTIME PREMIUM" TO EC-DESC (1).
           MOVE "P" TO EC-KIND (1).
           MOVE "M" TO EC-METHOD (1).
           MOVE .5 TO EC-MULTIPLIER (1).
           MOVE 0 TO EC-FLAT-AMT (1) EC-TOTAL (1).
           MOVE "N" TO EC-OT-SW (1).
           MOVE SPACE TO EC-LEAVE-TYPE (1).
           OPEN INPUT EARN-FILE.
           IF WS-EARN-STATUS NOT = "00"
               DISPLAY "PAYROLL - NO EARNCODE DECK - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ EARN-FILE
                   AT END
                   MOVE 1 TO EARN-EOF-I.
           PERFORM A-076-LOAD-ONE-EARN-CARD
                UNTIL EARN-EOF-I = 1.
           CLOSE EARN-FILE.
           SET EC-IDX TO 1.
           SEARCH EC-ENTRY
               AT END
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "PAYROLL - EARNCODE HAS NO REGULAR CODE"
               WHEN EC-IDX > WS-EC-COUNT
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "PAYROLL - EARNCODE HAS NO REGULAR CODE"
               WHEN EC-CODE (EC-IDX) = "R "
                   SET WS-REG-SLOT TO EC-IDX
                   IF NOT EC-WORKED (EC-IDX)
                           OR NOT EC-BY-MULTIPLIER (EC-IDX)
                           OR EC-MULTIPLIER (EC-IDX) NOT = 1
                       SET EARN-DECK-IN-ERROR TO TRUE
                       DISPLAY "PAYROLL - EARNCODE REGULAR CODE MUST "
                               "BE KIND W, METHOD M AT 1.000"
                   END-IF
           END-SEARCH.
           IF EARN-DECK-IN-ERROR
               DISPLAY "PAYROLL - EARNCODE DECK IN ERROR - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       A-076-LOAD-ONE-EARN-CARD.
           MOVE 'Y' TO WS-EARN-CARD-SW.
           EVALUATE TRUE
               WHEN ER-CODE = SPACES OR ER-CODE = "OT"
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-KIND NOT = "W" AND ER-KIND NOT = "T"
                       AND ER-KIND NOT = "P"
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-METHOD NOT = "M" AND ER-METHOD NOT = "F"
                       AND ER-METHOD NOT = "A"
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-METHOD = "M" AND ER-MULTIPLIER NOT NUMERIC
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-METHOD = "M" AND ER-MULTIPLIER = 0
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-METHOD = "F" AND ER-FLAT-AMT NOT NUMERIC
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-METHOD = "F" AND ER-FLAT-AMT = 0
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-OT-SW NOT = "Y" AND ER-OT-SW NOT = "N"
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-OT-SW = "Y" AND ER-KIND NOT = "W"
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-LEAVE-TYPE NOT = SPACE
                       AND ER-LEAVE-TYPE NOT = "V"
                       AND ER-LEAVE-TYPE NOT = "S"
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN ER-LEAVE-TYPE NOT = SPACE
                       AND (ER-KIND NOT = "T" OR ER-METHOD = "A")
                   MOVE 'N' TO WS-EARN-CARD-SW
               WHEN OTHER
                   PERFORM A-077-ADD-EARN-CODE
           END-EVALUATE.
           IF NOT EARN-CARD-VALID
               SET EARN-DECK-IN-ERROR TO TRUE
               DISPLAY "PAYROLL - BAD EARNCODE CARD: " EARN-CARD (1:37)
           END-IF.
           READ EARN-FILE
                   AT END
                   MOVE 1 TO EARN-EOF-I.
      *A CODE KEYED TWICE, OR A SECOND CODE DRAWING THE SAME LEAVE
      *BALANCE, IS A KEYING ERROR.  ONLY THE FIGURE THE METHOD
      *USES IS KEPT - THE OTHER IS ZERO.
       A-077-ADD-EARN-CODE.
           SET EC-IDX TO 1.
           SEARCH EC-ENTRY
               AT END
                   DISPLAY "PAYROLL - EARNINGS CODE TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN EC-IDX > WS-EC-COUNT
                   ADD 1 TO WS-EC-COUNT
                   MOVE ER-CODE TO EC-CODE (EC-IDX)
                   MOVE ER-DESC TO EC-DESC (EC-IDX)
                   MOVE ER-KIND TO EC-KIND (EC-IDX)
                   MOVE ER-METHOD TO EC-METHOD (EC-IDX)
                   MOVE 0 TO EC-MULTIPLIER (EC-IDX)
                             EC-FLAT-AMT (EC-IDX)
                             EC-TOTAL (EC-IDX)
                   IF ER-METHOD = "M"
                       MOVE ER-MULTIPLIER TO EC-MULTIPLIER (EC-IDX)
                   END-IF
                   IF ER-METHOD = "F"
                       MOVE ER-FLAT-AMT TO EC-FLAT-AMT (EC-IDX)
                   END-IF
                   MOVE ER-OT-SW TO EC-OT-SW (EC-IDX)
                   MOVE ER-LEAVE-TYPE TO EC-LEAVE-TYPE (EC-IDX)
               WHEN EC-CODE (EC-IDX) = ER-CODE
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "PAYROLL - DUPLICATE EARNCODE CARD: "
                           EARN-CARD (1:37)
               WHEN ER-LEAVE-TYPE NOT = SPACE
                       AND EC-LEAVE-TYPE (EC-IDX) = ER-LEAVE-TYPE
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "PAYROLL - SECOND EARNCODE FOR ONE LEAVE "
                           "TYPE: " EARN-CARD (1:37)
           END-SEARCH.
      *THE WITHHOLDING TABLES ARE LOADED WHOLE BEFORE ANYONE IS
      *PAID.  A BAD CARD IS LISTED AND THE DECK IS REJECTED AT THE
      *END OF THE LOAD, SO EVERY BAD CARD SHOWS ON ONE RUN; A DECK
      *WITH NO FEDERAL BRACKETS AT ALL IS REJECTED THE SAME WAY.
       A-080-LOAD-TAX-TABLE.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "PAYROLL - NO TAXTBL DECK - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TAX-FILE
                   AT END
                   MOVE 1 TO TAX-EOF-I.
           PERFORM A-085-LOAD-ONE-TAX-CARD
                UNTIL TAX-EOF-I = 1.
           CLOSE TAX-FILE.
           IF WS-FED-BRACKETS = 0
               SET TAX-DECK-IN-ERROR TO TRUE
               DISPLAY "PAYROLL - TAXTBL HAS NO FEDERAL BRACKETS"
           END-IF.
           IF TAX-DECK-IN-ERROR
               DISPLAY "PAYROLL - TAXTBL DECK IN ERROR - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       A-085-LOAD-ONE-TAX-CARD.
           IF (TX-JURIS = "F" OR TX-JURIS = "S")
                   AND (TX-FILING = "S" OR TX-FILING = "M"
                        OR TX-FILING = "H")
               EVALUATE TX-CARD-TYPE
                   WHEN "B"
                       PERFORM A-087-ADD-BRACKET
                   WHEN "A"
                       PERFORM A-088-ADD-ALLOWANCE
                   WHEN OTHER
                       SET TAX-DECK-IN-ERROR TO TRUE
                       DISPLAY "PAYROLL - BAD TAXTBL CARD: "
                               TAX-CARD (1:25)
               END-EVALUATE
           ELSE
               SET TAX-DECK-IN-ERROR TO TRUE
               DISPLAY "PAYROLL - BAD TAXTBL CARD: " TAX-CARD (1:25)
           END-IF.
           READ TAX-FILE
                   AT END
                   MOVE 1 TO TAX-EOF-I.
      *BRACKETS FOR ONE JURISDICTION AND FILING STATUS MUST BE
      *KEYED TOGETHER IN ASCENDING ORDER OF THEIR FLOORS - A FLOOR
      *AT OR BELOW THE ONE BEFORE IT IS A KEYING ERROR.
       A-087-ADD-BRACKET.
           IF TX-BRACKET-DATA NOT NUMERIC
               SET TAX-DECK-IN-ERROR TO TRUE
               DISPLAY "PAYROLL - BAD TAXTBL CARD: " TAX-CARD (1:25)
           ELSE
               IF TX-JURIS = WS-PREV-JURIS
                       AND TX-FILING = WS-PREV-FILING
                       AND TX-OVER NOT > WS-PREV-OVER
                   SET TAX-DECK-IN-ERROR TO TRUE
                   DISPLAY "PAYROLL - TAXTBL BRACKET OUT OF ORDER: "
                           TAX-CARD (1:25)
               END-IF
               IF WS-BRACKET-COUNT >= 120
                   DISPLAY "PAYROLL - TAX BRACKET TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRACKET-COUNT
               SET TB-IDX TO WS-BRACKET-COUNT
               MOVE TX-JURIS TO TB-JURIS (TB-IDX)
               MOVE TX-FILING TO TB-FILING (TB-IDX)
               MOVE TX-OVER TO TB-OVER (TB-IDX)
               MOVE TX-BASE TO TB-BASE (TB-IDX)
               MOVE TX-PCT TO TB-PCT (TB-IDX)
               IF TX-JURIS = "F"
                   ADD 1 TO WS-FED-BRACKETS
               END-IF
               MOVE TX-JURIS TO WS-PREV-JURIS
               MOVE TX-FILING TO WS-PREV-FILING
               MOVE TX-OVER TO WS-PREV-OVER
           END-IF.
       A-088-ADD-ALLOWANCE.
           IF TX-ALLOW-AMT NOT NUMERIC OR TX-SUPP-PCT NOT NUMERIC
               SET TAX-DECK-IN-ERROR TO TRUE
               DISPLAY "PAYROLL - BAD TAXTBL CARD: " TAX-CARD (1:25)
           ELSE
               SET TA-IDX TO 1
               SEARCH TA-ENTRY
                   AT END
                       SET TAX-DECK-IN-ERROR TO TRUE
                       DISPLAY "PAYROLL - TOO MANY TAXTBL ALLOWANCE "
                               "CARDS: " TAX-CARD (1:25)
                   WHEN TA-IDX > WS-ALLOW-COUNT
                       ADD 1 TO WS-ALLOW-COUNT
                       MOVE TX-JURIS TO TA-JURIS (TA-IDX)
                       MOVE TX-FILING TO TA-FILING (TA-IDX)
                       MOVE TX-ALLOW-AMT TO TA-ALLOW-AMT (TA-IDX)
                       MOVE TX-SUPP-PCT TO TA-SUPP-PCT (TA-IDX)
                   WHEN TA-JURIS (TA-IDX) = TX-JURIS
                           AND TA-FILING (TA-IDX) = TX-FILING
                       SET TAX-DECK-IN-ERROR TO TRUE
                       DISPLAY "PAYROLL - DUPLICATE TAXTBL ALLOWANCE "
                               "CARD: " TAX-CARD (1:25)
               END-SEARCH
           END-IF.
      *CHECK NUMBERS CONTINUE FROM THE CHECKCTL CONTROL RECORD.  THE
      *FIRST RUN EVER CREATES THE FILE AND STARTS THE RANGE AT
      *100001, WHERE THE OLD PER-RUN NUMBERING STARTED; CHKISSUE IS
      *CREATED THE SAME WAY.
       A-090-OPEN-CHECK-CONTROL.
           OPEN I-O CHKCTL-FILE.
           IF WS-CHKCTL-STATUS = "35"
               OPEN OUTPUT CHKCTL-FILE
               CLOSE CHKCTL-FILE
               OPEN I-O CHKCTL-FILE
           END-IF.
           MOVE "CHECKNO" TO CC-KEY.
           READ CHKCTL-FILE
               INVALID KEY
                   MOVE "CHECKNO" TO CC-KEY
                   MOVE 100000 TO CC-LAST-CHECK-NO
                   MOVE "PAYROLL" TO CC-UPDATE-PGM
                   MOVE WS-RUN-STAMP TO CC-UPDATE-STAMP
                   WRITE CHECKCTL-REC
                       INVALID KEY
                           DISPLAY "PAYROLL - CHECKCTL CREATE FAILED "
                                   "- RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
           END-READ.
           OPEN I-O CHKISSUE-FILE.
           IF WS-CHKISSUE-STATUS = "35"
               OPEN OUTPUT CHKISSUE-FILE
               CLOSE CHKISSUE-FILE
               OPEN I-O CHKISSUE-FILE
           END-IF.
      *A PAYRUN RECORD FOR THIS PERIOD MEANS AN EARLIER ATTEMPT
      *NEVER FINISHED AND MUST BE BACKED OUT.  THE JOURNAL HEADER
      *NAMES THE PERIOD IT WAS LAST WRITTEN FOR - IF THAT PERIOD IS
      *STILL IN FLIGHT TOO, IT HAS TO BE RERUN FIRST, BECAUSE THIS
      *RUN IS ABOUT TO OVERWRITE ITS BEFORE-IMAGES.
       A-200-CHECK-RESTART.
           MOVE WS-PERIOD-DATE TO RC-PERIOD-DATE.
           MOVE "PAYRUN" TO RC-PROGRAM.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RESTART-RUN TO TRUE
                   MOVE RC-RUN-STAMP TO WS-INFLIGHT-STAMP
                   DISPLAY "PAYROLL - PERIOD " WS-PERIOD-DATE
                           " DID NOT COMPLETE ON RUN " RC-RUN-STAMP
                           " - BACKING IT OUT"
           END-READ.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS = "00"
               SET JRNL-PRESENT TO TRUE
               READ JRNL-FILE
                   AT END
                       MOVE 1 TO JRNL-EOF-I
               END-READ
               IF JRNL-EOF-I = 0
                       AND JR-PERIOD-DATE NOT = WS-PERIOD-DATE
                   PERFORM A-205-CHECK-OTHER-PERIOD
               END-IF
           END-IF.
           IF RESTART-RUN
               PERFORM A-210-VOID-CHECKS
               IF JRNL-PRESENT
                   PERFORM A-230-RESTORE-IMAGES
               END-IF
               PERFORM A-250-BACK-OUT-HISTORY
               DISPLAY "PAYROLL - BACKED OUT " WS-HIST-BACKED-OUT
                       " HISTORY, " WS-LEAVE-RESTORED " LEAVE, "
                       WS-GARNISH-RESTORED " GARNISH, "
                       WS-BANK-RESTORED " BANKACCT, "
                       WS-CHECKS-VOIDED " CHECKS VOIDED"
           END-IF.
           IF JRNL-PRESENT
               CLOSE JRNL-FILE
           END-IF.
      *A JOURNAL LEFT BY A RUN THAT DID COMPLETE HAS NO PAYRUN
      *RECORD BEHIND IT AND IS SIMPLY STARTED OVER; ITS IMAGES ARE
      *NEVER APPLIED TO ANOTHER PERIOD.
       A-205-CHECK-OTHER-PERIOD.
           MOVE JR-PERIOD-DATE TO WS-INFLIGHT-PERIOD.
           MOVE WS-INFLIGHT-PERIOD TO RC-PERIOD-DATE.
           MOVE "PAYRUN" TO RC-PROGRAM.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "PAYROLL - PERIOD " WS-INFLIGHT-PERIOD
                           " DID NOT COMPLETE - RERUN IT BEFORE "
                           "PERIOD " WS-PERIOD-DATE " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE 1 TO JRNL-EOF-I.
      *EVERY CHECK THE FAILED ATTEMPT CUT IS VOIDED - ITS POSITIVE
      *PAY FILE NEVER WENT TO THE BANK, AND THE RERUN ISSUES FRESH
      *NUMBERS FROM CHECKCTL.  A CHECK FROM IT THE BANK HAS ALREADY
      *PAID WAS RELEASED BY HAND; PAYING THE PERIOD AGAIN WOULD PAY
      *THAT EMPLOYEE TWICE, SO THE RUN STOPS.
       A-210-VOID-CHECKS.
           MOVE 0 TO CHKISSUE-EOF-I.
           MOVE 0 TO CI-CHECK-NO.
           START CHKISSUE-FILE KEY IS NOT LESS THAN CI-KEY
               INVALID KEY
                   MOVE 1 TO CHKISSUE-EOF-I
           END-START.
           IF CHKISSUE-EOF-I = 0
               READ CHKISSUE-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO CHKISSUE-EOF-I
               END-READ
           END-IF.
           PERFORM A-215-VOID-ONE-CHECK
               UNTIL CHKISSUE-EOF-I = 1.
       A-215-VOID-ONE-CHECK.
           IF CI-FROM-PAYROLL AND CI-PERIOD-DATE = WS-PERIOD-DATE
               IF CI-PAID
                   DISPLAY "PAYROLL - CHECK " CI-CHECK-NO
                           " FROM THE INTERRUPTED RUN HAS BEEN PAID"
                           " - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CI-OUTSTANDING
                   SET CI-VOIDED TO TRUE
                   MOVE WS-RUN-STAMP (1:8) TO CI-PAID-DATE
                   REWRITE CHKISSUE-REC
                       INVALID KEY
                           DISPLAY "PAYROLL - CHKISSUE REWRITE "
                                   "FAILED - RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-CHECKS-VOIDED
               END-IF
           END-IF.
           READ CHKISSUE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO CHKISSUE-EOF-I
           END-READ.
      *EACH LEAVBAL, GARNISH AND BANKACCT RECORD IS REWRITTEN AT
      *MOST ONCE A RUN, SO EVERY IMAGE ON THE JOURNAL IS THE RECORD
      *AS IT STOOD BEFORE THE FAILED ATTEMPT AND THE ORDER THEY GO
      *BACK IN DOES NOT MATTER.  PUTTING THEM BACK TWICE IS
      *HARMLESS, SO A BACK-OUT THAT ITSELF FAILS IS SIMPLY RUN
      *AGAIN.
      *A FILE THAT WILL NOT OPEN (A SITE WITH NO DIRECT DEPOSIT HAS
      *NO BANKACCT) CANNOT HAVE ITS IMAGES PUT BACK - EACH ONE IS
      *LISTED AND PASSED OVER RATHER THAN REWRITTEN BLIND.
       A-230-RESTORE-IMAGES.
           OPEN I-O LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               SET RST-LEAVE-OPEN TO TRUE
           END-IF.
           OPEN I-O GARNISH-FILE.
           IF WS-GARNISH-STATUS = "00"
               SET RST-GARNISH-OPEN TO TRUE
           END-IF.
           OPEN I-O BANK-FILE.
           IF WS-BANK-STATUS = "00"
               SET RST-BANK-OPEN TO TRUE
           END-IF.
           IF JRNL-EOF-I = 0
               READ JRNL-FILE
                   AT END
                       MOVE 1 TO JRNL-EOF-I
               END-READ
           END-IF.
           PERFORM A-235-RESTORE-ONE-IMAGE
               UNTIL JRNL-EOF-I = 1.
           IF RST-LEAVE-OPEN
               CLOSE LEAVE-FILE
           END-IF.
           IF RST-GARNISH-OPEN
               CLOSE GARNISH-FILE
           END-IF.
           IF RST-BANK-OPEN
               CLOSE BANK-FILE
           END-IF.
       A-235-RESTORE-ONE-IMAGE.
           EVALUATE TRUE
               WHEN JR-LEAVE AND NOT RST-LEAVE-OPEN
                   DISPLAY "PAYROLL - LEAVBAL NOT OPEN - IMAGE NOT "
                           "RESTORED FOR " JR-IMAGE (1:7)
               WHEN JR-GARNISH AND NOT RST-GARNISH-OPEN
                   DISPLAY "PAYROLL - GARNISH NOT OPEN - IMAGE NOT "
                           "RESTORED FOR " JR-IMAGE (1:7)
               WHEN JR-BANK AND NOT RST-BANK-OPEN
                   DISPLAY "PAYROLL - BANKACCT NOT OPEN - IMAGE NOT "
                           "RESTORED FOR " JR-IMAGE (1:7)
               WHEN JR-LEAVE
                   MOVE JR-IMAGE TO LEAVE-REC
                   REWRITE LEAVE-REC
                       INVALID KEY
                           DISPLAY "PAYROLL - LEAVBAL RESTORE FAILED "
                                   "FOR " LV-ID " - RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-LEAVE-RESTORED
               WHEN JR-GARNISH
                   MOVE JR-IMAGE TO GARNISH-REC
                   REWRITE GARNISH-REC
                       INVALID KEY
                           DISPLAY "PAYROLL - GARNISH RESTORE FAILED "
                                   "FOR " GN-ID " - RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-GARNISH-RESTORED
               WHEN JR-BANK
                   MOVE JR-IMAGE TO BANK-REC
                   REWRITE BANK-REC
                       INVALID KEY
                           DISPLAY "PAYROLL - BANKACCT RESTORE FAILED "
                                   "FOR " BK-ID " - RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-BANK-RESTORED
           END-EVALUATE.
           READ JRNL-FILE
               AT END
                   MOVE 1 TO JRNL-EOF-I
           END-READ.
      *THE FAILED ATTEMPT'S HISTORY IS EVERY REGULAR (UNFLAGGED)
      *RECORD FOR THIS PERIOD - PAYADJ AND FINALPAY RECORDS ARE
      *FLAGGED AND STAY.  AS IN YEAREND, THE SPLIT MUST ACCOUNT FOR
      *EVERY RECORD BEFORE PAYHIST IS REPLACED, OR PAYHIST IS LEFT
      *AS IT WAS AND THE RUN STOPS.
       A-250-BACK-OUT-HISTORY.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PAYHIST-STATUS = "00"
               OPEN OUTPUT HWORK-FILE
               MOVE 0 TO HIST-EOF-I
               READ PAYHIST-FILE
                   AT END
                       MOVE 1 TO HIST-EOF-I
               END-READ
               PERFORM A-255-SPLIT-ONE-HISTORY
                   UNTIL HIST-EOF-I = 1
               CLOSE PAYHIST-FILE
                    HWORK-FILE
               IF WS-HIST-READ NOT = WS-HIST-KEPT + WS-HIST-BACKED-OUT
                   DISPLAY "PAYROLL - PAYHIST BACK-OUT OUT OF "
                           "BALANCE - PAYHIST LEFT AS IT WAS - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-HIST-BACKED-OUT > 0
                   PERFORM A-260-REPLACE-HISTORY
               END-IF
               MOVE 0 TO HIST-EOF-I
           END-IF.
       A-255-SPLIT-ONE-HISTORY.
           ADD 1 TO WS-HIST-READ.
           IF PH-PERIOD-DATE = WS-PERIOD-DATE AND PH-ADJ-FLAG = SPACE
               ADD 1 TO WS-HIST-BACKED-OUT
           ELSE
               WRITE HWORK-REC FROM PAYHIST-REC
               ADD 1 TO WS-HIST-KEPT
           END-IF.
           READ PAYHIST-FILE
               AT END
                   MOVE 1 TO HIST-EOF-I
           END-READ.
       A-260-REPLACE-HISTORY.
           OPEN INPUT HWORK-FILE.
           OPEN OUTPUT PAYHIST-FILE.
           MOVE 0 TO WORK-EOF-I.
           READ HWORK-FILE
               AT END
                   MOVE 1 TO WORK-EOF-I
           END-READ.
           PERFORM A-265-COPY-ONE-HISTORY
               UNTIL WORK-EOF-I = 1.
           CLOSE PAYHIST-FILE
                HWORK-FILE.
       A-265-COPY-ONE-HISTORY.
           WRITE PAYHIST-REC FROM HWORK-REC.
           READ HWORK-FILE
               AT END
                   MOVE 1 TO WORK-EOF-I
           END-READ.
      *THE JOURNAL HEADER GOES DOWN BEFORE THE IN-FLIGHT RECORD, SO
      *A PAYRUN RECORD ALWAYS HAS THIS PERIOD'S JOURNAL BEHIND IT.
       A-290-START-JOURNAL.
           OPEN OUTPUT JRNL-FILE.
           MOVE SPACES TO JRNL-REC.
           SET JR-HEADER TO TRUE.
           MOVE WS-PERIOD-DATE TO JR-PERIOD-DATE.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           WRITE JRNL-REC.
           PERFORM A-295-FORCE-JOURNAL.
           MOVE WS-PERIOD-DATE TO RC-PERIOD-DATE.
           MOVE "PAYRUN" TO RC-PROGRAM.
           MOVE WS-RUN-STAMP TO RC-RUN-STAMP.
           IF RESTART-RUN
               REWRITE RUNCTL-REC
                   INVALID KEY
                       DISPLAY "PAYROLL - IN-FLIGHT MARK FAILED - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE RUNCTL-REC
                   INVALID KEY
                       DISPLAY "PAYROLL - IN-FLIGHT MARK FAILED - "
                               "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.
      *CLOSING THE JOURNAL WRITES OUT EVERYTHING BUFFERED, AND THE
      *EXTEND OPEN CARRIES ON AFTER THE LAST RECORD.
       A-295-FORCE-JOURNAL.
           CLOSE JRNL-FILE.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "PAYROLL - PAYRJRNL REOPEN FAILED - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *YEAR-TO-DATE FOR THE EARNINGS STATEMENTS IS EVERYTHING ON
      *PAYHIST FOR THE PAY PERIOD'S YEAR, READ BEFORE THIS RUN
      *APPENDS TO IT.  NO PAYHIST YET (STATUS 35) IS A FIRST RUN AND
      *EVERYONE STARTS THE YEAR AT ZERO.
       A-095-LOAD-YTD-HISTORY.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PAYHIST-STATUS = "00"
               READ PAYHIST-FILE
                   AT END
                       MOVE 1 TO HIST-EOF-I
               END-READ
               PERFORM A-096-LOAD-ONE-HISTORY
                   UNTIL HIST-EOF-I = 1
               CLOSE PAYHIST-FILE
           END-IF.
       A-096-LOAD-ONE-HISTORY.
           IF PH-PERIOD-DATE (1:4) = WS-PERIOD-DATE (1:4)
               PERFORM B-292-FIND-YTD-ENTRY
               ADD PH-GROSS TO YT-GROSS (YT-IDX)
               ADD PH-DEDUCT TO YT-DEDUCT (YT-IDX)
               ADD PH-NET TO YT-NET (YT-IDX)
           END-IF.
           READ PAYHIST-FILE
               AT END
                   MOVE 1 TO HIST-EOF-I
           END-READ.
       B-100-PROCESS-FILE.
           READ INPUT-FILE
                   AT END
           IF RECORD-INVALID
               MOVE 0 TO WS-RATE WS-REG-HRS WS-OT-HRS WS-VAC-HRS
                         WS-SICK-HRS WS-GROSS-PAY
                         WS-FED-TAX WS-STATE-TAX WS-BENEFIT-AMT
                         WS-GARNISH-AMT WS-DEDUCT-AMT WS-NET-PAY
                         WS-EL-COUNT
           ELSE
               MOVE EM-RATE-V99 TO WS-RATE
               PERFORM B-205-START-PAY
               IF EM-TYPE = "EX" OR EM-TYPE = "MG"
                   PERFORM B-212-COMPUTE-SALARY
               ELSE
                   IF HOURS-FOUND-SW = 'Y'
                       PERFORM B-210-COMPUTE-PAY
                   END-IF
               END-IF
               PERFORM B-220-COMPUTE-DEDUCTIONS
               MOVE 0 TO WS-GARNISH-AMT
               IF GARNISH-PRESENT AND WS-GROSS-PAY > 0
                   PERFORM B-300-TAKE-GARNISHMENTS
               END-IF
               ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
               ADD WS-DEDUCT-AMT TO WS-TOTAL-DEDUCT
               ADD WS-NET-PAY TO WS-TOTAL-NET
               ADD WS-FED-TAX TO WS-TOTAL-FED
               ADD WS-STATE-TAX TO WS-TOTAL-STATE
               ADD WS-BENEFIT-AMT TO WS-TOTAL-BENEFIT
               ADD WS-GARNISH-AMT TO WS-TOTAL-GARNISH
               PERFORM B-230-WRITE-HISTORY
               PERFORM B-240-DISTRIBUTE-LABOR
               PERFORM B-250-DISBURSE-NET
               IF WS-GROSS-PAY > 0
                   PERFORM B-290-PRINT-STATEMENT
               END-IF
           END-IF.
           MOVE EM-ID TO ID-PR.
           MOVE EM-LNAME TO LNAME-PR.
                   MOVE 1 TO EOF-I.
       B-150-VALIDATE-RECORD.
           SET RECORD-VALID TO TRUE.
           MOVE 'N' TO WS-FINAL-SW.
           MOVE SPACES TO REMARKS-PR.
      *A TERMINATED EMPLOYEE STAYS ON THE MASTER FOR HISTORY BUT
      *IS NEVER PAID PAST EM-TERMDATE - THE LINE PRINTS ZEROED WITH
      *THE REMARK.  THE PERIOD THE TERMINATION FALLS IN IS THE
      *FINAL PERIOD AND PAYS THE DAYS WORKED; THE VACATION PAYOUT
      *IS FINALPAY'S, NOT THIS RUN'S.  A TERMINATION DATED AFTER
      *THIS PERIOD LEAVES IT AN ORDINARY PERIOD.
           IF EM-STATUS = "T"
               IF EM-TERMDATE NUMERIC
                       AND EM-TERMDATE NOT < WS-PERIOD-START
                   IF EM-TERMDATE NOT > WS-PERIOD-DATE
                       SET FINAL-PERIOD TO TRUE
                       MOVE "*FINAL PERIOD*" TO REMARKS-PR
                   END-IF
               ELSE
                   SET RECORD-INVALID TO TRUE
                   MOVE "**TERMINATED**" TO REMARKS-PR
               END-IF
           END-IF.
           IF RECORD-VALID AND EM-RATE NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE "**INVALID RATE**" TO REMARKS-PR
           END-IF.
       B-205-START-PAY.
           MOVE 0 TO WS-REG-HRS WS-OT-HRS WS-VAC-HRS WS-SICK-HRS
                     WS-GROSS-PAY WS-EL-COUNT
                     WS-OT-BASE-HRS WS-WORKED-HRS WS-TIME-OFF-HRS.
           MOVE 'N' TO WS-LEAVE-CLOSED-SW.
           IF LEAVBAL-PRESENT AND HOURS-FOUND-SW = 'Y'
               MOVE EM-ID TO LV-ID
               READ LEAVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LV-CLOSED
                           SET LEAVE-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.
      *EACH EARNINGS LINE ON THE HOURS RECORD IS PRICED FROM ITS
      *EARNCODE ENTRY AND THE LINES ADD UP TO GROSS.  HOURS ON
      *CODES THAT COUNT TOWARD OVERTIME HAVE ALREADY EARNED THEIR
      *OWN RATE, SO EACH OF THEM PAST 40 EARNS ONLY THE PREMIUM ON
      *TOP - A PLAIN WORKED WEEK STILL COMES OUT AT TIME-AND-A-HALF
      *OVER 40.  LEAVE HOURS VALIDATED BY TCEDIT AGAINST LEAVBAL
      *DRAW THE BALANCE DOWN.
       B-210-COMPUTE-PAY.
           PERFORM B-214-PRICE-HOURS-LINE
               VARYING H-IDX FROM 1 BY 1
               UNTIL H-IDX > H-LINE-COUNT.
           IF WS-OT-BASE-HRS > 40
               SUBTRACT 40 FROM WS-OT-BASE-HRS GIVING WS-OT-HRS
               SET EC-IDX TO 1
               MOVE WS-OT-HRS TO WS-LINE-HRS
               COMPUTE WS-LINE-AMT ROUNDED =
                   WS-OT-HRS * WS-RATE * EC-MULTIPLIER (EC-IDX)
               PERFORM B-218-ADD-EARN-LINE
           END-IF.
           COMPUTE WS-REG-HRS = WS-WORKED-HRS - WS-OT-HRS.
           IF WS-VAC-HRS > 0 OR WS-SICK-HRS > 0
               IF LEAVBAL-PRESENT
                   PERFORM B-215-DRAW-LEAVE-BALANCE
               END-IF
           END-IF.
      *SALARIED AUTO-PAY - THE STANDARD PERIOD SALARY IS EM-RATE
      *TIMES THE 40-HOUR STANDARD WEEK, PAID UNDER THE REGULAR
      *CODE WHETHER OR NOT A TIMECARD CAME IN AND NEVER SPLIT FOR
      *OVERTIME.  LEAVE TAKEN STILL DRAWS THE LEAVBAL BALANCE DOWN
      *BUT DOES NOT CHANGE THE FIXED SALARY - THE TIME OFF IS
      *ALREADY PAID - AND ONLY PREMIUM CODES ADD TO IT.  A SALARY
      *ENDING BEFORE THE PERIOD DATE IS NOT A FULL WEEK: THE FINAL
      *PERIOD PAYS 8 HOURS FOR EACH WEEKDAY FROM THE PERIOD START
      *THROUGH EM-TERMDATE, TIMECARD OR NOT.
       B-212-COMPUTE-SALARY.
           SET EC-IDX TO WS-REG-SLOT.
           MOVE 0 TO WS-LINE-HRS WS-LINE-AMT.
           PERFORM B-218-ADD-EARN-LINE.
           IF HOURS-FOUND-SW = 'Y'
               PERFORM B-214-PRICE-HOURS-LINE
                   VARYING H-IDX FROM 1 BY 1
                   UNTIL H-IDX > H-LINE-COUNT
           END-IF.
           MOVE 40 TO WS-REG-HRS.
           IF FINAL-PERIOD AND EM-TERMDATE < WS-PERIOD-DATE
               PERFORM B-213-PRORATE-SALARY
           END-IF.
           MOVE 0 TO WS-OT-HRS.
           MOVE WS-REG-HRS TO EL-HOURS (1).
           COMPUTE EL-AMOUNT (1) ROUNDED = WS-RATE * WS-REG-HRS.
           ADD EL-AMOUNT (1) TO WS-GROSS-PAY.
           IF WS-VAC-HRS > 0 OR WS-SICK-HRS > 0
               IF LEAVBAL-PRESENT
                   PERFORM B-215-DRAW-LEAVE-BALANCE
               END-IF
           END-IF.
      *DAY 1 OF THE INTEGER DATE COUNT (1 JAN 1601) WAS A MONDAY,
      *SO A REMAINDER UNDER 5 AFTER DIVIDING DAY - 1 BY 7 IS A
      *WEEKDAY.  THE WEEKLY PERIOD HOLDS AT MOST FIVE.
       B-213-PRORATE-SALARY.
           MOVE 0 TO WS-REG-HRS.
           MOVE EM-TERMDATE TO WS-TERM-DATE-N.
           COMPUTE WS-TERM-DAY =
               FUNCTION INTEGER-OF-DATE (WS-TERM-DATE-N).
           COMPUTE WS-WORK-DAY =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-N).
           PERFORM B-219-COUNT-WORK-DAY
               UNTIL WS-WORK-DAY > WS-TERM-DAY.
       B-219-COUNT-WORK-DAY.
           SUBTRACT 1 FROM WS-WORK-DAY GIVING WS-DAY-QUOT.
           DIVIDE WS-DAY-QUOT BY 7 GIVING WS-DAY-QUOT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY < 5 AND WS-REG-HRS < 40
               ADD 8 TO WS-REG-HRS
           END-IF.
           ADD 1 TO WS-WORK-DAY.
      *ONE HOURS LINE: HOURS TIMES EM-RATE TIMES THE MULTIPLIER,
      *HOURS OR UNITS TIMES THE FLAT AMOUNT, OR THE AMOUNT KEYED.
      *A SALARIED EMPLOYEE'S WORKED TIME IS INSIDE THE SALARY LINE
      *AND TIME OFF SHOWS ITS HOURS UNPAID; ONLY A PREMIUM CODE IS
      *PRICED.  A CODE NO LONGER ON EARNCODE (THE DECK CHANGED
      *AFTER TCEDIT) PAYS NOTHING AND IS REMARKED FOR PAYROLL
      *CONTROL TO PAY BY ADJUSTMENT.  LEAVE HOURS AGAINST A LEAVBAL
      *RECORD FINALPAY HAS CLOSED WERE ALREADY PAID IN THE PAYOUT,
      *SO THEY ARE HELD, REMARKED AND COUNTED FOR A WARNING.
       B-214-PRICE-HOURS-LINE.
           PERFORM B-216-FIND-EARN-CODE.
           IF EARN-CODE-FOUND
               IF LEAVE-CLOSED
                   AND (EC-VAC-LEAVE (EC-IDX) OR EC-SICK-LEAVE (EC-IDX))
                   DISPLAY "PAYROLL - LEAVBAL CLOSED - "
                           H-EARN-CODE (H-IDX)
                           " HOURS NOT PAID FOR " EM-ID
                   MOVE "*LEAVE CLOSED*" TO REMARKS-PR
                   ADD 1 TO WS-LEAVE-HELD-COUNT
                   MOVE 'N' TO WS-CODE-FOUND-SW
               END-IF
           ELSE
               DISPLAY "PAYROLL - EARNINGS CODE " H-EARN-CODE (H-IDX)
                       " NOT ON EARNCODE - NOT PAID FOR " EM-ID
               MOVE "*BAD EARN CODE*" TO REMARKS-PR
           END-IF.
           IF EARN-CODE-FOUND
               MOVE H-EARN-HRS (H-IDX) TO WS-LINE-HRS
               MOVE 0 TO WS-LINE-AMT
               IF EC-PREMIUM (EC-IDX)
                       OR (EM-TYPE NOT = "EX" AND EM-TYPE NOT = "MG")
                   EVALUATE TRUE
                       WHEN EC-BY-MULTIPLIER (EC-IDX)
                           COMPUTE WS-LINE-AMT ROUNDED =
                               WS-LINE-HRS * WS-RATE
                               * EC-MULTIPLIER (EC-IDX)
                       WHEN EC-BY-FLAT-AMT (EC-IDX)
                           COMPUTE WS-LINE-AMT ROUNDED =
                               WS-LINE-HRS * EC-FLAT-AMT (EC-IDX)
                       WHEN OTHER
                           MOVE H-EARN-AMT (H-IDX) TO WS-LINE-AMT
                   END-EVALUATE
               END-IF
               IF EC-COUNTS-FOR-OT (EC-IDX)
                   ADD WS-LINE-HRS TO WS-OT-BASE-HRS
               END-IF
               IF EC-VAC-LEAVE (EC-IDX)
                   ADD WS-LINE-HRS TO WS-VAC-HRS
               END-IF
               IF EC-SICK-LEAVE (EC-IDX)
                   ADD WS-LINE-HRS TO WS-SICK-HRS
               END-IF
               EVALUATE TRUE
                   WHEN EC-WORKED (EC-IDX)
                       ADD WS-LINE-HRS TO WS-WORKED-HRS
                       IF EM-TYPE NOT = "EX" AND EM-TYPE NOT = "MG"
                           PERFORM B-218-ADD-EARN-LINE
                       END-IF
                   WHEN EC-TIME-OFF (EC-IDX)
                       ADD WS-LINE-HRS TO WS-TIME-OFF-HRS
                       PERFORM B-218-ADD-EARN-LINE
                   WHEN OTHER
                       PERFORM B-218-ADD-EARN-LINE
               END-EVALUATE
           END-IF.
       B-216-FIND-EARN-CODE.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           SET EC-IDX TO 1.
           SEARCH EC-ENTRY
               AT END
                   CONTINUE
               WHEN EC-IDX > WS-EC-COUNT
                   CONTINUE
               WHEN EC-CODE (EC-IDX) = H-EARN-CODE (H-IDX)
                   MOVE 'Y' TO WS-CODE-FOUND-SW
           END-SEARCH.
      *THE LINES FOOT TO GROSS BECAUSE GROSS IS ONLY EVER ADDED TO
      *HERE.  NINE LINES COVER EVERY HOURS RECORD TCEDIT CAN BUILD.
       B-218-ADD-EARN-LINE.
           IF WS-EL-COUNT >= 9
               DISPLAY "PAYROLL - EARNINGS LINE TABLE FULL - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EL-COUNT.
           SET EL-IDX TO WS-EL-COUNT.
           SET EL-SLOT (EL-IDX) TO EC-IDX.
           MOVE WS-LINE-HRS TO EL-HOURS (EL-IDX).
           MOVE WS-LINE-AMT TO EL-AMOUNT (EL-IDX).
           ADD WS-LINE-AMT TO WS-GROSS-PAY.
       B-215-DRAW-LEAVE-BALANCE.
           MOVE 'N' TO LEAVE-FOUND-SW.
           MOVE EM-ID TO LV-ID.
               NOT INVALID KEY
                   MOVE 'Y' TO LEAVE-FOUND-SW
           END-READ.
           IF LEAVE-FOUND-SW = 'Y' AND LV-CLOSED
               MOVE "*LEAVE CLOSED*" TO REMARKS-PR
               MOVE 'N' TO LEAVE-FOUND-SW
           END-IF.
           IF LEAVE-FOUND-SW = 'Y'
               MOVE SPACES TO JRNL-REC
               SET JR-LEAVE TO TRUE
               MOVE LEAVE-REC TO JR-IMAGE
               PERFORM B-217-WRITE-JOURNAL
               COMPUTE WS-NEW-LEAVE-BAL =
                   LV-VAC-BAL - WS-VAC-HRS
               IF WS-NEW-LEAVE-BAL < 0
               MOVE LV-SICK-BAL TO LR-SICK-PR
               MOVE LEAVE-REMARK TO REMARKS-PR
           ELSE
               IF REMARKS-PR NOT = "*LEAVE CLOSED*"
                   MOVE "*NO LEAVE REC*" TO REMARKS-PR
               END-IF
           END-IF.
      *THE BEFORE-IMAGE IS ON THE JOURNAL BEFORE THE RECORD IS
      *CHANGED, SO A BACK-OUT CAN ALWAYS PUT IT BACK.  THE
      *REWRITE GOES STRAIGHT TO THE INDEXED FILE, SO THE IMAGE IS
      *FORCED OUT AHEAD OF IT RATHER THAN LEFT IN THE BUFFER.
       B-217-WRITE-JOURNAL.
           MOVE WS-PERIOD-DATE TO JR-PERIOD-DATE.
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP.
           WRITE JRNL-REC.
           PERFORM A-295-FORCE-JOURNAL.
      *A MISSING DEDUCTIONS RECORD PAYS THE EMPLOYEE IN FULL AND IS
      *REMARKED ON THE REGISTER SO PAYROLL CONTROL CAN CHASE IT.
      *THE FIXED BENEFIT DEDUCTION CAN EXCEED A SMALL GROSS (FEW
      *HOURS WORKED) - DEDUCTIONS ARE CAPPED AT GROSS BECAUSE WE
      *CANNOT WITHHOLD MONEY WE ARE NOT PAYING OUT.  TAXES COME OFF
      *FIRST AND THE BENEFIT TAKES WHAT IS LEFT, SO A CAPPED PERIOD
      *SHORTS THE BENEFIT, NEVER THE TAX DEPOSIT.
      *A DEDUCT RECORD WHOSE W-4 HAS NOT BEEN KEYED (BLANK FILING
      *STATUS) IS WITHHELD AT ITS OLD FLAT D-TAX-PCT AS FEDERAL TAX
      *ONLY.  ANY OTHER STATUS THAT IS NOT S/M/H WITHHOLDS AS SINGLE
      *WITH NO ALLOWANCES - THE RULE FOR AN INVALID W-4.
       B-220-COMPUTE-DEDUCTIONS.
           MOVE 0 TO WS-FED-TAX WS-STATE-TAX WS-BENEFIT-AMT.
           IF DEDUCT-FOUND-SW = 'Y'
               IF D-FILING-NOT-KEYED
                   COMPUTE WS-FED-TAX ROUNDED =
                       WS-GROSS-PAY * D-TAX-PCT / 100
               ELSE
                   IF D-FILING-SINGLE OR D-FILING-MARRIED
                           OR D-FILING-HEAD
                       MOVE D-FILING-STATUS TO WS-TX-FILING
                       MOVE D-FED-ALLOW TO WS-TX-ALLOW
                   ELSE
                       MOVE "S" TO WS-TX-FILING
                       MOVE 0 TO WS-TX-ALLOW
                       MOVE "*BAD FILING STAT*" TO REMARKS-PR
                   END-IF
                   MOVE "F" TO WS-TX-JURIS
                   PERFORM B-225-COMPUTE-WITHHOLDING
                   MOVE WS-TX-PERIOD-TAX TO WS-FED-TAX
                   IF D-FILING-SINGLE OR D-FILING-MARRIED
                           OR D-FILING-HEAD
                       MOVE D-ST-ALLOW TO WS-TX-ALLOW
                   END-IF
                   MOVE "S" TO WS-TX-JURIS
                   PERFORM B-225-COMPUTE-WITHHOLDING
                   MOVE WS-TX-PERIOD-TAX TO WS-STATE-TAX
               END-IF
               MOVE D-BENEFIT TO WS-BENEFIT-AMT
           ELSE
               MOVE "*NO DEDUCT REC*" TO REMARKS-PR
           END-IF.
           IF WS-FED-TAX > WS-GROSS-PAY
               MOVE WS-GROSS-PAY TO WS-FED-TAX
               MOVE "**DEDUCT CAPPED**" TO REMARKS-PR
           END-IF.
           IF WS-STATE-TAX > WS-GROSS-PAY - WS-FED-TAX
               COMPUTE WS-STATE-TAX = WS-GROSS-PAY - WS-FED-TAX
               MOVE "**DEDUCT CAPPED**" TO REMARKS-PR
           END-IF.
           COMPUTE WS-TAX-AMT = WS-FED-TAX + WS-STATE-TAX.
           IF WS-BENEFIT-AMT > WS-GROSS-PAY - WS-TAX-AMT
               COMPUTE WS-BENEFIT-AMT = WS-GROSS-PAY - WS-TAX-AMT
               MOVE "**DEDUCT CAPPED**" TO REMARKS-PR
           END-IF.
           COMPUTE WS-DEDUCT-AMT = WS-TAX-AMT + WS-BENEFIT-AMT.
           SUBTRACT WS-DEDUCT-AMT FROM WS-GROSS-PAY
               GIVING WS-NET-PAY.
      *ONE JURISDICTION'S WITHHOLDING FOR THE PERIOD: ANNUALIZE THE
      *GROSS, TAKE OFF THE ALLOWANCES, FIND THE HIGHEST BRACKET
      *WHOSE FLOOR THE WAGE REACHES, AND DIVIDE THE ANNUAL TAX BACK
      *TO THE PERIOD.  NO BRACKETS FOR THE JURISDICTION AND FILING
      *STATUS (A STATE WITH NO INCOME TAX) WITHHOLDS NOTHING.
       B-225-COMPUTE-WITHHOLDING.
           MOVE 0 TO WS-TX-ALLOW-AMT WS-TX-PERIOD-TAX.
           SET TA-IDX TO 1.
           SEARCH TA-ENTRY
               AT END
                   CONTINUE
               WHEN TA-IDX > WS-ALLOW-COUNT
                   CONTINUE
               WHEN TA-JURIS (TA-IDX) = WS-TX-JURIS
                       AND TA-FILING (TA-IDX) = WS-TX-FILING
                   MOVE TA-ALLOW-AMT (TA-IDX) TO WS-TX-ALLOW-AMT
           END-SEARCH.
           COMPUTE WS-TX-ANNUAL-WAGE =
               (WS-GROSS-PAY * WS-PERIODS-PER-YEAR) -
               (WS-TX-ALLOW * WS-TX-ALLOW-AMT).
           IF WS-TX-ANNUAL-WAGE > 0
               MOVE 'N' TO WS-BRACKET-SW
               PERFORM B-227-TEST-BRACKET
                   VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > WS-BRACKET-COUNT
               IF BRACKET-FOUND
                   COMPUTE WS-TX-PERIOD-TAX ROUNDED =
                       (WS-BR-BASE +
                        ((WS-TX-ANNUAL-WAGE - WS-BR-OVER)
                           * WS-BR-PCT / 100))
                       / WS-PERIODS-PER-YEAR
               END-IF
           END-IF.
       B-227-TEST-BRACKET.
           IF TB-JURIS (TB-IDX) = WS-TX-JURIS
                   AND TB-FILING (TB-IDX) = WS-TX-FILING
                   AND TB-OVER (TB-IDX) NOT > WS-TX-ANNUAL-WAGE
               IF NOT BRACKET-FOUND
                       OR TB-OVER (TB-IDX) > WS-BR-OVER
                   SET BRACKET-FOUND TO TRUE
                   MOVE TB-OVER (TB-IDX) TO WS-BR-OVER
                   MOVE TB-BASE (TB-IDX) TO WS-BR-BASE
                   MOVE TB-PCT (TB-IDX) TO WS-BR-PCT
               END-IF
           END-IF.
       B-230-WRITE-HISTORY.
           MOVE SPACES TO PAYHIST-REC.
           MOVE WS-PERIOD-DATE TO PH-PERIOD-DATE.
           MOVE EM-ID TO PH-ID.
           MOVE EM-LNAME TO PH-LNAME.
      *PAID TIME-OFF HOURS (LEAVE, HOLIDAY) FOLD INTO THE HISTORY
      *REGULAR HOURS - THEY PAY AT STRAIGHT TIME, AND EARNRPT'S YTD
      *FIGURES NEED THE FULL PAID HOURS.  A SALARIED EMPLOYEE'S
      *TIME OFF IS ALREADY INSIDE THE 40-HOUR STANDARD WEEK, SO
      *NOTHING FOLDS IN.
           IF EM-TYPE = "EX" OR EM-TYPE = "MG"
               MOVE WS-REG-HRS TO PH-REG-HRS
           ELSE
               COMPUTE PH-REG-HRS = WS-REG-HRS + WS-TIME-OFF-HRS
           END-IF.
           MOVE WS-OT-HRS TO PH-OT-HRS.
           MOVE WS-GROSS-PAY TO PH-GROSS.
           MOVE WS-DEDUCT-AMT TO PH-DEDUCT.
           MOVE WS-NET-PAY TO PH-NET.
           MOVE EM-DEPT TO PH-DEPT.
           MOVE WS-FED-TAX TO PH-FED-TAX.
           MOVE WS-STATE-TAX TO PH-STATE-TAX.
           MOVE WS-BENEFIT-AMT TO PH-BENEFIT.
           MOVE WS-GARNISH-AMT TO PH-GARNISH.
           PERFORM B-232-SET-HIST-EARNINGS
               VARYING PH-IDX FROM 1 BY 1
               UNTIL PH-IDX > 9.
           WRITE PAYHIST-REC.
       B-232-SET-HIST-EARNINGS.
           IF PH-IDX > WS-EL-COUNT
               MOVE SPACES TO PH-EARN-CODE (PH-IDX)
               MOVE 0 TO PH-EARN-HRS (PH-IDX) PH-EARN-AMT (PH-IDX)
           ELSE
               SET EL-IDX TO PH-IDX
               MOVE EL-SLOT (EL-IDX) TO WS-SLOT
               MOVE EC-CODE (WS-SLOT) TO PH-EARN-CODE (PH-IDX)
               MOVE EL-HOURS (EL-IDX) TO PH-EARN-HRS (PH-IDX)
               MOVE EL-AMOUNT (EL-IDX) TO PH-EARN-AMT (PH-IDX)
           END-IF.
       B-240-DISTRIBUTE-LABOR.
           SET LD-IDX TO 1.
           SEARCH LD-ENTRY
               WHEN LD-CODE (LD-IDX) = EM-DEPT
                   ADD WS-GROSS-PAY TO LD-GROSS (LD-IDX)
           END-SEARCH.
           PERFORM B-247-DISTRIBUTE-EARNINGS
               VARYING EL-IDX FROM 1 BY 1
               UNTIL EL-IDX > WS-EL-COUNT.
       B-245-ADD-DEPARTMENT.
           IF WS-DEPT-COUNT >= 50
               DISPLAY "PAYROLL - DEPARTMENT TABLE FULL - "
                       "GROSS BUCKETED UNDER LAST ENTRY"
               SET LD-IDX TO 50
               ADD WS-GROSS-PAY TO LD-GROSS (LD-IDX)
           ELSE
               ADD 1 TO WS-DEPT-COUNT
               SET LD-IDX TO WS-DEPT-COUNT
                       MOVE DR-NAME TO LD-NAME (LD-IDX)
               END-READ
               MOVE WS-GROSS-PAY TO LD-GROSS (LD-IDX)
               PERFORM B-246-CLEAR-DEPT-EARNINGS
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 31
           END-IF.
       B-246-CLEAR-DEPT-EARNINGS.
           MOVE 0 TO LD-EARN-AMT (LD-IDX, WS-SLOT).
       B-247-DISTRIBUTE-EARNINGS.
           MOVE EL-SLOT (EL-IDX) TO WS-SLOT.
           ADD EL-AMOUNT (EL-IDX) TO LD-EARN-AMT (LD-IDX, WS-SLOT).
           ADD EL-AMOUNT (EL-IDX) TO EC-TOTAL (WS-SLOT).
      *A ZERO NET (NO HOURS, OR DEDUCTIONS CAPPED AT GROSS) HAS
      *NOTHING TO PAY OUT - NO CHECK NUMBER IS BURNED AND THE
      *DISBURSEMENT TOTALS STILL TIE TO WS-TOTAL-NET.
      *THE PRENOTE CYCLE MOVES ON FOR EVERYONE PAID THIS RUN, NET
      *OR NOT, BEFORE THE DISBURSEMENT IS DECIDED - THE RUN THAT
      *VERIFIES AN ACCOUNT ALREADY DEPOSITS INTO IT.
       B-250-DISBURSE-NET.
           SET NOTHING-DISBURSED TO TRUE.
           MOVE 'N' TO BANK-FOUND-SW.
           IF BANKACCT-PRESENT
               MOVE EM-ID TO BK-ID
               READ BANK-FILE
                   INVALID KEY
                       MOVE 'N' TO BANK-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO BANK-FOUND-SW
               END-READ
           END-IF.
           IF BANK-FOUND-SW = 'Y' AND BK-OPEN
               PERFORM B-255-ADVANCE-PRENOTE
           END-IF.
           IF WS-NET-PAY > 0
               IF BANK-FOUND-SW = 'Y' AND BK-OPEN
                       AND BK-DEPOSIT-SW = 'Y'
                   PERFORM B-260-WRITE-ACH-CREDIT
               ELSE
                   PERFORM B-270-WRITE-CHECK
               END-IF
           END-IF.
      *A PRENOTE DUE GOES OUT ON THIS FILE; ONE SENT AT LEAST THE
      *WAITING PERIOD AGO THAT BANKRTN HAS NOT FLAGGED RETURNED IS
      *VERIFIED AND THE DEPOSIT SWITCH COMES ON.  BOTH CHANGES ARE
      *JOURNALED FIRST SO A BACK-OUT PUTS THE ACCOUNT BACK.
       B-255-ADVANCE-PRENOTE.
           EVALUATE TRUE
               WHEN BK-PRENOTE-DUE
                   PERFORM B-256-JOURNAL-BANK
                   PERFORM B-257-WRITE-PRENOTE
                   MOVE 'S' TO BK-PRENOTE-SW
                   MOVE WS-RUN-DATE TO BK-PRENOTE-DATE
                   PERFORM B-258-REWRITE-BANK
               WHEN BK-PRENOTE-SENT
                   MOVE 0 TO WS-PRENOTE-AGE
                   IF BK-PRENOTE-DATE NUMERIC
                       COMPUTE WS-PRENOTE-AGE =
                           FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
                         - FUNCTION INTEGER-OF-DATE
                               (BK-PRENOTE-DATE-N)
                   END-IF
                   IF WS-PRENOTE-AGE >= WS-PRENOTE-WAIT-DAYS
                       PERFORM B-256-JOURNAL-BANK
                       MOVE 'V' TO BK-PRENOTE-SW
                       MOVE 'Y' TO BK-DEPOSIT-SW
                       PERFORM B-258-REWRITE-BANK
                       ADD 1 TO WS-DEPOSIT-START-COUNT
                   END-IF
           END-EVALUATE.
       B-256-JOURNAL-BANK.
           MOVE SPACES TO JRNL-REC.
           SET JR-BANK TO TRUE.
           MOVE BANK-REC TO JR-IMAGE.
           PERFORM B-217-WRITE-JOURNAL.
       B-257-WRITE-PRENOTE.
           MOVE "23" TO AD-TRAN-CODE.
           MOVE BK-ROUTING TO AD-ROUTING.
           MOVE BK-ACCOUNT TO AD-ACCOUNT.
           MOVE 0 TO AD-AMOUNT.
           MOVE EM-ID TO AD-ID.
           MOVE EM-LNAME TO AD-LNAME.
           MOVE EM-FNAME TO AD-FNAME.
           WRITE ACH-LINE FROM ACH-DETAIL.
           ADD 1 TO WS-PRENOTE-COUNT.
       B-258-REWRITE-BANK.
           REWRITE BANK-REC
               INVALID KEY
                   DISPLAY "PAYROLL - BANKACCT REWRITE FAILED FOR "
                           BK-ID " - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       B-260-WRITE-ACH-CREDIT.
           MOVE "22" TO AD-TRAN-CODE.
           MOVE BK-ROUTING TO AD-ROUTING.
           MOVE BK-ACCOUNT TO AD-ACCOUNT.
      *ACH AMOUNTS GO OUT IN WHOLE CENTS.
           MOVE EM-LNAME TO AD-LNAME.
           MOVE EM-FNAME TO AD-FNAME.
           WRITE ACH-LINE FROM ACH-DETAIL.
           SET PAID-BY-ACH TO TRUE.
           ADD 1 TO WS-ACH-COUNT.
           ADD WS-NET-PAY TO WS-ACH-TOTAL.
       B-270-WRITE-CHECK.
           PERFORM B-275-NEXT-CHECK-NUMBER.
           MOVE SPACES TO CHECK-LINE.
           MOVE WS-CHECK-NO TO CK-NO-PR.
           MOVE EM-ID TO CK-ID-PR.
           MOVE WS-NET-PAY TO CK-NET-PR.
           WRITE CHECK-LINE FROM CHECK-DETAIL
                AFTER ADVANCING 1 LINE.
           SET PAID-BY-CHECK TO TRUE.
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-NET-PAY TO WS-CHECK-TOTAL.
           PERFORM B-280-RECORD-CHECK-ISSUE.
      *THE CONTROL RECORD IS REWRITTEN AS EACH NUMBER IS TAKEN, SO A
      *RUN THAT DIES PART WAY NEVER HANDS ITS NUMBERS OUT AGAIN.
       B-275-NEXT-CHECK-NUMBER.
           ADD 1 TO CC-LAST-CHECK-NO.
           MOVE CC-LAST-CHECK-NO TO WS-CHECK-NO.
           MOVE "PAYROLL" TO CC-UPDATE-PGM.
           MOVE WS-RUN-STAMP TO CC-UPDATE-STAMP.
           REWRITE CHECKCTL-REC
               INVALID KEY
                   DISPLAY "PAYROLL - CHECKCTL REWRITE FAILED - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
      *EVERY CHECK IS RECORDED FOR CHKRECON AND SENT TO THE BANK ON
      *POSITIVE PAY.  A NUMBER ALREADY ON CHKISSUE MEANS THE CONTROL
      *RECORD WAS LOST OR SET BACK - THE RUN STOPS RATHER THAN PUT
      *TWO LIVE CHECKS OUT UNDER ONE NUMBER.
       B-280-RECORD-CHECK-ISSUE.
           MOVE SPACES TO CHKISSUE-REC.
           MOVE WS-CHECK-NO TO CI-CHECK-NO.
           MOVE WS-RUN-DATE TO CI-ISSUE-DATE.
           MOVE WS-PERIOD-DATE TO CI-PERIOD-DATE.
           MOVE EM-ID TO CI-ID.
           STRING EM-FNAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  EM-LNAME DELIMITED BY "  "
               INTO CI-PAYEE
           END-STRING.
           MOVE WS-NET-PAY TO CI-AMOUNT.
           SET CI-FROM-PAYROLL TO TRUE.
           SET CI-OUTSTANDING TO TRUE.
           MOVE 0 TO CI-PAID-AMOUNT.
           WRITE CHKISSUE-REC
               INVALID KEY
                   DISPLAY "PAYROLL - CHECK " WS-CHECK-NO
                           " ALREADY ISSUED - CHECKCTL OUT OF STEP "
                           "- RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           MOVE PP-DISBURSE-ACCOUNT TO PP-ACCOUNT.
           MOVE CI-CHECK-NO TO PP-CHECK-NO.
           MOVE CI-ISSUE-DATE TO PP-ISSUE-DATE.
           COMPUTE PP-AMOUNT = CI-AMOUNT * 100.
           SET PP-ISSUED TO TRUE.
           MOVE CI-PAYEE TO PP-PAYEE.
           WRITE POSPAY-LINE FROM PP-DETAIL.
           ADD 1 TO WS-PP-COUNT.
           ADD CI-AMOUNT TO WS-PP-TOTAL.
      *ONE EARNINGS STATEMENT PER EMPLOYEE PAID, ON ITS OWN PAGE SO
      *THE STUBS CAN BE BURST AND MAILED.  PAY IS SHOWN ONE LINE
      *PER EARNINGS CODE, EACH PRICED AND ROUNDED ON ITS OWN, SO
      *THE LINES ALWAYS ADD TO GROSS; A SALARIED EMPLOYEE'S TIME
      *OFF SHOWS ITS HOURS WITH NO AMOUNT BECAUSE IT IS INSIDE THE
      *SALARY.
       B-290-PRINT-STATEMENT.
           PERFORM B-292-FIND-YTD-ENTRY.
           ADD WS-GROSS-PAY TO YT-GROSS (YT-IDX).
           ADD WS-DEDUCT-AMT TO YT-DEDUCT (YT-IDX).
           ADD WS-NET-PAY TO YT-NET (YT-IDX).
           ADD 1 TO WS-STUB-COUNT.
           WRITE STUB-LINE FROM PAGE-HDR
                AFTER ADVANCING PAGE.
           MOVE WS-PERIOD-DATE TO SH-PERIOD-PR.
           WRITE STUB-LINE FROM STUB-HDR
                AFTER ADVANCING 1 LINE.
           MOVE EM-ID TO SM-ID-PR.
           MOVE SPACES TO SM-NAME-PR.
           STRING EM-FNAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  EM-LNAME DELIMITED BY "  "
               INTO SM-NAME-PR
           END-STRING.
           MOVE EM-DEPT TO SM-DEPT-PR.
           MOVE "XXX-XX-" TO SM-SSN-PR (1:7).
           MOVE EM-SSN (6:4) TO SM-SSN-PR (8:4).
           WRITE STUB-LINE FROM STUB-EMP-LINE
                AFTER ADVANCING 2 LINES.
           WRITE STUB-LINE FROM STUB-EARN-HDR
                AFTER ADVANCING 2 LINES.
           PERFORM B-294-PRINT-EARNINGS.
           WRITE STUB-LINE FROM STUB-AMOUNT-HDR
                AFTER ADVANCING 2 LINES.
           MOVE "GROSS PAY" TO SA-LABEL-PR.
           MOVE WS-GROSS-PAY TO SA-CURRENT-PR.
           MOVE YT-GROSS (YT-IDX) TO SA-YTD-PR.
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE 0 TO SA-YTD-PR.
           MOVE "  FEDERAL TAX" TO SA-LABEL-PR.
           MOVE WS-FED-TAX TO SA-CURRENT-PR.
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "  STATE TAX" TO SA-LABEL-PR.
           MOVE WS-STATE-TAX TO SA-CURRENT-PR.
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "  BENEFITS" TO SA-LABEL-PR.
           MOVE WS-BENEFIT-AMT TO SA-CURRENT-PR.
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "  GARNISHMENTS" TO SA-LABEL-PR.
           MOVE WS-GARNISH-AMT TO SA-CURRENT-PR.
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DEDUCTIONS" TO SA-LABEL-PR.
           MOVE WS-DEDUCT-AMT TO SA-CURRENT-PR.
           MOVE YT-DEDUCT (YT-IDX) TO SA-YTD-PR.
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "NET PAY" TO SA-LABEL-PR.
           MOVE WS-NET-PAY TO SA-CURRENT-PR.
           MOVE YT-NET (YT-IDX) TO SA-YTD-PR.
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE
                AFTER ADVANCING 2 LINES.
           PERFORM B-296-PRINT-LEAVE-BALANCES.
           PERFORM B-298-PRINT-DISBURSEMENT.
       B-292-FIND-YTD-ENTRY.
           SET YT-IDX TO 1.
           SEARCH YT-ENTRY
               AT END
                   PERFORM B-293-ADD-YTD-ENTRY
               WHEN YT-IDX > WS-YTD-COUNT
                   PERFORM B-293-ADD-YTD-ENTRY
               WHEN YT-ID (YT-IDX) = EM-ID
                   CONTINUE
           END-SEARCH.
       B-293-ADD-YTD-ENTRY.
           IF WS-YTD-COUNT >= 500
               DISPLAY "PAYROLL - YEAR-TO-DATE TABLE FULL - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-YTD-COUNT.
           SET YT-IDX TO WS-YTD-COUNT.
           MOVE EM-ID TO YT-ID (YT-IDX).
           MOVE 0 TO YT-GROSS (YT-IDX)
                     YT-DEDUCT (YT-IDX)
                     YT-NET (YT-IDX).
      *ONE LINE PER EARNINGS CODE PAID, IN THE ORDER THE HOURS
      *RECORD CARRIES THEM - THE LINES FOOT TO GROSS.  THE RATE IS
      *WHAT ONE HOUR OR UNIT OF THE CODE PAID; AN AMOUNT CODE, OR
      *TIME OFF INSIDE A SALARY, SHOWS NONE.
       B-294-PRINT-EARNINGS.
           PERFORM B-295-PRINT-EARN-LINE
               VARYING EL-IDX FROM 1 BY 1
               UNTIL EL-IDX > WS-EL-COUNT.
       B-295-PRINT-EARN-LINE.
           MOVE EL-SLOT (EL-IDX) TO WS-SLOT.
           MOVE EC-DESC (WS-SLOT) TO SE-LABEL-PR.
           MOVE EL-HOURS (EL-IDX) TO SE-HOURS-PR.
           MOVE 0 TO WS-STUB-RATE.
           IF EL-AMOUNT (EL-IDX) > 0
               EVALUATE TRUE
                   WHEN EC-BY-MULTIPLIER (WS-SLOT)
                       COMPUTE WS-STUB-RATE ROUNDED =
                           WS-RATE * EC-MULTIPLIER (WS-SLOT)
                   WHEN EC-BY-FLAT-AMT (WS-SLOT)
                       MOVE EC-FLAT-AMT (WS-SLOT) TO WS-STUB-RATE
               END-EVALUATE
           END-IF.
           MOVE WS-STUB-RATE TO SE-RATE-PR.
           MOVE EL-AMOUNT (EL-IDX) TO SE-AMOUNT-PR.
           WRITE STUB-LINE FROM STUB-EARN-LINE
                AFTER ADVANCING 1 LINE.
      *THE BALANCES ARE READ AFTER THIS PERIOD'S DRAWDOWN, SO THE
      *STUB SHOWS WHAT IS LEFT TO TAKE.
       B-296-PRINT-LEAVE-BALANCES.
           MOVE 'N' TO LEAVE-FOUND-SW.
           IF LEAVBAL-PRESENT
               MOVE EM-ID TO LV-ID
               READ LEAVE-FILE
                   INVALID KEY
                       MOVE 'N' TO LEAVE-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO LEAVE-FOUND-SW
               END-READ
           END-IF.
           IF LEAVE-FOUND-SW = 'Y'
               MOVE LV-VAC-BAL TO SL-VAC-PR
               MOVE LV-SICK-BAL TO SL-SICK-PR
               WRITE STUB-LINE FROM STUB-LEAVE-LINE
                    AFTER ADVANCING 1 LINE
           ELSE
               WRITE STUB-LINE FROM STUB-NO-LEAVE-LINE
                    AFTER ADVANCING 1 LINE
           END-IF.
      *ONLY THE LAST FOUR DIGITS OF THE DEPOSIT ACCOUNT PRINT - THE
      *STUB GOES TO THE EMPLOYEE'S HOME ADDRESS.
       B-298-PRINT-DISBURSEMENT.
           MOVE SPACES TO SP-TEXT-PR SP-DETAIL-PR.
           EVALUATE TRUE
               WHEN PAID-BY-ACH
                   MOVE "DEPOSITED TO ACCOUNT" TO SP-TEXT-PR
                   COMPUTE WS-ACCT-LEN = FUNCTION LENGTH
                       (FUNCTION TRIM (BK-ACCOUNT TRAILING))
                   IF WS-ACCT-LEN > 4
                       MOVE "XXXXXXXX" TO SP-DETAIL-PR
                       MOVE BK-ACCOUNT (WS-ACCT-LEN - 3:4)
                           TO SP-DETAIL-PR (9:4)
                   ELSE
                       MOVE "XXXXXXXX" TO SP-DETAIL-PR
                   END-IF
               WHEN PAID-BY-CHECK
                   MOVE "PAID BY CHECK NUMBER" TO SP-TEXT-PR
                   MOVE WS-CHECK-NO TO SP-DETAIL-PR
               WHEN OTHER
                   MOVE "NOTHING TO DISBURSE" TO SP-TEXT-PR
           END-EVALUATE.
           WRITE STUB-LINE FROM STUB-PAID-LINE
                AFTER ADVANCING 1 LINE.
      *GARNISHMENTS COME OFF AFTER TAXES AND BENEFITS.  THE ORDERS
      *ARE LOADED FROM THE GARNISH FILE, THEN TAKEN ONE AT A TIME
      *IN RANK ORDER, EACH ONE READ AGAIN BY KEY SO ITS BALANCE AND
      *ARREARS CAN BE REWRITTEN.
       B-300-TAKE-GARNISHMENTS.
           COMPUTE WS-DISPOSABLE =
               WS-GROSS-PAY - WS-FED-TAX - WS-STATE-TAX.
           PERFORM B-310-LOAD-ORDERS.
           PERFORM B-330-TAKE-NEXT-ORDER WS-GN-COUNT TIMES.
       B-310-LOAD-ORDERS.
           MOVE 0 TO WS-GN-COUNT.
           MOVE 0 TO GARNISH-EOF-I.
           MOVE EM-ID TO GN-ID.
           MOVE 0 TO GN-SEQ.
           START GARNISH-FILE KEY IS NOT LESS THAN GN-KEY
               INVALID KEY
                   MOVE 1 TO GARNISH-EOF-I
           END-START.
           IF GARNISH-EOF-I = 0
               READ GARNISH-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO GARNISH-EOF-I
               END-READ
           END-IF.
           PERFORM B-315-LOAD-ONE-ORDER
               UNTIL GARNISH-EOF-I = 1
                  OR GN-ID NOT = EM-ID.
       B-315-LOAD-ONE-ORDER.
           IF GN-ACTIVE
               IF WS-GN-COUNT >= 10
                   DISPLAY "PAYROLL - GARNISHMENT TABLE FULL FOR "
                           EM-ID " - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GN-COUNT
               SET GO-IDX TO WS-GN-COUNT
               MOVE GN-SEQ TO GO-SEQ (GO-IDX)
               MOVE 'N' TO GO-DONE-SW (GO-IDX)
               EVALUATE TRUE
                   WHEN GN-CHILD-SUPPORT
                       MOVE 10000 TO GO-RANK (GO-IDX)
                   WHEN GN-TAX-LEVY
                       MOVE 20000 TO GO-RANK (GO-IDX)
                   WHEN OTHER
                       MOVE 30000 TO GO-RANK (GO-IDX)
               END-EVALUATE
               COMPUTE GO-RANK (GO-IDX) = GO-RANK (GO-IDX)
                   + (GN-PRIORITY * 100) + GN-SEQ
           END-IF.
           READ GARNISH-FILE NEXT RECORD
               AT END
                   MOVE 1 TO GARNISH-EOF-I
           END-READ.
       B-320-FIND-LOWEST-RANK.
           IF GO-DONE-SW (GO-IDX) = 'N'
                   AND GO-RANK (GO-IDX) < WS-GN-BEST-RANK
               MOVE GO-RANK (GO-IDX) TO WS-GN-BEST-RANK
               MOVE GO-SEQ (GO-IDX) TO WS-GN-BEST-SEQ
               SET WS-GN-PICK TO GO-IDX
           END-IF.
       B-330-TAKE-NEXT-ORDER.
           MOVE 999999 TO WS-GN-BEST-RANK.
           PERFORM B-320-FIND-LOWEST-RANK
               VARYING GO-IDX FROM 1 BY 1
               UNTIL GO-IDX > WS-GN-COUNT.
           SET GO-IDX TO WS-GN-PICK.
           MOVE 'Y' TO GO-DONE-SW (GO-IDX).
           MOVE EM-ID TO GN-ID.
           MOVE WS-GN-BEST-SEQ TO GN-SEQ.
           READ GARNISH-FILE
               INVALID KEY
                   DISPLAY "PAYROLL - GARNISHMENT " EM-ID " "
                           WS-GN-BEST-SEQ " LOST - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE SPACES TO JRNL-REC.
           SET JR-GARNISH TO TRUE.
           MOVE GARNISH-REC TO JR-IMAGE.
           PERFORM B-217-WRITE-JOURNAL.
           PERFORM B-340-COMPUTE-ROOM.
           PERFORM B-350-APPLY-ORDER.
      *HOW MUCH MORE THIS ORDER'S TYPE MAY TAKE, AFTER WHAT THE
      *HIGHER-RANKED ORDERS HAVE ALREADY TAKEN THIS PERIOD.
       B-340-COMPUTE-ROOM.
           EVALUATE TRUE
               WHEN GN-CHILD-SUPPORT
                   COMPUTE WS-GN-CEILING ROUNDED =
                       WS-DISPOSABLE * WS-GN-SUPPORT-PCT / 100
               WHEN GN-TAX-LEVY
                   COMPUTE WS-GN-CEILING =
                       WS-DISPOSABLE - WS-GN-EXEMPT-WAGE
               WHEN OTHER
                   COMPUTE WS-GN-CEILING ROUNDED =
                       WS-DISPOSABLE * WS-GN-CREDITOR-PCT / 100
                   COMPUTE WS-GN-CREDITOR-CAP =
                       WS-DISPOSABLE - WS-GN-EXEMPT-WAGE
                   IF WS-GN-CREDITOR-CAP < WS-GN-CEILING
                       MOVE WS-GN-CREDITOR-CAP TO WS-GN-CEILING
                   END-IF
           END-EVALUATE.
           COMPUTE WS-GN-ROOM = WS-GN-CEILING - WS-GARNISH-AMT.
           IF WS-GN-ROOM > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-GN-ROOM
           END-IF.
           IF WS-GN-ROOM < 0
               MOVE 0 TO WS-GN-ROOM
           END-IF.
      *THE AMOUNT DUE IS THIS PERIOD'S INSTALLMENT PLUS ANY ARREARS,
      *NEVER MORE THAN A FIXED DEBT'S REMAINING BALANCE.  WHATEVER
      *THE LIMIT HOLDS BACK BECOMES THE NEW ARREARS.
       B-350-APPLY-ORDER.
           IF GN-BY-PERCENT
               IF WS-DISPOSABLE > 0
                   COMPUTE WS-GN-CURRENT ROUNDED =
                       WS-DISPOSABLE * GN-PCT / 100
               ELSE
                   MOVE 0 TO WS-GN-CURRENT
               END-IF
           ELSE
               MOVE GN-AMOUNT TO WS-GN-CURRENT
           END-IF.
           COMPUTE WS-GN-DUE = WS-GN-CURRENT + GN-ARREARS.
           IF GN-TOTAL-OWED > 0 AND WS-GN-DUE > GN-BALANCE
               MOVE GN-BALANCE TO WS-GN-DUE
           END-IF.
           IF WS-GN-DUE > WS-GN-ROOM
               MOVE WS-GN-ROOM TO WS-GN-TAKE
               MOVE "*GARNISH ARREARS*" TO REMARKS-PR
           ELSE
               MOVE WS-GN-DUE TO WS-GN-TAKE
           END-IF.
           COMPUTE GN-ARREARS = WS-GN-DUE - WS-GN-TAKE.
           ADD WS-GN-TAKE TO GN-TAKEN-TOTAL.
           IF GN-TOTAL-OWED > 0
               SUBTRACT WS-GN-TAKE FROM GN-BALANCE
               IF GN-BALANCE = 0
                   MOVE 0 TO GN-ARREARS
                   SET GN-PAID-OFF TO TRUE
                   MOVE "*GARN PAID OFF*" TO REMARKS-PR
               END-IF
           END-IF.
           MOVE WS-PERIOD-DATE TO GN-LAST-PERIOD.
           REWRITE GARNISH-REC
               INVALID KEY
                   DISPLAY "PAYROLL - GARNISH REWRITE FAILED FOR "
                           EM-ID " - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           IF WS-GN-TAKE > 0
               ADD WS-GN-TAKE TO WS-GARNISH-AMT
               ADD WS-GN-TAKE TO WS-DEDUCT-AMT
               SUBTRACT WS-GN-TAKE FROM WS-NET-PAY
               PERFORM B-360-WRITE-REMITTANCE
           END-IF.
       B-360-WRITE-REMITTANCE.
           MOVE SPACES TO REMIT-REC.
           MOVE GN-PAYEE-CODE TO RM-PAYEE-CODE.
           MOVE GN-PAYEE-NAME TO RM-PAYEE-NAME.
           MOVE EM-ID TO RM-ID.
           MOVE EM-LNAME TO RM-LNAME.
           MOVE GN-CASE-NO TO RM-CASE-NO.
           MOVE GN-TYPE TO RM-TYPE.
           MOVE WS-GN-TAKE TO RM-AMOUNT.
           MOVE WS-PERIOD-DATE TO RM-PERIOD-DATE.
           WRITE REMIT-REC.
       C-100-WRAP-UP.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
           MOVE WS-TOTAL-GROSS TO TOTAL-GROSS-PR.
           WRITE PRINTZ FROM TOTAL-GROSS-LINE
                AFTER ADVANCING 1 LINE.
           PERFORM C-110-PRINT-EARN-TOTAL
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-EC-COUNT.
           MOVE WS-TOTAL-DEDUCT TO TOTAL-DEDUCT-PR.
           WRITE PRINTZ FROM TOTAL-DEDUCT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-FED TO TOTAL-FED-PR.
           WRITE PRINTZ FROM TOTAL-FED-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-STATE TO TOTAL-STATE-PR.
           WRITE PRINTZ FROM TOTAL-STATE-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-BENEFIT TO TOTAL-BENEFIT-PR.
           WRITE PRINTZ FROM TOTAL-BENEFIT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-GARNISH TO TOTAL-GARNISH-PR.
           WRITE PRINTZ FROM TOTAL-GARNISH-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-NET TO TOTAL-NET-PR.
           WRITE PRINTZ FROM TOTAL-NET-LINE
                AFTER ADVANCING 1 LINE.
      *THE REMITTANCE SORT RUNS FIRST SO NO LATER BALANCE CHECK'S
      *RETURN CODE IS DISTURBED BY IT.
           CLOSE REMIT-FILE.
           PERFORM C-600-PRINT-REMITTANCES.
           PERFORM C-200-PRINT-LABOR-REPORT.
           PERFORM C-300-CLOSE-DISBURSEMENTS.
           MOVE WS-STUB-COUNT TO SC-COUNT-PR.
           WRITE STUB-LINE FROM STUB-COUNT-LINE
                AFTER ADVANCING PAGE.
           PERFORM C-500-WRITE-GL-JOURNAL.
           CLOSE INPUT-FILE
                HOURS-FILE
                DEDUCT-FILE
                PRNT-FILE
                LABOR-FILE
                ACH-FILE
                CHECK-FILE
                GL-FILE
                POSPAY-FILE
                CHKCTL-FILE
                CHKISSUE-FILE
                REMIT-PRNT-FILE
                STUB-FILE
                JRNL-FILE.
           IF GARNISH-PRESENT
               CLOSE GARNISH-FILE
           END-IF.
           IF BANKACCT-PRESENT
               CLOSE BANK-FILE
           END-IF.
               CLOSE LEAVE-FILE
           END-IF.
           PERFORM C-400-STAMP-RUN-CONTROL.
      *HELD LEAVE LINES ARE A WARNING ONLY - THE RUN IS POSTED
      *FIRST, SO THE RETURN CODE DOES NOT LEAVE IT IN FLIGHT.
           IF WS-LEAVE-HELD-COUNT > 0
               DISPLAY "PAYROLL - " WS-LEAVE-HELD-COUNT
                       " LEAVE LINES HELD - LEAVBAL CLOSED BY FINALPAY"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       C-110-PRINT-EARN-TOTAL.
           IF EC-TOTAL (WS-SLOT) > 0
               MOVE EC-CODE (WS-SLOT) TO TE-CODE-PR
               MOVE EC-DESC (WS-SLOT) TO TE-DESC-PR
               MOVE EC-TOTAL (WS-SLOT) TO TE-AMOUNT-PR
               WRITE PRINTZ FROM TOTAL-EARN-LINE
                    AFTER ADVANCING 1 LINE
           END-IF.
      *ONLY A CLEAN RUN MARKS THE PERIOD POSTED - A RUN THAT ENDED
      *OUT OF BALANCE LEAVES NO STAMP AND STAYS IN FLIGHT, SO ONCE
      *THE CAUSE IS FIXED THE RERUN BACKS IT OUT AND PAYS THE
      *PERIOD AGAIN WITHOUT FORCING THE GUARD.  A POSTED PERIOD
      *HAS NOTHING TO BACK OUT: THE IN-FLIGHT RECORD GOES AND THE
      *JOURNAL IS EMPTIED.
       C-400-STAMP-RUN-CONTROL.
           IF RETURN-CODE = 0
               MOVE WS-PERIOD-DATE TO RC-PERIOD-DATE
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.
           IF RETURN-CODE = 0
               MOVE WS-PERIOD-DATE TO RC-PERIOD-DATE
               MOVE "PAYRUN" TO RC-PROGRAM
               DELETE RUNCTL-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               OPEN OUTPUT JRNL-FILE
               CLOSE JRNL-FILE
           END-IF.
           CLOSE RUNCTL-FILE.
       C-200-PRINT-LABOR-REPORT.
           WRITE LABOR-LINE FROM PAGE-HDR
           MOVE WS-TOTAL-GROSS TO LB-TOTAL-PR.
           WRITE LABOR-LINE FROM LABOR-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           WRITE LABOR-LINE FROM LABOR-EARN-HDR
                AFTER ADVANCING 2 LINES.
           PERFORM C-220-PRINT-CODE-TOTAL
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-EC-COUNT.
      *THE TRAILER COUNTS AND TOTALS LET THE BANK VERIFY THE FILES
      *ARRIVED INTACT; THE REGISTER TOTALS LET PAYROLL CONTROL TIE
      *THE DISBURSEMENTS BACK TO COMPANY TOTAL NET BEFORE RELEASE.
       C-300-CLOSE-DISBURSEMENTS.
           COMPUTE AT-COUNT = WS-ACH-COUNT + WS-PRENOTE-COUNT.
           COMPUTE AT-AMOUNT = WS-ACH-TOTAL * 100.
           WRITE ACH-LINE FROM ACH-TRAILER.
           MOVE PP-DISBURSE-ACCOUNT TO PP-T-ACCOUNT.
           MOVE WS-PP-COUNT TO PP-T-COUNT.
           COMPUTE PP-T-AMOUNT = WS-PP-TOTAL * 100.
           WRITE POSPAY-LINE FROM PP-TRAILER.
           MOVE SPACES TO CHECK-LINE.
           WRITE CHECK-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-ACH-TOTAL TO AL-TOTAL-PR.
           WRITE CHECK-LINE FROM ACH-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-PRENOTE-COUNT TO PN-COUNT-PR.
           MOVE WS-DEPOSIT-START-COUNT TO PN-STARTED-PR.
           WRITE CHECK-LINE FROM PRENOTE-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           IF WS-ACH-TOTAL + WS-CHECK-TOTAL = WS-TOTAL-NET
               MOVE "DISBURSEMENTS TIE TO COMPANY TOTAL NET"
                   TO BL-VERDICT-PR
           MOVE LD-GROSS (LD-IDX) TO LB-GROSS-PR.
           WRITE LABOR-LINE FROM LABOR-DETAIL
                AFTER ADVANCING 1 LINE.
           PERFORM C-215-PRINT-DEPT-EARNINGS
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-EC-COUNT.
      *ONLY THE CODES THE DEPARTMENT WAS PAID UNDER PRINT, SO ITS
      *HOLIDAY, DIFFERENTIAL AND OVERTIME COST STANDS OUT UNDER
      *ITS GROSS.
       C-215-PRINT-DEPT-EARNINGS.
           IF LD-EARN-AMT (LD-IDX, WS-SLOT) > 0
               MOVE EC-CODE (WS-SLOT) TO LE-CODE-PR
               MOVE EC-DESC (WS-SLOT) TO LE-DESC-PR
               MOVE LD-EARN-AMT (LD-IDX, WS-SLOT) TO LE-AMOUNT-PR
               WRITE LABOR-LINE FROM LABOR-EARN-LINE
                    AFTER ADVANCING 1 LINE
           END-IF.
       C-220-PRINT-CODE-TOTAL.
           IF EC-TOTAL (WS-SLOT) > 0
               MOVE EC-CODE (WS-SLOT) TO LE-CODE-PR
               MOVE EC-DESC (WS-SLOT) TO LE-DESC-PR
               MOVE EC-TOTAL (WS-SLOT) TO LE-AMOUNT-PR
               WRITE LABOR-LINE FROM LABOR-EARN-LINE
                    AFTER ADVANCING 1 LINE
           END-IF.
      *THE JOURNAL IS BUILT FROM THE SAME FIGURES THE REGISTER, THE
      *LABOR DISTRIBUTION AND THE DISBURSEMENT TOTALS PRINT, SO THE
      *LEDGER TIES TO EVERY ONE OF THEM: SALARY EXPENSE BY
      *DEPARTMENT ON THE DEBIT SIDE; WITHHOLDINGS, BENEFITS, ACH
      *CLEARING AND CHECKS PAYABLE ON THE CREDIT SIDE.  A ZERO
      *POSTING IS NOT WRITTEN.
       C-500-WRITE-GL-JOURNAL.
           WRITE LABOR-LINE FROM PAGE-HDR
                AFTER ADVANCING PAGE.
           WRITE LABOR-LINE FROM GL-HDR
                AFTER ADVANCING 1 LINE.
           WRITE LABOR-LINE FROM GL-COL-HDR
                AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LABOR-LINE.
           WRITE LABOR-LINE
                AFTER ADVANCING 1 LINE.
           MOVE GL-ACCT-SALARY TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DR-CR.
           PERFORM C-510-POST-DEPARTMENT
               VARYING LD-IDX FROM 1 BY 1
               UNTIL LD-IDX > WS-DEPT-COUNT.
           MOVE "C" TO WS-GL-DR-CR.
           MOVE GL-CORPORATE-CC TO WS-GL-COST-CENTER.
           MOVE GL-ACCT-FED-TAX TO WS-GL-ACCOUNT.
           MOVE WS-TOTAL-FED TO WS-GL-AMOUNT.
           MOVE "FEDERAL TAX WITHHELD" TO WS-GL-DESC.
           PERFORM C-520-WRITE-GL-ENTRY.
           MOVE GL-ACCT-STATE-TAX TO WS-GL-ACCOUNT.
           MOVE WS-TOTAL-STATE TO WS-GL-AMOUNT.
           MOVE "STATE TAX WITHHELD" TO WS-GL-DESC.
           PERFORM C-520-WRITE-GL-ENTRY.
           MOVE GL-ACCT-BENEFIT TO WS-GL-ACCOUNT.
           MOVE WS-TOTAL-BENEFIT TO WS-GL-AMOUNT.
           MOVE "BENEFIT DEDUCTIONS" TO WS-GL-DESC.
           PERFORM C-520-WRITE-GL-ENTRY.
           MOVE GL-ACCT-GARNISH TO WS-GL-ACCOUNT.
           MOVE WS-TOTAL-GARNISH TO WS-GL-AMOUNT.
           MOVE "GARNISHMENTS PAYABLE" TO WS-GL-DESC.
           PERFORM C-520-WRITE-GL-ENTRY.
           MOVE GL-ACCT-ACH-CLEAR TO WS-GL-ACCOUNT.
           MOVE WS-ACH-TOTAL TO WS-GL-AMOUNT.
           MOVE "ACH NET PAY CLEARING" TO WS-GL-DESC.
           PERFORM C-520-WRITE-GL-ENTRY.
           MOVE GL-ACCT-CHECKS-PAY TO WS-GL-ACCOUNT.
           MOVE WS-CHECK-TOTAL TO WS-GL-AMOUNT.
           MOVE "PAYROLL CHECKS ISSUED" TO WS-GL-DESC.
           PERFORM C-520-WRITE-GL-ENTRY.
           MOVE SPACES TO GL-REC.
           MOVE "T" TO GL-REC-TYPE.
           MOVE "PAYROLL" TO GL-T-SOURCE.
           MOVE WS-PERIOD-DATE TO GL-T-PERIOD-DATE.
           MOVE WS-RUN-DATE TO GL-T-POST-DATE.
           MOVE WS-GL-COUNT TO GL-T-COUNT.
           MOVE WS-GL-DEBITS TO GL-T-DEBITS.
           MOVE WS-GL-CREDITS TO GL-T-CREDITS.
           WRITE GL-REC.
           MOVE SPACES TO LABOR-LINE.
           WRITE LABOR-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-GL-DEBITS TO GT-DEBITS-PR.
           MOVE WS-GL-CREDITS TO GT-CREDITS-PR.
           WRITE LABOR-LINE FROM GL-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           IF WS-GL-DEBITS = WS-GL-CREDITS
               MOVE "JOURNAL IS IN BALANCE - DEBITS = CREDITS"
                   TO BL-VERDICT-PR
           ELSE
               MOVE "** JOURNAL OUT OF BALANCE - RC 16 **"
                   TO BL-VERDICT-PR
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE LABOR-LINE FROM BALANCE-LINE
                AFTER ADVANCING 2 LINES.
       C-510-POST-DEPARTMENT.
           MOVE LD-CODE (LD-IDX) TO WS-GL-COST-CENTER.
           MOVE LD-GROSS (LD-IDX) TO WS-GL-AMOUNT.
           MOVE LD-NAME (LD-IDX) TO WS-GL-DESC.
           PERFORM C-520-WRITE-GL-ENTRY.
       C-520-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT NOT = 0
               MOVE SPACES TO GL-REC
               MOVE "D" TO GL-REC-TYPE
               MOVE "PAYROLL" TO GL-SOURCE
               MOVE WS-PERIOD-DATE TO GL-PERIOD-DATE
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE WS-GL-ACCOUNT TO GL-ACCOUNT
               MOVE WS-GL-COST-CENTER TO GL-COST-CENTER
               MOVE WS-GL-DR-CR TO GL-DR-CR
               MOVE WS-GL-AMOUNT TO GL-AMOUNT
               MOVE WS-GL-DESC TO GL-DESC
               WRITE GL-REC
               ADD 1 TO WS-GL-COUNT
               IF GL-DEBIT
                   ADD WS-GL-AMOUNT TO WS-GL-DEBITS
                   MOVE "DR" TO GD-DR-CR-PR
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GL-CREDITS
                   MOVE "CR" TO GD-DR-CR-PR
               END-IF
               MOVE WS-GL-ACCOUNT TO GD-ACCOUNT-PR
               MOVE WS-GL-COST-CENTER TO GD-CC-PR
               MOVE WS-GL-AMOUNT TO GD-AMOUNT-PR
               MOVE WS-GL-DESC TO GD-DESC-PR
               WRITE LABOR-LINE FROM GL-DETAIL
                    AFTER ADVANCING 1 LINE
           END-IF.
      *THE REMITTANCE REGISTER - GARNREMT SORTED BY PAYEE AGENCY
      *AND EMPLOYEE, ONE BLOCK PER AGENCY WITH ITS TOTAL.  THE
      *GRAND TOTAL MUST TIE TO THE GARNISHMENTS WITHHELD ON THE
      *PAYROLL REGISTER OR THE RUN ENDS WITH RETURN CODE 16.
       C-600-PRINT-REMITTANCES.
           SORT SORT-FILE
               ON ASCENDING KEY SR-PAYEE-CODE
                                SR-ID
                                SR-CASE-NO
               USING REMIT-FILE
               OUTPUT PROCEDURE IS C-610-PRINT-REMIT-REGISTER.
           IF WS-RM-TOTAL = WS-TOTAL-GARNISH
               MOVE "REMITTANCES TIE TO GARNISHMENTS WITHHELD"
                   TO BL-VERDICT-PR
           ELSE
               MOVE "** REMITTANCES OUT OF BALANCE - RC 16 **"
                   TO BL-VERDICT-PR
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE REMIT-LINE FROM BALANCE-LINE
                AFTER ADVANCING 2 LINES.
       C-610-PRINT-REMIT-REGISTER.
           WRITE REMIT-LINE FROM PAGE-HDR
                AFTER ADVANCING PAGE.
           WRITE REMIT-LINE FROM REMIT-HDR
                AFTER ADVANCING 1 LINE.
           MOVE WS-PERIOD-DATE TO RH-PERIOD-PR.
           WRITE REMIT-LINE FROM REMIT-HDR2
                AFTER ADVANCING 1 LINE.
           WRITE REMIT-LINE FROM REMIT-COL-HDR
                AFTER ADVANCING 2 LINES.
           RETURN SORT-FILE
               AT END
                   MOVE 1 TO REMIT-EOF-I
           END-RETURN.
           PERFORM C-620-PRINT-AGENCY
               UNTIL REMIT-EOF-I = 1.
           MOVE SPACES TO REMIT-LINE.
           WRITE REMIT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-RM-COUNT TO RG-COUNT-PR.
           MOVE WS-RM-TOTAL TO RG-TOTAL-PR.
           WRITE REMIT-LINE FROM REMIT-GRAND-TOTAL
                AFTER ADVANCING 1 LINE.
       C-620-PRINT-AGENCY.
           MOVE SR-PAYEE-CODE TO WS-RM-PAYEE.
           MOVE 0 TO WS-RM-AGENCY-TOTAL.
           MOVE SPACES TO REMIT-LINE.
           MOVE SR-PAYEE-CODE TO RA-CODE-PR.
           MOVE SR-PAYEE-NAME TO RA-NAME-PR.
           WRITE REMIT-LINE FROM REMIT-AGENCY-LINE
                AFTER ADVANCING 2 LINES.
           PERFORM C-630-PRINT-REMITTANCE
               UNTIL REMIT-EOF-I = 1
                  OR SR-PAYEE-CODE NOT = WS-RM-PAYEE.
           MOVE WS-RM-AGENCY-TOTAL TO RT-AGENCY-PR.
           WRITE REMIT-LINE FROM REMIT-AGENCY-TOTAL
                AFTER ADVANCING 1 LINE.
       C-630-PRINT-REMITTANCE.
           MOVE SR-ID TO RD-ID-PR.
           MOVE SR-LNAME TO RD-LNAME-PR.
           MOVE SR-CASE-NO TO RD-CASE-PR.
           EVALUATE SR-TYPE
               WHEN "C"
                   MOVE "SUPPORT" TO RD-TYPE-PR
               WHEN "T"
                   MOVE "TAX LEVY" TO RD-TYPE-PR
               WHEN OTHER
                   MOVE "CREDITOR" TO RD-TYPE-PR
           END-EVALUATE.
           MOVE SR-AMOUNT TO RD-AMOUNT-PR.
           WRITE REMIT-LINE FROM REMIT-DETAIL
                AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RM-COUNT.
           ADD SR-AMOUNT TO WS-RM-AGENCY-TOTAL
                            WS-RM-TOTAL.
           RETURN SORT-FILE
               AT END
                   MOVE 1 TO REMIT-EOF-I
           END-RETURN.
