       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. JNGUYE02.
      *PROJECT 2 - NIGHTLY CROSS-FILE INTEGRITY SWEEP.
      *THE SATELLITE FILES (DEDUCT, BANKACCT, LEAVBAL AND HOURS)
      *ARE ALL KEYED ON THE EMPLOYEE ID BUT ARE MAINTAINED APART
      *FROM THE EMPMAST MASTER, AND UNTIL NOW A MISSING OR STRAY
      *RECORD SURFACED ONLY AS A REMARK ON THE PAYROLL REGISTER ON
      *PAYDAY.  THIS RUN READS EMPMAST FROM TOP TO BOTTOM AGAINST
      *DEDUCT, LEAVBAL AND DEPTREF, THEN READS EACH SATELLITE FILE
      *FROM TOP TO BOTTOM AGAINST EMPMAST, AND PRINTS EVERY
      *DISCREPANCY FOUND WITH ITS CATEGORY:
      *  AN ACTIVE EMPLOYEE WITH NO DEDUCT OR NO LEAVBAL RECORD,
      *  AN EM-DEPT CODE NOT ON DEPTREF,
      *  A SATELLITE RECORD WHOSE ID IS NOT ON EMPMAST,
      *  A TERMINATED EMPLOYEE STILL FLAGGED FOR DIRECT DEPOSIT,
      *  A ROUTING NUMBER ON AN OPEN ACCOUNT THAT FAILS THE ABA
      *  CHECK DIGIT (A CLOSED OR RETURNED ACCOUNT PAYS NOBODY),
      *  A DEDUCT RECORD WITH A TAX PERCENT, BENEFIT OR ALLOWANCE
      *  THAT IS NOT NUMERIC OR PAST ITS LIMIT, OR A FILING STATUS
      *  OTHER THAN S/M/H/BLANK (PAYROLL WOULD WITHHOLD IT AS
      *  SINGLE) - ALLOWANCES ARE ONLY EDITED ONCE THE W-4 FILING
      *  STATUS IS KEYED, SINCE A BLANK STATUS WITHHOLDS AT THE
      *  FLAT TAX PERCENT AND IGNORES THEM, AND
      *  A LEAVE BALANCE THAT IS NOT NUMERIC OR PAST ITS LIMIT.
      *THE REPORT ENDS WITH A COUNT FOR EVERY CATEGORY.  EACH
      *CATEGORY IS EITHER A HOLD (IT WOULD PAY SOMEONE WRONGLY OR
      *POST TO A BAD COST CENTER) OR A WARNING.  ANY HOLD ENDS THE
      *RUN WITH RETURN CODE 8 SO THE SCHEDULE HOLDS PAYROLL UNTIL
      *THE FILES ARE CORRECTED; WARNINGS ALONE END IT WITH CODE 4.
      *A MISSING DEPTREF STOPS THE RUN (RETURN CODE 16).  A MISSING
      *BANKACCT OR HOURS FILE IS NOT A DISCREPANCY - NOBODY IS ON
      *DIRECT DEPOSIT, OR NO TIMECARDS ARE LOADED - BUT A MISSING
      *DEDUCT OR LEAVBAL FILE LEAVES EVERY ACTIVE EMPLOYEE WITHOUT
      *A RECORD AND IS REPORTED THAT WAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE
                   ASSIGN TO 'EMPMAST'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-ID.
           SELECT DEDUCT-FILE
                   ASSIGN TO 'DEDUCT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS D-ID
                   FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT BANK-FILE
                   ASSIGN TO 'BANKACCT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BK-ID
                   FILE STATUS IS WS-BANK-STATUS.
           SELECT LEAVE-FILE
                   ASSIGN TO 'LEAVBAL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LV-ID
                   FILE STATUS IS WS-LEAVE-STATUS.
           SELECT HOURS-FILE
                   ASSIGN TO 'HOURS'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS H-ID
                   FILE STATUS IS WS-HOURS-STATUS.
           SELECT DEPT-FILE
                   ASSIGN TO 'DEPTREF'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DR-CODE
                   FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT PRNT-FILE
                   ASSIGN TO 'UR-S-PRNT'.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST-FILE
           DATA RECORD IS EMPMAST-REC.
       COPY "EMPMAST.cpy".
       FD DEDUCT-FILE
           DATA RECORD IS DEDUCT-REC.
       COPY "DEDUCREC.cpy".
       FD BANK-FILE
           DATA RECORD IS BANK-REC.
       COPY "BANKREC.cpy".
       FD LEAVE-FILE
           DATA RECORD IS LEAVE-REC.
       COPY "LEAVEREC.cpy".
       FD HOURS-FILE
           DATA RECORD IS HOURS-REC.
       COPY "HOURSREC.cpy".
       FD DEPT-FILE
           DATA RECORD IS DEPT-REC.
       COPY "DEPTREC.cpy".
       FD PRNT-FILE
           DATA RECORD IS PRINTZ.
       01 PRINTZ.
               03 FILE-PR               PIC X(8).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 ID-PR                 PIC X(7).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 LNAME-PR              PIC X(15).
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FNAME-PR              PIC X(15).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 SEVERITY-PR           PIC X(4).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 CATEGORY-PR           PIC X(30).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 DETAIL-PR             PIC X(30).
       WORKING-STORAGE SECTION.
       01 INDICATORS.
               03 MAST-EOF-I            PIC 9  VALUE 0.
               03 SAT-EOF-I             PIC 9  VALUE 0.
               03 WS-DEDUCT-STATUS      PIC X(2) VALUE "00".
               03 WS-BANK-STATUS        PIC X(2) VALUE "00".
               03 WS-LEAVE-STATUS       PIC X(2) VALUE "00".
               03 WS-HOURS-STATUS       PIC X(2) VALUE "00".
               03 WS-DEPTREF-STATUS     PIC X(2) VALUE "00".
               03 WS-DEDUCT-SW          PIC X(1) VALUE 'Y'.
                   88 DEDUCT-PRESENT            VALUE 'Y'.
               03 WS-BANKACCT-SW        PIC X(1) VALUE 'Y'.
                   88 BANKACCT-PRESENT          VALUE 'Y'.
               03 WS-LEAVBAL-SW         PIC X(1) VALUE 'Y'.
                   88 LEAVBAL-PRESENT           VALUE 'Y'.
               03 WS-HOURS-SW           PIC X(1) VALUE 'Y'.
                   88 HOURS-PRESENT             VALUE 'Y'.
               03 WS-MASTER-SW          PIC X(1) VALUE 'N'.
                   88 ON-MASTER                 VALUE 'Y'.
       01 RUN-DATE-FIELDS.
               03 WS-RUN-DATE           PIC X(8).
      *THE SANE LIMITS - A VALUE PAST ONE OF THESE IS ALMOST
      *CERTAINLY A KEYING ERROR (A TAX PERCENT OF 75, A VACATION
      *BALANCE OF SIX MONTHS) RATHER THAN A REAL ENTITLEMENT.
       01 LIMIT-FIELDS.
               03 WS-MAX-TAX-PCT        PIC 9(2)V99 VALUE 50.00.
               03 WS-MAX-BENEFIT        PIC 9(3)V99 VALUE 500.00.
               03 WS-MAX-ALLOW          PIC 9(2) VALUE 20.
               03 WS-MAX-VAC-HRS        PIC 9(3)V99 VALUE 480.00.
               03 WS-MAX-SICK-HRS       PIC 9(3)V99 VALUE 480.00.
       01 READ-COUNTERS.
               03 WS-MAST-COUNT         PIC 9(5) VALUE 0.
               03 WS-DEDUCT-COUNT       PIC 9(5) VALUE 0.
               03 WS-BANK-COUNT         PIC 9(5) VALUE 0.
               03 WS-LEAVE-COUNT        PIC 9(5) VALUE 0.
               03 WS-HOURS-COUNT        PIC 9(5) VALUE 0.
               03 WS-HOLD-COUNT         PIC 9(5) VALUE 0.
               03 WS-WARN-COUNT         PIC 9(5) VALUE 0.
      *THE DISCREPANCY CATEGORIES IN REPORT ORDER - SEVERITY 'H'
      *HOLDS PAYROLL (RETURN CODE 8), 'W' IS A WARNING (CODE 4).
       01 CATEGORY-TABLE.
               03 FILLER                PIC X(31) VALUE
                   "HACTIVE - NO DEDUCT RECORD     ".
               03 FILLER                PIC X(31) VALUE
                   "WACTIVE - NO LEAVBAL RECORD    ".
               03 FILLER                PIC X(31) VALUE
                   "HDEPARTMENT NOT ON DEPTREF     ".
               03 FILLER                PIC X(31) VALUE
                   "WID NOT ON EMPMAST             ".
               03 FILLER                PIC X(31) VALUE
                   "WTERMINATED - DIRECT DEPOSIT ON".
               03 FILLER                PIC X(31) VALUE
                   "HROUTING NUMBER FAILS CHECK    ".
               03 FILLER                PIC X(31) VALUE
                   "HDEDUCT VALUE OUT OF LIMITS    ".
               03 FILLER                PIC X(31) VALUE
                   "WLEAVE BALANCE OUT OF LIMITS   ".
       01 CATEGORY-TABLE-R REDEFINES CATEGORY-TABLE.
               03 CT-ENTRY OCCURS 8 TIMES
                       INDEXED BY CT-IDX.
                   05 CT-SEVERITY       PIC X(1).
                       88 CT-HOLD               VALUE 'H'.
                   05 CT-DESC           PIC X(30).
       01 CATEGORY-COUNTS.
               03 CC-COUNT OCCURS 8 TIMES
                                        PIC 9(5) VALUE 0.
      *THE CATEGORY NUMBERS, ONE PER CT-ENTRY ABOVE.
       01 CATEGORY-NUMBERS.
               03 CAT-NO-DEDUCT         PIC 9(1) VALUE 1.
               03 CAT-NO-LEAVBAL        PIC 9(1) VALUE 2.
               03 CAT-BAD-DEPT          PIC 9(1) VALUE 3.
               03 CAT-ORPHAN            PIC 9(1) VALUE 4.
               03 CAT-TERM-DEPOSIT      PIC 9(1) VALUE 5.
               03 CAT-BAD-ROUTING       PIC 9(1) VALUE 6.
               03 CAT-DEDUCT-LIMIT      PIC 9(1) VALUE 7.
               03 CAT-LEAVE-LIMIT       PIC 9(1) VALUE 8.
       01 DISCREPANCY-FIELDS.
               03 WS-CAT-NO             PIC 9(1).
               03 WS-DISC-FILE          PIC X(8).
               03 WS-DISC-ID            PIC X(7).
               03 WS-DISC-DETAIL        PIC X(30).
      *THE ABA CHECK DIGIT: 3 x (DIGITS 1, 4, 7) + 7 x (DIGITS 2, 5,
      *8) + (DIGITS 3, 6, 9) MUST BE A MULTIPLE OF 10.
       01 ROUTING-FIELDS.
               03 WS-ROUTING            PIC X(9).
               03 WS-ROUTING-R REDEFINES WS-ROUTING.
                   05 RT-DIGIT OCCURS 9 TIMES
                                        PIC 9(1).
               03 WS-RT-SUM             PIC 9(4).
               03 WS-RT-QUOT            PIC 9(4).
               03 WS-RT-REM             PIC 9(1).
       01 DETAIL-WORK.
               03 DW-LABEL              PIC X(12).
               03 DW-VALUE              PIC X(18).
       01 DW-AMOUNT                     PIC ZZ9.99.
       01 PAGE-HDR.
               03 FILLER                PIC X(34) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "THE BEST IS".
               03 FILLER                PIC X(5) VALUE " YET ".
               03 FILLER                PIC X(13) VALUE "TO COME, INC.".
       01 PAGE-HDR2.
               03 FILLER                PIC X(29) VALUE SPACES.
               03 FILLER                PIC X(30) VALUE
                   "FILE INTEGRITY DISCREPANCIES  ".
               03 FILLER                PIC X(9) VALUE "RUN DATE ".
               03 PH2-DATE-PR           PIC X(8).
       01 COLUMN-HDR.
               03 FILLER                PIC X(4) VALUE "FILE".
               03 FILLER                PIC X(6) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "EMP ID".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "LAST".
               03 FILLER                PIC X(12) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "FIRST".
               03 FILLER                PIC X(12) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "SEV ".
               03 FILLER                PIC X(2) VALUE SPACES.
               03 FILLER                PIC X(8) VALUE "CATEGORY".
               03 FILLER                PIC X(24) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "DETAIL".
       01 READ-COUNT-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(14) VALUE
                   "RECORDS READ -".
               03 FILLER                PIC X(9) VALUE " EMPMAST ".
               03 RL-MAST-PR            PIC ZZZZ9.
               03 FILLER                PIC X(8) VALUE "  DEDUCT".
               03 RL-DEDUCT-PR          PIC ZZZZZ9.
               03 FILLER                PIC X(10) VALUE "  BANKACCT".
               03 RL-BANK-PR            PIC ZZZZZ9.
               03 FILLER                PIC X(9) VALUE "  LEAVBAL".
               03 RL-LEAVE-PR           PIC ZZZZZ9.
               03 FILLER                PIC X(7) VALUE "  HOURS".
               03 RL-HOURS-PR           PIC ZZZZZ9.
       01 SUMMARY-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 SL-SEVERITY-PR        PIC X(4).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 SL-DESC-PR            PIC X(30).
               03 FILLER                PIC X(10) VALUE "  COUNT = ".
               03 SL-COUNT-PR           PIC ZZZZ9.
       01 VERDICT-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 VD-TEXT-PR            PIC X(50).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-CHECK-MASTER.
           PERFORM B-200-CHECK-DEDUCT.
           PERFORM B-300-CHECK-BANKACCT.
           PERFORM B-400-CHECK-LEAVBAL.
           PERFORM B-500-CHECK-HOURS.
           PERFORM C-100-WRAP-UP.
           STOP RUN.
       A-100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
      *WITHOUT DEPTREF EVERY EMPLOYEE WOULD REPORT A BAD
      *DEPARTMENT - THE REFERENCE FILE ITSELF IS WHAT IS MISSING.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPTREF-STATUS NOT = "00"
               DISPLAY "INTEGCHK - NO DEPTREF FILE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPMAST-FILE
           OUTPUT PRNT-FILE.
           OPEN INPUT DEDUCT-FILE.
           IF WS-DEDUCT-STATUS NOT = "00"
               MOVE 'N' TO WS-DEDUCT-SW
           END-IF.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS NOT = "00"
               MOVE 'N' TO WS-BANKACCT-SW
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               MOVE 'N' TO WS-LEAVBAL-SW
           END-IF.
           OPEN INPUT HOURS-FILE.
           IF WS-HOURS-STATUS NOT = "00"
               MOVE 'N' TO WS-HOURS-SW
           END-IF.
           MOVE WS-RUN-DATE TO PH2-DATE-PR.
           WRITE PRINTZ FROM PAGE-HDR
                AFTER ADVANCING PAGE.
           WRITE PRINTZ FROM PAGE-HDR2
                AFTER ADVANCING 1 LINE.
           WRITE PRINTZ FROM COLUMN-HDR
                AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
      *PASS 1 - EVERY EMPLOYEE ON THE MASTER.  A BLANK STATUS ON A
      *RECORD WRITTEN BEFORE THE FIELD EXISTED READS AS ACTIVE.
       B-100-CHECK-MASTER.
           READ EMPMAST-FILE NEXT RECORD
                   AT END
                   MOVE 1 TO MAST-EOF-I.
           PERFORM B-110-CHECK-ONE-EMPLOYEE
                UNTIL MAST-EOF-I = 1.
       B-110-CHECK-ONE-EMPLOYEE.
           ADD 1 TO WS-MAST-COUNT.
           MOVE "EMPMAST" TO WS-DISC-FILE.
           MOVE EM-ID TO WS-DISC-ID.
           SET ON-MASTER TO TRUE.
           IF EM-STATUS NOT = "T"
               PERFORM B-120-CHECK-ACTIVE-RECORDS
           END-IF.
           MOVE EM-DEPT TO DR-CODE.
           READ DEPT-FILE
               INVALID KEY
                   MOVE "DEPARTMENT" TO DW-LABEL
                   MOVE EM-DEPT TO DW-VALUE
                   MOVE DETAIL-WORK TO WS-DISC-DETAIL
                   MOVE CAT-BAD-DEPT TO WS-CAT-NO
                   PERFORM B-800-REPORT-DISCREPANCY
           END-READ.
           READ EMPMAST-FILE NEXT RECORD
                   AT END
                   MOVE 1 TO MAST-EOF-I.
       B-120-CHECK-ACTIVE-RECORDS.
           MOVE SPACES TO WS-DISC-DETAIL.
           IF DEDUCT-PRESENT
               MOVE EM-ID TO D-ID
               READ DEDUCT-FILE
                   INVALID KEY
                       MOVE CAT-NO-DEDUCT TO WS-CAT-NO
                       PERFORM B-800-REPORT-DISCREPANCY
               END-READ
           ELSE
               MOVE CAT-NO-DEDUCT TO WS-CAT-NO
               PERFORM B-800-REPORT-DISCREPANCY
           END-IF.
           MOVE SPACES TO WS-DISC-DETAIL.
           IF LEAVBAL-PRESENT
               MOVE EM-ID TO LV-ID
               READ LEAVE-FILE
                   INVALID KEY
                       MOVE CAT-NO-LEAVBAL TO WS-CAT-NO
                       PERFORM B-800-REPORT-DISCREPANCY
               END-READ
           ELSE
               MOVE CAT-NO-LEAVBAL TO WS-CAT-NO
               PERFORM B-800-REPORT-DISCREPANCY
           END-IF.
      *PASS 2 - EACH SATELLITE FILE FROM THE TOP (THE RANDOM READS
      *OF PASS 1 LEFT IT POSITIONED ANYWHERE), EVERY ID LOOKED UP ON
      *THE MASTER AND EVERY VALUE CHECKED AGAINST ITS LIMIT.
       B-200-CHECK-DEDUCT.
           IF DEDUCT-PRESENT
               MOVE 0 TO SAT-EOF-I
               MOVE LOW-VALUES TO D-ID
               START DEDUCT-FILE KEY IS NOT LESS THAN D-ID
                   INVALID KEY
                       MOVE 1 TO SAT-EOF-I
               END-START
               IF SAT-EOF-I = 0
                   READ DEDUCT-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO SAT-EOF-I
                   END-READ
               END-IF
               PERFORM B-210-CHECK-ONE-DEDUCT
                   UNTIL SAT-EOF-I = 1
           END-IF.
       B-210-CHECK-ONE-DEDUCT.
           ADD 1 TO WS-DEDUCT-COUNT.
           MOVE "DEDUCT" TO WS-DISC-FILE.
           MOVE D-ID TO WS-DISC-ID.
           PERFORM B-700-LOOK-UP-MASTER.
           MOVE SPACES TO DETAIL-WORK.
           EVALUATE TRUE
               WHEN D-TAX-PCT NOT NUMERIC
                   MOVE "TAX PCT" TO DW-LABEL
                   MOVE "NOT NUMERIC" TO DW-VALUE
               WHEN D-TAX-PCT > WS-MAX-TAX-PCT
                   MOVE "TAX PCT" TO DW-LABEL
                   MOVE D-TAX-PCT TO DW-AMOUNT
                   MOVE DW-AMOUNT TO DW-VALUE
               WHEN D-BENEFIT NOT NUMERIC
                   MOVE "BENEFIT" TO DW-LABEL
                   MOVE "NOT NUMERIC" TO DW-VALUE
               WHEN D-BENEFIT > WS-MAX-BENEFIT
                   MOVE "BENEFIT" TO DW-LABEL
                   MOVE D-BENEFIT TO DW-AMOUNT
                   MOVE DW-AMOUNT TO DW-VALUE
               WHEN NOT D-FILING-SINGLE AND NOT D-FILING-MARRIED
                       AND NOT D-FILING-HEAD AND NOT D-FILING-NOT-KEYED
                   MOVE "FILING STAT" TO DW-LABEL
                   MOVE D-FILING-STATUS TO DW-VALUE
               WHEN D-FILING-NOT-KEYED
                   CONTINUE
               WHEN D-FED-ALLOW NOT NUMERIC
                       OR D-ST-ALLOW NOT NUMERIC
                   MOVE "ALLOWANCES" TO DW-LABEL
                   MOVE "NOT NUMERIC" TO DW-VALUE
               WHEN D-FED-ALLOW > WS-MAX-ALLOW
                       OR D-ST-ALLOW > WS-MAX-ALLOW
                   MOVE "ALLOWANCES" TO DW-LABEL
                   MOVE D-FED-ALLOW TO DW-VALUE (1:2)
                   MOVE "/" TO DW-VALUE (3:1)
                   MOVE D-ST-ALLOW TO DW-VALUE (4:2)
           END-EVALUATE.
           IF DETAIL-WORK NOT = SPACES
               MOVE DETAIL-WORK TO WS-DISC-DETAIL
               MOVE CAT-DEDUCT-LIMIT TO WS-CAT-NO
               PERFORM B-800-REPORT-DISCREPANCY
           END-IF.
           READ DEDUCT-FILE NEXT RECORD
                   AT END
                   MOVE 1 TO SAT-EOF-I.
      *BANKACCT IS READ ONCE, FROM THE TOP, SO IT NEEDS NO START.
       B-300-CHECK-BANKACCT.
           IF BANKACCT-PRESENT
               MOVE 0 TO SAT-EOF-I
               READ BANK-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO SAT-EOF-I
               END-READ
               PERFORM B-310-CHECK-ONE-ACCOUNT
                   UNTIL SAT-EOF-I = 1
           END-IF.
       B-310-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-BANK-COUNT.
           MOVE "BANKACCT" TO WS-DISC-FILE.
           MOVE BK-ID TO WS-DISC-ID.
           PERFORM B-700-LOOK-UP-MASTER.
           IF ON-MASTER AND EM-STATUS = "T"
                   AND BK-DEPOSIT-SW = 'Y'
               MOVE "TERMINATED" TO DW-LABEL
               MOVE EM-TERMDATE TO DW-VALUE
               MOVE DETAIL-WORK TO WS-DISC-DETAIL
               MOVE CAT-TERM-DEPOSIT TO WS-CAT-NO
               PERFORM B-800-REPORT-DISCREPANCY
           END-IF.
           IF BK-OPEN
               MOVE BK-ROUTING TO WS-ROUTING
               PERFORM B-320-TEST-ROUTING
               IF WS-RT-REM NOT = 0
                   MOVE "ROUTING" TO DW-LABEL
                   MOVE BK-ROUTING TO DW-VALUE
                   MOVE DETAIL-WORK TO WS-DISC-DETAIL
                   MOVE CAT-BAD-ROUTING TO WS-CAT-NO
                   PERFORM B-800-REPORT-DISCREPANCY
               END-IF
           END-IF.
           READ BANK-FILE NEXT RECORD
                   AT END
                   MOVE 1 TO SAT-EOF-I.
      *A NON-NUMERIC OR ALL-ZERO ROUTING NUMBER FAILS OUTRIGHT
      *(WS-RT-REM IS FORCED NON-ZERO).
       B-320-TEST-ROUTING.
           IF WS-ROUTING NOT NUMERIC OR WS-ROUTING = "000000000"
               MOVE 1 TO WS-RT-REM
           ELSE
               COMPUTE WS-RT-SUM =
                   3 * (RT-DIGIT (1) + RT-DIGIT (4) + RT-DIGIT (7))
                 + 7 * (RT-DIGIT (2) + RT-DIGIT (5) + RT-DIGIT (8))
                 + (RT-DIGIT (3) + RT-DIGIT (6) + RT-DIGIT (9))
               DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOT
                   REMAINDER WS-RT-REM
           END-IF.
       B-400-CHECK-LEAVBAL.
           IF LEAVBAL-PRESENT
               MOVE 0 TO SAT-EOF-I
               MOVE LOW-VALUES TO LV-ID
               START LEAVE-FILE KEY IS NOT LESS THAN LV-ID
                   INVALID KEY
                       MOVE 1 TO SAT-EOF-I
               END-START
               IF SAT-EOF-I = 0
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO SAT-EOF-I
                   END-READ
               END-IF
               PERFORM B-410-CHECK-ONE-BALANCE
                   UNTIL SAT-EOF-I = 1
           END-IF.
       B-410-CHECK-ONE-BALANCE.
           ADD 1 TO WS-LEAVE-COUNT.
           MOVE "LEAVBAL" TO WS-DISC-FILE.
           MOVE LV-ID TO WS-DISC-ID.
           PERFORM B-700-LOOK-UP-MASTER.
           MOVE SPACES TO DETAIL-WORK.
           EVALUATE TRUE
               WHEN LV-VAC-BAL NOT NUMERIC
                   MOVE "VACATION" TO DW-LABEL
                   MOVE "NOT NUMERIC" TO DW-VALUE
               WHEN LV-VAC-BAL > WS-MAX-VAC-HRS
                   MOVE "VACATION" TO DW-LABEL
                   MOVE LV-VAC-BAL TO DW-AMOUNT
                   MOVE DW-AMOUNT TO DW-VALUE
               WHEN LV-SICK-BAL NOT NUMERIC
                   MOVE "SICK" TO DW-LABEL
                   MOVE "NOT NUMERIC" TO DW-VALUE
               WHEN LV-SICK-BAL > WS-MAX-SICK-HRS
                   MOVE "SICK" TO DW-LABEL
                   MOVE LV-SICK-BAL TO DW-AMOUNT
                   MOVE DW-AMOUNT TO DW-VALUE
           END-EVALUATE.
           IF DETAIL-WORK NOT = SPACES
               MOVE DETAIL-WORK TO WS-DISC-DETAIL
               MOVE CAT-LEAVE-LIMIT TO WS-CAT-NO
               PERFORM B-800-REPORT-DISCREPANCY
           END-IF.
           READ LEAVE-FILE NEXT RECORD
                   AT END
                   MOVE 1 TO SAT-EOF-I.
      *HOURS IS REBUILT BY TCEDIT EVERY PERIOD, SO ONLY A STRAY ID
      *MATTERS HERE - THE HOURS THEMSELVES WERE EDITED ON THE WAY IN.
       B-500-CHECK-HOURS.
           IF HOURS-PRESENT
               MOVE 0 TO SAT-EOF-I
               READ HOURS-FILE
                   AT END
                       MOVE 1 TO SAT-EOF-I
               END-READ
               PERFORM B-510-CHECK-ONE-HOURS
                   UNTIL SAT-EOF-I = 1
           END-IF.
       B-510-CHECK-ONE-HOURS.
           ADD 1 TO WS-HOURS-COUNT.
           MOVE "HOURS" TO WS-DISC-FILE.
           MOVE H-ID TO WS-DISC-ID.
           PERFORM B-700-LOOK-UP-MASTER.
           READ HOURS-FILE
                   AT END
                   MOVE 1 TO SAT-EOF-I.
      *A SATELLITE ID NOT ON THE MASTER IS REPORTED HERE; OTHERWISE
      *THE MASTER RECORD IS LEFT IN THE BUFFER FOR THE NAME COLUMNS.
       B-700-LOOK-UP-MASTER.
           MOVE SPACES TO DETAIL-WORK WS-DISC-DETAIL.
           MOVE WS-DISC-ID TO EM-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-SW
                   MOVE CAT-ORPHAN TO WS-CAT-NO
                   PERFORM B-800-REPORT-DISCREPANCY
               NOT INVALID KEY
                   SET ON-MASTER TO TRUE
           END-READ.
       B-800-REPORT-DISCREPANCY.
           SET CT-IDX TO WS-CAT-NO.
           ADD 1 TO CC-COUNT (WS-CAT-NO).
           IF CT-HOLD (CT-IDX)
               ADD 1 TO WS-HOLD-COUNT
               MOVE "HOLD" TO SEVERITY-PR
           ELSE
               ADD 1 TO WS-WARN-COUNT
               MOVE "WARN" TO SEVERITY-PR
           END-IF.
           MOVE WS-DISC-FILE TO FILE-PR.
           MOVE WS-DISC-ID TO ID-PR.
           IF ON-MASTER
               MOVE EM-LNAME TO LNAME-PR
               MOVE EM-FNAME TO FNAME-PR
           ELSE
               MOVE SPACES TO LNAME-PR FNAME-PR
           END-IF.
           MOVE CT-DESC (CT-IDX) TO CATEGORY-PR.
           MOVE WS-DISC-DETAIL TO DETAIL-PR.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
       C-100-WRAP-UP.
           MOVE WS-MAST-COUNT TO RL-MAST-PR.
           MOVE WS-DEDUCT-COUNT TO RL-DEDUCT-PR.
           MOVE WS-BANK-COUNT TO RL-BANK-PR.
           MOVE WS-LEAVE-COUNT TO RL-LEAVE-PR.
           MOVE WS-HOURS-COUNT TO RL-HOURS-PR.
           WRITE PRINTZ FROM READ-COUNT-LINE
                AFTER ADVANCING 3 LINES.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           PERFORM C-110-PRINT-ONE-COUNT
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > 8.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN WS-HOLD-COUNT > 0
                   MOVE "** PAYROLL HOLD - DISCREPANCIES - RC 8 **"
                       TO VD-TEXT-PR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-COUNT > 0
                   MOVE "WARNINGS ONLY - RC 4 SET" TO VD-TEXT-PR
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "ALL FILES AGREE WITH THE MASTER"
                       TO VD-TEXT-PR
           END-EVALUATE.
           WRITE PRINTZ FROM VERDICT-LINE
                AFTER ADVANCING 1 LINE.
           IF DEDUCT-PRESENT
               CLOSE DEDUCT-FILE
           END-IF.
           IF BANKACCT-PRESENT
               CLOSE BANK-FILE
           END-IF.
           IF LEAVBAL-PRESENT
               CLOSE LEAVE-FILE
           END-IF.
           IF HOURS-PRESENT
               CLOSE HOURS-FILE
           END-IF.
           CLOSE EMPMAST-FILE
                DEPT-FILE
                PRNT-FILE.
       C-110-PRINT-ONE-COUNT.
           IF CT-HOLD (CT-IDX)
               MOVE "HOLD" TO SL-SEVERITY-PR
           ELSE
               MOVE "WARN" TO SL-SEVERITY-PR
           END-IF.
           MOVE CT-DESC (CT-IDX) TO SL-DESC-PR.
           MOVE CC-COUNT (CT-IDX) TO SL-COUNT-PR.
           WRITE PRINTZ FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.
