      *                  AND AN OFFSETTING RECORD WITH ALL FIGURES
      *                  NEGATED IS WRITTEN.
      *  M MANUAL PAY  - THE GROSS/DEDUCT/NET KEYED ON THE CARD IS
      *                  WRITTEN AS A MANUAL-CHECK RECORD.  THE
      *                  DEDUCTION MUST BE BROKEN OUT INTO FEDERAL
      *                  TAX, STATE TAX AND BENEFIT THAT FOOT TO IT.
      *  R RETRO RATE  - THE ORIGINAL RECORD IS LOCATED, GROSS IS
      *                  RECOMPUTED FROM ITS HOURS AT THE CORRECTED
      *                  RATE, AND THE SIGNED DIFFERENCE IS WRITTEN.
      *                  DEDUCTIONS ARE NOT RECOMPUTED - THE DELTA
      *                  FLOWS STRAIGHT THROUGH TO NET AND ANY
      *                  WITHHOLDING CATCH-UP IS KEYED SEPARATELY.
      *A VOID NEGATES THE ORIGINAL'S FEDERAL TAX, STATE TAX,
      *BENEFIT AND GARNISHMENT ALONG WITH ITS TOTALS; A RETRO DELTA
      *CARRIES NONE.  A VOIDED GARNISHMENT IS NOT PUT BACK ON THE
      *ORDER'S BALANCE - THE AGENCY HAS ALREADY BEEN REMITTED, SO
      *THE REFUND OR RE-TAKE IS SETTLED WITH IT AND KEYED ON
      *GARNMNT.
      *THE EARNINGS-CODE BREAKOUT ON HISTORY FOLLOWS THE SAME RULE:
      *A VOID NEGATES THE ORIGINAL'S BREAKOUT CODE BY CODE, WHILE
      *MANUAL PAY IS CARRIED WHOLE AS REGULAR EARNINGS (CODE 'R '),
      *AND A RETRO DELTA CODE BY CODE: EACH MULTIPLIER CODE IS
      *REPRICED FROM ITS HOURS AT THE CORRECTED RATE (SO THE
      *EARNCODE DECK IS READ AS PAYROLL READS IT), WHILE FLAT AND
      *AMOUNT CODES - HOLIDAY FLATS, BONUSES - ARE LEFT AS PAID.
      *AN ADJUSTMENT REGISTER PRINTS EVERY CARD WITH ITS RESULT AND
      *SIGNED CONTROL TOTALS FOR PAYROLL CONTROL TO BALANCE.
      *EVERY ADJUSTMENT POSTED ALSO GOES TO THE GLADJ JOURNAL-ENTRY
      *FILE (SEE GLREC.CPY) WITH ITS SIGNED AMOUNTS ON THE SAME
      *ACCOUNTS PAYROLL POSTS TO: SALARY EXPENSE DEBITED BY THE
      *EMPLOYEE'S DEPARTMENT, THE WITHHOLDING, BENEFIT AND
      *GARNISHMENT PAYABLES CREDITED, AND THE NET CREDITED TO
      *CHECKS PAYABLE (MANUAL PAY AND RETRO DELTAS GO OUT AS
      *CHECKS; A VOID REVERSES THE CHECK, OR THE ACH CLEARING
      *CREDIT WHEN THE PERIOD WENT OUT BY DIRECT DEPOSIT).
      *JOURNAL DEBITS NOT EQUAL TO CREDITS END THE RUN WITH RETURN
      *CODE 16.  A MANUAL CARD MUST FOOT (GROSS LESS DEDUCT EQUALS
      *NET) OR IT IS REJECTED.
      *A MANUAL PAY OR RETRO DELTA WITH A NET TO PAY OUT GETS A CHECK
      *NUMBERED FROM THE CHECKCTL CONTROL RECORD PAYROLL USES, SO
      *THE TWO RUNS NEVER ISSUE THE SAME NUMBER.  A VOID OF A PERIOD
      *PAID BY A CHECK STILL OUTSTANDING VOIDS THAT CHECK.  EACH
      *CHECK ISSUED OR VOIDED IS RECORDED ON CHKISSUE FOR CHKRECON
      *AND SENT TO THE BANK ON THE POSPAYAJ POSITIVE-PAY FILE (SEE
      *POSPAY.CPY); THE CHECK NUMBER PRINTS IN THE RESULT COLUMN.
      *
      *ADJTRAN CARD FORMAT (COLUMNS 1-70):
      *  COL  1     ACTION CODE V/M/R
      *  COLS 2-8   EMPLOYEE ID
      *  COLS 9-16  PRIOR PH-PERIOD-DATE, YYYYMMDD (V/R; ALSO THE
      *  COLS 23-30 GROSS,  999999V99 (M ONLY)
      *  COLS 31-38 DEDUCT, 999999V99 (M ONLY)
      *  COLS 39-46 NET,    999999V99 (M ONLY)
      *  COLS 47-54 FEDERAL TAX, 999999V99 (M ONLY)
      *  COLS 55-62 STATE TAX,   999999V99 (M ONLY)
      *  COLS 63-70 BENEFIT,     999999V99 (M ONLY)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                   FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PRNT-FILE
                   ASSIGN TO 'UR-S-PRNT'.
           SELECT GL-FILE
                   ASSIGN TO 'GLADJ'
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
                   ASSIGN TO 'POSPAYAJ'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EARN-FILE
                   ASSIGN TO 'EARNCODE'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EARN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE
               03 AJ-GROSS              PIC X(8).
               03 AJ-DEDUCT             PIC X(8).
               03 AJ-NET                PIC X(8).
               03 AJ-FED-TAX            PIC X(8).
               03 AJ-STATE-TAX          PIC X(8).
               03 AJ-BENEFIT            PIC X(8).
               03 FILLER                PIC X(10).
      *THE AMOUNT COLUMNS REDEFINED WITH THEIR IMPLIED DECIMAL
      *POINTS SO ARITHMETIC CARRIES TRUE NUMERIC VALUES.
       01 ADJ-REC-NUM REDEFINES ADJ-REC.
               03 AJ-GROSS-V99          PIC 9(6)V99.
               03 AJ-DEDUCT-V99         PIC 9(6)V99.
               03 AJ-NET-V99            PIC 9(6)V99.
               03 AJ-FED-TAX-V99        PIC 9(6)V99.
               03 AJ-STATE-TAX-V99      PIC 9(6)V99.
               03 AJ-BENEFIT-V99        PIC 9(6)V99.
               03 FILLER                PIC X(10).
       FD EMPMAST-FILE
           DATA RECORD IS EMPMAST-REC.
       COPY "EMPMAST.cpy".
       FD PAYHIST-FILE
           DATA RECORD IS PAYHIST-REC.
       COPY "PAYHIST.cpy".
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
       FD EARN-FILE
           DATA RECORD IS EARN-CARD.
       COPY "EARNCARD.cpy".
       FD PRNT-FILE
           DATA RECORD IS PRINTZ.
       01 PRINTZ.
       01 INDICATORS.
               03 EOF-I                 PIC 9  VALUE 0.
               03 HIST-EOF-I            PIC 9  VALUE 0.
               03 CHK-EOF-I             PIC 9  VALUE 0.
               03 WS-PAYHIST-STATUS     PIC X(2) VALUE "00".
               03 WS-CHKCTL-STATUS      PIC X(2) VALUE "00".
               03 WS-CHKISSUE-STATUS    PIC X(2) VALUE "00".
               03 EARN-EOF-I            PIC 9  VALUE 0.
               03 WS-EARN-STATUS        PIC X(2) VALUE "00".
               03 WS-EARN-DECK-SW       PIC X(1) VALUE 'Y'.
                   88 EARN-DECK-VALID           VALUE 'Y'.
                   88 EARN-DECK-IN-ERROR        VALUE 'N'.
               03 WS-EARN-CARD-SW       PIC X(1) VALUE 'Y'.
                   88 EARN-CARD-VALID           VALUE 'Y'.
               03 WS-CODE-FOUND-SW      PIC X(1) VALUE 'N'.
                   88 EARN-CODE-FOUND           VALUE 'Y'.
       01 ADJUST-COUNTERS.
               03 WS-CARD-COUNT         PIC 9(5) VALUE 0.
               03 WS-APPLY-COUNT        PIC 9(5) VALUE 0.
               03 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
               03 WS-ISSUED-COUNT       PIC 9(5) VALUE 0.
               03 WS-VOIDED-COUNT       PIC 9(5) VALUE 0.
       01 CONTROL-TOTALS.
               03 WS-TOT-GROSS          PIC S9(8)V99 VALUE 0.
               03 WS-TOT-DEDUCT         PIC S9(8)V99 VALUE 0.
               03 WS-TOT-NET            PIC S9(8)V99 VALUE 0.
       01 WORK-FIELDS.
               03 WS-NEW-GROSS          PIC S9(7)V99.
               03 WS-NEW-CODE-AMT       PIC S9(6)V99.
               03 WS-ADJ-GROSS          PIC S9(7)V99.
               03 WS-ADJ-DEDUCT         PIC S9(7)V99.
               03 WS-ADJ-NET            PIC S9(7)V99.
               03 WS-ADJ-FED-TAX        PIC S9(7)V99.
               03 WS-ADJ-STATE-TAX      PIC S9(7)V99.
               03 WS-ADJ-BENEFIT        PIC S9(7)V99.
               03 WS-ADJ-GARNISH        PIC S9(7)V99.
      *THE EARNCODE DECK AS PAYROLL HOLDS IT, WITH THE OVERTIME
      *PREMIUM AS ENTRY 1, SO A RETRO REPRICES EACH CODE THE WAY
      *PAYROLL PRICED IT.
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
      *A RETRO DELTA'S EARNINGS BREAKOUT, BUILT FROM THE ORIGINAL'S
      *(SAME LAYOUT AS PH-EARNINGS).
       01 RETRO-EARNINGS.
               03 RX-ENTRY OCCURS 9 TIMES
                       INDEXED BY RX-IDX.
                   05 RX-CODE           PIC X(2).
                   05 RX-HRS            PIC S9(3)V99.
                   05 RX-AMT            PIC S9(6)V99.
       01 RUN-DATE-FIELDS.
               03 WS-RUN-DATE           PIC X(8).
               03 WS-RUN-STAMP          PIC X(14).
      *POSITIVE-PAY CONTROL - ISSUES AND VOIDS BOTH COUNT TOWARD THE
      *TRAILER, WHICH HASH-TOTALS EVERY DETAIL AMOUNT SENT.
       01 CHECK-FIELDS.
               03 WS-CHECK-NO           PIC 9(6) VALUE 0.
               03 WS-PP-COUNT           PIC 9(6) VALUE 0.
               03 WS-PP-TOTAL           PIC 9(8)V99 VALUE 0.
       COPY "POSPAY.cpy".
       01 CHECK-RESULT.
               03 CR-TEXT               PIC X(15).
               03 CR-CHECK-NO           PIC 9(6).
       COPY "GLACCT.cpy".
       01 GL-FIELDS.
               03 WS-GL-ACCOUNT         PIC X(6).
               03 WS-GL-COST-CENTER     PIC X(2).
               03 WS-GL-DR-CR           PIC X(1).
               03 WS-GL-AMOUNT          PIC S9(9)V99.
               03 WS-GL-COUNT           PIC 9(6) VALUE 0.
               03 WS-GL-DEBITS          PIC S9(11)V99 VALUE 0.
               03 WS-GL-CREDITS         PIC S9(11)V99 VALUE 0.
       01 GL-DESC-WORK.
               03 GW-ACTION             PIC X(7).
               03 GW-ID                 PIC X(7).
               03 FILLER                PIC X(1) VALUE SPACES.
               03 GW-PERIOD             PIC X(8).
               03 FILLER                PIC X(1) VALUE SPACES.
      *THE WHOLE DECK IS HELD IN A TABLE SO ONE SEQUENTIAL PASS OF
      *PAYHIST CAN LOCATE EVERY ORIGINAL RECORD THE VOIDS AND
      *RETRO CORRECTIONS REFER TO.  100 SLOTS IS WELL ABOVE ANY
                   05 AT-GROSS          PIC 9(6)V99.
                   05 AT-DEDUCT         PIC 9(6)V99.
                   05 AT-NET            PIC 9(6)V99.
                   05 AT-FED-TAX        PIC 9(6)V99.
                   05 AT-STATE-TAX      PIC 9(6)V99.
                   05 AT-BENEFIT        PIC 9(6)V99.
                   05 AT-LNAME          PIC X(15).
                   05 AT-FNAME          PIC X(15).
                   05 AT-DEPT           PIC X(2).
                   05 AT-STATUS-SW      PIC X(1).
      *AT-STATUS-SW: 'P' PENDING HISTORY MATCH, 'F' ORIGINAL FOUND,
                   05 AT-ORIG-GROSS     PIC S9(6)V99.
                   05 AT-ORIG-DEDUCT    PIC S9(6)V99.
                   05 AT-ORIG-NET       PIC S9(6)V99.
                   05 AT-ORIG-FED-TAX   PIC S9(6)V99.
                   05 AT-ORIG-STATE-TAX PIC S9(6)V99.
                   05 AT-ORIG-BENEFIT   PIC S9(6)V99.
                   05 AT-ORIG-GARNISH   PIC S9(6)V99.
                   05 AT-ORIG-EARNINGS  PIC X(135).
                   05 AT-REASON         PIC X(27).
      *AT-CHECK-NO: THE PAYROLL CHECK THAT PAID A VOIDED PERIOD,
      *ZERO WHEN THE PERIOD WENT OUT BY ACH.
                   05 AT-CHECK-NO       PIC 9(6).
       01 PAGE-HDR.
               03 FILLER                PIC X(30) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "THE BEST IS".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "REJECTED=".
               03 TC-REJ-PR             PIC ZZZZ9.
       01 CHECK-COUNT-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(15) VALUE
                   "CHECKS ISSUED =".
               03 CC-ISSUED-PR          PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(15) VALUE
                   "CHECKS VOIDED =".
               03 CC-VOIDED-PR          PIC ZZZZ9.
       01 TOTAL-AMOUNT-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(17) VALUE
               03 TA-DEDUCT-PR          PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(2) VALUE SPACES.
               03 TA-NET-PR             PIC $$,$$$,$$9.99-.
       01 GL-TOTAL-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(20) VALUE
                   "GL JOURNAL  DEBITS =".
               03 GT-DEBITS-PR          PIC $$,$$$,$$$,$$9.99-.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "CREDITS =".
               03 GT-CREDITS-PR         PIC $$,$$$,$$$,$$9.99-.
       01 VERDICT-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 VD-TEXT-PR            PIC X(45).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-LOAD-DECK.
           PERFORM B-300-MATCH-HISTORY.
           PERFORM B-400-MATCH-CHECKS.
           PERFORM B-500-APPLY-ADJUSTMENTS.
           PERFORM C-100-WRAP-UP.
           STOP RUN.
       A-100-INITIALIZATION.
           OPEN INPUT TRANS-FILE
                      EMPMAST-FILE
           OUTPUT PRNT-FILE
                  GL-FILE
                  POSPAY-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
           PERFORM A-200-OPEN-CHECK-CONTROL.
           PERFORM A-075-LOAD-EARN-CODES.
           WRITE PRINTZ FROM PAGE-HDR
                AFTER ADVANCING PAGE.
           WRITE PRINTZ FROM PAGE-HDR2
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
      *THE EARNCODE DECK IS LOADED AND EDITED EXACTLY AS PAYROLL
      *LOADS IT - A DECK PAYROLL WOULD REJECT IS REJECTED HERE.
       A-075-LOAD-EARN-CODES.
           MOVE 1 TO WS-EC-COUNT.
           MOVE "OT" TO EC-CODE (1).
           MOVE "OVERTIME PREMIUM" TO EC-DESC (1).
           MOVE "P" TO EC-KIND (1).
           MOVE "M" TO EC-METHOD (1).
           MOVE .5 TO EC-MULTIPLIER (1).
           MOVE 0 TO EC-FLAT-AMT (1).
           MOVE "N" TO EC-OT-SW (1).
           MOVE SPACE TO EC-LEAVE-TYPE (1).
           OPEN INPUT EARN-FILE.
           IF WS-EARN-STATUS NOT = "00"
               DISPLAY "PAYADJ - NO EARNCODE DECK - RUN STOPPED"
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
                   DISPLAY "PAYADJ - EARNCODE HAS NO REGULAR CODE"
               WHEN EC-IDX > WS-EC-COUNT
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "PAYADJ - EARNCODE HAS NO REGULAR CODE"
               WHEN EC-CODE (EC-IDX) = "R "
                   SET WS-REG-SLOT TO EC-IDX
                   IF NOT EC-WORKED (EC-IDX)
                           OR NOT EC-BY-MULTIPLIER (EC-IDX)
                           OR EC-MULTIPLIER (EC-IDX) NOT = 1
                       SET EARN-DECK-IN-ERROR TO TRUE
                       DISPLAY "PAYADJ - EARNCODE REGULAR CODE MUST "
                               "BE KIND W, METHOD M AT 1.000"
                   END-IF
           END-SEARCH.
           IF EARN-DECK-IN-ERROR
               DISPLAY "PAYADJ - EARNCODE DECK IN ERROR - RUN STOPPED"
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
               DISPLAY "PAYADJ - BAD EARNCODE CARD: " EARN-CARD (1:37)
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
                   DISPLAY "PAYADJ - EARNINGS CODE TABLE FULL - "
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
                   DISPLAY "PAYADJ - DUPLICATE EARNCODE CARD: "
                           EARN-CARD (1:37)
               WHEN ER-LEAVE-TYPE NOT = SPACE
                       AND EC-LEAVE-TYPE (EC-IDX) = ER-LEAVE-TYPE
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "PAYADJ - SECOND EARNCODE FOR ONE LEAVE "
                           "TYPE: " EARN-CARD (1:37)
           END-SEARCH.
      *THE SAME CHECK-NUMBER CONTROL RECORD AND ISSUED-CHECK FILE
      *PAYROLL USES, CREATED HERE IF THIS RUN IS THE FIRST TO NEED
      *THEM (STATUS 35 = FILE NOT FOUND).
       A-200-OPEN-CHECK-CONTROL.
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
                   MOVE "PAYADJ" TO CC-UPDATE-PGM
                   MOVE WS-RUN-STAMP TO CC-UPDATE-STAMP
                   WRITE CHECKCTL-REC
                       INVALID KEY
                           DISPLAY "PAYADJ - CHECKCTL CREATE FAILED "
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
       B-100-LOAD-DECK.
           READ TRANS-FILE
                   AT END
           MOVE AJ-PERIOD-DATE TO AT-DATE (AJ-IDX).
           MOVE 0 TO AT-RATE (AJ-IDX) AT-GROSS (AJ-IDX)
                     AT-DEDUCT (AJ-IDX) AT-NET (AJ-IDX)
                     AT-FED-TAX (AJ-IDX) AT-STATE-TAX (AJ-IDX)
                     AT-BENEFIT (AJ-IDX)
                     AT-ORIG-REG (AJ-IDX) AT-ORIG-OT (AJ-IDX)
                     AT-ORIG-GROSS (AJ-IDX)
                     AT-ORIG-DEDUCT (AJ-IDX) AT-ORIG-NET (AJ-IDX)
                     AT-ORIG-FED-TAX (AJ-IDX)
                     AT-ORIG-STATE-TAX (AJ-IDX)
                     AT-ORIG-BENEFIT (AJ-IDX)
                     AT-ORIG-GARNISH (AJ-IDX).
           MOVE SPACES TO AT-LNAME (AJ-IDX) AT-FNAME (AJ-IDX)
                          AT-DEPT (AJ-IDX) AT-REASON (AJ-IDX)
                          AT-ORIG-EARNINGS (AJ-IDX).
           MOVE 0 TO AT-CHECK-NO (AJ-IDX).
           PERFORM B-210-EDIT-CARD.
           READ TRANS-FILE
                   AT END
                   MOVE 'M' TO AT-STATUS-SW (AJ-IDX)
                   IF AJ-GROSS NUMERIC AND AJ-DEDUCT NUMERIC
                           AND AJ-NET NUMERIC
                           AND AJ-FED-TAX NUMERIC
                           AND AJ-STATE-TAX NUMERIC
                           AND AJ-BENEFIT NUMERIC
                       MOVE AJ-GROSS-V99 TO AT-GROSS (AJ-IDX)
                       MOVE AJ-DEDUCT-V99 TO AT-DEDUCT (AJ-IDX)
                       MOVE AJ-NET-V99 TO AT-NET (AJ-IDX)
                       MOVE AJ-FED-TAX-V99 TO AT-FED-TAX (AJ-IDX)
                       MOVE AJ-STATE-TAX-V99 TO AT-STATE-TAX (AJ-IDX)
                       MOVE AJ-BENEFIT-V99 TO AT-BENEFIT (AJ-IDX)
                       IF AJ-FED-TAX-V99 + AJ-STATE-TAX-V99
                               + AJ-BENEFIT-V99 NOT = AJ-DEDUCT-V99
                           MOVE 'E' TO AT-STATUS-SW (AJ-IDX)
                           MOVE "BREAKOUT NOT = DEDUCT"
                               TO AT-REASON (AJ-IDX)
                       END-IF
                       IF AJ-GROSS-V99 - AJ-DEDUCT-V99
                               NOT = AJ-NET-V99
                           MOVE 'E' TO AT-STATUS-SW (AJ-IDX)
                           MOVE "GROSS - DEDUCT NOT = NET"
                               TO AT-REASON (AJ-IDX)
                       END-IF
                   ELSE
                       MOVE 'E' TO AT-STATUS-SW (AJ-IDX)
                       MOVE "AMOUNTS NOT NUMERIC"
                           TO AT-REASON (AJ-IDX)
                   NOT INVALID KEY
                       MOVE EM-LNAME TO AT-LNAME (AJ-IDX)
                       MOVE EM-FNAME TO AT-FNAME (AJ-IDX)
                       MOVE EM-DEPT TO AT-DEPT (AJ-IDX)
               END-READ
           END-IF.
               MOVE PH-GROSS TO AT-ORIG-GROSS (AJ-IDX)
               MOVE PH-DEDUCT TO AT-ORIG-DEDUCT (AJ-IDX)
               MOVE PH-NET TO AT-ORIG-NET (AJ-IDX)
               MOVE PH-FED-TAX TO AT-ORIG-FED-TAX (AJ-IDX)
               MOVE PH-STATE-TAX TO AT-ORIG-STATE-TAX (AJ-IDX)
               MOVE PH-BENEFIT TO AT-ORIG-BENEFIT (AJ-IDX)
               MOVE PH-GARNISH TO AT-ORIG-GARNISH (AJ-IDX)
               MOVE PH-EARNINGS TO AT-ORIG-EARNINGS (AJ-IDX)
               MOVE PH-LNAME TO AT-LNAME (AJ-IDX)
               MOVE PH-DEPT TO AT-DEPT (AJ-IDX)
           END-IF.
      *ONE SEQUENTIAL PASS OF CHKISSUE FINDS THE PAYROLL CHECK THAT
      *PAID EACH PERIOD BEING VOIDED.  A PERIOD PAID BY ACH HAS NO
      *CHECK, AND A CHECK ALREADY VOIDED IS PASSED OVER.
       B-400-MATCH-CHECKS.
           READ CHKISSUE-FILE NEXT RECORD
                   AT END
                   MOVE 1 TO CHK-EOF-I.
           PERFORM B-410-MATCH-ONE-CHECK
                UNTIL CHK-EOF-I = 1.
       B-410-MATCH-ONE-CHECK.
           IF CI-FROM-PAYROLL AND NOT CI-VOIDED
               PERFORM B-420-SCAN-VOIDS
                   VARYING AJ-IDX FROM 1 BY 1
                   UNTIL AJ-IDX > WS-AJ-COUNT
           END-IF.
           READ CHKISSUE-FILE NEXT RECORD
                   AT END
                   MOVE 1 TO CHK-EOF-I.
       B-420-SCAN-VOIDS.
           IF AT-ACTION (AJ-IDX) = "V"
                   AND AT-STATUS-SW (AJ-IDX) = 'F'
                   AND AT-ID (AJ-IDX) = CI-ID
                   AND AT-DATE (AJ-IDX) = CI-PERIOD-DATE
                   AND AT-CHECK-NO (AJ-IDX) = 0
               MOVE CI-CHECK-NO TO AT-CHECK-NO (AJ-IDX)
           END-IF.
       B-500-APPLY-ADJUSTMENTS.
           OPEN EXTEND PAYHIST-FILE.
           PERFORM B-510-APPLY-ONE
           MOVE AT-GROSS (AJ-IDX) TO WS-ADJ-GROSS.
           MOVE AT-DEDUCT (AJ-IDX) TO WS-ADJ-DEDUCT.
           MOVE AT-NET (AJ-IDX) TO WS-ADJ-NET.
           MOVE AT-FED-TAX (AJ-IDX) TO WS-ADJ-FED-TAX.
           MOVE AT-STATE-TAX (AJ-IDX) TO WS-ADJ-STATE-TAX.
           MOVE AT-BENEFIT (AJ-IDX) TO WS-ADJ-BENEFIT.
           MOVE 0 TO WS-ADJ-GARNISH.
           MOVE 0 TO AT-ORIG-REG (AJ-IDX) AT-ORIG-OT (AJ-IDX).
           PERFORM B-550-WRITE-ADJUSTMENT.
           MOVE "MANUAL PAY POSTED" TO RESULT-PR.
           IF WS-ADJ-NET > 0
               MOVE "MANUAL CHECK" TO CR-TEXT
               PERFORM B-580-ISSUE-CHECK
           END-IF.
       B-530-APPLY-VOID.
           COMPUTE WS-ADJ-GROSS = 0 - AT-ORIG-GROSS (AJ-IDX).
           COMPUTE WS-ADJ-DEDUCT = 0 - AT-ORIG-DEDUCT (AJ-IDX).
           COMPUTE WS-ADJ-NET = 0 - AT-ORIG-NET (AJ-IDX).
           COMPUTE WS-ADJ-FED-TAX = 0 - AT-ORIG-FED-TAX (AJ-IDX).
           COMPUTE WS-ADJ-STATE-TAX =
               0 - AT-ORIG-STATE-TAX (AJ-IDX).
           COMPUTE WS-ADJ-BENEFIT = 0 - AT-ORIG-BENEFIT (AJ-IDX).
           COMPUTE WS-ADJ-GARNISH = 0 - AT-ORIG-GARNISH (AJ-IDX).
           COMPUTE AT-ORIG-REG (AJ-IDX) = 0 - AT-ORIG-REG (AJ-IDX).
           COMPUTE AT-ORIG-OT (AJ-IDX) = 0 - AT-ORIG-OT (AJ-IDX).
           PERFORM B-550-WRITE-ADJUSTMENT.
           MOVE "VOID POSTED" TO RESULT-PR.
           IF AT-CHECK-NO (AJ-IDX) > 0
               PERFORM B-590-VOID-CHECK
           END-IF.
      *THE CORRECTING RECORD CARRIES ONLY THE DIFFERENCE, COMPUTED
      *FROM THE ORIGINAL HOURS AT THE CORRECTED RATE, SO THE
      *ORIGINAL PLUS THE ADJUSTMENT SUM TO WHAT THE PERIOD SHOULD
      *HAVE PAID.  NO HOURS GO ON THE DELTA RECORD.  EACH
      *MULTIPLIER CODE ON THE ORIGINAL'S BREAKOUT IS REPRICED FROM
      *ITS OWN HOURS AND MULTIPLIER; FLAT AND AMOUNT CODES DO NOT
      *DEPEND ON THE RATE AND ARE LEFT AS PAID.  HISTORY FROM
      *BEFORE THE BREAKOUT IS REPRICED AS REGULAR PLUS OVERTIME AT
      *TIME-AND-A-HALF, AS IT ALWAYS WAS.
       B-540-APPLY-RETRO.
           IF AT-ORIG-EARNINGS (AJ-IDX) (1:2) = SPACES
               COMPUTE WS-NEW-GROSS ROUNDED =
                   (AT-ORIG-REG (AJ-IDX) * AT-RATE (AJ-IDX)) +
                   (AT-ORIG-OT (AJ-IDX) * AT-RATE (AJ-IDX) * 1.5)
               COMPUTE WS-ADJ-GROSS =
                   WS-NEW-GROSS - AT-ORIG-GROSS (AJ-IDX)
               PERFORM B-548-CLEAR-RETRO-ENTRY
                   VARYING RX-IDX FROM 1 BY 1
                   UNTIL RX-IDX > 9
               MOVE "R " TO RX-CODE (1)
               MOVE WS-ADJ-GROSS TO RX-AMT (1)
           ELSE
               MOVE AT-ORIG-EARNINGS (AJ-IDX) TO RETRO-EARNINGS
               MOVE 0 TO WS-ADJ-GROSS
               PERFORM B-545-REPRICE-ENTRY
                   VARYING RX-IDX FROM 1 BY 1
                   UNTIL RX-IDX > 9
           END-IF.
           MOVE 0 TO WS-ADJ-DEDUCT WS-ADJ-FED-TAX WS-ADJ-STATE-TAX
                     WS-ADJ-BENEFIT WS-ADJ-GARNISH.
           MOVE WS-ADJ-GROSS TO WS-ADJ-NET.
           MOVE 0 TO AT-ORIG-REG (AJ-IDX) AT-ORIG-OT (AJ-IDX).
           PERFORM B-550-WRITE-ADJUSTMENT.
           MOVE "RETRO DELTA POSTED" TO RESULT-PR.
           IF WS-ADJ-NET > 0
               MOVE "RETRO CHECK" TO CR-TEXT
               PERFORM B-580-ISSUE-CHECK
           END-IF.
      *A ZERO ENTRY IS A SALARIED EMPLOYEE'S TIME OFF, PAID INSIDE
      *THE SALARY, AND STAYS UNPAID.  A CODE SINCE DROPPED FROM
      *EARNCODE CANNOT BE REPRICED AND IS LISTED FOR MANUAL PAY.
       B-545-REPRICE-ENTRY.
           IF RX-CODE (RX-IDX) NOT = SPACES AND RX-AMT (RX-IDX) NOT = 0
               PERFORM B-546-FIND-EARN-CODE
               IF EARN-CODE-FOUND
                   IF EC-BY-MULTIPLIER (EC-IDX)
                       COMPUTE WS-NEW-CODE-AMT ROUNDED =
                           RX-HRS (RX-IDX) * AT-RATE (AJ-IDX)
                           * EC-MULTIPLIER (EC-IDX)
                       COMPUTE RX-AMT (RX-IDX) =
                           WS-NEW-CODE-AMT - RX-AMT (RX-IDX)
                   ELSE
                       MOVE 0 TO RX-AMT (RX-IDX)
                   END-IF
               ELSE
                   DISPLAY "PAYADJ - EARNINGS CODE " RX-CODE (RX-IDX)
                           " NOT ON EARNCODE - NOT REPRICED FOR "
                           AT-ID (AJ-IDX)
                   MOVE 0 TO RX-AMT (RX-IDX)
               END-IF
           ELSE
               MOVE 0 TO RX-AMT (RX-IDX)
           END-IF.
           MOVE 0 TO RX-HRS (RX-IDX).
           IF RX-AMT (RX-IDX) = 0
               MOVE SPACES TO RX-CODE (RX-IDX)
           END-IF.
           ADD RX-AMT (RX-IDX) TO WS-ADJ-GROSS.
       B-546-FIND-EARN-CODE.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           SET EC-IDX TO 1.
           SEARCH EC-ENTRY
               AT END
                   CONTINUE
               WHEN EC-IDX > WS-EC-COUNT
                   CONTINUE
               WHEN EC-CODE (EC-IDX) = RX-CODE (RX-IDX)
                   MOVE 'Y' TO WS-CODE-FOUND-SW
           END-SEARCH.
       B-548-CLEAR-RETRO-ENTRY.
           MOVE SPACES TO RX-CODE (RX-IDX).
           MOVE 0 TO RX-HRS (RX-IDX) RX-AMT (RX-IDX).
       B-550-WRITE-ADJUSTMENT.
           MOVE SPACES TO PAYHIST-REC.
           MOVE AT-DATE (AJ-IDX) TO PH-PERIOD-DATE.
           MOVE WS-ADJ-NET TO PH-NET.
           MOVE AT-DEPT (AJ-IDX) TO PH-DEPT.
           MOVE AT-ACTION (AJ-IDX) TO PH-ADJ-FLAG.
           MOVE WS-ADJ-FED-TAX TO PH-FED-TAX.
           MOVE WS-ADJ-STATE-TAX TO PH-STATE-TAX.
           MOVE WS-ADJ-BENEFIT TO PH-BENEFIT.
           MOVE WS-ADJ-GARNISH TO PH-GARNISH.
           EVALUATE AT-ACTION (AJ-IDX)
               WHEN "V"
                   MOVE AT-ORIG-EARNINGS (AJ-IDX) TO PH-EARNINGS
                   PERFORM B-552-NEGATE-EARNINGS
                       VARYING PH-IDX FROM 1 BY 1
                       UNTIL PH-IDX > 9
               WHEN "R"
                   MOVE RETRO-EARNINGS TO PH-EARNINGS
               WHEN OTHER
                   PERFORM B-554-CLEAR-EARNINGS
                       VARYING PH-IDX FROM 1 BY 1
                       UNTIL PH-IDX > 9
                   MOVE "R " TO PH-EARN-CODE (1)
                   MOVE WS-ADJ-GROSS TO PH-EARN-AMT (1)
           END-EVALUATE.
           WRITE PAYHIST-REC.
           PERFORM B-560-POST-GL-ENTRIES.
           ADD 1 TO WS-APPLY-COUNT.
           ADD WS-ADJ-GROSS TO WS-TOT-GROSS.
           ADD WS-ADJ-DEDUCT TO WS-TOT-DEDUCT.
           MOVE WS-ADJ-GROSS TO GROSS-PR.
           MOVE WS-ADJ-DEDUCT TO DEDUCT-PR.
           MOVE WS-ADJ-NET TO NET-PR.
      *A VOID REVERSES THE ORIGINAL'S EARNINGS BREAKOUT CODE BY
      *CODE; HISTORY WRITTEN BEFORE THE BREAKOUT EXISTED HAS NONE
      *TO REVERSE.
       B-552-NEGATE-EARNINGS.
           IF PH-EARN-CODE (PH-IDX) = SPACES
               MOVE 0 TO PH-EARN-HRS (PH-IDX) PH-EARN-AMT (PH-IDX)
           ELSE
               COMPUTE PH-EARN-HRS (PH-IDX) =
                   0 - PH-EARN-HRS (PH-IDX)
               COMPUTE PH-EARN-AMT (PH-IDX) =
                   0 - PH-EARN-AMT (PH-IDX)
           END-IF.
       B-554-CLEAR-EARNINGS.
           MOVE SPACES TO PH-EARN-CODE (PH-IDX).
           MOVE 0 TO PH-EARN-HRS (PH-IDX) PH-EARN-AMT (PH-IDX).
      *ONE SET OF POSTINGS PER ADJUSTMENT, DESCRIBED WITH THE ACTION,
      *EMPLOYEE AND PERIOD SO ACCOUNTING CAN TRACE EACH BACK TO THE
      *REGISTER LINE AND THE PAYHIST RECORD.
       B-560-POST-GL-ENTRIES.
           MOVE ACTION-PR TO GW-ACTION.
           MOVE AT-ID (AJ-IDX) TO GW-ID.
           MOVE AT-DATE (AJ-IDX) TO GW-PERIOD.
           MOVE GL-ACCT-SALARY TO WS-GL-ACCOUNT.
           MOVE AT-DEPT (AJ-IDX) TO WS-GL-COST-CENTER.
           MOVE "D" TO WS-GL-DR-CR.
           MOVE WS-ADJ-GROSS TO WS-GL-AMOUNT.
           PERFORM B-570-WRITE-GL-ENTRY.
           MOVE GL-CORPORATE-CC TO WS-GL-COST-CENTER.
           MOVE "C" TO WS-GL-DR-CR.
           MOVE GL-ACCT-FED-TAX TO WS-GL-ACCOUNT.
           MOVE WS-ADJ-FED-TAX TO WS-GL-AMOUNT.
           PERFORM B-570-WRITE-GL-ENTRY.
           MOVE GL-ACCT-STATE-TAX TO WS-GL-ACCOUNT.
           MOVE WS-ADJ-STATE-TAX TO WS-GL-AMOUNT.
           PERFORM B-570-WRITE-GL-ENTRY.
           MOVE GL-ACCT-BENEFIT TO WS-GL-ACCOUNT.
           MOVE WS-ADJ-BENEFIT TO WS-GL-AMOUNT.
           PERFORM B-570-WRITE-GL-ENTRY.
           MOVE GL-ACCT-GARNISH TO WS-GL-ACCOUNT.
           MOVE WS-ADJ-GARNISH TO WS-GL-AMOUNT.
           PERFORM B-570-WRITE-GL-ENTRY.
           IF AT-ACTION (AJ-IDX) = "V" AND AT-CHECK-NO (AJ-IDX) = 0
               MOVE GL-ACCT-ACH-CLEAR TO WS-GL-ACCOUNT
           ELSE
               MOVE GL-ACCT-CHECKS-PAY TO WS-GL-ACCOUNT
           END-IF.
           MOVE WS-ADJ-NET TO WS-GL-AMOUNT.
           PERFORM B-570-WRITE-GL-ENTRY.
       B-570-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT NOT = 0
               MOVE SPACES TO GL-REC
               MOVE "D" TO GL-REC-TYPE
               MOVE "PAYADJ" TO GL-SOURCE
               MOVE AT-DATE (AJ-IDX) TO GL-PERIOD-DATE
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE WS-GL-ACCOUNT TO GL-ACCOUNT
               MOVE WS-GL-COST-CENTER TO GL-COST-CENTER
               MOVE WS-GL-DR-CR TO GL-DR-CR
               MOVE WS-GL-AMOUNT TO GL-AMOUNT
               MOVE GL-DESC-WORK TO GL-DESC
               WRITE GL-REC
               ADD 1 TO WS-GL-COUNT
               IF GL-DEBIT
                   ADD WS-GL-AMOUNT TO WS-GL-DEBITS
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GL-CREDITS
               END-IF
           END-IF.
      *THE CONTROL RECORD IS REWRITTEN AS EACH NUMBER IS TAKEN, AND
      *A NUMBER ALREADY ON CHKISSUE STOPS THE RUN - THE CONTROL
      *RECORD HAS BEEN LOST OR SET BACK.
       B-580-ISSUE-CHECK.
           ADD 1 TO CC-LAST-CHECK-NO.
           MOVE CC-LAST-CHECK-NO TO WS-CHECK-NO.
           MOVE "PAYADJ" TO CC-UPDATE-PGM.
           MOVE WS-RUN-STAMP TO CC-UPDATE-STAMP.
           REWRITE CHECKCTL-REC
               INVALID KEY
                   DISPLAY "PAYADJ - CHECKCTL REWRITE FAILED - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           MOVE SPACES TO CHKISSUE-REC.
           MOVE WS-CHECK-NO TO CI-CHECK-NO.
           MOVE WS-RUN-DATE TO CI-ISSUE-DATE.
           MOVE AT-DATE (AJ-IDX) TO CI-PERIOD-DATE.
           MOVE AT-ID (AJ-IDX) TO CI-ID.
           STRING AT-FNAME (AJ-IDX) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  AT-LNAME (AJ-IDX) DELIMITED BY "  "
               INTO CI-PAYEE
           END-STRING.
           MOVE WS-ADJ-NET TO CI-AMOUNT.
           SET CI-FROM-PAYADJ TO TRUE.
           SET CI-OUTSTANDING TO TRUE.
           MOVE 0 TO CI-PAID-AMOUNT.
           WRITE CHKISSUE-REC
               INVALID KEY
                   DISPLAY "PAYADJ - CHECK " WS-CHECK-NO
                           " ALREADY ISSUED - CHECKCTL OUT OF STEP "
                           "- RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           SET PP-ISSUED TO TRUE.
           PERFORM B-595-WRITE-POSITIVE-PAY.
           ADD 1 TO WS-ISSUED-COUNT.
           MOVE WS-CHECK-NO TO CR-CHECK-NO.
           MOVE CHECK-RESULT TO RESULT-PR.
      *A VOIDED PERIOD'S CHECK IS STOPPED AT THE BANK ONLY WHILE IT
      *IS STILL OUTSTANDING.  ONE ALREADY CASHED IS FLAGGED ON THE
      *REGISTER FOR PAYROLL CONTROL TO RECOVER THE MONEY.
       B-590-VOID-CHECK.
           MOVE AT-CHECK-NO (AJ-IDX) TO CI-CHECK-NO.
           READ CHKISSUE-FILE
               INVALID KEY
                   MOVE "VOID - NO CHECK" TO CR-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CI-OUTSTANDING
                           SET CI-VOIDED TO TRUE
                           MOVE WS-RUN-DATE TO CI-PAID-DATE
                           REWRITE CHKISSUE-REC
                               INVALID KEY
                                   DISPLAY "PAYADJ - CHECK " CI-CHECK-NO
                                           " VOID REWRITE FAILED - "
                                           "RUN STOPPED"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               NOT INVALID KEY
                                   SET PP-VOIDED TO TRUE
                                   PERFORM B-595-WRITE-POSITIVE-PAY
                                   ADD 1 TO WS-VOIDED-COUNT
                           END-REWRITE
                           MOVE "VOID - CHK VOID" TO CR-TEXT
                       WHEN CI-PAID
                           MOVE "VOID - CASHED" TO CR-TEXT
                       WHEN OTHER
                           MOVE "VOID - WAS VOID" TO CR-TEXT
                   END-EVALUATE
           END-READ.
           MOVE AT-CHECK-NO (AJ-IDX) TO CR-CHECK-NO.
           MOVE CHECK-RESULT TO RESULT-PR.
       B-595-WRITE-POSITIVE-PAY.
           MOVE PP-DISBURSE-ACCOUNT TO PP-ACCOUNT.
           MOVE CI-CHECK-NO TO PP-CHECK-NO.
           MOVE CI-ISSUE-DATE TO PP-ISSUE-DATE.
           COMPUTE PP-AMOUNT = CI-AMOUNT * 100.
           MOVE CI-PAYEE TO PP-PAYEE.
           WRITE POSPAY-LINE FROM PP-DETAIL.
           ADD 1 TO WS-PP-COUNT.
           ADD CI-AMOUNT TO WS-PP-TOTAL.
       C-100-WRAP-UP.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
           MOVE WS-REJECT-COUNT TO TC-REJ-PR.
           WRITE PRINTZ FROM TOTAL-COUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-ISSUED-COUNT TO CC-ISSUED-PR.
           MOVE WS-VOIDED-COUNT TO CC-VOIDED-PR.
           WRITE PRINTZ FROM CHECK-COUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-TOT-GROSS TO TA-GROSS-PR.
           MOVE WS-TOT-DEDUCT TO TA-DEDUCT-PR.
           MOVE WS-TOT-NET TO TA-NET-PR.
           WRITE PRINTZ FROM TOTAL-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           PERFORM C-200-CLOSE-GL-JOURNAL.
           MOVE PP-DISBURSE-ACCOUNT TO PP-T-ACCOUNT.
           MOVE WS-PP-COUNT TO PP-T-COUNT.
           COMPUTE PP-T-AMOUNT = WS-PP-TOTAL * 100.
           WRITE POSPAY-LINE FROM PP-TRAILER.
           CLOSE EMPMAST-FILE
                PRNT-FILE
                GL-FILE
                POSPAY-FILE
                CHKCTL-FILE
                CHKISSUE-FILE.
      *THE TRAILER CARRIES THE SIGNED DEBIT AND CREDIT TOTALS FOR
      *THE GL SYSTEM'S OWN BALANCING; THEY MUST AGREE HERE FIRST.
       C-200-CLOSE-GL-JOURNAL.
           MOVE SPACES TO GL-REC.
           MOVE "T" TO GL-REC-TYPE.
           MOVE "PAYADJ" TO GL-T-SOURCE.
           MOVE SPACES TO GL-T-PERIOD-DATE.
           MOVE WS-RUN-DATE TO GL-T-POST-DATE.
           MOVE WS-GL-COUNT TO GL-T-COUNT.
           MOVE WS-GL-DEBITS TO GL-T-DEBITS.
           MOVE WS-GL-CREDITS TO GL-T-CREDITS.
           WRITE GL-REC.
           MOVE WS-GL-DEBITS TO GT-DEBITS-PR.
           MOVE WS-GL-CREDITS TO GT-CREDITS-PR.
           WRITE PRINTZ FROM GL-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           IF WS-GL-DEBITS = WS-GL-CREDITS
               MOVE "GL JOURNAL IS IN BALANCE - DEBITS = CREDITS"
                   TO VD-TEXT-PR
           ELSE
               MOVE "** GL JOURNAL OUT OF BALANCE - RC 16 **"
                   TO VD-TEXT-PR
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE PRINTZ FROM VERDICT-LINE
                AFTER ADVANCING 2 LINES.
