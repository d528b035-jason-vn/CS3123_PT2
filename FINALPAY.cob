       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
       AUTHOR. JNGUYE02.
      *PROJECT 2 - TERMINATION FINAL-PAY RUN.
      *WHEN EMPMAINT TERMINATES AN EMPLOYEE NOTHING USED TO HAPPEN
      *ON THE PAY SIDE - THE UNUSED VACATION STAYED ON LEAVBAL AND
      *THE PAYOUT WAS FIGURED BY HAND.  THIS RUN READS THE EMPAUDIT
      *JOURNAL WRITTEN BY EMPMAINT AND SETTLES EVERY TERM ACTION
      *NOT YET SETTLED: THE VACATION BALANCE IS PAID OUT AT
      *EM-RATE, BOTH LEAVE BALANCES ARE ZEROED AND THE LEAVBAL
      *RECORD IS CLOSED (SEE LEAVEREC.CPY).  A CLOSED RECORD IS
      *NEVER PAID AGAIN, SO THE CUMULATIVE JOURNAL CAN BE READ
      *FROM THE TOP ON EVERY RUN.  AN EMPLOYEE REINSTATED SINCE THE
      *TERM ACTION IS NOT ACTIVE-TERMINATED ON EMPMAST AND IS
      *PASSED OVER; A TERMINATED EMPLOYEE WITH NO LEAVBAL RECORD
      *GETS A CLOSED ZERO RECORD SO A LATER REINSTATEMENT STARTS
      *FROM NOTHING.  THE FINAL PERIOD'S REGULAR WAGES ARE PAID BY
      *PAYROLL IN THE NORMAL RUN - THIS RUN PAYS ONLY THE PAYOUT.
      *THE PAYOUT IS SUPPLEMENTAL WAGES: FEDERAL AND STATE TAX ARE
      *WITHHELD AT THE FLAT SUPPLEMENTAL PERCENT ON THE TAXTBL
      *ALLOWANCE CARDS (SEE TAXCARD.CPY) FOR THE FILING STATUS ON
      *THE DEDUCT RECORD (SINGLE WHEN NONE IS KEYED).  NO BENEFIT
      *IS DEDUCTED.  GARNISHMENT ORDERS ARE NOT TAKEN HERE - AN
      *EMPLOYEE WITH AN ACTIVE ORDER IS REMARKED ON THE REGISTER
      *FOR PAYROLL CONTROL TO SETTLE WITH THE AGENCY ON GARNMNT.
      *EACH PAYOUT IS APPENDED TO PAYHIST FLAGGED F (PERIOD = THE
      *RUN DATE, VACATION HOURS IN PH-REG-HRS, THE WHOLE GROSS
      *UNDER THE VACATION EARNINGS CODE 'V ') AND GOES OUT THE
      *SAME WAY PAYROLL PAYS NET: A BANKACCT RECORD FLAGGED FOR
      *DIRECT DEPOSIT IS CREDITED ON THE ACHFINAL TRANSMISSION
      *FILE, EVERYONE ELSE GETS A CHECK NUMBERED FROM CHECKCTL,
      *RECORDED ON CHKISSUE AND SENT ON THE POSPAYFN POSITIVE-PAY
      *FILE.  THE GLFINAL JOURNAL DEBITS SALARY EXPENSE BY
      *DEPARTMENT AND CREDITS THE WITHHOLDINGS AND THE ACH
      *CLEARING OR CHECKS PAYABLE ACCOUNT.
      *THE FINAL-PAY REGISTER LISTS EVERY EMPLOYEE SETTLED WITH
      *THE HOURS, RATE, GROSS, TAXES, NET AND HOW IT WAS PAID, AND
      *ENDS WITH CONTROL TOTALS AND THE SIGN-OFF BLOCK FOR HUMAN
      *RESOURCES AND PAYROLL CONTROL.  DISBURSEMENTS NOT TYING TO
      *THE NET TOTAL OR A JOURNAL OUT OF BALANCE END THE RUN WITH
      *RETURN CODE 16; AN EMPLOYEE WHO CANNOT BE PAID (BAD RATE)
      *IS LEFT OPEN FOR THE NEXT RUN AND ENDS IT WITH CODE 8.
      *TAXTBL CARD FORMAT: SEE TAXCARD.CPY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
                   ASSIGN TO 'EMPAUDIT'
                   FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EMPMAST-FILE
                   ASSIGN TO 'EMPMAST'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-ID.
           SELECT DEDUCT-FILE
                   ASSIGN TO 'DEDUCT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS D-ID.
           SELECT TAX-FILE
                   ASSIGN TO 'TAXTBL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAX-STATUS.
           SELECT LEAVE-FILE
                   ASSIGN TO 'LEAVBAL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LV-ID
                   FILE STATUS IS WS-LEAVE-STATUS.
           SELECT BANK-FILE
                   ASSIGN TO 'BANKACCT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BK-ID
                   FILE STATUS IS WS-BANK-STATUS.
           SELECT GARNISH-FILE
                   ASSIGN TO 'GARNISH'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GN-KEY
                   FILE STATUS IS WS-GARNISH-STATUS.
           SELECT PAYHIST-FILE
                   ASSIGN TO 'PAYHIST'
                   FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT ACH-FILE
                   ASSIGN TO 'ACHFINAL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FILE
                   ASSIGN TO 'GLFINAL'
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
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CI-KEY
                   FILE STATUS IS WS-CHKISSUE-STATUS.
           SELECT POSPAY-FILE
                   ASSIGN TO 'POSPAYFN'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRNT-FILE
                   ASSIGN TO 'UR-S-PRNT'.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE
           DATA RECORD IS AUDIT-REC.
       COPY "AUDREC.cpy".
       FD EMPMAST-FILE
           DATA RECORD IS EMPMAST-REC.
       COPY "EMPMAST.cpy".
       FD DEDUCT-FILE
           DATA RECORD IS DEDUCT-REC.
       COPY "DEDUCREC.cpy".
       FD TAX-FILE
           DATA RECORD IS TAX-CARD.
       COPY "TAXCARD.cpy".
       FD LEAVE-FILE
           DATA RECORD IS LEAVE-REC.
       COPY "LEAVEREC.cpy".
       FD BANK-FILE
           DATA RECORD IS BANK-REC.
       COPY "BANKREC.cpy".
       FD GARNISH-FILE
           DATA RECORD IS GARNISH-REC.
       COPY "GARNREC.cpy".
       FD PAYHIST-FILE
           DATA RECORD IS PAYHIST-REC.
       COPY "PAYHIST.cpy".
      *ACH TRANSMISSION RECORDS ARE THE BANK'S FIXED 94-BYTE FORMAT
      *- THE LAYOUTS LIVE IN WORKING-STORAGE AND ARE WRITTEN FROM.
       FD ACH-FILE
           DATA RECORD IS ACH-LINE.
       01 ACH-LINE                      PIC X(94).
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
       FD PRNT-FILE
           DATA RECORD IS PRINTZ.
       01 PRINTZ.
               03 ID-PR                 PIC X(7).
               03 FILLER                PIC X(1) VALUE SPACES.
               03 LNAME-PR              PIC X(15).
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FNAME-PR              PIC X(11).
               03 FILLER                PIC X(1) VALUE SPACES.
               03 TERMDATE-PR           PIC X(8).
               03 FILLER                PIC X(1) VALUE SPACES.
               03 VACHRS-PR             PIC ZZ9.99.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 RATE-PR               PIC $$$$9.99.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 GROSS-PR              PIC $$$,$$9.99.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FEDTAX-PR             PIC $$,$$9.99.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 STTAX-PR              PIC $$,$$9.99.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 NET-PR                PIC $$$,$$9.99.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 PAID-PR               PIC X(12).
               03 FILLER                PIC X(1) VALUE SPACES.
               03 REMARKS-PR            PIC X(16).
       WORKING-STORAGE SECTION.
       01 INDICATORS.
               03 EOF-I                 PIC 9  VALUE 0.
               03 TAX-EOF-I             PIC 9  VALUE 0.
               03 GARNISH-EOF-I         PIC 9  VALUE 0.
               03 DEDUCT-FOUND-SW       PIC X(1) VALUE 'N'.
               03 BANK-FOUND-SW         PIC X(1) VALUE 'N'.
               03 WS-AUDIT-STATUS       PIC X(2) VALUE "00".
               03 WS-TAX-STATUS         PIC X(2) VALUE "00".
               03 WS-LEAVE-STATUS       PIC X(2) VALUE "00".
               03 WS-BANK-STATUS        PIC X(2) VALUE "00".
               03 WS-GARNISH-STATUS     PIC X(2) VALUE "00".
               03 WS-PAYHIST-STATUS     PIC X(2) VALUE "00".
               03 WS-CHKCTL-STATUS      PIC X(2) VALUE "00".
               03 WS-CHKISSUE-STATUS    PIC X(2) VALUE "00".
               03 WS-TAX-DECK-SW        PIC X(1) VALUE 'Y'.
                   88 TAX-DECK-VALID            VALUE 'Y'.
                   88 TAX-DECK-IN-ERROR         VALUE 'N'.
               03 WS-GARNISH-FOUND-SW   PIC X(1) VALUE 'N'.
                   88 ACTIVE-ORDER-FOUND        VALUE 'Y'.
      *A MISSING BANKACCT FILE (STATUS 35) IS NOT FATAL - NOBODY IS
      *ON DIRECT DEPOSIT AND EVERY PAYOUT GOES OUT AS A CHECK.
               03 WS-BANKACCT-SW        PIC X(1) VALUE 'Y'.
                   88 BANKACCT-PRESENT          VALUE 'Y'.
      *A MISSING GARNISH FILE (STATUS 35) IS NOT FATAL - NO ORDERS
      *HAVE EVER BEEN ADDED, SO THERE IS NOTHING TO REMARK.
               03 WS-GARNISH-SW         PIC X(1) VALUE 'Y'.
                   88 GARNISH-PRESENT           VALUE 'Y'.
       01 RUN-DATE-FIELDS.
               03 WS-RUN-DATE           PIC X(8).
               03 WS-RUN-STAMP          PIC X(14).
      *WHAT EACH TERM ACTION ON THE JOURNAL CAME TO.  ONLY THE
      *EMPLOYEES SETTLED THIS RUN (AND ANY THAT COULD NOT BE) PRINT
      *- THE JOURNAL IS CUMULATIVE, SO THE TERMINATIONS ALREADY
      *SETTLED OR SINCE REINSTATED ARE ONLY COUNTED.
       01 FINAL-COUNTERS.
               03 WS-AUDIT-COUNT        PIC 9(7) VALUE 0.
               03 WS-TERM-COUNT         PIC 9(5) VALUE 0.
               03 WS-PAID-COUNT         PIC 9(5) VALUE 0.
               03 WS-CLOSED-COUNT       PIC 9(5) VALUE 0.
               03 WS-SETTLED-COUNT      PIC 9(5) VALUE 0.
               03 WS-REINSTATED-COUNT   PIC 9(5) VALUE 0.
               03 WS-NOT-ON-FILE-COUNT  PIC 9(5) VALUE 0.
               03 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       01 CONTROL-TOTALS.
               03 WS-TOT-HRS            PIC 9(6)V99 VALUE 0.
               03 WS-TOT-GROSS          PIC 9(8)V99 VALUE 0.
               03 WS-TOT-FED            PIC 9(8)V99 VALUE 0.
               03 WS-TOT-STATE          PIC 9(8)V99 VALUE 0.
               03 WS-TOT-NET            PIC 9(8)V99 VALUE 0.
       01 WS-PAY-FIELDS.
               03 WS-PAY-HRS            PIC 9(3)V99.
               03 WS-RATE               PIC 9(4)V99.
               03 WS-GROSS-PAY          PIC 9(6)V99.
               03 WS-FED-TAX            PIC 9(6)V99.
               03 WS-STATE-TAX          PIC 9(6)V99.
               03 WS-DEDUCT-AMT         PIC 9(6)V99.
               03 WS-NET-PAY            PIC 9(6)V99.
      *THE FLAT SUPPLEMENTAL PERCENT BY JURISDICTION AND FILING
      *STATUS FROM THE TAXTBL ALLOWANCE CARDS - THE BRACKET CARDS
      *ARE NOT USED FOR SUPPLEMENTAL WAGES.  A JURISDICTION WITH NO
      *CARD FOR THE FILING STATUS (A STATE WITH NO INCOME TAX)
      *WITHHOLDS NOTHING; A DECK WITH NO FEDERAL CARD AT ALL STOPS
      *THE RUN.
       01 TAX-ALLOW-TABLE.
               03 WS-ALLOW-COUNT        PIC 9(2) VALUE 0.
               03 WS-FED-ALLOW-CARDS    PIC 9(2) VALUE 0.
               03 TA-ENTRY OCCURS 6 TIMES
                       INDEXED BY TA-IDX.
                   05 TA-JURIS          PIC X(1).
                   05 TA-FILING         PIC X(1).
                   05 TA-SUPP-PCT       PIC 9(2)V99.
       01 TAX-FIELDS.
               03 WS-TX-JURIS           PIC X(1).
               03 WS-TX-FILING          PIC X(1).
               03 WS-TX-SUPP-PCT        PIC 9(2)V99.
      *NET PAYOUT DISBURSEMENT CONTROL - THE ACH AND CHECK TOTALS
      *MUST ADD BACK TO THE NET TOTAL ON THE REGISTER.
       01 DISBURSE-FIELDS.
               03 WS-CHECK-NO           PIC 9(6) VALUE 0.
               03 WS-ACH-COUNT          PIC 9(5) VALUE 0.
               03 WS-CHECK-COUNT        PIC 9(5) VALUE 0.
               03 WS-ACH-TOTAL          PIC 9(8)V99 VALUE 0.
               03 WS-CHECK-TOTAL        PIC 9(8)V99 VALUE 0.
               03 WS-PP-COUNT           PIC 9(6) VALUE 0.
               03 WS-PP-TOTAL           PIC 9(8)V99 VALUE 0.
       COPY "POSPAY.cpy".
       01 CHECK-RESULT.
               03 CR-TEXT               PIC X(6) VALUE "CHECK ".
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
               03 FILLER                PIC X(10) VALUE "FINAL PAY ".
               03 GW-ID                 PIC X(7).
               03 FILLER                PIC X(7) VALUE SPACES.
       01 ACH-FILE-HDR.
               03 FILLER                PIC X(1) VALUE "1".
               03 AH-DATE               PIC X(8).
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FILLER                PIC X(29) VALUE
                   "THE BEST IS YET TO COME, INC.".
               03 FILLER                PIC X(55) VALUE SPACES.
       01 ACH-DETAIL.
               03 FILLER                PIC X(1) VALUE "6".
               03 FILLER                PIC X(2) VALUE "22".
               03 AD-ROUTING            PIC X(9).
               03 AD-ACCOUNT            PIC X(17).
               03 AD-AMOUNT             PIC 9(10).
               03 AD-ID                 PIC X(7).
               03 AD-LNAME              PIC X(15).
               03 AD-FNAME              PIC X(15).
               03 FILLER                PIC X(18) VALUE SPACES.
       01 ACH-TRAILER.
               03 FILLER                PIC X(1) VALUE "9".
               03 AT-COUNT              PIC 9(6).
               03 AT-AMOUNT             PIC 9(12).
               03 FILLER                PIC X(75) VALUE SPACES.
       01 PAGE-HDR.
               03 FILLER                PIC X(34) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "THE BEST IS".
               03 FILLER                PIC X(5) VALUE " YET ".
               03 FILLER                PIC X(13) VALUE "TO COME, INC.".
       01 PAGE-HDR2.
               03 FILLER                PIC X(30) VALUE SPACES.
               03 FILLER                PIC X(19) VALUE
                   "FINAL PAY REGISTER ".
               03 FILLER                PIC X(9) VALUE "RUN DATE ".
               03 PH2-DATE-PR           PIC X(8).
       01 COLUMN-HDR.
               03 FILLER                PIC X(6) VALUE "EMP ID".
               03 FILLER                PIC X(2) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "LAST".
               03 FILLER                PIC X(12) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "FIRST".
               03 FILLER                PIC X(7) VALUE SPACES.
               03 FILLER                PIC X(8) VALUE "TERMINAT".
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "VACHRS".
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "RATE".
               03 FILLER                PIC X(6) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "GROSS".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "FED TAX".
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "STATE TAX".
               03 FILLER                PIC X(8) VALUE SPACES.
               03 FILLER                PIC X(3) VALUE "NET".
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "PAID BY".
               03 FILLER                PIC X(6) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "REMARKS".
       01 COUNT-LINE-1.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(24) VALUE
                   "TERM ACTIONS ON JOURNAL=".
               03 CL-TERM-PR            PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "PAID OUT=".
               03 CL-PAID-PR            PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(17) VALUE
                   "CLOSED, NO HOURS=".
               03 CL-CLOSED-PR          PIC ZZZZ9.
       01 COUNT-LINE-2.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(24) VALUE
                   "SETTLED ON EARLIER RUNS=".
               03 CL-SETTLED-PR         PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "REINSTATED=".
               03 CL-REINST-PR          PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(14) VALUE
                   "NOT ON MASTER=".
               03 CL-NOT-ON-FILE-PR     PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "EXCEPTIONS=".
               03 CL-EXCEPTION-PR       PIC ZZZZ9.
       01 TOTAL-AMOUNT-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(24) VALUE
                   "PAYOUT TOTALS   HOURS =".
               03 TA-HRS-PR             PIC ZZZ,ZZ9.99.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "GROSS =".
               03 TA-GROSS-PR           PIC $$$,$$$,$$9.99.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "NET =".
               03 TA-NET-PR             PIC $$$,$$$,$$9.99.
       01 TOTAL-TAX-LINE.
               03 FILLER                PIC X(21) VALUE SPACES.
               03 FILLER                PIC X(13) VALUE
                   "FEDERAL TAX =".
               03 TT-FED-PR             PIC $$$,$$$,$$9.99.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "STATE TAX =".
               03 TT-STATE-PR           PIC $$$,$$$,$$9.99.
       01 CHECK-TOTAL-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(16) VALUE
                   "CHECKS WRITTEN =".
               03 CT-COUNT-PR           PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(14) VALUE
                   "CHECK TOTAL  =".
               03 CT-TOTAL-PR           PIC $$$,$$$,$$9.99.
       01 ACH-TOTAL-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(16) VALUE
                   "ACH CREDITS    =".
               03 AL-COUNT-PR           PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(14) VALUE
                   "ACH TOTAL    =".
               03 AL-TOTAL-PR           PIC $$$,$$$,$$9.99.
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
      *THE SIGN-OFF BLOCK - HUMAN RESOURCES CONFIRMS EVERY PAYOUT
      *BELONGS TO A REAL SEPARATION BEFORE PAYROLL CONTROL RELEASES
      *THE ACH AND POSITIVE-PAY FILES.
       01 SIGNOFF-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 SO-TITLE-PR           PIC X(18).
               03 FILLER                PIC X(30) VALUE ALL "_".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "DATE ".
               03 FILLER                PIC X(10) VALUE ALL "_".
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-JOURNAL.
           PERFORM C-100-WRAP-UP.
           STOP RUN.
       A-100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
           PERFORM A-080-LOAD-TAX-TABLE.
           PERFORM A-090-OPEN-CHECK-CONTROL.
           OPEN INPUT EMPMAST-FILE
                      DEDUCT-FILE
           OUTPUT PRNT-FILE
                  ACH-FILE
                  GL-FILE
                  POSPAY-FILE.
      *NO JOURNAL YET (STATUS 35) MEANS NOBODY HAS EVER BEEN
      *TERMINATED - THE RUN PRINTS AN EMPTY REGISTER.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "FINALPAY - NO EMPAUDIT JOURNAL - "
                       "NOTHING TO SETTLE"
               MOVE 1 TO EOF-I
           END-IF.
      *LEAVBAL IS CREATED HERE IF NO ACCRUAL HAS EVER RUN, SO THE
      *CLOSED RECORDS CAN STILL BE WRITTEN.
           OPEN I-O LEAVE-FILE.
           IF WS-LEAVE-STATUS = "35"
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS NOT = "00"
               MOVE 'N' TO WS-BANKACCT-SW
               DISPLAY "FINALPAY - NO BANKACCT FILE - "
                       "ALL PAYOUTS GO OUT AS CHECKS"
           END-IF.
           OPEN INPUT GARNISH-FILE.
           IF WS-GARNISH-STATUS NOT = "00"
               MOVE 'N' TO WS-GARNISH-SW
           END-IF.
      *PAYHIST IS CUMULATIVE - EXTEND, CREATING THE FILE IF NO
      *PAYROLL HAS RUN YET (STATUS 35 = FILE NOT FOUND).
           OPEN EXTEND PAYHIST-FILE.
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAYHIST-FILE
           END-IF.
           MOVE WS-RUN-DATE TO AH-DATE.
           WRITE ACH-LINE FROM ACH-FILE-HDR.
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
      *ONLY THE ALLOWANCE CARDS CARRY THE SUPPLEMENTAL PERCENT; THE
      *BRACKET CARDS ARE PASSED OVER.  A BAD CARD IS LISTED AND
      *THE DECK IS REJECTED AT THE END OF THE LOAD, AS IN PAYROLL -
      *NOBODY IS PAID ON A GUESSED RATE.
       A-080-LOAD-TAX-TABLE.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "FINALPAY - NO TAXTBL DECK - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TAX-FILE
                   AT END
                   MOVE 1 TO TAX-EOF-I.
           PERFORM A-085-LOAD-ONE-TAX-CARD
                UNTIL TAX-EOF-I = 1.
           CLOSE TAX-FILE.
           IF WS-FED-ALLOW-CARDS = 0
               SET TAX-DECK-IN-ERROR TO TRUE
               DISPLAY "FINALPAY - TAXTBL HAS NO FEDERAL ALLOWANCE "
                       "CARD"
           END-IF.
           IF TAX-DECK-IN-ERROR
               DISPLAY "FINALPAY - TAXTBL DECK IN ERROR - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       A-085-LOAD-ONE-TAX-CARD.
           IF (TX-JURIS = "F" OR TX-JURIS = "S")
                   AND (TX-FILING = "S" OR TX-FILING = "M"
                        OR TX-FILING = "H")
               EVALUATE TX-CARD-TYPE
                   WHEN "B"
                       CONTINUE
                   WHEN "A"
                       PERFORM A-088-ADD-ALLOWANCE
                   WHEN OTHER
                       SET TAX-DECK-IN-ERROR TO TRUE
                       DISPLAY "FINALPAY - BAD TAXTBL CARD: "
                               TAX-CARD (1:25)
               END-EVALUATE
           ELSE
               SET TAX-DECK-IN-ERROR TO TRUE
               DISPLAY "FINALPAY - BAD TAXTBL CARD: " TAX-CARD (1:25)
           END-IF.
           READ TAX-FILE
                   AT END
                   MOVE 1 TO TAX-EOF-I.
       A-088-ADD-ALLOWANCE.
           IF TX-ALLOW-AMT NOT NUMERIC OR TX-SUPP-PCT NOT NUMERIC
               SET TAX-DECK-IN-ERROR TO TRUE
               DISPLAY "FINALPAY - BAD TAXTBL CARD: " TAX-CARD (1:25)
           ELSE
               SET TA-IDX TO 1
               SEARCH TA-ENTRY
                   AT END
                       SET TAX-DECK-IN-ERROR TO TRUE
                       DISPLAY "FINALPAY - TOO MANY TAXTBL "
                               "ALLOWANCE CARDS: " TAX-CARD (1:25)
                   WHEN TA-IDX > WS-ALLOW-COUNT
                       ADD 1 TO WS-ALLOW-COUNT
                       MOVE TX-JURIS TO TA-JURIS (TA-IDX)
                       MOVE TX-FILING TO TA-FILING (TA-IDX)
                       MOVE TX-SUPP-PCT TO TA-SUPP-PCT (TA-IDX)
                       IF TX-JURIS = "F"
                           ADD 1 TO WS-FED-ALLOW-CARDS
                       END-IF
                   WHEN TA-JURIS (TA-IDX) = TX-JURIS
                           AND TA-FILING (TA-IDX) = TX-FILING
                       SET TAX-DECK-IN-ERROR TO TRUE
                       DISPLAY "FINALPAY - DUPLICATE TAXTBL "
                               "ALLOWANCE CARD: " TAX-CARD (1:25)
               END-SEARCH
           END-IF.
      *THE SAME CHECK-NUMBER CONTROL RECORD AND ISSUED-CHECK FILE
      *PAYROLL AND PAYADJ USE, CREATED HERE IF THIS RUN IS THE
      *FIRST TO NEED THEM (STATUS 35 = FILE NOT FOUND).
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
                   MOVE "FINALPAY" TO CC-UPDATE-PGM
                   MOVE WS-RUN-STAMP TO CC-UPDATE-STAMP
                   WRITE CHECKCTL-REC
                       INVALID KEY
                           DISPLAY "FINALPAY - CHECKCTL CREATE "
                                   "FAILED - RUN STOPPED"
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
       B-100-PROCESS-JOURNAL.
           IF EOF-I = 0
               READ AUDIT-FILE
                   AT END
                       MOVE 1 TO EOF-I
               END-READ
           END-IF.
           PERFORM B-200-PROCESS-ENTRY
                UNTIL EOF-I = 1.
       B-200-PROCESS-ENTRY.
           ADD 1 TO WS-AUDIT-COUNT.
           IF AU-ACTION = "TERM"
               ADD 1 TO WS-TERM-COUNT
               PERFORM B-210-SETTLE-TERMINATION
           END-IF.
           READ AUDIT-FILE
                   AT END
                   MOVE 1 TO EOF-I.
      *THE EMPLOYEE IS TAKEN FROM THE AFTER-IMAGE BUT SETTLED FROM
      *THE MASTER AS IT STANDS NOW - A LATER REINSTATEMENT OR RATE
      *CHANGE IS WHAT COUNTS.  ONLY AN EMPLOYEE STILL TERMINATED
      *WITH AN OPEN (OR NO) LEAVE RECORD HAS ANYTHING TO SETTLE.
       B-210-SETTLE-TERMINATION.
           MOVE AU-AFTER (1:7) TO EM-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               NOT INVALID KEY
                   IF EM-STATUS = "T"
                       PERFORM B-220-READ-LEAVE-BALANCE
                   ELSE
                       ADD 1 TO WS-REINSTATED-COUNT
                   END-IF
           END-READ.
       B-220-READ-LEAVE-BALANCE.
           MOVE EM-ID TO LV-ID.
           READ LEAVE-FILE
               INVALID KEY
                   PERFORM B-230-CLOSE-MISSING-BALANCE
               NOT INVALID KEY
                   IF LV-CLOSED
                       ADD 1 TO WS-SETTLED-COUNT
                   ELSE
                       PERFORM B-300-PAY-OUT-BALANCE
                   END-IF
           END-READ.
      *NO LEAVE RECORD EVER ACCRUED - THERE IS NOTHING TO PAY, BUT A
      *CLOSED ZERO RECORD IS WRITTEN SO THE TERMINATION PRINTS ONCE
      *AND IS SETTLED FROM THEN ON.
       B-230-CLOSE-MISSING-BALANCE.
           MOVE SPACES TO LEAVE-REC.
           MOVE EM-ID TO LV-ID.
           MOVE 0 TO LV-VAC-BAL LV-SICK-BAL.
           SET LV-CLOSED TO TRUE.
           WRITE LEAVE-REC
               INVALID KEY
                   DISPLAY "FINALPAY - LEAVBAL WRITE FAILED FOR "
                           EM-ID " - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           PERFORM B-240-START-LINE.
           MOVE 0 TO VACHRS-PR GROSS-PR FEDTAX-PR STTAX-PR NET-PR.
           MOVE "NONE" TO PAID-PR.
           MOVE "NO LEAVE RECORD" TO REMARKS-PR.
           ADD 1 TO WS-CLOSED-COUNT.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
       B-240-START-LINE.
           MOVE SPACES TO PRINTZ.
           MOVE EM-ID TO ID-PR.
           MOVE EM-LNAME TO LNAME-PR.
           MOVE EM-FNAME TO FNAME-PR.
           MOVE EM-TERMDATE TO TERMDATE-PR.
           IF EM-RATE NUMERIC
               MOVE EM-RATE-V99 TO RATE-PR
           ELSE
               MOVE 0 TO RATE-PR
           END-IF.
      *THE VACATION BALANCE PAYS AT STRAIGHT TIME.  A BAD RATE ON
      *THE MASTER CANNOT BE PAID - THE RECORD IS LEFT OPEN SO THE
      *PAYOUT GOES OUT ON THE FIRST RUN AFTER THE RATE IS FIXED.
      *SICK LEAVE IS NOT PAID OUT; BOTH BALANCES ARE ZEROED.
       B-300-PAY-OUT-BALANCE.
           PERFORM B-240-START-LINE.
           MOVE LV-VAC-BAL TO WS-PAY-HRS.
           MOVE WS-PAY-HRS TO VACHRS-PR.
           IF EM-RATE NOT NUMERIC
               MOVE "*INVALID RATE*" TO REMARKS-PR
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               MOVE EM-RATE-V99 TO WS-RATE
               COMPUTE WS-GROSS-PAY ROUNDED = WS-PAY-HRS * WS-RATE
               IF WS-GROSS-PAY = 0
                   MOVE "NONE" TO PAID-PR
                   MOVE "NO VACATION DUE" TO REMARKS-PR
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   PERFORM B-310-COMPUTE-TAXES
                   PERFORM B-320-CHECK-GARNISHMENTS
                   PERFORM B-330-WRITE-HISTORY
                   PERFORM B-340-DISBURSE-NET
                   PERFORM B-360-POST-GL-ENTRIES
                   ADD 1 TO WS-PAID-COUNT
                   ADD WS-PAY-HRS TO WS-TOT-HRS
                   ADD WS-GROSS-PAY TO WS-TOT-GROSS
                   ADD WS-FED-TAX TO WS-TOT-FED
                   ADD WS-STATE-TAX TO WS-TOT-STATE
                   ADD WS-NET-PAY TO WS-TOT-NET
                   MOVE WS-GROSS-PAY TO GROSS-PR
                   MOVE WS-FED-TAX TO FEDTAX-PR
                   MOVE WS-STATE-TAX TO STTAX-PR
                   MOVE WS-NET-PAY TO NET-PR
               END-IF
               MOVE 0 TO LV-VAC-BAL LV-SICK-BAL
               SET LV-CLOSED TO TRUE
               REWRITE LEAVE-REC
                   INVALID KEY
                       DISPLAY "FINALPAY - LEAVBAL REWRITE FAILED "
                               "FOR " EM-ID " - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
      *SUPPLEMENTAL WITHHOLDING - THE FLAT PERCENT FOR THE FILING
      *STATUS ON THE DEDUCT RECORD; NO RECORD, NO W-4 KEYED OR AN
      *INVALID STATUS WITHHOLDS AS SINGLE.  STATE TAX TAKES NO MORE
      *THAN WHAT THE FEDERAL TAX LEAVES.
       B-310-COMPUTE-TAXES.
           MOVE "S" TO WS-TX-FILING.
           MOVE EM-ID TO D-ID.
           READ DEDUCT-FILE
               INVALID KEY
                   MOVE "*NO DEDUCT REC*" TO REMARKS-PR
               NOT INVALID KEY
                   IF D-FILING-SINGLE OR D-FILING-MARRIED
                           OR D-FILING-HEAD
                       MOVE D-FILING-STATUS TO WS-TX-FILING
                   END-IF
           END-READ.
           MOVE "F" TO WS-TX-JURIS.
           PERFORM B-315-FIND-SUPP-PCT.
           COMPUTE WS-FED-TAX ROUNDED =
               WS-GROSS-PAY * WS-TX-SUPP-PCT / 100.
           MOVE "S" TO WS-TX-JURIS.
           PERFORM B-315-FIND-SUPP-PCT.
           COMPUTE WS-STATE-TAX ROUNDED =
               WS-GROSS-PAY * WS-TX-SUPP-PCT / 100.
           IF WS-STATE-TAX > WS-GROSS-PAY - WS-FED-TAX
               COMPUTE WS-STATE-TAX = WS-GROSS-PAY - WS-FED-TAX
           END-IF.
           COMPUTE WS-DEDUCT-AMT = WS-FED-TAX + WS-STATE-TAX.
           SUBTRACT WS-DEDUCT-AMT FROM WS-GROSS-PAY
               GIVING WS-NET-PAY.
       B-315-FIND-SUPP-PCT.
           MOVE 0 TO WS-TX-SUPP-PCT.
           SET TA-IDX TO 1.
           SEARCH TA-ENTRY
               AT END
                   CONTINUE
               WHEN TA-IDX > WS-ALLOW-COUNT
                   CONTINUE
               WHEN TA-JURIS (TA-IDX) = WS-TX-JURIS
                       AND TA-FILING (TA-IDX) = WS-TX-FILING
                   MOVE TA-SUPP-PCT (TA-IDX) TO WS-TX-SUPP-PCT
           END-SEARCH.
      *AN ACTIVE COURT ORDER STILL APPLIES TO FINAL PAY, BUT IT IS
      *SETTLED WITH THE AGENCY BY PAYROLL CONTROL RATHER THAN TAKEN
      *HERE - THE REGISTER FLAGS IT.
       B-320-CHECK-GARNISHMENTS.
           MOVE 'N' TO WS-GARNISH-FOUND-SW.
           IF GARNISH-PRESENT
               MOVE 0 TO GARNISH-EOF-I
               MOVE EM-ID TO GN-ID
               MOVE 0 TO GN-SEQ
               START GARNISH-FILE KEY IS NOT LESS THAN GN-KEY
                   INVALID KEY
                       MOVE 1 TO GARNISH-EOF-I
               END-START
               IF GARNISH-EOF-I = 0
                   READ GARNISH-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO GARNISH-EOF-I
                   END-READ
               END-IF
               PERFORM B-325-TEST-ONE-ORDER
                   UNTIL GARNISH-EOF-I = 1
                      OR GN-ID NOT = EM-ID
                      OR ACTIVE-ORDER-FOUND
           END-IF.
           IF ACTIVE-ORDER-FOUND
               MOVE "*GARNISH ORDER*" TO REMARKS-PR
           END-IF.
       B-325-TEST-ONE-ORDER.
           IF GN-ACTIVE
               SET ACTIVE-ORDER-FOUND TO TRUE
           ELSE
               READ GARNISH-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO GARNISH-EOF-I
               END-READ
           END-IF.
       B-330-WRITE-HISTORY.
           MOVE SPACES TO PAYHIST-REC.
           MOVE WS-RUN-DATE TO PH-PERIOD-DATE.
           MOVE EM-ID TO PH-ID.
           MOVE EM-LNAME TO PH-LNAME.
           MOVE WS-PAY-HRS TO PH-REG-HRS.
           MOVE 0 TO PH-OT-HRS.
           MOVE WS-GROSS-PAY TO PH-GROSS.
           MOVE WS-DEDUCT-AMT TO PH-DEDUCT.
           MOVE WS-NET-PAY TO PH-NET.
           MOVE EM-DEPT TO PH-DEPT.
           MOVE "F" TO PH-ADJ-FLAG.
           MOVE WS-FED-TAX TO PH-FED-TAX.
           MOVE WS-STATE-TAX TO PH-STATE-TAX.
           MOVE 0 TO PH-BENEFIT PH-GARNISH.
           PERFORM B-335-CLEAR-EARNINGS
               VARYING PH-IDX FROM 1 BY 1
               UNTIL PH-IDX > 9.
           MOVE "V " TO PH-EARN-CODE (1).
           MOVE WS-PAY-HRS TO PH-EARN-HRS (1).
           MOVE WS-GROSS-PAY TO PH-EARN-AMT (1).
           WRITE PAYHIST-REC.
       B-335-CLEAR-EARNINGS.
           MOVE SPACES TO PH-EARN-CODE (PH-IDX).
           MOVE 0 TO PH-EARN-HRS (PH-IDX) PH-EARN-AMT (PH-IDX).
      *THE SAME TWO WAYS PAYROLL PAYS NET.  A ZERO NET (TAXES AT
      *100 PERCENT) HAS NOTHING TO PAY OUT AND BURNS NO CHECK.
       B-340-DISBURSE-NET.
           MOVE "NONE" TO PAID-PR.
           IF WS-NET-PAY > 0
               MOVE 'N' TO BANK-FOUND-SW
               IF BANKACCT-PRESENT
                   MOVE EM-ID TO BK-ID
                   READ BANK-FILE
                       INVALID KEY
                           MOVE 'N' TO BANK-FOUND-SW
                       NOT INVALID KEY
                           MOVE 'Y' TO BANK-FOUND-SW
                   END-READ
               END-IF
               IF BANK-FOUND-SW = 'Y' AND BK-OPEN
                       AND BK-DEPOSIT-SW = 'Y'
                   PERFORM B-345-WRITE-ACH-CREDIT
               ELSE
                   PERFORM B-350-ISSUE-CHECK
               END-IF
           END-IF.
       B-345-WRITE-ACH-CREDIT.
           MOVE BK-ROUTING TO AD-ROUTING.
           MOVE BK-ACCOUNT TO AD-ACCOUNT.
      *ACH AMOUNTS GO OUT IN WHOLE CENTS.
           COMPUTE AD-AMOUNT = WS-NET-PAY * 100.
           MOVE EM-ID TO AD-ID.
           MOVE EM-LNAME TO AD-LNAME.
           MOVE EM-FNAME TO AD-FNAME.
           WRITE ACH-LINE FROM ACH-DETAIL.
           ADD 1 TO WS-ACH-COUNT.
           ADD WS-NET-PAY TO WS-ACH-TOTAL.
           MOVE "ACH" TO PAID-PR.
      *THE CONTROL RECORD IS REWRITTEN AS EACH NUMBER IS TAKEN, AND
      *A NUMBER ALREADY ON CHKISSUE STOPS THE RUN - THE CONTROL
      *RECORD HAS BEEN LOST OR SET BACK.
       B-350-ISSUE-CHECK.
           ADD 1 TO CC-LAST-CHECK-NO.
           MOVE CC-LAST-CHECK-NO TO WS-CHECK-NO.
           MOVE "FINALPAY" TO CC-UPDATE-PGM.
           MOVE WS-RUN-STAMP TO CC-UPDATE-STAMP.
           REWRITE CHECKCTL-REC
               INVALID KEY
                   DISPLAY "FINALPAY - CHECKCTL REWRITE FAILED - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           MOVE SPACES TO CHKISSUE-REC.
           MOVE WS-CHECK-NO TO CI-CHECK-NO.
           MOVE WS-RUN-DATE TO CI-ISSUE-DATE.
           MOVE WS-RUN-DATE TO CI-PERIOD-DATE.
           MOVE EM-ID TO CI-ID.
           STRING EM-FNAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  EM-LNAME DELIMITED BY "  "
               INTO CI-PAYEE
           END-STRING.
           MOVE WS-NET-PAY TO CI-AMOUNT.
           SET CI-FROM-FINALPAY TO TRUE.
           SET CI-OUTSTANDING TO TRUE.
           MOVE 0 TO CI-PAID-AMOUNT.
           WRITE CHKISSUE-REC
               INVALID KEY
                   DISPLAY "FINALPAY - CHECK " WS-CHECK-NO
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
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-NET-PAY TO WS-CHECK-TOTAL.
           MOVE WS-CHECK-NO TO CR-CHECK-NO.
           MOVE CHECK-RESULT TO PAID-PR.
      *ONE SET OF POSTINGS PER PAYOUT ON THE ACCOUNTS PAYROLL POSTS
      *TO: SALARY EXPENSE DEBITED TO THE EMPLOYEE'S DEPARTMENT, THE
      *WITHHOLDINGS CREDITED, AND THE NET CREDITED TO ACH CLEARING
      *OR CHECKS PAYABLE AS IT WENT OUT.
       B-360-POST-GL-ENTRIES.
           MOVE EM-ID TO GW-ID.
           MOVE GL-ACCT-SALARY TO WS-GL-ACCOUNT.
           MOVE EM-DEPT TO WS-GL-COST-CENTER.
           MOVE "D" TO WS-GL-DR-CR.
           MOVE WS-GROSS-PAY TO WS-GL-AMOUNT.
           PERFORM B-370-WRITE-GL-ENTRY.
           MOVE GL-CORPORATE-CC TO WS-GL-COST-CENTER.
           MOVE "C" TO WS-GL-DR-CR.
           MOVE GL-ACCT-FED-TAX TO WS-GL-ACCOUNT.
           MOVE WS-FED-TAX TO WS-GL-AMOUNT.
           PERFORM B-370-WRITE-GL-ENTRY.
           MOVE GL-ACCT-STATE-TAX TO WS-GL-ACCOUNT.
           MOVE WS-STATE-TAX TO WS-GL-AMOUNT.
           PERFORM B-370-WRITE-GL-ENTRY.
           IF PAID-PR = "ACH"
               MOVE GL-ACCT-ACH-CLEAR TO WS-GL-ACCOUNT
           ELSE
               MOVE GL-ACCT-CHECKS-PAY TO WS-GL-ACCOUNT
           END-IF.
           MOVE WS-NET-PAY TO WS-GL-AMOUNT.
           PERFORM B-370-WRITE-GL-ENTRY.
       B-370-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT NOT = 0
               MOVE SPACES TO GL-REC
               MOVE "D" TO GL-REC-TYPE
               MOVE "FINALPAY" TO GL-SOURCE
               MOVE WS-RUN-DATE TO GL-PERIOD-DATE
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
       C-100-WRAP-UP.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           MOVE WS-TERM-COUNT TO CL-TERM-PR.
           MOVE WS-PAID-COUNT TO CL-PAID-PR.
           MOVE WS-CLOSED-COUNT TO CL-CLOSED-PR.
           WRITE PRINTZ FROM COUNT-LINE-1
                AFTER ADVANCING 1 LINE.
           MOVE WS-SETTLED-COUNT TO CL-SETTLED-PR.
           MOVE WS-REINSTATED-COUNT TO CL-REINST-PR.
           MOVE WS-NOT-ON-FILE-COUNT TO CL-NOT-ON-FILE-PR.
           MOVE WS-EXCEPTION-COUNT TO CL-EXCEPTION-PR.
           WRITE PRINTZ FROM COUNT-LINE-2
                AFTER ADVANCING 1 LINE.
           MOVE WS-TOT-HRS TO TA-HRS-PR.
           MOVE WS-TOT-GROSS TO TA-GROSS-PR.
           MOVE WS-TOT-NET TO TA-NET-PR.
           WRITE PRINTZ FROM TOTAL-AMOUNT-LINE
                AFTER ADVANCING 2 LINES.
           MOVE WS-TOT-FED TO TT-FED-PR.
           MOVE WS-TOT-STATE TO TT-STATE-PR.
           WRITE PRINTZ FROM TOTAL-TAX-LINE
                AFTER ADVANCING 1 LINE.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM C-200-CLOSE-DISBURSEMENTS.
           PERFORM C-300-CLOSE-GL-JOURNAL.
           PERFORM C-400-PRINT-SIGNOFF.
           IF WS-AUDIT-STATUS = "00"
               CLOSE AUDIT-FILE
           END-IF.
           IF BANKACCT-PRESENT
               CLOSE BANK-FILE
           END-IF.
           IF GARNISH-PRESENT
               CLOSE GARNISH-FILE
           END-IF.
           CLOSE EMPMAST-FILE
                DEDUCT-FILE
                LEAVE-FILE
                PAYHIST-FILE
                PRNT-FILE
                ACH-FILE
                GL-FILE
                POSPAY-FILE
                CHKCTL-FILE
                CHKISSUE-FILE.
      *THE TRAILERS LET THE BANK VERIFY THE FILES ARRIVED INTACT;
      *THE REGISTER TOTALS LET PAYROLL CONTROL TIE THE PAYOUTS
      *BACK TO THE NET TOTAL BEFORE THE FILES ARE RELEASED.
       C-200-CLOSE-DISBURSEMENTS.
           MOVE WS-ACH-COUNT TO AT-COUNT.
           COMPUTE AT-AMOUNT = WS-ACH-TOTAL * 100.
           WRITE ACH-LINE FROM ACH-TRAILER.
           MOVE PP-DISBURSE-ACCOUNT TO PP-T-ACCOUNT.
           MOVE WS-PP-COUNT TO PP-T-COUNT.
           COMPUTE PP-T-AMOUNT = WS-PP-TOTAL * 100.
           WRITE POSPAY-LINE FROM PP-TRAILER.
           MOVE WS-CHECK-COUNT TO CT-COUNT-PR.
           MOVE WS-CHECK-TOTAL TO CT-TOTAL-PR.
           WRITE PRINTZ FROM CHECK-TOTAL-LINE
                AFTER ADVANCING 2 LINES.
           MOVE WS-ACH-COUNT TO AL-COUNT-PR.
           MOVE WS-ACH-TOTAL TO AL-TOTAL-PR.
           WRITE PRINTZ FROM ACH-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           IF WS-ACH-TOTAL + WS-CHECK-TOTAL = WS-TOT-NET
               MOVE "DISBURSEMENTS TIE TO TOTAL NET PAYOUT"
                   TO VD-TEXT-PR
           ELSE
               MOVE "** DISBURSEMENTS OUT OF BALANCE - RC 16 **"
                   TO VD-TEXT-PR
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE PRINTZ FROM VERDICT-LINE
                AFTER ADVANCING 1 LINE.
      *THE TRAILER CARRIES THE DEBIT AND CREDIT TOTALS FOR THE GL
      *SYSTEM'S OWN BALANCING; THEY MUST AGREE HERE FIRST.
       C-300-CLOSE-GL-JOURNAL.
           MOVE SPACES TO GL-REC.
           MOVE "T" TO GL-REC-TYPE.
           MOVE "FINALPAY" TO GL-T-SOURCE.
           MOVE WS-RUN-DATE TO GL-T-PERIOD-DATE.
           MOVE WS-RUN-DATE TO GL-T-POST-DATE.
           MOVE WS-GL-COUNT TO GL-T-COUNT.
           MOVE WS-GL-DEBITS TO GL-T-DEBITS.
           MOVE WS-GL-CREDITS TO GL-T-CREDITS.
           WRITE GL-REC.
           MOVE WS-GL-DEBITS TO GT-DEBITS-PR.
           MOVE WS-GL-CREDITS TO GT-CREDITS-PR.
           WRITE PRINTZ FROM GL-TOTAL-LINE
                AFTER ADVANCING 2 LINES.
           IF WS-GL-DEBITS = WS-GL-CREDITS
               MOVE "GL JOURNAL IS IN BALANCE - DEBITS = CREDITS"
                   TO VD-TEXT-PR
           ELSE
               MOVE "** GL JOURNAL OUT OF BALANCE - RC 16 **"
                   TO VD-TEXT-PR
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE PRINTZ FROM VERDICT-LINE
                AFTER ADVANCING 1 LINE.
       C-400-PRINT-SIGNOFF.
           MOVE "PREPARED BY" TO SO-TITLE-PR.
           WRITE PRINTZ FROM SIGNOFF-LINE
                AFTER ADVANCING 3 LINES.
           MOVE "HUMAN RESOURCES" TO SO-TITLE-PR.
           WRITE PRINTZ FROM SIGNOFF-LINE
                AFTER ADVANCING 3 LINES.
           MOVE "PAYROLL CONTROL" TO SO-TITLE-PR.
           WRITE PRINTZ FROM SIGNOFF-LINE
                AFTER ADVANCING 3 LINES.
