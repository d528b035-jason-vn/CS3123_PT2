       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
       AUTHOR. JNGUYE02.
      *PROJECT 2 - PAYROLL CHECK RECONCILIATION.
      *MATCHES THE BANK'S PAID-CHECKS FILE (BANKPAID) AGAINST EVERY
      *CHECK PAYROLL, PAYADJ AND FINALPAY HAVE ISSUED ON THE
      *PAYROLL DISBURSEMENT ACCOUNT (THE CHKISSUE FILE, SEE
      *CHKISREC.CPY).
      *EACH PAID CHECK THAT MATCHES AN OUTSTANDING ISSUE IS MARKED
      *PAID ON CHKISSUE WITH THE BANK'S DATE AND AMOUNT.  TWO
      *SECTIONS PRINT:
      *  1 PAID CHECK EXCEPTIONS - A PAID CHECK WITH NO MATCHING
      *    ISSUE, ONE ALREADY PAID OR VOIDED, ONE PAID FOR A
      *    DIFFERENT AMOUNT THAN ISSUED (STILL MARKED PAID, AT THE
      *    BANK'S AMOUNT), OR A BANK RECORD THAT CANNOT BE READ.
      *  2 OUTSTANDING CHECKS - EVERY CHECK STILL UNPAID, WITH ITS
      *    AGE IN DAYS FROM THE ISSUE DATE.  A CHECK OUTSTANDING
      *    MORE THAN 90 DAYS IS STALE-DATED AND FLAGGED FOR
      *    ESCHEAT (UNCLAIMED PROPERTY) REVIEW.
      *ANY EXCEPTION ENDS THE RUN WITH RETURN CODE 8; STALE CHECKS
      *WITH NO EXCEPTIONS END IT WITH RETURN CODE 4.  A MISSING
      *BANKPAID OR CHKISSUE FILE STOPS THE RUN (RETURN CODE 16).
      *RUN ONCE PER BANK FILE - A FILE FED TWICE REPORTS EVERY
      *CHECK ON IT AS ALREADY PAID.
      *
      *BANKPAID RECORD FORMAT (COLUMNS 1-40):
      *  COLS 1-12  DISBURSEMENT ACCOUNT NUMBER
      *  COLS 13-22 CHECK NUMBER
      *  COLS 23-30 PAID DATE, YYYYMMDD
      *  COLS 31-40 AMOUNT PAID, WHOLE CENTS
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-FILE
                   ASSIGN TO 'BANKPAID'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAID-STATUS.
           SELECT CHKISSUE-FILE
                   ASSIGN TO 'CHKISSUE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CI-KEY
                   FILE STATUS IS WS-CHKISSUE-STATUS.
           SELECT PRNT-FILE
                   ASSIGN TO 'UR-S-PRNT'.
       DATA DIVISION.
       FILE SECTION.
       FD PAID-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PAID-REC.
               03 BP-ACCOUNT            PIC X(12).
               03 BP-CHECK-NO           PIC X(10).
               03 BP-PAID-DATE          PIC X(8).
               03 BP-AMOUNT             PIC X(10).
               03 FILLER                PIC X(40).
      *THE CENTS COLUMNS REDEFINED WITH AN IMPLIED DECIMAL POINT SO
      *THE AMOUNT COMPARES DIRECTLY WITH THE ISSUED DOLLARS.
       01 PAID-REC-NUM REDEFINES PAID-REC.
               03 FILLER                PIC X(12).
               03 BP-CHECK-NO-N         PIC 9(10).
               03 FILLER                PIC X(8).
               03 BP-AMOUNT-V99         PIC 9(8)V99.
               03 FILLER                PIC X(40).
       FD CHKISSUE-FILE
           DATA RECORD IS CHKISSUE-REC.
       COPY "CHKISREC.cpy".
       FD PRNT-FILE
           DATA RECORD IS PRINTZ.
       01 PRINTZ                         PIC X(100).
       WORKING-STORAGE SECTION.
       01 INDICATORS.
               03 PAID-EOF-I            PIC 9  VALUE 0.
               03 CHK-EOF-I             PIC 9  VALUE 0.
               03 WS-PAID-STATUS        PIC X(2) VALUE "00".
               03 WS-CHKISSUE-STATUS    PIC X(2) VALUE "00".
               03 WS-ISSUE-FOUND-SW     PIC X(1) VALUE 'N'.
                   88 ISSUE-FOUND               VALUE 'Y'.
       01 RECON-COUNTERS.
               03 WS-PAID-READ          PIC 9(5) VALUE 0.
               03 WS-CLEARED-COUNT      PIC 9(5) VALUE 0.
               03 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
               03 WS-OUTSTAND-COUNT     PIC 9(5) VALUE 0.
               03 WS-STALE-COUNT        PIC 9(5) VALUE 0.
               03 WS-CLEARED-TOTAL      PIC 9(9)V99 VALUE 0.
               03 WS-OUTSTAND-TOTAL     PIC 9(9)V99 VALUE 0.
               03 WS-STALE-TOTAL        PIC 9(9)V99 VALUE 0.
       01 AGING-FIELDS.
               03 WS-STALE-DAYS         PIC 9(3) VALUE 90.
               03 WS-RUN-DATE           PIC X(8).
               03 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(8).
               03 WS-ISSUE-DATE         PIC X(8).
               03 WS-ISSUE-DATE-N REDEFINES WS-ISSUE-DATE
                                        PIC 9(8).
               03 WS-RUN-DAYS           PIC 9(7).
               03 WS-AGE-DAYS           PIC S9(5).
       01 WS-REMARK                      PIC X(26).
      *THE DISBURSEMENT ACCOUNT NUMBER THE POSITIVE-PAY FILES ARE
      *SENT UNDER - A PAID CHECK ON ANY OTHER ACCOUNT IS NOT OURS.
       COPY "POSPAY.cpy".
       01 PAGE-HDR.
               03 FILLER                PIC X(30) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "THE BEST IS".
               03 FILLER                PIC X(5) VALUE " YET ".
               03 FILLER                PIC X(13) VALUE "TO COME, INC.".
       01 PAGE-HDR2.
               03 FILLER                PIC X(26) VALUE SPACES.
               03 FILLER                PIC X(28) VALUE
                   "PAYROLL CHECK RECONCILIATION".
       01 SECTION-HDR.
               03 SH-TITLE-PR           PIC X(40).
       01 EXCEPTION-COL-HDR.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(8) VALUE "CHECK NO".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "PAID DATE".
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "EMP ID".
               03 FILLER                PIC X(9) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "ISSUED".
               03 FILLER                PIC X(11) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "PAID".
               03 FILLER                PIC X(2) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "EXCEPTION".
       01 EXCEPTION-LINE.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 EX-CHECK-PR           PIC X(10).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 EX-DATE-PR            PIC X(8).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 EX-ID-PR              PIC X(7).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 EX-ISSUED-PR          PIC $$,$$$,$$9.99.
               03 FILLER                PIC X(2) VALUE SPACES.
               03 EX-PAID-PR            PIC $$,$$$,$$9.99.
               03 FILLER                PIC X(2) VALUE SPACES.
               03 EX-REMARK-PR          PIC X(26).
       01 OUTSTAND-COL-HDR.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(8) VALUE "CHECK NO".
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "ISSUED".
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "EMP ID".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "PAYEE".
               03 FILLER                PIC X(27) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "AMOUNT".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "DAYS".
       01 OUTSTAND-LINE.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 OS-CHECK-PR           PIC 9(6).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 OS-DATE-PR            PIC X(8).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 OS-ID-PR              PIC X(7).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 OS-PAYEE-PR           PIC X(25).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 OS-AMOUNT-PR          PIC $$,$$$,$$9.99.
               03 FILLER                PIC X(2) VALUE SPACES.
               03 OS-AGE-PR             PIC ZZZZ9.
               03 FILLER                PIC X(2) VALUE SPACES.
               03 OS-REMARK-PR          PIC X(22).
       01 SECTION-TOTAL-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 ST-TITLE-PR           PIC X(24).
               03 ST-COUNT-PR           PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(8) VALUE "AMOUNT =".
               03 ST-AMOUNT-PR          PIC $$$,$$$,$$9.99.
       01 VERDICT-LINE.
               03 FILLER                PIC X(5) VALUE SPACES.
               03 VD-TEXT-PR            PIC X(45).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-MATCH-PAID-CHECKS.
           PERFORM C-100-LIST-OUTSTANDING.
           PERFORM D-100-WRAP-UP.
           STOP RUN.
       A-100-INITIALIZATION.
           OPEN INPUT PAID-FILE.
           IF WS-PAID-STATUS NOT = "00"
               DISPLAY "CHKRECON - BANKPAID NOT AVAILABLE - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CHKISSUE-FILE.
           IF WS-CHKISSUE-STATUS NOT = "00"
               DISPLAY "CHKRECON - CHKISSUE NOT AVAILABLE - "
                       "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRNT-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).
           WRITE PRINTZ FROM PAGE-HDR
                AFTER ADVANCING PAGE.
           WRITE PRINTZ FROM PAGE-HDR2
                AFTER ADVANCING 1 LINE.
      *EVERY PAID CHECK ON THE BANK FILE IS LOOKED UP BY NUMBER ON
      *CHKISSUE.  ONLY AN OUTSTANDING ISSUE CAN BE MARKED PAID; ALL
      *ELSE IS AN EXCEPTION FOR PAYROLL CONTROL TO TAKE UP WITH THE
      *BANK.
       B-100-MATCH-PAID-CHECKS.
           MOVE "SECTION 1 - PAID CHECK EXCEPTIONS" TO SH-TITLE-PR.
           WRITE PRINTZ FROM SECTION-HDR
                AFTER ADVANCING 2 LINES.
           WRITE PRINTZ FROM EXCEPTION-COL-HDR
                AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           READ PAID-FILE
                   AT END
                   MOVE 1 TO PAID-EOF-I.
           PERFORM B-200-MATCH-ONE-PAID
                UNTIL PAID-EOF-I = 1.
           CLOSE PAID-FILE.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           MOVE "CHECKS CLEARED       =" TO ST-TITLE-PR.
           MOVE WS-CLEARED-COUNT TO ST-COUNT-PR.
           MOVE WS-CLEARED-TOTAL TO ST-AMOUNT-PR.
           WRITE PRINTZ FROM SECTION-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "PAID CHECK EXCEPTIONS=" TO ST-TITLE-PR.
           MOVE WS-EXCEPTION-COUNT TO ST-COUNT-PR.
           MOVE 0 TO ST-AMOUNT-PR.
           WRITE PRINTZ FROM SECTION-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
       B-200-MATCH-ONE-PAID.
           ADD 1 TO WS-PAID-READ.
           MOVE SPACES TO WS-REMARK.
           MOVE 'N' TO WS-ISSUE-FOUND-SW.
           EVALUATE TRUE
               WHEN BP-CHECK-NO NOT NUMERIC
                       OR BP-PAID-DATE NOT NUMERIC
                       OR BP-AMOUNT NOT NUMERIC
                   MOVE "BANK RECORD NOT NUMERIC" TO WS-REMARK
               WHEN BP-ACCOUNT NOT = PP-DISBURSE-ACCOUNT
                   MOVE "NOT PAYROLL ACCOUNT" TO WS-REMARK
               WHEN BP-CHECK-NO-N > 999999
                   MOVE "PAID - NO MATCHING ISSUE" TO WS-REMARK
               WHEN OTHER
                   MOVE BP-CHECK-NO-N TO CI-CHECK-NO
                   READ CHKISSUE-FILE
                       INVALID KEY
                           MOVE "PAID - NO MATCHING ISSUE"
                               TO WS-REMARK
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ISSUE-FOUND-SW
                           PERFORM B-210-APPLY-PAYMENT
                   END-READ
           END-EVALUATE.
           IF WS-REMARK NOT = SPACES
               PERFORM B-290-PRINT-EXCEPTION
           END-IF.
           READ PAID-FILE
                   AT END
                   MOVE 1 TO PAID-EOF-I.
      *A CHECK PAID FOR A DIFFERENT AMOUNT IS STILL MARKED PAID -
      *THE MONEY HAS LEFT THE ACCOUNT - BUT AT THE BANK'S FIGURE,
      *AND IT IS REPORTED SO THE DIFFERENCE CAN BE CLAIMED BACK.
       B-210-APPLY-PAYMENT.
           EVALUATE TRUE
               WHEN CI-VOIDED
                   MOVE "VOIDED CHECK PAID" TO WS-REMARK
               WHEN CI-PAID
                   MOVE "ALREADY PAID" TO WS-REMARK
               WHEN OTHER
                   SET CI-PAID TO TRUE
                   MOVE BP-PAID-DATE TO CI-PAID-DATE
                   MOVE BP-AMOUNT-V99 TO CI-PAID-AMOUNT
                   REWRITE CHKISSUE-REC
                       INVALID KEY
                           DISPLAY "CHKRECON - CHKISSUE REWRITE "
                                   "FAILED - RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-CLEARED-COUNT
                   ADD BP-AMOUNT-V99 TO WS-CLEARED-TOTAL
                   IF BP-AMOUNT-V99 NOT = CI-AMOUNT
                       MOVE "AMOUNT MISMATCH" TO WS-REMARK
                   END-IF
           END-EVALUATE.
       B-290-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO PRINTZ.
           MOVE BP-CHECK-NO TO EX-CHECK-PR.
           MOVE BP-PAID-DATE TO EX-DATE-PR.
           IF ISSUE-FOUND
               MOVE CI-ID TO EX-ID-PR
               MOVE CI-AMOUNT TO EX-ISSUED-PR
           ELSE
               MOVE SPACES TO EX-ID-PR
               MOVE 0 TO EX-ISSUED-PR
           END-IF.
           IF BP-AMOUNT NUMERIC
               MOVE BP-AMOUNT-V99 TO EX-PAID-PR
           ELSE
               MOVE 0 TO EX-PAID-PR
           END-IF.
           MOVE WS-REMARK TO EX-REMARK-PR.
           WRITE PRINTZ FROM EXCEPTION-LINE
                AFTER ADVANCING 1 LINE.
      *ONE PASS OF CHKISSUE IN CHECK-NUMBER ORDER AGES EVERY CHECK
      *STILL OUTSTANDING AFTER THIS FILE'S PAYMENTS ARE APPLIED.
       C-100-LIST-OUTSTANDING.
           MOVE "SECTION 2 - OUTSTANDING CHECKS" TO SH-TITLE-PR.
           WRITE PRINTZ FROM SECTION-HDR
                AFTER ADVANCING 2 LINES.
           WRITE PRINTZ FROM OUTSTAND-COL-HDR
                AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           MOVE 0 TO CI-CHECK-NO.
           START CHKISSUE-FILE KEY IS NOT LESS THAN CI-KEY
               INVALID KEY
                   MOVE 1 TO CHK-EOF-I
           END-START.
           IF CHK-EOF-I = 0
               READ CHKISSUE-FILE NEXT RECORD
                       AT END
                       MOVE 1 TO CHK-EOF-I
               END-READ
           END-IF.
           PERFORM C-200-AGE-ONE-CHECK
                UNTIL CHK-EOF-I = 1.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           MOVE "CHECKS OUTSTANDING   =" TO ST-TITLE-PR.
           MOVE WS-OUTSTAND-COUNT TO ST-COUNT-PR.
           MOVE WS-OUTSTAND-TOTAL TO ST-AMOUNT-PR.
           WRITE PRINTZ FROM SECTION-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "STALE - ESCHEAT REVIEW=" TO ST-TITLE-PR.
           MOVE WS-STALE-COUNT TO ST-COUNT-PR.
           MOVE WS-STALE-TOTAL TO ST-AMOUNT-PR.
           WRITE PRINTZ FROM SECTION-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
       C-200-AGE-ONE-CHECK.
           IF CI-OUTSTANDING
               PERFORM C-210-PRINT-OUTSTANDING
           END-IF.
           READ CHKISSUE-FILE NEXT RECORD
                   AT END
                   MOVE 1 TO CHK-EOF-I.
       C-210-PRINT-OUTSTANDING.
           ADD 1 TO WS-OUTSTAND-COUNT.
           ADD CI-AMOUNT TO WS-OUTSTAND-TOTAL.
           MOVE SPACES TO PRINTZ.
           MOVE SPACES TO OS-REMARK-PR.
           MOVE CI-ISSUE-DATE TO WS-ISSUE-DATE.
           IF WS-ISSUE-DATE NUMERIC
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS -
                   FUNCTION INTEGER-OF-DATE (WS-ISSUE-DATE-N)
           ELSE
               MOVE 0 TO WS-AGE-DAYS
               MOVE "BAD ISSUE DATE" TO OS-REMARK-PR
           END-IF.
           IF WS-AGE-DAYS > WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               ADD CI-AMOUNT TO WS-STALE-TOTAL
               MOVE "STALE - ESCHEAT REVIEW" TO OS-REMARK-PR
           END-IF.
           MOVE CI-CHECK-NO TO OS-CHECK-PR.
           MOVE CI-ISSUE-DATE TO OS-DATE-PR.
           MOVE CI-ID TO OS-ID-PR.
           MOVE CI-PAYEE TO OS-PAYEE-PR.
           MOVE CI-AMOUNT TO OS-AMOUNT-PR.
           MOVE WS-AGE-DAYS TO OS-AGE-PR.
           WRITE PRINTZ FROM OUTSTAND-LINE
                AFTER ADVANCING 1 LINE.
       D-100-WRAP-UP.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE "** PAID CHECK EXCEPTIONS - RC 8 SET **"
                       TO VD-TEXT-PR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STALE-COUNT > 0
                   MOVE "** STALE CHECKS FOR ESCHEAT - RC 4 SET **"
                       TO VD-TEXT-PR
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "PAID CHECKS RECONCILE TO CHECKS ISSUED"
                       TO VD-TEXT-PR
           END-EVALUATE.
           WRITE PRINTZ FROM VERDICT-LINE
                AFTER ADVANCING 1 LINE.
           CLOSE CHKISSUE-FILE
                PRNT-FILE.
