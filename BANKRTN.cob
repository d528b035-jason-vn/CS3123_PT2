       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRTN.
       AUTHOR. JNGUYE02.
      *PROJECT 2 - ACH RETURN AND NOTIFICATION-OF-CHANGE LOAD.
      *READS THE ACHRETN FILE THE BANK SENDS BACK AFTER AN ACH
      *TRANSMISSION AND APPLIES EACH ENTRY TO THE INDEXED BANKACCT
      *FILE, SO A BAD ACCOUNT GOES BACK TO PAPER CHECK BEFORE THE
      *NEXT PAYROLL INSTEAD OF WHEN SOMEONE NOTICES.
      *A RETURNED ENTRY (A PRENOTE OR A PAY CREDIT THE RECEIVING
      *BANK REFUSED) FLAGS THE ACCOUNT RETURNED WITH THE REASON
      *CODE AND TURNS THE DEPOSIT SWITCH OFF - IT STAYS ON CHECK
      *UNTIL BANKMNT KEYS A CORRECTION, WHICH GOES THROUGH THE
      *PRENOTE AGAIN.  A NOTIFICATION OF CHANGE (THE BANK POSTED
      *THE ENTRY BUT THE ROUTING OR ACCOUNT NUMBER WAS OUT OF DATE)
      *HAS THE CORRECTED NUMBERS APPLIED FOR CHANGE CODES C01
      *(ACCOUNT), C02 (ROUTING), C03 (BOTH), C06 (ACCOUNT) AND C07
      *(BOTH); THE CORRECTED ACCOUNT IS PRENOTED LIKE ANY OTHER
      *CHANGE, SO IT TOO IS PAID BY CHECK UNTIL VERIFIED.  OTHER
      *CHANGE CODES ARE LISTED FOR PAYROLL CONTROL, NOT APPLIED.
      *AN ENTRY WHOSE NUMBERS NO LONGER MATCH BANKACCT WAS SENT
      *BEFORE THE ACCOUNT WAS LAST CHANGED AND IS LISTED ONLY.
      *EVERY APPLIED ENTRY IS JOURNALED TO THE CUMULATIVE BANKAUD
      *FILE (SEE BKAUDREC.CPY) THE SAME WAY BANKMNT JOURNALS ITS
      *MAINTENANCE.  A RETURNED PAY CREDIT MEANS THE EMPLOYEE WAS
      *NOT PAID: THE LOG TOTALS THE RETURNED NET FOR PAYADJ TO
      *REISSUE BY MANUAL CHECK, AND THE RUN ENDS WITH RETURN CODE 4
      *WHEN THERE IS ANY, OR WHEN AN ENTRY COULD NOT BE APPLIED.
      *
      *ACHRETN RECORD FORMAT (94 BYTES):
      *  COL  1     ENTRY TYPE R=RETURN C=NOTIFICATION OF CHANGE
      *  COLS 2-8   EMPLOYEE ID (AS SENT IN THE ENTRY)
      *  COLS 9-11  RETURN REASON R01-R99 OR CHANGE CODE C01-C99
      *  COLS 12-20 ROUTING NUMBER AS SENT
      *  COLS 21-37 ACCOUNT NUMBER AS SENT
      *  COLS 38-47 AMOUNT IN CENTS (ZERO FOR A PRENOTE OR NOC)
      *  COLS 48-55 ENTRY DATE, YYYYMMDD
      *  COLS 56-64 CORRECTED ROUTING NUMBER (C02/C03/C07)
      *  COLS 65-81 CORRECTED ACCOUNT NUMBER (C01/C03/C06/C07)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE
                   ASSIGN TO 'ACHRETN'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-FILE
                   ASSIGN TO 'BANKACCT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BK-ID
                   FILE STATUS IS WS-BANK-STATUS.
           SELECT AUDIT-FILE
                   ASSIGN TO 'BANKAUD'
                   FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRNT-FILE
                   ASSIGN TO 'UR-S-PRNT'.
       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE
           DATA RECORD IS RETURN-REC.
       01 RETURN-REC.
               03 AR-TYPE               PIC X(1).
               03 AR-ID                 PIC X(7).
               03 AR-REASON             PIC X(3).
               03 AR-ROUTING            PIC X(9).
               03 AR-ACCOUNT            PIC X(17).
               03 AR-AMOUNT             PIC 9(8)V99.
               03 AR-ENTRY-DATE         PIC X(8).
               03 AR-NEW-ROUTING        PIC X(9).
               03 AR-NEW-ACCOUNT        PIC X(17).
               03 FILLER                PIC X(13).
       FD BANK-FILE
           DATA RECORD IS BANK-REC.
       COPY "BANKREC.cpy".
       FD AUDIT-FILE
           DATA RECORD IS BANK-AUDIT-REC.
       COPY "BKAUDREC.cpy".
       FD PRNT-FILE
           DATA RECORD IS PRINTZ.
       01 PRINTZ.
               03 ID-PR                 PIC X(7).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 TYPE-PR               PIC X(6).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 REASON-PR             PIC X(3).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 ROUTING-PR            PIC X(9).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 ACCOUNT-PR            PIC X(17).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 AMOUNT-PR             PIC ZZ,ZZ9.99.
               03 FILLER                PIC X(2) VALUE SPACES.
               03 RESULT-PR             PIC X(32).
       WORKING-STORAGE SECTION.
       01 INDICATORS.
               03 EOF-I                 PIC 9  VALUE 0.
               03 WS-BANK-STATUS        PIC X(2) VALUE "00".
               03 WS-AUDIT-STATUS       PIC X(2) VALUE "00".
               03 WS-CARD-OK-SW         PIC X(1) VALUE 'Y'.
                   88 CARD-OK                   VALUE 'Y'.
       01 AUDIT-FIELDS.
               03 WS-RUN-STAMP          PIC X(14).
               03 WS-JOURNAL-ACTION     PIC X(6).
               03 WS-BEFORE-IMAGE       PIC X(70) VALUE SPACES.
               03 WS-AFTER-IMAGE        PIC X(70) VALUE SPACES.
       01 RETURN-COUNTERS.
               03 WS-RETURN-COUNT       PIC 9(5) VALUE 0.
               03 WS-NOC-COUNT          PIC 9(5) VALUE 0.
               03 WS-NO-ACTION-COUNT    PIC 9(5) VALUE 0.
               03 WS-ERROR-COUNT        PIC 9(5) VALUE 0.
               03 WS-REISSUE-COUNT      PIC 9(5) VALUE 0.
               03 WS-REISSUE-TOTAL      PIC 9(8)V99 VALUE 0.
      *ABA CHECK DIGIT - WEIGHTS 3, 7, 1 REPEATED ACROSS THE NINE
      *DIGITS MUST SUM TO A MULTIPLE OF 10, AS IN INTEGCHK.
       01 ROUTING-FIELDS.
               03 WS-ROUTING            PIC X(9).
               03 WS-ROUTING-R REDEFINES WS-ROUTING.
                   05 RT-DIGIT OCCURS 9 TIMES
                                        PIC 9(1).
               03 WS-RT-SUM             PIC 9(4).
               03 WS-RT-QUOT            PIC 9(4).
               03 WS-RT-REM             PIC 9(1).
       01 MASK-FIELDS.
               03 WS-ACCT-LEN           PIC 9(2).
       01 PAGE-HDR.
               03 FILLER                PIC X(28) VALUE SPACES.
               03 FILLER                PIC X(33) VALUE
                   "ACH RETURNS AND NOTIFICATIONS OF ".
               03 FILLER                PIC X(10) VALUE "CHANGE LOG".
       01 COLUMN-HDR.
               03 FILLER                PIC X(6) VALUE "EMP ID".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "TYPE".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "CODE".
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "ROUTING".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "ACCOUNT".
               03 FILLER                PIC X(15) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "AMOUNT".
               03 FILLER                PIC X(2) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "RESULT".
       01 TOTAL-LINE.
               03 FILLER                PIC X(10) VALUE SPACES.
               03 FILLER                PIC X(10) VALUE "RETURNS  =".
               03 TL-RETURN-PR          PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(10) VALUE "CHANGES  =".
               03 TL-NOC-PR             PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "NO ACTION =".
               03 TL-NO-ACTION-PR       PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(10) VALUE "ERRORS   =".
               03 TL-ERR-PR             PIC ZZZZ9.
       01 REISSUE-LINE.
               03 FILLER                PIC X(10) VALUE SPACES.
               03 FILLER                PIC X(24) VALUE
                   "NET PAY RETURNED       =".
               03 RL-COUNT-PR           PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 RL-TOTAL-PR           PIC $$$,$$$,$$9.99.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(24) VALUE
                   "REISSUE BY MANUAL CHECK".
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.
      *THERE IS NOTHING TO CORRECT WITHOUT A BANKACCT FILE - A
      *RETURN AGAINST NO ACCOUNTS MEANS THE WRONG FILE WAS LOADED.
       A-100-INITIALIZATION.
           OPEN INPUT RETURN-FILE
           OUTPUT PRNT-FILE.
           OPEN I-O BANK-FILE.
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "BANKRTN - NO BANKACCT FILE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *BANKAUD IS CUMULATIVE - EXTEND ON EVERY RUN, CREATING THE
      *FILE ON THE FIRST RUN EVER (STATUS 35 = FILE NOT FOUND).
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
           WRITE PRINTZ FROM PAGE-HDR
                AFTER ADVANCING PAGE.
           WRITE PRINTZ FROM COLUMN-HDR
                AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
       B-100-PROCESS-FILE.
           READ RETURN-FILE
                   AT END
                   MOVE 1 TO EOF-I.
           PERFORM B-200-PROCESS-ENTRY
                UNTIL EOF-I = 1.
       B-200-PROCESS-ENTRY.
           MOVE SPACES TO PRINTZ.
           MOVE AR-ID TO ID-PR.
           MOVE AR-REASON TO REASON-PR.
           MOVE AR-ROUTING TO ROUTING-PR.
           PERFORM B-300-MASK-ACCOUNT.
           IF AR-AMOUNT NUMERIC
               MOVE AR-AMOUNT TO AMOUNT-PR
           END-IF.
           EVALUATE AR-TYPE
               WHEN "R"
                   MOVE "RETURN" TO TYPE-PR
                   PERFORM D-100-APPLY-RETURN
               WHEN "C"
                   MOVE "NOC" TO TYPE-PR
                   PERFORM D-200-APPLY-CHANGE
               WHEN OTHER
                   MOVE "?????" TO TYPE-PR
                   MOVE "INVALID ENTRY TYPE" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           READ RETURN-FILE
                   AT END
                   MOVE 1 TO EOF-I.
      *ONLY THE LAST FOUR DIGITS OF THE ACCOUNT PRINT, AS ON THE
      *PAY STUB.
       B-300-MASK-ACCOUNT.
           IF AR-ACCOUNT NOT = SPACES
               COMPUTE WS-ACCT-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (AR-ACCOUNT TRAILING))
               MOVE "XXXXXXXX" TO ACCOUNT-PR
               IF WS-ACCT-LEN > 4
                   MOVE AR-ACCOUNT (WS-ACCT-LEN - 3:4)
                       TO ACCOUNT-PR (9:4)
               END-IF
           END-IF.
      *THE ENTRY MUST STILL DESCRIBE THE ACCOUNT ON FILE - ONE SENT
      *BEFORE A BANKMNT CHANGE SAYS NOTHING ABOUT THE NEW NUMBERS.
       B-400-FIND-ACCOUNT.
           MOVE 'Y' TO WS-CARD-OK-SW.
           MOVE AR-ID TO BK-ID.
           READ BANK-FILE
               INVALID KEY
                   MOVE "NOT ON BANKACCT" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'N' TO WS-CARD-OK-SW
           END-READ.
           IF CARD-OK
               EVALUATE TRUE
                   WHEN AR-ROUTING NOT = BK-ROUTING
                     OR AR-ACCOUNT NOT = BK-ACCOUNT
                       MOVE "ACCOUNT CHANGED SINCE - LISTED"
                           TO RESULT-PR
                       ADD 1 TO WS-NO-ACTION-COUNT
                       MOVE 'N' TO WS-CARD-OK-SW
                   WHEN BK-CLOSED
                       MOVE "ACCOUNT CLOSED - LISTED" TO RESULT-PR
                       ADD 1 TO WS-NO-ACTION-COUNT
                       MOVE 'N' TO WS-CARD-OK-SW
               END-EVALUATE
           END-IF.
      *THE MONEY ON A RETURNED CREDIT CAME BACK TO US WHETHER OR
      *NOT THE ACCOUNT CAN STILL BE FOUND, SO IT IS ALWAYS TOTALED
      *FOR REISSUE.
       D-100-APPLY-RETURN.
           IF AR-AMOUNT NUMERIC AND AR-AMOUNT > 0
               ADD 1 TO WS-REISSUE-COUNT
               ADD AR-AMOUNT TO WS-REISSUE-TOTAL
           END-IF.
           PERFORM B-400-FIND-ACCOUNT.
           IF CARD-OK
               IF BK-RETURNED
                   MOVE "ALREADY FLAGGED" TO RESULT-PR
                   ADD 1 TO WS-NO-ACTION-COUNT
               ELSE
                   MOVE BANK-REC TO WS-BEFORE-IMAGE
                   MOVE 'R' TO BK-STATUS
                   MOVE 'N' TO BK-DEPOSIT-SW
                   MOVE AR-REASON TO BK-RETURN-CODE
                   MOVE WS-RUN-STAMP (1:8) TO BK-RETURN-DATE
                   REWRITE BANK-REC
                       INVALID KEY
                           DISPLAY "BANKRTN - BANKACCT REWRITE FAILED "
                                   "FOR " BK-ID " - RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   MOVE "FLAGGED - PAID BY CHECK" TO RESULT-PR
                   ADD 1 TO WS-RETURN-COUNT
                   MOVE "RETURN" TO WS-JOURNAL-ACTION
                   MOVE BANK-REC TO WS-AFTER-IMAGE
                   PERFORM E-100-WRITE-JOURNAL
               END-IF
           END-IF.
       D-200-APPLY-CHANGE.
           PERFORM B-400-FIND-ACCOUNT.
           IF CARD-OK
               PERFORM D-210-EDIT-CORRECTION
               IF CARD-OK
                   PERFORM D-220-CORRECT-ACCOUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
       D-210-EDIT-CORRECTION.
           MOVE 0 TO WS-RT-REM.
           IF AR-REASON = "C02" OR "C03" OR "C07"
               MOVE AR-NEW-ROUTING TO WS-ROUTING
               PERFORM D-900-TEST-ROUTING
           END-IF.
           EVALUATE TRUE
               WHEN AR-REASON NOT = "C01" AND NOT = "C02"
                                  AND NOT = "C03" AND NOT = "C06"
                                  AND NOT = "C07"
                   MOVE "CHANGE CODE NOT APPLIED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN WS-RT-REM NOT = 0
                   MOVE "CORRECTED ROUTING FAILS CHECK" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN (AR-REASON = "C01" OR "C03" OR "C06" OR "C07")
                AND (AR-NEW-ACCOUNT = SPACES
                     OR AR-NEW-ACCOUNT (1:1) = SPACE)
                   MOVE "NO CORRECTED ACCOUNT NUMBER" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE.
      *THE CORRECTED NUMBERS GO THROUGH THE PRENOTE LIKE A BANKMNT
      *CHANGE - THE EMPLOYEE IS PAID BY CHECK UNTIL THEY CLEAR.
       D-220-CORRECT-ACCOUNT.
           MOVE BANK-REC TO WS-BEFORE-IMAGE.
           IF AR-REASON = "C02" OR "C03" OR "C07"
               MOVE AR-NEW-ROUTING TO BK-ROUTING
           END-IF.
           IF AR-REASON NOT = "C02"
               MOVE AR-NEW-ACCOUNT TO BK-ACCOUNT
           END-IF.
           MOVE 'N' TO BK-DEPOSIT-SW.
           MOVE 'A' TO BK-STATUS.
           MOVE 'P' TO BK-PRENOTE-SW.
           MOVE SPACES TO BK-PRENOTE-DATE.
           MOVE AR-REASON TO BK-RETURN-CODE.
           MOVE WS-RUN-STAMP (1:8) TO BK-RETURN-DATE.
           MOVE WS-RUN-STAMP (1:8) TO BK-MAINT-DATE.
           REWRITE BANK-REC
               INVALID KEY
                   DISPLAY "BANKRTN - BANKACCT REWRITE FAILED FOR "
                           BK-ID " - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           MOVE "CORRECTED - PRENOTE DUE" TO RESULT-PR.
           ADD 1 TO WS-NOC-COUNT.
           MOVE "NOC" TO WS-JOURNAL-ACTION.
           MOVE BANK-REC TO WS-AFTER-IMAGE.
           PERFORM E-100-WRITE-JOURNAL.
      *A NON-NUMERIC OR ALL-ZERO ROUTING NUMBER FAILS OUTRIGHT
      *(WS-RT-REM IS FORCED NON-ZERO).
       D-900-TEST-ROUTING.
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
       E-100-WRITE-JOURNAL.
           MOVE WS-RUN-STAMP (1:8) TO BA-DATE.
           MOVE WS-RUN-STAMP (9:6) TO BA-TIME.
           MOVE "BANKRTN" TO BA-PROGRAM.
           MOVE WS-JOURNAL-ACTION TO BA-ACTION.
           MOVE WS-BEFORE-IMAGE TO BA-BEFORE.
           MOVE WS-AFTER-IMAGE TO BA-AFTER.
           WRITE BANK-AUDIT-REC.
       C-100-WRAP-UP.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           MOVE WS-RETURN-COUNT TO TL-RETURN-PR.
           MOVE WS-NOC-COUNT TO TL-NOC-PR.
           MOVE WS-NO-ACTION-COUNT TO TL-NO-ACTION-PR.
           MOVE WS-ERROR-COUNT TO TL-ERR-PR.
           WRITE PRINTZ FROM TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           MOVE WS-REISSUE-COUNT TO RL-COUNT-PR.
           MOVE WS-REISSUE-TOTAL TO RL-TOTAL-PR.
           WRITE PRINTZ FROM REISSUE-LINE
                AFTER ADVANCING 1 LINE.
           IF WS-REISSUE-COUNT > 0 OR WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE RETURN-FILE
                BANK-FILE
                AUDIT-FILE
                PRNT-FILE.
