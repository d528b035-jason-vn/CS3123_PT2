       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMNT.
       AUTHOR. JNGUYE02.
      *PROJECT 2 - DIRECT-DEPOSIT ACCOUNT FILE MAINTENANCE RUN.
      *READS THE BANKTRAN TRANSACTION DECK AND APPLIES ADD/CHANGE/
      *CLOSE ACTIONS (BT-ACTION = A/C/X) AGAINST THE INDEXED
      *BANKACCT FILE, KEYED ON BK-ID, SO ROUTING AND ACCOUNT
      *NUMBERS STOP BEING PATCHED BY HAND.  AN ADD IS REFUSED
      *UNLESS THE EMPLOYEE IS ACTIVE ON EMPMAST, AND EVERY ROUTING
      *NUMBER KEYED MUST PASS THE ABA CHECK DIGIT.  A NEW OR
      *CHANGED ACCOUNT IS NEVER PAID INTO STRAIGHT AWAY - IT IS SET
      *PRENOTE DUE WITH THE DEPOSIT SWITCH OFF, PAYROLL SENDS THE
      *ZERO-DOLLAR PRENOTE ON THE NEXT ACH FILE AND KEEPS PAYING BY
      *CHECK UNTIL THE WAITING PERIOD HAS PASSED WITH NO RETURN
      *(SEE BANKREC.CPY).  A CLOSE TURNS DIRECT DEPOSIT OFF BUT
      *KEEPS THE RECORD ON FILE; AN ADD FOR A CLOSED ACCOUNT OPENS
      *IT AGAIN.  EVERY APPLIED ACTION IS JOURNALED TO THE
      *CUMULATIVE BANKAUD FILE WITH FULL BEFORE- AND AFTER-IMAGES
      *(SEE BKAUDREC.CPY), AND EVERY TRANSACTION IS LISTED ON A
      *PRINTED MAINTENANCE LOG WITH RUN COUNTS.  THE ACCOUNT NUMBER
      *IS MASKED TO ITS LAST FOUR DIGITS ON THE LOG.
      *
      *BANKTRAN CARD FORMAT (COLUMNS 1-34):
      *  COL  1     ACTION CODE A/C/X
      *  COLS 2-8   EMPLOYEE ID
      *  COLS 9-17  ROUTING NUMBER (ADD, OR CHANGE - BLANK KEEPS)
      *  COLS 18-34 ACCOUNT NUMBER, LEFT-JUSTIFIED (ADD, OR
      *             CHANGE - BLANK KEEPS)
      *ONLY THE ACTION AND ID ARE READ FOR X.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE
                   ASSIGN TO 'BANKTRAN'.
           SELECT BANK-FILE
                   ASSIGN TO 'BANKACCT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BK-ID
                   FILE STATUS IS WS-BANK-STATUS.
           SELECT EMPMAST-FILE
                   ASSIGN TO 'EMPMAST'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-ID.
           SELECT AUDIT-FILE
                   ASSIGN TO 'BANKAUD'
                   FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRNT-FILE
                   ASSIGN TO 'UR-S-PRNT'.
       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE
           DATA RECORD IS TRANS-REC.
       01 TRANS-REC.
               03 BT-ACTION             PIC X(1).
               03 BT-ID                 PIC X(7).
               03 BT-ROUTING            PIC X(9).
               03 BT-ACCOUNT            PIC X(17).
               03 FILLER                PIC X(46).
       FD BANK-FILE
           DATA RECORD IS BANK-REC.
       COPY "BANKREC.cpy".
       FD EMPMAST-FILE
           DATA RECORD IS EMPMAST-REC.
       COPY "EMPMAST.cpy".
       FD AUDIT-FILE
           DATA RECORD IS BANK-AUDIT-REC.
       COPY "BKAUDREC.cpy".
       FD PRNT-FILE
           DATA RECORD IS PRINTZ.
       01 PRINTZ.
               03 ID-PR                 PIC X(7).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 ROUTING-PR            PIC X(9).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 ACCOUNT-PR            PIC X(17).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 ACTION-PR             PIC X(6).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 RESULT-PR             PIC X(30).
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
       01 MAINT-COUNTERS.
               03 WS-ADD-COUNT          PIC 9(5) VALUE 0.
               03 WS-CHANGE-COUNT       PIC 9(5) VALUE 0.
               03 WS-CLOSE-COUNT        PIC 9(5) VALUE 0.
               03 WS-ERROR-COUNT        PIC 9(5) VALUE 0.
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
               03 FILLER                PIC X(30) VALUE SPACES.
               03 FILLER                PIC X(34) VALUE
                   "DIRECT-DEPOSIT ACCOUNT MAINTENANCE".
               03 FILLER                PIC X(4) VALUE " LOG".
       01 COLUMN-HDR.
               03 FILLER                PIC X(6) VALUE "EMP ID".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "ROUTING".
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "ACCOUNT".
               03 FILLER                PIC X(13) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "ACTION".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "RESULT".
       01 TOTAL-LINE.
               03 FILLER                PIC X(10) VALUE SPACES.
               03 FILLER                PIC X(10) VALUE "ADDED    =".
               03 TL-ADD-PR             PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(10) VALUE "CHANGED  =".
               03 TL-CHG-PR             PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(10) VALUE "CLOSED   =".
               03 TL-CLOSE-PR           PIC ZZZZ9.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(10) VALUE "ERRORS   =".
               03 TL-ERR-PR             PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-PROCESS-FILE.
           PERFORM C-100-WRAP-UP.
           STOP RUN.
       A-100-INITIALIZATION.
           OPEN INPUT TRANS-FILE
                      EMPMAST-FILE
           OUTPUT PRNT-FILE.
           OPEN I-O BANK-FILE.
           IF WS-BANK-STATUS = "35"
               OPEN OUTPUT BANK-FILE
               CLOSE BANK-FILE
               OPEN I-O BANK-FILE
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
           READ TRANS-FILE
                   AT END
                   MOVE 1 TO EOF-I.
           PERFORM B-200-PROCESS-TRANSACTION
                UNTIL EOF-I = 1.
       B-200-PROCESS-TRANSACTION.
           MOVE SPACES TO PRINTZ.
           MOVE BT-ID TO ID-PR.
           MOVE BT-ROUTING TO ROUTING-PR.
           EVALUATE BT-ACTION
               WHEN "A"
                   MOVE "ADD" TO ACTION-PR
                   PERFORM D-100-ADD-ACCOUNT
               WHEN "C"
                   MOVE "CHANGE" TO ACTION-PR
                   PERFORM D-200-CHANGE-ACCOUNT
               WHEN "X"
                   MOVE "CLOSE" TO ACTION-PR
                   PERFORM D-300-CLOSE-ACCOUNT
               WHEN OTHER
                   MOVE "?????" TO ACTION-PR
                   MOVE "INVALID ACTION CODE" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           PERFORM B-300-MASK-ACCOUNT.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           READ TRANS-FILE
                   AT END
                   MOVE 1 TO EOF-I.
      *THE LOG SHOWS THE ACCOUNT AS KEYED (OR AS ON FILE FOR A
      *CLOSE), MASKED TO ITS LAST FOUR DIGITS LIKE THE PAY STUB -
      *THE LOG IS NOT KEPT UNDER LOCK.
       B-300-MASK-ACCOUNT.
           IF BT-ACCOUNT NOT = SPACES
               COMPUTE WS-ACCT-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (BT-ACCOUNT TRAILING))
               MOVE "XXXXXXXX" TO ACCOUNT-PR
               IF WS-ACCT-LEN > 4
                   MOVE BT-ACCOUNT (WS-ACCT-LEN - 3:4)
                       TO ACCOUNT-PR (9:4)
               END-IF
           END-IF.
      *AN ADD MUST CARRY BOTH NUMBERS - THERE IS NOTHING ON FILE
      *TO FALL BACK ON.
       D-100-ADD-ACCOUNT.
           PERFORM D-110-EDIT-ADD-CARD.
           IF CARD-OK
               MOVE BT-ID TO EM-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE "NOT ON EMPMAST - NOT ADDED" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       IF EM-STATUS = "T"
                           MOVE "TERMINATED - NOT ADDED" TO RESULT-PR
                           ADD 1 TO WS-ERROR-COUNT
                       ELSE
                           PERFORM D-120-ADD-OR-REOPEN
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       D-110-EDIT-ADD-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW.
           MOVE BT-ROUTING TO WS-ROUTING.
           PERFORM D-900-TEST-ROUTING.
           EVALUATE TRUE
               WHEN WS-RT-REM NOT = 0
                   MOVE "BAD ROUTING NUMBER - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN BT-ACCOUNT = SPACES
                   MOVE "NO ACCOUNT NUMBER - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN BT-ACCOUNT (1:1) = SPACE
                   MOVE "ACCOUNT NOT LEFT-JUSTIFIED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE.
      *A CLOSED ACCOUNT IS OPENED AGAIN IN PLACE; ONE STILL OPEN
      *(OR FLAGGED BY A RETURN) MUST BE CORRECTED WITH A CHANGE.
       D-120-ADD-OR-REOPEN.
           MOVE BT-ID TO BK-ID.
           READ BANK-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO BANK-REC
                   MOVE BT-ID TO BK-ID
                   PERFORM D-400-SET-NEW-ACCOUNT
                   WRITE BANK-REC
                   MOVE "ADDED - PRENOTE DUE" TO RESULT-PR
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADD" TO WS-JOURNAL-ACTION
                   MOVE BANK-REC TO WS-AFTER-IMAGE
                   PERFORM E-100-WRITE-JOURNAL
               NOT INVALID KEY
                   IF BK-CLOSED
                       MOVE BANK-REC TO WS-BEFORE-IMAGE
                       PERFORM D-400-SET-NEW-ACCOUNT
                       REWRITE BANK-REC
                       MOVE "REOPENED - PRENOTE DUE" TO RESULT-PR
                       ADD 1 TO WS-ADD-COUNT
                       MOVE "ADD" TO WS-JOURNAL-ACTION
                       MOVE BANK-REC TO WS-AFTER-IMAGE
                       PERFORM E-100-WRITE-JOURNAL
                   ELSE
                       MOVE "ON FILE - NOT ADDED" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ.
      *A CHANGE IS A PARTIAL CARD - A BLANK ROUTING OR ACCOUNT
      *KEEPS WHAT IS ON FILE, BUT WHAT IS KEYED MUST EDIT CLEAN OR
      *NOTHING ON THE CARD IS APPLIED.
       D-200-CHANGE-ACCOUNT.
           PERFORM D-210-EDIT-CHANGE-CARD.
           IF NOT CARD-OK
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE BT-ID TO BK-ID
               READ BANK-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE - NOT CHANGED" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       PERFORM D-220-APPLY-CHANGE
               END-READ
           END-IF.
       D-210-EDIT-CHANGE-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW.
           MOVE 0 TO WS-RT-REM.
           IF BT-ROUTING NOT = SPACES
               MOVE BT-ROUTING TO WS-ROUTING
               PERFORM D-900-TEST-ROUTING
           END-IF.
           EVALUATE TRUE
               WHEN BT-ROUTING = SPACES AND BT-ACCOUNT = SPACES
                   MOVE "NOTHING KEYED - NOT CHANGED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN WS-RT-REM NOT = 0
                   MOVE "BAD ROUTING - NOT CHANGED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN BT-ACCOUNT NOT = SPACES
                AND BT-ACCOUNT (1:1) = SPACE
                   MOVE "ACCOUNT NOT LEFT-JUSTIFIED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE.
      *ANY CHANGE TO THE NUMBERS - INCLUDING THE CORRECTION OF AN
      *ACCOUNT BANKRTN FLAGGED - IS A NEW ACCOUNT AS FAR AS THE
      *BANK IS CONCERNED AND GOES THROUGH THE PRENOTE AGAIN.
       D-220-APPLY-CHANGE.
           IF BK-CLOSED
               MOVE "ACCOUNT CLOSED - NOT CHANGED" TO RESULT-PR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE BANK-REC TO WS-BEFORE-IMAGE
               IF BT-ROUTING = SPACES
                   MOVE BK-ROUTING TO BT-ROUTING
               END-IF
               IF BT-ACCOUNT = SPACES
                   MOVE BK-ACCOUNT TO BT-ACCOUNT
               END-IF
               IF BT-ROUTING = BK-ROUTING
                       AND BT-ACCOUNT = BK-ACCOUNT
                       AND NOT BK-RETURNED
                   MOVE "SAME AS ON FILE - NO CHANGE" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM D-400-SET-NEW-ACCOUNT
                   REWRITE BANK-REC
                   MOVE "CHANGED - PRENOTE DUE" TO RESULT-PR
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "CHANGE" TO WS-JOURNAL-ACTION
                   MOVE BANK-REC TO WS-AFTER-IMAGE
                   PERFORM E-100-WRITE-JOURNAL
               END-IF
           END-IF.
       D-300-CLOSE-ACCOUNT.
           MOVE BT-ID TO BK-ID.
           READ BANK-FILE
               INVALID KEY
                   MOVE "NOT ON FILE - NOT CLOSED" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE BK-ROUTING TO ROUTING-PR
                   MOVE BK-ACCOUNT TO BT-ACCOUNT
                   IF BK-CLOSED
                       MOVE "ALREADY CLOSED" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       MOVE BANK-REC TO WS-BEFORE-IMAGE
                       MOVE 'C' TO BK-STATUS
                       MOVE 'N' TO BK-DEPOSIT-SW
                       MOVE WS-RUN-STAMP (1:8) TO BK-MAINT-DATE
                       REWRITE BANK-REC
                       MOVE "CLOSED - PAID BY CHECK" TO RESULT-PR
                       ADD 1 TO WS-CLOSE-COUNT
                       MOVE "CLOSE" TO WS-JOURNAL-ACTION
                       MOVE BANK-REC TO WS-AFTER-IMAGE
                       PERFORM E-100-WRITE-JOURNAL
                   END-IF
           END-READ.
      *THE NUMBERS ON THE CARD, OPEN, PRENOTE DUE AND PAID BY
      *CHECK UNTIL PAYROLL HAS SEEN THE PRENOTE THROUGH.  A RETURN
      *ON THE OLD NUMBERS NO LONGER APPLIES.
       D-400-SET-NEW-ACCOUNT.
           MOVE BT-ROUTING TO BK-ROUTING.
           MOVE BT-ACCOUNT TO BK-ACCOUNT.
           MOVE 'N' TO BK-DEPOSIT-SW.
           MOVE 'A' TO BK-STATUS.
           MOVE 'P' TO BK-PRENOTE-SW.
           MOVE SPACES TO BK-PRENOTE-DATE
                          BK-RETURN-CODE
                          BK-RETURN-DATE.
           MOVE WS-RUN-STAMP (1:8) TO BK-MAINT-DATE.
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
      *ONLY APPLIED ACTIONS ARE JOURNALED - A REJECTED TRANSACTION
      *NEVER TOUCHED BANKACCT, SO THERE IS NOTHING TO TRACE.
       E-100-WRITE-JOURNAL.
           MOVE WS-RUN-STAMP (1:8) TO BA-DATE.
           MOVE WS-RUN-STAMP (9:6) TO BA-TIME.
           MOVE "BANKMNT" TO BA-PROGRAM.
           MOVE WS-JOURNAL-ACTION TO BA-ACTION.
           MOVE WS-BEFORE-IMAGE TO BA-BEFORE.
           MOVE WS-AFTER-IMAGE TO BA-AFTER.
           WRITE BANK-AUDIT-REC.
       C-100-WRAP-UP.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           MOVE WS-ADD-COUNT TO TL-ADD-PR.
           MOVE WS-CHANGE-COUNT TO TL-CHG-PR.
           MOVE WS-CLOSE-COUNT TO TL-CLOSE-PR.
           MOVE WS-ERROR-COUNT TO TL-ERR-PR.
           WRITE PRINTZ FROM TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           CLOSE TRANS-FILE
                BANK-FILE
                EMPMAST-FILE
                AUDIT-FILE
                PRNT-FILE.
