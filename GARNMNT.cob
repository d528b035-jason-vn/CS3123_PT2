       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMNT.
       AUTHOR. JNGUYE02.
      *PROJECT 2 - GARNISHMENT ORDER FILE MAINTENANCE RUN.
      *READS THE GARNTRAN TRANSACTION DECK AND APPLIES ADD/CHANGE/
      *SUSPEND/RESUME/CLOSE ACTIONS (GT-ACTION = A/C/S/R/X) AGAINST
      *THE INDEXED GARNISH FILE, KEYED ON EMPLOYEE ID PLUS ORDER
      *SEQUENCE, SO CHILD-SUPPORT ORDERS, TAX LEVIES AND CREDITOR
      *GARNISHMENTS STOP LIVING ON A PAPER CARD FILE.  PAYROLL
      *TAKES EVERY ACTIVE ORDER EACH RUN AND KEEPS THE BALANCE AND
      *ARREARS CURRENT; THIS RUN ONLY SETS THE TERMS.  AN ADD
      *OPENS THE ORDER WITH THE FULL AMOUNT OWED AS ITS BALANCE AND
      *IS REFUSED UNLESS THE EMPLOYEE IS ON EMPMAST.  A CHANGE
      *REPLACES ONLY THE FIELDS KEYED ON THE CARD; A NEW TOTAL OWED
      *RESETS THE BALANCE TO THE NEW TOTAL LESS WHAT HAS ALREADY
      *BEEN TAKEN.  ORDERS ARE NEVER DELETED - A CLOSE KEEPS THE
      *HISTORY OF WHAT WAS TAKEN ON FILE.  EVERY TRANSACTION IS
      *LISTED ON A PRINTED MAINTENANCE LOG WITH RUN COUNTS.
      *
      *GARNTRAN CARD FORMAT (COLUMNS 1-80):
      *  COL  1     ACTION CODE A/C/S/R/X
      *  COLS 2-8   EMPLOYEE ID
      *  COLS 9-10  ORDER SEQUENCE, 99
      *  COL  11    ORDER TYPE C=CHILD SUPPORT T=TAX LEVY
      *             G=CREDITOR GARNISHMENT
      *  COLS 12-13 PRIORITY WITHIN TYPE, 99 (LOWEST TAKEN FIRST)
      *  COL  14    METHOD A=FLAT AMOUNT P=PERCENT OF DISPOSABLE
      *  COLS 15-21 AMOUNT PER PERIOD, 99999V99
      *  COLS 22-25 PERCENT, 99V99
      *             (THE AMOUNT OR PERCENT FOR THE METHOD CHOSEN
      *             MUST BE NON-ZERO)
      *  COLS 26-34 TOTAL OWED, 9999999V99 (ZERO = OPEN-ENDED)
      *  COLS 35-40 PAYEE AGENCY CODE
      *  COLS 41-70 PAYEE AGENCY NAME
      *  COLS 71-80 CASE NUMBER
      *ONLY THE ACTION, ID AND SEQUENCE ARE READ FOR S/R/X.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE
                   ASSIGN TO 'GARNTRAN'.
           SELECT GARNISH-FILE
                   ASSIGN TO 'GARNISH'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GN-KEY
                   FILE STATUS IS WS-GARNISH-STATUS.
           SELECT EMPMAST-FILE
                   ASSIGN TO 'EMPMAST'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-ID.
           SELECT PRNT-FILE
                   ASSIGN TO 'UR-S-PRNT'.
       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE
           DATA RECORD IS TRANS-REC.
       01 TRANS-REC.
               03 GT-ACTION             PIC X(1).
               03 GT-ID                 PIC X(7).
               03 GT-SEQ                PIC X(2).
               03 GT-TYPE               PIC X(1).
               03 GT-PRIORITY           PIC X(2).
               03 GT-METHOD             PIC X(1).
               03 GT-AMOUNT             PIC X(7).
               03 GT-PCT                PIC X(4).
               03 GT-TOTAL-OWED         PIC X(9).
               03 GT-PAYEE-CODE         PIC X(6).
               03 GT-PAYEE-NAME         PIC X(30).
               03 GT-CASE-NO            PIC X(10).
      *THE SAME 80 COLUMNS WITH THE NUMERIC FIELDS GIVEN THEIR
      *IMPLIED DECIMAL POINTS, MOVED ONLY AFTER THE X FORM PASSES
      *ITS NUMERIC TEST.
       01 TRANS-NUM REDEFINES TRANS-REC.
               03 FILLER                PIC X(8).
               03 GT-SEQ-N              PIC 9(2).
               03 FILLER                PIC X(1).
               03 GT-PRIORITY-N         PIC 9(2).
               03 FILLER                PIC X(1).
               03 GT-AMOUNT-N           PIC 9(5)V99.
               03 GT-PCT-N              PIC 9(2)V99.
               03 GT-TOTAL-OWED-N       PIC 9(7)V99.
               03 FILLER                PIC X(46).
       FD GARNISH-FILE
           DATA RECORD IS GARNISH-REC.
       COPY "GARNREC.cpy".
       FD EMPMAST-FILE
           DATA RECORD IS EMPMAST-REC.
       COPY "EMPMAST.cpy".
       FD PRNT-FILE
           DATA RECORD IS PRINTZ.
       01 PRINTZ.
               03 ID-PR                 PIC X(7).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 SEQ-PR                PIC X(2).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 TYPE-PR               PIC X(1).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 PAYEE-PR              PIC X(6).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 ACTION-PR             PIC X(7).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 BALANCE-PR            PIC Z,ZZZ,ZZ9.99.
               03 FILLER                PIC X(3) VALUE SPACES.
               03 RESULT-PR             PIC X(30).
       WORKING-STORAGE SECTION.
       01 INDICATORS.
               03 EOF-I                 PIC 9  VALUE 0.
               03 WS-GARNISH-STATUS     PIC X(2) VALUE "00".
               03 WS-CARD-OK-SW         PIC X(1) VALUE 'Y'.
                   88 CARD-OK                   VALUE 'Y'.
       01 MAINT-COUNTERS.
               03 WS-ADD-COUNT          PIC 9(5) VALUE 0.
               03 WS-CHANGE-COUNT       PIC 9(5) VALUE 0.
               03 WS-STATUS-COUNT       PIC 9(5) VALUE 0.
               03 WS-ERROR-COUNT        PIC 9(5) VALUE 0.
       01 PAGE-HDR.
               03 FILLER                PIC X(30) VALUE SPACES.
               03 FILLER                PIC X(33) VALUE
                   "GARNISHMENT ORDER MAINTENANCE LOG".
       01 COLUMN-HDR.
               03 FILLER                PIC X(7) VALUE "EMP ID ".
               03 FILLER                PIC X(2) VALUE SPACES.
               03 FILLER                PIC X(3) VALUE "SEQ".
               03 FILLER                PIC X(2) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "TYPE".
               03 FILLER                PIC X(2) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "PAYEE".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "ACTION".
               03 FILLER                PIC X(10) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "BALANCE".
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
               03 FILLER                PIC X(10) VALUE "STATUS   =".
               03 TL-STAT-PR            PIC ZZZZ9.
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
           OPEN I-O GARNISH-FILE.
           IF WS-GARNISH-STATUS = "35"
               OPEN OUTPUT GARNISH-FILE
               CLOSE GARNISH-FILE
               OPEN I-O GARNISH-FILE
           END-IF.
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
           MOVE GT-ID TO ID-PR.
           MOVE GT-SEQ TO SEQ-PR.
           MOVE GT-TYPE TO TYPE-PR.
           MOVE GT-PAYEE-CODE TO PAYEE-PR.
           IF GT-SEQ NOT NUMERIC
               MOVE "*ERROR*" TO ACTION-PR
               MOVE "ORDER SEQUENCE NOT NUMERIC" TO RESULT-PR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               EVALUATE GT-ACTION
                   WHEN "A"
                       MOVE "ADD" TO ACTION-PR
                       PERFORM D-100-ADD-ORDER
                   WHEN "C"
                       MOVE "CHANGE" TO ACTION-PR
                       PERFORM D-200-CHANGE-ORDER
                   WHEN "S"
                       MOVE "SUSPEND" TO ACTION-PR
                       PERFORM D-300-SUSPEND-ORDER
                   WHEN "R"
                       MOVE "RESUME" TO ACTION-PR
                       PERFORM D-400-RESUME-ORDER
                   WHEN "X"
                       MOVE "CLOSE" TO ACTION-PR
                       PERFORM D-500-CLOSE-ORDER
                   WHEN OTHER
                       MOVE "?????" TO ACTION-PR
                       MOVE "INVALID ACTION CODE" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
           END-IF.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           READ TRANS-FILE
                   AT END
                   MOVE 1 TO EOF-I.
      *AN ADD MUST CARRY EVERY TERM - A HALF-KEYED ORDER WOULD
      *EITHER TAKE NOTHING OR TAKE THE WRONG AMOUNT ON THE NEXT
      *PAYROLL.
       D-100-ADD-ORDER.
           PERFORM D-110-EDIT-ADD-CARD.
           IF CARD-OK
               MOVE GT-ID TO EM-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE "NOT ON EMPMAST - NOT ADDED" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       PERFORM D-120-WRITE-ORDER
               END-READ
           ELSE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       D-110-EDIT-ADD-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW.
           EVALUATE TRUE
               WHEN GT-TYPE NOT = "C" AND NOT = "T" AND NOT = "G"
                   MOVE "BAD ORDER TYPE - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-PRIORITY NOT NUMERIC
                   MOVE "BAD PRIORITY - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-METHOD = "A" AND GT-AMOUNT NOT NUMERIC
                   MOVE "BAD AMOUNT - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-METHOD = "P" AND GT-PCT NOT NUMERIC
                   MOVE "BAD PERCENT - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-METHOD NOT = "A" AND NOT = "P"
                   MOVE "BAD METHOD - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-METHOD = "A" AND GT-AMOUNT-N = 0
                   MOVE "NO AMOUNT - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-METHOD = "P" AND GT-PCT-N = 0
                   MOVE "NO PERCENT - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-TOTAL-OWED NOT NUMERIC
                   MOVE "BAD TOTAL OWED - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-PAYEE-CODE = SPACES
                   MOVE "NO PAYEE AGENCY - NOT ADDED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE.
       D-120-WRITE-ORDER.
           MOVE SPACES TO GARNISH-REC.
           MOVE GT-ID TO GN-ID.
           MOVE GT-SEQ-N TO GN-SEQ.
           MOVE GT-TYPE TO GN-TYPE.
           MOVE GT-PRIORITY-N TO GN-PRIORITY.
           MOVE GT-METHOD TO GN-METHOD.
           MOVE 0 TO GN-AMOUNT
                     GN-PCT.
           IF GN-BY-AMOUNT
               MOVE GT-AMOUNT-N TO GN-AMOUNT
           ELSE
               MOVE GT-PCT-N TO GN-PCT
           END-IF.
           MOVE GT-TOTAL-OWED-N TO GN-TOTAL-OWED.
           MOVE GT-TOTAL-OWED-N TO GN-BALANCE.
           MOVE 0 TO GN-ARREARS
                     GN-TAKEN-TOTAL.
           MOVE 'A' TO GN-STATUS.
           MOVE GT-PAYEE-CODE TO GN-PAYEE-CODE.
           MOVE GT-PAYEE-NAME TO GN-PAYEE-NAME.
           MOVE GT-CASE-NO TO GN-CASE-NO.
           WRITE GARNISH-REC
               INVALID KEY
                   MOVE "DUPLICATE - NOT ADDED" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE GN-BALANCE TO BALANCE-PR
                   MOVE "ADDED" TO RESULT-PR
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
      *A CHANGE IS A PARTIAL CARD - BLANK COLUMNS LEAVE THE FIELD
      *ON FILE ALONE, KEYED COLUMNS MUST EDIT CLEAN OR NOTHING ON
      *THE CARD IS APPLIED.
       D-200-CHANGE-ORDER.
           PERFORM D-210-EDIT-CHANGE-CARD.
           IF NOT CARD-OK
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE GT-ID TO GN-ID
               MOVE GT-SEQ-N TO GN-SEQ
               READ GARNISH-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE - NOT CHANGED" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       PERFORM D-220-APPLY-CHANGE
               END-READ
           END-IF.
       D-210-EDIT-CHANGE-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW.
           EVALUATE TRUE
               WHEN GT-TYPE NOT = SPACE AND NOT = "C" AND NOT = "T"
                                        AND NOT = "G"
                   MOVE "BAD ORDER TYPE - NOT CHANGED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-PRIORITY NOT = SPACES
                AND GT-PRIORITY NOT NUMERIC
                   MOVE "BAD PRIORITY - NOT CHANGED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-METHOD NOT = SPACE AND NOT = "A" AND NOT = "P"
                   MOVE "BAD METHOD - NOT CHANGED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-AMOUNT NOT = SPACES
                AND GT-AMOUNT NOT NUMERIC
                   MOVE "BAD AMOUNT - NOT CHANGED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-PCT NOT = SPACES
                AND GT-PCT NOT NUMERIC
                   MOVE "BAD PERCENT - NOT CHANGED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN GT-TOTAL-OWED NOT = SPACES
                AND GT-TOTAL-OWED NOT NUMERIC
                   MOVE "BAD TOTAL OWED - NOT CHANGED" TO RESULT-PR
                   MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE.
      *A METHOD SWITCH NEEDS THE FIGURE THE NEW METHOD TAKES - A
      *PERCENT ORDER AT 0 PERCENT, OR AN AMOUNT ORDER FOR $0, WOULD
      *TAKE NOTHING.  THE FIGURE MAY BE KEYED ON THE CARD OR
      *ALREADY ON FILE, SO THIS IS EDITED ONCE THE ORDER IS READ.
       D-220-APPLY-CHANGE.
           MOVE 'Y' TO WS-CARD-OK-SW.
           IF GT-METHOD = "P"
               IF (GT-PCT = SPACES AND GN-PCT = 0)
                       OR (GT-PCT NOT = SPACES AND GT-PCT-N = 0)
                   MOVE 'N' TO WS-CARD-OK-SW
               END-IF
           END-IF.
           IF GT-METHOD = "A"
               IF (GT-AMOUNT = SPACES AND GN-AMOUNT = 0)
                       OR (GT-AMOUNT NOT = SPACES AND GT-AMOUNT-N = 0)
                   MOVE 'N' TO WS-CARD-OK-SW
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN GN-CLOSED
                   MOVE "ORDER CLOSED - NOT CHANGED" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN NOT CARD-OK
                   MOVE "METHOD CHANGED - NO PCT/AMOUNT" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM D-230-MOVE-CHANGED-FIELDS
                   REWRITE GARNISH-REC
                   MOVE GN-BALANCE TO BALANCE-PR
                   MOVE "CHANGED" TO RESULT-PR
                   ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE.
       D-230-MOVE-CHANGED-FIELDS.
           IF GT-TYPE NOT = SPACE
               MOVE GT-TYPE TO GN-TYPE
           END-IF.
           IF GT-PRIORITY NOT = SPACES
               MOVE GT-PRIORITY-N TO GN-PRIORITY
           END-IF.
           IF GT-METHOD NOT = SPACE
               MOVE GT-METHOD TO GN-METHOD
           END-IF.
           IF GT-AMOUNT NOT = SPACES
               MOVE GT-AMOUNT-N TO GN-AMOUNT
           END-IF.
           IF GT-PCT NOT = SPACES
               MOVE GT-PCT-N TO GN-PCT
           END-IF.
           IF GT-PAYEE-CODE NOT = SPACES
               MOVE GT-PAYEE-CODE TO GN-PAYEE-CODE
           END-IF.
           IF GT-PAYEE-NAME NOT = SPACES
               MOVE GT-PAYEE-NAME TO GN-PAYEE-NAME
           END-IF.
           IF GT-CASE-NO NOT = SPACES
               MOVE GT-CASE-NO TO GN-CASE-NO
           END-IF.
      *A NEW TOTAL OWED (A COURT MODIFICATION, OR A CORRECTED
      *PAYOFF FIGURE) IS THE WHOLE DEBT, SO THE BALANCE IS WHAT IS
      *LEFT OF IT AFTER EVERYTHING ALREADY TAKEN.  A FIXED-DEBT
      *ORDER THAT IS ALREADY SATISFIED GOES STRAIGHT TO PAID OFF;
      *A PAID-OFF ORDER WHOSE DEBT WAS RAISED COMES BACK ACTIVE.
           IF GT-TOTAL-OWED NOT = SPACES
               MOVE GT-TOTAL-OWED-N TO GN-TOTAL-OWED
               IF GN-TAKEN-TOTAL < GN-TOTAL-OWED
                   SUBTRACT GN-TAKEN-TOTAL FROM GN-TOTAL-OWED
                       GIVING GN-BALANCE
                   IF GN-PAID-OFF
                       MOVE 'A' TO GN-STATUS
                   END-IF
               ELSE
                   MOVE 0 TO GN-BALANCE
                   IF GN-TOTAL-OWED > 0
                       MOVE 0 TO GN-ARREARS
                       MOVE 'P' TO GN-STATUS
                   END-IF
               END-IF
           END-IF.
       D-300-SUSPEND-ORDER.
           MOVE GT-ID TO GN-ID.
           MOVE GT-SEQ-N TO GN-SEQ.
           READ GARNISH-FILE
               INVALID KEY
                   MOVE "NOT ON FILE - NOT SUSPENDED" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE GN-BALANCE TO BALANCE-PR
                   IF GN-ACTIVE
                       MOVE 'S' TO GN-STATUS
                       REWRITE GARNISH-REC
                       MOVE "SUSPENDED" TO RESULT-PR
                       ADD 1 TO WS-STATUS-COUNT
                   ELSE
                       MOVE "NOT ACTIVE - NOT SUSPENDED" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ.
       D-400-RESUME-ORDER.
           MOVE GT-ID TO GN-ID.
           MOVE GT-SEQ-N TO GN-SEQ.
           READ GARNISH-FILE
               INVALID KEY
                   MOVE "NOT ON FILE - NOT RESUMED" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE GN-BALANCE TO BALANCE-PR
                   IF GN-SUSPENDED
                       MOVE 'A' TO GN-STATUS
                       REWRITE GARNISH-REC
                       MOVE "RESUMED" TO RESULT-PR
                       ADD 1 TO WS-STATUS-COUNT
                   ELSE
                       MOVE "NOT SUSPENDED - NOT RESUMED" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ.
       D-500-CLOSE-ORDER.
           MOVE GT-ID TO GN-ID.
           MOVE GT-SEQ-N TO GN-SEQ.
           READ GARNISH-FILE
               INVALID KEY
                   MOVE "NOT ON FILE - NOT CLOSED" TO RESULT-PR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE GN-BALANCE TO BALANCE-PR
                   IF GN-CLOSED
                       MOVE "ALREADY CLOSED" TO RESULT-PR
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       MOVE 'C' TO GN-STATUS
                       REWRITE GARNISH-REC
                       MOVE "CLOSED" TO RESULT-PR
                       ADD 1 TO WS-STATUS-COUNT
                   END-IF
           END-READ.
       C-100-WRAP-UP.
           MOVE SPACES TO PRINTZ.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
           MOVE WS-ADD-COUNT TO TL-ADD-PR.
           MOVE WS-CHANGE-COUNT TO TL-CHG-PR.
           MOVE WS-STATUS-COUNT TO TL-STAT-PR.
           MOVE WS-ERROR-COUNT TO TL-ERR-PR.
           WRITE PRINTZ FROM TOTAL-LINE
                AFTER ADVANCING 1 LINE.
           CLOSE TRANS-FILE
                GARNISH-FILE
                EMPMAST-FILE
                PRNT-FILE.
