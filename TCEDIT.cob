      *FOR PAYROLL, AND PRINTS REJECTED CARDS ON A TIMECARD
      *EXCEPTION LISTING.  A MIS-KEYED EMPLOYEE ID IS REJECTED HERE
      *INSTEAD OF SILENTLY BECOMING AN UNPAID EMPLOYEE.
      *EVERY CARD CARRIES AN EARNINGS CODE FROM THE EARNCODE DECK
      *(SEE EARNCARD.CPY) - BLANK IS REGULAR WORKED HOURS, AND THE
      *DECK NAMES VACATION-TAKEN, SICK-TAKEN, HOLIDAY, SHIFT
      *DIFFERENTIAL, ON-CALL, BONUS AND WHATEVER ELSE PAYROLL
      *CONTROL SETS UP.  A CODE NOT ON THE DECK IS REJECTED, AND A
      *MISSING OR BAD DECK STOPS THE RUN (RETURN CODE 16).  A CODE
      *PAID BY AMOUNT TAKES THE AMOUNT KEYED ON THE CARD; EVERY
      *OTHER CODE TAKES HOURS.  LEAVE CARDS ARE EDITED AGAINST THE
      *LEAVBAL BALANCES MAINTAINED BY LEAVACC - A CARD TAKING MORE
      *THAN THE EMPLOYEE HAS IS REJECTED - AND ALL CARDS FOR ONE
      *EMPLOYEE MERGE INTO A SINGLE HOURS RECORD FOR PAYROLL, ONE
      *EARNINGS LINE PER CODE.  A SECOND CARD OF THE SAME CODE FOR
      *THE SAME EMPLOYEE IS STILL A DUPLICATE.
      *THE RUN IS DRIVEN BY THE ONE-CARD PERIODCD DECK NAMING THE
      *PAY-PERIOD DATE - EVERY HOURS RECORD IS STAMPED WITH IT SO
      *PAYROLL CAN REFUSE A STALE FILE, AND ON SUCCESSFUL
      *COMPLETION A RUNCTL RECORD IS WRITTEN SO PAYROLL KNOWS THE
      *PERIOD'S TIMECARDS HAVE BEEN EDITED.
      *A TERMINATED EMPLOYEE'S CARDS ARE ACCEPTED ONLY FOR THE
      *PERIOD THE EM-TERMDATE FALLS IN (THE FINAL PERIOD PAYROLL
      *STILL PAYS); ANY LATER PERIOD REJECTS THEM.  A VACATION CARD
      *AGAINST A BALANCE FINALPAY HAS ALREADY PAID OUT AND CLOSED
      *FINDS NOTHING LEFT AND REJECTS AS AN OVERDRAW.
      *
      *PERIODCD CARD FORMAT (COLUMNS 1-8):
      *  COLS 1-8  PAY-PERIOD DATE, YYYYMMDD
      *TIMECARD CARD FORMAT (COLUMNS 1-21):
      *  COLS 1-7   EMPLOYEE ID
      *  COLS 8-12  HOURS (UNITS FOR A FLAT-RATE CODE), 999V99 -
      *             MAY BE LEFT BLANK ON AN AMOUNT CODE
      *  COLS 13-14 EARNINGS CODE, BLANK = 'R ' REGULAR
      *  COLS 15-21 AMOUNT, 99999V99 (AMOUNT CODES ONLY)
      *EARNCODE CARD FORMAT: SEE EARNCARD.CPY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT PERIOD-FILE
                   ASSIGN TO 'PERIODCD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EARN-FILE
                   ASSIGN TO 'EARNCODE'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EARN-STATUS.
           SELECT RUNCTL-FILE
                   ASSIGN TO 'RUNCTL'
                   ORGANIZATION IS INDEXED
       01 PERIOD-REC.
               03 PC-DATE               PIC X(8).
               03 FILLER                PIC X(72).
       FD EARN-FILE
           DATA RECORD IS EARN-CARD.
       COPY "EARNCARD.cpy".
       FD RUNCTL-FILE
           DATA RECORD IS RUNCTL-REC.
       COPY "RUNCTL.cpy".
       01 TIMECARD-REC.
               03 TC-ID                 PIC X(7).
               03 TC-HOURS              PIC X(5).
               03 TC-EARN-CODE          PIC X(2).
               03 TC-AMOUNT             PIC X(7).
      *TC-HOURS-V99 AND TC-AMOUNT-V99 ARE THE SAME BYTES AS TC-HOURS
      *AND TC-AMOUNT REDEFINED WITH THEIR IMPLIED DECIMAL POINTS
      *(NNN.NN AND NNNNN.NN) SO THE RANGE EDITS AND THE MOVES TO
      *THE HOURS RECORD CARRY TRUE NUMERIC VALUES.
       01 TC-HOURS-NUM REDEFINES TIMECARD-REC.
               03 FILLER                PIC X(7).
               03 TC-HOURS-V99          PIC 9(3)V99.
               03 FILLER                PIC X(2).
               03 TC-AMOUNT-V99         PIC 9(5)V99.
       FD EMPMAST-FILE
           DATA RECORD IS EMPMAST-REC.
       COPY "EMPMAST.cpy".
       01 PRINTZ.
               03 ID-PR                 PIC X(7).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 CODE-PR               PIC X(2).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 HOURS-PR              PIC X(5).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 AMOUNT-PR             PIC X(7).
               03 FILLER                PIC X(3) VALUE SPACES.
               03 REASON-PR             PIC X(30).
               03 FILLER                PIC X(17) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 INDICATORS.
               03 EOF-I                 PIC 9  VALUE 0.
               03 WS-HOURS-STATUS       PIC X(2) VALUE "00".
               03 WS-LEAVBAL-STATUS     PIC X(2) VALUE "00".
               03 WS-RUNCTL-STATUS      PIC X(2) VALUE "00".
               03 EARN-EOF-I            PIC 9  VALUE 0.
               03 WS-EARN-STATUS        PIC X(2) VALUE "00".
               03 WS-EARN-DECK-SW       PIC X(1) VALUE 'Y'.
                   88 EARN-DECK-VALID           VALUE 'Y'.
                   88 EARN-DECK-IN-ERROR        VALUE 'N'.
               03 WS-EARN-CARD-SW       PIC X(1) VALUE 'Y'.
                   88 EARN-CARD-VALID           VALUE 'Y'.
               03 WS-PERIOD-SW          PIC X(1) VALUE 'N'.
                   88 PERIOD-LOADED             VALUE 'Y'.
      *A MISSING LEAVBAL FILE (STATUS 35) MEANS NO BALANCES EXIST
                   88 CARD-VALID                VALUE 'Y'.
                   88 CARD-INVALID              VALUE 'N'.
               03 WS-REJECT-REASON      PIC X(30) VALUE SPACES.
      *THE CARD'S EARNINGS CODE, BLANK TAKEN AS REGULAR.
               03 WS-CARD-CODE          PIC X(2) VALUE SPACES.
      *THE EARNCODE DECK HELD IN STORAGE FOR THE RUN.  30 CODES IS
      *WELL ABOVE ANY DECK WE KEY; AN OVERFLOW STOPS THE RUN RATHER
      *THAN DROPPING A CODE.
       01 EARN-TABLE.
               03 WS-EC-COUNT           PIC 9(2) VALUE 0.
               03 EC-ENTRY OCCURS 30 TIMES
                       INDEXED BY EC-IDX.
                   05 EC-CODE           PIC X(2).
                   05 EC-KIND           PIC X(1).
                   05 EC-METHOD         PIC X(1).
                       88 EC-BY-AMOUNT          VALUE 'A'.
                   05 EC-MULTIPLIER     PIC 9(1)V999.
                   05 EC-LEAVE-TYPE     PIC X(1).
                       88 EC-VAC-LEAVE          VALUE 'V'.
                       88 EC-SICK-LEAVE         VALUE 'S'.
       01 PERIOD-FIELDS.
               03 WS-PERIOD-DATE        PIC X(8).
               03 WS-PERIOD-DATE-N REDEFINES WS-PERIOD-DATE
                                        PIC 9(8).
      *FIRST DAY OF THE WEEKLY PERIOD - AN EMPLOYEE TERMINATED ON
      *OR AFTER IT STILL HAS HOURS TO BE PAID FOR THE PERIOD.
               03 WS-PERIOD-START       PIC X(8).
               03 WS-PERIOD-START-N REDEFINES WS-PERIOD-START
                                        PIC 9(8).
               03 WS-PERIOD-DAYS        PIC 9(7).
               03 WS-RUN-STAMP          PIC X(14).
       01 EDIT-COUNTERS.
               03 WS-READ-COUNT         PIC 9(5) VALUE 0.
       01 COLUMN-HDR.
               03 FILLER                PIC X(6) VALUE "EMP ID".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "CODE".
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "HOURS".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "AMOUNT".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "REASON".
       01 TOTAL-LINE.
               03 FILLER                PIC X(10) VALUE SPACES.
           STOP RUN.
       A-100-INITIALIZATION.
           PERFORM A-050-LOAD-PERIOD-CARD.
           PERFORM A-070-LOAD-EARN-CODES.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
           OPEN INPUT TIMECARD-FILE
                      EMPMAST-FILE
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
           READ PERIOD-FILE
                   AT END
                   MOVE 1 TO PERIOD-EOF-I.
      *THE EARNCODE DECK IS EDITED IN FULL BEFORE ANY TIMECARD IS
      *READ, THE SAME WAY PAYROLL EDITS IT, SO A CARD ACCEPTED HERE
      *IS ALWAYS ONE PAYROLL CAN PRICE.  A BAD CARD IS LISTED AND
      *THE DECK IS REJECTED AT THE END OF THE LOAD, SO EVERY BAD
      *CARD SHOWS ON ONE RUN; A DECK WITHOUT THE REGULAR CODE IS
      *REJECTED THE SAME WAY.
       A-070-LOAD-EARN-CODES.
           OPEN INPUT EARN-FILE.
           IF WS-EARN-STATUS NOT = "00"
               DISPLAY "TCEDIT - NO EARNCODE DECK - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ EARN-FILE
                   AT END
                   MOVE 1 TO EARN-EOF-I.
           PERFORM A-075-LOAD-ONE-EARN-CARD
                UNTIL EARN-EOF-I = 1.
           CLOSE EARN-FILE.
           SET EC-IDX TO 1.
           SEARCH EC-ENTRY
               AT END
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "TCEDIT - EARNCODE HAS NO REGULAR CODE"
               WHEN EC-IDX > WS-EC-COUNT
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "TCEDIT - EARNCODE HAS NO REGULAR CODE"
               WHEN EC-CODE (EC-IDX) = "R "
                   IF EC-KIND (EC-IDX) NOT = "W"
                           OR EC-METHOD (EC-IDX) NOT = "M"
                           OR EC-MULTIPLIER (EC-IDX) NOT = 1
                       SET EARN-DECK-IN-ERROR TO TRUE
                       DISPLAY "TCEDIT - EARNCODE REGULAR CODE MUST "
                               "BE KIND W, METHOD M AT 1.000"
                   END-IF
           END-SEARCH.
           IF EARN-DECK-IN-ERROR
               DISPLAY "TCEDIT - EARNCODE DECK IN ERROR - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       A-075-LOAD-ONE-EARN-CARD.
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
               DISPLAY "TCEDIT - BAD EARNCODE CARD: " EARN-CARD (1:37)
           END-IF.
           READ EARN-FILE
                   AT END
                   MOVE 1 TO EARN-EOF-I.
      *A CODE KEYED TWICE, OR A SECOND CODE DRAWING THE SAME LEAVE
      *BALANCE (TWO CARDS COULD THEN OVERDRAW IT BETWEEN THEM), IS
      *A KEYING ERROR.
       A-077-ADD-EARN-CODE.
           SET EC-IDX TO 1.
           SEARCH EC-ENTRY
               AT END
                   DISPLAY "TCEDIT - EARNINGS CODE TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN EC-IDX > WS-EC-COUNT
                   ADD 1 TO WS-EC-COUNT
                   MOVE ER-CODE TO EC-CODE (EC-IDX)
                   MOVE ER-KIND TO EC-KIND (EC-IDX)
                   MOVE ER-METHOD TO EC-METHOD (EC-IDX)
                   MOVE 0 TO EC-MULTIPLIER (EC-IDX)
                   IF ER-METHOD = "M"
                       MOVE ER-MULTIPLIER TO EC-MULTIPLIER (EC-IDX)
                   END-IF
                   MOVE ER-LEAVE-TYPE TO EC-LEAVE-TYPE (EC-IDX)
               WHEN EC-CODE (EC-IDX) = ER-CODE
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "TCEDIT - DUPLICATE EARNCODE CARD: "
                           EARN-CARD (1:37)
               WHEN ER-LEAVE-TYPE NOT = SPACE
                       AND EC-LEAVE-TYPE (EC-IDX) = ER-LEAVE-TYPE
                   SET EARN-DECK-IN-ERROR TO TRUE
                   DISPLAY "TCEDIT - SECOND EARNCODE FOR ONE LEAVE "
                           "TYPE: " EARN-CARD (1:37)
           END-SEARCH.
       B-100-PROCESS-FILE.
           READ TIMECARD-FILE
                   AT END
       B-150-VALIDATE-CARD.
           SET CARD-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE TC-EARN-CODE TO WS-CARD-CODE.
           IF WS-CARD-CODE = SPACES
               MOVE "R " TO WS-CARD-CODE
           END-IF.
           SET EC-IDX TO 1.
           SEARCH EC-ENTRY
               AT END
                   SET CARD-INVALID TO TRUE
                   MOVE "INVALID EARNINGS CODE" TO WS-REJECT-REASON
               WHEN EC-IDX > WS-EC-COUNT
                   SET CARD-INVALID TO TRUE
                   MOVE "INVALID EARNINGS CODE" TO WS-REJECT-REASON
               WHEN EC-CODE (EC-IDX) = WS-CARD-CODE
                   CONTINUE
           END-SEARCH.
           IF CARD-VALID
               IF EC-BY-AMOUNT (EC-IDX) AND TC-HOURS = SPACES
                   MOVE ZEROS TO TC-HOURS
               END-IF
               IF TC-HOURS NOT NUMERIC
                   SET CARD-INVALID TO TRUE
                   MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-VALID
               IF TC-HOURS-V99 > 100
                   SET CARD-INVALID TO TRUE
                   MOVE "HOURS EXCEED 100.00" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-VALID
               EVALUATE TRUE
                   WHEN EC-BY-AMOUNT (EC-IDX) AND TC-AMOUNT NOT NUMERIC
                       SET CARD-INVALID TO TRUE
                       MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                   WHEN EC-BY-AMOUNT (EC-IDX) AND TC-AMOUNT-V99 = 0
                       SET CARD-INVALID TO TRUE
                       MOVE "NO AMOUNT FOR AMOUNT CODE"
                           TO WS-REJECT-REASON
                   WHEN NOT EC-BY-AMOUNT (EC-IDX)
                           AND TC-AMOUNT NOT = SPACES
                       SET CARD-INVALID TO TRUE
                       MOVE "AMOUNT NOT ALLOWED FOR CODE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF CARD-VALID
               MOVE TC-ID TO EM-ID
               READ EMPMAST-FILE
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF EM-STATUS = "T"
                               AND (EM-TERMDATE NOT NUMERIC
                                 OR EM-TERMDATE < WS-PERIOD-START)
                           SET CARD-INVALID TO TRUE
                           MOVE "EMPLOYEE TERMINATED"
                               TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF CARD-VALID
               IF EC-VAC-LEAVE (EC-IDX) OR EC-SICK-LEAVE (EC-IDX)
                   PERFORM B-155-CHECK-LEAVE-BALANCE
               END-IF
           END-IF.
                       MOVE "NO LEAVE BALANCE RECORD"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF EC-VAC-LEAVE (EC-IDX)
                               AND TC-HOURS-V99 > LV-VAC-BAL
                           SET CARD-INVALID TO TRUE
                           MOVE "EXCEEDS VACATION BALANCE"
                               TO WS-REJECT-REASON
                       END-IF
                       IF EC-SICK-LEAVE (EC-IDX)
                               AND TC-HOURS-V99 > LV-SICK-BAL
                           SET CARD-INVALID TO TRUE
                           MOVE "EXCEEDS SICK BALANCE"
                   PERFORM B-174-MERGE-HOURS
           END-READ.
       B-172-WRITE-NEW-HOURS.
           PERFORM B-173-CLEAR-HOURS.
           PERFORM B-176-ADD-EARN-LINE.
           WRITE HOURS-REC.
           ADD 1 TO WS-LOAD-COUNT.
       B-173-CLEAR-HOURS.
           MOVE SPACES TO HOURS-REC.
           MOVE TC-ID TO H-ID.
           MOVE WS-PERIOD-DATE TO H-PERIOD-DATE.
           MOVE 0 TO H-LINE-COUNT.
           PERFORM B-178-CLEAR-EARN-LINE
               VARYING H-IDX FROM 1 BY 1
               UNTIL H-IDX > 8.
      *A RECORD LEFT FROM A PRIOR PERIOD IS NOT A DUPLICATE AND
      *NOTHING MERGES INTO IT - THE FIRST CARD FOR THE NEW PERIOD
      *TAKES THE RECORD OVER AND RESTAMPS IT.  WITHIN THE CURRENT
      *PERIOD, A SECOND CARD OF A CODE THE MERGED RECORD ALREADY
      *CARRIES IS A DUPLICATE; A NEW CODE FOLDS IN AS ANOTHER
      *EARNINGS LINE, UP TO THE EIGHT LINES THE RECORD HOLDS.
       B-174-MERGE-HOURS.
           IF H-PERIOD-DATE NOT = WS-PERIOD-DATE
               PERFORM B-175-RESET-STALE-HOURS
           ELSE
               SET H-IDX TO 1
               SEARCH H-EARN-LINE
                   AT END
                       SET CARD-INVALID TO TRUE
                       MOVE "TOO MANY EARNINGS CODES"
                           TO WS-REJECT-REASON
                   WHEN H-IDX > H-LINE-COUNT
                       PERFORM B-176-ADD-EARN-LINE
                       REWRITE HOURS-REC
                       ADD 1 TO WS-LOAD-COUNT
                   WHEN H-EARN-CODE (H-IDX) = WS-CARD-CODE
                       SET CARD-INVALID TO TRUE
                       MOVE "DUPLICATE TIMECARD" TO WS-REJECT-REASON
               END-SEARCH
           END-IF.
       B-175-RESET-STALE-HOURS.
           PERFORM B-173-CLEAR-HOURS.
           PERFORM B-176-ADD-EARN-LINE.
           REWRITE HOURS-REC.
           ADD 1 TO WS-LOAD-COUNT.
       B-176-ADD-EARN-LINE.
           ADD 1 TO H-LINE-COUNT.
           SET H-IDX TO H-LINE-COUNT.
           MOVE WS-CARD-CODE TO H-EARN-CODE (H-IDX).
           MOVE TC-HOURS-V99 TO H-EARN-HRS (H-IDX).
           IF EC-BY-AMOUNT (EC-IDX)
               MOVE TC-AMOUNT-V99 TO H-EARN-AMT (H-IDX)
           END-IF.
       B-178-CLEAR-EARN-LINE.
           MOVE SPACES TO H-EARN-CODE (H-IDX).
           MOVE 0 TO H-EARN-HRS (H-IDX) H-EARN-AMT (H-IDX).
       B-160-WRITE-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO PRINTZ.
           MOVE TC-ID TO ID-PR.
           MOVE TC-EARN-CODE TO CODE-PR.
           MOVE TC-HOURS TO HOURS-PR.
           MOVE TC-AMOUNT TO AMOUNT-PR.
           MOVE WS-REJECT-REASON TO REASON-PR.
           WRITE PRINTZ
                AFTER ADVANCING 1 LINE.
