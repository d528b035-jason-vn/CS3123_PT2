      *PAYHIST RESTARTS THE NEW YEAR HOLDING ONLY OPEN RECORDS AND
      *EARNRPT'S START-OF-RUN SCAN STOPS GROWING WITHOUT BOUND.
      *ONE ANNUAL WAGE STATEMENT PRINTS PER EMPLOYEE - FULL-YEAR
      *GROSS, FEDERAL TAX WITHHELD, STATE TAX WITHHELD, BENEFIT
      *DEDUCTIONS, GARNISHMENTS WITHHELD, TOTAL DEDUCTIONS AND NET
      *WITH THE SSN PULLED FROM EMPMAST AND MASKED TO THE LAST
      *FOUR - SO JANUARY TAX STATEMENTS STOP BEING ASSEMBLED BY
      *HAND FROM THE YTD REPORT.  RECORDS READ MUST EQUAL ARCHIVED
      *PLUS KEPT OR THE RUN ENDS WITH RETURN CODE 16 AND PAYHIST IS
      *LEFT UNTOUCHED.
      *
      *YEPARM CARD FORMAT (COLUMNS 1-4):
      *  COLS 1-4  CLOSING YEAR, 9999
      *KEEP THESE LENGTHS IN STEP WITH PAYHIST.CPY.
       FD ARCH-FILE
           DATA RECORD IS ARCH-REC.
       01 ARCH-REC                      PIC X(234).
       FD KEEP-FILE
           DATA RECORD IS KEEP-REC.
       01 KEEP-REC                      PIC X(234).
       FD EMPMAST-FILE
           DATA RECORD IS EMPMAST-REC.
       COPY "EMPMAST.cpy".
                   05 ET-ID             PIC X(7).
                   05 ET-LNAME          PIC X(15).
                   05 ET-GROSS          PIC S9(8)V99.
                   05 ET-FED-TAX        PIC S9(8)V99.
                   05 ET-STATE-TAX      PIC S9(8)V99.
                   05 ET-BENEFIT        PIC S9(8)V99.
                   05 ET-GARNISH        PIC S9(8)V99.
                   05 ET-DEDUCT         PIC S9(8)V99.
                   05 ET-NET            PIC S9(8)V99.
       01 PAGE-HDR.
                   PERFORM B-215-ADD-EMPLOYEE
               WHEN ET-ID (EMP-IDX) = PH-ID
                   ADD PH-GROSS TO ET-GROSS (EMP-IDX)
                   ADD PH-FED-TAX TO ET-FED-TAX (EMP-IDX)
                   ADD PH-STATE-TAX TO ET-STATE-TAX (EMP-IDX)
                   ADD PH-BENEFIT TO ET-BENEFIT (EMP-IDX)
                   ADD PH-GARNISH TO ET-GARNISH (EMP-IDX)
                   ADD PH-DEDUCT TO ET-DEDUCT (EMP-IDX)
                   ADD PH-NET TO ET-NET (EMP-IDX)
           END-SEARCH.
           MOVE PH-ID TO ET-ID (EMP-IDX).
           MOVE PH-LNAME TO ET-LNAME (EMP-IDX).
           MOVE PH-GROSS TO ET-GROSS (EMP-IDX).
           MOVE PH-FED-TAX TO ET-FED-TAX (EMP-IDX).
           MOVE PH-STATE-TAX TO ET-STATE-TAX (EMP-IDX).
           MOVE PH-BENEFIT TO ET-BENEFIT (EMP-IDX).
           MOVE PH-GARNISH TO ET-GARNISH (EMP-IDX).
           MOVE PH-DEDUCT TO ET-DEDUCT (EMP-IDX).
           MOVE PH-NET TO ET-NET (EMP-IDX).
      *THE SPLIT MUST ACCOUNT FOR EVERY HISTORY RECORD BEFORE
                AFTER ADVANCING 1 LINE.
           MOVE "FULL-YEAR GROSS      =" TO SA-LABEL-PR.
           MOVE ET-GROSS (EMP-IDX) TO SA-AMOUNT-PR.
           WRITE PRINTZ FROM STMT-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "FEDERAL TAX WITHHELD =" TO SA-LABEL-PR.
           MOVE ET-FED-TAX (EMP-IDX) TO SA-AMOUNT-PR.
           WRITE PRINTZ FROM STMT-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "STATE TAX WITHHELD   =" TO SA-LABEL-PR.
           MOVE ET-STATE-TAX (EMP-IDX) TO SA-AMOUNT-PR.
           WRITE PRINTZ FROM STMT-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "BENEFIT DEDUCTIONS   =" TO SA-LABEL-PR.
           MOVE ET-BENEFIT (EMP-IDX) TO SA-AMOUNT-PR.
           WRITE PRINTZ FROM STMT-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "GARNISHMENTS WITHHELD=" TO SA-LABEL-PR.
           MOVE ET-GARNISH (EMP-IDX) TO SA-AMOUNT-PR.
           WRITE PRINTZ FROM STMT-AMOUNT-LINE
                AFTER ADVANCING 1 LINE.
           MOVE "FULL-YEAR DEDUCTIONS =" TO SA-LABEL-PR.
