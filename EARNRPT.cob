       AUTHOR. JNGUYE02.
      *PROJECT 2 - YEAR-TO-DATE EARNINGS REPORT.
      *READS THE CUMULATIVE PAYHIST FILE WRITTEN BY PAYROLL AND
      *PRINTS YEAR-TO-DATE EARNINGS (GROSS, FEDERAL TAX, STATE TAX,
      *BENEFITS, GARNISHMENTS, TOTAL DEDUCTIONS, NET) BY EMPLOYEE
      *FOR THE CURRENT YEAR, FOLLOWED BY A QUARTERLY EARNINGS
      *SUMMARY WITH THE SAME BREAKOUT, FOR TAX-TIME INQUIRIES, THE
      *QUARTERLY TAX RETURNS AND THE AUDITORS.
      *PAYADJ ADJUSTMENT RECORDS (VOIDS, MANUAL CHECKS, RETRO
      *CORRECTIONS) CARRY SIGNED AMOUNTS AND SUM IN WITH THE
      *NORMAL RECORDS, SO THE FIGURES HERE ARE TRUE WITHOUT ANYONE
           DATA RECORD IS PRINTZ.
       01 PRINTZ.
               03 ID-PR                 PIC X(7).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 LNAME-PR              PIC X(15).
               03 FILLER                PIC X(2) VALUE SPACES.
               03 GROSS-PR              PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 FED-TAX-PR            PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 STATE-TAX-PR          PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 BENEFIT-PR            PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 GARNISH-PR            PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 DEDUCT-PR             PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 NET-PR                PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(2) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 INDICATORS.
               03 EOF-I                 PIC 9  VALUE 0.
                   05 ET-ID             PIC X(7).
                   05 ET-LNAME          PIC X(15).
                   05 ET-GROSS          PIC S9(8)V99.
                   05 ET-FED-TAX        PIC S9(8)V99.
                   05 ET-STATE-TAX      PIC S9(8)V99.
                   05 ET-BENEFIT        PIC S9(8)V99.
                   05 ET-GARNISH        PIC S9(8)V99.
                   05 ET-DEDUCT         PIC S9(8)V99.
                   05 ET-NET            PIC S9(8)V99.
       01 QTR-TABLE.
               03 QTR-ENTRY OCCURS 4 TIMES
                       INDEXED BY QTR-IDX.
                   05 QT-GROSS          PIC S9(8)V99 VALUE 0.
                   05 QT-FED-TAX        PIC S9(8)V99 VALUE 0.
                   05 QT-STATE-TAX      PIC S9(8)V99 VALUE 0.
                   05 QT-BENEFIT        PIC S9(8)V99 VALUE 0.
                   05 QT-GARNISH        PIC S9(8)V99 VALUE 0.
                   05 QT-DEDUCT         PIC S9(8)V99 VALUE 0.
                   05 QT-NET            PIC S9(8)V99 VALUE 0.
       01 PAGE-HDR.
               03 HDR-YEAR-PR           PIC 9(4).
       01 COLUMN-HDR.
               03 FILLER                PIC X(6) VALUE "EMP ID".
               03 FILLER                PIC X(3) VALUE SPACES.
               03 FILLER                PIC X(4) VALUE "LAST".
               03 FILLER                PIC X(17) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "YTD GROSS".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "YTD FED TAX".
               03 FILLER                PIC X(2) VALUE SPACES.
               03 FILLER                PIC X(13) VALUE
                   "YTD STATE TAX".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "YTD BENEFIT".
               03 FILLER                PIC X(4) VALUE SPACES.
               03 FILLER                PIC X(11) VALUE "YTD GARNISH".
               03 FILLER                PIC X(5) VALUE SPACES.
               03 FILLER                PIC X(10) VALUE "YTD DEDUCT".
               03 FILLER                PIC X(8) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "YTD NET".
                   "QUARTERLY EARNINGS SUMMARY".
       01 QTR-COL-HDR.
               03 FILLER                PIC X(7) VALUE "QUARTER".
               03 FILLER                PIC X(10) VALUE SPACES.
               03 FILLER                PIC X(5) VALUE "GROSS".
               03 FILLER                PIC X(8) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "FED TAX".
               03 FILLER                PIC X(6) VALUE SPACES.
               03 FILLER                PIC X(9) VALUE "STATE TAX".
               03 FILLER                PIC X(8) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "BENEFIT".
               03 FILLER                PIC X(8) VALUE SPACES.
               03 FILLER                PIC X(7) VALUE "GARNISH".
               03 FILLER                PIC X(9) VALUE SPACES.
               03 FILLER                PIC X(6) VALUE "DEDUCT".
               03 FILLER                PIC X(12) VALUE SPACES.
               03 FILLER                PIC X(3) VALUE "NET".
       01 QTR-LINE.
               03 FILLER                PIC X(2) VALUE "Q".
               03 QL-QTR-PR             PIC 9(1).
               03 FILLER                PIC X(6) VALUE SPACES.
               03 QL-GROSS-PR           PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 QL-FED-TAX-PR         PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 QL-STATE-TAX-PR       PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 QL-BENEFIT-PR         PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 QL-GARNISH-PR         PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 QL-DEDUCT-PR          PIC $$,$$$,$$9.99-.
               03 FILLER                PIC X(1) VALUE SPACES.
               03 QL-NET-PR             PIC $$,$$$,$$9.99-.
       01 COUNT-LINE.
               03 FILLER                PIC X(10) VALUE SPACES.
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
       B-220-ACCUMULATE-QUARTER.
           COMPUTE WS-QTR = (PH-PERIOD-MON + 2) / 3.
           SET QTR-IDX TO WS-QTR.
           ADD PH-GROSS TO QT-GROSS (QTR-IDX).
           ADD PH-FED-TAX TO QT-FED-TAX (QTR-IDX).
           ADD PH-STATE-TAX TO QT-STATE-TAX (QTR-IDX).
           ADD PH-BENEFIT TO QT-BENEFIT (QTR-IDX).
           ADD PH-GARNISH TO QT-GARNISH (QTR-IDX).
           ADD PH-DEDUCT TO QT-DEDUCT (QTR-IDX).
           ADD PH-NET TO QT-NET (QTR-IDX).
       C-100-PRINT-REPORT.
           MOVE ET-ID (EMP-IDX) TO ID-PR.
           MOVE ET-LNAME (EMP-IDX) TO LNAME-PR.
           MOVE ET-GROSS (EMP-IDX) TO GROSS-PR.
           MOVE ET-FED-TAX (EMP-IDX) TO FED-TAX-PR.
           MOVE ET-STATE-TAX (EMP-IDX) TO STATE-TAX-PR.
           MOVE ET-BENEFIT (EMP-IDX) TO BENEFIT-PR.
           MOVE ET-GARNISH (EMP-IDX) TO GARNISH-PR.
           MOVE ET-DEDUCT (EMP-IDX) TO DEDUCT-PR.
           MOVE ET-NET (EMP-IDX) TO NET-PR.
           WRITE PRINTZ
           MOVE SPACES TO PRINTZ.
           SET QL-QTR-PR TO QTR-IDX.
           MOVE QT-GROSS (QTR-IDX) TO QL-GROSS-PR.
           MOVE QT-FED-TAX (QTR-IDX) TO QL-FED-TAX-PR.
           MOVE QT-STATE-TAX (QTR-IDX) TO QL-STATE-TAX-PR.
           MOVE QT-BENEFIT (QTR-IDX) TO QL-BENEFIT-PR.
           MOVE QT-GARNISH (QTR-IDX) TO QL-GARNISH-PR.
           MOVE QT-DEDUCT (QTR-IDX) TO QL-DEDUCT-PR.
           MOVE QT-NET (QTR-IDX) TO QL-NET-PR.
           WRITE PRINTZ FROM QTR-LINE
