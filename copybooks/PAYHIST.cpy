      *  DELETED FROM EMPMAST.                                   *
      *  PAYADJ APPENDS CORRECTING RECORDS FLAGGED IN            *
      *  PH-ADJ-FLAG (V = VOID, M = MANUAL CHECK, R = RETRO      *
      *  RATE CORRECTION; SPACE = NORMAL PAYROLL RECORD) AND     *
      *  FINALPAY APPENDS THE VACATION PAYOUT OF A TERMINATED    *
      *  EMPLOYEE FLAGGED F, ITS PAID HOURS IN PH-REG-HRS - THE  *
      *  HOURS AND AMOUNTS ARE SIGNED SO A VOID CARRIES THE      *
      *  OFFSETTING NEGATIVE FIGURES AND EVERY READER SUMS TO    *
      *  TRUE TOTALS WITHOUT SPECIAL CASES.                      *
      *  PH-DEDUCT IS THE TOTAL OF THE WITHHOLDINGS; PH-FED-TAX, *
      *  PH-STATE-TAX AND PH-BENEFIT BREAK IT OUT SO THE YTD     *
      *  REPORT AND THE WAGE STATEMENTS SHOW EACH ONE.           *
      *  PH-GARNISH IS THE COURT-ORDERED AMOUNT TAKEN FROM THE   *
      *  GARNISH FILE; IT IS ALSO INCLUDED IN PH-DEDUCT.         *
      *  PH-EARN-ENTRY BREAKS PH-GROSS OUT BY EARNINGS CODE (SEE *
      *  EARNCARD.CPY, PLUS 'OT' FOR THE OVERTIME PREMIUM) WITH  *
      *  THE HOURS OR UNITS PAID UNDER EACH, AND FOOTS TO IT;    *
      *  UNUSED ENTRIES ARE BLANK WITH ZERO HOURS AND AMOUNT.    *
      *  PAYADJ NEGATES THE ORIGINAL'S BREAKOUT ON A VOID,       *
      *  CARRIES A MANUAL AMOUNT AS REGULAR 'R ' AND A RETRO     *
      *  DELTA BY CODE WITH NO HOURS; FINALPAY CARRIES THE       *
      *  PAYOUT AS VACATION 'V '.                                *
      *  THE YEAREND ARCHIVE/KEEP FILES AND PAYROLL'S PAYHWORK   *
      *  BACK-OUT FILE CARRY THIS RECORD UNCHANGED - KEEP THEIR  *
      *  LENGTHS IN STEP WITH THIS LAYOUT.                       *
      *----------------------------------------------------------*
       01 PAYHIST-REC.
               03 PH-PERIOD-DATE        PIC X(8).
               03 PH-NET                PIC S9(6)V99.
               03 PH-DEPT               PIC X(2).
               03 PH-ADJ-FLAG           PIC X(1).
               03 PH-FED-TAX            PIC S9(6)V99.
               03 PH-STATE-TAX          PIC S9(6)V99.
               03 PH-BENEFIT            PIC S9(6)V99.
               03 PH-GARNISH            PIC S9(6)V99.
               03 PH-EARNINGS.
                   05 PH-EARN-ENTRY OCCURS 9 TIMES
                           INDEXED BY PH-IDX.
                       07 PH-EARN-CODE  PIC X(2).
                       07 PH-EARN-HRS   PIC S9(3)V99.
                       07 PH-EARN-AMT   PIC S9(6)V99.
