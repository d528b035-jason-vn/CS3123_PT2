      *----------------------------------------------------------*
      *  EARNCARD.CPY                                            *
      *  EARNINGS CODE CARD LAYOUT - THE EARNCODE DECK NAMES     *
      *  EVERY KIND OF PAY A TIMECARD MAY CARRY, REKEYED BY      *
      *  PAYROLL CONTROL WHEN A CODE IS ADDED OR ITS RATE        *
      *  CHANGES.  TCEDIT EDITS TIMECARDS AGAINST IT AND PAYROLL *
      *  PRICES THE HOURS RECORD FROM IT.  ONE CARD PER CODE.    *
      *  KIND:  'W' WORKED TIME, 'T' PAID TIME OFF, 'P' PREMIUM. *
      *         A SALARIED EMPLOYEE'S SALARY ALREADY COVERS W    *
      *         AND T HOURS; ONLY P CODES ARE PAID ON TOP OF IT. *
      *  METHOD: 'M' HOURS X EM-RATE X THE MULTIPLIER,           *
      *          'F' HOURS (OR UNITS) X THE FLAT AMOUNT,         *
      *          'A' THE AMOUNT KEYED ON THE TIMECARD.           *
      *  OVERTIME 'Y' - THE HOURS COUNT TOWARD THE 40-HOUR WEEK; *
      *  HOURS PAST 40 EARN THE OVERTIME PREMIUM (HALF THE RATE, *
      *  PAID BY PAYROLL UNDER THE RESERVED CODE 'OT').          *
      *  LEAVE 'V' OR 'S' - THE HOURS ARE DRAWN FROM THE LEAVBAL *
      *  VACATION OR SICK BALANCE (ONE CODE PER LEAVE TYPE).     *
      *  CODE 'R ' (REGULAR - KIND W, METHOD M, MULTIPLIER       *
      *  1.000) MUST BE ON THE DECK: A TIMECARD WITH NO CODE IS  *
      *  REGULAR WORKED TIME AND A SALARY IS PAID UNDER IT.  THE *
      *  OLD ONE-LETTER CARD TYPES ARE CODES 'R ', 'V ' AND 'S ' *
      *  ON THE DECK.                                            *
      *  COLS 1-2   EARNINGS CODE                                *
      *  COLS 3-22  DESCRIPTION (PRINTS ON STUBS AND REPORTS)    *
      *  COL  23    KIND 'W' / 'T' / 'P'                         *
      *  COL  24    METHOD 'M' / 'F' / 'A'                       *
      *  COLS 25-28 MULTIPLIER,  9V999    ('M')                  *
      *  COLS 29-35 FLAT AMOUNT, 99999V99 ('F')                  *
      *  COL  36    COUNTS TOWARD OVERTIME 'Y' / 'N' (W ONLY)    *
      *  COL  37    LEAVE DRAWN 'V' / 'S' / BLANK    (T ONLY)    *
      *----------------------------------------------------------*
       01 EARN-CARD.
               03 ER-CODE               PIC X(2).
               03 ER-DESC               PIC X(20).
               03 ER-KIND               PIC X(1).
               03 ER-METHOD             PIC X(1).
               03 ER-MULTIPLIER         PIC 9(1)V999.
               03 ER-FLAT-AMT           PIC 9(5)V99.
               03 ER-OT-SW              PIC X(1).
               03 ER-LEAVE-TYPE         PIC X(1).
               03 FILLER                PIC X(43).
