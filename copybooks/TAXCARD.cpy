      *----------------------------------------------------------*
      *  TAXCARD.CPY                                             *
      *  WITHHOLDING TABLE CARD LAYOUT - THE TAXTBL DECK CARRIES *
      *  THE GRADUATED FEDERAL AND STATE WITHHOLDING BRACKETS BY *
      *  FILING STATUS, REKEYED BY PAYROLL CONTROL WHEN THE      *
      *  PUBLISHED TABLES CHANGE.  ALL FIGURES ARE ANNUAL - THE  *
      *  PERIOD WAGE IS ANNUALIZED, TAXED AND DIVIDED BACK DOWN. *
      *  TWO CARD TYPES PER JURISDICTION AND FILING STATUS:      *
      *    'A' ALLOWANCE CARD - ANNUAL AMOUNT PER W-4 ALLOWANCE  *
      *        AND THE FLAT SUPPLEMENTAL RATE FOR FINAL PAY AND  *
      *        OTHER SUPPLEMENTAL WAGES.                         *
      *    'B' BRACKET CARD - ONE PER BRACKET, IN ASCENDING      *
      *        ORDER: ANNUAL WAGE FLOOR, TAX ON WAGES UP TO THE  *
      *        FLOOR, AND THE MARGINAL RATE ABOVE IT.            *
      *  COL  1     JURISDICTION 'F' FEDERAL / 'S' STATE         *
      *  COL  2     FILING STATUS 'S' / 'M' / 'H'                *
      *  COL  3     CARD TYPE 'A' / 'B'                          *
      *  COLS 4-12  BRACKET FLOOR,      9999999V99  ('B')        *
      *  COLS 13-21 BASE TAX AT FLOOR,  9999999V99  ('B')        *
      *  COLS 22-25 MARGINAL PERCENT,   99V99       ('B')        *
      *  COLS 4-10  PER-ALLOWANCE AMOUNT, 99999V99  ('A')        *
      *  COLS 11-14 SUPPLEMENTAL PERCENT, 99V99     ('A')        *
      *----------------------------------------------------------*
       01 TAX-CARD.
               03 TX-JURIS              PIC X(1).
               03 TX-FILING             PIC X(1).
               03 TX-CARD-TYPE          PIC X(1).
               03 TX-BRACKET-DATA.
                   05 TX-OVER           PIC 9(7)V99.
                   05 TX-BASE           PIC 9(7)V99.
                   05 TX-PCT            PIC 9(2)V99.
               03 TX-ALLOW-DATA REDEFINES TX-BRACKET-DATA.
                   05 TX-ALLOW-AMT      PIC 9(5)V99.
                   05 TX-SUPP-PCT       PIC 9(2)V99.
                   05 FILLER            PIC X(11).
               03 FILLER                PIC X(55).
