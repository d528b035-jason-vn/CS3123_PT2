      *----------------------------------------------------------*
      *  DEDUCREC.CPY                                            *
      *  DEDUCTIONS RECORD LAYOUT - ONE RECORD PER EMPLOYEE      *
      *  CARRYING THE W-4 FILING STATUS AND ALLOWANCES THAT      *
      *  DRIVE THE GRADUATED FEDERAL AND STATE WITHHOLDING       *
      *  TABLES (SEE TAXCARD.CPY) AND THE FIXED BENEFIT          *
      *  DEDUCTION, READ RANDOMLY BY PAYROLL ALONGSIDE THE HOURS *
      *  FILE.  KEYED ON D-ID.                                   *
      *  D-FILING-STATUS IS 'S' SINGLE, 'M' MARRIED OR 'H' HEAD  *
      *  OF HOUSEHOLD.  A RECORD WRITTEN BEFORE THE FIELD        *
      *  EXISTED HAS A BLANK STATUS AND IS STILL WITHHELD AT THE *
      *  OLD FLAT D-TAX-PCT (FEDERAL ONLY) UNTIL ITS W-4 IS      *
      *  KEYED.                                                  *
      *----------------------------------------------------------*
       01 DEDUCT-REC.
               03 D-ID                  PIC X(7).
               03 D-TAX-PCT             PIC 9(2)V99.
               03 D-BENEFIT             PIC 9(3)V99.
               03 D-FILING-STATUS       PIC X(1).
                   88 D-FILING-SINGLE           VALUE 'S'.
                   88 D-FILING-MARRIED          VALUE 'M'.
                   88 D-FILING-HEAD             VALUE 'H'.
                   88 D-FILING-NOT-KEYED        VALUE ' '.
               03 D-FED-ALLOW           PIC 9(2).
               03 D-ST-ALLOW            PIC 9(2).
