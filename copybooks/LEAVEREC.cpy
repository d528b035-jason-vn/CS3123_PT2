      *  EACH PAY PERIOD, TCEDIT REJECTS LEAVE-TAKEN CARDS THAT  *
      *  OVERDRAW THEM, AND PAYROLL DRAWS THEM DOWN WHEN THE     *
      *  LEAVE HOURS ARE PAID.  KEYED ON LV-ID.                  *
      *  FINALPAY PAYS OUT THE VACATION BALANCE OF A TERMINATED  *
      *  EMPLOYEE, ZEROES BOTH BALANCES AND SETS LV-CLOSED-SW SO *
      *  THE BALANCE IS NEVER PAID TWICE.  A REINSTATED          *
      *  EMPLOYEE'S CLOSED RECORD IS REOPENED AT ZERO BY LEAVACC *
      *  AND ACCRUES AFRESH.                                     *
      *----------------------------------------------------------*
       01 LEAVE-REC.
               03 LV-ID                 PIC X(7).
               03 LV-VAC-BAL            PIC 9(3)V99.
               03 LV-SICK-BAL           PIC 9(3)V99.
               03 LV-CLOSED-SW          PIC X(1).
                   88 LV-CLOSED                 VALUE 'C'.
               03 FILLER                PIC X(3).
