      *----------------------------------------------------------*
      *  GLACCT.CPY                                              *
      *  GENERAL LEDGER ACCOUNTS THE PAYROLL JOURNALS POST TO -  *
      *  WORKING-STORAGE CONSTANTS SHARED BY EVERY PROGRAM THAT  *
      *  WRITES A GLREC JOURNAL, SO A CHART-OF-ACCOUNTS CHANGE   *
      *  IS MADE IN ONE PLACE.                                   *
      *----------------------------------------------------------*
       01 GL-ACCOUNTS.
               03 GL-ACCT-SALARY        PIC X(6) VALUE "510000".
               03 GL-ACCT-FED-TAX       PIC X(6) VALUE "211000".
               03 GL-ACCT-STATE-TAX     PIC X(6) VALUE "212000".
               03 GL-ACCT-BENEFIT       PIC X(6) VALUE "213000".
               03 GL-ACCT-ACH-CLEAR     PIC X(6) VALUE "102000".
               03 GL-ACCT-CHECKS-PAY    PIC X(6) VALUE "201000".
               03 GL-ACCT-GARNISH       PIC X(6) VALUE "214000".
               03 GL-CORPORATE-CC       PIC X(2) VALUE "00".
