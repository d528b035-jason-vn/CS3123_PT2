      *  BK-DEPOSIT-SW = 'Y' SENDS NET PAY ON THE ACH FILE; ANY  *
      *  OTHER VALUE (OR NO RECORD AT ALL) CUTS A PAPER CHECK ON *
      *  THE CHECK REGISTER INSTEAD.  KEYED ON BK-ID.            *
      *  BANKMNT MAINTAINS THE FILE.  A NEW OR CHANGED ACCOUNT   *
      *  IS SET PRENOTE DUE WITH THE DEPOSIT SWITCH OFF; THE     *
      *  NEXT PAYROLL SENDS THE ZERO-DOLLAR PRENOTE AND MARKS IT *
      *  SENT, AND THE FIRST PAYROLL AFTER THE WAITING PERIOD    *
      *  MARKS IT VERIFIED AND TURNS THE DEPOSIT SWITCH ON.      *
      *  BANKRTN SETS AN ACCOUNT THE BANK RETURNED AN ENTRY FOR  *
      *  (OR SENT A NOTIFICATION OF CHANGE FOR) BACK TO PAPER    *
      *  CHECK.  A CLOSED ACCOUNT STAYS ON FILE FOR THE RECORD.  *
      *  BLANK STATUS AND PRENOTE FIELDS ARE ACCOUNTS SET UP     *
      *  BEFORE THE PRENOTE CYCLE AND COUNT AS OPEN AND          *
      *  VERIFIED.                                               *
      *----------------------------------------------------------*
       01 BANK-REC.
               03 BK-ID                 PIC X(7).
               03 BK-ROUTING            PIC X(9).
               03 BK-ACCOUNT            PIC X(17).
               03 BK-DEPOSIT-SW         PIC X(1).
               03 BK-STATUS             PIC X(1).
                   88 BK-OPEN                   VALUE 'A' SPACE.
                   88 BK-CLOSED                 VALUE 'C'.
                   88 BK-RETURNED               VALUE 'R'.
               03 BK-PRENOTE-SW         PIC X(1).
                   88 BK-PRENOTE-DUE            VALUE 'P'.
                   88 BK-PRENOTE-SENT           VALUE 'S'.
                   88 BK-PRENOTE-VERIFIED       VALUE 'V' SPACE.
               03 BK-PRENOTE-DATE       PIC X(8).
               03 BK-PRENOTE-DATE-N REDEFINES BK-PRENOTE-DATE
                                        PIC 9(8).
      *THE BANK'S RETURN REASON (R01-R99) OR CHANGE CODE (C01-C99)
      *FROM THE LAST RETURN OR NOTIFICATION OF CHANGE APPLIED.
               03 BK-RETURN-CODE        PIC X(3).
               03 BK-RETURN-DATE        PIC X(8).
               03 BK-MAINT-DATE         PIC X(8).
               03 FILLER                PIC X(7).
