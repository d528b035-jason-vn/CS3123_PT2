      *----------------------------------------------------------*
      *  GARNREC.CPY                                             *
      *  GARNISHMENT ORDER RECORD - THE INDEXED GARNISH FILE     *
      *  CARRIES ONE RECORD PER COURT OR AGENCY ORDER AGAINST AN *
      *  EMPLOYEE'S PAY, KEYED ON GN-ID PLUS A TWO-DIGIT ORDER   *
      *  SEQUENCE SO ONE EMPLOYEE MAY HOLD SEVERAL ORDERS.       *
      *  GARNMNT ADDS AND MAINTAINS THE ORDERS; PAYROLL TAKES    *
      *  EACH ACTIVE ORDER AFTER TAXES - CHILD SUPPORT FIRST,    *
      *  THEN TAX LEVIES, THEN CREDITORS, LOWEST GN-PRIORITY     *
      *  FIRST WITHIN A TYPE - AND UPDATES THE BALANCE, ARREARS  *
      *  AND TAKEN-TO-DATE.  GN-TOTAL-OWED OF ZERO MEANS THE     *
      *  ORDER IS OPEN-ENDED (ONGOING SUPPORT) AND NEVER PAYS    *
      *  OFF; OTHERWISE THE ORDER GOES TO STATUS P WHEN THE      *
      *  BALANCE REACHES ZERO.  GN-METHOD A TAKES GN-AMOUNT EACH *
      *  PERIOD, P TAKES GN-PCT PERCENT OF DISPOSABLE EARNINGS.  *
      *----------------------------------------------------------*
       01 GARNISH-REC.
               03 GN-KEY.
                   05 GN-ID             PIC X(7).
                   05 GN-SEQ            PIC 9(2).
               03 GN-TYPE               PIC X(1).
                   88 GN-CHILD-SUPPORT          VALUE 'C'.
                   88 GN-TAX-LEVY               VALUE 'T'.
                   88 GN-CREDITOR               VALUE 'G'.
               03 GN-PRIORITY           PIC 9(2).
               03 GN-METHOD             PIC X(1).
                   88 GN-BY-AMOUNT              VALUE 'A'.
                   88 GN-BY-PERCENT             VALUE 'P'.
               03 GN-AMOUNT             PIC 9(5)V99.
               03 GN-PCT                PIC 9(2)V99.
               03 GN-TOTAL-OWED         PIC 9(7)V99.
               03 GN-BALANCE            PIC 9(7)V99.
               03 GN-ARREARS            PIC 9(7)V99.
               03 GN-STATUS             PIC X(1).
                   88 GN-ACTIVE                 VALUE 'A'.
                   88 GN-PAID-OFF               VALUE 'P'.
                   88 GN-SUSPENDED              VALUE 'S'.
                   88 GN-CLOSED                 VALUE 'C'.
               03 GN-PAYEE-CODE         PIC X(6).
               03 GN-PAYEE-NAME         PIC X(30).
               03 GN-CASE-NO            PIC X(10).
               03 GN-TAKEN-TOTAL        PIC 9(7)V99.
               03 GN-LAST-PERIOD        PIC X(8).
