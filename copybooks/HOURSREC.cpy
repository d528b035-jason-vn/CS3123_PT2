      *  HOURSREC.CPY                                            *
      *  HOURS-WORKED RECORD LAYOUT - THE INDEXED HOURS FILE IS  *
      *  BUILT BY TCEDIT EACH PAY PERIOD AND READ RANDOMLY BY    *
      *  PAYROLL.  ONE RECORD PER EMPLOYEE MERGES EVERY TIMECARD *
      *  KEYED FOR THE PERIOD AS ONE EARNINGS LINE PER EARNINGS  *
      *  CODE (SEE EARNCARD.CPY) - WORKED, VACATION, SICK,       *
      *  HOLIDAY, DIFFERENTIAL, ON-CALL, BONUS AND SO ON.  A     *
      *  LINE CARRIES HOURS (OR UNITS) FOR AN 'M' OR 'F' CODE    *
      *  AND THE KEYED AMOUNT FOR AN 'A' CODE.  LINES PAST       *
      *  H-LINE-COUNT ARE UNUSED.  H-PERIOD-DATE IS THE          *
      *  PAY-PERIOD DATE TCEDIT RAN UNDER - PAYROLL PAYS NOTHING *
      *  FROM A RECORD STAMPED FOR A DIFFERENT PERIOD, SO A      *
      *  STALE WEEK'S FILE CANNOT BE PAID TWICE.  KEYED ON H-ID. *
      *----------------------------------------------------------*
       01 HOURS-REC.
               03 H-ID                  PIC X(7).
               03 H-PERIOD-DATE         PIC X(8).
               03 H-LINE-COUNT          PIC 9(2).
               03 H-EARN-LINE OCCURS 8 TIMES
                       INDEXED BY H-IDX.
                   05 H-EARN-CODE       PIC X(2).
                   05 H-EARN-HRS        PIC 9(3)V99.
                   05 H-EARN-AMT        PIC 9(5)V99.
