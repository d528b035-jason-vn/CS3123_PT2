      *----------------------------------------------------------*
      *  CHKCTL.CPY                                              *
      *  CHECK NUMBER CONTROL RECORD - THE INDEXED CHECKCTL FILE *
      *  CARRIES ONE RECORD, KEY "CHECKNO", HOLDING THE LAST     *
      *  CHECK NUMBER ISSUED ON THE PAYROLL DISBURSEMENT ACCOUNT.*
      *  EVERY PROGRAM THAT CUTS A CHECK (PAYROLL, PAYADJ,       *
      *  FINALPAY) TAKES THE NEXT NUMBER FROM HERE AND REWRITES  *
      *  THE RECORD AT ONCE, SO NUMBERS CONTINUE ACROSS RUNS AND *
      *  PROGRAMS AND ARE NEVER ISSUED TWICE.  KEYED ON CC-KEY.  *
      *----------------------------------------------------------*
       01 CHECKCTL-REC.
               03 CC-KEY                PIC X(8).
               03 CC-LAST-CHECK-NO      PIC 9(6).
               03 CC-UPDATE-PGM         PIC X(8).
               03 CC-UPDATE-STAMP       PIC X(14).
