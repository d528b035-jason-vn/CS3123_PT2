      *----------------------------------------------------------*
      *  GLREC.CPY                                               *
      *  GENERAL LEDGER JOURNAL-ENTRY RECORD - PAYROLL, PAYADJ   *
      *  AND FINALPAY EACH WRITE A BALANCED JOURNAL FILE FOR THE *
      *  GL SYSTEM: ONE 'D' DETAIL RECORD PER ACCOUNT/COST-      *
      *  CENTER POSTING AND ONE 'T' TRAILER CARRYING THE RECORD  *
      *  COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH MUST       *
      *  AGREE.                                                  *
      *  GL-AMOUNT IS SIGNED - A PAYADJ VOID POSTS NEGATIVE      *
      *  AMOUNTS TO THE SAME SIDE OF THE SAME ACCOUNTS AS THE    *
      *  ORIGINAL, SO THE LEDGER AGREES WITH PAYHIST.  THE       *
      *  COST CENTER IS THE EM-DEPT/DEPTREF DEPARTMENT CODE ON   *
      *  EXPENSE POSTINGS AND "00" (CORPORATE) ON BALANCE-SHEET  *
      *  POSTINGS.  ACCOUNT NUMBERS ARE IN GLACCT.CPY.           *
      *----------------------------------------------------------*
       01 GL-REC.
               03 GL-REC-TYPE           PIC X(1).
                   88 GL-DETAIL-REC             VALUE 'D'.
                   88 GL-TRAILER-REC            VALUE 'T'.
               03 GL-SOURCE             PIC X(8).
               03 GL-PERIOD-DATE        PIC X(8).
               03 GL-POST-DATE          PIC X(8).
               03 GL-ACCOUNT            PIC X(6).
               03 GL-COST-CENTER        PIC X(2).
               03 GL-DR-CR              PIC X(1).
                   88 GL-DEBIT                  VALUE 'D'.
                   88 GL-CREDIT                 VALUE 'C'.
               03 GL-AMOUNT             PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
               03 GL-DESC               PIC X(24).
               03 FILLER                PIC X(10).
       01 GL-TRAILER REDEFINES GL-REC.
               03 FILLER                PIC X(1).
               03 GL-T-SOURCE           PIC X(8).
               03 GL-T-PERIOD-DATE      PIC X(8).
               03 GL-T-POST-DATE        PIC X(8).
               03 GL-T-COUNT            PIC 9(6).
               03 GL-T-DEBITS           PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
               03 GL-T-CREDITS          PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
               03 FILLER                PIC X(21).
