      *----------------------------------------------------------*
      *  POSPAY.CPY                                              *
      *  POSITIVE-PAY ISSUE FILE - THE BANK'S FIXED 80-BYTE      *
      *  FORMAT.  ONE 'D' DETAIL PER CHECK ISSUED ('I') OR       *
      *  VOIDED ('V') ON THE PAYROLL DISBURSEMENT ACCOUNT, AND   *
      *  ONE 'T' TRAILER WITH THE RECORD COUNT AND THE DOLLAR    *
      *  TOTAL OF THE DETAILS.  THE BANK PAYS ONLY A CHECK WHOSE *
      *  NUMBER AND AMOUNT WERE SENT AS ISSUED AND NOT VOIDED.   *
      *  AMOUNTS ARE IN WHOLE CENTS.  THE LAYOUTS LIVE IN        *
      *  WORKING-STORAGE AND ARE WRITTEN FROM.                   *
      *----------------------------------------------------------*
       01 PP-CONSTANTS.
               03 PP-DISBURSE-ACCOUNT   PIC X(12) VALUE "004471120933".
       01 PP-DETAIL.
               03 FILLER                PIC X(1) VALUE "D".
               03 PP-ACCOUNT            PIC X(12).
               03 PP-CHECK-NO           PIC 9(10).
               03 PP-ISSUE-DATE         PIC X(8).
               03 PP-AMOUNT             PIC 9(10).
               03 PP-ISSUE-VOID         PIC X(1).
                   88 PP-ISSUED                 VALUE 'I'.
                   88 PP-VOIDED                 VALUE 'V'.
               03 PP-PAYEE              PIC X(30).
               03 FILLER                PIC X(8) VALUE SPACES.
       01 PP-TRAILER.
               03 FILLER                PIC X(1) VALUE "T".
               03 PP-T-ACCOUNT          PIC X(12).
               03 PP-T-COUNT            PIC 9(6).
               03 PP-T-AMOUNT           PIC 9(12).
               03 FILLER                PIC X(49) VALUE SPACES.
