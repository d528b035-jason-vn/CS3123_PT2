      *----------------------------------------------------------*
      *  CHKISREC.CPY                                            *
      *  ISSUED-CHECK RECORD LAYOUT - THE INDEXED CHKISSUE FILE  *
      *  CARRIES ONE RECORD PER CHECK EVER WRITTEN ON THE        *
      *  PAYROLL DISBURSEMENT ACCOUNT, WRITTEN BY THE PROGRAM    *
      *  THAT CUT IT AND UPDATED BY CHKRECON WHEN THE BANK PAYS  *
      *  IT.  CI-SOURCE: 'P' PAYROLL, 'A' PAYADJ ADJUSTMENT,     *
      *  'F' FINALPAY VACATION PAYOUT.                           *
      *  CI-STATUS: 'O' OUTSTANDING, 'P' PAID BY THE BANK, 'V'   *
      *  VOIDED (A PAYADJ VOID OF THE PERIOD IT PAID).  THE      *
      *  PAID DATE AND AMOUNT ARE THE BANK'S FIGURES; A VOIDED   *
      *  CHECK CARRIES THE DATE IT WAS VOIDED IN CI-PAID-DATE.   *
      *  KEYED ON CI-KEY (THE CHECK NUMBER).                     *
      *----------------------------------------------------------*
       01 CHKISSUE-REC.
               03 CI-KEY.
                   05 CI-CHECK-NO       PIC 9(6).
               03 CI-ISSUE-DATE         PIC X(8).
               03 CI-PERIOD-DATE        PIC X(8).
               03 CI-ID                 PIC X(7).
               03 CI-PAYEE              PIC X(30).
               03 CI-AMOUNT             PIC 9(7)V99.
               03 CI-SOURCE             PIC X(1).
                   88 CI-FROM-PAYROLL           VALUE 'P'.
                   88 CI-FROM-PAYADJ            VALUE 'A'.
                   88 CI-FROM-FINALPAY          VALUE 'F'.
               03 CI-STATUS             PIC X(1).
                   88 CI-OUTSTANDING            VALUE 'O'.
                   88 CI-PAID                   VALUE 'P'.
                   88 CI-VOIDED                 VALUE 'V'.
               03 CI-PAID-DATE          PIC X(8).
               03 CI-PAID-AMOUNT        PIC 9(7)V99.
