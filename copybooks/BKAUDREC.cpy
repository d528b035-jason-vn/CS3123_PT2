      *----------------------------------------------------------*
      *  BKAUDREC.CPY                                            *
      *  BANK ACCOUNT CHANGE JOURNAL RECORD - BANKMNT AND        *
      *  BANKRTN APPEND ONE RECORD TO THE CUMULATIVE BANKAUD     *
      *  FILE PER APPLIED CHANGE TO BANKACCT, CARRYING THE RUN   *
      *  DATE/TIME, THE PROGRAM, THE ACTION (ADD/CHANGE/CLOSE/   *
      *  RETURN/NOC) AND THE FULL BEFORE- AND AFTER-IMAGE OF     *
      *  BANK-REC, SO A WRONG ROUTING OR ACCOUNT NUMBER CAN BE   *
      *  TRACED TO THE RUN THAT PUT IT ON FILE.  AN ADD OF A NEW *
      *  ACCOUNT HAS A BLANK BEFORE-IMAGE.                       *
      *  KEEP BA-BEFORE AND BA-AFTER THE LENGTH OF BANK-REC.     *
      *----------------------------------------------------------*
       01 BANK-AUDIT-REC.
               03 BA-DATE               PIC X(8).
               03 BA-TIME               PIC X(6).
               03 BA-PROGRAM            PIC X(8).
               03 BA-ACTION             PIC X(6).
               03 BA-BEFORE             PIC X(70).
               03 BA-AFTER              PIC X(70).
