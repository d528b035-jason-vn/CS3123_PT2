      *  START WHEN ITS OWN RECORD FOR THE PERIOD ALREADY EXISTS *
      *  (PERIOD ALREADY POSTED) OR WHEN TCEDIT'S DOES NOT       *
      *  (TIMECARDS NOT EDITED).  KEYED ON RC-KEY.               *
      *  PAYROLL ALSO WRITES A PAYRUN RECORD WHEN IT STARTS A    *
      *  PERIOD AND DELETES IT ON A CLEAN FINISH - ONE STILL ON  *
      *  FILE MARKS A RUN THAT DID NOT COMPLETE, AND THE NEXT    *
      *  PAYROLL RUN FOR THAT PERIOD BACKS IT OUT FIRST.         *
      *----------------------------------------------------------*
       01 RUNCTL-REC.
               03 RC-KEY.
