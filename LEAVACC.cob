      *PER PAY PERIOD AHEAD OF TCEDIT SO LEAVE-TAKEN CARDS ARE
      *EDITED AGAINST CURRENT BALANCES - THIS REPLACES THE
      *SPREADSHEET THAT NEVER AGREED WITH PAYROLL.
      *A BALANCE RECORD CLOSED BY FINALPAY (THE EMPLOYEE WAS
      *TERMINATED AND PAID OUT, THEN REINSTATED) IS REOPENED AT
      *ZERO - THE PAID-OUT HOURS NEVER COME BACK.
      *THE RUN IS DRIVEN BY THE ONE-CARD PERIODCD DECK AND GUARDED
      *BY THE RUNCTL FILE - A PERIOD ALREADY ACCRUED REFUSES TO
      *RUN (RETURN CODE 16) SO A RERUN CANNOT SILENTLY CREDIT
               NOT INVALID KEY
                   MOVE 'Y' TO LEAVE-FOUND-SW
           END-READ.
      *A CLOSED RECORD BELONGS TO A REINSTATED EMPLOYEE WHOSE
      *BALANCE FINALPAY ALREADY PAID OUT - IT REOPENS AT ZERO AND
      *ACCRUES FROM THIS PERIOD, NEVER FROM THE OLD BALANCE.
           IF LEAVE-FOUND-SW = 'Y'
               IF LV-CLOSED
                   MOVE 0 TO LV-VAC-BAL LV-SICK-BAL
                   MOVE SPACES TO LV-CLOSED-SW
                   MOVE "REOPENED AT ZERO" TO REMARKS-PR
               END-IF
               ADD WS-VAC-ACCRUAL TO LV-VAC-BAL
               ADD WS-SICK-ACCRUAL TO LV-SICK-BAL
               PERFORM B-230-APPLY-BALANCE-CAP
