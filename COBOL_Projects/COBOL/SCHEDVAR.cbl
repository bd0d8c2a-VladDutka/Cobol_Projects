               IF SV-FOUND-ROW
                   ADD NHW TO SVR-PAID (SV-IX)
                   MOVE 'Y' TO SVR-MATCHED (SV-IX)
      *    THE TOTALS GO BY THE EMPLOYEE'S OWN CLASS -- SH-POSTC IS
      *    THE POSITION WORKED, WHICH MAY BE A POSRATE POSITION.
                   MOVE POSTC TO SVR-POSTC (SV-IX)
               ELSE
                   DISPLAY "PAID BUT NEVER SCHEDULED: " EMPID
                       " (" NHW " HRS)"
