                       ADD PREM-COST TO DC-HOL-PREM (SH-DAY)
                   END-IF
               END-IF
      *    THE SPLIT IS BY THE EMPLOYEE'S OWN CLASS -- SH-POSTC IS
      *    THE POSITION WORKED, WHICH MAY BE A POSRATE POSITION.
               EVALUATE EM-POSTC
                   WHEN 'R' WHEN 'r'
                       ADD LINE-COST TO COST-R
                   WHEN 'P' WHEN 'p'
