      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One employee's staff-meal balance on MEALBAL.DAT,
      *          keyed by EMPID -- what the employee owes for meals
      *          charged on the 'E' tender at ORDERTENDER, including
      *          anything a payroll could not take and carried over,
      *          and how much was charged in the pay period last
      *          charged in, which the per-period ceiling is held
      *          against. ORDERTENDER adds to it (and gives back on a
      *          void); PAYENTRY's COMPUTE-PAY takes it off the pay.
      *          Every movement is also written to MEALLOG.DAT.
      ******************************************************************
       01  MEALBAL-REC.
           05  MB-EMPID PIC X(5).
           05  MB-BALANCE PIC 9(7)V99.
           05  MB-PERIOD-NO PIC 9(3).
           05  MB-PERIOD-CHG PIC 9(5)V99.
           05  MB-LAST-DATE PIC 9(8).
