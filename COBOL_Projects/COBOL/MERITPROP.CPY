      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of the merit-increase proposal list --
      *          built by MERITPROP from the review year's ratings
      *          and the merit matrix, showing the old and new rate
      *          and the per-period cost of the raise; posted in one
      *          run by MERITPOST once the owner approves the list
      *          under a supervisor sign-on. Every line of one list
      *          carries the same effective date.
      ******************************************************************
       01  MERITPROP-REC.
           05  MP-YEAR PIC 9(4).
           05  MP-EMPID PIC X(5).
           05  MP-RATING PIC 9(1).
      *    'H' HOURLY OR 'M' MONTHLY-RATED, OFF EM-PAY-BASIS -- A
      *    MONTHLY EMPLOYEE'S RAISE GOES ON THE MONTHLY RATE AND
      *    THE RPH IS RE-DERIVED FROM IT.
           05  MP-PAY-BASIS PIC X(1).
           05  MP-OLD-RPH PIC 999V99.
           05  MP-NEW-RPH PIC 999V99.
           05  MP-OLD-MRATE PIC 9(6)V99.
           05  MP-NEW-MRATE PIC 9(6)V99.
           05  MP-PCT PIC 99V99.
      *    WHAT THE RAISE ADDS TO ONE SEMI-MONTHLY PERIOD'S GROSS.
           05  MP-PERIOD-COST PIC 9(5)V99.
      *    'F' = THE MATRIX FIGURE FELL UNDER THE MINIMUM-WAGE FLOOR
      *    AND THE PROPOSAL WAS LIFTED TO THE FLOOR.
           05  MP-FLOOR-SW PIC X(1).
           05  MP-EFF-DATE PIC 9(8).
      *    'P' = PROPOSED, 'A' = APPROVED AND POSTED, 'S' = SKIPPED
      *    AT POSTING (THE RATE ON THE MASTER CHANGED SINCE THE
      *    PROPOSAL WAS BUILT).
           05  MP-STATUS PIC X(1).
           05  MP-APPROVER PIC X(10).
           05  MP-STAMP PIC X(14).
