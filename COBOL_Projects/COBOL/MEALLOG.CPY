      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One staff-meal movement on MEALLOG.DAT -- the ledger
      *          behind MEALBAL.DAT and MEALSTMT's statement. ML-TYPE
      *          is C a meal charged at the till, V a charged order
      *          voided, D taken off the pay by PAYENTRY, R a payroll
      *          correction giving some of it back. A charge carries
      *          the menu price, the staff discount and what was
      *          charged; every row carries the balance after it.
      ******************************************************************
       01  MEALLOG-REC.
           05  ML-EMPID PIC X(5).
           05  ML-PERIOD PIC 9(3).
           05  ML-BUSDATE PIC 9(8).
           05  ML-TYPE PIC X(1).
           05  ML-ONUM PIC 9(7).
           05  ML-GROSS PIC 9(5)V99.
           05  ML-DISC PIC 9(5)V99.
           05  ML-AMOUNT PIC 9(5)V99.
           05  ML-BALANCE PIC 9(7)V99.
           05  ML-STAMP PIC X(14).
           05  ML-OPERATOR PIC X(10).
