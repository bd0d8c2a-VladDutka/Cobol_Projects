      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One allowance type -- rice subsidy, laundry,
      *          transportation, meal and the like -- with the annual
      *          ceiling up to which the year's payments of that type
      *          are a non-taxable de minimis benefit. What an
      *          employee is paid of the type past the ceiling in the
      *          same calendar year is taxable and goes into the BIR
      *          bracket lookup; a zero ceiling makes the whole type
      *          taxable. Maintained by ALLOWMAINT.
      ******************************************************************
       01  ALLOWTYPE-REC.
           05  AY-CODE PIC X(4).
           05  AY-DESC PIC X(20).
           05  AY-ANNUAL-CEIL PIC 9(7)V99.
