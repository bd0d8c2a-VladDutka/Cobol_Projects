      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One row of the position-rate table -- a position
      *          code, the date the rate takes effect, and the hourly
      *          rate paid for hours worked in that position. Rows
      *          for one position ascend by effective date (POSRMAINT
      *          refuses anything else); the rate in effect on a date
      *          is the last row for the position dated on or before
      *          it, the same as-of rule MINWAGE.DAT uses. PAYENTRY
      *          prices a cross-trained employee's hours in another
      *          position at this rate.
      ******************************************************************
       01  POSRATE-REC.
           05  PT-POSTC PIC X(1).
           05  PT-EFF-DATE PIC 9(8).
           05  PT-RATE PIC 999V99.
