      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One allowance an employee is paid every period --
      *          the ALLOWTYPE.DAT type code and the amount per
      *          period -- keyed by EMPID plus code. COMPUTE-PAY adds
      *          it to pay and splits it into its non-taxable part
      *          (up to the type's annual ceiling) and its taxable
      *          excess. The non-taxable amount already paid this
      *          calendar year rides on the row, posted back when an
      *          entry is saved and started over when the year on the
      *          row is not the business year. Maintained by
      *          ALLOWMAINT.
      ******************************************************************
       01  ALLOWANCE-REC.
           05  AW-EMPID PIC X(5).
           05  AW-CODE PIC X(4).
           05  AW-PER-AMT PIC 9(5)V99.
           05  AW-YTD-YEAR PIC 9(4).
           05  AW-YTD-NONTAX PIC 9(7)V99.
