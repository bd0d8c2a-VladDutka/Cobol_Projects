      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One government salary loan against an employee -- an
      *          SSS salary loan or a Pag-IBIG (HDMF) multi-purpose
      *          loan -- keyed by EMPID and the agency's loan number,
      *          with the monthly amortization off the agency's
      *          notice, the first month it is due, and the balance
      *          still owed. COMPUTE-PAY takes half the amortization
      *          each semi-monthly period inside the DEDUCS-capped-at-
      *          GPAY rule; what is taken goes OUT to the agency
      *          through GOVLNREMIT, not into the shop the way
      *          DEDUCT.DAT's company loans do. Maintained by
      *          GOVLNMAINT.
      ******************************************************************
       01  GOVLOAN-REC.
           05  LN-EMPID PIC X(5).
      *    "SSS " OR "HDMF" -- THE SAME AGENCY CODES REMITLIST USES.
           05  LN-AGENCY PIC X(4).
           05  LN-LOAN-NO PIC X(12).
           05  LN-MONTHLY-AMORT PIC 9(5)V99.
      *    FIRST MONTH (YYYYMM) THE AMORTIZATION IS DEDUCTED.
           05  LN-START-MONTH PIC 9(6).
           05  LN-BALANCE PIC 9(7)V99.
      *    'A' = ACTIVE, 'P' = FULLY PAID -- A PAID LOAN IS NEVER
      *    TAKEN AGAIN.
           05  LN-STATUS PIC X(1).
