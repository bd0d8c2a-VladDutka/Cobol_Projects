      *    SVCSHARE.DAT -- AN EARNINGS LINE LIKE COMMPAY.
           05  SVCPAY PIC 9(5)V99.
           05  SVCPAYDP PIC $ZZ,999.99.
      *    PAY BASIS AND MONTHLY RATE THE RECORD WAS PRICED UNDER --
      *    'M' MEANS GPAY CARRIES HALF OF MRATE AS ITS BASIC PAY AND
      *    RPH IS THE DERIVED HOURLY EQUIVALENT; 'H' OR BLANK IS THE
      *    HOURLY CREW, MRATE ZERO.
           05  PAYBASIS PIC X(1).
           05  MRATE PIC 9(6)V99.
      *    REGULAR-HOURS EARNINGS BY POSITION WORKED -- ROW 1 IS THE
      *    EMPLOYEE'S OWN POSTC AT THEIR OWN RPH; ROWS 2-4 ARE THE
      *    OTHER POSITIONS THE SCHEDULE PUT THEM IN, AT THE POSRATE
      *    TABLE RATE. THE ROWS' PAY SUMS TO THE BASIC PART OF GPAY
      *    AND EACH ONE PRINTS AS ITS OWN PAYSLIP EARNINGS LINE. A
      *    BLANK POSITION IS AN UNUSED ROW.
           05  PSN-ROW OCCURS 4 TIMES.
               10  PSN-POSTC PIC X(1).
               10  PSN-HRS PIC 999.
               10  PSN-RATE PIC 999V99.
               10  PSN-PAY PIC 9(5)V99.
      *    TOTAL GOVERNMENT SALARY-LOAN AMORTIZATION WITHHELD THIS
      *    PERIOD (SSS SALARY LOAN, PAG-IBIG MULTI-PURPOSE LOAN) --
      *    HALF THE MONTHLY AMORTIZATION PER LOAN, REMITTED OUT TO
      *    THE AGENCY THROUGH GOVLNREMIT, NEVER KEPT.
           05  GLOANDED PIC 9(5)V99.
      *    ALLOWANCES PAID THIS PERIOD OFF THE ALLOWANCE.DAT MASTER
      *    -- ALLOWPAY IS THE TOTAL ADDED TO GPAY, ALLOWTAX THE PART
      *    OF IT PAST THE TYPES' ANNUAL DE MINIMIS CEILINGS (THE
      *    ONLY PART THAT GOES INTO THE BIR BRACKET LOOKUP). ONE ROW
      *    PER ALLOWANCE FOR ITS OWN PAYSLIP LINE; A BLANK CODE IS
      *    AN UNUSED ROW.
           05  ALLOWPAY PIC 9(5)V99.
           05  ALLOWTAX PIC 9(5)V99.
           05  ALW-ROW OCCURS 4 TIMES.
               10  ALW-CODE PIC X(4).
               10  ALW-AMT PIC 9(5)V99.
               10  ALW-TAXAMT PIC 9(5)V99.
      *    STAFF MEALS CHARGED AT ORDERTENDER AND TAKEN OFF THIS
      *    PAY (MEALBAL.DAT) -- NEVER MORE THAN LEAVES NET PAY AT
      *    THE SHOPCONF PROTECTED MINIMUM.
           05  MEALDED PIC 9(5)V99.
