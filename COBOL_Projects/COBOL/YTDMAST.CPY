           05  YTD-PHILH PIC 9(7)V99.
           05  YTD-HOLPAY PIC 9(7)V99.
           05  YTD-COMMPAY PIC 9(7)V99.
      *    THE YEAR'S ALLOWANCES, SPLIT THE WAY COMPUTE-PAY SPLIT
      *    THEM -- THE TAXABLE EXCESS OVER THE DE MINIMIS CEILINGS
      *    AND THE NON-TAXABLE PART -- FOR THE ALPHALIST.
           05  YTD-ALLOW-TAX PIC 9(7)V99.
           05  YTD-ALLOW-NONTAX PIC 9(7)V99.
