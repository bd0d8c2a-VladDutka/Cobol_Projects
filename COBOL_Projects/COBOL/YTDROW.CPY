           10  YR-PHILH PIC 9(7)V99.
           10  YR-HOLPAY PIC 9(7)V99.
           10  YR-COMMPAY PIC 9(7)V99.
           10  YR-ALLOW-TAX PIC 9(7)V99.
           10  YR-ALLOW-NONTAX PIC 9(7)V99.
