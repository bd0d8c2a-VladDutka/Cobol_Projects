           10  R-GARNDED PIC 9(5)V99.
           10  R-SVCPAY PIC 9(5)V99.
           10  R-SVCPAYDP PIC $ZZ,999.99.
           10  R-PAYBASIS PIC X(1).
           10  R-MRATE PIC 9(6)V99.
           10  R-PSN-ROW OCCURS 4 TIMES.
               15  R-PSN-POSTC PIC X(1).
               15  R-PSN-HRS PIC 999.
               15  R-PSN-RATE PIC 999V99.
               15  R-PSN-PAY PIC 9(5)V99.
           10  R-GLOANDED PIC 9(5)V99.
           10  R-ALLOWPAY PIC 9(5)V99.
           10  R-ALLOWTAX PIC 9(5)V99.
           10  R-ALW-ROW OCCURS 4 TIMES.
               15  R-ALW-CODE PIC X(4).
               15  R-ALW-AMT PIC 9(5)V99.
               15  R-ALW-TAXAMT PIC 9(5)V99.
           10  R-MEALDED PIC 9(5)V99.
