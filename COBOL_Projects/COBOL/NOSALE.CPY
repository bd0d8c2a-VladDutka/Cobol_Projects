      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One no-sale drawer opening -- the cash drawer opened
      *          at ORDERTENDER's [N] prompt with no order rung (change
      *          for a customer, a float top-up), with the business
      *          date, the machine stamp, the cashier whose drawer it
      *          is, the signed-on operator and the reason given.
      *          LOSSPREV counts them per cashier.
      ******************************************************************
       01  NOSALE-REC.
           05  NS-BUSDATE PIC 9(8).
           05  NS-STAMP PIC X(14).
           05  NS-CASHIER PIC X(5).
           05  NS-OPERATOR PIC X(10).
           05  NS-REASON PIC X(20).
