      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of the loyalty points ledger LOYTXN.DAT --
      *          every earn and redeem ORDERTENDER posts against a
      *          member, and the reversal a void makes of either,
      *          each carrying the ONUM of the sale it belongs to.
      *          Read by LOYSTMT for the member statement and for
      *          the month's movement on the points liability.
      ******************************************************************
       01  LOYTXN-REC.
           05  LT-MEMBER-NO PIC 9(6).
           05  LT-BUSDATE PIC 9(8).
      *    'E' EARNED ON A SALE, 'R' REDEEMED AS TENDER,
      *    'U' EARN TAKEN BACK BY A VOID, 'B' REDEMPTION GIVEN BACK
      *    BY A VOID. LT-ONUM IS ALWAYS THE ORIGINAL SALE.
           05  LT-TYPE PIC X(1).
           05  LT-ONUM PIC 9(7).
           05  LT-POINTS PIC 9(7).
      *    PESO VALUE OF A REDEMPTION (ZERO ON AN EARN).
           05  LT-AMOUNT PIC 9(5)V99.
           05  LT-CASHIER PIC X(5).
