      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of the tender detail TENDERS.DAT -- every
      *          tender ORDERTENDER takes against an order (cash,
      *          card, gift certificate, account charge, loyalty
      *          points), several per ONUM when the customer splits
      *          the bill, and the reversing line a void writes for
      *          each of them. CARDSETTLE, GCLIAB, XZREAD and
      *          GLEXPORT total the day's tenders off these lines
      *          instead of the order's single tender type.
      ******************************************************************
       01  TENDER-REC.
      *    TD-ONUM IS THE ORDERS.DAT ROW THE LINE BELONGS TO -- ON A
      *    VOID'S LINES THAT IS THE VOID ROW, AND TD-ORIG-ONUM NAMES
      *    THE SALE IT REVERSES (ZERO ON A SALE'S OWN LINES).
           05  TD-ONUM PIC 9(7).
           05  TD-BUSDATE PIC 9(8).
      *    'S' SALE, 'V' VOID REVERSAL -- SAME AS OR-TXN-TYPE.
           05  TD-TXN-TYPE PIC X(1).
           05  TD-SEQ PIC 9(2).
      *    'C' CASH, 'K' CARD, 'G' GIFT CERTIFICATE, 'A' ACCOUNT
      *    CHARGE, 'P' LOYALTY POINTS, 'D' ADVANCE-ORDER DEPOSIT
      *    APPLIED AT CLAIM (TD-REF IS THE ADVANCE ORDER NUMBER).
           05  TD-TYPE PIC X(1).
      *    WHAT THE LINE PAID TOWARD THE ORDER. A CASH LINE ALSO
      *    CARRIES THE CASH HANDED OVER AND THE CHANGE GIVEN BACK --
      *    CHANGE ONLY EVER COMES OUT OF THE CASH PORTION.
           05  TD-AMOUNT PIC 9(5)V99.
           05  TD-TENDERED PIC 9(5)V99.
           05  TD-CHANGE PIC 9(5)V99.
      *    CERTIFICATE NUMBER, CARD APPROVAL CODE, CUSTOMER NUMBER
      *    OR LOYALTY MEMBER NUMBER, BY TYPE.
           05  TD-REF PIC X(12).
           05  TD-CASHIER PIC X(5).
           05  TD-ORIG-ONUM PIC 9(7).
